000100******************************************************************
000110* Author: JuanJignacio
000120* Installation: www.
000130* Date-Written: 15/10/2026.
000140*
000150* Modification History
000160*   DD/MM/YYYY  INIT  DESCRIPTION
000170*   15/10/2026  JAI   Original - player-keyed game-log index.
000180*                     The console inquiry and the dispute report
000190*                     both walked the whole log (and, for the
000200*                     dispute, every archive generation) to find
000210*                     one player's rounds, getting slower every
000220*                     week; this nightly step files every round
000230*                     under both its players in an indexed file
000240*                     they can read by key, and proves with
000250*                     control totals that nothing was missed.
000252*   15/10/2026  JAI   IDXCTL carries the RUNJRNL record count
000254*                     taken as the build starts, so the readers
000256*                     judge staleness by journal position - clock
000258*                     stamps fall back after midnight.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. PPTLIDX.
000290 AUTHOR. JuanJignacio.
000300 INSTALLATION. www.
000310 DATE-WRITTEN. 15/10/2026.
000320 DATE-COMPILED. 15/10/2026.
000330******************************************************************
000340* Rebuilds GAMEIDX whole from:
000350*   - GAMEARCH, the archive generations concatenated oldest
000360*     first under the one DD as PPTRSCH reads them (no archive
000370*     on disk means nothing has been rotated yet), then
000380*   - GAMELOG, the live log.
000390* Every round is written twice, keyed on player + game date +
000400* game time, once under the A player and once under the B
000410* player; a player with two rounds on one stamp gets the next
000420* GI-DUP-SEQ.  The index is then re-read from disk and
000430* re-counted.  ENTRIES WRITTEN = 2 x ROUNDS READ, the re-count
000440* matching the entries written and no entry refused is the
000450* balance condition, and IDXCTL is rewritten with the build's
000460* starting stamp, the RUNJRNL record count taken before the
000470* first round was read and the totals, marked balanced or not -
000480* the readers trust the index only on a balanced build with no
000485* GAMELOG change journaled past that count.
000490* RETURN-CODE 0 = index built and balanced, 12 = out of balance
000500* or RUNJRNL unreadable or IDXCTL not written (the readers keep
000510* walking the logs), 16 = GAMELOG or GAMEIDX could not be opened.
000515* A BUSDATE on file that cannot be read ends the run RC 16.
000520******************************************************************
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT GAMEARCH-FILE ASSIGN TO "GAMEARCH"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS LX-GAMEARCH-STATUS.
000590     SELECT GAMELOG-FILE ASSIGN TO "GAMELOG"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS LX-GAMELOG-STATUS.
000620     SELECT GAMEIDX-FILE ASSIGN TO "GAMEIDX"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS GI-KEY
000660         FILE STATUS IS LX-GAMEIDX-STATUS.
000670     SELECT IDXCTL-FILE ASSIGN TO "IDXCTL"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS LX-IDXCTL-STATUS.
000700     SELECT PRTFILE ASSIGN TO "PPTJRPT"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS LX-PRTFILE-STATUS.
000730     SELECT RUNJRNL-FILE ASSIGN TO "RUNJRNL"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS LX-RUNJRNL-STATUS.
000760     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS LX-BUSDATE-STATUS.
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  GAMEARCH-FILE
000820     LABEL RECORD IS STANDARD.
000830     COPY GAMEARCH.
000840 FD  GAMELOG-FILE
000850     LABEL RECORD IS STANDARD.
000860     COPY GAMELOG.
000870 FD  GAMEIDX-FILE
000880     LABEL RECORD IS STANDARD.
000890     COPY GAMEIDX.
000900 FD  IDXCTL-FILE
000910     LABEL RECORD IS STANDARD.
000920     COPY IDXCTL.
000930 FD  PRTFILE
000940     LABEL RECORD IS STANDARD.
000950     COPY PRTLINE.
000960 FD  RUNJRNL-FILE
000970     LABEL RECORD IS STANDARD.
000980     COPY RUNJRNL.
000990 FD  BUSDATE-FILE
001000     LABEL RECORD IS STANDARD.
001010     COPY BUSDATE.
001020 WORKING-STORAGE SECTION.
001030******************************************************************
001040* File status and end-of-file switches.
001050******************************************************************
001060 77  LX-GAMEARCH-STATUS        PIC X(02) VALUE "00".
001070 77  LX-GAMELOG-STATUS         PIC X(02) VALUE "00".
001080 77  LX-GAMEIDX-STATUS         PIC X(02) VALUE "00".
001090 77  LX-IDXCTL-STATUS          PIC X(02) VALUE "00".
001100 77  LX-PRTFILE-STATUS         PIC X(02) VALUE "00".
001110 77  LX-RUNJRNL-STATUS         PIC X(02) VALUE "00".
001120 77  LX-BUSDATE-STATUS         PIC X(02) VALUE "00".
001130 77  LX-GAMEARCH-EOF-SW        PIC X(01) VALUE "N".
001140     88  GAMEARCH-EOF                    VALUE "Y".
001150 77  LX-GAMELOG-EOF-SW         PIC X(01) VALUE "N".
001160     88  GAMELOG-EOF                     VALUE "Y".
001163 77  LX-RUNJRNL-EOF-SW         PIC X(01) VALUE "N".
001166     88  RUNJRNL-EOF                     VALUE "Y".
001170 77  LX-RECOUNT-EOF-SW         PIC X(01) VALUE "N".
001180     88  RECOUNT-EOF                     VALUE "Y".
001190 77  LX-FILE-BAD-SW            PIC X(01) VALUE "N".
001200     88  FILE-OPEN-FAILED                VALUE "Y".
001210 77  LX-BUSINESS-DATE          PIC 9(08) VALUE 0.
001220 77  LX-RUN-DATE               PIC 9(08) VALUE 0.
001230 77  LX-START-TIME             PIC 9(08) VALUE 0.
001240 77  LX-END-DATE               PIC 9(08) VALUE 0.
001250 77  LX-END-TIME               PIC 9(08) VALUE 0.
001260
001270******************************************************************
001280* One round in a common shape - the archive and live records
001290* are field-for-field identical, so both passes move their
001300* record here and share one filing paragraph.
001310******************************************************************
001320 01  LX-ROUND.
001330     05  LX-RD-PLAYER-A-ID     PIC X(10).
001340     05  LX-RD-PLAYER-B-ID     PIC X(10).
001350     05  LX-RD-GUESS-A         PIC 9.
001360     05  LX-RD-GUESS-B         PIC 9.
001370     05  LX-RD-RESULT          PIC X(15).
001380     05  LX-RD-GAME-DATE       PIC 9(08).
001390     05  LX-RD-GAME-TIME       PIC 9(08).
001400     05  LX-RD-ROUND-SOURCE    PIC X(01).
001410     05  LX-RD-BACKOUT-FLAG    PIC X(01).
001420     05  FILLER                PIC X(08).
001430 77  LX-SOURCE                 PIC X(01) VALUE SPACE.
001440 77  LX-RECORD-NBR             PIC 9(09) VALUE 0.
001450 77  LX-ENTRY-SW               PIC X(01) VALUE "N".
001460     88  ENTRY-PENDING                   VALUE "N".
001470     88  ENTRY-WRITTEN                   VALUE "Y".
001480     88  ENTRY-REFUSED                   VALUE "R".
001490
001500******************************************************************
001510* Control totals.  The build counts what it writes; the
001520* re-count proves the index on disk holds every entry.
001530******************************************************************
001540 77  LX-ARCH-READ              PIC 9(09) VALUE 0.
001550 77  LX-LIVE-READ              PIC 9(09) VALUE 0.
001560 77  LX-ENTRIES-WRITTEN        PIC 9(09) VALUE 0.
001570 77  LX-ENTRIES-REFUSED        PIC 9(09) VALUE 0.
001580 77  LX-DUP-STAMPS             PIC 9(09) VALUE 0.
001590 77  LX-ENTRIES-RECOUNT        PIC 9(09) VALUE 0.
001600 77  LX-ENTRIES-EXPECTED       PIC 9(09) VALUE 0.
001605 77  LX-JOURNAL-RECS           PIC 9(09) VALUE 0.
001610 77  LX-LAST-DATE              PIC 9(08) VALUE 0.
001620 77  LX-LAST-TIME              PIC 9(08) VALUE 0.
001630 77  LX-BALANCE-SW             PIC X(01) VALUE "Y".
001640     88  TOTALS-IN-BALANCE               VALUE "Y".
001650     88  TOTALS-OUT-OF-BALANCE           VALUE "N".
001660
001670******************************************************************
001680* Report fields.
001690******************************************************************
001700 77  LX-EDIT-COUNT             PIC ZZZZZZZZ9.
001710 77  LX-EDIT-COUNT-2           PIC ZZZZZZZZ9.
001720
001730 PROCEDURE DIVISION.
001740******************************************************************
001750* 0000-MAIN-PROCEDURE
001760******************************************************************
001770 0000-MAIN-PROCEDURE.
001780     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001790     IF NOT FILE-OPEN-FAILED
001800         PERFORM 2000-INDEX-ARCHIVES THRU 2000-EXIT
001810         PERFORM 3000-INDEX-LIVE-LOG THRU 3000-EXIT
001820         CLOSE GAMEIDX-FILE
001830         PERFORM 4000-RECOUNT-INDEX THRU 4000-EXIT
001840         PERFORM 5000-WRITE-CONTROL THRU 5000-EXIT
001850         PERFORM 6000-PRINT-CONTROL-TOTALS THRU 6000-EXIT
001860     END-IF
001870     PERFORM 9999-TERMINATE THRU 9999-EXIT
001880     STOP RUN.
001890
001900******************************************************************
001910* 1000-INITIALIZE
001920* The journal is counted first - any run that changes GAMELOG
001930* from here on journals past the count.  The live log must be
001935* readable and the index writable before anything is touched.
001940******************************************************************
001950 1000-INITIALIZE.
001960     DISPLAY "PPTLIDX - GAME LOG INDEX BUILD"
001970     PERFORM 9700-READ-BUSINESS-DATE THRU 9700-EXIT
001980     ACCEPT LX-START-TIME FROM TIME
001985     PERFORM 1100-COUNT-RUN-JOURNAL THRU 1100-EXIT
001990     OPEN INPUT GAMELOG-FILE
002000     IF LX-GAMELOG-STATUS NOT = "00"
002010         SET FILE-OPEN-FAILED TO TRUE
002020         DISPLAY "PPTLIDX - cannot open GAMELOG, status "
002030             LX-GAMELOG-STATUS " - run ends"
002040         GO TO 1000-EXIT
002050     END-IF
002060     OPEN OUTPUT GAMEIDX-FILE
002070     IF LX-GAMEIDX-STATUS NOT = "00"
002080         SET FILE-OPEN-FAILED TO TRUE
002090         DISPLAY "PPTLIDX - cannot open GAMEIDX, status "
002100             LX-GAMEIDX-STATUS " - run ends"
002110         CLOSE GAMELOG-FILE
002120     END-IF.
002130 1000-EXIT.
002131     EXIT.
002132
002133******************************************************************
002134* 1100-COUNT-RUN-JOURNAL
002135* No journal on disk counts as none.  A journal that cannot be
002136* read leaves the build out of balance, so the readers will not
002137* trust it.
002138******************************************************************
002139 1100-COUNT-RUN-JOURNAL.
002140     MOVE 0 TO LX-JOURNAL-RECS
002141     OPEN INPUT RUNJRNL-FILE
002142     IF LX-RUNJRNL-STATUS = "35"
002143         GO TO 1100-EXIT
002144     END-IF
002145     IF LX-RUNJRNL-STATUS NOT = "00"
002146         DISPLAY "PPTLIDX - cannot read RUNJRNL, status "
002147             LX-RUNJRNL-STATUS " - index will not be trusted"
002148         SET TOTALS-OUT-OF-BALANCE TO TRUE
002149         GO TO 1100-EXIT
002150     END-IF
002151     MOVE "N" TO LX-RUNJRNL-EOF-SW
002152     READ RUNJRNL-FILE
002153         AT END SET RUNJRNL-EOF TO TRUE
002154     END-READ
002155     PERFORM 1110-COUNT-ONE-EXECUTION THRU 1110-EXIT
002156         UNTIL RUNJRNL-EOF
002157     CLOSE RUNJRNL-FILE.
002158 1100-EXIT.
002159     EXIT.
002160
002161 1110-COUNT-ONE-EXECUTION.
002162     ADD 1 TO LX-JOURNAL-RECS
002163     READ RUNJRNL-FILE
002164         AT END SET RUNJRNL-EOF TO TRUE
002165     END-READ.
002166 1110-EXIT.
002167     EXIT.
002168
002169******************************************************************
002170* 2000-INDEX-ARCHIVES
002180* An archive that is there but unreadable leaves the index
002190* without the old rounds - the build is declared out of
002200* balance so the dispute report keeps reading the archives.
002210******************************************************************
002220 2000-INDEX-ARCHIVES.
002230     OPEN INPUT GAMEARCH-FILE
002240     IF LX-GAMEARCH-STATUS = "35"
002250         GO TO 2000-EXIT
002260     END-IF
002270     IF LX-GAMEARCH-STATUS NOT = "00"
002280         DISPLAY "PPTLIDX - cannot open GAMEARCH, status "
002290             LX-GAMEARCH-STATUS " - index incomplete"
002300         SET TOTALS-OUT-OF-BALANCE TO TRUE
002310         GO TO 2000-EXIT
002320     END-IF
002330     MOVE "A" TO LX-SOURCE
002340     MOVE "N" TO LX-GAMEARCH-EOF-SW
002350     READ GAMEARCH-FILE
002360         AT END SET GAMEARCH-EOF TO TRUE
002370     END-READ
002380     PERFORM 2100-TAKE-ONE-ARCH-ROUND THRU 2100-EXIT
002390         UNTIL GAMEARCH-EOF
002400     CLOSE GAMEARCH-FILE.
002410 2000-EXIT.
002420     EXIT.
002430
002440 2100-TAKE-ONE-ARCH-ROUND.
002450     ADD 1 TO LX-ARCH-READ
002460     MOVE LX-ARCH-READ TO LX-RECORD-NBR
002470     MOVE GAMEARCH-RECORD TO LX-ROUND
002480     PERFORM 2500-FILE-ONE-ROUND THRU 2500-EXIT
002490     READ GAMEARCH-FILE
002500         AT END SET GAMEARCH-EOF TO TRUE
002510     END-READ.
002520 2100-EXIT.
002530     EXIT.
002540
002550******************************************************************
002560* 2500-FILE-ONE-ROUND
002570* Shared by the archive and live passes: one entry under each
002580* player of the round.
002590******************************************************************
002600 2500-FILE-ONE-ROUND.
002610     MOVE SPACES TO GAMEIDX-RECORD
002620     MOVE LX-RD-PLAYER-A-ID TO GI-PLAYER-ID
002630     MOVE "A" TO GI-SIDE
002640     PERFORM 2600-WRITE-ONE-ENTRY THRU 2600-EXIT
002650     MOVE SPACES TO GAMEIDX-RECORD
002660     MOVE LX-RD-PLAYER-B-ID TO GI-PLAYER-ID
002670     MOVE "B" TO GI-SIDE
002680     PERFORM 2600-WRITE-ONE-ENTRY THRU 2600-EXIT.
002690 2500-EXIT.
002700     EXIT.
002710
002720******************************************************************
002730* 2600-WRITE-ONE-ENTRY
002740* A duplicate key means the player already has a round on this
002750* stamp (batch rounds can share one); the entry takes the next
002760* sequence number under the same stamp.
002770******************************************************************
002780 2600-WRITE-ONE-ENTRY.
002790     MOVE LX-RD-GAME-DATE TO GI-GAME-DATE
002800     MOVE LX-RD-GAME-TIME TO GI-GAME-TIME
002810     MOVE 0 TO GI-DUP-SEQ
002820     MOVE LX-SOURCE TO GI-SOURCE
002830     MOVE LX-RECORD-NBR TO GI-RECORD-NBR
002840     MOVE LX-ROUND TO GI-ROUND
002850     SET ENTRY-PENDING TO TRUE
002860     PERFORM 2610-TRY-ONE-KEY THRU 2610-EXIT
002870         UNTIL NOT ENTRY-PENDING
002880     IF ENTRY-WRITTEN
002890         ADD 1 TO LX-ENTRIES-WRITTEN
002900         IF GI-DUP-SEQ > 0
002910             ADD 1 TO LX-DUP-STAMPS
002920         END-IF
002930     ELSE
002940         ADD 1 TO LX-ENTRIES-REFUSED
002950         DISPLAY "PPTLIDX - entry refused for " GI-PLAYER-ID
002960             " " GI-GAME-DATE " " GI-GAME-TIME
002970             ", status " LX-GAMEIDX-STATUS
002980     END-IF.
002990 2600-EXIT.
003000     EXIT.
003010
003020 2610-TRY-ONE-KEY.
003030     WRITE GAMEIDX-RECORD
003040         INVALID KEY
003050             IF LX-GAMEIDX-STATUS = "22" AND GI-DUP-SEQ < 999
003060                 ADD 1 TO GI-DUP-SEQ
003070             ELSE
003080                 SET ENTRY-REFUSED TO TRUE
003090             END-IF
003100         NOT INVALID KEY
003110             SET ENTRY-WRITTEN TO TRUE
003120     END-WRITE.
003130 2610-EXIT.
003140     EXIT.
003150
003160******************************************************************
003170* 3000-INDEX-LIVE-LOG
003180******************************************************************
003190 3000-INDEX-LIVE-LOG.
003200*    GAMELOG was opened (and proven readable) back in
003210*    1000-INITIALIZE.
003220     MOVE "L" TO LX-SOURCE
003230     MOVE "N" TO LX-GAMELOG-EOF-SW
003240     READ GAMELOG-FILE
003250         AT END SET GAMELOG-EOF TO TRUE
003260     END-READ
003270     PERFORM 3100-TAKE-ONE-LIVE-ROUND THRU 3100-EXIT
003280         UNTIL GAMELOG-EOF
003290     CLOSE GAMELOG-FILE.
003300 3000-EXIT.
003310     EXIT.
003320
003330 3100-TAKE-ONE-LIVE-ROUND.
003340     ADD 1 TO LX-LIVE-READ
003350     MOVE LX-LIVE-READ TO LX-RECORD-NBR
003360     MOVE GAMELOG-RECORD TO LX-ROUND
003370     MOVE GL-GAME-DATE TO LX-LAST-DATE
003380     MOVE GL-GAME-TIME TO LX-LAST-TIME
003390     PERFORM 2500-FILE-ONE-ROUND THRU 2500-EXIT
003400     READ GAMELOG-FILE
003410         AT END SET GAMELOG-EOF TO TRUE
003420     END-READ.
003430 3100-EXIT.
003440     EXIT.
003450
003460******************************************************************
003470* 4000-RECOUNT-INDEX
003480* Re-reads the index from disk and counts it again.  An index
003490* that cannot be re-opened proves nothing and is declared out
003500* of balance.
003510******************************************************************
003520 4000-RECOUNT-INDEX.
003530     MOVE 0 TO LX-ENTRIES-RECOUNT
003540     OPEN INPUT GAMEIDX-FILE
003550     IF LX-GAMEIDX-STATUS NOT = "00"
003560         DISPLAY "PPTLIDX - recount cannot open GAMEIDX, "
003570             "status " LX-GAMEIDX-STATUS
003580         SET TOTALS-OUT-OF-BALANCE TO TRUE
003590         GO TO 4000-EXIT
003600     END-IF
003610     MOVE "N" TO LX-RECOUNT-EOF-SW
003620     READ GAMEIDX-FILE NEXT
003630         AT END SET RECOUNT-EOF TO TRUE
003640     END-READ
003650     PERFORM 4100-COUNT-ONE-ENTRY THRU 4100-EXIT
003660         UNTIL RECOUNT-EOF
003670     CLOSE GAMEIDX-FILE
003680     COMPUTE LX-ENTRIES-EXPECTED =
003690         (LX-ARCH-READ + LX-LIVE-READ) * 2
003700     IF LX-ENTRIES-WRITTEN NOT = LX-ENTRIES-EXPECTED
003710         OR LX-ENTRIES-RECOUNT NOT = LX-ENTRIES-WRITTEN
003720         OR LX-ENTRIES-REFUSED > 0
003730         SET TOTALS-OUT-OF-BALANCE TO TRUE
003740     END-IF.
003750 4000-EXIT.
003760     EXIT.
003770
003780 4100-COUNT-ONE-ENTRY.
003790     ADD 1 TO LX-ENTRIES-RECOUNT
003800     READ GAMEIDX-FILE NEXT
003810         AT END SET RECOUNT-EOF TO TRUE
003820     END-READ.
003830 4100-EXIT.
003840     EXIT.
003850
003860******************************************************************
003870* 5000-WRITE-CONTROL
003880* Carries the journal count taken at the start of the build: a
003890* round logged while the build ran journals past it and so marks
003900* the index stale, which is the safe side.
003910******************************************************************
003920 5000-WRITE-CONTROL.
003930     OPEN OUTPUT IDXCTL-FILE
003940     IF LX-IDXCTL-STATUS NOT = "00"
003950         DISPLAY "PPTLIDX - cannot write IDXCTL, status "
003960             LX-IDXCTL-STATUS
003970         SET TOTALS-OUT-OF-BALANCE TO TRUE
003980         GO TO 5000-EXIT
003990     END-IF
004000     MOVE SPACES TO IDXCTL-RECORD
004010     MOVE LX-RUN-DATE TO IC-BUILD-DATE
004020     MOVE LX-START-TIME TO IC-BUILD-TIME
004030     MOVE LX-ARCH-READ TO IC-ARCH-ROUNDS
004040     MOVE LX-LIVE-READ TO IC-LIVE-ROUNDS
004050     MOVE LX-ENTRIES-WRITTEN TO IC-ENTRIES
004060     MOVE LX-LAST-DATE TO IC-LAST-DATE
004070     MOVE LX-LAST-TIME TO IC-LAST-TIME
004075     MOVE LX-JOURNAL-RECS TO IC-JOURNAL-RECS
004080     IF TOTALS-IN-BALANCE
004090         MOVE "Y" TO IC-BALANCED-SW
004100     ELSE
004110         MOVE "N" TO IC-BALANCED-SW
004120     END-IF
004130     WRITE IDXCTL-RECORD
004131     IF LX-IDXCTL-STATUS NOT = "00"
004132         DISPLAY "PPTLIDX - cannot write IDXCTL, status "
004133             LX-IDXCTL-STATUS
004134         SET TOTALS-OUT-OF-BALANCE TO TRUE
004135     END-IF
004140     CLOSE IDXCTL-FILE.
004150 5000-EXIT.
004160     EXIT.
004170
004180******************************************************************
004190* 6000-PRINT-CONTROL-TOTALS
004200******************************************************************
004210 6000-PRINT-CONTROL-TOTALS.
004220     OPEN OUTPUT PRTFILE
004230     MOVE SPACES TO PRINT-LINE
004240     STRING "PROGRAM: PPTLIDX" DELIMITED BY SIZE
004250         "     PIEDRA PAPEL O TIJERA - GAME LOG INDEX"
004260             DELIMITED BY SIZE
004270         INTO PRINT-LINE
004280     WRITE PRINT-LINE AFTER ADVANCING PAGE
004290     MOVE SPACES TO PRINT-LINE
004300     STRING "RUN DATE: " DELIMITED BY SIZE
004310         LX-RUN-DATE DELIMITED BY SIZE
004320         "     BUILD STAMP: " DELIMITED BY SIZE
004330         LX-RUN-DATE DELIMITED BY SIZE
004340         " " DELIMITED BY SIZE
004350         LX-START-TIME DELIMITED BY SIZE
004360         INTO PRINT-LINE
004370     WRITE PRINT-LINE AFTER ADVANCING 1
004380     MOVE LX-ARCH-READ TO LX-EDIT-COUNT
004390     MOVE SPACES TO PRINT-LINE
004400     STRING "ARCHIVE ROUNDS READ:  " DELIMITED BY SIZE
004410         LX-EDIT-COUNT DELIMITED BY SIZE
004420         INTO PRINT-LINE
004430     WRITE PRINT-LINE AFTER ADVANCING 2
004440     MOVE LX-LIVE-READ TO LX-EDIT-COUNT
004450     MOVE SPACES TO PRINT-LINE
004460     STRING "LIVE ROUNDS READ:     " DELIMITED BY SIZE
004470         LX-EDIT-COUNT DELIMITED BY SIZE
004480         "  (LAST " DELIMITED BY SIZE
004490         LX-LAST-DATE DELIMITED BY SIZE
004500         " " DELIMITED BY SIZE
004510         LX-LAST-TIME DELIMITED BY SIZE
004520         ")" DELIMITED BY SIZE
004530         INTO PRINT-LINE
004540     WRITE PRINT-LINE AFTER ADVANCING 1
004550     MOVE LX-ENTRIES-EXPECTED TO LX-EDIT-COUNT
004560     MOVE SPACES TO PRINT-LINE
004570     STRING "ENTRIES EXPECTED:     " DELIMITED BY SIZE
004580         LX-EDIT-COUNT DELIMITED BY SIZE
004590         "  (TWO PER ROUND)" DELIMITED BY SIZE
004600         INTO PRINT-LINE
004610     WRITE PRINT-LINE AFTER ADVANCING 1
004620     MOVE LX-ENTRIES-WRITTEN TO LX-EDIT-COUNT
004630     MOVE LX-ENTRIES-RECOUNT TO LX-EDIT-COUNT-2
004640     MOVE SPACES TO PRINT-LINE
004650     STRING "ENTRIES WRITTEN:      " DELIMITED BY SIZE
004660         LX-EDIT-COUNT DELIMITED BY SIZE
004670         "  (RECOUNTED " DELIMITED BY SIZE
004680         LX-EDIT-COUNT-2 DELIMITED BY SIZE
004690         ")" DELIMITED BY SIZE
004700         INTO PRINT-LINE
004710     WRITE PRINT-LINE AFTER ADVANCING 1
004720     MOVE LX-ENTRIES-REFUSED TO LX-EDIT-COUNT
004730     MOVE SPACES TO PRINT-LINE
004740     STRING "ENTRIES REFUSED:      " DELIMITED BY SIZE
004750         LX-EDIT-COUNT DELIMITED BY SIZE
004760         INTO PRINT-LINE
004770     WRITE PRINT-LINE AFTER ADVANCING 1
004780     MOVE LX-DUP-STAMPS TO LX-EDIT-COUNT
004790     MOVE SPACES TO PRINT-LINE
004800     STRING "SHARED STAMPS:        " DELIMITED BY SIZE
004810         LX-EDIT-COUNT DELIMITED BY SIZE
004820         "  (FILED UNDER A SEQUENCE NUMBER)" DELIMITED BY SIZE
004830         INTO PRINT-LINE
004840     WRITE PRINT-LINE AFTER ADVANCING 1
004850     MOVE SPACES TO PRINT-LINE
004860     IF TOTALS-IN-BALANCE
004870         MOVE "CONTROL TOTALS IN BALANCE - INDEX IN USE"
004880             TO PRINT-LINE
004890     ELSE
004900         MOVE "CONTROL TOTALS OUT OF BALANCE - LOGS SCANNED"
004910             TO PRINT-LINE
004920     END-IF
004930     WRITE PRINT-LINE AFTER ADVANCING 2
004940     CLOSE PRTFILE
004950     DISPLAY "PPTLIDX - rounds " LX-ARCH-READ " archived, "
004960         LX-LIVE-READ " live, entries " LX-ENTRIES-WRITTEN.
004970 6000-EXIT.
004980     EXIT.
004990
005000******************************************************************
005010* 9999-TERMINATE
005020* RETURN-CODE 0 = index built and balanced.
005030* RETURN-CODE 12 = totals out of balance, index not trusted.
005040* RETURN-CODE 16 = GAMELOG or GAMEIDX could not be opened.
005050******************************************************************
005060 9999-TERMINATE.
005070     EVALUATE TRUE
005080         WHEN FILE-OPEN-FAILED
005090             MOVE 16 TO RETURN-CODE
005100         WHEN TOTALS-OUT-OF-BALANCE
005110             MOVE 12 TO RETURN-CODE
005120         WHEN OTHER
005130             MOVE 0 TO RETURN-CODE
005140     END-EVALUATE
005150     PERFORM 9800-WRITE-RUN-JOURNAL THRU 9800-EXIT.
005160 9999-EXIT.
005170     EXIT.
005180
005190******************************************************************
005200* 9800-WRITE-RUN-JOURNAL
005210* One appended record per execution - stamps, control totals
005220* and the final RETURN-CODE - for the PPTOPS morning report.
005230******************************************************************
005240 9800-WRITE-RUN-JOURNAL.
005250     OPEN EXTEND RUNJRNL-FILE
005260     IF LX-RUNJRNL-STATUS = "35"
005270         OPEN OUTPUT RUNJRNL-FILE
005280         CLOSE RUNJRNL-FILE
005290         OPEN EXTEND RUNJRNL-FILE
005300     END-IF
005310     IF LX-RUNJRNL-STATUS NOT = "00"
005320         DISPLAY "PPTLIDX - run journal unavailable, status "
005330             LX-RUNJRNL-STATUS
005340         GO TO 9800-EXIT
005350     END-IF
005360     MOVE LX-BUSINESS-DATE TO LX-END-DATE
005370     ACCEPT LX-END-TIME FROM TIME
005380     MOVE SPACES TO RUNJRNL-RECORD
005390     MOVE "PPTLIDX" TO RJ-PROGRAM-ID
005400     MOVE LX-RUN-DATE TO RJ-START-DATE
005410     MOVE LX-START-TIME TO RJ-START-TIME
005420     MOVE LX-END-DATE TO RJ-END-DATE
005430     MOVE LX-END-TIME TO RJ-END-TIME
005440     COMPUTE RJ-RECORDS-READ = LX-ARCH-READ + LX-LIVE-READ
005450     MOVE LX-ENTRIES-WRITTEN TO RJ-RECORDS-WRITTEN
005460     MOVE LX-ENTRIES-REFUSED TO RJ-ROUNDS-REJECTED
005470     MOVE RETURN-CODE TO RJ-RETURN-CODE
005480     WRITE RUNJRNL-RECORD
005490     CLOSE RUNJRNL-FILE.
005500 9800-EXIT.
005510     EXIT.
005520
005530******************************************************************
005540* 9700-READ-BUSINESS-DATE
005550* The run is dated by the business date PPTDATE keeps on
005560* BUSDATE, not the clock, so a stream that runs past midnight
005570* stays on the day it is working.  No control record falls
005580* back to the clock date with a warning.
005585* A BUSDATE on file that cannot be read ends the run (9790).
005590******************************************************************
005600 9700-READ-BUSINESS-DATE.
005610     ACCEPT LX-BUSINESS-DATE FROM DATE YYYYMMDD
005620     OPEN INPUT BUSDATE-FILE
005622     IF LX-BUSDATE-STATUS NOT = "00" AND NOT = "35"
005624         PERFORM 9790-BUSDATE-UNREADABLE THRU 9790-EXIT
005626     END-IF
005630     IF LX-BUSDATE-STATUS NOT = "00"
005640         DISPLAY "PPTLIDX - no BUSDATE control record - "
005650             "running on clock date " LX-BUSINESS-DATE
005660         GO TO 9700-MOVE-RUN-DATE
005670     END-IF
005680     READ BUSDATE-FILE
005690         AT END
005700             DISPLAY "PPTLIDX - BUSDATE is empty - "
005710                 "running on clock date " LX-BUSINESS-DATE
005720             CLOSE BUSDATE-FILE
005730             GO TO 9700-MOVE-RUN-DATE
005740     END-READ
005742     IF LX-BUSDATE-STATUS NOT = "00"
005744         CLOSE BUSDATE-FILE
005746         PERFORM 9790-BUSDATE-UNREADABLE THRU 9790-EXIT
005748     END-IF
005750     MOVE BD-BUSINESS-DATE TO LX-BUSINESS-DATE
005760     CLOSE BUSDATE-FILE.
005770 9700-MOVE-RUN-DATE.
005780     MOVE LX-BUSINESS-DATE TO LX-RUN-DATE.
005790 9700-EXIT.
005800     EXIT.
005810
005820******************************************************************
005830* 9790-BUSDATE-UNREADABLE
005840* A BUSDATE that is on file but cannot be read may hold a closed
005850* day, so the clock date will not do: the run ends RC 16 before
005860* anything else is opened.
005870******************************************************************
005880 9790-BUSDATE-UNREADABLE.
005890     DISPLAY "PPTLIDX - cannot read BUSDATE, status "
005900         LX-BUSDATE-STATUS " - run ends"
005910     MOVE LX-BUSINESS-DATE TO LX-RUN-DATE
005920     ACCEPT LX-START-TIME FROM TIME
005930     MOVE 16 TO RETURN-CODE
005940     PERFORM 9800-WRITE-RUN-JOURNAL THRU 9800-EXIT
005950     STOP RUN.
005960 9790-EXIT.
005970     EXIT.
005980
005990 END PROGRAM PPTLIDX.
