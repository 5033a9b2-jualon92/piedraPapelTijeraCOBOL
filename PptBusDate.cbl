000100******************************************************************
000110* Author: JuanJignacio
000120* Installation: www.
000130* Date-Written: 15/10/2026.
000140*
000150* Modification History
000160*   DD/MM/YYYY  INIT  DESCRIPTION
000170*   15/10/2026  JAI   Original - business-date control.  Every
000180*                     program took its run date off the clock,
000190*                     so a stream that slipped past midnight
000200*                     stamped half a night's rounds, rejects and
000210*                     journal records with the next day and the
000220*                     daily report summarized half a day.  The
000230*                     suite now runs on one business date kept
000240*                     on BUSDATE, which only this step moves:
000250*                     operations close the day once PPTRECON has
000260*                     balanced it, advance to the next day, and
000270*                     reopen a closed day only on a keyed reason
000280*                     that lands on the run journal.
000282*   15/10/2026  JAI   A PPTERAS player erasure counts as a
000284*                     posting: the day cannot close until
000286*                     PPTRECON has balanced after it.
000287*   15/10/2026  JAI   INIT and ADVANCE refuse a date later than
000288*                     the clock date: rounds are stamped with
000289*                     the business date and the clock time.
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. PPTDATE.
000320 AUTHOR. JuanJignacio.
000330 INSTALLATION. www.
000340 DATE-WRITTEN. 15/10/2026.
000350 DATE-COMPILED. 15/10/2026.
000360******************************************************************
000370* Maintains the one-record BUSDATE control file (BUSDATE.CPY):
000380*   - DATEPARM card: action (cols 1-7) INIT, CLOSE, REOPEN or
000390*     ADVANCE, a date YYYYMMDD (cols 9-16), the operator ID
000400*     (cols 17-24, always required) and a reason (cols 25-54,
000410*     required for REOPEN).  Missing or invalid card ends the
000420*     run with RETURN-CODE 20.
000430*   - INIT creates BUSDATE on the card's date, open for
000440*     postings.  Refused when a control record already exists -
000450*     the business date is never set back by hand.
000460*   - CLOSE marks an open day closed.  The run journal must show
000470*     a PPTRECON run for the business date whose last execution
000480*     ended RETURN-CODE 0, with no posting program (the game
000490*     program, PPTHMNT, PPTBACK, PPTRCYC or PPTERAS) journaled
000500*     after it - a posting after the reconciliation was never
000510*     proved.  From then on those five programs refuse to post.
000520*   - REOPEN opens a closed day again for a late correction.
000530*     The reason is kept on BUSDATE and the run journal record
000540*     carries the action and the operator, so the reopen shows
000550*     on the PPTOPS morning report.  The day must be closed
000560*     again by a new CLOSE after the correction.
000570*   - ADVANCE moves a closed day on to the card's date, or to
000580*     the next calendar day when the card's date is blank.  The
000590*     new date must be later than the current one and no later
000593*     than the clock date - a business date never runs ahead of
000596*     the clock (INIT is held to the same rule).
000600* RETURN-CODE 0 = action taken, 12 = action refused (day in the
000610* wrong state, reconciliation missing or out of balance, date
000620* not later, or ahead of the clock), 16 = BUSDATE or RUNJRNL
000630* could not be opened or written, 20 = missing or invalid
000635* DATEPARM card.
000640******************************************************************
000650 ENVIRONMENT DIVISION.
000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000680     SELECT DATEPARM-FILE ASSIGN TO "DATEPARM"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS DT-DATEPARM-STATUS.
000710     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS DT-BUSDATE-STATUS.
000740     SELECT RUNJRNL-FILE ASSIGN TO "RUNJRNL"
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS DT-RUNJRNL-STATUS.
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  DATEPARM-FILE
000800     LABEL RECORD IS STANDARD.
000810 01  DATEPARM-RECORD.
000820     05  DT-PARM-ACTION         PIC X(07).
000830     05  FILLER                 PIC X(01).
000840     05  DT-PARM-DATE           PIC X(08).
000850     05  DT-PARM-OPERATOR-ID    PIC X(08).
000860     05  DT-PARM-REASON         PIC X(30).
000870     05  FILLER                 PIC X(26).
000880 FD  BUSDATE-FILE
000890     LABEL RECORD IS STANDARD.
000900     COPY BUSDATE.
000910 FD  RUNJRNL-FILE
000920     LABEL RECORD IS STANDARD.
000930     COPY RUNJRNL.
000940 WORKING-STORAGE SECTION.
000950******************************************************************
000960* File status and end-of-file switches.
000970******************************************************************
000980 77  DT-DATEPARM-STATUS        PIC X(02) VALUE "00".
000990 77  DT-BUSDATE-STATUS         PIC X(02) VALUE "00".
001000 77  DT-RUNJRNL-STATUS         PIC X(02) VALUE "00".
001010 77  DT-RUNJRNL-EOF-SW         PIC X(01) VALUE "N".
001020     88  RUNJRNL-EOF                     VALUE "Y".
001030
001040******************************************************************
001050* Run control from the parameter card.
001060******************************************************************
001070 77  DT-PARM-VALID-SW          PIC X(01) VALUE "N".
001080     88  PARM-VALID                      VALUE "Y".
001090 77  DT-ACTION-SW              PIC X(01) VALUE SPACE.
001100     88  ACTION-INIT                     VALUE "I".
001110     88  ACTION-CLOSE                    VALUE "C".
001120     88  ACTION-REOPEN                   VALUE "R".
001130     88  ACTION-ADVANCE                  VALUE "A".
001140 77  DT-REFUSED-SW             PIC X(01) VALUE "N".
001150     88  ACTION-REFUSED                  VALUE "Y".
001160 77  DT-OPEN-FAILED-SW         PIC X(01) VALUE "N".
001170     88  FILE-OPEN-FAILED                VALUE "Y".
001180 77  DT-CARD-DATE              PIC 9(08) VALUE 0.
001190
001200******************************************************************
001210* Business date before and after the action, and the clock
001220* stamps of the run itself.
001230******************************************************************
001240 77  DT-OLD-DATE               PIC 9(08) VALUE 0.
001250 77  DT-NEW-DATE               PIC 9(08) VALUE 0.
001260 77  DT-DATE-INT               PIC 9(08) VALUE 0.
001270 77  DT-CLOCK-DATE             PIC 9(08) VALUE 0.
001280 77  DT-START-TIME             PIC 9(08) VALUE 0.
001290 77  DT-END-TIME               PIC 9(08) VALUE 0.
001300
001310******************************************************************
001320* Run-journal scan for the day-close proof.
001330******************************************************************
001340 77  DT-JOURNAL-READ           PIC 9(09) VALUE 0.
001350 77  DT-RECON-FOUND-SW         PIC X(01) VALUE "N".
001360     88  RECON-FOUND                     VALUE "Y".
001370 77  DT-RECON-RC               PIC 9(03) VALUE 0.
001380 77  DT-POSTED-AFTER-SW        PIC X(01) VALUE "N".
001390     88  POSTED-AFTER-RECON              VALUE "Y".
001400 77  DT-POSTING-PROGRAM        PIC X(18) VALUE SPACES.
001410
001420 PROCEDURE DIVISION.
001430******************************************************************
001440* 0000-MAIN-PROCEDURE
001450******************************************************************
001460 0000-MAIN-PROCEDURE.
001470     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001480     IF PARM-VALID AND NOT FILE-OPEN-FAILED
001490         EVALUATE TRUE
001500             WHEN ACTION-INIT
001510                 PERFORM 3000-INIT-DAY THRU 3000-EXIT
001520             WHEN ACTION-CLOSE
001530                 PERFORM 4000-CLOSE-DAY THRU 4000-EXIT
001540             WHEN ACTION-REOPEN
001550                 PERFORM 5000-REOPEN-DAY THRU 5000-EXIT
001560             WHEN OTHER
001570                 PERFORM 6000-ADVANCE-DAY THRU 6000-EXIT
001580         END-EVALUATE
001590     END-IF
001600     PERFORM 9999-TERMINATE THRU 9999-EXIT
001610     STOP RUN.
001620
001630******************************************************************
001640* 1000-INITIALIZE
001650* Validates the DATEPARM card, then reads the control record -
001660* which must exist for every action except INIT.
001670******************************************************************
001680 1000-INITIALIZE.
001690     DISPLAY "PPTDATE - BUSINESS DATE CONTROL"
001700     ACCEPT DT-CLOCK-DATE FROM DATE YYYYMMDD
001710     ACCEPT DT-START-TIME FROM TIME
001720     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT
001730     IF NOT PARM-VALID
001740         GO TO 1000-EXIT
001750     END-IF
001760     PERFORM 2000-READ-CONTROL-RECORD THRU 2000-EXIT.
001770 1000-EXIT.
001780     EXIT.
001790
001800 1100-READ-PARM-CARD.
001810     OPEN INPUT DATEPARM-FILE
001820     IF DT-DATEPARM-STATUS = "35"
001830         DISPLAY "PPTDATE - no DATEPARM card - run ends"
001840         GO TO 1100-EXIT
001850     END-IF
001860     READ DATEPARM-FILE
001870         AT END
001880             DISPLAY "PPTDATE - DATEPARM card file is empty"
001890                 " - run ends"
001900             CLOSE DATEPARM-FILE
001910             GO TO 1100-EXIT
001920     END-READ
001930     CLOSE DATEPARM-FILE
001940     EVALUATE DT-PARM-ACTION
001950         WHEN "INIT   "
001960             SET ACTION-INIT TO TRUE
001970         WHEN "CLOSE  "
001980             SET ACTION-CLOSE TO TRUE
001990         WHEN "REOPEN "
002000             SET ACTION-REOPEN TO TRUE
002010         WHEN "ADVANCE"
002020             SET ACTION-ADVANCE TO TRUE
002030         WHEN OTHER
002040             DISPLAY "PPTDATE - DATEPARM action not INIT, CLOSE, "
002050                 "REOPEN or ADVANCE: " DT-PARM-ACTION
002060             GO TO 1100-EXIT
002070     END-EVALUATE
002080     IF DT-PARM-OPERATOR-ID = SPACES
002090         DISPLAY "PPTDATE - operator ID is blank"
002100         GO TO 1100-EXIT
002110     END-IF
002120     IF ACTION-REOPEN AND DT-PARM-REASON = SPACES
002130         DISPLAY "PPTDATE - a REOPEN must carry a reason"
002140         GO TO 1100-EXIT
002150     END-IF
002160     IF DT-PARM-DATE = SPACES
002170         IF ACTION-INIT
002180             DISPLAY "PPTDATE - INIT needs the first business "
002190                 "date"
002200             GO TO 1100-EXIT
002210         END-IF
002220     ELSE
002230         IF DT-PARM-DATE NOT NUMERIC
002240             DISPLAY "PPTDATE - DATEPARM date not YYYYMMDD: "
002250                 DT-PARM-DATE
002260             GO TO 1100-EXIT
002270         END-IF
002280         MOVE DT-PARM-DATE TO DT-CARD-DATE
002290         IF DT-CARD-DATE < 19000101 OR DT-CARD-DATE > 99991231
002300             DISPLAY "PPTDATE - DATEPARM date out of range: "
002310                 DT-PARM-DATE
002320             GO TO 1100-EXIT
002330         END-IF
002340     END-IF
002350     SET PARM-VALID TO TRUE.
002360 1100-EXIT.
002370     EXIT.
002380
002390******************************************************************
002400* 2000-READ-CONTROL-RECORD
002410* No BUSDATE on disk is only right for INIT; an INIT over an
002420* existing record is refused here too.
002430******************************************************************
002440 2000-READ-CONTROL-RECORD.
002450     OPEN INPUT BUSDATE-FILE
002460     IF DT-BUSDATE-STATUS = "35"
002470         IF NOT ACTION-INIT
002480             SET FILE-OPEN-FAILED TO TRUE
002490             DISPLAY "PPTDATE - no BUSDATE control record - "
002500                 "run INIT first"
002510         END-IF
002520         GO TO 2000-EXIT
002530     END-IF
002540     IF DT-BUSDATE-STATUS NOT = "00"
002550         SET FILE-OPEN-FAILED TO TRUE
002560         DISPLAY "PPTDATE - cannot open BUSDATE, status "
002570             DT-BUSDATE-STATUS " - run ends"
002580         GO TO 2000-EXIT
002590     END-IF
002600     READ BUSDATE-FILE
002610         AT END
002620             SET FILE-OPEN-FAILED TO TRUE
002630             DISPLAY "PPTDATE - BUSDATE is empty - run ends"
002640     END-READ
002650     CLOSE BUSDATE-FILE
002660     IF FILE-OPEN-FAILED
002670         GO TO 2000-EXIT
002680     END-IF
002690     MOVE BD-BUSINESS-DATE TO DT-OLD-DATE
002700     MOVE BD-BUSINESS-DATE TO DT-NEW-DATE
002710     IF ACTION-INIT
002720         SET ACTION-REFUSED TO TRUE
002730         DISPLAY "PPTDATE - BUSDATE already holds "
002740             BD-BUSINESS-DATE " - INIT refused"
002750     END-IF.
002760 2000-EXIT.
002770     EXIT.
002780
002790 3000-INIT-DAY.
002800     IF ACTION-REFUSED
002810         GO TO 3000-EXIT
002820     END-IF
002821     IF DT-CARD-DATE > DT-CLOCK-DATE
002822         SET ACTION-REFUSED TO TRUE
002823         DISPLAY "PPTDATE - " DT-CARD-DATE " is later than the "
002824             "clock date " DT-CLOCK-DATE " - refused"
002825         GO TO 3000-EXIT
002826     END-IF
002830     MOVE SPACES TO BUSDATE-RECORD
002840     MOVE DT-CARD-DATE TO BD-BUSINESS-DATE
002850     MOVE 0 TO BD-PRIOR-DATE
002860     MOVE 0 TO BD-REOPEN-COUNT
002870     PERFORM 6100-OPEN-NEW-DAY THRU 6100-EXIT
002880     MOVE DT-CARD-DATE TO DT-OLD-DATE
002890     MOVE DT-CARD-DATE TO DT-NEW-DATE
002900     PERFORM 8000-WRITE-CONTROL-RECORD THRU 8000-EXIT
002902     IF FILE-OPEN-FAILED
002904         GO TO 3000-EXIT
002906     END-IF
002910     DISPLAY "PPTDATE - business date initialized to "
002920         BD-BUSINESS-DATE.
002930 3000-EXIT.
002940     EXIT.
002950
002960******************************************************************
002970* 4000-CLOSE-DAY
002980* The reconciliation is the proof the day balanced - the close
002990* is refused on anything less.
003000******************************************************************
003010 4000-CLOSE-DAY.
003020     IF BD-DAY-CLOSED
003030         SET ACTION-REFUSED TO TRUE
003040         DISPLAY "PPTDATE - business date " BD-BUSINESS-DATE
003050             " is already closed"
003060         GO TO 4000-EXIT
003070     END-IF
003080     PERFORM 4100-SCAN-RUN-JOURNAL THRU 4100-EXIT
003090     IF FILE-OPEN-FAILED
003100         GO TO 4000-EXIT
003110     END-IF
003120     IF NOT RECON-FOUND
003130         SET ACTION-REFUSED TO TRUE
003140         DISPLAY "PPTDATE - no PPTRECON run journaled for "
003150             BD-BUSINESS-DATE " - close refused"
003160         GO TO 4000-EXIT
003170     END-IF
003180     IF DT-RECON-RC NOT = 0
003190         SET ACTION-REFUSED TO TRUE
003200         DISPLAY "PPTDATE - last PPTRECON for " BD-BUSINESS-DATE
003210             " ended RETURN-CODE " DT-RECON-RC " - close refused"
003220         GO TO 4000-EXIT
003230     END-IF
003240     IF POSTED-AFTER-RECON
003250         SET ACTION-REFUSED TO TRUE
003260         DISPLAY "PPTDATE - " DT-POSTING-PROGRAM
003270             " posted after the last PPTRECON - close refused"
003280         GO TO 4000-EXIT
003290     END-IF
003300     SET BD-DAY-CLOSED TO TRUE
003310     MOVE DT-CLOCK-DATE TO BD-CLOSED-DATE
003320     MOVE DT-START-TIME TO BD-CLOSED-TIME
003330     MOVE "C" TO BD-LAST-ACTION
003340     MOVE DT-PARM-OPERATOR-ID TO BD-LAST-OPERATOR-ID
003350     PERFORM 8000-WRITE-CONTROL-RECORD THRU 8000-EXIT
003352     IF FILE-OPEN-FAILED
003354         GO TO 4000-EXIT
003356     END-IF
003360     DISPLAY "PPTDATE - business date " BD-BUSINESS-DATE
003370         " closed".
003380 4000-EXIT.
003390     EXIT.
003400
003410******************************************************************
003420* 4100-SCAN-RUN-JOURNAL
003430* The journal is in execution order, so the last PPTRECON
003440* record for the day is the one that counts, and any posting
003450* program journaled for the day after it voids the proof.
003460******************************************************************
003470 4100-SCAN-RUN-JOURNAL.
003480     OPEN INPUT RUNJRNL-FILE
003490     IF DT-RUNJRNL-STATUS = "35"
003500         GO TO 4100-EXIT
003510     END-IF
003520     IF DT-RUNJRNL-STATUS NOT = "00"
003530         SET FILE-OPEN-FAILED TO TRUE
003540         DISPLAY "PPTDATE - cannot open RUNJRNL, status "
003550             DT-RUNJRNL-STATUS " - run ends"
003560         GO TO 4100-EXIT
003570     END-IF
003580     MOVE "N" TO DT-RUNJRNL-EOF-SW
003590     READ RUNJRNL-FILE
003600         AT END SET RUNJRNL-EOF TO TRUE
003610     END-READ
003620     PERFORM 4110-CHECK-ONE-EXECUTION THRU 4110-EXIT
003630         UNTIL RUNJRNL-EOF
003640     CLOSE RUNJRNL-FILE.
003650 4100-EXIT.
003660     EXIT.
003670
003680 4110-CHECK-ONE-EXECUTION.
003690     ADD 1 TO DT-JOURNAL-READ
003700     IF RJ-START-DATE NOT = BD-BUSINESS-DATE
003710         GO TO 4110-READ-NEXT
003720     END-IF
003730     EVALUATE RJ-PROGRAM-ID
003740         WHEN "PPTRECON"
003750             SET RECON-FOUND TO TRUE
003760             MOVE RJ-RETURN-CODE TO DT-RECON-RC
003770             MOVE "N" TO DT-POSTED-AFTER-SW
003780         WHEN "PIEDRAPAPELOTIJERA"
003790         WHEN "PPTHMNT"
003800         WHEN "PPTBACK"
003810         WHEN "PPTRCYC"
003815         WHEN "PPTERAS"
003820             IF RECON-FOUND AND RJ-RETURN-CODE NOT = 28
003830                 SET POSTED-AFTER-RECON TO TRUE
003840                 MOVE RJ-PROGRAM-ID TO DT-POSTING-PROGRAM
003850             END-IF
003860         WHEN OTHER
003870             CONTINUE
003880     END-EVALUATE.
003890 4110-READ-NEXT.
003900     READ RUNJRNL-FILE
003910         AT END SET RUNJRNL-EOF TO TRUE
003920     END-READ.
003930 4110-EXIT.
003940     EXIT.
003950
003960 5000-REOPEN-DAY.
003970     IF NOT BD-DAY-CLOSED
003980         SET ACTION-REFUSED TO TRUE
003990         DISPLAY "PPTDATE - business date " BD-BUSINESS-DATE
004000             " is not closed - nothing to reopen"
004010         GO TO 5000-EXIT
004020     END-IF
004030     SET BD-DAY-OPEN TO TRUE
004040     ADD 1 TO BD-REOPEN-COUNT
004050     MOVE "R" TO BD-LAST-ACTION
004060     MOVE DT-PARM-OPERATOR-ID TO BD-LAST-OPERATOR-ID
004070     MOVE DT-PARM-REASON TO BD-REOPEN-REASON
004080     PERFORM 8000-WRITE-CONTROL-RECORD THRU 8000-EXIT
004082     IF FILE-OPEN-FAILED
004084         GO TO 5000-EXIT
004086     END-IF
004090     DISPLAY "PPTDATE - business date " BD-BUSINESS-DATE
004100         " REOPENED by " DT-PARM-OPERATOR-ID ": " DT-PARM-REASON.
004110 5000-EXIT.
004120     EXIT.
004130
004140******************************************************************
004150* 6000-ADVANCE-DAY
004160* Only a closed day moves on; the new date defaults to the next
004170* calendar day and may skip ahead (a dark day) but never back.
004180******************************************************************
004190 6000-ADVANCE-DAY.
004200     IF NOT BD-DAY-CLOSED
004210         SET ACTION-REFUSED TO TRUE
004220         DISPLAY "PPTDATE - business date " BD-BUSINESS-DATE
004230             " is still open - CLOSE it before ADVANCE"
004240         GO TO 6000-EXIT
004250     END-IF
004260     IF DT-CARD-DATE = 0
004270         COMPUTE DT-DATE-INT =
004280             FUNCTION INTEGER-OF-DATE(BD-BUSINESS-DATE) + 1
004290         COMPUTE DT-CARD-DATE =
004300             FUNCTION DATE-OF-INTEGER(DT-DATE-INT)
004310     END-IF
004320     IF DT-CARD-DATE NOT > BD-BUSINESS-DATE
004330         SET ACTION-REFUSED TO TRUE
004340         DISPLAY "PPTDATE - " DT-CARD-DATE " is not later than "
004350             "business date " BD-BUSINESS-DATE " - refused"
004360         GO TO 6000-EXIT
004370     END-IF
004371     IF DT-CARD-DATE > DT-CLOCK-DATE
004372         SET ACTION-REFUSED TO TRUE
004373         DISPLAY "PPTDATE - " DT-CARD-DATE " is later than the "
004374             "clock date " DT-CLOCK-DATE " - refused"
004375         GO TO 6000-EXIT
004376     END-IF
004380     MOVE BD-BUSINESS-DATE TO BD-PRIOR-DATE
004390     MOVE DT-CARD-DATE TO BD-BUSINESS-DATE
004400     MOVE 0 TO BD-REOPEN-COUNT
004410     MOVE SPACES TO BD-REOPEN-REASON
004420     PERFORM 6100-OPEN-NEW-DAY THRU 6100-EXIT
004430     MOVE DT-CARD-DATE TO DT-NEW-DATE
004440     PERFORM 8000-WRITE-CONTROL-RECORD THRU 8000-EXIT
004442     IF FILE-OPEN-FAILED
004444         GO TO 6000-EXIT
004446     END-IF
004450     DISPLAY "PPTDATE - business date advanced from "
004460         BD-PRIOR-DATE " to " BD-BUSINESS-DATE.
004470 6000-EXIT.
004480     EXIT.
004490
004500 6100-OPEN-NEW-DAY.
004510     SET BD-DAY-OPEN TO TRUE
004520     MOVE DT-CLOCK-DATE TO BD-OPENED-DATE
004530     MOVE DT-START-TIME TO BD-OPENED-TIME
004540     MOVE 0 TO BD-CLOSED-DATE
004550     MOVE 0 TO BD-CLOSED-TIME
004560     MOVE DT-ACTION-SW TO BD-LAST-ACTION
004570     MOVE DT-PARM-OPERATOR-ID TO BD-LAST-OPERATOR-ID.
004580 6100-EXIT.
004590     EXIT.
004600
004610******************************************************************
004620* 8000-WRITE-CONTROL-RECORD
004630* The control file holds the one record, rewritten whole.  A
004632* write that fails leaves the file empty, so the step must be
004634* run again before anything else runs on the date.
004640******************************************************************
004650 8000-WRITE-CONTROL-RECORD.
004660     OPEN OUTPUT BUSDATE-FILE
004670     IF DT-BUSDATE-STATUS NOT = "00"
004680         SET FILE-OPEN-FAILED TO TRUE
004690         DISPLAY "PPTDATE - cannot write BUSDATE, status "
004700             DT-BUSDATE-STATUS " - business date unchanged"
004710         GO TO 8000-EXIT
004720     END-IF
004730     WRITE BUSDATE-RECORD
004732     IF DT-BUSDATE-STATUS NOT = "00"
004734         SET FILE-OPEN-FAILED TO TRUE
004736         DISPLAY "PPTDATE - cannot write BUSDATE, status "
004738             DT-BUSDATE-STATUS " - BUSDATE left empty, rerun "
004739             "this step"
004740     END-IF
004742     CLOSE BUSDATE-FILE.
004750 8000-EXIT.
004760     EXIT.
004770
004780******************************************************************
004790* 9999-TERMINATE
004800* RETURN-CODE 0 = action taken, 12 = action refused, 16 =
004810* BUSDATE or RUNJRNL unusable, 20 = missing or invalid DATEPARM
004820* card.
004830******************************************************************
004840 9999-TERMINATE.
004850     EVALUATE TRUE
004860         WHEN NOT PARM-VALID
004870             MOVE 20 TO RETURN-CODE
004880         WHEN FILE-OPEN-FAILED
004890             MOVE 16 TO RETURN-CODE
004900         WHEN ACTION-REFUSED
004910             MOVE 12 TO RETURN-CODE
004920         WHEN OTHER
004930             MOVE 0 TO RETURN-CODE
004940     END-EVALUATE
004950     PERFORM 9800-WRITE-RUN-JOURNAL THRU 9800-EXIT.
004960 9999-EXIT.
004970     EXIT.
004980
004990******************************************************************
005000* 9800-WRITE-RUN-JOURNAL
005010* One appended record per execution for the PPTOPS morning
005020* report.  Start date is the business date the run found, end
005030* date the one it left; a day action actually taken is carried
005040* with the operator who keyed it.
005050******************************************************************
005060 9800-WRITE-RUN-JOURNAL.
005070     OPEN EXTEND RUNJRNL-FILE
005080     IF DT-RUNJRNL-STATUS = "35"
005090         OPEN OUTPUT RUNJRNL-FILE
005100         CLOSE RUNJRNL-FILE
005110         OPEN EXTEND RUNJRNL-FILE
005120     END-IF
005130     IF DT-RUNJRNL-STATUS NOT = "00"
005140         DISPLAY "PPTDATE - run journal unavailable, status "
005150             DT-RUNJRNL-STATUS
005160         GO TO 9800-EXIT
005170     END-IF
005180     ACCEPT DT-END-TIME FROM TIME
005190     MOVE SPACES TO RUNJRNL-RECORD
005200     MOVE "PPTDATE" TO RJ-PROGRAM-ID
005210     MOVE DT-OLD-DATE TO RJ-START-DATE
005220     MOVE DT-START-TIME TO RJ-START-TIME
005230     MOVE DT-NEW-DATE TO RJ-END-DATE
005240     MOVE DT-END-TIME TO RJ-END-TIME
005250     MOVE DT-JOURNAL-READ TO RJ-RECORDS-READ
005260     MOVE 0 TO RJ-RECORDS-WRITTEN
005270     MOVE 0 TO RJ-ROUNDS-REJECTED
005280     IF RETURN-CODE = 0
005290         MOVE 1 TO RJ-RECORDS-WRITTEN
005300         MOVE DT-ACTION-SW TO RJ-DAY-ACTION
005310     END-IF
005320     MOVE DT-PARM-OPERATOR-ID TO RJ-OPERATOR-ID
005330     MOVE RETURN-CODE TO RJ-RETURN-CODE
005340     WRITE RUNJRNL-RECORD
005350     CLOSE RUNJRNL-FILE.
005360 9800-EXIT.
005370     EXIT.
005380
005390 END PROGRAM PPTDATE.
