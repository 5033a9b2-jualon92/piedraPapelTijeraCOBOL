000100******************************************************************
000110* Author: JuanJignacio
000120* Installation: www.
000130* Date-Written: 15/10/2026.
000140*
000150* Modification History
000160*   DD/MM/YYYY  INIT  DESCRIPTION
000170*   15/10/2026  JAI   Original - entry-fee and prize-money
000180*                     ledger posting.  Every contest already
000190*                     ends on CONTLOG with its entrants and its
000200*                     winner, but the money was kept in a cash
000210*                     book.  This program charges each entrant
000220*                     the scheduled fee and credits the purse
000230*                     by finishing position - from the TSTAND
000240*                     standings or the KBRACKET progression
000250*                     when they belong to the contest - and
000260*                     posts the treasurer's payments and
000270*                     write-offs, all onto one LEDGER file that
000280*                     PPTLSTM turns into statements and the aged
000290*                     receivables report.
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. PPTLEDG.
000330 AUTHOR. JuanJignacio.
000340 INSTALLATION. www.
000350 DATE-WRITTEN. 15/10/2026.
000360 DATE-COMPILED. 15/10/2026.
000370******************************************************************
000380* Posting to the player money ledger (LEDGER.CPY):
000390*   - LEDGPARM card: action (cols 1-7) CONTEST or CASH and, for
000400*     CONTEST, the contest date (YYYYMMDD, cols 9-16; blank =
000410*     the business date).  Missing or invalid card ends the run
000420*     with RETURN-CODE 20.
000430*   - CONTEST reads the LEDGPOST posting log first and refuses
000440*     a contest date already on it (RETURN-CODE 12) - a re-run
000450*     must never charge a night's fees twice.  Every CONTLOG
000460*     contest of the date is then priced off the FEESCHED
000470*     schedule for its contest type and each entrant's
000480*     PM-DIVISION (the ** line when the division has none):
000490*     one F entry for the entry fee, one P entry for the purse
000500*     of the entrant's finishing position.
000510*   - finishing positions: a match pays its winner first place
000520*     and its loser second, a tied match pays no purse.  A
000530*     tournament takes the TSTAND positions when the TSTAND on
000540*     the job holds exactly the contest's entrants, otherwise
000550*     it ranks the CONTLOG round wins.  A knockout takes every
000560*     entrant off the KBRACKET progression when its final is
000570*     the CONTLOG final - losers of a bracket round share the
000580*     places that round decides - otherwise only the two
000590*     finalists can be placed and the contest is flagged.
000600*     Players sharing a place split the purses of the places
000610*     they cover.
000620*   - after a posting with at least one contest the date is
000630*     appended to LEDGPOST.  A date with no contest on CONTLOG
000640*     is not logged, so the night can still be posted later.
000650*   - CASH applies the LEDGTRAN payments (PAY) and write-offs
000660*     (WOF), each validated and listed applied or rejected.
000670*   - everything posted is listed on PPTLRPT with totals.
000680* RETURN-CODE 0 = posted clean, 4 = posted with exceptions
000690* (an entrant with no schedule line, a bracket that could not
000700* be placed, no contest for the date, or some transactions
000710* rejected), 8 = every cash transaction rejected, 12 = contest
000720* date already posted (or the posting log unreadable), 16 = an
000730* input file could not be opened, or LEDGER could not be opened
000740* or written (the date is then not logged), or the night was
000745* posted but LEDGPOST could not be written (do not re-run - log
000746* the date by hand), 20 = missing or invalid LEDGPARM card, 28 =
000747* the business date is closed.
000748* A BUSDATE on file that cannot be read ends the run RC 16.
000750******************************************************************
000760 ENVIRONMENT DIVISION.
000770 INPUT-OUTPUT SECTION.
000780 FILE-CONTROL.
000790     SELECT LEDGPARM-FILE ASSIGN TO "LEDGPARM"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS LE-LEDGPARM-STATUS.
000820     SELECT FEESCHED-FILE ASSIGN TO "FEESCHED"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS LE-FEESCHED-STATUS.
000850     SELECT CONTLOG-FILE ASSIGN TO "CONTLOG"
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS LE-CONTLOG-STATUS.
000880     SELECT TSTAND-FILE ASSIGN TO "TSTAND"
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS LE-TSTAND-STATUS.
000910     SELECT KBRACKET-FILE ASSIGN TO "KBRACKET"
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS LE-KBRACKET-STATUS.
000940     SELECT PLYRMAST-FILE ASSIGN TO "PLYRMAST"
000950         ORGANIZATION IS INDEXED
000960         ACCESS MODE IS RANDOM
000970         RECORD KEY IS PM-PLAYER-ID
000980         FILE STATUS IS LE-PLYRMAST-STATUS.
000990     SELECT LEDGTRAN-FILE ASSIGN TO "LEDGTRAN"
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS LE-LEDGTRAN-STATUS.
001020     SELECT LEDGER-FILE ASSIGN TO "LEDGER"
001030         ORGANIZATION IS SEQUENTIAL
001040         FILE STATUS IS LE-LEDGER-STATUS.
001050     SELECT LEDGPOST-FILE ASSIGN TO "LEDGPOST"
001060         ORGANIZATION IS SEQUENTIAL
001070         FILE STATUS IS LE-LEDGPOST-STATUS.
001080     SELECT PRTFILE ASSIGN TO "PPTLRPT"
001090         ORGANIZATION IS SEQUENTIAL
001100         FILE STATUS IS LE-PRTFILE-STATUS.
001110     SELECT RUNJRNL-FILE ASSIGN TO "RUNJRNL"
001120         ORGANIZATION IS SEQUENTIAL
001130         FILE STATUS IS LE-RUNJRNL-STATUS.
001140     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
001150         ORGANIZATION IS SEQUENTIAL
001160         FILE STATUS IS LE-BUSDATE-STATUS.
001170 DATA DIVISION.
001180 FILE SECTION.
001190 FD  LEDGPARM-FILE
001200     LABEL RECORD IS STANDARD.
001210 01  LEDGPARM-RECORD.
001220     05  LE-PARM-ACTION         PIC X(07).
001230     05  FILLER                 PIC X(01).
001240     05  LE-PARM-DATE           PIC X(08).
001250     05  FILLER                 PIC X(64).
001260 FD  FEESCHED-FILE
001270     LABEL RECORD IS STANDARD.
001280     COPY FEESCHED.
001290 FD  CONTLOG-FILE
001300     LABEL RECORD IS STANDARD.
001310     COPY CONTLOG.
001320 FD  TSTAND-FILE
001330     LABEL RECORD IS STANDARD.
001340     COPY TSTAND.
001350 FD  KBRACKET-FILE
001360     LABEL RECORD IS STANDARD.
001370     COPY KBRACKET.
001380 FD  PLYRMAST-FILE
001390     LABEL RECORD IS STANDARD.
001400     COPY PLYRMAST.
001410 FD  LEDGTRAN-FILE
001420     LABEL RECORD IS STANDARD.
001430     COPY LEDGTRAN.
001440 FD  LEDGER-FILE
001450     LABEL RECORD IS STANDARD.
001460     COPY LEDGER.
001470 FD  LEDGPOST-FILE
001480     LABEL RECORD IS STANDARD.
001490     COPY LEDGPOST.
001500 FD  PRTFILE
001510     LABEL RECORD IS STANDARD.
001520     COPY PRTLINE.
001530 FD  RUNJRNL-FILE
001540     LABEL RECORD IS STANDARD.
001550     COPY RUNJRNL.
001560 FD  BUSDATE-FILE
001570     LABEL RECORD IS STANDARD.
001580     COPY BUSDATE.
001590 WORKING-STORAGE SECTION.
001600******************************************************************
001610* File status and end-of-file switches.
001620******************************************************************
001630 77  LE-LEDGPARM-STATUS        PIC X(02) VALUE "00".
001640 77  LE-FEESCHED-STATUS        PIC X(02) VALUE "00".
001650 77  LE-CONTLOG-STATUS         PIC X(02) VALUE "00".
001660 77  LE-TSTAND-STATUS          PIC X(02) VALUE "00".
001670 77  LE-KBRACKET-STATUS        PIC X(02) VALUE "00".
001680 77  LE-PLYRMAST-STATUS        PIC X(02) VALUE "00".
001690 77  LE-LEDGTRAN-STATUS        PIC X(02) VALUE "00".
001700 77  LE-LEDGER-STATUS          PIC X(02) VALUE "00".
001710 77  LE-LEDGPOST-STATUS        PIC X(02) VALUE "00".
001720 77  LE-PRTFILE-STATUS         PIC X(02) VALUE "00".
001730 77  LE-RUNJRNL-STATUS         PIC X(02) VALUE "00".
001740 77  LE-BUSDATE-STATUS         PIC X(02) VALUE "00".
001750 77  LE-FEESCHED-EOF-SW        PIC X(01) VALUE "N".
001760     88  FEESCHED-EOF                    VALUE "Y".
001770 77  LE-CONTLOG-EOF-SW         PIC X(01) VALUE "N".
001780     88  CONTLOG-EOF                     VALUE "Y".
001790 77  LE-TSTAND-EOF-SW          PIC X(01) VALUE "N".
001800     88  TSTAND-EOF                      VALUE "Y".
001810 77  LE-KBRACKET-EOF-SW        PIC X(01) VALUE "N".
001820     88  KBRACKET-EOF                    VALUE "Y".
001830 77  LE-LEDGTRAN-EOF-SW        PIC X(01) VALUE "N".
001840     88  LEDGTRAN-EOF                    VALUE "Y".
001850 77  LE-LEDGPOST-EOF-SW        PIC X(01) VALUE "N".
001860     88  LEDGPOST-EOF                    VALUE "Y".
001870 77  LE-BUSINESS-DATE          PIC 9(08) VALUE 0.
001880 77  LE-DAY-STATUS             PIC X(01) VALUE "O".
001890     88  BUSINESS-DAY-CLOSED             VALUE "C".
001900 77  LE-START-TIME             PIC 9(08) VALUE 0.
001910 77  LE-END-DATE               PIC 9(08) VALUE 0.
001920 77  LE-END-TIME               PIC 9(08) VALUE 0.
001930
001940******************************************************************
001950* Run control from the parameter card and the posting log.
001960******************************************************************
001970 77  LE-PARM-VALID-SW          PIC X(01) VALUE "N".
001980     88  PARM-VALID                      VALUE "Y".
001990 77  LE-ACTION-SW              PIC X(01) VALUE SPACE.
002000     88  ACTION-CONTEST                  VALUE "C".
002010     88  ACTION-CASH                     VALUE "P".
002020 77  LE-CONTEST-DATE           PIC 9(08) VALUE 0.
002030 77  LE-DATE-POSTED-SW         PIC X(01) VALUE "N".
002040     88  DATE-ALREADY-POSTED             VALUE "Y".
002050 77  LE-OPEN-FAILED-SW         PIC X(01) VALUE "N".
002060     88  INPUT-FILE-UNREADABLE           VALUE "Y".
002063 77  LE-LEDGER-FAILED-SW       PIC X(01) VALUE "N".
002066     88  LEDGER-UNWRITABLE               VALUE "Y".
002067 77  LE-LEDGPOST-FAILED-SW     PIC X(01) VALUE "N".
002068     88  POSTING-NOT-LOGGED              VALUE "Y".
002070 77  LE-REG-CHECK-SW           PIC X(01) VALUE "N".
002080     88  REG-CHECK-ACTIVE                VALUE "Y".
002090
002100******************************************************************
002110* Fee and purse schedule, loaded whole from FEESCHED.
002120******************************************************************
002130 77  LE-NBR-SCHED              PIC 9(03) VALUE 0.
002140 77  LE-MAX-SCHED              PIC 9(03) VALUE 100.
002150 01  LE-SCHED-TABLE.
002160     05  LE-F-ENTRY OCCURS 100 TIMES.
002170         10  LE-F-TYPE         PIC X(01).
002180         10  LE-F-DIV          PIC X(02).
002190         10  LE-F-FEE          PIC 9(05)V99.
002200         10  LE-F-PURSE OCCURS 8 TIMES PIC 9(05)V99.
002210 77  LE-F                      PIC 9(03) COMP VALUE 0.
002220 77  LE-SCHED-SUB              PIC 9(03) COMP VALUE 0.
002230 77  LE-SCHED-FOUND-SW         PIC X(01) VALUE "N".
002240     88  SCHED-FOUND                     VALUE "Y".
002250
002260******************************************************************
002270* The TSTAND standings and KBRACKET progression on the job -
002280* each file holds the last tournament or bracket played.
002290******************************************************************
002300 77  LE-NBR-TSTAND             PIC 9(02) VALUE 0.
002310 01  LE-TSTAND-TABLE.
002320     05  LE-TS-ENTRY OCCURS 16 TIMES.
002330         10  LE-TS-ID          PIC X(10).
002340         10  LE-TS-POS         PIC 9(02).
002350 77  LE-NBR-KB                 PIC 9(02) VALUE 0.
002360 01  LE-KB-TABLE.
002370     05  LE-KB-ENTRY OCCURS 15 TIMES.
002380         10  LE-KB-ROUND       PIC 9(02).
002390         10  LE-KB-A-ID        PIC X(10).
002400         10  LE-KB-B-ID        PIC X(10).
002410         10  LE-KB-WINNER-ID   PIC X(10).
002420 01  LE-KB-ROUND-TABLE.
002430     05  LE-KB-ROUND-MATCHES OCCURS 8 TIMES PIC 9(02).
002440 77  LE-KB-LOSER-ID            PIC X(10) VALUE SPACES.
002450 77  LE-KB-USABLE-SW           PIC X(01) VALUE "N".
002460     88  KBRACKET-USABLE                 VALUE "Y".
002470
002480******************************************************************
002490* Entrants of the contest in hand with their places.  Places
002500* shared by LE-E-SHARE players cover LE-E-POS through
002510* LE-E-POS + LE-E-SHARE - 1; a zero place pays no purse.
002520******************************************************************
002530 77  LE-NBR-ENTRANTS           PIC 9(02) VALUE 0.
002540 01  LE-ENTRANT-TABLE.
002550     05  LE-E-ENTRY OCCURS 16 TIMES.
002560         10  LE-E-ID           PIC X(10).
002570         10  LE-E-WINS         PIC 9(03).
002580         10  LE-E-POS          PIC 9(02).
002590         10  LE-E-SHARE        PIC 9(02).
002600 77  LE-E                      PIC 9(02) COMP VALUE 0.
002610 77  LE-J                      PIC 9(02) COMP VALUE 0.
002620 77  LE-K                      PIC 9(02) COMP VALUE 0.
002630 77  LE-P                      PIC 9(02) COMP VALUE 0.
002640 77  LE-LAST-PLACE             PIC 9(02) COMP VALUE 0.
002650 77  LE-MATCHED-COUNT          PIC 9(02) VALUE 0.
002660 77  LE-POSITION-SOURCE        PIC X(20) VALUE SPACES.
002670 77  LE-CONTEST-FLAG-SW        PIC X(01) VALUE "N".
002680     88  CONTEST-FLAGGED                 VALUE "Y".
002690
002700******************************************************************
002710* Money work fields for the entrant or transaction in hand.
002720******************************************************************
002730 77  LE-DIVISION               PIC X(02) VALUE SPACES.
002740 77  LE-FEE-AMOUNT             PIC 9(05)V99 VALUE 0.
002750 77  LE-PURSE-SUM              PIC 9(07)V99 VALUE 0.
002760 77  LE-PRIZE-AMOUNT           PIC 9(07)V99 VALUE 0.
002770 77  LE-REJECT-SW              PIC X(01) VALUE "N".
002780     88  TRANS-REJECTED                  VALUE "Y".
002790     88  TRANS-APPLIED                   VALUE "N".
002800 77  LE-REJECT-TEXT            PIC X(30) VALUE SPACES.
002810
002820******************************************************************
002830* Control totals.
002840******************************************************************
002850 77  LE-RUN-DATE               PIC 9(08) VALUE 0.
002860 77  LE-CONTESTS-READ          PIC 9(05) VALUE 0.
002870 77  LE-CONTESTS-POSTED        PIC 9(03) VALUE 0.
002880 77  LE-ENTRIES-WRITTEN        PIC 9(07) VALUE 0.
002890 77  LE-EXCEPTIONS             PIC 9(05) VALUE 0.
002900 77  LE-FEE-TOTAL              PIC 9(07)V99 VALUE 0.
002910 77  LE-PRIZE-TOTAL            PIC 9(07)V99 VALUE 0.
002920 77  LE-TRANS-READ             PIC 9(05) VALUE 0.
002930 77  LE-TRANS-APPLIED          PIC 9(05) VALUE 0.
002940 77  LE-TRANS-REJECTED         PIC 9(05) VALUE 0.
002950 77  LE-PAY-TOTAL              PIC 9(07)V99 VALUE 0.
002960 77  LE-WOF-TOTAL              PIC 9(07)V99 VALUE 0.
002970
002980******************************************************************
002990* Report page control and edited fields.
003000******************************************************************
003010 77  LE-PAGE-COUNT             PIC 9(04) VALUE 0.
003020 77  LE-LINE-COUNT             PIC 9(03) VALUE 0.
003030 77  LE-MAX-LINES              PIC 9(03) VALUE 55.
003040 77  LE-DASH-LINE              PIC X(70) VALUE ALL "-".
003050 77  LE-EDIT-PAGE              PIC ZZZ9.
003060 77  LE-EDIT-SEQ               PIC ZZZZ9.
003070 77  LE-EDIT-COUNT             PIC ZZZZZZ9.
003080 77  LE-EDIT-POS               PIC Z9.
003090 77  LE-EDIT-FEE               PIC ZZZZ9.99.
003100 77  LE-EDIT-PRIZE             PIC ZZZZZZ9.99.
003110 77  LE-EDIT-TOTAL             PIC ZZZZZZ9.99.
003120
003130 PROCEDURE DIVISION.
003140******************************************************************
003150* 0000-MAIN-PROCEDURE
003160******************************************************************
003170 0000-MAIN-PROCEDURE.
003180     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003190     IF PARM-VALID AND NOT DATE-ALREADY-POSTED
003200         AND NOT INPUT-FILE-UNREADABLE
003205         AND NOT LEDGER-UNWRITABLE
003210         IF ACTION-CONTEST
003220             PERFORM 2000-POST-CONTESTS THRU 2000-EXIT
003230             PERFORM 2900-LOG-POSTED-DATE THRU 2900-EXIT
003240             PERFORM 4000-PRINT-CONTEST-TOTALS THRU 4000-EXIT
003250         ELSE
003260             PERFORM 3000-APPLY-CASH-TRANS THRU 3000-EXIT
003270             PERFORM 4500-PRINT-CASH-TOTALS THRU 4500-EXIT
003280         END-IF
003290         PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
003300     END-IF
003310     PERFORM 9999-TERMINATE THRU 9999-EXIT
003320     STOP RUN.
003330
003340******************************************************************
003350* 1000-INITIALIZE
003360* Card, posting log and every input proven usable before the
003370* first ledger entry is written.
003380******************************************************************
003390 1000-INITIALIZE.
003400     DISPLAY "PPTLEDG - FEE AND PRIZE LEDGER POSTING"
003410     PERFORM 9700-READ-BUSINESS-DATE THRU 9700-EXIT
003420     ACCEPT LE-START-TIME FROM TIME
003430     IF BUSINESS-DAY-CLOSED
003440         DISPLAY "PPTLEDG - business date " LE-RUN-DATE
003450             " is closed - run ends"
003460         GO TO 1000-EXIT
003470     END-IF
003480     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT
003490     IF NOT PARM-VALID
003500         GO TO 1000-EXIT
003510     END-IF
003520     IF ACTION-CONTEST
003530         PERFORM 1200-CHECK-POSTED-DATES THRU 1200-EXIT
003540         IF DATE-ALREADY-POSTED
003550             DISPLAY "PPTLEDG - contest date " LE-CONTEST-DATE
003560                 " was already posted - run refused"
003570             GO TO 1000-EXIT
003580         END-IF
003590         PERFORM 1300-LOAD-FEE-SCHEDULE THRU 1300-EXIT
003600         IF INPUT-FILE-UNREADABLE
003610             GO TO 1000-EXIT
003620         END-IF
003630         PERFORM 1400-LOAD-TSTAND THRU 1400-EXIT
003640         PERFORM 1500-LOAD-KBRACKET THRU 1500-EXIT
003650         OPEN INPUT CONTLOG-FILE
003660         IF LE-CONTLOG-STATUS NOT = "00"
003670             SET INPUT-FILE-UNREADABLE TO TRUE
003680             DISPLAY "PPTLEDG - cannot open CONTLOG, status "
003690                 LE-CONTLOG-STATUS " - run ends"
003700             GO TO 1000-EXIT
003710         END-IF
003720     ELSE
003730         OPEN INPUT LEDGTRAN-FILE
003740         IF LE-LEDGTRAN-STATUS NOT = "00"
003750             SET INPUT-FILE-UNREADABLE TO TRUE
003760             DISPLAY "PPTLEDG - cannot open LEDGTRAN, status "
003770                 LE-LEDGTRAN-STATUS " - run ends"
003780             GO TO 1000-EXIT
003790         END-IF
003800     END-IF
003810     PERFORM 1600-OPEN-PLYRMAST THRU 1600-EXIT
003820     IF INPUT-FILE-UNREADABLE
003830         IF ACTION-CONTEST
003840             CLOSE CONTLOG-FILE
003850         ELSE
003860             CLOSE LEDGTRAN-FILE
003870         END-IF
003880         GO TO 1000-EXIT
003890     END-IF
003900     OPEN EXTEND LEDGER-FILE
003910     IF LE-LEDGER-STATUS = "35"
003920         OPEN OUTPUT LEDGER-FILE
003930         CLOSE LEDGER-FILE
003940         OPEN EXTEND LEDGER-FILE
003941     END-IF
003942     IF LE-LEDGER-STATUS NOT = "00"
003943         SET LEDGER-UNWRITABLE TO TRUE
003944         DISPLAY "PPTLEDG - cannot open LEDGER, status "
003945             LE-LEDGER-STATUS " - nothing posted"
003946         IF ACTION-CONTEST
003947             CLOSE CONTLOG-FILE
003948         ELSE
003949             CLOSE LEDGTRAN-FILE
003950         END-IF
003951         IF REG-CHECK-ACTIVE
003952             CLOSE PLYRMAST-FILE
003953         END-IF
003954         GO TO 1000-EXIT
003955     END-IF
003960     OPEN OUTPUT PRTFILE
003970     PERFORM 7100-PRINT-PAGE-HEADERS THRU 7100-EXIT
003980     PERFORM 7200-PRINT-DETAIL-HEADER THRU 7200-EXIT.
003990 1000-EXIT.
004000     EXIT.
004010
004020 1100-READ-PARM-CARD.
004030     OPEN INPUT LEDGPARM-FILE
004040     IF LE-LEDGPARM-STATUS = "35"
004050         DISPLAY "PPTLEDG - no LEDGPARM card - run ends"
004060         GO TO 1100-EXIT
004070     END-IF
004080     READ LEDGPARM-FILE
004090         AT END
004100             DISPLAY "PPTLEDG - LEDGPARM card file is empty"
004110                 " - run ends"
004120             CLOSE LEDGPARM-FILE
004130             GO TO 1100-EXIT
004140     END-READ
004150     CLOSE LEDGPARM-FILE
004160     EVALUATE LE-PARM-ACTION
004170         WHEN "CONTEST"
004180             SET ACTION-CONTEST TO TRUE
004190         WHEN "CASH   "
004200             SET ACTION-CASH TO TRUE
004210         WHEN OTHER
004220             DISPLAY "PPTLEDG - LEDGPARM action not CONTEST or "
004230                 "CASH: " LE-PARM-ACTION
004240             GO TO 1100-EXIT
004250     END-EVALUATE
004260     IF LE-PARM-DATE = SPACES
004270         MOVE LE-RUN-DATE TO LE-CONTEST-DATE
004280     ELSE
004290         IF LE-PARM-DATE NOT NUMERIC
004300             DISPLAY "PPTLEDG - LEDGPARM date not YYYYMMDD: "
004310                 LE-PARM-DATE
004320             GO TO 1100-EXIT
004330         END-IF
004340         MOVE LE-PARM-DATE TO LE-CONTEST-DATE
004350     END-IF
004360     SET PARM-VALID TO TRUE.
004370 1100-EXIT.
004380     EXIT.
004390
004400******************************************************************
004410* 1200-CHECK-POSTED-DATES
004420* Reads the posting log end to end looking for the contest
004430* date.  No log on disk means nothing was ever posted.
004440******************************************************************
004450 1200-CHECK-POSTED-DATES.
004460     OPEN INPUT LEDGPOST-FILE
004470     IF LE-LEDGPOST-STATUS = "35"
004480         GO TO 1200-EXIT
004490     END-IF
004500     IF LE-LEDGPOST-STATUS NOT = "00"
004510*        An unreadable posting log cannot prove the date was
004520*        never posted - refuse rather than risk a double charge.
004530         DISPLAY "PPTLEDG - cannot open LEDGPOST, status "
004540             LE-LEDGPOST-STATUS " - run refused"
004550         SET DATE-ALREADY-POSTED TO TRUE
004560         GO TO 1200-EXIT
004570     END-IF
004580     MOVE "N" TO LE-LEDGPOST-EOF-SW
004590     READ LEDGPOST-FILE
004600         AT END SET LEDGPOST-EOF TO TRUE
004610     END-READ
004620     PERFORM 1210-MATCH-ONE-POSTED-DATE THRU 1210-EXIT
004630         UNTIL LEDGPOST-EOF OR DATE-ALREADY-POSTED
004640     CLOSE LEDGPOST-FILE.
004650 1200-EXIT.
004660     EXIT.
004670
004680 1210-MATCH-ONE-POSTED-DATE.
004690     IF LD-CONTEST-DATE = LE-CONTEST-DATE
004700         SET DATE-ALREADY-POSTED TO TRUE
004710         GO TO 1210-EXIT
004720     END-IF
004730     READ LEDGPOST-FILE
004740         AT END SET LEDGPOST-EOF TO TRUE
004750     END-READ.
004760 1210-EXIT.
004770     EXIT.
004780
004790******************************************************************
004800* 1300-LOAD-FEE-SCHEDULE
004810* Without the schedule nothing can be priced - a missing or
004820* empty FEESCHED ends the run.
004830******************************************************************
004840 1300-LOAD-FEE-SCHEDULE.
004850     OPEN INPUT FEESCHED-FILE
004860     IF LE-FEESCHED-STATUS NOT = "00"
004870         SET INPUT-FILE-UNREADABLE TO TRUE
004880         DISPLAY "PPTLEDG - cannot open FEESCHED, status "
004890             LE-FEESCHED-STATUS " - run ends"
004900         GO TO 1300-EXIT
004910     END-IF
004920     MOVE "N" TO LE-FEESCHED-EOF-SW
004930     READ FEESCHED-FILE
004940         AT END SET FEESCHED-EOF TO TRUE
004950     END-READ
004960     PERFORM 1310-LOAD-ONE-SCHEDULE-LINE THRU 1310-EXIT
004970         UNTIL FEESCHED-EOF
004980     CLOSE FEESCHED-FILE
004990     IF LE-NBR-SCHED = 0
005000         SET INPUT-FILE-UNREADABLE TO TRUE
005010         DISPLAY "PPTLEDG - FEESCHED holds no valid line"
005020             " - run ends"
005030     END-IF.
005040 1300-EXIT.
005050     EXIT.
005060
005070 1310-LOAD-ONE-SCHEDULE-LINE.
005080     IF FS-CONTEST-TYPE NOT = "M" AND FS-CONTEST-TYPE NOT = "T"
005090         AND FS-CONTEST-TYPE NOT = "K"
005100         DISPLAY "PPTLEDG - FEESCHED line skipped, contest type "
005110             "not M, T or K: " FS-CONTEST-TYPE
005120         GO TO 1310-READ-NEXT
005130     END-IF
005140     IF FEESCHED-RECORD(4:63) NOT NUMERIC
005150         DISPLAY "PPTLEDG - FEESCHED line skipped, amounts not "
005160             "numeric: " FS-CONTEST-TYPE FS-DIVISION
005170         GO TO 1310-READ-NEXT
005180     END-IF
005190     IF LE-NBR-SCHED >= LE-MAX-SCHED
005200         DISPLAY "PPTLEDG - FEESCHED table full, line skipped: "
005210             FS-CONTEST-TYPE FS-DIVISION
005220         GO TO 1310-READ-NEXT
005230     END-IF
005240     ADD 1 TO LE-NBR-SCHED
005250     MOVE FS-CONTEST-TYPE TO LE-F-TYPE(LE-NBR-SCHED)
005260     MOVE FS-DIVISION TO LE-F-DIV(LE-NBR-SCHED)
005270     MOVE FS-ENTRY-FEE TO LE-F-FEE(LE-NBR-SCHED)
005280     PERFORM 1320-LOAD-ONE-PURSE THRU 1320-EXIT
005290         VARYING LE-P FROM 1 BY 1
005300         UNTIL LE-P > 8.
005310 1310-READ-NEXT.
005320     READ FEESCHED-FILE
005330         AT END SET FEESCHED-EOF TO TRUE
005340     END-READ.
005350 1310-EXIT.
005360     EXIT.
005370
005380 1320-LOAD-ONE-PURSE.
005390     MOVE FS-PURSE(LE-P) TO LE-F-PURSE(LE-NBR-SCHED, LE-P).
005400 1320-EXIT.
005410     EXIT.
005420
005430******************************************************************
005440* 1400-LOAD-TSTAND / 1500-LOAD-KBRACKET
005450* Both are optional - no file means the tournament places come
005460* from CONTLOG round wins and a knockout pays its finalists.
005470******************************************************************
005480 1400-LOAD-TSTAND.
005490     OPEN INPUT TSTAND-FILE
005500     IF LE-TSTAND-STATUS NOT = "00"
005510         GO TO 1400-EXIT
005520     END-IF
005530     MOVE "N" TO LE-TSTAND-EOF-SW
005540     READ TSTAND-FILE
005550         AT END SET TSTAND-EOF TO TRUE
005560     END-READ
005570     PERFORM 1410-LOAD-ONE-STANDING THRU 1410-EXIT
005580         UNTIL TSTAND-EOF
005590     CLOSE TSTAND-FILE.
005600 1400-EXIT.
005610     EXIT.
005620
005630 1410-LOAD-ONE-STANDING.
005640     IF LE-NBR-TSTAND < 16
005650         ADD 1 TO LE-NBR-TSTAND
005660         MOVE TS-PLAYER-ID TO LE-TS-ID(LE-NBR-TSTAND)
005670         MOVE TS-POSITION TO LE-TS-POS(LE-NBR-TSTAND)
005680     END-IF
005690     READ TSTAND-FILE
005700         AT END SET TSTAND-EOF TO TRUE
005710     END-READ.
005720 1410-EXIT.
005730     EXIT.
005740
005750 1500-LOAD-KBRACKET.
005760     MOVE 0 TO LE-KB-ROUND-TABLE
005770     OPEN INPUT KBRACKET-FILE
005780     IF LE-KBRACKET-STATUS NOT = "00"
005790         GO TO 1500-EXIT
005800     END-IF
005810     MOVE "N" TO LE-KBRACKET-EOF-SW
005820     READ KBRACKET-FILE
005830         AT END SET KBRACKET-EOF TO TRUE
005840     END-READ
005850     PERFORM 1510-LOAD-ONE-KB-MATCH THRU 1510-EXIT
005860         UNTIL KBRACKET-EOF
005870     CLOSE KBRACKET-FILE.
005880 1500-EXIT.
005890     EXIT.
005900
005910 1510-LOAD-ONE-KB-MATCH.
005920     IF LE-NBR-KB < 15 AND KB-ROUND-NBR >= 1 AND KB-ROUND-NBR <= 8
005930         ADD 1 TO LE-NBR-KB
005940         MOVE KB-ROUND-NBR TO LE-KB-ROUND(LE-NBR-KB)
005950         MOVE KB-PLAYER-A-ID TO LE-KB-A-ID(LE-NBR-KB)
005960         MOVE KB-PLAYER-B-ID TO LE-KB-B-ID(LE-NBR-KB)
005970         MOVE KB-WINNER-ID TO LE-KB-WINNER-ID(LE-NBR-KB)
005980         ADD 1 TO LE-KB-ROUND-MATCHES(KB-ROUND-NBR)
005990     END-IF
006000     READ KBRACKET-FILE
006010         AT END SET KBRACKET-EOF TO TRUE
006020     END-READ.
006030 1510-EXIT.
006040     EXIT.
006050
006060******************************************************************
006070* 1600-OPEN-PLYRMAST
006080* No master on disk prices every entrant at the ** line and
006090* takes any cash player ID; an unreadable one ends the run.
006100******************************************************************
006110 1600-OPEN-PLYRMAST.
006120     OPEN INPUT PLYRMAST-FILE
006130     EVALUATE TRUE
006140         WHEN LE-PLYRMAST-STATUS = "00"
006150             SET REG-CHECK-ACTIVE TO TRUE
006160         WHEN LE-PLYRMAST-STATUS = "35"
006170             DISPLAY "PPTLEDG - no PLYRMAST on disk - every "
006180                 "entrant priced at the ** schedule line"
006190         WHEN OTHER
006200             SET INPUT-FILE-UNREADABLE TO TRUE
006210             DISPLAY "PPTLEDG - cannot open PLYRMAST, status "
006220                 LE-PLYRMAST-STATUS " - run ends"
006230     END-EVALUATE.
006240 1600-EXIT.
006250     EXIT.
006260
006270******************************************************************
006280* 2000-POST-CONTESTS
006290* One pass over CONTLOG, posting every contest of the date.
006300******************************************************************
006310 2000-POST-CONTESTS.
006320     MOVE "N" TO LE-CONTLOG-EOF-SW
006330     READ CONTLOG-FILE
006340         AT END SET CONTLOG-EOF TO TRUE
006350     END-READ
006360     PERFORM 2100-POST-ONE-CONTEST THRU 2100-EXIT
006370         UNTIL CONTLOG-EOF OR LEDGER-UNWRITABLE
006380     IF LE-CONTESTS-POSTED = 0
006390         ADD 1 TO LE-EXCEPTIONS
006400         PERFORM 7500-CHECK-PAGE-BREAK THRU 7500-EXIT
006410         MOVE SPACES TO PRINT-LINE
006420         STRING "NO CONTEST ON CONTLOG FOR THIS DATE"
006430                 DELIMITED BY SIZE
006440             " - NOTHING POSTED" DELIMITED BY SIZE
006450             INTO PRINT-LINE
006460         WRITE PRINT-LINE AFTER ADVANCING 1
006470         ADD 1 TO LE-LINE-COUNT
006480     END-IF.
006490 2000-EXIT.
006500     EXIT.
006510
006520 2100-POST-ONE-CONTEST.
006530     IF CT-CONTEST-DATE NOT = LE-CONTEST-DATE
006540         GO TO 2100-READ-NEXT
006550     END-IF
006560     ADD 1 TO LE-CONTESTS-READ
006570     MOVE 0 TO LE-NBR-ENTRANTS
006580     MOVE "N" TO LE-CONTEST-FLAG-SW
006590     EVALUATE CT-CONTEST-TYPE
006600         WHEN "M"
006610             PERFORM 2210-PLACE-MATCH THRU 2210-EXIT
006620         WHEN "T"
006630             PERFORM 2220-PLACE-TOURNAMENT THRU 2220-EXIT
006640         WHEN "K"
006650             PERFORM 2230-PLACE-KNOCKOUT THRU 2230-EXIT
006660         WHEN OTHER
006670             MOVE "UNKNOWN CONTEST TYPE" TO LE-POSITION-SOURCE
006680             SET CONTEST-FLAGGED TO TRUE
006690     END-EVALUATE
006700     IF CONTEST-FLAGGED
006710         ADD 1 TO LE-EXCEPTIONS
006720     END-IF
006730     PERFORM 2150-PRINT-CONTEST-LINE THRU 2150-EXIT
006740     PERFORM 2300-POST-ONE-ENTRANT THRU 2300-EXIT
006750         VARYING LE-E FROM 1 BY 1
006760         UNTIL LE-E > LE-NBR-ENTRANTS
006770     IF LE-NBR-ENTRANTS > 0
006780         ADD 1 TO LE-CONTESTS-POSTED
006790     END-IF.
006800 2100-READ-NEXT.
006810     READ CONTLOG-FILE
006820         AT END SET CONTLOG-EOF TO TRUE
006830     END-READ.
006840 2100-EXIT.
006850     EXIT.
006860
006870 2150-PRINT-CONTEST-LINE.
006880     PERFORM 7500-CHECK-PAGE-BREAK THRU 7500-EXIT
006890     MOVE SPACES TO PRINT-LINE
006900     STRING "CONTEST " DELIMITED BY SIZE
006910         CT-CONTEST-TYPE DELIMITED BY SIZE
006920         " " DELIMITED BY SIZE
006930         CT-CONTEST-DATE DELIMITED BY SIZE
006940         " " DELIMITED BY SIZE
006950         CT-CONTEST-TIME DELIMITED BY SIZE
006960         "  WINNER " DELIMITED BY SIZE
006970         CT-WINNER-ID DELIMITED BY SIZE
006980         "  PLACES: " DELIMITED BY SIZE
006990         LE-POSITION-SOURCE DELIMITED BY SIZE
007000         INTO PRINT-LINE
007010     IF CONTEST-FLAGGED
007020         MOVE " *** CHECK" TO PRINT-LINE(92:10)
007030     END-IF
007040     WRITE PRINT-LINE AFTER ADVANCING 2
007050     ADD 2 TO LE-LINE-COUNT.
007060 2150-EXIT.
007070     EXIT.
007080
007090******************************************************************
007100* 2210-PLACE-MATCH
007110* A decided match pays first and second place; a tied one
007120* charges both entrants and pays no purse.
007130******************************************************************
007140 2210-PLACE-MATCH.
007150     PERFORM 2240-LOAD-CONTLOG-ENTRANTS THRU 2240-EXIT
007160     IF CT-TIE-SW = "Y"
007170         MOVE "TIED - NO PURSE" TO LE-POSITION-SOURCE
007180         GO TO 2210-EXIT
007190     END-IF
007200     MOVE "MATCH RESULT" TO LE-POSITION-SOURCE
007210     PERFORM 2211-PLACE-MATCH-ENTRANT THRU 2211-EXIT
007220         VARYING LE-E FROM 1 BY 1
007230         UNTIL LE-E > LE-NBR-ENTRANTS.
007240 2210-EXIT.
007250     EXIT.
007260
007270 2211-PLACE-MATCH-ENTRANT.
007280     MOVE 1 TO LE-E-SHARE(LE-E)
007290     IF LE-E-ID(LE-E) = CT-WINNER-ID
007300         MOVE 1 TO LE-E-POS(LE-E)
007310     ELSE
007320         MOVE 2 TO LE-E-POS(LE-E)
007330     END-IF.
007340 2211-EXIT.
007350     EXIT.
007360
007370******************************************************************
007380* 2220-PLACE-TOURNAMENT
007390* The TSTAND positions are used only when that file holds
007400* exactly this contest's entrants - it is rewritten by every
007410* batch tournament, so a second tournament on the same date or
007420* an interactive one must fall back to ranking the round wins.
007430******************************************************************
007440 2220-PLACE-TOURNAMENT.
007450     PERFORM 2240-LOAD-CONTLOG-ENTRANTS THRU 2240-EXIT
007460     MOVE 0 TO LE-MATCHED-COUNT
007470     IF LE-NBR-TSTAND = LE-NBR-ENTRANTS
007480         PERFORM 2221-MATCH-ONE-TSTAND THRU 2221-EXIT
007490             VARYING LE-E FROM 1 BY 1
007500             UNTIL LE-E > LE-NBR-ENTRANTS
007510     END-IF
007520     IF LE-MATCHED-COUNT = LE-NBR-ENTRANTS AND LE-NBR-ENTRANTS > 0
007530         MOVE "TSTAND" TO LE-POSITION-SOURCE
007540         GO TO 2220-EXIT
007550     END-IF
007560     MOVE "CONTLOG ROUND WINS" TO LE-POSITION-SOURCE
007570     PERFORM 2223-RANK-ONE-ENTRANT THRU 2223-EXIT
007580         VARYING LE-E FROM 1 BY 1
007590         UNTIL LE-E > LE-NBR-ENTRANTS.
007600 2220-EXIT.
007610     EXIT.
007620
007630 2221-MATCH-ONE-TSTAND.
007640     MOVE 0 TO LE-E-POS(LE-E)
007650     MOVE 0 TO LE-E-SHARE(LE-E)
007660     PERFORM 2222-COMPARE-ONE-TSTAND THRU 2222-EXIT
007670         VARYING LE-J FROM 1 BY 1
007680         UNTIL LE-J > LE-NBR-TSTAND.
007690 2221-EXIT.
007700     EXIT.
007710
007720 2222-COMPARE-ONE-TSTAND.
007730     IF LE-TS-ID(LE-J) = LE-E-ID(LE-E) AND LE-E-SHARE(LE-E) = 0
007740         MOVE LE-TS-POS(LE-J) TO LE-E-POS(LE-E)
007750         MOVE 1 TO LE-E-SHARE(LE-E)
007760         ADD 1 TO LE-MATCHED-COUNT
007770     END-IF.
007780 2222-EXIT.
007790     EXIT.
007800
007810 2223-RANK-ONE-ENTRANT.
007820     MOVE 1 TO LE-E-POS(LE-E)
007830     MOVE 0 TO LE-E-SHARE(LE-E)
007840     PERFORM 2224-COMPARE-ONE-WINS THRU 2224-EXIT
007850         VARYING LE-J FROM 1 BY 1
007860         UNTIL LE-J > LE-NBR-ENTRANTS.
007870 2223-EXIT.
007880     EXIT.
007890
007900 2224-COMPARE-ONE-WINS.
007910     IF LE-E-WINS(LE-J) > LE-E-WINS(LE-E)
007920         ADD 1 TO LE-E-POS(LE-E)
007930     END-IF
007940     IF LE-E-WINS(LE-J) = LE-E-WINS(LE-E)
007950         ADD 1 TO LE-E-SHARE(LE-E)
007960     END-IF.
007970 2224-EXIT.
007980     EXIT.
007990
008000******************************************************************
008010* 2230-PLACE-KNOCKOUT
008020* CONTLOG holds only the final; the rest of the field is on
008030* KBRACKET, which the bracket mode rewrites every run.  It
008040* belongs to this contest when its last match is this final.
008050* A loser in a round of n matches shares places n+1 to 2n.
008060******************************************************************
008070 2230-PLACE-KNOCKOUT.
008080     MOVE "N" TO LE-KB-USABLE-SW
008090     IF LE-NBR-KB > 0
008100         IF LE-KB-WINNER-ID(LE-NBR-KB) = CT-WINNER-ID
008110             AND ((LE-KB-A-ID(LE-NBR-KB) = CT-PLAYER-ID(1)
008120                   AND LE-KB-B-ID(LE-NBR-KB) = CT-PLAYER-ID(2))
008130               OR (LE-KB-A-ID(LE-NBR-KB) = CT-PLAYER-ID(2)
008140                   AND LE-KB-B-ID(LE-NBR-KB) = CT-PLAYER-ID(1)))
008150             SET KBRACKET-USABLE TO TRUE
008160         END-IF
008170     END-IF
008180     IF NOT KBRACKET-USABLE
008190         MOVE "FINALISTS ONLY" TO LE-POSITION-SOURCE
008200         SET CONTEST-FLAGGED TO TRUE
008210         PERFORM 2240-LOAD-CONTLOG-ENTRANTS THRU 2240-EXIT
008220         PERFORM 2211-PLACE-MATCH-ENTRANT THRU 2211-EXIT
008230             VARYING LE-E FROM 1 BY 1
008240             UNTIL LE-E > LE-NBR-ENTRANTS
008250         GO TO 2230-EXIT
008260     END-IF
008270     MOVE "KBRACKET" TO LE-POSITION-SOURCE
008280     MOVE 1 TO LE-NBR-ENTRANTS
008290     MOVE CT-WINNER-ID TO LE-E-ID(1)
008300     MOVE 0 TO LE-E-WINS(1)
008310     MOVE 1 TO LE-E-POS(1)
008320     MOVE 1 TO LE-E-SHARE(1)
008330     PERFORM 2231-PLACE-ONE-KB-LOSER THRU 2231-EXIT
008340         VARYING LE-K FROM 1 BY 1
008350         UNTIL LE-K > LE-NBR-KB.
008360 2230-EXIT.
008370     EXIT.
008380
008390 2231-PLACE-ONE-KB-LOSER.
008400     IF LE-KB-WINNER-ID(LE-K) = LE-KB-A-ID(LE-K)
008410         MOVE LE-KB-B-ID(LE-K) TO LE-KB-LOSER-ID
008420     ELSE
008430         MOVE LE-KB-A-ID(LE-K) TO LE-KB-LOSER-ID
008440     END-IF
008450     IF LE-NBR-ENTRANTS < 16
008460         ADD 1 TO LE-NBR-ENTRANTS
008470         MOVE LE-KB-LOSER-ID TO LE-E-ID(LE-NBR-ENTRANTS)
008480         MOVE 0 TO LE-E-WINS(LE-NBR-ENTRANTS)
008490         MOVE LE-KB-ROUND-MATCHES(LE-KB-ROUND(LE-K))
008500             TO LE-E-SHARE(LE-NBR-ENTRANTS)
008510         COMPUTE LE-E-POS(LE-NBR-ENTRANTS) =
008520             LE-KB-ROUND-MATCHES(LE-KB-ROUND(LE-K)) + 1
008530     END-IF.
008540 2231-EXIT.
008550     EXIT.
008560
008570 2240-LOAD-CONTLOG-ENTRANTS.
008580     MOVE 0 TO LE-NBR-ENTRANTS
008590     PERFORM 2241-LOAD-ONE-CONTLOG-SLOT THRU 2241-EXIT
008600         VARYING LE-E FROM 1 BY 1
008610         UNTIL LE-E > CT-NBR-PLAYERS OR LE-E > 8.
008620 2240-EXIT.
008630     EXIT.
008640
008650 2241-LOAD-ONE-CONTLOG-SLOT.
008660     ADD 1 TO LE-NBR-ENTRANTS
008670     MOVE CT-PLAYER-ID(LE-E) TO LE-E-ID(LE-NBR-ENTRANTS)
008680     MOVE CT-PLAYER-WINS(LE-E) TO LE-E-WINS(LE-NBR-ENTRANTS)
008690     MOVE 0 TO LE-E-POS(LE-NBR-ENTRANTS)
008700     MOVE 0 TO LE-E-SHARE(LE-NBR-ENTRANTS).
008710 2241-EXIT.
008720     EXIT.
008730
008740******************************************************************
008750* 2300-POST-ONE-ENTRANT
008760* Prices the entrant off the schedule line for the contest type
008770* and their division (the ** line when the division has none),
008780* then writes the fee charge and the prize credit.
008790******************************************************************
008800 2300-POST-ONE-ENTRANT.
008810     MOVE SPACES TO LE-DIVISION
008820     IF REG-CHECK-ACTIVE
008830         MOVE LE-E-ID(LE-E) TO PM-PLAYER-ID
008840         READ PLYRMAST-FILE
008850             INVALID KEY
008860                 CONTINUE
008870             NOT INVALID KEY
008880                 MOVE PM-DIVISION TO LE-DIVISION
008890         END-READ
008900     END-IF
008910     PERFORM 2310-FIND-SCHEDULE-LINE THRU 2310-EXIT
008920     IF NOT SCHED-FOUND
008930         ADD 1 TO LE-EXCEPTIONS
008940         PERFORM 7500-CHECK-PAGE-BREAK THRU 7500-EXIT
008950         MOVE SPACES TO PRINT-LINE
008960         STRING "  " DELIMITED BY SIZE
008970             LE-E-ID(LE-E) DELIMITED BY SIZE
008980             "  " DELIMITED BY SIZE
008990             LE-DIVISION DELIMITED BY SIZE
009000             "  NOT POSTED - NO FEESCHED LINE FOR THE "
009010                 DELIMITED BY SIZE
009020             "CONTEST TYPE AND DIVISION" DELIMITED BY SIZE
009030             INTO PRINT-LINE
009040         WRITE PRINT-LINE AFTER ADVANCING 1
009050         ADD 1 TO LE-LINE-COUNT
009060         GO TO 2300-EXIT
009070     END-IF
009080     MOVE LE-F-FEE(LE-SCHED-SUB) TO LE-FEE-AMOUNT
009090     PERFORM 2320-PRICE-PURSE THRU 2320-EXIT
009100     IF LE-FEE-AMOUNT > 0
009110         MOVE SPACES TO LEDGER-RECORD
009120         SET LG-FEE-CHARGE TO TRUE
009130         MOVE LE-FEE-AMOUNT TO LG-AMOUNT
009140         MOVE 0 TO LG-POSITION
009150         PERFORM 2400-WRITE-CONTEST-ENTRY THRU 2400-EXIT
009160         ADD LE-FEE-AMOUNT TO LE-FEE-TOTAL
009170     END-IF
009180     IF LE-PRIZE-AMOUNT > 0
009190         MOVE SPACES TO LEDGER-RECORD
009200         SET LG-PRIZE-CREDIT TO TRUE
009210         MOVE LE-PRIZE-AMOUNT TO LG-AMOUNT
009220         MOVE LE-E-POS(LE-E) TO LG-POSITION
009230         PERFORM 2400-WRITE-CONTEST-ENTRY THRU 2400-EXIT
009240         ADD LE-PRIZE-AMOUNT TO LE-PRIZE-TOTAL
009250     END-IF
009260     PERFORM 7500-CHECK-PAGE-BREAK THRU 7500-EXIT
009270     MOVE LE-E-POS(LE-E) TO LE-EDIT-POS
009280     MOVE LE-FEE-AMOUNT TO LE-EDIT-FEE
009290     MOVE LE-PRIZE-AMOUNT TO LE-EDIT-PRIZE
009300     MOVE SPACES TO PRINT-LINE
009310     STRING "  " DELIMITED BY SIZE
009320         LE-E-ID(LE-E) DELIMITED BY SIZE
009330         "  " DELIMITED BY SIZE
009340         LE-DIVISION DELIMITED BY SIZE
009350         "   " DELIMITED BY SIZE
009360         LE-EDIT-POS DELIMITED BY SIZE
009370         "   " DELIMITED BY SIZE
009380         LE-EDIT-FEE DELIMITED BY SIZE
009390         "  " DELIMITED BY SIZE
009400         LE-EDIT-PRIZE DELIMITED BY SIZE
009410         INTO PRINT-LINE
009420     WRITE PRINT-LINE AFTER ADVANCING 1
009430     ADD 1 TO LE-LINE-COUNT.
009440 2300-EXIT.
009450     EXIT.
009460
009470 2310-FIND-SCHEDULE-LINE.
009480     MOVE "N" TO LE-SCHED-FOUND-SW
009490     PERFORM 2311-MATCH-ONE-SCHEDULE-LINE THRU 2311-EXIT
009500         VARYING LE-F FROM 1 BY 1
009510         UNTIL LE-F > LE-NBR-SCHED OR SCHED-FOUND
009520     IF SCHED-FOUND
009530         GO TO 2310-EXIT
009540     END-IF
009550     MOVE "**" TO LE-DIVISION
009560     PERFORM 2311-MATCH-ONE-SCHEDULE-LINE THRU 2311-EXIT
009570         VARYING LE-F FROM 1 BY 1
009580         UNTIL LE-F > LE-NBR-SCHED OR SCHED-FOUND.
009590 2310-EXIT.
009600     EXIT.
009610
009620 2311-MATCH-ONE-SCHEDULE-LINE.
009630     IF LE-F-TYPE(LE-F) = CT-CONTEST-TYPE
009640         AND LE-F-DIV(LE-F) = LE-DIVISION
009650         SET SCHED-FOUND TO TRUE
009660         MOVE LE-F TO LE-SCHED-SUB
009670     END-IF.
009680 2311-EXIT.
009690     EXIT.
009700
009710******************************************************************
009720* 2320-PRICE-PURSE
009730* The purses of every place the entrant's share covers, split
009740* evenly - places past 8 carry no purse.
009750******************************************************************
009760 2320-PRICE-PURSE.
009770     MOVE 0 TO LE-PURSE-SUM
009780     MOVE 0 TO LE-PRIZE-AMOUNT
009790     IF LE-E-POS(LE-E) = 0 OR LE-E-SHARE(LE-E) = 0
009800         GO TO 2320-EXIT
009810     END-IF
009820     COMPUTE LE-LAST-PLACE = LE-E-POS(LE-E) + LE-E-SHARE(LE-E) - 1
009830     PERFORM 2321-ADD-ONE-PURSE THRU 2321-EXIT
009840         VARYING LE-P FROM LE-E-POS(LE-E) BY 1
009850         UNTIL LE-P > LE-LAST-PLACE OR LE-P > 8
009860     COMPUTE LE-PRIZE-AMOUNT ROUNDED =
009870         LE-PURSE-SUM / LE-E-SHARE(LE-E).
009880 2320-EXIT.
009890     EXIT.
009900
009910 2321-ADD-ONE-PURSE.
009920     ADD LE-F-PURSE(LE-SCHED-SUB, LE-P) TO LE-PURSE-SUM.
009930 2321-EXIT.
009940     EXIT.
009950
009960 2400-WRITE-CONTEST-ENTRY.
009962     IF LEDGER-UNWRITABLE
009964         GO TO 2400-EXIT
009966     END-IF
009970     MOVE LE-E-ID(LE-E) TO LG-PLAYER-ID
009980     MOVE LE-RUN-DATE TO LG-POST-DATE
009990     ACCEPT LG-POST-TIME FROM TIME
010000     MOVE CT-CONTEST-TYPE TO LG-CONTEST-TYPE
010010     MOVE CT-CONTEST-DATE TO LG-CONTEST-DATE
010020     MOVE CT-CONTEST-TIME TO LG-CONTEST-TIME
010030     MOVE LE-DIVISION TO LG-DIVISION
010040     WRITE LEDGER-RECORD
010042     IF LE-LEDGER-STATUS NOT = "00"
010044         PERFORM 2450-STOP-POSTING THRU 2450-EXIT
010046         GO TO 2400-EXIT
010048     END-IF
010050     ADD 1 TO LE-ENTRIES-WRITTEN.
010060 2400-EXIT.
010070     EXIT.
010080
010090******************************************************************
010091* 2450-STOP-POSTING
010092* A ledger entry that cannot be written stops the posting: the
010093* date is not logged to LEDGPOST, and what was written before
010094* the failure is still on LEDGER - LEDGER is to be put back as it
010095* was before the run, and the run repeated.
010096******************************************************************
010097 2450-STOP-POSTING.
010098     SET LEDGER-UNWRITABLE TO TRUE
010099     DISPLAY "PPTLEDG - cannot write LEDGER, status "
010100         LE-LEDGER-STATUS " - posting stopped after "
010101         LE-ENTRIES-WRITTEN " entries; put LEDGER back as it was "
010102         "before this run and repeat it".
010103 2450-EXIT.
010104     EXIT.
010105
010106******************************************************************
010107* 2900-LOG-POSTED-DATE
010110* A date with no contest posted is not logged - the night can
010120* still be posted once its contests are on CONTLOG - nor is one
010125* whose posting stopped on a LEDGER write.
010130******************************************************************
010140 2900-LOG-POSTED-DATE.
010150     IF LE-CONTESTS-POSTED = 0 OR LEDGER-UNWRITABLE
010160         GO TO 2900-EXIT
010170     END-IF
010180     OPEN EXTEND LEDGPOST-FILE
010190     IF LE-LEDGPOST-STATUS = "35"
010200         OPEN OUTPUT LEDGPOST-FILE
010210         CLOSE LEDGPOST-FILE
010220         OPEN EXTEND LEDGPOST-FILE
010230     END-IF
010232     IF LE-LEDGPOST-STATUS NOT = "00"
010234         PERFORM 2990-POSTING-NOT-LOGGED THRU 2990-EXIT
010236         GO TO 2900-EXIT
010238     END-IF
010240     MOVE SPACES TO LEDGPOST-RECORD
010250     MOVE LE-CONTEST-DATE TO LD-CONTEST-DATE
010260     MOVE LE-RUN-DATE TO LD-RUN-DATE
010270     MOVE LE-CONTESTS-POSTED TO LD-CONTESTS-POSTED
010280     MOVE LE-ENTRIES-WRITTEN TO LD-ENTRIES-WRITTEN
010290     MOVE LE-FEE-TOTAL TO LD-FEE-TOTAL
010300     MOVE LE-PRIZE-TOTAL TO LD-PRIZE-TOTAL
010310     WRITE LEDGPOST-RECORD
010312     IF LE-LEDGPOST-STATUS NOT = "00"
010314         PERFORM 2990-POSTING-NOT-LOGGED THRU 2990-EXIT
010316     END-IF
010320     CLOSE LEDGPOST-FILE.
010330 2900-EXIT.
010331     EXIT.
010332
010333******************************************************************
010334* 2990-POSTING-NOT-LOGGED
010335* The night's entries are on LEDGER but LEDGPOST does not say
010336* so; a re-run would post every fee and prize a second time.
010337* The LEDGPOST record is to be added by hand from the totals.
010338******************************************************************
010339 2990-POSTING-NOT-LOGGED.
010340     SET POSTING-NOT-LOGGED TO TRUE
010341     DISPLAY "PPTLEDG - cannot log " LE-CONTEST-DATE
010342         " on LEDGPOST, status " LE-LEDGPOST-STATUS
010343     DISPLAY "PPTLEDG - night posted but not logged - "
010344         "do not re-run".
010345 2990-EXIT.
010346     EXIT.
010350
010360******************************************************************
010370* 3000-APPLY-CASH-TRANS
010380******************************************************************
010390 3000-APPLY-CASH-TRANS.
010400     MOVE "N" TO LE-LEDGTRAN-EOF-SW
010410     READ LEDGTRAN-FILE
010420         AT END SET LEDGTRAN-EOF TO TRUE
010430     END-READ
010440     PERFORM 3100-APPLY-ONE-TRANS THRU 3100-EXIT
010450         UNTIL LEDGTRAN-EOF OR LEDGER-UNWRITABLE.
010460 3000-EXIT.
010470     EXIT.
010480
010490 3100-APPLY-ONE-TRANS.
010500     ADD 1 TO LE-TRANS-READ
010510     SET TRANS-APPLIED TO TRUE
010520     MOVE SPACES TO LE-REJECT-TEXT
010530     PERFORM 3200-VALIDATE-TRANS THRU 3200-EXIT
010540     IF TRANS-REJECTED
010550         ADD 1 TO LE-TRANS-REJECTED
010560     ELSE
010570         MOVE SPACES TO LEDGER-RECORD
010580         IF LT-ACTION = "PAY"
010590             SET LG-PAYMENT TO TRUE
010600             ADD LT-AMOUNT-N TO LE-PAY-TOTAL
010610         ELSE
010620             SET LG-WRITE-OFF TO TRUE
010630             ADD LT-AMOUNT-N TO LE-WOF-TOTAL
010640         END-IF
010650         MOVE LT-PLAYER-ID TO LG-PLAYER-ID
010660         MOVE LE-RUN-DATE TO LG-POST-DATE
010670         ACCEPT LG-POST-TIME FROM TIME
010680         MOVE LT-AMOUNT-N TO LG-AMOUNT
010690         MOVE 0 TO LG-CONTEST-DATE
010700         MOVE 0 TO LG-CONTEST-TIME
010710         MOVE 0 TO LG-POSITION
010720         MOVE LT-REFERENCE TO LG-REFERENCE
010730         MOVE LT-OPERATOR-ID TO LG-OPERATOR-ID
010740         WRITE LEDGER-RECORD
010742         IF LE-LEDGER-STATUS NOT = "00"
010744             PERFORM 2450-STOP-POSTING THRU 2450-EXIT
010746             GO TO 3100-EXIT
010748         END-IF
010750         ADD 1 TO LE-ENTRIES-WRITTEN
010760         ADD 1 TO LE-TRANS-APPLIED
010770     END-IF
010780     PERFORM 3300-PRINT-TRANS-LINE THRU 3300-EXIT
010790     READ LEDGTRAN-FILE
010800         AT END SET LEDGTRAN-EOF TO TRUE
010810     END-READ.
010820 3100-EXIT.
010830     EXIT.
010840
010850 3200-VALIDATE-TRANS.
010860     IF LT-ACTION NOT = "PAY" AND LT-ACTION NOT = "WOF"
010870         SET TRANS-REJECTED TO TRUE
010880         MOVE "UNKNOWN ACTION" TO LE-REJECT-TEXT
010890         GO TO 3200-EXIT
010900     END-IF
010910     IF LT-PLAYER-ID = SPACES
010920         SET TRANS-REJECTED TO TRUE
010930         MOVE "PLAYER ID MISSING" TO LE-REJECT-TEXT
010940         GO TO 3200-EXIT
010950     END-IF
010960     IF LT-AMOUNT NOT NUMERIC
010970         SET TRANS-REJECTED TO TRUE
010980         MOVE "AMOUNT NOT NUMERIC" TO LE-REJECT-TEXT
010990         GO TO 3200-EXIT
011000     END-IF
011010     IF LT-AMOUNT-N = 0
011020         SET TRANS-REJECTED TO TRUE
011030         MOVE "AMOUNT IS ZERO" TO LE-REJECT-TEXT
011040         GO TO 3200-EXIT
011050     END-IF
011060     IF LT-ACTION = "PAY" AND LT-REFERENCE = SPACES
011070         SET TRANS-REJECTED TO TRUE
011080         MOVE "RECEIPT REFERENCE MISSING" TO LE-REJECT-TEXT
011090         GO TO 3200-EXIT
011100     END-IF
011110     IF LT-OPERATOR-ID = SPACES
011120         SET TRANS-REJECTED TO TRUE
011130         MOVE "OPERATOR ID MISSING" TO LE-REJECT-TEXT
011140         GO TO 3200-EXIT
011150     END-IF
011160     IF REG-CHECK-ACTIVE
011170         MOVE LT-PLAYER-ID TO PM-PLAYER-ID
011180         READ PLYRMAST-FILE
011190             INVALID KEY
011200                 SET TRANS-REJECTED TO TRUE
011210                 MOVE "PLAYER NOT ON PLYRMAST" TO LE-REJECT-TEXT
011220         END-READ
011230     END-IF.
011240 3200-EXIT.
011250     EXIT.
011260
011270 3300-PRINT-TRANS-LINE.
011280     PERFORM 7500-CHECK-PAGE-BREAK THRU 7500-EXIT
011290     MOVE LE-TRANS-READ TO LE-EDIT-SEQ
011300     MOVE SPACES TO PRINT-LINE
011310     IF TRANS-REJECTED
011320         STRING LE-EDIT-SEQ DELIMITED BY SIZE
011330             "  " DELIMITED BY SIZE
011340             LT-ACTION DELIMITED BY SIZE
011350             "  " DELIMITED BY SIZE
011360             LT-PLAYER-ID DELIMITED BY SIZE
011370             "  " DELIMITED BY SIZE
011380             LT-AMOUNT DELIMITED BY SIZE
011390             "  REJECTED - " DELIMITED BY SIZE
011400             LE-REJECT-TEXT DELIMITED BY SIZE
011410             INTO PRINT-LINE
011420     ELSE
011430         MOVE LT-AMOUNT-N TO LE-EDIT-PRIZE
011440         STRING LE-EDIT-SEQ DELIMITED BY SIZE
011450             "  " DELIMITED BY SIZE
011460             LT-ACTION DELIMITED BY SIZE
011470             "  " DELIMITED BY SIZE
011480             LT-PLAYER-ID DELIMITED BY SIZE
011490             "  " DELIMITED BY SIZE
011500             LE-EDIT-PRIZE DELIMITED BY SIZE
011510             "  " DELIMITED BY SIZE
011520             LT-REFERENCE DELIMITED BY SIZE
011530             "  APPLIED" DELIMITED BY SIZE
011540             INTO PRINT-LINE
011550     END-IF
011560     WRITE PRINT-LINE AFTER ADVANCING 1
011570     ADD 1 TO LE-LINE-COUNT.
011580 3300-EXIT.
011590     EXIT.
011600
011610******************************************************************
011620* 4000-PRINT-CONTEST-TOTALS / 4500-PRINT-CASH-TOTALS
011630******************************************************************
011640 4000-PRINT-CONTEST-TOTALS.
011650     MOVE LE-CONTESTS-POSTED TO LE-EDIT-COUNT
011660     MOVE SPACES TO PRINT-LINE
011670     STRING "CONTESTS POSTED:     " DELIMITED BY SIZE
011680         LE-EDIT-COUNT DELIMITED BY SIZE
011690         INTO PRINT-LINE
011700     WRITE PRINT-LINE AFTER ADVANCING 3
011710     MOVE LE-ENTRIES-WRITTEN TO LE-EDIT-COUNT
011720     MOVE SPACES TO PRINT-LINE
011730     STRING "LEDGER ENTRIES:      " DELIMITED BY SIZE
011740         LE-EDIT-COUNT DELIMITED BY SIZE
011750         INTO PRINT-LINE
011760     WRITE PRINT-LINE AFTER ADVANCING 1
011770     MOVE LE-FEE-TOTAL TO LE-EDIT-TOTAL
011780     MOVE SPACES TO PRINT-LINE
011790     STRING "FEES CHARGED:     " DELIMITED BY SIZE
011800         LE-EDIT-TOTAL DELIMITED BY SIZE
011810         INTO PRINT-LINE
011820     WRITE PRINT-LINE AFTER ADVANCING 1
011830     MOVE LE-PRIZE-TOTAL TO LE-EDIT-TOTAL
011840     MOVE SPACES TO PRINT-LINE
011850     STRING "PRIZES CREDITED:  " DELIMITED BY SIZE
011860         LE-EDIT-TOTAL DELIMITED BY SIZE
011870         INTO PRINT-LINE
011880     WRITE PRINT-LINE AFTER ADVANCING 1
011890     MOVE LE-EXCEPTIONS TO LE-EDIT-COUNT
011900     MOVE SPACES TO PRINT-LINE
011910     STRING "EXCEPTIONS:          " DELIMITED BY SIZE
011920         LE-EDIT-COUNT DELIMITED BY SIZE
011930         INTO PRINT-LINE
011940     WRITE PRINT-LINE AFTER ADVANCING 1
011950     DISPLAY "PPTLEDG - contests " LE-CONTESTS-POSTED
011960         " entries " LE-ENTRIES-WRITTEN
011970         " exceptions " LE-EXCEPTIONS.
011980 4000-EXIT.
011990     EXIT.
012000
012010 4500-PRINT-CASH-TOTALS.
012020     MOVE LE-TRANS-READ TO LE-EDIT-COUNT
012030     MOVE SPACES TO PRINT-LINE
012040     STRING "TRANSACTIONS READ:     " DELIMITED BY SIZE
012050         LE-EDIT-COUNT DELIMITED BY SIZE
012060         INTO PRINT-LINE
012070     WRITE PRINT-LINE AFTER ADVANCING 2
012080     MOVE LE-TRANS-APPLIED TO LE-EDIT-COUNT
012090     MOVE SPACES TO PRINT-LINE
012100     STRING "TRANSACTIONS APPLIED:  " DELIMITED BY SIZE
012110         LE-EDIT-COUNT DELIMITED BY SIZE
012120         INTO PRINT-LINE
012130     WRITE PRINT-LINE AFTER ADVANCING 1
012140     MOVE LE-TRANS-REJECTED TO LE-EDIT-COUNT
012150     MOVE SPACES TO PRINT-LINE
012160     STRING "TRANSACTIONS REJECTED: " DELIMITED BY SIZE
012170         LE-EDIT-COUNT DELIMITED BY SIZE
012180         INTO PRINT-LINE
012190     WRITE PRINT-LINE AFTER ADVANCING 1
012200     MOVE LE-PAY-TOTAL TO LE-EDIT-TOTAL
012210     MOVE SPACES TO PRINT-LINE
012220     STRING "PAYMENTS RECEIVED:  " DELIMITED BY SIZE
012230         LE-EDIT-TOTAL DELIMITED BY SIZE
012240         INTO PRINT-LINE
012250     WRITE PRINT-LINE AFTER ADVANCING 1
012260     MOVE LE-WOF-TOTAL TO LE-EDIT-TOTAL
012270     MOVE SPACES TO PRINT-LINE
012280     STRING "AMOUNTS WRITTEN OFF:" DELIMITED BY SIZE
012290         LE-EDIT-TOTAL DELIMITED BY SIZE
012300         INTO PRINT-LINE
012310     WRITE PRINT-LINE AFTER ADVANCING 1
012320     DISPLAY "PPTLEDG - read " LE-TRANS-READ
012330         " applied " LE-TRANS-APPLIED
012340         " rejected " LE-TRANS-REJECTED.
012350 4500-EXIT.
012360     EXIT.
012370
012380 7100-PRINT-PAGE-HEADERS.
012390     ADD 1 TO LE-PAGE-COUNT
012400     MOVE LE-PAGE-COUNT TO LE-EDIT-PAGE
012410     MOVE SPACES TO PRINT-LINE
012420     STRING "PROGRAM: PPTLEDG" DELIMITED BY SIZE
012430         "     PIEDRA PAPEL O TIJERA - FEE AND PRIZE LEDGER"
012440             DELIMITED BY SIZE
012450         "     PAGE: " DELIMITED BY SIZE
012460         LE-EDIT-PAGE DELIMITED BY SIZE
012470         INTO PRINT-LINE
012480     WRITE PRINT-LINE AFTER ADVANCING PAGE
012490     MOVE SPACES TO PRINT-LINE
012500     IF ACTION-CONTEST
012510         STRING "RUN DATE: " DELIMITED BY SIZE
012520             LE-RUN-DATE DELIMITED BY SIZE
012530             "     CONTEST DATE POSTED: " DELIMITED BY SIZE
012540             LE-CONTEST-DATE DELIMITED BY SIZE
012550             INTO PRINT-LINE
012560     ELSE
012570         STRING "RUN DATE: " DELIMITED BY SIZE
012580             LE-RUN-DATE DELIMITED BY SIZE
012590             "     PAYMENTS AND WRITE-OFFS" DELIMITED BY SIZE
012600             INTO PRINT-LINE
012610     END-IF
012620     WRITE PRINT-LINE AFTER ADVANCING 1
012630     MOVE SPACES TO PRINT-LINE
012640     WRITE PRINT-LINE AFTER ADVANCING 1
012650     MOVE 3 TO LE-LINE-COUNT.
012660 7100-EXIT.
012670     EXIT.
012680
012690 7200-PRINT-DETAIL-HEADER.
012700     MOVE SPACES TO PRINT-LINE
012710     IF ACTION-CONTEST
012720         MOVE "  PLAYER ID   DV  POS        FEE       PRIZE"
012730             TO PRINT-LINE
012740     ELSE
012750         MOVE "  SEQ  ACT  PLAYER ID       AMOUNT  DISPOSITION"
012760             TO PRINT-LINE
012770     END-IF
012780     WRITE PRINT-LINE AFTER ADVANCING 1
012790     MOVE LE-DASH-LINE TO PRINT-LINE
012800     WRITE PRINT-LINE AFTER ADVANCING 1
012810     ADD 2 TO LE-LINE-COUNT.
012820 7200-EXIT.
012830     EXIT.
012840
012850 7500-CHECK-PAGE-BREAK.
012860     IF LE-LINE-COUNT >= LE-MAX-LINES
012870         PERFORM 7100-PRINT-PAGE-HEADERS THRU 7100-EXIT
012880         PERFORM 7200-PRINT-DETAIL-HEADER THRU 7200-EXIT
012890     END-IF.
012900 7500-EXIT.
012910     EXIT.
012920
012930 9000-CLOSE-FILES.
012940     IF ACTION-CONTEST
012950         CLOSE CONTLOG-FILE
012960     ELSE
012970         CLOSE LEDGTRAN-FILE
012980     END-IF
012990     IF REG-CHECK-ACTIVE
013000         CLOSE PLYRMAST-FILE
013010     END-IF
013020     CLOSE LEDGER-FILE
013030     CLOSE PRTFILE.
013040 9000-EXIT.
013050     EXIT.
013060
013070******************************************************************
013080* 9999-TERMINATE
013090* RETURN-CODE 0 = posted clean, 4 = posted with exceptions or
013100* some transactions rejected, 8 = every transaction rejected,
013110* 12 = contest date already posted, 16 = an input file could
013120* not be opened or LEDGER could not be opened or written, 20 =
013130* missing or invalid LEDGPARM card, 28 = the business date is
013135* closed.
013140******************************************************************
013150 9999-TERMINATE.
013160     EVALUATE TRUE
013170         WHEN BUSINESS-DAY-CLOSED
013180             MOVE 28 TO RETURN-CODE
013190         WHEN NOT PARM-VALID
013200             MOVE 20 TO RETURN-CODE
013210         WHEN DATE-ALREADY-POSTED
013220             MOVE 12 TO RETURN-CODE
013230         WHEN INPUT-FILE-UNREADABLE OR LEDGER-UNWRITABLE
013235             OR POSTING-NOT-LOGGED
013240             MOVE 16 TO RETURN-CODE
013250         WHEN ACTION-CONTEST AND LE-EXCEPTIONS > 0
013260             MOVE 4 TO RETURN-CODE
013270         WHEN ACTION-CONTEST
013280             MOVE 0 TO RETURN-CODE
013290         WHEN LE-TRANS-REJECTED = 0
013300             MOVE 0 TO RETURN-CODE
013310         WHEN LE-TRANS-APPLIED = 0
013320             MOVE 8 TO RETURN-CODE
013330         WHEN OTHER
013340             MOVE 4 TO RETURN-CODE
013350     END-EVALUATE
013360     PERFORM 9800-WRITE-RUN-JOURNAL THRU 9800-EXIT.
013370 9999-EXIT.
013380     EXIT.
013390
013400******************************************************************
013410* 9800-WRITE-RUN-JOURNAL
013420* One appended record per execution - stamps, control totals
013430* and the final RETURN-CODE - for the PPTOPS morning report.
013440* Read is the contests of the date or the cash transactions,
013450* written the ledger entries, rejected the exceptions or the
013460* rejected transactions.
013470******************************************************************
013480 9800-WRITE-RUN-JOURNAL.
013490     OPEN EXTEND RUNJRNL-FILE
013500     IF LE-RUNJRNL-STATUS = "35"
013510         OPEN OUTPUT RUNJRNL-FILE
013520         CLOSE RUNJRNL-FILE
013530         OPEN EXTEND RUNJRNL-FILE
013540     END-IF
013550     IF LE-RUNJRNL-STATUS NOT = "00"
013560         DISPLAY "PPTLEDG - run journal unavailable, status "
013570             LE-RUNJRNL-STATUS
013580         GO TO 9800-EXIT
013590     END-IF
013600     MOVE LE-BUSINESS-DATE TO LE-END-DATE
013610     ACCEPT LE-END-TIME FROM TIME
013620     MOVE SPACES TO RUNJRNL-RECORD
013630     MOVE "PPTLEDG" TO RJ-PROGRAM-ID
013640     MOVE LE-RUN-DATE TO RJ-START-DATE
013650     MOVE LE-START-TIME TO RJ-START-TIME
013660     MOVE LE-END-DATE TO RJ-END-DATE
013670     MOVE LE-END-TIME TO RJ-END-TIME
013680     IF ACTION-CASH
013690         MOVE LE-TRANS-READ TO RJ-RECORDS-READ
013700         MOVE LE-TRANS-REJECTED TO RJ-ROUNDS-REJECTED
013710     ELSE
013720         MOVE LE-CONTESTS-READ TO RJ-RECORDS-READ
013730         MOVE LE-EXCEPTIONS TO RJ-ROUNDS-REJECTED
013740     END-IF
013750     MOVE LE-ENTRIES-WRITTEN TO RJ-RECORDS-WRITTEN
013760     MOVE RETURN-CODE TO RJ-RETURN-CODE
013770     WRITE RUNJRNL-RECORD
013780     CLOSE RUNJRNL-FILE.
013790 9800-EXIT.
013800     EXIT.
013810
013820******************************************************************
013830* 9700-READ-BUSINESS-DATE
013840* The run is dated by the business date PPTDATE keeps on
013850* BUSDATE, not the clock, so a stream that runs past midnight
013860* stays on the day it is working.  No control record falls
013870* back to the clock date with a warning.
013875* A BUSDATE on file that cannot be read ends the run (9790).
013880******************************************************************
013890 9700-READ-BUSINESS-DATE.
013900     ACCEPT LE-BUSINESS-DATE FROM DATE YYYYMMDD
013910     OPEN INPUT BUSDATE-FILE
013912     IF LE-BUSDATE-STATUS NOT = "00" AND NOT = "35"
013914         PERFORM 9790-BUSDATE-UNREADABLE THRU 9790-EXIT
013916     END-IF
013920     IF LE-BUSDATE-STATUS NOT = "00"
013930         DISPLAY "PPTLEDG - no BUSDATE control record - "
013940             "running on clock date " LE-BUSINESS-DATE
013950         GO TO 9700-MOVE-RUN-DATE
013960     END-IF
013970     READ BUSDATE-FILE
013980         AT END
013990             DISPLAY "PPTLEDG - BUSDATE is empty - "
014000                 "running on clock date " LE-BUSINESS-DATE
014010             CLOSE BUSDATE-FILE
014020             GO TO 9700-MOVE-RUN-DATE
014030     END-READ
014032     IF LE-BUSDATE-STATUS NOT = "00"
014034         CLOSE BUSDATE-FILE
014036         PERFORM 9790-BUSDATE-UNREADABLE THRU 9790-EXIT
014038     END-IF
014040     MOVE BD-BUSINESS-DATE TO LE-BUSINESS-DATE
014050     MOVE BD-DAY-STATUS TO LE-DAY-STATUS
014060     CLOSE BUSDATE-FILE.
014070 9700-MOVE-RUN-DATE.
014080     MOVE LE-BUSINESS-DATE TO LE-RUN-DATE.
014090 9700-EXIT.
014100     EXIT.
014110
014120******************************************************************
014130* 9790-BUSDATE-UNREADABLE
014140* A BUSDATE that is on file but cannot be read may hold a closed
014150* day, so the clock date will not do: the run ends RC 16 before
014160* anything else is opened.
014170******************************************************************
014180 9790-BUSDATE-UNREADABLE.
014190     DISPLAY "PPTLEDG - cannot read BUSDATE, status "
014200         LE-BUSDATE-STATUS " - run ends"
014210     MOVE LE-BUSINESS-DATE TO LE-RUN-DATE
014220     ACCEPT LE-START-TIME FROM TIME
014230     MOVE 16 TO RETURN-CODE
014240     PERFORM 9800-WRITE-RUN-JOURNAL THRU 9800-EXIT
014250     STOP RUN.
014260 9790-EXIT.
014270     EXIT.
014280
014290 END PROGRAM PPTLEDG.
