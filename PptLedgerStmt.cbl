000100******************************************************************
000110* Author: JuanJignacio
000120* Installation: www.
000130* Date-Written: 15/10/2026.
000140*
000150* Modification History
000160*   DD/MM/YYYY  INIT  DESCRIPTION
000170*   15/10/2026  JAI   Original - monthly player-balance
000180*                     statement and aged receivables report
000190*                     off the LEDGER file PPTLEDG posts.
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. PPTLSTM.
000230 AUTHOR. JuanJignacio.
000240 INSTALLATION. www.
000250 DATE-WRITTEN. 15/10/2026.
000260 DATE-COMPILED. 15/10/2026.
000270******************************************************************
000280* Player statements and aged receivables (PPTNRPT):
000290*   - LSTMPARM card: statement month YYYYMM (cols 1-6; blank =
000300*     the month of the business date).  Invalid card ends the
000310*     run with RETURN-CODE 20.
000320*   - LEDGER is sorted by player, posting date and time.  Each
000330*     player with a balance or with activity in the month gets
000340*     a statement: opening balance (everything posted before
000350*     the month), the month's entries with a running balance,
000360*     and the closing balance.  Entries posted after the month
000370*     are left for the next statement.
000380*   - the aged receivables report follows the statements.
000390*     Credits (prizes, payments, write-offs) settle the oldest
000400*     charges first; what is left of each fee is aged from its
000410*     posting date to the month end (or the business date, if
000420*     the month is still running) in 0-30, 31-60, 61-90 and
000430*     over-90 day buckets.  Players in credit are counted and
000440*     totalled apart.
000450* RETURN-CODE 0 = statements produced, 4 = no ledger activity
000460* up to the month end, 16 = LEDGER could not be opened, 20 =
000470* invalid LSTMPARM card.
000475* A BUSDATE on file that cannot be read ends the run RC 16.
000480******************************************************************
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT LSTMPARM-FILE ASSIGN TO "LSTMPARM"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS LS-LSTMPARM-STATUS.
000550     SELECT LEDGER-FILE ASSIGN TO "LEDGER"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS LS-LEDGER-STATUS.
000580     SELECT LSTMSRT-FILE ASSIGN TO "LSTMSRT".
000590     SELECT PRTFILE ASSIGN TO "PPTNRPT"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS LS-PRTFILE-STATUS.
000620     SELECT RUNJRNL-FILE ASSIGN TO "RUNJRNL"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS LS-RUNJRNL-STATUS.
000650     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS LS-BUSDATE-STATUS.
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  LSTMPARM-FILE
000710     LABEL RECORD IS STANDARD.
000720 01  LSTMPARM-RECORD.
000730     05  LS-PARM-MONTH          PIC X(06).
000740     05  FILLER                 PIC X(74).
000750 FD  LEDGER-FILE
000760     LABEL RECORD IS STANDARD.
000770     COPY LEDGER.
000780 SD  LSTMSRT-FILE.
000790 01  LSTMSRT-RECORD.
000800     05  LQ-PLAYER-ID           PIC X(10).
000810     05  LQ-ENTRY-TYPE          PIC X(01).
000820         88  LQ-FEE-CHARGE               VALUE "F".
000830         88  LQ-PRIZE-CREDIT             VALUE "P".
000840         88  LQ-PAYMENT                  VALUE "Y".
000850         88  LQ-WRITE-OFF                VALUE "W".
000860     05  LQ-POST-DATE           PIC 9(08).
000870     05  LQ-POST-TIME           PIC 9(08).
000880     05  LQ-AMOUNT              PIC 9(07)V99.
000890     05  LQ-CONTEST-TYPE        PIC X(01).
000900     05  LQ-CONTEST-DATE        PIC 9(08).
000910     05  LQ-CONTEST-TIME        PIC 9(08).
000920     05  LQ-POSITION            PIC 9(02).
000930     05  LQ-DIVISION            PIC X(02).
000940     05  LQ-REFERENCE           PIC X(12).
000950     05  LQ-OPERATOR-ID         PIC X(08).
000960     05  FILLER                 PIC X(13).
000970 FD  PRTFILE
000980     LABEL RECORD IS STANDARD.
000990     COPY PRTLINE.
001000 FD  RUNJRNL-FILE
001010     LABEL RECORD IS STANDARD.
001020     COPY RUNJRNL.
001030 FD  BUSDATE-FILE
001040     LABEL RECORD IS STANDARD.
001050     COPY BUSDATE.
001060 WORKING-STORAGE SECTION.
001070******************************************************************
001080* File status and end-of-file switches.
001090******************************************************************
001100 77  LS-LSTMPARM-STATUS        PIC X(02) VALUE "00".
001110 77  LS-LEDGER-STATUS          PIC X(02) VALUE "00".
001120 77  LS-PRTFILE-STATUS         PIC X(02) VALUE "00".
001130 77  LS-RUNJRNL-STATUS         PIC X(02) VALUE "00".
001140 77  LS-BUSDATE-STATUS         PIC X(02) VALUE "00".
001150 77  LS-SORT-EOF-SW            PIC X(01) VALUE "N".
001160     88  SORT-EOF                        VALUE "Y".
001170 77  LS-BUSINESS-DATE          PIC 9(08) VALUE 0.
001180 77  LS-START-TIME             PIC 9(08) VALUE 0.
001190 77  LS-END-DATE               PIC 9(08) VALUE 0.
001200 77  LS-END-TIME               PIC 9(08) VALUE 0.
001210 77  LS-RUN-DATE               PIC 9(08) VALUE 0.
001220
001230******************************************************************
001240* Run control.
001250******************************************************************
001260 77  LS-PARM-VALID-SW          PIC X(01) VALUE "N".
001270     88  PARM-VALID                      VALUE "Y".
001280 77  LS-LEDGER-OPEN-SW         PIC X(01) VALUE "Y".
001290     88  LEDGER-OPEN-OK                  VALUE "Y".
001300     88  LEDGER-OPEN-FAILED              VALUE "N".
001310 01  LS-STMT-MONTH.
001320     05  LS-STMT-YEAR          PIC 9(04).
001330     05  LS-STMT-MM            PIC 9(02).
001340 77  LS-MONTH-START            PIC 9(08) VALUE 0.
001350 77  LS-MONTH-END              PIC 9(08) VALUE 0.
001360 77  LS-NEXT-MONTH-START       PIC 9(08) VALUE 0.
001370 77  LS-AS-OF-DATE             PIC 9(08) VALUE 0.
001380 77  LS-AS-OF-DAYS             PIC 9(08) VALUE 0.
001390 77  LS-AGE-DAYS               PIC S9(08) VALUE 0.
001400 77  LS-SECTION-SW             PIC X(01) VALUE "S".
001410     88  SECTION-STATEMENTS              VALUE "S".
001420     88  SECTION-AGED                    VALUE "A".
001430
001440******************************************************************
001450* The player in hand.  Balances are signed - positive is owed
001460* to the club, negative is owed to the player.
001470******************************************************************
001480 77  LS-CURR-PLAYER-ID         PIC X(10) VALUE SPACES.
001490 77  LS-OPENING-BALANCE        PIC S9(07)V99 VALUE 0.
001500 77  LS-RUNNING-BALANCE        PIC S9(07)V99 VALUE 0.
001510 77  LS-MONTH-ENTRIES          PIC 9(05) VALUE 0.
001520 77  LS-STMT-OPEN-SW           PIC X(01) VALUE "N".
001530     88  STMT-STARTED                    VALUE "Y".
001540 77  LS-CREDIT-TOTAL           PIC 9(09)V99 VALUE 0.
001550 77  LS-CREDIT-LEFT            PIC 9(09)V99 VALUE 0.
001560 77  LS-SETTLE-AMOUNT          PIC 9(07)V99 VALUE 0.
001570
001580******************************************************************
001590* Fee charges of the player in hand in posting order, each with
001600* the part still unpaid once the credits are applied.  A player
001610* with more charges than the table holds has the excess added
001620* to the last slot.
001630******************************************************************
001640 77  LS-NBR-CHARGES            PIC 9(03) VALUE 0.
001650 77  LS-MAX-CHARGES            PIC 9(03) VALUE 500.
001660 01  LS-CHARGE-TABLE.
001670     05  LS-C-ENTRY OCCURS 500 TIMES.
001680         10  LS-C-POST-DATE    PIC 9(08).
001690         10  LS-C-OPEN-AMOUNT  PIC 9(07)V99.
001700 77  LS-C                      PIC 9(03) COMP VALUE 0.
001710
001720******************************************************************
001730* Aged receivables, one row per player in debt, printed after
001740* the statements.
001750******************************************************************
001760 77  LS-NBR-AGED               PIC 9(04) VALUE 0.
001770 77  LS-MAX-AGED               PIC 9(04) VALUE 2000.
001780 01  LS-AGED-TABLE.
001790     05  LS-A-ENTRY OCCURS 2000 TIMES.
001800         10  LS-A-PLAYER-ID    PIC X(10).
001810         10  LS-A-BALANCE      PIC 9(07)V99.
001820         10  LS-A-BUCKET OCCURS 4 TIMES PIC 9(07)V99.
001830 77  LS-A                      PIC 9(04) COMP VALUE 0.
001840 77  LS-B                      PIC 9(01) COMP VALUE 0.
001850 01  LS-BUCKET-TOTALS.
001860     05  LS-BUCKET-TOTAL OCCURS 4 TIMES PIC 9(09)V99.
001870 77  LS-AGED-TOTAL             PIC 9(09)V99 VALUE 0.
001880 77  LS-AGED-OVERFLOW          PIC 9(05) VALUE 0.
001890
001900******************************************************************
001910* Control totals.
001920******************************************************************
001930 77  LS-ENTRIES-READ           PIC 9(07) VALUE 0.
001940 77  LS-STATEMENTS             PIC 9(05) VALUE 0.
001950 77  LS-CREDIT-PLAYERS         PIC 9(05) VALUE 0.
001960 77  LS-CREDIT-BALANCES        PIC 9(09)V99 VALUE 0.
001970
001980******************************************************************
001990* Report page control and edited fields.
002000******************************************************************
002010 77  LS-PAGE-COUNT             PIC 9(04) VALUE 0.
002020 77  LS-LINE-COUNT             PIC 9(03) VALUE 0.
002030 77  LS-MAX-LINES              PIC 9(03) VALUE 55.
002040 77  LS-DASH-LINE              PIC X(70) VALUE ALL "-".
002050 77  LS-EDIT-PAGE              PIC ZZZ9.
002060 77  LS-EDIT-COUNT             PIC ZZZZZZ9.
002070 77  LS-EDIT-AMOUNT            PIC ZZZZZZ9.99.
002080 77  LS-EDIT-BALANCE           PIC ZZZZZZ9.99-.
002090 77  LS-EDIT-B1                PIC ZZZZZZ9.99.
002100 77  LS-EDIT-B2                PIC ZZZZZZ9.99.
002110 77  LS-EDIT-B3                PIC ZZZZZZ9.99.
002120 77  LS-EDIT-B4                PIC ZZZZZZ9.99.
002130 77  LS-ENTRY-TEXT             PIC X(10) VALUE SPACES.
002140 77  LS-DETAIL-TEXT            PIC X(20) VALUE SPACES.
002150
002160 PROCEDURE DIVISION.
002170******************************************************************
002180* 0000-MAIN-PROCEDURE
002190* The SORT drives the statements: LEDGER is sorted by player
002200* and posting stamp, the output procedure breaks on player.
002210******************************************************************
002220 0000-MAIN-PROCEDURE.
002230     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002240     IF PARM-VALID AND LEDGER-OPEN-OK
002250         SORT LSTMSRT-FILE
002260             ON ASCENDING KEY LQ-PLAYER-ID
002270                              LQ-POST-DATE
002280                              LQ-POST-TIME
002290             WITH DUPLICATES IN ORDER
002300             USING LEDGER-FILE
002310             OUTPUT PROCEDURE IS 2000-PRINT-STATEMENTS
002320                 THRU 2999-EXIT
002330         PERFORM 5000-PRINT-AGED-REPORT THRU 5000-EXIT
002340         CLOSE PRTFILE
002350     END-IF
002360     PERFORM 9999-TERMINATE THRU 9999-EXIT
002370     STOP RUN.
002380
002390******************************************************************
002400* 1000-INITIALIZE
002410* The card sets the month; LEDGER is proven readable before the
002420* sort takes it.
002430******************************************************************
002440 1000-INITIALIZE.
002450     DISPLAY "PPTLSTM - PLAYER STATEMENTS AND AGED RECEIVABLES"
002460     PERFORM 9700-READ-BUSINESS-DATE THRU 9700-EXIT
002470     ACCEPT LS-START-TIME FROM TIME
002480     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT
002490     IF NOT PARM-VALID
002500         GO TO 1000-EXIT
002510     END-IF
002520     OPEN INPUT LEDGER-FILE
002530     IF LS-LEDGER-STATUS NOT = "00"
002540         SET LEDGER-OPEN-FAILED TO TRUE
002550         DISPLAY "PPTLSTM - cannot open LEDGER, status "
002560             LS-LEDGER-STATUS " - run ends"
002570         GO TO 1000-EXIT
002580     END-IF
002590     CLOSE LEDGER-FILE
002600     PERFORM 1200-SET-MONTH-BOUNDS THRU 1200-EXIT
002610     OPEN OUTPUT PRTFILE
002620     SET SECTION-STATEMENTS TO TRUE
002630     PERFORM 7100-PRINT-PAGE-HEADERS THRU 7100-EXIT.
002640 1000-EXIT.
002650     EXIT.
002660
002670******************************************************************
002680* 1100-READ-PARM-CARD
002690* No card, or a blank month, states the business-date month.
002700******************************************************************
002710 1100-READ-PARM-CARD.
002720     MOVE LS-RUN-DATE(1:6) TO LS-STMT-MONTH
002730     OPEN INPUT LSTMPARM-FILE
002740     IF LS-LSTMPARM-STATUS NOT = "00"
002750         SET PARM-VALID TO TRUE
002760         GO TO 1100-EXIT
002770     END-IF
002780     READ LSTMPARM-FILE
002790         AT END
002800             SET PARM-VALID TO TRUE
002810             CLOSE LSTMPARM-FILE
002820             GO TO 1100-EXIT
002830     END-READ
002840     CLOSE LSTMPARM-FILE
002850     IF LS-PARM-MONTH = SPACES
002860         SET PARM-VALID TO TRUE
002870         GO TO 1100-EXIT
002880     END-IF
002890     IF LS-PARM-MONTH NOT NUMERIC
002900         DISPLAY "PPTLSTM - LSTMPARM month not YYYYMM: "
002910             LS-PARM-MONTH
002920         GO TO 1100-EXIT
002930     END-IF
002940     MOVE LS-PARM-MONTH TO LS-STMT-MONTH
002950     IF LS-STMT-MM < 1 OR LS-STMT-MM > 12
002960         DISPLAY "PPTLSTM - LSTMPARM month out of range: "
002970             LS-PARM-MONTH
002980         GO TO 1100-EXIT
002990     END-IF
003000     SET PARM-VALID TO TRUE.
003010 1100-EXIT.
003020     EXIT.
003030
003040******************************************************************
003050* 1200-SET-MONTH-BOUNDS
003060* Month end is the day before the first of the next month; the
003070* receivables are aged to it, or to the business date while the
003080* month is still running.
003090******************************************************************
003100 1200-SET-MONTH-BOUNDS.
003110     COMPUTE LS-MONTH-START = LS-STMT-YEAR * 10000
003120         + LS-STMT-MM * 100 + 1
003130     IF LS-STMT-MM = 12
003140         COMPUTE LS-NEXT-MONTH-START =
003150             (LS-STMT-YEAR + 1) * 10000 + 101
003160     ELSE
003170         COMPUTE LS-NEXT-MONTH-START = LS-MONTH-START + 100
003180     END-IF
003190     COMPUTE LS-MONTH-END = FUNCTION DATE-OF-INTEGER
003200         (FUNCTION INTEGER-OF-DATE (LS-NEXT-MONTH-START) - 1)
003210     MOVE LS-MONTH-END TO LS-AS-OF-DATE
003220     IF LS-RUN-DATE >= LS-MONTH-START
003230         AND LS-RUN-DATE < LS-MONTH-END
003240         MOVE LS-RUN-DATE TO LS-AS-OF-DATE
003250     END-IF
003260     COMPUTE LS-AS-OF-DAYS =
003270         FUNCTION INTEGER-OF-DATE (LS-AS-OF-DATE).
003280 1200-EXIT.
003290     EXIT.
003300
003310******************************************************************
003320* 2000-PRINT-STATEMENTS (SORT OUTPUT PROCEDURE)
003330******************************************************************
003340 2000-PRINT-STATEMENTS.
003350     MOVE ZEROS TO LS-BUCKET-TOTALS
003360     MOVE "N" TO LS-SORT-EOF-SW
003370     RETURN LSTMSRT-FILE
003380         AT END SET SORT-EOF TO TRUE
003390     END-RETURN
003400     PERFORM 2100-PROCESS-ONE-PLAYER THRU 2100-EXIT
003410         UNTIL SORT-EOF.
003420 2999-EXIT.
003430     EXIT.
003440
003450******************************************************************
003460* 2100-PROCESS-ONE-PLAYER
003470* Every entry of the player up to the month end, then the
003480* statement footing and the player's aging row.
003490******************************************************************
003500 2100-PROCESS-ONE-PLAYER.
003510     MOVE LQ-PLAYER-ID TO LS-CURR-PLAYER-ID
003520     MOVE 0 TO LS-OPENING-BALANCE
003530     MOVE 0 TO LS-RUNNING-BALANCE
003540     MOVE 0 TO LS-MONTH-ENTRIES
003550     MOVE 0 TO LS-CREDIT-TOTAL
003560     MOVE 0 TO LS-NBR-CHARGES
003570     MOVE "N" TO LS-STMT-OPEN-SW
003580     PERFORM 2200-APPLY-ONE-ENTRY THRU 2200-EXIT
003590         UNTIL SORT-EOF OR LQ-PLAYER-ID NOT = LS-CURR-PLAYER-ID
003600     IF NOT STMT-STARTED AND LS-OPENING-BALANCE NOT = 0
003610         PERFORM 2300-START-STATEMENT THRU 2300-EXIT
003620     END-IF
003630     IF STMT-STARTED
003640         PERFORM 2500-PRINT-CLOSING-LINE THRU 2500-EXIT
003650     END-IF
003660     PERFORM 2600-AGE-PLAYER THRU 2600-EXIT.
003670 2100-EXIT.
003680     EXIT.
003690
003700 2200-APPLY-ONE-ENTRY.
003710     IF LQ-POST-DATE > LS-MONTH-END
003720         GO TO 2200-READ-NEXT
003730     END-IF
003740     ADD 1 TO LS-ENTRIES-READ
003750     IF LQ-FEE-CHARGE
003760         PERFORM 2210-HOLD-CHARGE THRU 2210-EXIT
003770     ELSE
003780         ADD LQ-AMOUNT TO LS-CREDIT-TOTAL
003790     END-IF
003800     IF LQ-POST-DATE < LS-MONTH-START
003810         IF LQ-FEE-CHARGE
003820             ADD LQ-AMOUNT TO LS-OPENING-BALANCE
003830         ELSE
003840             SUBTRACT LQ-AMOUNT FROM LS-OPENING-BALANCE
003850         END-IF
003860         MOVE LS-OPENING-BALANCE TO LS-RUNNING-BALANCE
003870         GO TO 2200-READ-NEXT
003880     END-IF
003890     IF NOT STMT-STARTED
003900         PERFORM 2300-START-STATEMENT THRU 2300-EXIT
003910     END-IF
003920     IF LQ-FEE-CHARGE
003930         ADD LQ-AMOUNT TO LS-RUNNING-BALANCE
003940     ELSE
003950         SUBTRACT LQ-AMOUNT FROM LS-RUNNING-BALANCE
003960     END-IF
003970     ADD 1 TO LS-MONTH-ENTRIES
003980     PERFORM 2400-PRINT-ENTRY-LINE THRU 2400-EXIT.
003990 2200-READ-NEXT.
004000     RETURN LSTMSRT-FILE
004010         AT END SET SORT-EOF TO TRUE
004020     END-RETURN.
004030 2200-EXIT.
004040     EXIT.
004050
004060 2210-HOLD-CHARGE.
004070     IF LS-NBR-CHARGES < LS-MAX-CHARGES
004080         ADD 1 TO LS-NBR-CHARGES
004090         MOVE LQ-POST-DATE TO LS-C-POST-DATE(LS-NBR-CHARGES)
004100         MOVE LQ-AMOUNT TO LS-C-OPEN-AMOUNT(LS-NBR-CHARGES)
004110     ELSE
004120         ADD LQ-AMOUNT TO LS-C-OPEN-AMOUNT(LS-NBR-CHARGES)
004130     END-IF.
004140 2210-EXIT.
004150     EXIT.
004160
004170 2300-START-STATEMENT.
004180     SET STMT-STARTED TO TRUE
004190     ADD 1 TO LS-STATEMENTS
004200     IF LS-LINE-COUNT + 6 > LS-MAX-LINES
004210         PERFORM 7100-PRINT-PAGE-HEADERS THRU 7100-EXIT
004220     END-IF
004230     MOVE LS-OPENING-BALANCE TO LS-EDIT-BALANCE
004240     MOVE SPACES TO PRINT-LINE
004250     STRING "PLAYER: " DELIMITED BY SIZE
004260         LS-CURR-PLAYER-ID DELIMITED BY SIZE
004270         "     OPENING BALANCE " DELIMITED BY SIZE
004280         LS-EDIT-BALANCE DELIMITED BY SIZE
004290         INTO PRINT-LINE
004300     WRITE PRINT-LINE AFTER ADVANCING 2
004310     ADD 2 TO LS-LINE-COUNT
004320     PERFORM 7200-PRINT-DETAIL-HEADER THRU 7200-EXIT.
004330 2300-EXIT.
004340     EXIT.
004350
004360 2400-PRINT-ENTRY-LINE.
004370     MOVE SPACES TO LS-DETAIL-TEXT
004380     EVALUATE TRUE
004390         WHEN LQ-FEE-CHARGE
004400             MOVE "ENTRY FEE" TO LS-ENTRY-TEXT
004410         WHEN LQ-PRIZE-CREDIT
004420             MOVE "PRIZE" TO LS-ENTRY-TEXT
004430         WHEN LQ-PAYMENT
004440             MOVE "PAYMENT" TO LS-ENTRY-TEXT
004450         WHEN LQ-WRITE-OFF
004460             MOVE "WRITE-OFF" TO LS-ENTRY-TEXT
004470         WHEN OTHER
004480             MOVE "UNKNOWN" TO LS-ENTRY-TEXT
004490     END-EVALUATE
004500     IF LQ-FEE-CHARGE OR LQ-PRIZE-CREDIT
004510         STRING LQ-CONTEST-TYPE DELIMITED BY SIZE
004520             " " DELIMITED BY SIZE
004530             LQ-CONTEST-DATE DELIMITED BY SIZE
004540             INTO LS-DETAIL-TEXT
004550     ELSE
004560         MOVE LQ-REFERENCE TO LS-DETAIL-TEXT
004570     END-IF
004580     PERFORM 7500-CHECK-PAGE-BREAK THRU 7500-EXIT
004590     MOVE LQ-AMOUNT TO LS-EDIT-AMOUNT
004600     MOVE LS-RUNNING-BALANCE TO LS-EDIT-BALANCE
004610     MOVE SPACES TO PRINT-LINE
004620     MOVE LQ-POST-DATE TO PRINT-LINE(3:8)
004630     MOVE LS-ENTRY-TEXT TO PRINT-LINE(13:10)
004640     MOVE LS-DETAIL-TEXT TO PRINT-LINE(24:20)
004650     IF LQ-FEE-CHARGE
004660         MOVE LS-EDIT-AMOUNT TO PRINT-LINE(44:10)
004670     ELSE
004680         MOVE LS-EDIT-AMOUNT TO PRINT-LINE(56:10)
004690     END-IF
004700     MOVE LS-EDIT-BALANCE TO PRINT-LINE(68:11)
004710     WRITE PRINT-LINE AFTER ADVANCING 1
004720     ADD 1 TO LS-LINE-COUNT.
004730 2400-EXIT.
004740     EXIT.
004750
004760 2500-PRINT-CLOSING-LINE.
004770     PERFORM 7500-CHECK-PAGE-BREAK THRU 7500-EXIT
004780     MOVE LS-RUNNING-BALANCE TO LS-EDIT-BALANCE
004790     MOVE SPACES TO PRINT-LINE
004800     MOVE "CLOSING BALANCE" TO PRINT-LINE(13:15)
004810     MOVE LS-EDIT-BALANCE TO PRINT-LINE(68:11)
004820     WRITE PRINT-LINE AFTER ADVANCING 1
004830     ADD 1 TO LS-LINE-COUNT.
004840 2500-EXIT.
004850     EXIT.
004860
004870******************************************************************
004880* 2600-AGE-PLAYER
004890* Credits settle the oldest charges first; a player in debt
004900* gets an aging row of what each charge still owes.
004910******************************************************************
004920 2600-AGE-PLAYER.
004930     IF LS-RUNNING-BALANCE < 0
004940         ADD 1 TO LS-CREDIT-PLAYERS
004950         SUBTRACT LS-RUNNING-BALANCE FROM LS-CREDIT-BALANCES
004960         GO TO 2600-EXIT
004970     END-IF
004980     IF LS-RUNNING-BALANCE = 0
004990         GO TO 2600-EXIT
005000     END-IF
005010     IF LS-NBR-AGED >= LS-MAX-AGED
005020         ADD 1 TO LS-AGED-OVERFLOW
005030         GO TO 2600-EXIT
005040     END-IF
005050     ADD 1 TO LS-NBR-AGED
005060     MOVE LS-CURR-PLAYER-ID TO LS-A-PLAYER-ID(LS-NBR-AGED)
005070     MOVE LS-RUNNING-BALANCE TO LS-A-BALANCE(LS-NBR-AGED)
005080     MOVE 0 TO LS-A-BUCKET(LS-NBR-AGED, 1)
005090     MOVE 0 TO LS-A-BUCKET(LS-NBR-AGED, 2)
005100     MOVE 0 TO LS-A-BUCKET(LS-NBR-AGED, 3)
005110     MOVE 0 TO LS-A-BUCKET(LS-NBR-AGED, 4)
005120     MOVE LS-CREDIT-TOTAL TO LS-CREDIT-LEFT
005130     PERFORM 2610-AGE-ONE-CHARGE THRU 2610-EXIT
005140         VARYING LS-C FROM 1 BY 1
005150         UNTIL LS-C > LS-NBR-CHARGES.
005160 2600-EXIT.
005170     EXIT.
005180
005190 2610-AGE-ONE-CHARGE.
005200     IF LS-CREDIT-LEFT >= LS-C-OPEN-AMOUNT(LS-C)
005210         SUBTRACT LS-C-OPEN-AMOUNT(LS-C) FROM LS-CREDIT-LEFT
005220         GO TO 2610-EXIT
005230     END-IF
005240     COMPUTE LS-SETTLE-AMOUNT =
005250         LS-C-OPEN-AMOUNT(LS-C) - LS-CREDIT-LEFT
005260     MOVE 0 TO LS-CREDIT-LEFT
005270     COMPUTE LS-AGE-DAYS = LS-AS-OF-DAYS
005280         - FUNCTION INTEGER-OF-DATE (LS-C-POST-DATE(LS-C))
005290     EVALUATE TRUE
005300         WHEN LS-AGE-DAYS <= 30
005310             MOVE 1 TO LS-B
005320         WHEN LS-AGE-DAYS <= 60
005330             MOVE 2 TO LS-B
005340         WHEN LS-AGE-DAYS <= 90
005350             MOVE 3 TO LS-B
005360         WHEN OTHER
005370             MOVE 4 TO LS-B
005380     END-EVALUATE
005390     ADD LS-SETTLE-AMOUNT TO LS-A-BUCKET(LS-NBR-AGED, LS-B)
005400     ADD LS-SETTLE-AMOUNT TO LS-BUCKET-TOTAL(LS-B).
005410 2610-EXIT.
005420     EXIT.
005430
005440******************************************************************
005450* 5000-PRINT-AGED-REPORT
005460******************************************************************
005470 5000-PRINT-AGED-REPORT.
005480     SET SECTION-AGED TO TRUE
005490     PERFORM 7100-PRINT-PAGE-HEADERS THRU 7100-EXIT
005500     PERFORM 7200-PRINT-DETAIL-HEADER THRU 7200-EXIT
005510     PERFORM 5100-PRINT-ONE-AGED-ROW THRU 5100-EXIT
005520         VARYING LS-A FROM 1 BY 1
005530         UNTIL LS-A > LS-NBR-AGED
005540     MOVE LS-DASH-LINE TO PRINT-LINE
005550     WRITE PRINT-LINE AFTER ADVANCING 1
005560     MOVE LS-AGED-TOTAL TO LS-EDIT-AMOUNT
005570     MOVE LS-BUCKET-TOTAL(1) TO LS-EDIT-B1
005580     MOVE LS-BUCKET-TOTAL(2) TO LS-EDIT-B2
005590     MOVE LS-BUCKET-TOTAL(3) TO LS-EDIT-B3
005600     MOVE LS-BUCKET-TOTAL(4) TO LS-EDIT-B4
005610     MOVE SPACES TO PRINT-LINE
005620     STRING "TOTAL       " DELIMITED BY SIZE
005630         LS-EDIT-AMOUNT DELIMITED BY SIZE
005640         " " DELIMITED BY SIZE
005650         LS-EDIT-B1 DELIMITED BY SIZE
005660         " " DELIMITED BY SIZE
005670         LS-EDIT-B2 DELIMITED BY SIZE
005680         " " DELIMITED BY SIZE
005690         LS-EDIT-B3 DELIMITED BY SIZE
005700         " " DELIMITED BY SIZE
005710         LS-EDIT-B4 DELIMITED BY SIZE
005720         INTO PRINT-LINE
005730     WRITE PRINT-LINE AFTER ADVANCING 1
005740     MOVE LS-NBR-AGED TO LS-EDIT-COUNT
005750     MOVE SPACES TO PRINT-LINE
005760     STRING "PLAYERS OWING:         " DELIMITED BY SIZE
005770         LS-EDIT-COUNT DELIMITED BY SIZE
005780         INTO PRINT-LINE
005790     WRITE PRINT-LINE AFTER ADVANCING 2
005800     MOVE LS-CREDIT-PLAYERS TO LS-EDIT-COUNT
005810     MOVE LS-CREDIT-BALANCES TO LS-EDIT-AMOUNT
005820     MOVE SPACES TO PRINT-LINE
005830     STRING "PLAYERS IN CREDIT:     " DELIMITED BY SIZE
005840         LS-EDIT-COUNT DELIMITED BY SIZE
005850         "   OWED TO PLAYERS: " DELIMITED BY SIZE
005860         LS-EDIT-AMOUNT DELIMITED BY SIZE
005870         INTO PRINT-LINE
005880     WRITE PRINT-LINE AFTER ADVANCING 1
005890     MOVE LS-STATEMENTS TO LS-EDIT-COUNT
005900     MOVE SPACES TO PRINT-LINE
005910     STRING "STATEMENTS PRINTED:    " DELIMITED BY SIZE
005920         LS-EDIT-COUNT DELIMITED BY SIZE
005930         INTO PRINT-LINE
005940     WRITE PRINT-LINE AFTER ADVANCING 1
005950     IF LS-AGED-OVERFLOW > 0
005960         MOVE LS-AGED-OVERFLOW TO LS-EDIT-COUNT
005970         MOVE SPACES TO PRINT-LINE
005980         STRING "*** PLAYERS OWING NOT AGED (TABLE FULL): "
005990                 DELIMITED BY SIZE
006000             LS-EDIT-COUNT DELIMITED BY SIZE
006010             INTO PRINT-LINE
006020         WRITE PRINT-LINE AFTER ADVANCING 1
006030     END-IF
006040     DISPLAY "PPTLSTM - statements " LS-STATEMENTS
006050         " players owing " LS-NBR-AGED
006060         " in credit " LS-CREDIT-PLAYERS.
006070 5000-EXIT.
006080     EXIT.
006090
006100 5100-PRINT-ONE-AGED-ROW.
006110     PERFORM 7500-CHECK-PAGE-BREAK THRU 7500-EXIT
006120     ADD LS-A-BALANCE(LS-A) TO LS-AGED-TOTAL
006130     MOVE LS-A-BALANCE(LS-A) TO LS-EDIT-AMOUNT
006140     MOVE LS-A-BUCKET(LS-A, 1) TO LS-EDIT-B1
006150     MOVE LS-A-BUCKET(LS-A, 2) TO LS-EDIT-B2
006160     MOVE LS-A-BUCKET(LS-A, 3) TO LS-EDIT-B3
006170     MOVE LS-A-BUCKET(LS-A, 4) TO LS-EDIT-B4
006180     MOVE SPACES TO PRINT-LINE
006190     STRING LS-A-PLAYER-ID(LS-A) DELIMITED BY SIZE
006200         "  " DELIMITED BY SIZE
006210         LS-EDIT-AMOUNT DELIMITED BY SIZE
006220         " " DELIMITED BY SIZE
006230         LS-EDIT-B1 DELIMITED BY SIZE
006240         " " DELIMITED BY SIZE
006250         LS-EDIT-B2 DELIMITED BY SIZE
006260         " " DELIMITED BY SIZE
006270         LS-EDIT-B3 DELIMITED BY SIZE
006280         " " DELIMITED BY SIZE
006290         LS-EDIT-B4 DELIMITED BY SIZE
006300         INTO PRINT-LINE
006310     WRITE PRINT-LINE AFTER ADVANCING 1
006320     ADD 1 TO LS-LINE-COUNT.
006330 5100-EXIT.
006340     EXIT.
006350
006360 7100-PRINT-PAGE-HEADERS.
006370     ADD 1 TO LS-PAGE-COUNT
006380     MOVE LS-PAGE-COUNT TO LS-EDIT-PAGE
006390     MOVE SPACES TO PRINT-LINE
006400     IF SECTION-STATEMENTS
006410         STRING "PROGRAM: PPTLSTM" DELIMITED BY SIZE
006420             "     PIEDRA PAPEL O TIJERA - PLAYER STATEMENTS"
006430                 DELIMITED BY SIZE
006440             "     PAGE: " DELIMITED BY SIZE
006450             LS-EDIT-PAGE DELIMITED BY SIZE
006460             INTO PRINT-LINE
006470     ELSE
006480         STRING "PROGRAM: PPTLSTM" DELIMITED BY SIZE
006490             "     PIEDRA PAPEL O TIJERA - AGED RECEIVABLES"
006500                 DELIMITED BY SIZE
006510             "     PAGE: " DELIMITED BY SIZE
006520             LS-EDIT-PAGE DELIMITED BY SIZE
006530             INTO PRINT-LINE
006540     END-IF
006550     WRITE PRINT-LINE AFTER ADVANCING PAGE
006560     MOVE SPACES TO PRINT-LINE
006570     STRING "RUN DATE: " DELIMITED BY SIZE
006580         LS-RUN-DATE DELIMITED BY SIZE
006590         "     MONTH: " DELIMITED BY SIZE
006600         LS-STMT-MONTH DELIMITED BY SIZE
006610         "     AGED TO: " DELIMITED BY SIZE
006620         LS-AS-OF-DATE DELIMITED BY SIZE
006630         INTO PRINT-LINE
006640     WRITE PRINT-LINE AFTER ADVANCING 1
006650     MOVE SPACES TO PRINT-LINE
006660     WRITE PRINT-LINE AFTER ADVANCING 1
006670     MOVE 3 TO LS-LINE-COUNT.
006680 7100-EXIT.
006690     EXIT.
006700
006710 7200-PRINT-DETAIL-HEADER.
006720     MOVE SPACES TO PRINT-LINE
006730     IF SECTION-STATEMENTS
006740         MOVE "POSTED" TO PRINT-LINE(3:6)
006750         MOVE "ENTRY" TO PRINT-LINE(13:5)
006760         MOVE "CONTEST/REFERENCE" TO PRINT-LINE(24:17)
006770         MOVE "CHARGE" TO PRINT-LINE(48:6)
006780         MOVE "CREDIT" TO PRINT-LINE(60:6)
006790         MOVE "BALANCE" TO PRINT-LINE(71:7)
006800     ELSE
006810         STRING "PLAYER ID       BALANCE   0-30 DAYS  31-60 DAYS"
006820                 DELIMITED BY SIZE
006830             "  61-90 DAYS   OVER 90" DELIMITED BY SIZE
006840             INTO PRINT-LINE
006850     END-IF
006860     WRITE PRINT-LINE AFTER ADVANCING 1
006870     MOVE LS-DASH-LINE TO PRINT-LINE
006880     WRITE PRINT-LINE AFTER ADVANCING 1
006890     ADD 2 TO LS-LINE-COUNT.
006900 7200-EXIT.
006910     EXIT.
006920
006930 7500-CHECK-PAGE-BREAK.
006940     IF LS-LINE-COUNT >= LS-MAX-LINES
006950         PERFORM 7100-PRINT-PAGE-HEADERS THRU 7100-EXIT
006960         PERFORM 7200-PRINT-DETAIL-HEADER THRU 7200-EXIT
006970     END-IF.
006980 7500-EXIT.
006990     EXIT.
007000
007010******************************************************************
007020* 9999-TERMINATE
007030* RETURN-CODE 0 = statements produced, 4 = no ledger activity
007040* up to the month end, 16 = LEDGER could not be opened, 20 =
007050* invalid LSTMPARM card.
007060******************************************************************
007070 9999-TERMINATE.
007080     EVALUATE TRUE
007090         WHEN NOT PARM-VALID
007100             MOVE 20 TO RETURN-CODE
007110         WHEN LEDGER-OPEN-FAILED
007120             MOVE 16 TO RETURN-CODE
007130         WHEN LS-ENTRIES-READ = 0
007140             MOVE 4 TO RETURN-CODE
007150         WHEN OTHER
007160             MOVE 0 TO RETURN-CODE
007170     END-EVALUATE
007180     PERFORM 9800-WRITE-RUN-JOURNAL THRU 9800-EXIT.
007190 9999-EXIT.
007200     EXIT.
007210
007220******************************************************************
007230* 9800-WRITE-RUN-JOURNAL
007240* One appended record per execution - stamps, control totals
007250* and the final RETURN-CODE - for the PPTOPS morning report.
007260* Read is the ledger entries up to the month end, written the
007270* statements printed.
007280******************************************************************
007290 9800-WRITE-RUN-JOURNAL.
007300     OPEN EXTEND RUNJRNL-FILE
007310     IF LS-RUNJRNL-STATUS = "35"
007320         OPEN OUTPUT RUNJRNL-FILE
007330         CLOSE RUNJRNL-FILE
007340         OPEN EXTEND RUNJRNL-FILE
007350     END-IF
007360     IF LS-RUNJRNL-STATUS NOT = "00"
007370         DISPLAY "PPTLSTM - run journal unavailable, status "
007380             LS-RUNJRNL-STATUS
007390         GO TO 9800-EXIT
007400     END-IF
007410     MOVE LS-BUSINESS-DATE TO LS-END-DATE
007420     ACCEPT LS-END-TIME FROM TIME
007430     MOVE SPACES TO RUNJRNL-RECORD
007440     MOVE "PPTLSTM" TO RJ-PROGRAM-ID
007450     MOVE LS-RUN-DATE TO RJ-START-DATE
007460     MOVE LS-START-TIME TO RJ-START-TIME
007470     MOVE LS-END-DATE TO RJ-END-DATE
007480     MOVE LS-END-TIME TO RJ-END-TIME
007490     MOVE LS-ENTRIES-READ TO RJ-RECORDS-READ
007500     MOVE LS-STATEMENTS TO RJ-RECORDS-WRITTEN
007510     MOVE 0 TO RJ-ROUNDS-REJECTED
007520     MOVE RETURN-CODE TO RJ-RETURN-CODE
007530     WRITE RUNJRNL-RECORD
007540     CLOSE RUNJRNL-FILE.
007550 9800-EXIT.
007560     EXIT.
007570
007580******************************************************************
007590* 9700-READ-BUSINESS-DATE
007600* The run is dated by the business date PPTDATE keeps on
007610* BUSDATE, not the clock, so a stream that runs past midnight
007620* stays on the day it is working.  No control record falls
007630* back to the clock date with a warning.
007635* A BUSDATE on file that cannot be read ends the run (9790).
007640******************************************************************
007650 9700-READ-BUSINESS-DATE.
007660     ACCEPT LS-BUSINESS-DATE FROM DATE YYYYMMDD
007670     OPEN INPUT BUSDATE-FILE
007672     IF LS-BUSDATE-STATUS NOT = "00" AND NOT = "35"
007674         PERFORM 9790-BUSDATE-UNREADABLE THRU 9790-EXIT
007676     END-IF
007680     IF LS-BUSDATE-STATUS NOT = "00"
007690         DISPLAY "PPTLSTM - no BUSDATE control record - "
007700             "running on clock date " LS-BUSINESS-DATE
007710         GO TO 9700-MOVE-RUN-DATE
007720     END-IF
007730     READ BUSDATE-FILE
007740         AT END
007750             DISPLAY "PPTLSTM - BUSDATE is empty - "
007760                 "running on clock date " LS-BUSINESS-DATE
007770             CLOSE BUSDATE-FILE
007780             GO TO 9700-MOVE-RUN-DATE
007790     END-READ
007792     IF LS-BUSDATE-STATUS NOT = "00"
007794         CLOSE BUSDATE-FILE
007796         PERFORM 9790-BUSDATE-UNREADABLE THRU 9790-EXIT
007798     END-IF
007800     MOVE BD-BUSINESS-DATE TO LS-BUSINESS-DATE
007810     CLOSE BUSDATE-FILE.
007820 9700-MOVE-RUN-DATE.
007830     MOVE LS-BUSINESS-DATE TO LS-RUN-DATE.
007840 9700-EXIT.
007850     EXIT.
007860
007870******************************************************************
007880* 9790-BUSDATE-UNREADABLE
007890* A BUSDATE that is on file but cannot be read may hold a closed
007900* day, so the clock date will not do: the run ends RC 16 before
007910* anything else is opened.
007920******************************************************************
007930 9790-BUSDATE-UNREADABLE.
007940     DISPLAY "PPTLSTM - cannot read BUSDATE, status "
007950         LS-BUSDATE-STATUS " - run ends"
007960     MOVE LS-BUSINESS-DATE TO LS-RUN-DATE
007970     ACCEPT LS-START-TIME FROM TIME
007980     MOVE 16 TO RETURN-CODE
007990     PERFORM 9800-WRITE-RUN-JOURNAL THRU 9800-EXIT
008000     STOP RUN.
008010 9790-EXIT.
008020     EXIT.
008030
008040 END PROGRAM PPTLSTM.
