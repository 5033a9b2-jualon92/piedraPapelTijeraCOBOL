000282*   02/09/2026  JAI   Source K (knockout bracket) joined the
000284*                     backout window sources alongside B and
000286*                     T.
000287*   15/10/2026  JAI   Run date taken from the BUSDATE business
000288*                     date kept by PPTDATE instead of the
000289*                     system clock; postings into a closed
000290*                     business day refused, RETURN-CODE 28.
000291*   15/10/2026  JAI   BACKLOG stamps carry the clock time past
000292*                     24:00 when the stream has run past
000293*                     midnight, as GAMELOG's do, so they keep
000294*                     their order against the rounds.
000295******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. PPTBACK.
000320 AUTHOR. JuanJignacio.
000430*     wide enough to need this utility came from a file.
000440*     Missing or invalid card ends the run with RETURN-CODE
000450*     20 and nothing touched.
000452*     The window is keyed the way GAMELOG is: a round played
000454*     after midnight before PPTDATE advanced the business day
000456*     carries that day's date and a time past 24:00 (00:30 is
000458*     24300000).
000460*   - every unflagged game-log round inside the window with
000470*     the requested source is reversed: each side's win/loss/
000480*     tie increment comes back off PLYRHIST (floored at zero,
000610* RETURN-CODE 0 = rounds reversed, 4 = nothing in the window
000620* matched (worth a second look at the card), 16 = the game
000630* log or the history file could not be opened, 20 = missing
000640* or invalid BACKPARM card, 28 = business date closed - the
000645* reversals would post into a day PPTDATE has already closed.
000647* A BUSDATE on file that cannot be read ends the run RC 16.
000650******************************************************************
000660 ENVIRONMENT DIVISION.
000670 INPUT-OUTPUT SECTION.
000860     SELECT RUNJRNL-FILE ASSIGN TO "RUNJRNL"
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS BO-RUNJRNL-STATUS.
000882     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000884         ORGANIZATION IS SEQUENTIAL
000886         FILE STATUS IS BO-BUSDATE-STATUS.
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  BACKPARM-FILE
001140 FD  RUNJRNL-FILE
001150     LABEL RECORD IS STANDARD.
001160     COPY RUNJRNL.
001162 FD  BUSDATE-FILE
001164     LABEL RECORD IS STANDARD.
001166     COPY BUSDATE.
001170 WORKING-STORAGE SECTION.
001180******************************************************************
001190* File status and end-of-file switches.
001240 77  BO-BACKLOG-STATUS         PIC X(02) VALUE "00".
001250 77  BO-PRTFILE-STATUS         PIC X(02) VALUE "00".
001260 77  BO-RUNJRNL-STATUS         PIC X(02) VALUE "00".
001262 77  BO-BUSDATE-STATUS         PIC X(02) VALUE "00".
001264 77  BO-BUSINESS-DATE          PIC 9(08) VALUE 0.
001266 77  BO-DAY-STATUS             PIC X(01) VALUE "O".
001268     88  BUSINESS-DAY-CLOSED             VALUE "C".
001270 77  BO-GAMELOG-EOF-SW         PIC X(01) VALUE "N".
001280     88  GAMELOG-EOF                     VALUE "Y".
001290 77  BO-PARM-VALID-SW          PIC X(01) VALUE "N".
001580 77  BO-START-TIME             PIC 9(08) VALUE 0.
001590 77  BO-END-DATE               PIC 9(08) VALUE 0.
001600 77  BO-END-TIME               PIC 9(08) VALUE 0.
001602 77  BO-CLOCK-DATE             PIC 9(08) VALUE 0.
001604 77  BO-CLOCK-DATE-AFTER       PIC 9(08) VALUE 0.
001606 77  BO-CARRY-DAYS             PIC 9(05) VALUE 0.
001610 77  BO-RECORDS-WALKED         PIC 9(09) VALUE 0.
001620 77  BO-ROUNDS-REVERSED        PIC 9(09) VALUE 0.
001630 77  BO-ROUNDS-FLAGGED         PIC 9(09) VALUE 0.
001830 0000-MAIN-PROCEDURE.
001840     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001850     IF PARM-VALID AND NOT INPUT-FILE-UNREADABLE
001855         AND NOT BUSINESS-DAY-CLOSED
001860         PERFORM 3000-WALK-GAMELOG THRU 3000-EXIT
001870         PERFORM 4000-PRINT-CONTROL-TOTALS THRU 4000-EXIT
001880         PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
001980******************************************************************
001990 1000-INITIALIZE.
002000     DISPLAY "PPTBACK - BATCH POSTING BACKOUT"
002010     PERFORM 9700-READ-BUSINESS-DATE THRU 9700-EXIT
002020     ACCEPT BO-START-TIME FROM TIME
002030     PERFORM 2000-READ-PARM-CARD THRU 2000-EXIT
002040     IF NOT PARM-VALID
002050         GO TO 1000-EXIT
002060     END-IF
002061     IF BUSINESS-DAY-CLOSED
002062         DISPLAY "PPTBACK - business date " BO-RUN-DATE
002063             " is closed - run ends"
002064         GO TO 1000-EXIT
002065     END-IF
002070     OPEN I-O GAMELOG-FILE
002080     IF BO-GAMELOG-STATUS NOT = "00"
002090         SET INPUT-FILE-UNREADABLE TO TRUE
004270     EXIT.
004280
004290 3400-WRITE-AUDIT-RECORD.
004300     PERFORM 9710-TAKE-AUDIT-STAMP THRU 9710-EXIT
004320     MOVE SPACES TO BACKLOG-RECORD
004330     MOVE BO-END-DATE TO BK-REV-DATE
004340     MOVE BO-END-TIME TO BK-REV-TIME
005840* 9999-TERMINATE
005850* RETURN-CODE 0 = window reversed, 4 = nothing matched the
005860* window, 16 = the game log or history file could not be
005870* opened, 20 = missing or invalid BACKPARM card, 28 = business
005875* date closed.
005880******************************************************************
005890 9999-TERMINATE.
005900     EVALUATE TRUE
005910         WHEN NOT PARM-VALID
005920             MOVE 20 TO RETURN-CODE
005923         WHEN BUSINESS-DAY-CLOSED
005926             MOVE 28 TO RETURN-CODE
005930         WHEN INPUT-FILE-UNREADABLE
005940             MOVE 16 TO RETURN-CODE
005950         WHEN BO-ROUNDS-FLAGGED = 0
006180             BO-RUNJRNL-STATUS
006190         GO TO 9800-EXIT
006200     END-IF
006210     MOVE BO-BUSINESS-DATE TO BO-END-DATE
006220     ACCEPT BO-END-TIME FROM TIME
006230     MOVE SPACES TO RUNJRNL-RECORD
006240     MOVE "PPTBACK" TO RJ-PROGRAM-ID
006330     WRITE RUNJRNL-RECORD
006340     CLOSE RUNJRNL-FILE.
006350 9800-EXIT.
006351     EXIT.
006352
006353******************************************************************
006354* 9700-READ-BUSINESS-DATE
006355* The run is dated by the business date PPTDATE keeps on
006356* BUSDATE, not the clock, so a stream that runs past midnight
006357* stays on the day it is working.  No control record falls
006358* back to the clock date with a warning.
006359* A BUSDATE on file that cannot be read ends the run (9790).
006360******************************************************************
006361 9700-READ-BUSINESS-DATE.
006362     ACCEPT BO-BUSINESS-DATE FROM DATE YYYYMMDD
006363     OPEN INPUT BUSDATE-FILE
006364     IF BO-BUSDATE-STATUS NOT = "00" AND NOT = "35"
006365         PERFORM 9790-BUSDATE-UNREADABLE THRU 9790-EXIT
006366     END-IF
006372     IF BO-BUSDATE-STATUS NOT = "00"
006373         DISPLAY "PPTBACK - no BUSDATE control record - "
006374             "running on clock date " BO-BUSINESS-DATE
006375         GO TO 9700-MOVE-RUN-DATE
006376     END-IF
006377     READ BUSDATE-FILE
006378         AT END
006379             DISPLAY "PPTBACK - BUSDATE is empty - "
006380                 "running on clock date " BO-BUSINESS-DATE
006381             CLOSE BUSDATE-FILE
006382             GO TO 9700-MOVE-RUN-DATE
006383     END-READ
006384     IF BO-BUSDATE-STATUS NOT = "00"
006385         CLOSE BUSDATE-FILE
006386         PERFORM 9790-BUSDATE-UNREADABLE THRU 9790-EXIT
006387     END-IF
006388     MOVE BD-BUSINESS-DATE TO BO-BUSINESS-DATE
006389     MOVE BD-DAY-STATUS TO BO-DAY-STATUS
006390     CLOSE BUSDATE-FILE.
006391 9700-MOVE-RUN-DATE.
006392     MOVE BO-BUSINESS-DATE TO BO-RUN-DATE.
006393 9700-EXIT.
006394     EXIT.
006395
006401******************************************************************
006411* 9710-TAKE-AUDIT-STAMP
006421* Stamps the audit record the way the game program stamps a
006431* round: the business date, and the clock time carried past
006441* 24:00, 24 hours for each day the clock has run ahead of the
006451* business date, so date + time keeps the order things happened
006461* in against the rounds on GAMELOG.  Past 99 hours the stamp
006471* holds at the last one.  The date is read again after the time
006481* so a run of the clock over midnight between the two cannot mix
006491* the days.
006501******************************************************************
006511 9710-TAKE-AUDIT-STAMP.
006521     MOVE BO-BUSINESS-DATE TO BO-END-DATE
006531     ACCEPT BO-CLOCK-DATE FROM DATE YYYYMMDD
006541     ACCEPT BO-END-TIME FROM TIME
006551     ACCEPT BO-CLOCK-DATE-AFTER FROM DATE YYYYMMDD
006561     IF BO-CLOCK-DATE-AFTER NOT = BO-CLOCK-DATE
006571         MOVE BO-CLOCK-DATE-AFTER TO BO-CLOCK-DATE
006581         ACCEPT BO-END-TIME FROM TIME
006591     END-IF
006601     MOVE 0 TO BO-CARRY-DAYS
006611     IF BO-CLOCK-DATE > BO-BUSINESS-DATE
006621         COMPUTE BO-CARRY-DAYS =
006631             FUNCTION INTEGER-OF-DATE(BO-CLOCK-DATE)
006641             - FUNCTION INTEGER-OF-DATE(BO-BUSINESS-DATE)
006651     END-IF
006661     COMPUTE BO-END-TIME =
006671         BO-END-TIME + BO-CARRY-DAYS * 24000000
006681         ON SIZE ERROR
006691             MOVE 99595999 TO BO-END-TIME
006701     END-COMPUTE.
006711 9710-EXIT.
006721     EXIT.
006731
006741******************************************************************
006751* 9790-BUSDATE-UNREADABLE
006761* A BUSDATE that is on file but cannot be read may hold a closed
006771* day, so the clock date will not do: the run ends RC 16 before
006781* anything else is opened.
006791******************************************************************
006801 9790-BUSDATE-UNREADABLE.
006811     DISPLAY "PPTBACK - cannot read BUSDATE, status "
006821         BO-BUSDATE-STATUS " - run ends"
006831     MOVE BO-BUSINESS-DATE TO BO-RUN-DATE
006841     ACCEPT BO-START-TIME FROM TIME
006851     MOVE 16 TO RETURN-CODE
006861     PERFORM 9800-WRITE-RUN-JOURNAL THRU 9800-EXIT
006871     STOP RUN.
006881 9790-EXIT.
006891     EXIT.
006901
006911 END PROGRAM PPTBACK.
