000258*                     utility flagged - their history posting
000259*                     was reversed, so the month-end standings
000260*                     must drop them too.
000261*   15/10/2026  JAI   Run date taken from the BUSDATE business
000262*                     date kept by PPTDATE instead of the
000263*                     system clock.
000264******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. PPTMLDR.
000290 AUTHOR. JuanJignacio.
000710     SELECT RUNJRNL-FILE ASSIGN TO "RUNJRNL"
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS LB-RUNJRNL-STATUS.
000732     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000734         ORGANIZATION IS SEQUENTIAL
000736         FILE STATUS IS LB-BUSDATE-STATUS.
000740     SELECT MSRT-FILE ASSIGN TO "MLDRSRT".
000750     SELECT MLDRWRK-FILE ASSIGN TO "MLDRWRK"
000760         ORGANIZATION IS SEQUENTIAL
001000 FD  RUNJRNL-FILE
001010     LABEL RECORD IS STANDARD.
001020     COPY RUNJRNL.
001022 FD  BUSDATE-FILE
001024     LABEL RECORD IS STANDARD.
001026     COPY BUSDATE.
001030******************************************************************
001040* Sort 1 work record - one per side of a kept round, ordered
001050* by player then opponent so a player's rounds group together
001800     88  GAMELOG-OPEN-OK                 VALUE "Y".
001810     88  GAMELOG-OPEN-FAILED             VALUE "N".
001820 77  LB-RUNJRNL-STATUS         PIC X(02) VALUE "00".
001823 77  LB-BUSDATE-STATUS         PIC X(02) VALUE "00".
001826 77  LB-BUSINESS-DATE          PIC 9(08) VALUE 0.
001830 77  LB-START-DATE             PIC 9(08) VALUE 0.
001840 77  LB-START-TIME             PIC 9(08) VALUE 0.
001850 77  LB-END-DATE               PIC 9(08) VALUE 0.
002850******************************************************************
002860 1000-INITIALIZE.
002870     DISPLAY "PPTMLDR - MONTHLY LEADERBOARD REPORT"
002880     PERFORM 9700-READ-BUSINESS-DATE THRU 9700-EXIT
002890     ACCEPT LB-START-TIME FROM TIME
002900     MOVE "N" TO LB-PARM-VALID-SW
002910     OPEN INPUT LDRPARM-FILE
008000             LB-RUNJRNL-STATUS
008010         GO TO 9800-EXIT
008020     END-IF
008030     MOVE LB-BUSINESS-DATE TO LB-END-DATE
008040     ACCEPT LB-END-TIME FROM TIME
008050     MOVE SPACES TO RUNJRNL-RECORD
008060     MOVE "PPTMLDR" TO RJ-PROGRAM-ID
008150     WRITE RUNJRNL-RECORD
008160     CLOSE RUNJRNL-FILE.
008170 9800-EXIT.
008171     EXIT.
008172
008173******************************************************************
008174* 9700-READ-BUSINESS-DATE
008175* The run is dated by the business date PPTDATE keeps on
008176* BUSDATE, not the clock, so a stream that runs past midnight
008177* stays on the day it is working.  No control record falls
008178* back to the clock date with a warning.
008179* A BUSDATE on file that cannot be read ends the run (9790).
008180******************************************************************
008181 9700-READ-BUSINESS-DATE.
008182     ACCEPT LB-BUSINESS-DATE FROM DATE YYYYMMDD
008183     OPEN INPUT BUSDATE-FILE
008184     IF LB-BUSDATE-STATUS NOT = "00" AND NOT = "35"
008185         PERFORM 9790-BUSDATE-UNREADABLE THRU 9790-EXIT
008186     END-IF
008192     IF LB-BUSDATE-STATUS NOT = "00"
008193         DISPLAY "PPTMLDR - no BUSDATE control record - "
008194             "running on clock date " LB-BUSINESS-DATE
008195         GO TO 9700-MOVE-RUN-DATE
008196     END-IF
008197     READ BUSDATE-FILE
008198         AT END
008199             DISPLAY "PPTMLDR - BUSDATE is empty - "
008200                 "running on clock date " LB-BUSINESS-DATE
008201             CLOSE BUSDATE-FILE
008202             GO TO 9700-MOVE-RUN-DATE
008203     END-READ
008213     IF LB-BUSDATE-STATUS NOT = "00"
008223         CLOSE BUSDATE-FILE
008233         PERFORM 9790-BUSDATE-UNREADABLE THRU 9790-EXIT
008243     END-IF
008253     MOVE BD-BUSINESS-DATE TO LB-BUSINESS-DATE
008263     CLOSE BUSDATE-FILE.
008273 9700-MOVE-RUN-DATE.
008283     MOVE LB-BUSINESS-DATE TO LB-START-DATE.
008293 9700-EXIT.
008303     EXIT.
008313
008323******************************************************************
008333* 9790-BUSDATE-UNREADABLE
008343* A BUSDATE that is on file but cannot be read may hold a closed
008353* day, so the clock date will not do: the run ends RC 16 before
008363* anything else is opened.
008373******************************************************************
008383 9790-BUSDATE-UNREADABLE.
008393     DISPLAY "PPTMLDR - cannot read BUSDATE, status "
008403         LB-BUSDATE-STATUS " - run ends"
008413     MOVE LB-BUSINESS-DATE TO LB-START-DATE
008423     ACCEPT LB-START-TIME FROM TIME
008433     MOVE 16 TO RETURN-CODE
008443     PERFORM 9800-WRITE-RUN-JOURNAL THRU 9800-EXIT
008453     STOP RUN.
008463 9790-EXIT.
008473     EXIT.
008483
008493 END PROGRAM PPTMLDR.
