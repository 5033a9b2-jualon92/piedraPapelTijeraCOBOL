000245*                     the backout day itself check 2 can show
000246*                     the mis-run's BATCHOUT still out of step;
000247*                     that mismatch is deliberate and visible.
000248*   15/10/2026  JAI   Run date taken from the BUSDATE business
000249*                     date kept by PPTDATE instead of the
000250*                     system clock.
000251******************************************************************
000252 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. PPTRECON.
000270 AUTHOR. JuanJignacio.
000280 INSTALLATION. www.
000660*
000670* RETURN-CODE 0 = in balance, 12 = out of balance, 16 = the
000680* game log could not be opened.
000685* A BUSDATE on file that cannot be read ends the run RC 16.
000690******************************************************************
000700 ENVIRONMENT DIVISION.
000710 INPUT-OUTPUT SECTION.
000900     SELECT RUNJRNL-FILE ASSIGN TO "RUNJRNL"
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS RN-RUNJRNL-STATUS.
000922     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000924         ORGANIZATION IS SEQUENTIAL
000926         FILE STATUS IS RN-BUSDATE-STATUS.
000930     SELECT RECONSRT-FILE ASSIGN TO "RECONSRT".
000940 DATA DIVISION.
000950 FILE SECTION.
001110 FD  RUNJRNL-FILE
001120     LABEL RECORD IS STANDARD.
001130     COPY RUNJRNL.
001132 FD  BUSDATE-FILE
001134     LABEL RECORD IS STANDARD.
001136     COPY BUSDATE.
001140******************************************************************
001150* Sort work record - one per side of a decided or tied round
001160* (the increments) or one per W/L/T audit field change (the
001460     88  GAMELOG-OPEN-OK                 VALUE "Y".
001470     88  GAMELOG-OPEN-FAILED             VALUE "N".
001480 77  RN-RUNJRNL-STATUS         PIC X(02) VALUE "00".
001483 77  RN-BUSDATE-STATUS         PIC X(02) VALUE "00".
001486 77  RN-BUSINESS-DATE          PIC 9(08) VALUE 0.
001490 77  RN-START-TIME             PIC 9(08) VALUE 0.
001500 77  RN-END-DATE               PIC 9(08) VALUE 0.
001510 77  RN-END-TIME               PIC 9(08) VALUE 0.
002530******************************************************************
002540 1000-INITIALIZE.
002550     DISPLAY "PPTRECON - END-OF-DAY RECONCILIATION"
002560     PERFORM 9700-READ-BUSINESS-DATE THRU 9700-EXIT
002570     ACCEPT RN-START-TIME FROM TIME
002580     OPEN INPUT GAMELOG-FILE
002590     IF RN-GAMELOG-STATUS NOT = "00"
008250             RN-RUNJRNL-STATUS
008260         GO TO 9800-EXIT
008270     END-IF
008280     MOVE RN-BUSINESS-DATE TO RN-END-DATE
008290     ACCEPT RN-END-TIME FROM TIME
008300     MOVE SPACES TO RUNJRNL-RECORD
008310     MOVE "PPTRECON" TO RJ-PROGRAM-ID
008400     WRITE RUNJRNL-RECORD
008410     CLOSE RUNJRNL-FILE.
008420 9800-EXIT.
008421     EXIT.
008422
008423******************************************************************
008424* 9700-READ-BUSINESS-DATE
008425* The run is dated by the business date PPTDATE keeps on
008426* BUSDATE, not the clock, so a stream that runs past midnight
008427* stays on the day it is working.  No control record falls
008428* back to the clock date with a warning.
008429* A BUSDATE on file that cannot be read ends the run (9790).
008430******************************************************************
008431 9700-READ-BUSINESS-DATE.
008432     ACCEPT RN-BUSINESS-DATE FROM DATE YYYYMMDD
008433     OPEN INPUT BUSDATE-FILE
008434     IF RN-BUSDATE-STATUS NOT = "00" AND NOT = "35"
008435         PERFORM 9790-BUSDATE-UNREADABLE THRU 9790-EXIT
008436     END-IF
008442     IF RN-BUSDATE-STATUS NOT = "00"
008443         DISPLAY "PPTRECON - no BUSDATE control record - "
008444             "running on clock date " RN-BUSINESS-DATE
008445         GO TO 9700-MOVE-RUN-DATE
008446     END-IF
008447     READ BUSDATE-FILE
008448         AT END
008449             DISPLAY "PPTRECON - BUSDATE is empty - "
008450                 "running on clock date " RN-BUSINESS-DATE
008451             CLOSE BUSDATE-FILE
008452             GO TO 9700-MOVE-RUN-DATE
008453     END-READ
008463     IF RN-BUSDATE-STATUS NOT = "00"
008473         CLOSE BUSDATE-FILE
008483         PERFORM 9790-BUSDATE-UNREADABLE THRU 9790-EXIT
008493     END-IF
008503     MOVE BD-BUSINESS-DATE TO RN-BUSINESS-DATE
008513     CLOSE BUSDATE-FILE.
008523 9700-MOVE-RUN-DATE.
008533     MOVE RN-BUSINESS-DATE TO RN-RUN-DATE.
008543 9700-EXIT.
008553     EXIT.
008563
008573******************************************************************
008583* 9790-BUSDATE-UNREADABLE
008593* A BUSDATE that is on file but cannot be read may hold a closed
008603* day, so the clock date will not do: the run ends RC 16 before
008613* anything else is opened.
008623******************************************************************
008633 9790-BUSDATE-UNREADABLE.
008643     DISPLAY "PPTRECON - cannot read BUSDATE, status "
008653         RN-BUSDATE-STATUS " - run ends"
008663     MOVE RN-BUSINESS-DATE TO RN-RUN-DATE
008673     ACCEPT RN-START-TIME FROM TIME
008683     MOVE 16 TO RETURN-CODE
008693     PERFORM 9800-WRITE-RUN-JOURNAL THRU 9800-EXIT
008703     STOP RUN.
008713 9790-EXIT.
008723     EXIT.
008733
008743 END PROGRAM PPTRECON.
