000262*   02/09/2026  JAI   Appended a run-journal record at
000264*                     termination for the PPTOPS operations
000266*                     report.
000267*   15/10/2026  JAI   Run date taken from the BUSDATE business
000268*                     date kept by PPTDATE instead of the
000269*                     system clock.
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. PPTSEAS.
000490*     first.
000500* RETURN-CODE 0 = posted and reported, 12 = date already
000510* posted, 16 = TSTAND could not be opened, 20 = bad card.
000515* A BUSDATE on file that cannot be read ends the run RC 16.
000520******************************************************************
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000722     SELECT RUNJRNL-FILE ASSIGN TO "RUNJRNL"
000724         ORGANIZATION IS SEQUENTIAL
000726         FILE STATUS IS SE-RUNJRNL-STATUS.
000727     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000728         ORGANIZATION IS SEQUENTIAL
000729         FILE STATUS IS SE-BUSDATE-STATUS.
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  SEAPARM-FILE
000912 FD  RUNJRNL-FILE
000914     LABEL RECORD IS STANDARD.
000916     COPY RUNJRNL.
000917 FD  BUSDATE-FILE
000918     LABEL RECORD IS STANDARD.
000919     COPY BUSDATE.
000920 WORKING-STORAGE SECTION.
000930******************************************************************
000940* File status and end-of-file switches.
001170     88  TSTAND-OPEN-OK                  VALUE "Y".
001180     88  TSTAND-OPEN-FAILED              VALUE "N".
001182 77  SE-RUNJRNL-STATUS         PIC X(02) VALUE "00".
001183 77  SE-BUSDATE-STATUS         PIC X(02) VALUE "00".
001184 77  SE-BUSINESS-DATE          PIC 9(08) VALUE 0.
001185 77  SE-START-TIME             PIC 9(08) VALUE 0.
001186 77  SE-END-DATE               PIC 9(08) VALUE 0.
001188 77  SE-END-TIME               PIC 9(08) VALUE 0.
001190
002010******************************************************************
002020 1000-INITIALIZE.
002030     DISPLAY "PPTSEAS - SEASON STANDINGS POSTING"
002040     PERFORM 9700-READ-BUSINESS-DATE THRU 9700-EXIT
002042     ACCEPT SE-START-TIME FROM TIME
002050     MOVE "N" TO SE-PARM-VALID-SW
002060     OPEN INPUT SEAPARM-FILE
005395             SE-RUNJRNL-STATUS
005396         GO TO 9800-EXIT
005397     END-IF
005398     MOVE SE-BUSINESS-DATE TO SE-END-DATE
005399     ACCEPT SE-END-TIME FROM TIME
005400     MOVE SPACES TO RUNJRNL-RECORD
005401     MOVE "PPTSEAS" TO RJ-PROGRAM-ID
005412 9800-EXIT.
005413     EXIT.
005414
005415******************************************************************
005416* 9700-READ-BUSINESS-DATE
005417* The run is dated by the business date PPTDATE keeps on
005418* BUSDATE, not the clock, so a stream that runs past midnight
005419* stays on the day it is working.  No control record falls
005420* back to the clock date with a warning.
005430* A BUSDATE on file that cannot be read ends the run (9790).
005440******************************************************************
005450 9700-READ-BUSINESS-DATE.
005460     ACCEPT SE-BUSINESS-DATE FROM DATE YYYYMMDD
005470     OPEN INPUT BUSDATE-FILE
005480     IF SE-BUSDATE-STATUS NOT = "00" AND NOT = "35"
005490         PERFORM 9790-BUSDATE-UNREADABLE THRU 9790-EXIT
005500     END-IF
005510     IF SE-BUSDATE-STATUS NOT = "00"
005520         DISPLAY "PPTSEAS - no BUSDATE control record - "
005530             "running on clock date " SE-BUSINESS-DATE
005540         GO TO 9700-MOVE-RUN-DATE
005550     END-IF
005560     READ BUSDATE-FILE
005570         AT END
005580             DISPLAY "PPTSEAS - BUSDATE is empty - "
005590                 "running on clock date " SE-BUSINESS-DATE
005600             CLOSE BUSDATE-FILE
005610             GO TO 9700-MOVE-RUN-DATE
005620     END-READ
005630     IF SE-BUSDATE-STATUS NOT = "00"
005640         CLOSE BUSDATE-FILE
005650         PERFORM 9790-BUSDATE-UNREADABLE THRU 9790-EXIT
005660     END-IF
005670     MOVE BD-BUSINESS-DATE TO SE-BUSINESS-DATE
005680     CLOSE BUSDATE-FILE.
005690 9700-MOVE-RUN-DATE.
005700     MOVE SE-BUSINESS-DATE TO SE-RUN-DATE.
005710 9700-EXIT.
005720     EXIT.
005730
005740******************************************************************
005750* 9790-BUSDATE-UNREADABLE
005760* A BUSDATE that is on file but cannot be read may hold a closed
005770* day, so the clock date will not do: the run ends RC 16 before
005780* anything else is opened.
005790******************************************************************
005800 9790-BUSDATE-UNREADABLE.
005810     DISPLAY "PPTSEAS - cannot read BUSDATE, status "
005820         SE-BUSDATE-STATUS " - run ends"
005830     MOVE SE-BUSINESS-DATE TO SE-RUN-DATE
005840     ACCEPT SE-START-TIME FROM TIME
005850     MOVE 16 TO RETURN-CODE
005860     PERFORM 9800-WRITE-RUN-JOURNAL THRU 9800-EXIT
005870     STOP RUN.
005880 9790-EXIT.
005890     EXIT.
005900
005910 END PROGRAM PPTSEAS.
