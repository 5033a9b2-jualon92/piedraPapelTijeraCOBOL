000272*   02/09/2026  JAI   Appended a run-journal record at
000274*                     termination for the PPTOPS operations
000276*                     report.
000277*   15/10/2026  JAI   Run date taken from the BUSDATE business
000278*                     date kept by PPTDATE instead of the
000279*                     system clock.
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. PPTSEED.
000510* (nothing written), 16 = the rating file or player master
000520* exists but could not be opened, 20 = SEEDIN missing or
000530* unopenable.
000535* A BUSDATE on file that cannot be read ends the run RC 16.
000540******************************************************************
000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000762     SELECT RUNJRNL-FILE ASSIGN TO "RUNJRNL"
000764         ORGANIZATION IS SEQUENTIAL
000766         FILE STATUS IS SD-RUNJRNL-STATUS.
000767     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000768         ORGANIZATION IS SEQUENTIAL
000769         FILE STATUS IS SD-BUSDATE-STATUS.
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  SEEDIN-FILE
000952 FD  RUNJRNL-FILE
000954     LABEL RECORD IS STANDARD.
000956     COPY RUNJRNL.
000957 FD  BUSDATE-FILE
000958     LABEL RECORD IS STANDARD.
000959     COPY BUSDATE.
000960 WORKING-STORAGE SECTION.
000970******************************************************************
000980* File status and end-of-file switches.
001150 77  SD-REG-CHECK-SW           PIC X(01) VALUE "N".
001160     88  REG-CHECK-ACTIVE                VALUE "Y".
001162 77  SD-RUNJRNL-STATUS         PIC X(02) VALUE "00".
001163 77  SD-BUSDATE-STATUS         PIC X(02) VALUE "00".
001164 77  SD-BUSINESS-DATE          PIC 9(08) VALUE 0.
001165 77  SD-START-TIME             PIC 9(08) VALUE 0.
001166 77  SD-END-DATE               PIC 9(08) VALUE 0.
001168 77  SD-END-TIME               PIC 9(08) VALUE 0.
001170
001830******************************************************************
001840 1000-INITIALIZE.
001850     DISPLAY "PPTSEED - RATING-DRIVEN SEEDING"
001860     PERFORM 9700-READ-BUSINESS-DATE THRU 9700-EXIT
001862     ACCEPT SD-START-TIME FROM TIME
001870     OPEN INPUT PLYRMAST-FILE
001880     EVALUATE TRUE
005745             SD-RUNJRNL-STATUS
005746         GO TO 9800-EXIT
005747     END-IF
005748     MOVE SD-BUSINESS-DATE TO SD-END-DATE
005749     ACCEPT SD-END-TIME FROM TIME
005750     MOVE SPACES TO RUNJRNL-RECORD
005751     MOVE "PPTSEED" TO RJ-PROGRAM-ID
005762 9800-EXIT.
005763     EXIT.
005764
005765******************************************************************
005766* 9700-READ-BUSINESS-DATE
005767* The run is dated by the business date PPTDATE keeps on
005768* BUSDATE, not the clock, so a stream that runs past midnight
005769* stays on the day it is working.  No control record falls
005770* back to the clock date with a warning.
005780* A BUSDATE on file that cannot be read ends the run (9790).
005790******************************************************************
005800 9700-READ-BUSINESS-DATE.
005810     ACCEPT SD-BUSINESS-DATE FROM DATE YYYYMMDD
005820     OPEN INPUT BUSDATE-FILE
005830     IF SD-BUSDATE-STATUS NOT = "00" AND NOT = "35"
005840         PERFORM 9790-BUSDATE-UNREADABLE THRU 9790-EXIT
005850     END-IF
005860     IF SD-BUSDATE-STATUS NOT = "00"
005870         DISPLAY "PPTSEED - no BUSDATE control record - "
005880             "running on clock date " SD-BUSINESS-DATE
005890         GO TO 9700-MOVE-RUN-DATE
005900     END-IF
005910     READ BUSDATE-FILE
005920         AT END
005930             DISPLAY "PPTSEED - BUSDATE is empty - "
005940                 "running on clock date " SD-BUSINESS-DATE
005950             CLOSE BUSDATE-FILE
005960             GO TO 9700-MOVE-RUN-DATE
005970     END-READ
005980     IF SD-BUSDATE-STATUS NOT = "00"
005990         CLOSE BUSDATE-FILE
006000         PERFORM 9790-BUSDATE-UNREADABLE THRU 9790-EXIT
006010     END-IF
006020     MOVE BD-BUSINESS-DATE TO SD-BUSINESS-DATE
006030     CLOSE BUSDATE-FILE.
006040 9700-MOVE-RUN-DATE.
006050     MOVE SD-BUSINESS-DATE TO SD-RUN-DATE.
006060 9700-EXIT.
006070     EXIT.
006080
006090******************************************************************
006100* 9790-BUSDATE-UNREADABLE
006110* A BUSDATE that is on file but cannot be read may hold a closed
006120* day, so the clock date will not do: the run ends RC 16 before
006130* anything else is opened.
006140******************************************************************
006150 9790-BUSDATE-UNREADABLE.
006160     DISPLAY "PPTSEED - cannot read BUSDATE, status "
006170         SD-BUSDATE-STATUS " - run ends"
006180     MOVE SD-BUSINESS-DATE TO SD-RUN-DATE
006190     ACCEPT SD-START-TIME FROM TIME
006200     MOVE 16 TO RETURN-CODE
006210     PERFORM 9800-WRITE-RUN-JOURNAL THRU 9800-EXIT
006220     STOP RUN.
006230 9790-EXIT.
006240     EXIT.
006250
006260 END PROGRAM PPTSEED.
