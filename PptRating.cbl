000248*                     utility flagged - their history posting
000249*                     was reversed, so rating them would rate
000250*                     rounds that officially never happened.
000251*   15/10/2026  JAI   Run date taken from the BUSDATE business
000252*                     date kept by PPTDATE instead of the
000253*                     system clock.
000254******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. PPTRATE.
000280 AUTHOR. JuanJignacio.
000542* RETURN-CODE 16 before the rating file is touched; INCR with
000544* no rating file yet on disk builds it exactly like FULL (a
000546* surviving control stamp is ignored for the fresh file).
000553* A BUSDATE on file that cannot be read ends the run RC 16.
000560******************************************************************
000570 ENVIRONMENT DIVISION.
000580 INPUT-OUTPUT SECTION.
000732     SELECT RUNJRNL-FILE ASSIGN TO "RUNJRNL"
000734         ORGANIZATION IS SEQUENTIAL
000736         FILE STATUS IS RT-RUNJRNL-STATUS.
000737     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000738         ORGANIZATION IS SEQUENTIAL
000739         FILE STATUS IS RT-BUSDATE-STATUS.
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  RATEPARM-FILE
000892 FD  RUNJRNL-FILE
000894     LABEL RECORD IS STANDARD.
000896     COPY RUNJRNL.
000897 FD  BUSDATE-FILE
000898     LABEL RECORD IS STANDARD.
000899     COPY BUSDATE.
000900 WORKING-STORAGE SECTION.
000910******************************************************************
000920* File status and end-of-file switches.
001108 77  RT-RATEFILE-CREATED-SW    PIC X(01) VALUE "N".
001110     88  RATING-FILE-CREATED             VALUE "Y".
001112 77  RT-RUNJRNL-STATUS         PIC X(02) VALUE "00".
001113 77  RT-BUSDATE-STATUS         PIC X(02) VALUE "00".
001114 77  RT-BUSINESS-DATE          PIC 9(08) VALUE 0.
001115 77  RT-START-TIME             PIC 9(08) VALUE 0.
001116 77  RT-END-DATE               PIC 9(08) VALUE 0.
001118 77  RT-END-TIME               PIC 9(08) VALUE 0.
001119
001720******************************************************************
001730 1000-INITIALIZE.
001740     DISPLAY "PPTRATE - ELO RATING UPDATE"
001750     PERFORM 9700-READ-BUSINESS-DATE THRU 9700-EXIT
001752     ACCEPT RT-START-TIME FROM TIME
001760     MOVE "N" TO RT-PARM-VALID-SW
001770     OPEN INPUT RATEPARM-FILE
004535             RT-RUNJRNL-STATUS
004536         GO TO 9800-EXIT
004537     END-IF
004538     MOVE RT-BUSINESS-DATE TO RT-END-DATE
004539     ACCEPT RT-END-TIME FROM TIME
004540     MOVE SPACES TO RUNJRNL-RECORD
004541     MOVE "PPTRATE" TO RJ-PROGRAM-ID
004552 9800-EXIT.
004553     EXIT.
004554
004555******************************************************************
004556* 9700-READ-BUSINESS-DATE
004557* The run is dated by the business date PPTDATE keeps on
004558* BUSDATE, not the clock, so a stream that runs past midnight
004559* stays on the day it is working.  No control record falls
004560* back to the clock date with a warning.
004570* A BUSDATE on file that cannot be read ends the run (9790).
004580******************************************************************
004590 9700-READ-BUSINESS-DATE.
004600     ACCEPT RT-BUSINESS-DATE FROM DATE YYYYMMDD
004610     OPEN INPUT BUSDATE-FILE
004620     IF RT-BUSDATE-STATUS NOT = "00" AND NOT = "35"
004630         PERFORM 9790-BUSDATE-UNREADABLE THRU 9790-EXIT
004640     END-IF
004650     IF RT-BUSDATE-STATUS NOT = "00"
004660         DISPLAY "PPTRATE - no BUSDATE control record - "
004670             "running on clock date " RT-BUSINESS-DATE
004680         GO TO 9700-MOVE-RUN-DATE
004690     END-IF
004700     READ BUSDATE-FILE
004710         AT END
004720             DISPLAY "PPTRATE - BUSDATE is empty - "
004730                 "running on clock date " RT-BUSINESS-DATE
004740             CLOSE BUSDATE-FILE
004750             GO TO 9700-MOVE-RUN-DATE
004760     END-READ
004770     IF RT-BUSDATE-STATUS NOT = "00"
004780         CLOSE BUSDATE-FILE
004790         PERFORM 9790-BUSDATE-UNREADABLE THRU 9790-EXIT
004800     END-IF
004810     MOVE BD-BUSINESS-DATE TO RT-BUSINESS-DATE
004820     CLOSE BUSDATE-FILE.
004830 9700-MOVE-RUN-DATE.
004840     MOVE RT-BUSINESS-DATE TO RT-RUN-DATE.
004850 9700-EXIT.
004860     EXIT.
004870
004880******************************************************************
004890* 9790-BUSDATE-UNREADABLE
004900* A BUSDATE that is on file but cannot be read may hold a closed
004910* day, so the clock date will not do: the run ends RC 16 before
004920* anything else is opened.
004930******************************************************************
004940 9790-BUSDATE-UNREADABLE.
004950     DISPLAY "PPTRATE - cannot read BUSDATE, status "
004960         RT-BUSDATE-STATUS " - run ends"
004970     MOVE RT-BUSINESS-DATE TO RT-RUN-DATE
004980     ACCEPT RT-START-TIME FROM TIME
004990     MOVE 16 TO RETURN-CODE
005000     PERFORM 9800-WRITE-RUN-JOURNAL THRU 9800-EXIT
005010     STOP RUN.
005020 9790-EXIT.
005030     EXIT.
005040
005050 END PROGRAM PPTRATE.
