000242*   02/09/2026  JAI   Appended a run-journal record at
000244*                     termination for the PPTOPS operations
000246*                     report.
000247*   15/10/2026  JAI   Run date taken from the BUSDATE business
000248*                     date kept by PPTDATE instead of the
000249*                     system clock.
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. PPTPREG.
000582     SELECT RUNJRNL-FILE ASSIGN TO "RUNJRNL"
000584         ORGANIZATION IS SEQUENTIAL
000586         FILE STATUS IS PG-RUNJRNL-STATUS.
000587     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000588         ORGANIZATION IS SEQUENTIAL
000589         FILE STATUS IS PG-BUSDATE-STATUS.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  REGIN-FILE
000692 FD  RUNJRNL-FILE
000694     LABEL RECORD IS STANDARD.
000696     COPY RUNJRNL.
000697 FD  BUSDATE-FILE
000698     LABEL RECORD IS STANDARD.
000699     COPY BUSDATE.
000700 WORKING-STORAGE SECTION.
000710******************************************************************
000720* File status and end-of-file switches.
000790 77  PG-REGIN-FOUND-SW         PIC X(01) VALUE "N".
000800     88  REGIN-FOUND                     VALUE "Y".
000802 77  PG-RUNJRNL-STATUS         PIC X(02) VALUE "00".
000803 77  PG-BUSDATE-STATUS         PIC X(02) VALUE "00".
000804 77  PG-BUSINESS-DATE          PIC 9(08) VALUE 0.
000805 77  PG-START-TIME             PIC 9(08) VALUE 0.
000806 77  PG-END-DATE               PIC 9(08) VALUE 0.
000808 77  PG-END-TIME               PIC 9(08) VALUE 0.
000810
001360******************************************************************
001370 1000-INITIALIZE.
001380     DISPLAY "PPTPREG - PLAYER REGISTRATION MAINTENANCE"
001390     PERFORM 9700-READ-BUSINESS-DATE THRU 9700-EXIT
001392     ACCEPT PG-START-TIME FROM TIME
001400     OPEN INPUT REGIN-FILE
001410     IF PG-REGIN-STATUS NOT = "00"
004545             PG-RUNJRNL-STATUS
004546         GO TO 9800-EXIT
004547     END-IF
004548     MOVE PG-BUSINESS-DATE TO PG-END-DATE
004549     ACCEPT PG-END-TIME FROM TIME
004550     MOVE SPACES TO RUNJRNL-RECORD
004551     MOVE "PPTPREG" TO RJ-PROGRAM-ID
004562 9800-EXIT.
004563     EXIT.
004564
004565******************************************************************
004566* 9700-READ-BUSINESS-DATE
004567* The run is dated by the business date PPTDATE keeps on
004568* BUSDATE, not the clock, so a stream that runs past midnight
004569* stays on the day it is working.  No control record falls
004570* back to the clock date with a warning.
004580* A BUSDATE on file that cannot be read ends the run (9790).
004590******************************************************************
004600 9700-READ-BUSINESS-DATE.
004610     ACCEPT PG-BUSINESS-DATE FROM DATE YYYYMMDD
004620     OPEN INPUT BUSDATE-FILE
004630     IF PG-BUSDATE-STATUS NOT = "00" AND NOT = "35"
004640         PERFORM 9790-BUSDATE-UNREADABLE THRU 9790-EXIT
004650     END-IF
004660     IF PG-BUSDATE-STATUS NOT = "00"
004670         DISPLAY "PPTPREG - no BUSDATE control record - "
004680             "running on clock date " PG-BUSINESS-DATE
004690         GO TO 9700-MOVE-RUN-DATE
004700     END-IF
004710     READ BUSDATE-FILE
004720         AT END
004730             DISPLAY "PPTPREG - BUSDATE is empty - "
004740                 "running on clock date " PG-BUSINESS-DATE
004750             CLOSE BUSDATE-FILE
004760             GO TO 9700-MOVE-RUN-DATE
004770     END-READ
004780     IF PG-BUSDATE-STATUS NOT = "00"
004790         CLOSE BUSDATE-FILE
004800         PERFORM 9790-BUSDATE-UNREADABLE THRU 9790-EXIT
004810     END-IF
004820     MOVE BD-BUSINESS-DATE TO PG-BUSINESS-DATE
004830     CLOSE BUSDATE-FILE.
004840 9700-MOVE-RUN-DATE.
004850     MOVE PG-BUSINESS-DATE TO PG-RUN-DATE.
004860 9700-EXIT.
004870     EXIT.
004880
004890******************************************************************
004900* 9790-BUSDATE-UNREADABLE
004910* A BUSDATE that is on file but cannot be read may hold a closed
004920* day, so the clock date will not do: the run ends RC 16 before
004930* anything else is opened.
004940******************************************************************
004950 9790-BUSDATE-UNREADABLE.
004960     DISPLAY "PPTPREG - cannot read BUSDATE, status "
004970         PG-BUSDATE-STATUS " - run ends"
004980     MOVE PG-BUSINESS-DATE TO PG-RUN-DATE
004990     ACCEPT PG-START-TIME FROM TIME
005000     MOVE 16 TO RETURN-CODE
005010     PERFORM 9800-WRITE-RUN-JOURNAL THRU 9800-EXIT
005020     STOP RUN.
005030 9790-EXIT.
005040     EXIT.
005050
005060 END PROGRAM PPTPREG.
