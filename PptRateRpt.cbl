000212*   02/09/2026  JAI   Appended a run-journal record at
000214*                     termination for the PPTOPS operations
000216*                     report.
000217*   15/10/2026  JAI   Run date taken from the BUSDATE business
000218*                     date kept by PPTDATE instead of the
000219*                     system clock.
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. PPTRATRP.
000462     SELECT RUNJRNL-FILE ASSIGN TO "RUNJRNL"
000464         ORGANIZATION IS SEQUENTIAL
000466         FILE STATUS IS RR-RUNJRNL-STATUS.
000467     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000468         ORGANIZATION IS SEQUENTIAL
000469         FILE STATUS IS RR-BUSDATE-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  PLYRRATE-FILE
000542 FD  RUNJRNL-FILE
000544     LABEL RECORD IS STANDARD.
000546     COPY RUNJRNL.
000547 FD  BUSDATE-FILE
000548     LABEL RECORD IS STANDARD.
000549     COPY BUSDATE.
000550 WORKING-STORAGE SECTION.
000560******************************************************************
000570* File status and end-of-file switches.
000624     88  RATE-FILE-OPEN-OK               VALUE "Y".
000626     88  RATE-FILE-OPEN-FAILED           VALUE "N".
000627 77  RR-RUNJRNL-STATUS         PIC X(02) VALUE "00".
000628 77  RR-BUSDATE-STATUS         PIC X(02) VALUE "00".
000629 77  RR-BUSINESS-DATE          PIC 9(08) VALUE 0.
000630 77  RR-START-TIME             PIC 9(08) VALUE 0.
000631 77  RR-END-DATE               PIC 9(08) VALUE 0.
000632 77  RR-END-TIME               PIC 9(08) VALUE 0.
000633
000640******************************************************************
000650* Rated-player table for the seeding sort.
000660******************************************************************
001220
001230 1000-INITIALIZE.
001240     DISPLAY "PPTRATRP - PLAYER RATING REPORT"
001250     PERFORM 9700-READ-BUSINESS-DATE THRU 9700-EXIT
001252     ACCEPT RR-START-TIME FROM TIME
001260     OPEN OUTPUT PRTFILE
001270     PERFORM 7100-PRINT-PAGE-HEADERS THRU 7100-EXIT
003135             RR-RUNJRNL-STATUS
003136         GO TO 9800-EXIT
003137     END-IF
003138     MOVE RR-BUSINESS-DATE TO RR-END-DATE
003139     ACCEPT RR-END-TIME FROM TIME
003140     MOVE SPACES TO RUNJRNL-RECORD
003141     MOVE "PPTRATRP" TO RJ-PROGRAM-ID
003152 9800-EXIT.
003153     EXIT.
003154
003155******************************************************************
003156* 9700-READ-BUSINESS-DATE
003157* The run is dated by the business date PPTDATE keeps on
003158* BUSDATE, not the clock, so a stream that runs past midnight
003159* stays on the day it is working.  No control record falls
003160* back to the clock date with a warning.
003170* A BUSDATE on file that cannot be read ends the run (9790).
003180******************************************************************
003190 9700-READ-BUSINESS-DATE.
003200     ACCEPT RR-BUSINESS-DATE FROM DATE YYYYMMDD
003210     OPEN INPUT BUSDATE-FILE
003220     IF RR-BUSDATE-STATUS NOT = "00" AND NOT = "35"
003230         PERFORM 9790-BUSDATE-UNREADABLE THRU 9790-EXIT
003240     END-IF
003250     IF RR-BUSDATE-STATUS NOT = "00"
003260         DISPLAY "PPTRATRP - no BUSDATE control record - "
003270             "running on clock date " RR-BUSINESS-DATE
003280         GO TO 9700-MOVE-RUN-DATE
003290     END-IF
003300     READ BUSDATE-FILE
003310         AT END
003320             DISPLAY "PPTRATRP - BUSDATE is empty - "
003330                 "running on clock date " RR-BUSINESS-DATE
003340             CLOSE BUSDATE-FILE
003350             GO TO 9700-MOVE-RUN-DATE
003360     END-READ
003370     IF RR-BUSDATE-STATUS NOT = "00"
003380         CLOSE BUSDATE-FILE
003390         PERFORM 9790-BUSDATE-UNREADABLE THRU 9790-EXIT
003400     END-IF
003410     MOVE BD-BUSINESS-DATE TO RR-BUSINESS-DATE
003420     CLOSE BUSDATE-FILE.
003430 9700-MOVE-RUN-DATE.
003440     MOVE RR-BUSINESS-DATE TO RR-RUN-DATE.
003450 9700-EXIT.
003460     EXIT.
003470
003480******************************************************************
003490* 9790-BUSDATE-UNREADABLE
003500* A BUSDATE that is on file but cannot be read may hold a closed
003510* day, so the clock date will not do: the run ends RC 16 before
003520* anything else is opened.
003530******************************************************************
003540 9790-BUSDATE-UNREADABLE.
003550     DISPLAY "PPTRATRP - cannot read BUSDATE, status "
003560         RR-BUSDATE-STATUS " - run ends"
003570     MOVE RR-BUSINESS-DATE TO RR-RUN-DATE
003580     ACCEPT RR-START-TIME FROM TIME
003590     MOVE 16 TO RETURN-CODE
003600     PERFORM 9800-WRITE-RUN-JOURNAL THRU 9800-EXIT
003610     STOP RUN.
003620 9790-EXIT.
003630     EXIT.
003640
003650 END PROGRAM PPTRATRP.
