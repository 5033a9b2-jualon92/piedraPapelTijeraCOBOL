000263*                     from the highest number already on the
000264*                     file, so a correction card keyed on it
000265*                     can never match two generations' records.
000266*   15/10/2026  JAI   Run date taken from the BUSDATE business
000267*                     date kept by PPTDATE instead of the
000268*                     system clock.
000269******************************************************************
000270 IDENTIFICATION DIVISION.
000271 PROGRAM-ID. PPTEDIT.
000280 AUTHOR. JuanJignacio.
000290 INSTALLATION. www.
000300 DATE-WRITTEN. 22/08/2026.
000598     SELECT RUNJRNL-FILE ASSIGN TO "RUNJRNL"
000599         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS ED-RUNJRNL-STATUS.
000601     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000602         ORGANIZATION IS SEQUENTIAL
000603         FILE STATUS IS ED-BUSDATE-STATUS.
000604 DATA DIVISION.
000610 FILE SECTION.
000620 FD  BATCHIN-FILE
000630     LABEL RECORD IS STANDARD.
000737 FD  RUNJRNL-FILE
000738     LABEL RECORD IS STANDARD.
000739     COPY RUNJRNL.
000740 FD  BUSDATE-FILE
000741     LABEL RECORD IS STANDARD.
000742     COPY BUSDATE.
000743 WORKING-STORAGE SECTION.
000750******************************************************************
000760* File status and end-of-file switches.
000770******************************************************************
000838 77  ED-PLYRMAST-BAD-SW        PIC X(01) VALUE "N".
000839     88  PLYRMAST-UNREADABLE             VALUE "Y".
000840 77  ED-RUNJRNL-STATUS         PIC X(02) VALUE "00".
000841 77  ED-BUSDATE-STATUS         PIC X(02) VALUE "00".
000842 77  ED-BUSINESS-DATE          PIC 9(08) VALUE 0.
000843 77  ED-START-TIME             PIC 9(08) VALUE 0.
000844 77  ED-END-DATE               PIC 9(08) VALUE 0.
000845 77  ED-END-TIME               PIC 9(08) VALUE 0.
000846 77  ED-SUSPENSE-EOF-SW        PIC X(01) VALUE "N".
000847     88  SUSPENSE-SCAN-EOF               VALUE "Y".
000848 77  ED-SUSPENSE-BAD-SW        PIC X(01) VALUE "N".
000849     88  SUSPENSE-UNREADABLE             VALUE "Y".
000850
000851******************************************************************
000860* Edit result for the record in hand.
000870******************************************************************
000880 77  ED-REJECT-SW              PIC X(01) VALUE "N".
001430******************************************************************
001440 1000-INITIALIZE.
001450     DISPLAY "PPTEDIT - BATCH INPUT FRONT-END EDIT"
001460     PERFORM 9700-READ-BUSINESS-DATE THRU 9700-EXIT
001461     ACCEPT ED-START-TIME FROM TIME
001462     PERFORM 1200-OPEN-PLYRMAST-FILE THRU 1200-EXIT
001463     IF PLYRMAST-UNREADABLE
003616             ED-RUNJRNL-STATUS
003617         GO TO 9800-EXIT
003618     END-IF
003619     MOVE ED-BUSINESS-DATE TO ED-END-DATE
003620     ACCEPT ED-END-TIME FROM TIME
003621     MOVE SPACES TO RUNJRNL-RECORD
003622     MOVE "PPTEDIT" TO RJ-PROGRAM-ID
003633 9800-EXIT.
003634     EXIT.
003635
003636******************************************************************
003637* 9700-READ-BUSINESS-DATE
003638* The run is dated by the business date PPTDATE keeps on
003639* BUSDATE, not the clock, so a stream that runs past midnight
003640* stays on the day it is working.  No control record falls
003641* back to the clock date with a warning.
003651* A BUSDATE on file that cannot be read ends the run (9790).
003661******************************************************************
003671 9700-READ-BUSINESS-DATE.
003681     ACCEPT ED-BUSINESS-DATE FROM DATE YYYYMMDD
003691     OPEN INPUT BUSDATE-FILE
003701     IF ED-BUSDATE-STATUS NOT = "00" AND NOT = "35"
003711         PERFORM 9790-BUSDATE-UNREADABLE THRU 9790-EXIT
003721     END-IF
003731     IF ED-BUSDATE-STATUS NOT = "00"
003741         DISPLAY "PPTEDIT - no BUSDATE control record - "
003751             "running on clock date " ED-BUSINESS-DATE
003761         GO TO 9700-MOVE-RUN-DATE
003771     END-IF
003781     READ BUSDATE-FILE
003791         AT END
003801             DISPLAY "PPTEDIT - BUSDATE is empty - "
003811                 "running on clock date " ED-BUSINESS-DATE
003821             CLOSE BUSDATE-FILE
003831             GO TO 9700-MOVE-RUN-DATE
003841     END-READ
003851     IF ED-BUSDATE-STATUS NOT = "00"
003861         CLOSE BUSDATE-FILE
003871         PERFORM 9790-BUSDATE-UNREADABLE THRU 9790-EXIT
003881     END-IF
003891     MOVE BD-BUSINESS-DATE TO ED-BUSINESS-DATE
003901     CLOSE BUSDATE-FILE.
003911 9700-MOVE-RUN-DATE.
003921     MOVE ED-BUSINESS-DATE TO ED-RUN-DATE.
003931 9700-EXIT.
003941     EXIT.
003951
003961******************************************************************
003971* 9790-BUSDATE-UNREADABLE
003981* A BUSDATE that is on file but cannot be read may hold a closed
003991* day, so the clock date will not do: the run ends RC 16 before
004001* anything else is opened.
004011******************************************************************
004021 9790-BUSDATE-UNREADABLE.
004031     DISPLAY "PPTEDIT - cannot read BUSDATE, status "
004041         ED-BUSDATE-STATUS " - run ends"
004051     MOVE ED-BUSINESS-DATE TO ED-RUN-DATE
004061     ACCEPT ED-START-TIME FROM TIME
004071     MOVE 16 TO RETURN-CODE
004081     PERFORM 9800-WRITE-RUN-JOURNAL THRU 9800-EXIT
004091     STOP RUN.
004101 9790-EXIT.
004111     EXIT.
004121
004131 END PROGRAM PPTEDIT.
