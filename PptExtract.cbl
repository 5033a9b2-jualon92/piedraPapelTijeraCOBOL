000232*   02/09/2026  JAI   Appended a run-journal record at
000234*                     termination for the PPTOPS operations
000236*                     report.
000237*   15/10/2026  JAI   Run date taken from the BUSDATE business
000238*                     date kept by PPTDATE instead of the
000239*                     system clock.
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. PPTXTRC.
000682     SELECT RUNJRNL-FILE ASSIGN TO "RUNJRNL"
000684         ORGANIZATION IS SEQUENTIAL
000686         FILE STATUS IS XT-RUNJRNL-STATUS.
000687     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000688         ORGANIZATION IS SEQUENTIAL
000689         FILE STATUS IS XT-BUSDATE-STATUS.
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  XTRPARM-FILE
000872 FD  RUNJRNL-FILE
000874     LABEL RECORD IS STANDARD.
000876     COPY RUNJRNL.
000877 FD  BUSDATE-FILE
000878     LABEL RECORD IS STANDARD.
000879     COPY BUSDATE.
000880 WORKING-STORAGE SECTION.
000890******************************************************************
000900* File status and end-of-file switches.
001064     88  INPUTS-OPEN-OK                  VALUE "Y".
001066     88  INPUT-OPEN-FAILED               VALUE "N".
001067 77  XT-RUNJRNL-STATUS         PIC X(02) VALUE "00".
001068 77  XT-BUSDATE-STATUS         PIC X(02) VALUE "00".
001069 77  XT-BUSINESS-DATE          PIC 9(08) VALUE 0.
001070 77  XT-START-DATE             PIC 9(08) VALUE 0.
001071 77  XT-START-TIME             PIC 9(08) VALUE 0.
001072 77  XT-END-DATE               PIC 9(08) VALUE 0.
001073 77  XT-END-TIME               PIC 9(08) VALUE 0.
001074 77  XT-SCOPE-SW               PIC X(01) VALUE "F".
001080     88  SCOPE-FULL                      VALUE "F".
001090     88  SCOPE-ONE-DATE                  VALUE "D".
001100 77  XT-EXTRACT-DATE           PIC 9(08) VALUE 0.
001450******************************************************************
001460 1000-INITIALIZE.
001470     DISPLAY "PPTXTRC - BI EXTRACT"
001472     PERFORM 9700-READ-BUSINESS-DATE THRU 9700-EXIT
001474     ACCEPT XT-START-TIME FROM TIME
001480     MOVE "N" TO XT-PARM-VALID-SW
001490     OPEN INPUT XTRPARM-FILE
003675             XT-RUNJRNL-STATUS
003676         GO TO 9800-EXIT
003677     END-IF
003678     MOVE XT-BUSINESS-DATE TO XT-END-DATE
003679     ACCEPT XT-END-TIME FROM TIME
003680     MOVE SPACES TO RUNJRNL-RECORD
003681     MOVE "PPTXTRC" TO RJ-PROGRAM-ID
003693 9800-EXIT.
003694     EXIT.
003695
003696******************************************************************
003697* 9700-READ-BUSINESS-DATE
003698* The run is dated by the business date PPTDATE keeps on
003699* BUSDATE, not the clock, so a stream that runs past midnight
003700* stays on the day it is working.  No control record falls
003701* back to the clock date with a warning.
003711* A BUSDATE on file that cannot be read ends the run (9790).
003721******************************************************************
003731 9700-READ-BUSINESS-DATE.
003741     ACCEPT XT-BUSINESS-DATE FROM DATE YYYYMMDD
003751     OPEN INPUT BUSDATE-FILE
003761     IF XT-BUSDATE-STATUS NOT = "00" AND NOT = "35"
003771         PERFORM 9790-BUSDATE-UNREADABLE THRU 9790-EXIT
003781     END-IF
003791     IF XT-BUSDATE-STATUS NOT = "00"
003801         DISPLAY "PPTXTRC - no BUSDATE control record - "
003811             "running on clock date " XT-BUSINESS-DATE
003821         GO TO 9700-MOVE-RUN-DATE
003831     END-IF
003841     READ BUSDATE-FILE
003851         AT END
003861             DISPLAY "PPTXTRC - BUSDATE is empty - "
003871                 "running on clock date " XT-BUSINESS-DATE
003881             CLOSE BUSDATE-FILE
003891             GO TO 9700-MOVE-RUN-DATE
003901     END-READ
003911     IF XT-BUSDATE-STATUS NOT = "00"
003921         CLOSE BUSDATE-FILE
003931         PERFORM 9790-BUSDATE-UNREADABLE THRU 9790-EXIT
003941     END-IF
003951     MOVE BD-BUSINESS-DATE TO XT-BUSINESS-DATE
003961     CLOSE BUSDATE-FILE.
003971 9700-MOVE-RUN-DATE.
003981     MOVE XT-BUSINESS-DATE TO XT-START-DATE.
003991 9700-EXIT.
004001     EXIT.
004011
004021******************************************************************
004031* 9790-BUSDATE-UNREADABLE
004041* A BUSDATE that is on file but cannot be read may hold a closed
004051* day, so the clock date will not do: the run ends RC 16 before
004061* anything else is opened.
004071******************************************************************
004081 9790-BUSDATE-UNREADABLE.
004091     DISPLAY "PPTXTRC - cannot read BUSDATE, status "
004101         XT-BUSDATE-STATUS " - run ends"
004111     MOVE XT-BUSINESS-DATE TO XT-START-DATE
004121     ACCEPT XT-START-TIME FROM TIME
004131     MOVE 16 TO RETURN-CODE
004141     PERFORM 9800-WRITE-RUN-JOURNAL THRU 9800-EXIT
004151     STOP RUN.
004161 9790-EXIT.
004171     EXIT.
004181
004191 END PROGRAM PPTXTRC.
