000232*   02/09/2026  JAI   Appended a run-journal record at
000234*                     termination for the PPTOPS operations
000236*                     report.
000237*   15/10/2026  JAI   Run date taken from the BUSDATE business
000238*                     date kept by PPTDATE instead of the
000239*                     system clock.
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. PPTARCH.
000662     SELECT RUNJRNL-FILE ASSIGN TO "RUNJRNL"
000664         ORGANIZATION IS SEQUENTIAL
000666         FILE STATUS IS AR-RUNJRNL-STATUS.
000667     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000668         ORGANIZATION IS SEQUENTIAL
000669         FILE STATUS IS AR-BUSDATE-STATUS.
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  ARCHPARM-FILE
000852 FD  RUNJRNL-FILE
000854     LABEL RECORD IS STANDARD.
000856     COPY RUNJRNL.
000857 FD  BUSDATE-FILE
000858     LABEL RECORD IS STANDARD.
000859     COPY BUSDATE.
000860 WORKING-STORAGE SECTION.
000870******************************************************************
000880* File status and end-of-file switches.
000984     88  GAMELOG-OPEN-OK                 VALUE "Y".
000986     88  GAMELOG-OPEN-FAILED             VALUE "N".
000987 77  AR-RUNJRNL-STATUS         PIC X(02) VALUE "00".
000988 77  AR-BUSDATE-STATUS         PIC X(02) VALUE "00".
000989 77  AR-BUSINESS-DATE          PIC 9(08) VALUE 0.
000990 77  AR-START-TIME             PIC 9(08) VALUE 0.
000991 77  AR-END-DATE               PIC 9(08) VALUE 0.
000992 77  AR-END-TIME               PIC 9(08) VALUE 0.
000993
001000******************************************************************
001010* Retention parameter and the computed cutoff date.  Rounds
001020* dated before AR-CUTOFF-DATE are archived.
001530******************************************************************
001540 1000-INITIALIZE.
001550     DISPLAY "PPTARCH - GAME LOG ARCHIVE AND PURGE"
001560     PERFORM 9700-READ-BUSINESS-DATE THRU 9700-EXIT
001562     ACCEPT AR-START-TIME FROM TIME
001570     MOVE "N" TO AR-PARM-VALID-SW
001580     OPEN INPUT ARCHPARM-FILE
003625             AR-RUNJRNL-STATUS
003626         GO TO 9800-EXIT
003627     END-IF
003628     MOVE AR-BUSINESS-DATE TO AR-END-DATE
003629     ACCEPT AR-END-TIME FROM TIME
003630     MOVE SPACES TO RUNJRNL-RECORD
003631     MOVE "PPTARCH" TO RJ-PROGRAM-ID
003643 9800-EXIT.
003644     EXIT.
003645
003646******************************************************************
003647* 9700-READ-BUSINESS-DATE
003648* The run is dated by the business date PPTDATE keeps on
003649* BUSDATE, not the clock, so a stream that runs past midnight
003650* stays on the day it is working.  No control record falls
003651* back to the clock date with a warning.
003661* A BUSDATE on file that cannot be read ends the run (9790).
003671******************************************************************
003681 9700-READ-BUSINESS-DATE.
003691     ACCEPT AR-BUSINESS-DATE FROM DATE YYYYMMDD
003701     OPEN INPUT BUSDATE-FILE
003711     IF AR-BUSDATE-STATUS NOT = "00" AND NOT = "35"
003721         PERFORM 9790-BUSDATE-UNREADABLE THRU 9790-EXIT
003731     END-IF
003741     IF AR-BUSDATE-STATUS NOT = "00"
003751         DISPLAY "PPTARCH - no BUSDATE control record - "
003761             "running on clock date " AR-BUSINESS-DATE
003771         GO TO 9700-MOVE-RUN-DATE
003781     END-IF
003791     READ BUSDATE-FILE
003801         AT END
003811             DISPLAY "PPTARCH - BUSDATE is empty - "
003821                 "running on clock date " AR-BUSINESS-DATE
003831             CLOSE BUSDATE-FILE
003841             GO TO 9700-MOVE-RUN-DATE
003851     END-READ
003861     IF AR-BUSDATE-STATUS NOT = "00"
003871         CLOSE BUSDATE-FILE
003881         PERFORM 9790-BUSDATE-UNREADABLE THRU 9790-EXIT
003891     END-IF
003901     MOVE BD-BUSINESS-DATE TO AR-BUSINESS-DATE
003911     CLOSE BUSDATE-FILE.
003921 9700-MOVE-RUN-DATE.
003931     MOVE AR-BUSINESS-DATE TO AR-RUN-DATE.
003941 9700-EXIT.
003951     EXIT.
003961
003971******************************************************************
003981* 9790-BUSDATE-UNREADABLE
003991* A BUSDATE that is on file but cannot be read may hold a closed
004001* day, so the clock date will not do: the run ends RC 16 before
004011* anything else is opened.
004021******************************************************************
004031 9790-BUSDATE-UNREADABLE.
004041     DISPLAY "PPTARCH - cannot read BUSDATE, status "
004051         AR-BUSDATE-STATUS " - run ends"
004061     MOVE AR-BUSINESS-DATE TO AR-RUN-DATE
004071     ACCEPT AR-START-TIME FROM TIME
004081     MOVE 16 TO RETURN-CODE
004091     PERFORM 9800-WRITE-RUN-JOURNAL THRU 9800-EXIT
004101     STOP RUN.
004111 9790-EXIT.
004121     EXIT.
004131
004141 END PROGRAM PPTARCH.
