000282*   02/09/2026  JAI   Appended a run-journal record at
000284*                     termination for the PPTOPS operations
000286*                     report.
000287*   15/10/2026  JAI   Run date taken from the BUSDATE business
000288*                     date kept by PPTDATE instead of the
000289*                     system clock; postings into a closed
000290*                     business day refused, RETURN-CODE 28.
000291******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. PPTRCYC.
000320 AUTHOR. JuanJignacio.
000540* SUSPOUT, so the next recycle works the still-open rejects.
000550* RETURN-CODE 0 = nothing left outstanding, 4 = some rejects
000560* still outstanding, 8 = nothing could be recycled, 20 = the
000570* suspense file or the player master could not be opened,
000575* 28 = business date closed.
000577* A BUSDATE on file that cannot be read ends the run RC 16.
000580******************************************************************
000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000812     SELECT RUNJRNL-FILE ASSIGN TO "RUNJRNL"
000814         ORGANIZATION IS SEQUENTIAL
000816         FILE STATUS IS CY-RUNJRNL-STATUS.
000817     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000818         ORGANIZATION IS SEQUENTIAL
000819         FILE STATUS IS CY-BUSDATE-STATUS.
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  SUSPENSE-FILE
001012 FD  RUNJRNL-FILE
001014     LABEL RECORD IS STANDARD.
001016     COPY RUNJRNL.
001017 FD  BUSDATE-FILE
001018     LABEL RECORD IS STANDARD.
001019     COPY BUSDATE.
001020 WORKING-STORAGE SECTION.
001030******************************************************************
001040* File status and end-of-file switches.
001200 77  CY-REG-CHECK-SW           PIC X(01) VALUE "N".
001210     88  REG-CHECK-ACTIVE                VALUE "Y".
001212 77  CY-RUNJRNL-STATUS         PIC X(02) VALUE "00".
001213 77  CY-BUSDATE-STATUS         PIC X(02) VALUE "00".
001214 77  CY-BUSINESS-DATE          PIC 9(08) VALUE 0.
001215 77  CY-DAY-STATUS             PIC X(01) VALUE "O".
001216     88  BUSINESS-DAY-CLOSED             VALUE "C".
001217 77  CY-START-TIME             PIC 9(08) VALUE 0.
001218 77  CY-END-DATE               PIC 9(08) VALUE 0.
001219 77  CY-END-TIME               PIC 9(08) VALUE 0.
001220
001230******************************************************************
001240* Correction table, loaded from CORRIN before the suspense
002390* player master follows the same rule as PPTEDIT: missing
002400* skips the registration edit with a note, unreadable ends
002410* the run.
002413* A closed business day recycles nothing - the corrected
002416* rounds would post into a day PPTDATE has already closed.
002420******************************************************************
002430 1000-INITIALIZE.
002440     DISPLAY "PPTRCYC - SUSPENSE RECYCLE AND AGING"
002450     PERFORM 9700-READ-BUSINESS-DATE THRU 9700-EXIT
002452     ACCEPT CY-START-TIME FROM TIME
002453     IF BUSINESS-DAY-CLOSED
002454         DISPLAY "PPTRCYC - business date " CY-RUN-DATE
002455             " is closed - run ends"
002456         GO TO 1000-EXIT
002457     END-IF
002460     COMPUTE CY-RUN-DATE-INT =
002470         FUNCTION INTEGER-OF-DATE(CY-RUN-DATE)
002480     PERFORM 1100-CLEAR-AGE-ENTRY THRU 1100-EXIT
007350* 9999-TERMINATE
007360* RETURN-CODE 0 = nothing left outstanding, 4 = some rejects
007370* rolled forward, 8 = nothing recycled at all, 20 = the
007380* suspense file or the player master could not be opened,
007385* 28 = business date closed.
007390******************************************************************
007400 9999-TERMINATE.
007410     IF SUSPENSE-FOUND
007480         CLOSE PLYRMAST-FILE
007490     END-IF
007500     EVALUATE TRUE
007503         WHEN BUSINESS-DAY-CLOSED
007506             MOVE 28 TO RETURN-CODE
007510         WHEN PLYRMAST-UNREADABLE
007520             MOVE 20 TO RETURN-CODE
007530         WHEN NOT SUSPENSE-FOUND
007645             CY-RUNJRNL-STATUS
007646         GO TO 9800-EXIT
007647     END-IF
007648     MOVE CY-BUSINESS-DATE TO CY-END-DATE
007649     ACCEPT CY-END-TIME FROM TIME
007650     MOVE SPACES TO RUNJRNL-RECORD
007651     MOVE "PPTRCYC" TO RJ-PROGRAM-ID
007662 9800-EXIT.
007663     EXIT.
007664
007665******************************************************************
007666* 9700-READ-BUSINESS-DATE
007667* The run is dated by the business date PPTDATE keeps on
007668* BUSDATE, not the clock, so a stream that runs past midnight
007669* stays on the day it is working.  No control record falls
007670* back to the clock date with a warning.
007680* A BUSDATE on file that cannot be read ends the run (9790).
007690******************************************************************
007700 9700-READ-BUSINESS-DATE.
007710     ACCEPT CY-BUSINESS-DATE FROM DATE YYYYMMDD
007720     OPEN INPUT BUSDATE-FILE
007730     IF CY-BUSDATE-STATUS NOT = "00" AND NOT = "35"
007740         PERFORM 9790-BUSDATE-UNREADABLE THRU 9790-EXIT
007750     END-IF
007760     IF CY-BUSDATE-STATUS NOT = "00"
007770         DISPLAY "PPTRCYC - no BUSDATE control record - "
007780             "running on clock date " CY-BUSINESS-DATE
007790         GO TO 9700-MOVE-RUN-DATE
007800     END-IF
007810     READ BUSDATE-FILE
007820         AT END
007830             DISPLAY "PPTRCYC - BUSDATE is empty - "
007840                 "running on clock date " CY-BUSINESS-DATE
007850             CLOSE BUSDATE-FILE
007860             GO TO 9700-MOVE-RUN-DATE
007870     END-READ
007880     IF CY-BUSDATE-STATUS NOT = "00"
007890         CLOSE BUSDATE-FILE
007900         PERFORM 9790-BUSDATE-UNREADABLE THRU 9790-EXIT
007910     END-IF
007920     MOVE BD-BUSINESS-DATE TO CY-BUSINESS-DATE
007930     MOVE BD-DAY-STATUS TO CY-DAY-STATUS
007940     CLOSE BUSDATE-FILE.
007950 9700-MOVE-RUN-DATE.
007960     MOVE CY-BUSINESS-DATE TO CY-RUN-DATE.
007970 9700-EXIT.
007980     EXIT.
007990
008000******************************************************************
008010* 9790-BUSDATE-UNREADABLE
008020* A BUSDATE that is on file but cannot be read may hold a closed
008030* day, so the clock date will not do: the run ends RC 16 before
008040* anything else is opened.
008050******************************************************************
008060 9790-BUSDATE-UNREADABLE.
008070     DISPLAY "PPTRCYC - cannot read BUSDATE, status "
008080         CY-BUSDATE-STATUS " - run ends"
008090     MOVE CY-BUSINESS-DATE TO CY-RUN-DATE
008100     ACCEPT CY-START-TIME FROM TIME
008110     MOVE 16 TO RETURN-CODE
008120     PERFORM 9800-WRITE-RUN-JOURNAL THRU 9800-EXIT
008130     STOP RUN.
008140 9790-EXIT.
008150     EXIT.
008160
008170 END PROGRAM PPTRCYC.
