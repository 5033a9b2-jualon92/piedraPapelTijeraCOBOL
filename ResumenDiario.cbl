000220*                     utility flagged - the day totals must
000221*                     agree with the player section, whose
000222*                     history no longer carries them.
000223*   15/10/2026  JAI   Run date taken from BUSDATE, not the
000224*                     clock; rounds stamped past 24:00 count in
000225*                     the clock hour they were played in.
000226******************************************************************
000227 IDENTIFICATION DIVISION.
000228 PROGRAM-ID. RESUMENDIARIO.
000230 AUTHOR. JuanJignacio.
000240 INSTALLATION. www.
000250 DATE-WRITTEN. 08/08/2026.
000474     SELECT RUNJRNL-FILE ASSIGN TO "RUNJRNL"
000475         ORGANIZATION IS SEQUENTIAL
000476         FILE STATUS IS RD-RUNJRNL-STATUS.
000477     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000478         ORGANIZATION IS SEQUENTIAL
000479         FILE STATUS IS RD-BUSDATE-STATUS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  GAMELOG-FILE
000584 FD  RUNJRNL-FILE
000585     LABEL RECORD IS STANDARD.
000586     COPY RUNJRNL.
000587 FD  BUSDATE-FILE
000588     LABEL RECORD IS STANDARD.
000589     COPY BUSDATE.
000590 WORKING-STORAGE SECTION.
000600******************************************************************
000610* File status and end-of-file switches.
000695 77  RD-CT-TYPE-TEXT           PIC X(10) VALUE SPACES.
000696 77  RD-CT-WINNER-TEXT         PIC X(10) VALUE SPACES.
000697 77  RD-RUNJRNL-STATUS         PIC X(02) VALUE "00".
000698 77  RD-BUSDATE-STATUS         PIC X(02) VALUE "00".
000699 77  RD-BUSINESS-DATE          PIC 9(08) VALUE 0.
000700 77  RD-START-TIME             PIC 9(08) VALUE 0.
000701 77  RD-END-DATE               PIC 9(08) VALUE 0.
000702 77  RD-END-TIME               PIC 9(08) VALUE 0.

000703******************************************************************
000710* Accumulators built from the game log pass.
000720******************************************************************
000730 77  RD-TOTAL-ROUNDS           PIC 9(09) VALUE 0.
001190     MOVE 0 TO RD-TOTAL-TIES
001200     MOVE 0 TO RD-PAGE-COUNT
001205     MOVE 0 TO RD-LINE-COUNT
001206     PERFORM 9700-READ-BUSINESS-DATE THRU 9700-EXIT
001207     ACCEPT RD-START-TIME FROM TIME
001220     PERFORM 1100-CLEAR-HOUR-TABLE THRU 1100-EXIT
001230         VARYING RD-HOUR-SUB FROM 1 BY 1 UNTIL RD-HOUR-SUB > 24.
001540             ADD 1 TO RD-TOTAL-TIES
001550         END-IF
001560         MOVE GL-GAME-TIME(1:2) TO RD-HOUR-DIGITS
001562*        A round played after midnight on the business date
001564*        is stamped 24 hours on - it counts in its clock hour.
001566         DIVIDE RD-HOUR-DIGITS BY 24 GIVING RD-HOUR-SUB
001568             REMAINDER RD-HOUR-DIGITS
001570         ADD 1 RD-HOUR-DIGITS GIVING RD-HOUR-SUB
001580         ADD 1 TO RD-HOUR-COUNT(RD-HOUR-SUB)
001590     END-IF.
003066             "status " RD-RUNJRNL-STATUS
003067         GO TO 9800-EXIT
003068     END-IF
003069     MOVE RD-BUSINESS-DATE TO RD-END-DATE
003070     ACCEPT RD-END-TIME FROM TIME
003071     MOVE SPACES TO RUNJRNL-RECORD
003072     MOVE "RESUMENDIARIO" TO RJ-PROGRAM-ID
003082     CLOSE RUNJRNL-FILE.
003083 9800-EXIT.
003084     EXIT.
003085
003086******************************************************************
003087* 9700-READ-BUSINESS-DATE
003088* The run is dated by the business date PPTDATE keeps on
003089* BUSDATE, not the clock, so a stream that runs past midnight
003090* stays on the day it is working.  No control record falls
003091* back to the clock date with a warning.
003101* A BUSDATE on file that cannot be read ends the run (9790).
003111******************************************************************
003121 9700-READ-BUSINESS-DATE.
003131     ACCEPT RD-BUSINESS-DATE FROM DATE YYYYMMDD
003141     OPEN INPUT BUSDATE-FILE
003151     IF RD-BUSDATE-STATUS NOT = "00" AND NOT = "35"
003161         PERFORM 9790-BUSDATE-UNREADABLE THRU 9790-EXIT
003171     END-IF
003181     IF RD-BUSDATE-STATUS NOT = "00"
003191         DISPLAY "RESUMENDIARIO - no BUSDATE control record - "
003201             "running on clock date " RD-BUSINESS-DATE
003211         GO TO 9700-MOVE-RUN-DATE
003221     END-IF
003231     READ BUSDATE-FILE
003241         AT END
003251             DISPLAY "RESUMENDIARIO - BUSDATE is empty - "
003261                 "running on clock date " RD-BUSINESS-DATE
003271             CLOSE BUSDATE-FILE
003281             GO TO 9700-MOVE-RUN-DATE
003291     END-READ
003301     IF RD-BUSDATE-STATUS NOT = "00"
003311         CLOSE BUSDATE-FILE
003321         PERFORM 9790-BUSDATE-UNREADABLE THRU 9790-EXIT
003331     END-IF
003341     MOVE BD-BUSINESS-DATE TO RD-BUSINESS-DATE
003351     CLOSE BUSDATE-FILE.
003361 9700-MOVE-RUN-DATE.
003371     MOVE RD-BUSINESS-DATE TO RD-RUN-DATE.
003381 9700-EXIT.
003391     EXIT.

003401******************************************************************
003411* 9790-BUSDATE-UNREADABLE
003421* A BUSDATE that is on file but cannot be read may hold a closed
003431* day, so the clock date will not do: the run ends RC 16 before
003441* anything else is opened.
003451******************************************************************
003461 9790-BUSDATE-UNREADABLE.
003471     DISPLAY "RESUMENDIARIO - cannot read BUSDATE, status "
003481         RD-BUSDATE-STATUS " - run ends"
003491     MOVE RD-BUSINESS-DATE TO RD-RUN-DATE
003501     ACCEPT RD-START-TIME FROM TIME
003511     MOVE 16 TO RETURN-CODE
003521     PERFORM 9800-WRITE-RUN-JOURNAL THRU 9800-EXIT
003531     STOP RUN.
003541 9790-EXIT.
003551     EXIT.

003561 END PROGRAM RESUMENDIARIO.
