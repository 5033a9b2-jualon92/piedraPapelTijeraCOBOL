000220*                     flags any nonzero return code, missing
000230*                     step or step that ran twice.  First thing
000240*                     the morning shift reads.
000242*   15/10/2026  JAI   Run date taken from the BUSDATE business
000244*                     date kept by PPTDATE instead of the
000246*                     system clock; a business day reopened
000248*                     through PPTDATE is flagged.
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. PPTOPS.
000370*     date ends the run with RETURN-CODE 20.
000380*   - every journal record whose start date matches is listed
000390*     in execution order with its stamps, control totals and
000400*     return code; a nonzero return code is flagged, and so
000403*     is a PPTDATE reopen of a closed business day, with the
000406*     operator who keyed it.
000410*   - the expected nightly stream - PPTEDIT, the batch game
000420*     run (PIEDRAPAPELOTIJERA), PPTRECON and RESUMENDIARIO -
000430*     is summarized afterwards: OK, MISSING, or RAN n TIMES
000450* RETURN-CODE 0 = night clean, 4 = something flagged, 16 =
000460* the run journal is missing or unreadable (nothing ran, or
000470* worse), 20 = invalid OPSPARM card.
000475* A BUSDATE on file that cannot be read ends the run RC 16.
000480******************************************************************
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000550     SELECT RUNJRNL-FILE ASSIGN TO "RUNJRNL"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS OP-RUNJRNL-STATUS.
000572     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000574         ORGANIZATION IS SEQUENTIAL
000576         FILE STATUS IS OP-BUSDATE-STATUS.
000580     SELECT PRTFILE ASSIGN TO "PPTORPT"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS OP-PRTFILE-STATUS.
000680 FD  RUNJRNL-FILE
000690     LABEL RECORD IS STANDARD.
000700     COPY RUNJRNL.
000702 FD  BUSDATE-FILE
000704     LABEL RECORD IS STANDARD.
000706     COPY BUSDATE.
000710 FD  PRTFILE
000720     LABEL RECORD IS STANDARD.
000730     COPY PRTLINE.
000770******************************************************************
000780 77  OP-OPSPARM-STATUS         PIC X(02) VALUE "00".
000790 77  OP-RUNJRNL-STATUS         PIC X(02) VALUE "00".
000793 77  OP-BUSDATE-STATUS         PIC X(02) VALUE "00".
000796 77  OP-BUSINESS-DATE          PIC 9(08) VALUE 0.
000800 77  OP-PRTFILE-STATUS         PIC X(02) VALUE "00".
000810 77  OP-RUNJRNL-EOF-SW         PIC X(01) VALUE "N".
000820     88  RUNJRNL-EOF                     VALUE "Y".
001610******************************************************************
001620 1000-INITIALIZE.
001630     DISPLAY "PPTOPS - DAILY OPERATIONS REPORT"
001640     PERFORM 9700-READ-BUSINESS-DATE THRU 9700-EXIT
001650     ACCEPT OP-START-TIME FROM TIME
001660     MOVE OP-RUN-DATE TO OP-REPORT-DATE
001670     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT
002690         ADD 1 TO OP-FLAG-COUNT
002700         MOVE " *** NONZERO RC" TO PRINT-LINE(92:15)
002710     END-IF
002711     IF RJ-DAY-REOPENED
002712         ADD 1 TO OP-FLAG-COUNT
002713         MOVE " *** REOPENED BY" TO PRINT-LINE(92:16)
002714         MOVE RJ-OPERATOR-ID TO PRINT-LINE(109:8)
002715     END-IF
002720     WRITE PRINT-LINE AFTER ADVANCING 1
002730     ADD 1 TO OP-LINE-COUNT.
002740 2100-READ-NEXT.
004410             OP-RUNJRNL-STATUS
004420         GO TO 9800-EXIT
004430     END-IF
004440     MOVE OP-BUSINESS-DATE TO OP-END-DATE
004450     ACCEPT OP-END-TIME FROM TIME
004460     MOVE SPACES TO RUNJRNL-RECORD
004470     MOVE "PPTOPS" TO RJ-PROGRAM-ID
004560     WRITE RUNJRNL-RECORD
004570     CLOSE RUNJRNL-FILE.
004580 9800-EXIT.
004581     EXIT.
004582
004583******************************************************************
004584* 9700-READ-BUSINESS-DATE
004585* The run is dated by the business date PPTDATE keeps on
004586* BUSDATE, not the clock, so a stream that runs past midnight
004587* stays on the day it is working.  No control record falls
004588* back to the clock date with a warning.
004589* A BUSDATE on file that cannot be read ends the run (9790).
004590******************************************************************
004591 9700-READ-BUSINESS-DATE.
004592     ACCEPT OP-BUSINESS-DATE FROM DATE YYYYMMDD
004593     OPEN INPUT BUSDATE-FILE
004594     IF OP-BUSDATE-STATUS NOT = "00" AND NOT = "35"
004595         PERFORM 9790-BUSDATE-UNREADABLE THRU 9790-EXIT
004596     END-IF
004602     IF OP-BUSDATE-STATUS NOT = "00"
004603         DISPLAY "PPTOPS - no BUSDATE control record - "
004604             "running on clock date " OP-BUSINESS-DATE
004605         GO TO 9700-MOVE-RUN-DATE
004606     END-IF
004607     READ BUSDATE-FILE
004608         AT END
004609             DISPLAY "PPTOPS - BUSDATE is empty - "
004610                 "running on clock date " OP-BUSINESS-DATE
004611             CLOSE BUSDATE-FILE
004612             GO TO 9700-MOVE-RUN-DATE
004613     END-READ
004623     IF OP-BUSDATE-STATUS NOT = "00"
004633         CLOSE BUSDATE-FILE
004643         PERFORM 9790-BUSDATE-UNREADABLE THRU 9790-EXIT
004653     END-IF
004663     MOVE BD-BUSINESS-DATE TO OP-BUSINESS-DATE
004673     CLOSE BUSDATE-FILE.
004683 9700-MOVE-RUN-DATE.
004693     MOVE OP-BUSINESS-DATE TO OP-RUN-DATE.
004703 9700-EXIT.
004713     EXIT.
004723
004733******************************************************************
004743* 9790-BUSDATE-UNREADABLE
004753* A BUSDATE that is on file but cannot be read may hold a closed
004763* day, so the clock date will not do: the run ends RC 16 before
004773* anything else is opened.
004783******************************************************************
004793 9790-BUSDATE-UNREADABLE.
004803     DISPLAY "PPTOPS - cannot read BUSDATE, status "
004813         OP-BUSDATE-STATUS " - run ends"
004823     MOVE OP-BUSINESS-DATE TO OP-RUN-DATE
004833     ACCEPT OP-START-TIME FROM TIME
004843     MOVE 16 TO RETURN-CODE
004853     PERFORM 9800-WRITE-RUN-JOURNAL THRU 9800-EXIT
004863     STOP RUN.
004873 9790-EXIT.
004883     EXIT.
004893
004903 END PROGRAM PPTOPS.
