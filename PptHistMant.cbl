000242*   02/09/2026  JAI   Appended a run-journal record at
000244*                     termination for the PPTOPS operations
000246*                     report.
000247*   15/10/2026  JAI   Run date taken from the BUSDATE business
000248*                     date kept by PPTDATE instead of the
000249*                     system clock; postings into a closed
000250*                     business day refused, RETURN-CODE 28.
000251*   15/10/2026  JAI   HISTADJ stamps carry the clock time past
000252*                     24:00 when the stream has run past
000253*                     midnight, as GAMELOG's do, so they keep
000254*                     their order against the rounds.
000255******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. PPTHMNT.
000280 AUTHOR. JuanJignacio.
000622     SELECT RUNJRNL-FILE ASSIGN TO "RUNJRNL"
000624         ORGANIZATION IS SEQUENTIAL
000626         FILE STATUS IS MT-RUNJRNL-STATUS.
000627     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000628         ORGANIZATION IS SEQUENTIAL
000629         FILE STATUS IS MT-BUSDATE-STATUS.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  HMNTIN-FILE
000762 FD  RUNJRNL-FILE
000764     LABEL RECORD IS STANDARD.
000766     COPY RUNJRNL.
000767 FD  BUSDATE-FILE
000768     LABEL RECORD IS STANDARD.
000769     COPY BUSDATE.
000770 WORKING-STORAGE SECTION.
000780******************************************************************
000790* File status and end-of-file switches.
000870 77  MT-HMNTIN-FOUND-SW        PIC X(01) VALUE "N".
000880     88  HMNTIN-FOUND                    VALUE "Y".
000882 77  MT-RUNJRNL-STATUS         PIC X(02) VALUE "00".
000883 77  MT-BUSDATE-STATUS         PIC X(02) VALUE "00".
000884 77  MT-BUSINESS-DATE          PIC 9(08) VALUE 0.
000885 77  MT-DAY-STATUS             PIC X(01) VALUE "O".
000886     88  BUSINESS-DAY-CLOSED             VALUE "C".
000887 77  MT-START-TIME             PIC 9(08) VALUE 0.
000888 77  MT-END-DATE               PIC 9(08) VALUE 0.
000889 77  MT-END-TIME               PIC 9(08) VALUE 0.
000890
000900******************************************************************
000910* Result of the transaction in hand.
001140******************************************************************
001150 77  MT-CURR-DATE              PIC 9(08) VALUE 0.
001160 77  MT-CURR-TIME              PIC 9(08) VALUE 0.
001162 77  MT-CLOCK-DATE             PIC 9(08) VALUE 0.
001164 77  MT-CLOCK-DATE-AFTER       PIC 9(08) VALUE 0.
001166 77  MT-CARRY-DAYS             PIC 9(05) VALUE 0.
001170
001180******************************************************************
001190* Control totals.
001540* No transaction file on disk means there is nothing to do -
001550* that is an operations error (the job should not have been
001560* released), reported with its own RETURN-CODE.
001563* A closed business day takes no maintenance either - the
001566* day must be reopened through PPTDATE first.
001570******************************************************************
001580 1000-INITIALIZE.
001590     DISPLAY "PPTHMNT - PLAYER HISTORY MAINTENANCE"
001600     PERFORM 9700-READ-BUSINESS-DATE THRU 9700-EXIT
001602     ACCEPT MT-START-TIME FROM TIME
001603     IF BUSINESS-DAY-CLOSED
001604         DISPLAY "PPTHMNT - business date " MT-RUN-DATE
001605             " is closed - run ends"
001606         GO TO 1000-EXIT
001607     END-IF
001610     OPEN INPUT HMNTIN-FILE
001620     IF MT-HMNTIN-STATUS NOT = "00"
001630         DISPLAY "PPTHMNT - cannot open HMNTIN, status "
004070* values; the stamp, operator, action and reason are common.
004080******************************************************************
004090 2700-WRITE-AUDIT-RECORD.
004100     PERFORM 9710-TAKE-AUDIT-STAMP THRU 9710-EXIT
004120     MOVE MT-CURR-DATE TO HA-ADJ-DATE
004130     MOVE MT-CURR-TIME TO HA-ADJ-TIME
004140     MOVE HM-OPERATOR-ID TO HA-OPERATOR-ID
005200* 9999-TERMINATE
005210* RETURN-CODE 0 = every transaction applied, 4 = some rejected,
005220* 8 = every transaction rejected, 20 = HMNTIN missing or
005225* unopenable, 28 = business date closed.
005230******************************************************************
005240 9999-TERMINATE.
005250     IF HMNTIN-FOUND
005290         CLOSE PRTFILE
005300     END-IF
005310     EVALUATE TRUE
005313         WHEN BUSINESS-DAY-CLOSED
005316             MOVE 28 TO RETURN-CODE
005320         WHEN NOT HMNTIN-FOUND
005330             MOVE 20 TO RETURN-CODE
005340         WHEN MT-TRANS-REJECTED = 0
005435             MT-RUNJRNL-STATUS
005436         GO TO 9800-EXIT
005437     END-IF
005438     MOVE MT-BUSINESS-DATE TO MT-END-DATE
005439     ACCEPT MT-END-TIME FROM TIME
005440     MOVE SPACES TO RUNJRNL-RECORD
005441     MOVE "PPTHMNT" TO RJ-PROGRAM-ID
005452 9800-EXIT.
005453     EXIT.
005454
005455******************************************************************
005456* 9700-READ-BUSINESS-DATE
005457* The run is dated by the business date PPTDATE keeps on
005458* BUSDATE, not the clock, so a stream that runs past midnight
005459* stays on the day it is working.  No control record falls
005460* back to the clock date with a warning.
005461* A BUSDATE on file that cannot be read ends the run (9790).
005462******************************************************************
005463 9700-READ-BUSINESS-DATE.
005464     ACCEPT MT-BUSINESS-DATE FROM DATE YYYYMMDD
005465     OPEN INPUT BUSDATE-FILE
005466     IF MT-BUSDATE-STATUS NOT = "00" AND NOT = "35"
005467         PERFORM 9790-BUSDATE-UNREADABLE THRU 9790-EXIT
005468     END-IF
005469     IF MT-BUSDATE-STATUS NOT = "00"
005470         DISPLAY "PPTHMNT - no BUSDATE control record - "
005471             "running on clock date " MT-BUSINESS-DATE
005472         GO TO 9700-MOVE-RUN-DATE
005473     END-IF
005474     READ BUSDATE-FILE
005475         AT END
005476             DISPLAY "PPTHMNT - BUSDATE is empty - "
005477                 "running on clock date " MT-BUSINESS-DATE
005478             CLOSE BUSDATE-FILE
005479             GO TO 9700-MOVE-RUN-DATE
005480     END-READ
005481     IF MT-BUSDATE-STATUS NOT = "00"
005482         CLOSE BUSDATE-FILE
005483         PERFORM 9790-BUSDATE-UNREADABLE THRU 9790-EXIT
005484     END-IF
005485     MOVE BD-BUSINESS-DATE TO MT-BUSINESS-DATE
005486     MOVE BD-DAY-STATUS TO MT-DAY-STATUS
005487     CLOSE BUSDATE-FILE.
005488 9700-MOVE-RUN-DATE.
005489     MOVE MT-BUSINESS-DATE TO MT-RUN-DATE.
005490 9700-EXIT.
005491     EXIT.
005492
005494******************************************************************
005504* 9710-TAKE-AUDIT-STAMP
005514* Stamps the audit record the way the game program stamps a
005524* round: the business date, and the clock time carried past
005534* 24:00, 24 hours for each day the clock has run ahead of the
005544* business date, so date + time keeps the order things happened
005554* in against the rounds on GAMELOG.  Past 99 hours the stamp
005564* holds at the last one.  The date is read again after the time
005574* so a run of the clock over midnight between the two cannot mix
005584* the days.
005594******************************************************************
005604 9710-TAKE-AUDIT-STAMP.
005614     MOVE MT-BUSINESS-DATE TO MT-CURR-DATE
005624     ACCEPT MT-CLOCK-DATE FROM DATE YYYYMMDD
005634     ACCEPT MT-CURR-TIME FROM TIME
005644     ACCEPT MT-CLOCK-DATE-AFTER FROM DATE YYYYMMDD
005654     IF MT-CLOCK-DATE-AFTER NOT = MT-CLOCK-DATE
005664         MOVE MT-CLOCK-DATE-AFTER TO MT-CLOCK-DATE
005674         ACCEPT MT-CURR-TIME FROM TIME
005684     END-IF
005694     MOVE 0 TO MT-CARRY-DAYS
005704     IF MT-CLOCK-DATE > MT-BUSINESS-DATE
005714         COMPUTE MT-CARRY-DAYS =
005724             FUNCTION INTEGER-OF-DATE(MT-CLOCK-DATE)
005734             - FUNCTION INTEGER-OF-DATE(MT-BUSINESS-DATE)
005744     END-IF
005754     COMPUTE MT-CURR-TIME =
005764         MT-CURR-TIME + MT-CARRY-DAYS * 24000000
005774         ON SIZE ERROR
005784             MOVE 99595999 TO MT-CURR-TIME
005794     END-COMPUTE.
005804 9710-EXIT.
005814     EXIT.
005824
005834******************************************************************
005844* 9790-BUSDATE-UNREADABLE
005854* A BUSDATE that is on file but cannot be read may hold a closed
005864* day, so the clock date will not do: the run ends RC 16 before
005874* anything else is opened.
005884******************************************************************
005894 9790-BUSDATE-UNREADABLE.
005904     DISPLAY "PPTHMNT - cannot read BUSDATE, status "
005914         MT-BUSDATE-STATUS " - run ends"
005924     MOVE MT-BUSINESS-DATE TO MT-RUN-DATE
005934     ACCEPT MT-START-TIME FROM TIME
005944     MOVE 16 TO RETURN-CODE
005954     PERFORM 9800-WRITE-RUN-JOURNAL THRU 9800-EXIT
005964     STOP RUN.
005974 9790-EXIT.
005984     EXIT.
005994
006004 END PROGRAM PPTHMNT.
