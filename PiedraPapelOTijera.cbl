000388*                     or post a CONTLOG record with blank
000389*                     finalists while the return code says the
000390*                     run failed.
000391*   15/10/2026  JAI   Run date taken from the BUSDATE business
000392*                     date kept by PPTDATE instead of the
000393*                     system clock; postings into a closed
000394*                     business day refused, RETURN-CODE 28.
000395*   15/10/2026  JAI   Round and contest stamps carry the clock
000396*                     time past 24:00 while the clock is ahead
000397*                     of the business date, so a stream that
000398*                     runs past midnight still stamps every round
000399*                     later than the one before; a business date
000400*                     left more than three days behind the clock
000401*                     is refused like a closed one.
000402******************************************************************
000403 IDENTIFICATION DIVISION.
000404 PROGRAM-ID. PIEDRAPAPELOTIJERA.
000405 AUTHOR. JuanJignacio.
000406 INSTALLATION. www.
000407 DATE-WRITTEN. 05/02/2023.
000408 DATE-COMPILED. 08/08/2026.
000409******************************************************************
000410* Rock / paper / scissors.  Supports an interactive single
000411* round, a best-of-N match, a file-driven batch run (with
000412* checkpoint/restart), a round-robin tournament and a CPU
000413* opponent.  Every round played, in any mode, is posted to the
000414* player history file and appended to the game log.
000415******************************************************************
000416 ENVIRONMENT DIVISION.
000417 INPUT-OUTPUT SECTION.
000418 FILE-CONTROL.
000420     SELECT BATCHIN-FILE ASSIGN TO "BATCHIN"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS PPT-BATCHIN-STATUS.
000607     SELECT RUNJRNL-FILE ASSIGN TO "RUNJRNL"
000608         ORGANIZATION IS SEQUENTIAL
000609         FILE STATUS IS PPT-RUNJRNL-STATUS.
000610     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000611         ORGANIZATION IS SEQUENTIAL
000612         FILE STATUS IS PPT-BUSDATE-STATUS.
000613     SELECT KROSTER-FILE ASSIGN TO "KROSTER"
000614         ORGANIZATION IS LINE SEQUENTIAL
000615         FILE STATUS IS PPT-KROSTER-STATUS.
000616     SELECT KGUESS-FILE ASSIGN TO "KGUESS"
000617         ORGANIZATION IS LINE SEQUENTIAL
000618         FILE STATUS IS PPT-KGUESS-STATUS.
000619     SELECT KBRACKET-FILE ASSIGN TO "KBRACKET"
000620         ORGANIZATION IS SEQUENTIAL
000621         FILE STATUS IS PPT-KBRACKET-STATUS.
000622     SELECT KPRTFILE ASSIGN TO "PPTKRPT"
000623         ORGANIZATION IS SEQUENTIAL
000624         FILE STATUS IS PPT-KPRTFILE-STATUS.
000625 DATA DIVISION.
000626 FILE SECTION.
000627 FD  BATCHIN-FILE
000628     LABEL RECORD IS STANDARD.
000630     COPY BATCHIN.
000640 FD  BATCHOUT-FILE
000650     LABEL RECORD IS STANDARD.
000776 FD  RUNJRNL-FILE
000777     LABEL RECORD IS STANDARD.
000778     COPY RUNJRNL.
000779 FD  BUSDATE-FILE
000780     LABEL RECORD IS STANDARD.
000781     COPY BUSDATE.
000782 FD  KROSTER-FILE
000783     LABEL RECORD IS STANDARD.
000784     COPY KROSTER.
000785 FD  KGUESS-FILE
000786     LABEL RECORD IS STANDARD.
000787     COPY KGUESS.
000788 FD  KBRACKET-FILE
000789     LABEL RECORD IS STANDARD.
000790     COPY KBRACKET.
000791 FD  KPRTFILE
000792     LABEL RECORD IS STANDARD.
000793 01  KPRINT-LINE                PIC X(132).
000794 WORKING-STORAGE SECTION.
000795******************************************************************
000796* One round's guesses and result - unchanged shape from the
000797* original program, with an added invalid-input condition.
000800******************************************************************
000810 01  PLAYERGUESS-A             PIC 9     VALUE 1.
000820     88  ROCK-A                          VALUE 1.
001017 77  PPT-CONTLOG-STATUS        PIC X(02) VALUE "00".
001018 77  PPT-PLYRMAST-STATUS       PIC X(02) VALUE "00".
001019 77  PPT-RUNJRNL-STATUS        PIC X(02) VALUE "00".
001020 77  PPT-BUSDATE-STATUS        PIC X(02) VALUE "00".
001021 77  PPT-BUSINESS-DATE         PIC 9(08) VALUE 0.
001022 77  PPT-DAY-STATUS            PIC X(01) VALUE "O".
001023     88  BUSINESS-DAY-CLOSED             VALUE "C" "S".
001024 77  PPT-KROSTER-STATUS        PIC X(02) VALUE "00".
001025 77  PPT-KGUESS-STATUS         PIC X(02) VALUE "00".
001026 77  PPT-KBRACKET-STATUS       PIC X(02) VALUE "00".
001027 77  PPT-KPRTFILE-STATUS       PIC X(02) VALUE "00".

001028 77  PPT-EOF-SW                PIC X(01) VALUE "N".
001030     88  BATCH-EOF                       VALUE "Y".
001040 77  PPT-CHKPOINT-EOF-SW       PIC X(01) VALUE "N".
001050     88  CHKPOINT-EOF                    VALUE "Y".
001052 77  PPT-CLOCK-DATE            PIC 9(08) VALUE 0.
001054 77  PPT-CLOCK-DATE-AFTER      PIC 9(08) VALUE 0.
001056 77  PPT-CARRY-DAYS            PIC 9(05) VALUE 0.
001058 77  PPT-MAX-CARRY-DAYS        PIC 9(01) VALUE 3.

001060******************************************************************
001070* Main menu.
002210******************************************************************
002220 1000-INITIALIZE.
002230     DISPLAY "PIEDRAPAPELOTIJERA - PIEDRA, PAPEL O TIJERA"
002232     PERFORM 9700-READ-BUSINESS-DATE THRU 9700-EXIT
002234     ACCEPT PPT-START-TIME FROM TIME
002240     PERFORM 1100-OPEN-PLYRHIST-FILE THRU 1100-EXIT
002245     PERFORM 1150-OPEN-GAMELOG-FILE THRU 1150-EXIT
002470* 2000-MAIN-MENU
002471* A valid control card already holds the menu choice, so the
002472* menu display and prompt only run for an interactive session;
002473* a bad card runs no mode at all, and neither does a closed
002474* business day - PPTDATE must reopen it before anything posts.
002475******************************************************************
002476 2000-MAIN-MENU.
002477     IF PARM-CARD-BAD
002478         GO TO 2000-EXIT
002479     END-IF
002480     IF BUSINESS-DAY-CLOSED
002481         DISPLAY "Business date " PPT-START-DATE
002482             " is not open - no round can be posted"
002483         GO TO 2000-EXIT
002484     END-IF
002485     IF PARM-CARD-ABSENT
002486         PERFORM 2100-DISPLAY-MENU THRU 2100-EXIT
002487         PERFORM 2200-GET-MENU-CHOICE THRU 2200-EXIT
002488     END-IF
002489     EVALUATE TRUE
002490         WHEN MENU-SINGLE-ROUND
002491             PERFORM 3000-SINGLE-ROUND THRU 3000-EXIT
002492         WHEN MENU-MATCH
002493             PERFORM 4000-PLAY-MATCH THRU 4000-EXIT
002494         WHEN MENU-BATCH
002495             PERFORM 5000-BATCH-MODE THRU 5000-EXIT
002500         WHEN MENU-TOURNAMENT
002510             PERFORM 6000-TOURNAMENT-MODE THRU 6000-EXIT
002520         WHEN MENU-EXIT
008240* which mode or output path is active.
008250******************************************************************
008260 8200-WRITE-GAMELOG-RECORD.
008270     PERFORM 9710-TAKE-ROUND-STAMP THRU 9710-EXIT
008290     MOVE PPT-PLAYER-A-ID TO GL-PLAYER-A-ID
008300     MOVE PPT-PLAYER-B-ID TO GL-PLAYER-B-ID
008310     MOVE PLAYERGUESS-A TO GL-GUESS-A
008385* to 8200's per-round audit record.
008386******************************************************************
008387 8300-WRITE-CONTEST-RECORD.
008388     PERFORM 9710-TAKE-ROUND-STAMP THRU 9710-EXIT
008390     MOVE SPACES TO CONTLOG-RECORD
008391     MOVE PPT-CT-TYPE TO CT-CONTEST-TYPE
008392     MOVE PPT-CURR-DATE TO CT-CONTEST-DATE
008480* the scheduler must see the operations error, not a result.
008482* Bad batch-tournament input files likewise outrank the
008484* outcome codes - no standings were produced.
008486* A closed business day is refused the same way, with its
008488* own code.
008490******************************************************************
008500 9100-SET-RETURN-CODE.
008510     EVALUATE TRUE
008520         WHEN PARM-CARD-BAD
008530             MOVE 20 TO RETURN-CODE
008531         WHEN BUSINESS-DAY-CLOSED
008532             MOVE 28 TO RETURN-CODE
008533         WHEN TOURN-INPUT-BAD
008534             MOVE 24 TO RETURN-CODE
008540         WHEN FINAL-OUTCOME-A
008550             MOVE 1 TO RETURN-CODE
008789             PPT-RUNJRNL-STATUS
008790         GO TO 9800-EXIT
008791     END-IF
008792     MOVE PPT-BUSINESS-DATE TO PPT-END-DATE
008793     ACCEPT PPT-END-TIME FROM TIME
008794     MOVE SPACES TO RUNJRNL-RECORD
008795     MOVE "PIEDRAPAPELOTIJERA" TO RJ-PROGRAM-ID
008807 9800-EXIT.
008808     EXIT.

008810******************************************************************
008811* 9700-READ-BUSINESS-DATE
008812* The run is dated by the business date PPTDATE keeps on
008813* BUSDATE, not the clock, so a stream that runs past midnight
008814* stays on the day it is working.  No control record falls
008815* back to the clock date with a warning.
008816* A BUSDATE on file that cannot be read ends the run (9790).
008817******************************************************************
008818 9700-READ-BUSINESS-DATE.
008819     ACCEPT PPT-BUSINESS-DATE FROM DATE YYYYMMDD
008820     OPEN INPUT BUSDATE-FILE
008821     IF PPT-BUSDATE-STATUS NOT = "00" AND NOT = "35"
008822         PERFORM 9790-BUSDATE-UNREADABLE THRU 9790-EXIT
008823     END-IF
008824     IF PPT-BUSDATE-STATUS NOT = "00"
008825         DISPLAY "No BUSDATE control record - "
008826             "running on clock date " PPT-BUSINESS-DATE
008827         GO TO 9700-MOVE-RUN-DATE
008828     END-IF
008829     READ BUSDATE-FILE
008830         AT END
008831             DISPLAY "BUSDATE is empty - "
008832                 "running on clock date " PPT-BUSINESS-DATE
008833             CLOSE BUSDATE-FILE
008834             GO TO 9700-MOVE-RUN-DATE
008835     END-READ
008836     IF PPT-BUSDATE-STATUS NOT = "00"
008837         CLOSE BUSDATE-FILE
008838         PERFORM 9790-BUSDATE-UNREADABLE THRU 9790-EXIT
008839     END-IF
008840     MOVE BD-BUSINESS-DATE TO PPT-BUSINESS-DATE
008841     MOVE BD-DAY-STATUS TO PPT-DAY-STATUS
008842     CLOSE BUSDATE-FILE.
008843 9700-MOVE-RUN-DATE.
008844     MOVE PPT-BUSINESS-DATE TO PPT-START-DATE
008846     ACCEPT PPT-CLOCK-DATE FROM DATE YYYYMMDD
008856     PERFORM 9720-COUNT-CARRY-DAYS THRU 9720-EXIT
008866     IF PPT-CARRY-DAYS > PPT-MAX-CARRY-DAYS
008876         AND NOT BUSINESS-DAY-CLOSED
008886         DISPLAY "Business date " PPT-BUSINESS-DATE
008896             " is more than " PPT-MAX-CARRY-DAYS
008906             " days behind the clock - PPTDATE must advance it"
008916         MOVE "S" TO PPT-DAY-STATUS
008926     END-IF.
008936 9700-EXIT.
008946     EXIT.

008956******************************************************************
008966* 9710-TAKE-ROUND-STAMP
008976* Stamps a round or contest with the business date and the
008986* clock time.  While the clock is ahead of the business date -
008996* a stream that has run past midnight - the time is carried
009006* past 24:00, 24 hours for each day, so every stamp is later
009016* than the one before and date + time keeps the order the
009026* rounds were played in.  HHMMSSCC holds 99 hours, so 9700
009036* refuses a business date more than three days behind; a run
009046* that crosses that line part way holds at the last stamp.
009056* The date is read again after the time so a run of the clock
009066* over midnight between the two cannot mix the days.
009076******************************************************************
009086 9710-TAKE-ROUND-STAMP.
009096     MOVE PPT-BUSINESS-DATE TO PPT-CURR-DATE
009106     ACCEPT PPT-CLOCK-DATE FROM DATE YYYYMMDD
009116     ACCEPT PPT-CURR-TIME FROM TIME
009126     ACCEPT PPT-CLOCK-DATE-AFTER FROM DATE YYYYMMDD
009136     IF PPT-CLOCK-DATE-AFTER NOT = PPT-CLOCK-DATE
009146         MOVE PPT-CLOCK-DATE-AFTER TO PPT-CLOCK-DATE
009156         ACCEPT PPT-CURR-TIME FROM TIME
009166     END-IF
009176     PERFORM 9720-COUNT-CARRY-DAYS THRU 9720-EXIT
009186     COMPUTE PPT-CURR-TIME =
009196         PPT-CURR-TIME + PPT-CARRY-DAYS * 24000000
009206         ON SIZE ERROR
009216             MOVE 99595999 TO PPT-CURR-TIME
009226     END-COMPUTE.
009236 9710-EXIT.
009246     EXIT.

009256 9720-COUNT-CARRY-DAYS.
009266     MOVE 0 TO PPT-CARRY-DAYS
009276     IF PPT-CLOCK-DATE > PPT-BUSINESS-DATE
009286         COMPUTE PPT-CARRY-DAYS =
009296             FUNCTION INTEGER-OF-DATE(PPT-CLOCK-DATE)
009306             - FUNCTION INTEGER-OF-DATE(PPT-BUSINESS-DATE)
009316     END-IF.
009326 9720-EXIT.
009336     EXIT.

009346******************************************************************
009356* 9790-BUSDATE-UNREADABLE
009366* A BUSDATE that is on file but cannot be read may hold a closed
009376* day, so the clock date will not do: the run ends RC 16 before
009386* anything else is opened.
009396******************************************************************
009406 9790-BUSDATE-UNREADABLE.
009416     DISPLAY "Cannot read BUSDATE, status "
009426         PPT-BUSDATE-STATUS " - run ends"
009436     MOVE PPT-BUSINESS-DATE TO PPT-START-DATE
009446     ACCEPT PPT-START-TIME FROM TIME
009456     MOVE 16 TO RETURN-CODE
009466     PERFORM 9800-WRITE-RUN-JOURNAL THRU 9800-EXIT
009476     STOP RUN.
009486 9790-EXIT.
009496     EXIT.

009506 END PROGRAM PIEDRAPAPELOTIJERA.
