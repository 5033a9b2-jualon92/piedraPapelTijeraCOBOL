000273*                     disputes, and a reversed round shown as
000274*                     live would contradict the history it was
000275*                     reversed off.
000276*   15/10/2026  JAI   Run date taken from the BUSDATE business
000277*                     date kept by PPTDATE instead of the
000278*                     system clock.
000279*   15/10/2026  JAI   The player's rounds are read by key off
000280*                     the GAMEIDX player index PPTLIDX builds
000281*                     nightly instead of walking every archive
000282*                     generation and the live log; a missing,
000283*                     out-of-balance or stale index falls back
000284*                     to the walk with a warning.
000285*   15/10/2026  JAI   A PPTERAS player erasure that changed
000286*                     records makes the game-log index stale
000287*                     like any other change to GAMELOG.
000288******************************************************************
000289 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. PPTRSCH.
000300 AUTHOR. JuanJignacio.
000310 INSTALLATION. www.
000440*   - GAMELOG is the live log and is read after the archives;
000450*     PPTARCH splits on date, so archives-then-live IS
000460*     chronological order and no sort is needed.
000461*   - when the PPTLIDX index is current, GAMEIDX replaces
000462*     both walks: the player's entries are read by key from
000463*     the from date up, in date and time order across the
000464*     archives and the live log.  Current means IDXCTL says
000465*     the build balanced and no program that changes GAMELOG
000466*     (a round-logging PIEDRAPAPELOTIJERA run, a PPTBACK
000467*     reversal, a PPTARCH purge, a PPTERAS erasure) has
000468*     journaled on RUNJRNL since the build started.
000469*     Otherwise the logs are walked as above and the
000470*     report and console say why.
000471*   - CONTLOG contest outcomes involving the player inside the
000480*     range are interleaved by date/time stamp, so the match
000490*     or tournament a round belonged to sits on the same page.
000500* RETURN-CODE 0 = report printed (no rounds found is an
000510* answer, not an error), 16 = the live game log could not be
000520* opened for the walk, 20 = missing or invalid RSCHPARM card.
000525* A BUSDATE on file that cannot be read ends the run RC 16.
000530******************************************************************
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000712     SELECT RUNJRNL-FILE ASSIGN TO "RUNJRNL"
000714         ORGANIZATION IS SEQUENTIAL
000716         FILE STATUS IS RS-RUNJRNL-STATUS.
000717     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000718         ORGANIZATION IS SEQUENTIAL
000719         FILE STATUS IS RS-BUSDATE-STATUS.
000720     SELECT GAMEIDX-FILE ASSIGN TO "GAMEIDX"
000721         ORGANIZATION IS INDEXED
000722         ACCESS MODE IS DYNAMIC
000723         RECORD KEY IS GI-KEY
000724         FILE STATUS IS RS-GAMEIDX-STATUS.
000725     SELECT IDXCTL-FILE ASSIGN TO "IDXCTL"
000726         ORGANIZATION IS SEQUENTIAL
000727         FILE STATUS IS RS-IDXCTL-STATUS.
000728 DATA DIVISION.
000730 FILE SECTION.
000740 FD  RSCHPARM-FILE
000750     LABEL RECORD IS STANDARD.
000922 FD  RUNJRNL-FILE
000924     LABEL RECORD IS STANDARD.
000926     COPY RUNJRNL.
000927 FD  BUSDATE-FILE
000928     LABEL RECORD IS STANDARD.
000929     COPY BUSDATE.
000930 FD  GAMEIDX-FILE
000931     LABEL RECORD IS STANDARD.
000932     COPY GAMEIDX.
000933 FD  IDXCTL-FILE
000934     LABEL RECORD IS STANDARD.
000935     COPY IDXCTL.
000936 WORKING-STORAGE SECTION.
000940******************************************************************
000950* File status and end-of-file switches.
000960******************************************************************
001090     88  GAMELOG-OPEN-OK                 VALUE "Y".
001100     88  GAMELOG-OPEN-FAILED             VALUE "N".
001102 77  RS-RUNJRNL-STATUS         PIC X(02) VALUE "00".
001103 77  RS-BUSDATE-STATUS         PIC X(02) VALUE "00".
001104 77  RS-BUSINESS-DATE          PIC 9(08) VALUE 0.
001105 77  RS-START-TIME             PIC 9(08) VALUE 0.
001106 77  RS-END-DATE               PIC 9(08) VALUE 0.
001108 77  RS-END-TIME               PIC 9(08) VALUE 0.
001109 77  RS-GAMEIDX-STATUS         PIC X(02) VALUE "00".
001110 77  RS-IDXCTL-STATUS          PIC X(02) VALUE "00".
001111 77  RS-RUNJRNL-EOF-SW         PIC X(01) VALUE "N".
001112     88  RUNJRNL-EOF                     VALUE "Y".
001113 77  RS-INDEX-EOF-SW           PIC X(01) VALUE "N".
001114     88  INDEX-EOF                       VALUE "Y".
001115
001116******************************************************************
001117* Whether the GAMEIDX player index can stand in for the walk of
001118* the logs.  IDXCTL holds the RUNJRNL record count taken when
001119* the build started; a run that changed GAMELOG and journaled
001120* past that count makes the index stale.
001121******************************************************************
001122 77  RS-INDEX-SW               PIC X(01) VALUE "N".
001123     88  INDEX-CURRENT                   VALUE "Y".
001124     88  INDEX-NOT-CURRENT               VALUE "N".
001125 77  RS-INDEX-BALANCED-SW      PIC X(01) VALUE "N".
001126     88  INDEX-BALANCED                  VALUE "Y".
001127 77  RS-LOG-CHANGER            PIC X(18) VALUE SPACES.
001128 77  RS-JOURNAL-BAD-SW         PIC X(01) VALUE "N".
001129     88  JOURNAL-UNREADABLE              VALUE "Y".
001130 77  RS-INDEX-NOTE             PIC X(70) VALUE SPACES.
001131 77  RS-BUILD-DATE             PIC 9(08) VALUE 0.
001132 77  RS-BUILD-TIME             PIC 9(08) VALUE 0.
001133 77  RS-BUILD-JOURNAL-RECS     PIC 9(09) VALUE 0.
001134 77  RS-JOURNAL-NBR            PIC 9(09) VALUE 0.
001135
001136******************************************************************
001137* Research scope from the parameter card.
001140******************************************************************
001150 77  RS-PARM-VALID-SW          PIC X(01) VALUE "N".
001160     88  PARM-VALID                      VALUE "Y".
001840 0000-MAIN-PROCEDURE.
001850     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001860     IF PARM-VALID AND GAMELOG-OPEN-OK
001870         IF INDEX-CURRENT
001880             PERFORM 3300-READ-GAME-INDEX THRU 3300-EXIT
001882         ELSE
001884             PERFORM 3000-SCAN-ARCHIVES THRU 3000-EXIT
001886             PERFORM 4000-SCAN-LIVE-LOG THRU 4000-EXIT
001888         END-IF
001890         PERFORM 5000-FLUSH-CONTESTS THRU 5000-EXIT
001900         PERFORM 6000-PRINT-CONTROL-TOTALS THRU 6000-EXIT
001910         CLOSE PRTFILE
001950
001960******************************************************************
001970* 1000-INITIALIZE
001980* Validates the RSCHPARM card, settles whether the game-log
001990* index is current, proves the live log readable when it is
001995* not, and loads the player's contests for the range.
002000******************************************************************
002010 1000-INITIALIZE.
002020     DISPLAY "PPTRSCH - DISPUTE RESEARCH REPORT"
002030     PERFORM 9700-READ-BUSINESS-DATE THRU 9700-EXIT
002032     ACCEPT RS-START-TIME FROM TIME
002040     MOVE "N" TO RS-PARM-VALID-SW
002050     OPEN INPUT RSCHPARM-FILE
002320         GO TO 1000-EXIT
002330     END-IF
002340     SET PARM-VALID TO TRUE
002342     PERFORM 1100-CHECK-GAME-INDEX THRU 1100-EXIT
002344     IF INDEX-CURRENT
002346         GO TO 1000-LOAD-CONTESTS
002348     END-IF
002350     OPEN INPUT GAMELOG-FILE
002360     IF RS-GAMELOG-STATUS NOT = "00"
002370         SET GAMELOG-OPEN-FAILED TO TRUE
002380         DISPLAY "PPTRSCH - cannot open GAMELOG, status "
002390             RS-GAMELOG-STATUS " - run ends"
002400         GO TO 1000-EXIT
002410     END-IF.
002415 1000-LOAD-CONTESTS.
002420     PERFORM 2000-LOAD-CONTEST-TABLE THRU 2000-EXIT
002430     OPEN OUTPUT PRTFILE
002440     PERFORM 7100-PRINT-PAGE-HEADERS THRU 7100-EXIT
002450     PERFORM 7200-PRINT-DETAIL-HEADER THRU 7200-EXIT.
002460 1000-EXIT.
002461     EXIT.
002462
002463******************************************************************
002464* 1100-CHECK-GAME-INDEX
002465******************************************************************
002466 1100-CHECK-GAME-INDEX.
002467     SET INDEX-NOT-CURRENT TO TRUE
002468     OPEN INPUT IDXCTL-FILE
002469     IF RS-IDXCTL-STATUS NOT = "00"
002470         MOVE "NO GAME-LOG INDEX - LOGS WALKED IN FULL"
002471             TO RS-INDEX-NOTE
002472         GO TO 1100-WARN
002473     END-IF
002474     READ IDXCTL-FILE
002475         AT END
002476             CLOSE IDXCTL-FILE
002477             MOVE "NO GAME-LOG INDEX - LOGS WALKED IN FULL"
002478                 TO RS-INDEX-NOTE
002479             GO TO 1100-WARN
002480     END-READ
002481     MOVE IC-BUILD-DATE TO RS-BUILD-DATE
002482     MOVE IC-BUILD-TIME TO RS-BUILD-TIME
002483     MOVE IC-JOURNAL-RECS TO RS-BUILD-JOURNAL-RECS
002484     MOVE IC-BALANCED-SW TO RS-INDEX-BALANCED-SW
002485     CLOSE IDXCTL-FILE
002486     IF NOT INDEX-BALANCED
002487         MOVE "WARNING - GAME-LOG INDEX UNBALANCED - LOGS WALKED"
002488             TO RS-INDEX-NOTE
002489         GO TO 1100-WARN
002490     END-IF
002491     PERFORM 1200-SCAN-RUN-JOURNAL THRU 1200-EXIT
002492     IF JOURNAL-UNREADABLE
002493         MOVE "WARNING - RUN JOURNAL UNREADABLE - LOGS WALKED"
002494             TO RS-INDEX-NOTE
002495         GO TO 1100-WARN
002496     END-IF
002497     IF RS-LOG-CHANGER NOT = SPACES
002498         MOVE SPACES TO RS-INDEX-NOTE
002499         STRING "WARNING - GAME-LOG INDEX OLDER THAN THE LOG ("
002500                 DELIMITED BY SIZE
002501             RS-LOG-CHANGER DELIMITED BY SPACE
002502             ") - LOGS WALKED" DELIMITED BY SIZE
002503             INTO RS-INDEX-NOTE
002504         GO TO 1100-WARN
002505     END-IF
002506     OPEN INPUT GAMEIDX-FILE
002507     IF RS-GAMEIDX-STATUS NOT = "00"
002508         MOVE SPACES TO RS-INDEX-NOTE
002509         STRING "WARNING - CANNOT OPEN GAMEIDX, STATUS "
002510                 DELIMITED BY SIZE
002511             RS-GAMEIDX-STATUS DELIMITED BY SIZE
002512             " - LOGS WALKED" DELIMITED BY SIZE
002513             INTO RS-INDEX-NOTE
002514         GO TO 1100-WARN
002515     END-IF
002516     SET INDEX-CURRENT TO TRUE
002517     MOVE SPACES TO RS-INDEX-NOTE
002518     STRING "ROUNDS READ BY KEY FROM THE GAME-LOG INDEX BUILT "
002519             DELIMITED BY SIZE
002520         RS-BUILD-DATE DELIMITED BY SIZE
002521         " " DELIMITED BY SIZE
002522         RS-BUILD-TIME DELIMITED BY SIZE
002523         INTO RS-INDEX-NOTE
002524     GO TO 1100-EXIT.
002525 1100-WARN.
002526     DISPLAY "PPTRSCH - " RS-INDEX-NOTE.
002527 1100-EXIT.
002528     EXIT.
002529
002530******************************************************************
002531* 1200-SCAN-RUN-JOURNAL
002532* The last run that changed GAMELOG journaled past the build's
002533* count, if any - the journal is only ever extended, so position
002534* is order whatever the clock stamps say.  A journal shorter
002535* than at the build has been replaced and proves nothing.  No
002536* journal on disk means nothing has run.
002537******************************************************************
002538 1200-SCAN-RUN-JOURNAL.
002539     MOVE SPACES TO RS-LOG-CHANGER
002540     MOVE 0 TO RS-JOURNAL-NBR
002541     OPEN INPUT RUNJRNL-FILE
002542     IF RS-RUNJRNL-STATUS = "35"
002543         GO TO 1200-CHECK-LENGTH
002544     END-IF
002545     IF RS-RUNJRNL-STATUS NOT = "00"
002546         SET JOURNAL-UNREADABLE TO TRUE
002547         GO TO 1200-EXIT
002548     END-IF
002549     MOVE "N" TO RS-RUNJRNL-EOF-SW
002550     READ RUNJRNL-FILE
002551         AT END SET RUNJRNL-EOF TO TRUE
002552     END-READ
002553     PERFORM 1210-CHECK-ONE-EXECUTION THRU 1210-EXIT
002554         UNTIL RUNJRNL-EOF
002555     CLOSE RUNJRNL-FILE.
002556 1200-CHECK-LENGTH.
002557     IF RS-JOURNAL-NBR < RS-BUILD-JOURNAL-RECS
002558         MOVE "RUNJRNL-SHORTENED" TO RS-LOG-CHANGER
002559     END-IF.
002560 1200-EXIT.
002561     EXIT.
002562
002563 1210-CHECK-ONE-EXECUTION.
002564     ADD 1 TO RS-JOURNAL-NBR
002565     EVALUATE RJ-PROGRAM-ID
002566         WHEN "PIEDRAPAPELOTIJERA"
002567         WHEN "PPTERAS"
002568             IF RJ-RECORDS-WRITTEN = 0
002569                 GO TO 1210-READ-NEXT
002570             END-IF
002571         WHEN "PPTBACK"
002572         WHEN "PPTARCH"
002573             IF RJ-RETURN-CODE NOT = 0
002574                 GO TO 1210-READ-NEXT
002575             END-IF
002576         WHEN OTHER
002577             GO TO 1210-READ-NEXT
002578     END-EVALUATE
002579     IF RS-JOURNAL-NBR > RS-BUILD-JOURNAL-RECS
002580         MOVE RJ-PROGRAM-ID TO RS-LOG-CHANGER
002581     END-IF.
002582 1210-READ-NEXT.
002583     READ RUNJRNL-FILE
002584         AT END SET RUNJRNL-EOF TO TRUE
002585     END-READ.
002586 1210-EXIT.
002587     EXIT.
002588
002589******************************************************************
002590* 2000-LOAD-CONTEST-TABLE
002591* Contests in the range with the player in a participant
002592* slot.  No contest log on disk just means no match or
002593* tournament has ever finished.
002594******************************************************************
002595 2000-LOAD-CONTEST-TABLE.
002596     OPEN INPUT CONTLOG-FILE
002597     IF RS-CONTLOG-STATUS = "35"
002598         GO TO 2000-EXIT
002599     END-IF
002600     IF RS-CONTLOG-STATUS NOT = "00"
002610         DISPLAY "PPTRSCH - cannot open CONTLOG, status "
002620             RS-CONTLOG-STATUS " - contests not interleaved"
003400         AT END SET GAMEARCH-EOF TO TRUE
003410     END-READ.
003420 3100-EXIT.
003421     EXIT.
003422
003423******************************************************************
003424* 3300-READ-GAME-INDEX
003425* The player's entries from the first stamp of the range up -
003426* archived and live rounds alike, already in date and time
003427* order.  A round with the player on both sides is kept once,
003428* off its A entry.
003429******************************************************************
003430 3300-READ-GAME-INDEX.
003431     MOVE RS-PLAYER-ID TO GI-PLAYER-ID
003432     MOVE RS-FROM-DATE TO GI-GAME-DATE
003433     MOVE 0 TO GI-GAME-TIME
003434     MOVE 0 TO GI-DUP-SEQ
003435     MOVE "N" TO RS-INDEX-EOF-SW
003436     START GAMEIDX-FILE KEY NOT < GI-KEY
003437         INVALID KEY SET INDEX-EOF TO TRUE
003438     END-START
003439     IF NOT INDEX-EOF
003440         READ GAMEIDX-FILE NEXT
003441             AT END SET INDEX-EOF TO TRUE
003442         END-READ
003443     END-IF
003444     PERFORM 3310-TAKE-ONE-ENTRY THRU 3310-EXIT
003445         UNTIL INDEX-EOF
003446     CLOSE GAMEIDX-FILE.
003447 3300-EXIT.
003448     EXIT.
003449
003450 3310-TAKE-ONE-ENTRY.
003451     IF GI-PLAYER-ID NOT = RS-PLAYER-ID
003452         OR GI-GAME-DATE > RS-TO-DATE
003453         SET INDEX-EOF TO TRUE
003454         GO TO 3310-EXIT
003455     END-IF
003456     MOVE GI-ROUND TO RS-ROUND
003457     IF GI-SIDE-B AND RS-RD-PLAYER-A-ID = RS-PLAYER-ID
003458         GO TO 3310-READ-NEXT
003459     END-IF
003460     PERFORM 3500-PROCESS-ONE-ROUND THRU 3500-EXIT.
003461 3310-READ-NEXT.
003462     READ GAMEIDX-FILE NEXT
003463         AT END SET INDEX-EOF TO TRUE
003464     END-READ.
003465 3310-EXIT.
003466     EXIT.
003467
003468******************************************************************
003469* 3500-PROCESS-ONE-ROUND
003470* Shared by the archive and live passes: keep the player's
003480* rounds inside the range, interleaving any contest whose
003490* stamp the round stream has just passed.
004970         WRITE PRINT-LINE AFTER ADVANCING 1
004980         ADD 1 TO RS-LINE-COUNT
004990     END-IF
004992     MOVE SPACES TO PRINT-LINE
004994     MOVE RS-INDEX-NOTE TO PRINT-LINE
004996     WRITE PRINT-LINE AFTER ADVANCING 1
004998     ADD 1 TO RS-LINE-COUNT
005000     MOVE RS-ROUNDS-PRINTED TO RS-EDIT-ROUNDS
005010     MOVE RS-CONTESTS-PRINTED TO RS-EDIT-CONTESTS
005020     MOVE SPACES TO PRINT-LINE
005805             RS-RUNJRNL-STATUS
005806         GO TO 9800-EXIT
005807     END-IF
005808     MOVE RS-BUSINESS-DATE TO RS-END-DATE
005809     ACCEPT RS-END-TIME FROM TIME
005810     MOVE SPACES TO RUNJRNL-RECORD
005811     MOVE "PPTRSCH" TO RJ-PROGRAM-ID
005822 9800-EXIT.
005823     EXIT.
005824
005834******************************************************************
005844* 9700-READ-BUSINESS-DATE
005854* The run is dated by the business date PPTDATE keeps on
005864* BUSDATE, not the clock, so a stream that runs past midnight
005874* stays on the day it is working.  No control record falls
005884* back to the clock date with a warning.
005889* A BUSDATE on file that cannot be read ends the run (9790).
005894******************************************************************
005904 9700-READ-BUSINESS-DATE.
005914     ACCEPT RS-BUSINESS-DATE FROM DATE YYYYMMDD
005924     OPEN INPUT BUSDATE-FILE
005926     IF RS-BUSDATE-STATUS NOT = "00" AND NOT = "35"
005928         PERFORM 9790-BUSDATE-UNREADABLE THRU 9790-EXIT
005930     END-IF
005934     IF RS-BUSDATE-STATUS NOT = "00"
005944         DISPLAY "PPTRSCH - no BUSDATE control record - "
005954             "running on clock date " RS-BUSINESS-DATE
005964         GO TO 9700-MOVE-RUN-DATE
005974     END-IF
005984     READ BUSDATE-FILE
005994         AT END
006004             DISPLAY "PPTRSCH - BUSDATE is empty - "
006014                 "running on clock date " RS-BUSINESS-DATE
006024             CLOSE BUSDATE-FILE
006034             GO TO 9700-MOVE-RUN-DATE
006044     END-READ
006046     IF RS-BUSDATE-STATUS NOT = "00"
006048         CLOSE BUSDATE-FILE
006050         PERFORM 9790-BUSDATE-UNREADABLE THRU 9790-EXIT
006052     END-IF
006054     MOVE BD-BUSINESS-DATE TO RS-BUSINESS-DATE
006064     CLOSE BUSDATE-FILE.
006074 9700-MOVE-RUN-DATE.
006084     MOVE RS-BUSINESS-DATE TO RS-RUN-DATE.
006094 9700-EXIT.
006104     EXIT.
006114
006124******************************************************************
006134* 9790-BUSDATE-UNREADABLE
006144* A BUSDATE that is on file but cannot be read may hold a closed
006154* day, so the clock date will not do: the run ends RC 16 before
006164* anything else is opened.
006174******************************************************************
006184 9790-BUSDATE-UNREADABLE.
006194     DISPLAY "PPTRSCH - cannot read BUSDATE, status "
006204         RS-BUSDATE-STATUS " - run ends"
006214     MOVE RS-BUSINESS-DATE TO RS-RUN-DATE
006224     ACCEPT RS-START-TIME FROM TIME
006234     MOVE 16 TO RETURN-CODE
006244     PERFORM 9800-WRITE-RUN-JOURNAL THRU 9800-EXIT
006254     STOP RUN.
006264 9790-EXIT.
006274     EXIT.
006284
006294 END PROGRAM PPTRSCH.
