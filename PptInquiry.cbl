000286*                     marker - they sit on the log but no
000288*                     longer count in the history figures on
000290*                     the same screen.
000291*   15/10/2026  JAI   The last ten rounds are read by key off
000292*                     the GAMEIDX player index PPTLIDX builds
000293*                     nightly; when the index is missing, out of
000294*                     balance or older than the log the walk of
000295*                     the whole log is kept, with a warning.
000296*   15/10/2026  JAI   A PPTERAS player erasure that changed
000297*                     records makes the game-log index stale
000298*                     like any other change to GAMELOG.
000299******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. PPTINQ.
000320 AUTHOR. JuanJignacio.
000480*     Rounds already moved to a GAMEARCH archive belong to
000490*     PPTRSCH, the research report - this is the walk-up
000500*     answer, not the dispute file.
000501*     When the PPTLIDX index is current the rounds are read
000502*     by key off GAMEIDX instead.  Current means IDXCTL says
000503*     the build balanced and no program that changes GAMELOG
000504*     (a round-logging PIEDRAPAPELOTIJERA run, a PPTBACK
000505*     reversal, a PPTARCH purge, a PPTERAS erasure) has
000506*     journaled on RUNJRNL since the build started;
000507*     otherwise the log is walked and a warning says why.
000510*   - HISTADJ lists every adjustment posted against the ID.
000520* A file that is missing from disk reads as "none" - the
000530* inquiry answers with whatever the system knows.  This is a
000730     SELECT HISTADJ-FILE ASSIGN TO "HISTADJ"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS IQ-HISTADJ-STATUS.
000751     SELECT GAMEIDX-FILE ASSIGN TO "GAMEIDX"
000752         ORGANIZATION IS INDEXED
000753         ACCESS MODE IS DYNAMIC
000754         RECORD KEY IS GI-KEY
000755         FILE STATUS IS IQ-GAMEIDX-STATUS.
000756     SELECT IDXCTL-FILE ASSIGN TO "IDXCTL"
000757         ORGANIZATION IS SEQUENTIAL
000758         FILE STATUS IS IQ-IDXCTL-STATUS.
000759     SELECT RUNJRNL-FILE ASSIGN TO "RUNJRNL"
000760         ORGANIZATION IS SEQUENTIAL
000761         FILE STATUS IS IQ-RUNJRNL-STATUS.
000762 DATA DIVISION.
000770 FILE SECTION.
000780 FD  PLYRHIST-FILE
000790     LABEL RECORD IS STANDARD.
000870 FD  HISTADJ-FILE
000880     LABEL RECORD IS STANDARD.
000890     COPY HISTADJ.
000891 FD  GAMEIDX-FILE
000892     LABEL RECORD IS STANDARD.
000893     COPY GAMEIDX.
000894 FD  IDXCTL-FILE
000895     LABEL RECORD IS STANDARD.
000896     COPY IDXCTL.
000897 FD  RUNJRNL-FILE
000898     LABEL RECORD IS STANDARD.
000899     COPY RUNJRNL.
000900 WORKING-STORAGE SECTION.
000910******************************************************************
000920* File status and end-of-file switches.
001030     88  HIST-FILE-OPEN                  VALUE "Y".
001040 77  IQ-RATE-OPEN-SW           PIC X(01) VALUE "N".
001050     88  RATE-FILE-OPEN                  VALUE "Y".
001051 77  IQ-GAMEIDX-STATUS         PIC X(02) VALUE "00".
001052 77  IQ-IDXCTL-STATUS          PIC X(02) VALUE "00".
001053 77  IQ-RUNJRNL-STATUS         PIC X(02) VALUE "00".
001054 77  IQ-RUNJRNL-EOF-SW         PIC X(01) VALUE "N".
001055     88  RUNJRNL-EOF                     VALUE "Y".
001056 77  IQ-INDEX-EOF-SW           PIC X(01) VALUE "N".
001057     88  INDEX-EOF                       VALUE "Y".
001058
001059******************************************************************
001060* Whether the GAMEIDX player index can stand in for the log
001061* walk.  IDXCTL holds the RUNJRNL record count taken when the
001062* build started; a run that changed GAMELOG and journaled past
001063* that count makes the index stale.
001064******************************************************************
001065 77  IQ-INDEX-SW               PIC X(01) VALUE "N".
001066     88  INDEX-CURRENT                   VALUE "Y".
001067     88  INDEX-NOT-CURRENT               VALUE "N".
001068 77  IQ-INDEX-BALANCED-SW      PIC X(01) VALUE "N".
001069     88  INDEX-BALANCED                  VALUE "Y".
001070 77  IQ-LOG-CHANGER            PIC X(18) VALUE SPACES.
001071 77  IQ-JOURNAL-BAD-SW         PIC X(01) VALUE "N".
001072     88  JOURNAL-UNREADABLE              VALUE "Y".
001073 77  IQ-BUILD-JOURNAL-RECS     PIC 9(09) VALUE 0.
001074 77  IQ-JOURNAL-NBR            PIC 9(09) VALUE 0.
001075
001076******************************************************************
001080* The inquiry loop.
001090******************************************************************
001100 77  IQ-PLAYER-ID              PIC X(10) VALUE SPACES.
001370 77  IQ-OUTCOME                PIC X(01) VALUE SPACE.
001380 77  IQ-OPP-ID                 PIC X(10) VALUE SPACES.
001390
001391******************************************************************
001392* One round in a common shape - a log record or the round
001393* image off an index entry is moved here and kept by one
001394* paragraph.
001395******************************************************************
001396 01  IQ-ROUND.
001397     05  IQ-RD-PLAYER-A-ID     PIC X(10).
001398     05  IQ-RD-PLAYER-B-ID     PIC X(10).
001399     05  IQ-RD-GUESS-A         PIC 9.
001400     05  IQ-RD-GUESS-B         PIC 9.
001401     05  IQ-RD-RESULT          PIC X(15).
001402     05  IQ-RD-GAME-DATE       PIC 9(08).
001403     05  IQ-RD-GAME-TIME       PIC 9(08).
001404     05  IQ-RD-ROUND-SOURCE    PIC X(01).
001405     05  IQ-RD-BACKOUT-FLAG    PIC X(01).
001406     05  FILLER                PIC X(08).
001407
001408 PROCEDURE DIVISION.
001410******************************************************************
001420* 0000-MAIN-PROCEDURE
001430******************************************************************
001530* The two indexed files stay open across lookups; the two
001540* sequential logs are opened and walked per lookup, because
001550* each inquiry needs its own full pass.
001553* Whether the game-log index is current is settled once, at
001556* start-up.
001560******************************************************************
001570 1000-INITIALIZE.
001580     DISPLAY "PPTINQ - PLAYER INQUIRY"
001620     ELSE
001630         DISPLAY "No player history available, status "
001640             IQ-PLYRHIST-STATUS
001641     END-IF
001642     OPEN INPUT PLYRRATE-FILE
001643     IF IQ-PLYRRATE-STATUS = "00"
001644         SET RATE-FILE-OPEN TO TRUE
001645     ELSE
001646         DISPLAY "No rating file available, status "
001647             IQ-PLYRRATE-STATUS
001648     END-IF
001649     PERFORM 1100-CHECK-GAME-INDEX THRU 1100-EXIT.
001650 1000-EXIT.
001651     EXIT.
001652
001653******************************************************************
001654* 1100-CHECK-GAME-INDEX
001655******************************************************************
001656 1100-CHECK-GAME-INDEX.
001657     SET INDEX-NOT-CURRENT TO TRUE
001658     OPEN INPUT IDXCTL-FILE
001659     IF IQ-IDXCTL-STATUS NOT = "00"
001660         DISPLAY "Rounds:  no game-log index - the log is walked"
001661         GO TO 1100-EXIT
001662     END-IF
001663     READ IDXCTL-FILE
001664         AT END
001665             CLOSE IDXCTL-FILE
001666             DISPLAY "Rounds:  no game-log index - the log is "
001667                 "walked"
001668             GO TO 1100-EXIT
001669     END-READ
001670     MOVE IC-JOURNAL-RECS TO IQ-BUILD-JOURNAL-RECS
001671     MOVE IC-BALANCED-SW TO IQ-INDEX-BALANCED-SW
001672     CLOSE IDXCTL-FILE
001673     IF NOT INDEX-BALANCED
001674         DISPLAY "Rounds:  WARNING - game-log index out of "
001675             "balance - the log is walked"
001676         GO TO 1100-EXIT
001677     END-IF
001678     PERFORM 1200-SCAN-RUN-JOURNAL THRU 1200-EXIT
001679     IF JOURNAL-UNREADABLE
001680         DISPLAY "Rounds:  WARNING - run journal unreadable, "
001681             "status " IQ-RUNJRNL-STATUS " - the log is walked"
001682         GO TO 1100-EXIT
001683     END-IF
001684     IF IQ-LOG-CHANGER NOT = SPACES
001685         DISPLAY "Rounds:  WARNING - game-log index older than "
001686             "the log (" IQ-LOG-CHANGER ") - the log is walked"
001687         GO TO 1100-EXIT
001688     END-IF
001689     OPEN INPUT GAMEIDX-FILE
001690     IF IQ-GAMEIDX-STATUS NOT = "00"
001691         DISPLAY "Rounds:  WARNING - cannot open GAMEIDX, "
001692             "status " IQ-GAMEIDX-STATUS " - the log is walked"
001693         GO TO 1100-EXIT
001694     END-IF
001695     SET INDEX-CURRENT TO TRUE.
001696 1100-EXIT.
001697     EXIT.
001698
001699******************************************************************
001700* 1200-SCAN-RUN-JOURNAL
001701* The last run that changed GAMELOG journaled past the build's
001702* count, if any - the journal is only ever extended, so position
001703* is order whatever the clock stamps say.  A journal shorter
001704* than at the build has been replaced and proves nothing.  No
001705* journal on disk means nothing has run.
001706******************************************************************
001707 1200-SCAN-RUN-JOURNAL.
001708     MOVE SPACES TO IQ-LOG-CHANGER
001709     MOVE 0 TO IQ-JOURNAL-NBR
001710     OPEN INPUT RUNJRNL-FILE
001711     IF IQ-RUNJRNL-STATUS = "35"
001712         GO TO 1200-CHECK-LENGTH
001713     END-IF
001714     IF IQ-RUNJRNL-STATUS NOT = "00"
001715         SET JOURNAL-UNREADABLE TO TRUE
001716         GO TO 1200-EXIT
001717     END-IF
001718     MOVE "N" TO IQ-RUNJRNL-EOF-SW
001719     READ RUNJRNL-FILE
001720         AT END SET RUNJRNL-EOF TO TRUE
001721     END-READ
001722     PERFORM 1210-CHECK-ONE-EXECUTION THRU 1210-EXIT
001723         UNTIL RUNJRNL-EOF
001724     CLOSE RUNJRNL-FILE.
001725 1200-CHECK-LENGTH.
001726     IF IQ-JOURNAL-NBR < IQ-BUILD-JOURNAL-RECS
001727         MOVE "RUNJRNL-SHORTENED" TO IQ-LOG-CHANGER
001728     END-IF.
001730 1200-EXIT.
001731     EXIT.
001732
001733 1210-CHECK-ONE-EXECUTION.
001734     ADD 1 TO IQ-JOURNAL-NBR
001735     EVALUATE RJ-PROGRAM-ID
001736         WHEN "PIEDRAPAPELOTIJERA"
001737         WHEN "PPTERAS"
001738             IF RJ-RECORDS-WRITTEN = 0
001739                 GO TO 1210-READ-NEXT
001740             END-IF
001741         WHEN "PPTBACK"
001742         WHEN "PPTARCH"
001743             IF RJ-RETURN-CODE NOT = 0
001744                 GO TO 1210-READ-NEXT
001745             END-IF
001746         WHEN OTHER
001747             GO TO 1210-READ-NEXT
001748     END-EVALUATE
001749     IF IQ-JOURNAL-NBR > IQ-BUILD-JOURNAL-RECS
001750         MOVE RJ-PROGRAM-ID TO IQ-LOG-CHANGER
001751     END-IF.
001752 1210-READ-NEXT.
001753     READ RUNJRNL-FILE
001754         AT END SET RUNJRNL-EOF TO TRUE
001755     END-READ.
001756 1210-EXIT.
001757     EXIT.
001758
001760******************************************************************
001770* 2000-INQUIRY-LOOP
001780******************************************************************
002470* Walks the live game log keeping the last ten rounds that
002480* involve the player - the log is appended in played order,
002490* so the last ten in file order ARE the most recent.
002493* A current index gives the same rounds in the same order by
002496* key - the entries are filed by date and time.
002500******************************************************************
002510 5000-SHOW-RECENT-ROUNDS.
002520     MOVE 0 TO IQ-NBR-RECENT
002530     MOVE 0 TO IQ-ROUNDS-FOUND
002532     IF INDEX-CURRENT
002534         PERFORM 5300-READ-GAME-INDEX THRU 5300-EXIT
002536         GO TO 5000-LIST-ROUNDS
002538     END-IF
002540     OPEN INPUT GAMELOG-FILE
002550     IF IQ-GAMELOG-STATUS NOT = "00"
002560         DISPLAY "Rounds:  game log not available, status "
002630     END-READ
002640     PERFORM 5100-KEEP-ONE-ROUND THRU 5100-EXIT
002650         UNTIL GAMELOG-EOF
002660     CLOSE GAMELOG-FILE.
002665 5000-LIST-ROUNDS.
002670     IF IQ-ROUNDS-FOUND = 0
002680         DISPLAY "Rounds:  none on the live game log"
002690         GO TO 5000-EXIT
002770     EXIT.
002780
002790 5100-KEEP-ONE-ROUND.
002800     MOVE GAMELOG-RECORD TO IQ-ROUND.
002810 5105-RECORD-ONE-ROUND.
002820     IF IQ-RD-PLAYER-A-ID NOT = IQ-PLAYER-ID
002823         AND IQ-RD-PLAYER-B-ID NOT = IQ-PLAYER-ID
002826         GO TO 5105-EXIT
002830     END-IF
002840     ADD 1 TO IQ-ROUNDS-FOUND
002850     IF IQ-RD-PLAYER-A-ID = IQ-PLAYER-ID
002860         MOVE IQ-RD-PLAYER-B-ID TO IQ-OPP-ID
002870         EVALUATE TRUE
002880             WHEN IQ-RD-RESULT = "Jugador A gana"
002890                 MOVE "W" TO IQ-OUTCOME
002900             WHEN IQ-RD-RESULT = "Jugador B gana"
002910                 MOVE "L" TO IQ-OUTCOME
002920             WHEN IQ-RD-RESULT = "Empate"
002930                 MOVE "T" TO IQ-OUTCOME
002940             WHEN OTHER
002950                 MOVE "I" TO IQ-OUTCOME
002960         END-EVALUATE
002970     ELSE
002980         MOVE IQ-RD-PLAYER-A-ID TO IQ-OPP-ID
002990         EVALUATE TRUE
003000             WHEN IQ-RD-RESULT = "Jugador B gana"
003010                 MOVE "W" TO IQ-OUTCOME
003020             WHEN IQ-RD-RESULT = "Jugador A gana"
003030                 MOVE "L" TO IQ-OUTCOME
003040             WHEN IQ-RD-RESULT = "Empate"
003050                 MOVE "T" TO IQ-OUTCOME
003060             WHEN OTHER
003070                 MOVE "I" TO IQ-OUTCOME
003140             VARYING IQ-SHIFT-SUB FROM 1 BY 1
003150             UNTIL IQ-SHIFT-SUB >= IQ-MAX-RECENT
003160     END-IF
003170     MOVE IQ-RD-GAME-DATE TO IQ-RC-DATE(IQ-NBR-RECENT)
003180     MOVE IQ-RD-GAME-TIME TO IQ-RC-TIME(IQ-NBR-RECENT)
003190     MOVE IQ-OPP-ID TO IQ-RC-OPP-ID(IQ-NBR-RECENT)
003200     MOVE IQ-OUTCOME TO IQ-RC-OUTCOME(IQ-NBR-RECENT)
003205     MOVE IQ-RD-BACKOUT-FLAG TO IQ-RC-BACKOUT(IQ-NBR-RECENT).
003206 5105-EXIT.
003207     EXIT.
003210 5100-READ-NEXT.
003220     READ GAMELOG-FILE
003230         AT END SET GAMELOG-EOF TO TRUE
003368             " vs " IQ-RC-OPP-ID(IQ-RX)
003370     END-IF.
003380 5200-EXIT.
003381     EXIT.
003382
003383******************************************************************
003384* 5300-READ-GAME-INDEX
003385* The player's entries from the first key up.  Archived rounds
003386* are passed over - this screen answers from the live log - and
003387* a round with the player on both sides is kept once, off its
003388* A entry.
003389******************************************************************
003390 5300-READ-GAME-INDEX.
003391     MOVE IQ-PLAYER-ID TO GI-PLAYER-ID
003392     MOVE 0 TO GI-GAME-DATE
003393     MOVE 0 TO GI-GAME-TIME
003394     MOVE 0 TO GI-DUP-SEQ
003395     MOVE "N" TO IQ-INDEX-EOF-SW
003396     START GAMEIDX-FILE KEY NOT < GI-KEY
003397         INVALID KEY SET INDEX-EOF TO TRUE
003398     END-START
003399     IF NOT INDEX-EOF
003400         READ GAMEIDX-FILE NEXT
003401             AT END SET INDEX-EOF TO TRUE
003402         END-READ
003403     END-IF
003404     PERFORM 5310-TAKE-ONE-ENTRY THRU 5310-EXIT
003405         UNTIL INDEX-EOF.
003406 5300-EXIT.
003407     EXIT.
003408
003409 5310-TAKE-ONE-ENTRY.
003410     IF GI-PLAYER-ID NOT = IQ-PLAYER-ID
003411         SET INDEX-EOF TO TRUE
003412         GO TO 5310-EXIT
003413     END-IF
003414     IF GI-FROM-ARCHIVE
003415         GO TO 5310-READ-NEXT
003416     END-IF
003417     MOVE GI-ROUND TO IQ-ROUND
003418     IF GI-SIDE-B AND IQ-RD-PLAYER-A-ID = IQ-PLAYER-ID
003419         GO TO 5310-READ-NEXT
003420     END-IF
003421     PERFORM 5105-RECORD-ONE-ROUND THRU 5105-EXIT.
003422 5310-READ-NEXT.
003423     READ GAMEIDX-FILE NEXT
003424         AT END SET INDEX-EOF TO TRUE
003425     END-READ.
003426 5310-EXIT.
003427     EXIT.
003428
003429******************************************************************
003430* 6000-SHOW-ADJUSTMENTS
003431* Every HISTADJ record posted against the player - the why
003440* behind any counter that does not match the game log.
003450******************************************************************
003460 6000-SHOW-ADJUSTMENTS.
003960     IF RATE-FILE-OPEN
003970         CLOSE PLYRRATE-FILE
003980     END-IF
003982     IF INDEX-CURRENT
003984         CLOSE GAMEIDX-FILE
003986     END-IF
003990     MOVE 0 TO RETURN-CODE.
004000 9999-EXIT.
004010     EXIT.
