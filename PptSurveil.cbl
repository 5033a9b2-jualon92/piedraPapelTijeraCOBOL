000100******************************************************************
000110* Author: JuanJignacio
000120* Installation: www.
000130* Date-Written: 15/10/2026.
000140*
000150* Modification History
000160*   DD/MM/YYYY  INIT  DESCRIPTION
000170*   15/10/2026  JAI   Original - collusion and sandbagging
000180*                     surveillance.  PPTSEED seeds the weekly
000190*                     roster straight off PLYRRATE, so a rating
000200*                     dropped on purpose before league night
000210*                     buys a softer bracket, and the committee
000220*                     also suspects arranged results between
000230*                     regular pairs.  This program reads the
000240*                     archives and the live game log with the
000250*                     rating file and flags the patterns, each
000260*                     flag carrying its supporting round stamps
000270*                     and a ready-made PPTRSCH research card.
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. PPTSURV.
000310 AUTHOR. JuanJignacio.
000320 INSTALLATION. www.
000330 DATE-WRITTEN. 15/10/2026.
000340 DATE-COMPILED. 15/10/2026.
000350******************************************************************
000360* Surveillance pass over the round history:
000370*   - SURVPARM card (every field optional, blank = default):
000380*       cols  1-8   lookback from date YYYYMMDD (default the
000390*                   business date less 90 days)
000400*       cols 10-11  pair frequency multiple (default 03)
000410*       cols 13-15  minimum meetings for a pair flag (010)
000420*       cols 17-19  lopsided win percentage (080)
000430*       cols 21-24  close rating gap, points (0100)
000440*       cols 26-29  rating dip that counts, points (0050)
000450*       cols 31-32  days either side of a seeding run (07)
000460*       cols 34-35  identical guesses in a row (08)
000470*     No card runs on every default; a field that is not
000480*     numeric or out of range ends the run with RETURN-CODE 20.
000490*   - GAMEARCH (the dated archives concatenated oldest first,
000500*     optional) then GAMELOG is chronological order, the same
000510*     hand-off PPTRSCH uses.  Backed-out and invalid rounds are
000520*     ignored throughout.
000522*     Rounds against the CPU are rated in the replay but make
000524*     no pair; the CPU side's guesses are not tracked, though a
000527*     member's own guesses against it still count toward a run.
000530*   - flags raised, counting only rounds on or after the from
000540*     date:
000550*       P  a pair meeting at least the minimum and at least the
000560*          multiple times the average meetings per pair.
000570*       H  a pair at least the minimum decided rounds apart,
000580*          one side winning the lopsided percentage or more,
000590*          while PLYRRATE has the two within the close gap.
000600*       S  a player whose rating fell by the dip or more over
000610*          the days before a PPTSEED run (taken from the run
000620*          journal) and climbed back by the dip or more over
000630*          the days after it.  Ratings at those dates come from
000640*          replaying the PPTRATE exchange over the history.
000650*       G  a player throwing the same guess the run length or
000660*          more times in a row.
000670*   - every flag lists its supporting rounds on PPTWRPT and on
000680*     the SURVFLAG file, whose records open with the RSCHPARM
000690*     card for the flag.
000700* RETURN-CODE 0 = nothing flagged, 4 = flags raised (or a
000710* table filled and some history could not be checked), 16 =
000720* the live game log or the rating file could not be opened,
000730* 20 = invalid SURVPARM card.
000735* A BUSDATE on file that cannot be read ends the run RC 16.
000740******************************************************************
000750 ENVIRONMENT DIVISION.
000760 INPUT-OUTPUT SECTION.
000770 FILE-CONTROL.
000780     SELECT SURVPARM-FILE ASSIGN TO "SURVPARM"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS SV-SURVPARM-STATUS.
000810     SELECT GAMEARCH-FILE ASSIGN TO "GAMEARCH"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS SV-GAMEARCH-STATUS.
000840     SELECT GAMELOG-FILE ASSIGN TO "GAMELOG"
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS SV-GAMELOG-STATUS.
000870     SELECT PLYRRATE-FILE ASSIGN TO "PLYRRATE"
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS RANDOM
000900         RECORD KEY IS PR-PLAYER-ID
000910         FILE STATUS IS SV-PLYRRATE-STATUS.
000920     SELECT SURVFLAG-FILE ASSIGN TO "SURVFLAG"
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS SV-SURVFLAG-STATUS.
000950     SELECT SURVSRT-FILE ASSIGN TO "SURVSRT".
000960     SELECT PRTFILE ASSIGN TO "PPTWRPT"
000970         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS SV-PRTFILE-STATUS.
000990     SELECT RUNJRNL-FILE ASSIGN TO "RUNJRNL"
001000         ORGANIZATION IS SEQUENTIAL
001010         FILE STATUS IS SV-RUNJRNL-STATUS.
001020     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
001030         ORGANIZATION IS SEQUENTIAL
001040         FILE STATUS IS SV-BUSDATE-STATUS.
001050 DATA DIVISION.
001060 FILE SECTION.
001070 FD  SURVPARM-FILE
001080     LABEL RECORD IS STANDARD.
001090 01  SURVPARM-RECORD.
001100     05  SV-PARM-FROM-DATE      PIC X(08).
001110     05  FILLER                 PIC X(01).
001120     05  SV-PARM-PAIR-MULT      PIC X(02).
001130     05  FILLER                 PIC X(01).
001140     05  SV-PARM-MIN-MEET       PIC X(03).
001150     05  FILLER                 PIC X(01).
001160     05  SV-PARM-LOPSIDED       PIC X(03).
001170     05  FILLER                 PIC X(01).
001180     05  SV-PARM-CLOSE-GAP      PIC X(04).
001190     05  FILLER                 PIC X(01).
001200     05  SV-PARM-DIP            PIC X(04).
001210     05  FILLER                 PIC X(01).
001220     05  SV-PARM-WINDOW         PIC X(02).
001230     05  FILLER                 PIC X(01).
001240     05  SV-PARM-RUN-LEN        PIC X(02).
001250     05  FILLER                 PIC X(45).
001260 FD  GAMEARCH-FILE
001270     LABEL RECORD IS STANDARD.
001280     COPY GAMEARCH.
001290 FD  GAMELOG-FILE
001300     LABEL RECORD IS STANDARD.
001310     COPY GAMELOG.
001320 FD  PLYRRATE-FILE
001330     LABEL RECORD IS STANDARD.
001340     COPY PLYRRATE.
001350 FD  SURVFLAG-FILE
001360     LABEL RECORD IS STANDARD.
001370     COPY SURVFLAG.
001380 SD  SURVSRT-FILE.
001390 01  SURVSRT-RECORD.
001400     05  SQ-FLAG-NBR            PIC 9(05).
001410     05  SQ-STAMP-DATE          PIC 9(08).
001420     05  SQ-STAMP-TIME          PIC 9(08).
001430     05  SQ-PLAYER-A-ID         PIC X(10).
001440     05  SQ-PLAYER-B-ID         PIC X(10).
001450     05  SQ-GUESS-A             PIC 9.
001460     05  SQ-GUESS-B             PIC 9.
001470     05  SQ-RESULT              PIC X(15).
001480 FD  PRTFILE
001490     LABEL RECORD IS STANDARD.
001500     COPY PRTLINE.
001510 FD  RUNJRNL-FILE
001520     LABEL RECORD IS STANDARD.
001530     COPY RUNJRNL.
001540 FD  BUSDATE-FILE
001550     LABEL RECORD IS STANDARD.
001560     COPY BUSDATE.
001570 WORKING-STORAGE SECTION.
001580******************************************************************
001590* File status and end-of-file switches.
001600******************************************************************
001610 77  SV-SURVPARM-STATUS        PIC X(02) VALUE "00".
001620 77  SV-GAMEARCH-STATUS        PIC X(02) VALUE "00".
001630 77  SV-GAMELOG-STATUS         PIC X(02) VALUE "00".
001640 77  SV-PLYRRATE-STATUS        PIC X(02) VALUE "00".
001650 77  SV-SURVFLAG-STATUS        PIC X(02) VALUE "00".
001660 77  SV-PRTFILE-STATUS         PIC X(02) VALUE "00".
001670 77  SV-RUNJRNL-STATUS         PIC X(02) VALUE "00".
001680 77  SV-BUSDATE-STATUS         PIC X(02) VALUE "00".
001690 77  SV-GAMEARCH-EOF-SW        PIC X(01) VALUE "N".
001700     88  GAMEARCH-EOF                    VALUE "Y".
001710 77  SV-GAMELOG-EOF-SW         PIC X(01) VALUE "N".
001720     88  GAMELOG-EOF                     VALUE "Y".
001730 77  SV-RUNJRNL-EOF-SW         PIC X(01) VALUE "N".
001740     88  RUNJRNL-EOF                     VALUE "Y".
001750 77  SV-SORT-EOF-SW            PIC X(01) VALUE "N".
001760     88  SORT-EOF                        VALUE "Y".
001770 77  SV-BUSINESS-DATE          PIC 9(08) VALUE 0.
001780 77  SV-RUN-DATE               PIC 9(08) VALUE 0.
001790 77  SV-START-TIME             PIC 9(08) VALUE 0.
001800 77  SV-END-DATE               PIC 9(08) VALUE 0.
001810 77  SV-END-TIME               PIC 9(08) VALUE 0.
001820
001830******************************************************************
001840* Run control and the thresholds off the SURVPARM card.
001850******************************************************************
001860 77  SV-PARM-VALID-SW          PIC X(01) VALUE "N".
001870     88  PARM-VALID                      VALUE "Y".
001880 77  SV-GAMELOG-OPEN-SW        PIC X(01) VALUE "Y".
001890     88  GAMELOG-OPEN-OK                 VALUE "Y".
001900     88  GAMELOG-OPEN-FAILED             VALUE "N".
001910 77  SV-RATE-FILE-SW           PIC X(01) VALUE "N".
001920     88  RATE-FILE-OK                    VALUE "Y".
001930     88  RATE-FILE-FAILED                VALUE "F".
001940 77  SV-FROM-DATE              PIC 9(08) VALUE 0.
001950 77  SV-PAIR-MULT              PIC 9(02) VALUE 3.
001960 77  SV-MIN-MEET               PIC 9(03) VALUE 10.
001970 77  SV-LOPSIDED-PCT           PIC 9(03) VALUE 80.
001980 77  SV-CLOSE-GAP              PIC 9(04) VALUE 100.
001990 77  SV-DIP-POINTS             PIC 9(04) VALUE 50.
002000 77  SV-WINDOW-DAYS            PIC 9(02) VALUE 7.
002010 77  SV-RUN-LEN                PIC 9(02) VALUE 8.
002020
002030******************************************************************
002040* The round in hand - GAMEARCH and GAMELOG share one shape, so
002050* both passes move the record here and work off one copy.
002060******************************************************************
002070 01  SV-ROUND.
002080     05  SV-RD-PLAYER-A-ID     PIC X(10).
002090     05  SV-RD-PLAYER-B-ID     PIC X(10).
002100     05  SV-RD-GUESS-A         PIC 9.
002110     05  SV-RD-GUESS-B         PIC 9.
002120     05  SV-RD-RESULT          PIC X(15).
002130     05  SV-RD-STAMP.
002140         10  SV-RD-GAME-DATE   PIC 9(08).
002150         10  SV-RD-GAME-TIME   PIC 9(08).
002160     05  SV-RD-ROUND-SOURCE    PIC X(01).
002170     05  SV-RD-BACKOUT-FLAG    PIC X(01).
002180         88  SV-RD-BACKED-OUT            VALUE "X".
002190     05  FILLER                PIC X(08).
002200 77  SV-PREV-DATE              PIC 9(08) VALUE 0.
002210
002220******************************************************************
002230* Players seen in the history: the replayed rating, the rating
002240* at every seeding checkpoint, and the guess run in progress.
002250******************************************************************
002260 77  SV-NBR-PLAYERS            PIC 9(03) VALUE 0.
002270 77  SV-MAX-PLAYERS            PIC 9(03) VALUE 500.
002280 01  SV-PLAYER-TABLE.
002290     05  SV-P-ENTRY OCCURS 500 TIMES.
002300         10  SV-P-ID           PIC X(10).
002310         10  SV-P-RATING       PIC 9(04).
002320         10  SV-P-LAST-GUESS   PIC 9.
002330         10  SV-P-RUN-COUNT    PIC 9(05).
002340         10  SV-P-RUN-FROM     PIC X(16).
002350         10  SV-P-RUN-TO       PIC X(16).
002360         10  SV-P-SNAP OCCURS 60 TIMES PIC 9(04).
002370 77  SV-P                      PIC 9(03) COMP VALUE 0.
002380 77  SV-PA                     PIC 9(03) COMP VALUE 0.
002390 77  SV-PB                     PIC 9(03) COMP VALUE 0.
002400 77  SV-PX                     PIC 9(03) COMP VALUE 0.
002410 77  SV-FIND-ID                PIC X(10) VALUE SPACES.
002420 77  SV-FOUND-SUB              PIC 9(03) COMP VALUE 0.
002430 77  SV-GUESS                  PIC 9 VALUE 0.
002440 77  SV-PLAYERS-DROPPED        PIC 9(05) VALUE 0.
002450
002460******************************************************************
002470* Pairs met inside the lookback, IDs in ascending order so a
002480* pairing counts the same whichever side each player sat.
002490******************************************************************
002500 77  SV-NBR-PAIRS              PIC 9(04) VALUE 0.
002510 77  SV-MAX-PAIRS              PIC 9(04) VALUE 2000.
002520 01  SV-PAIR-TABLE.
002530     05  SV-Q-ENTRY OCCURS 2000 TIMES.
002540         10  SV-Q-ID-1         PIC X(10).
002550         10  SV-Q-ID-2         PIC X(10).
002560         10  SV-Q-MEETINGS     PIC 9(05).
002570         10  SV-Q-WINS-1       PIC 9(05).
002580         10  SV-Q-WINS-2       PIC 9(05).
002590         10  SV-Q-TIES         PIC 9(05).
002600         10  SV-Q-FIRST        PIC X(16).
002610         10  SV-Q-LAST         PIC X(16).
002620 77  SV-Q                      PIC 9(04) COMP VALUE 0.
002630 77  SV-PAIR-ID-1              PIC X(10) VALUE SPACES.
002640 77  SV-PAIR-ID-2              PIC X(10) VALUE SPACES.
002650 77  SV-PAIR-SWAP-SW           PIC X(01) VALUE "N".
002660     88  PAIR-SWAPPED                    VALUE "Y".
002670 77  SV-PAIR-FOUND-SW          PIC X(01) VALUE "N".
002680     88  PAIR-FOUND                      VALUE "Y".
002690 77  SV-PAIRS-DROPPED          PIC 9(05) VALUE 0.
002700 77  SV-PAIR-MEETINGS          PIC 9(09) VALUE 0.
002710 77  SV-AVG-MEETINGS           PIC 9(05)V99 VALUE 0.
002720 77  SV-PAIR-LIMIT             PIC 9(07)V99 VALUE 0.
002730 77  SV-DECIDED                PIC 9(05) VALUE 0.
002740 77  SV-TOP-WINS               PIC 9(05) VALUE 0.
002750 77  SV-WIN-PCT                PIC 9(03) VALUE 0.
002760 77  SV-RATING-1               PIC 9(04) VALUE 0.
002770 77  SV-RATING-2               PIC 9(04) VALUE 0.
002780 77  SV-PAIR-GAP               PIC 9(04) VALUE 0.
002790
002800******************************************************************
002810* PPTSEED runs off the run journal.  Each run has three rating
002820* checkpoints - the window start, the seeding date and the day
002830* after the window - taken before that day's first round.
002840******************************************************************
002850 77  SV-NBR-SEEDS              PIC 9(02) VALUE 0.
002860 77  SV-MAX-SEEDS              PIC 9(02) VALUE 20.
002870 01  SV-SEED-TABLE.
002880     05  SV-S-ENTRY OCCURS 20 TIMES.
002890         10  SV-S-DATE         PIC 9(08).
002900         10  SV-S-WINDOW-END   PIC 9(08).
002910 77  SV-S                      PIC 9(02) COMP VALUE 0.
002920 77  SV-SEEDS-DROPPED          PIC 9(05) VALUE 0.
002930 77  SV-SEED-FOUND-SW          PIC X(01) VALUE "N".
002940     88  SEED-ALREADY-HELD               VALUE "Y".
002950 77  SV-NBR-CHECKPOINTS        PIC 9(02) VALUE 0.
002960 01  SV-CHECKPOINT-TABLE.
002970     05  SV-C-ENTRY OCCURS 60 TIMES.
002980         10  SV-C-DATE         PIC 9(08).
002990         10  SV-C-TAKEN-SW     PIC X(01).
003000             88  SV-C-TAKEN              VALUE "Y".
003010 77  SV-C                      PIC 9(02) COMP VALUE 0.
003020 77  SV-C-BEFORE               PIC 9(02) COMP VALUE 0.
003030 77  SV-C-AT                   PIC 9(02) COMP VALUE 0.
003040 77  SV-C-AFTER                PIC 9(02) COMP VALUE 0.
003050 77  SV-DAY-NUMBER             PIC 9(08) VALUE 0.
003060
003070******************************************************************
003080* One round's rating exchange, the PPTRATE rules exactly: the
003090* stepped expectation table, K = 32, floor 0100, cap 9999.
003100******************************************************************
003110 77  SV-K-FACTOR               PIC 9(02) VALUE 32.
003120 77  SV-RATING-A               PIC 9(04) VALUE 0.
003130 77  SV-RATING-B               PIC 9(04) VALUE 0.
003140 77  SV-RATING-GAP             PIC S9(05) COMP VALUE 0.
003150 77  SV-GAP-ABS                PIC 9(04) VALUE 0.
003160 77  SV-EXPECTED-HIGH          PIC 9(03) VALUE 0.
003170 77  SV-EXPECTED-A             PIC 9(03) VALUE 0.
003180 77  SV-EXPECTED-B             PIC 9(03) VALUE 0.
003190 77  SV-SCORE-A                PIC 9(03) VALUE 0.
003200 77  SV-SCORE-B                PIC 9(03) VALUE 0.
003210 77  SV-DELTA-A                PIC S9(04) COMP VALUE 0.
003220 77  SV-DELTA-B                PIC S9(04) COMP VALUE 0.
003230 77  SV-NEW-RATING             PIC S9(05) COMP VALUE 0.
003240
003250******************************************************************
003260* Flags raised.  Each covers a player (and for a pair the
003270* other player) over a stamp range; the measures print with
003280* the flag.
003290******************************************************************
003300 77  SV-NBR-FLAGS              PIC 9(03) VALUE 0.
003310 77  SV-MAX-FLAGS              PIC 9(03) VALUE 300.
003320 01  SV-FLAG-TABLE.
003330     05  SV-F-ENTRY OCCURS 300 TIMES.
003340         10  SV-F-TYPE         PIC X(01).
003350         10  SV-F-PLAYER-ID    PIC X(10).
003360         10  SV-F-OTHER-ID     PIC X(10).
003370         10  SV-F-FROM.
003380             15  SV-F-FROM-DATE PIC 9(08).
003390             15  SV-F-FROM-TIME PIC 9(08).
003400         10  SV-F-TO.
003410             15  SV-F-TO-DATE  PIC 9(08).
003420             15  SV-F-TO-TIME  PIC 9(08).
003430         10  SV-F-MEASURE OCCURS 4 TIMES PIC 9(08).
003440 77  SV-F                      PIC 9(03) COMP VALUE 0.
003450 01  SV-NEW-FLAG.
003460     05  SV-NF-TYPE            PIC X(01).
003470     05  SV-NF-PLAYER-ID       PIC X(10).
003480     05  SV-NF-OTHER-ID        PIC X(10).
003490     05  SV-NF-FROM            PIC X(16).
003500     05  SV-NF-TO              PIC X(16).
003510     05  SV-NF-MEASURE OCCURS 4 TIMES PIC 9(08).
003520 77  SV-FLAGS-DROPPED          PIC 9(05) VALUE 0.
003530 77  SV-CURR-FLAG              PIC 9(05) VALUE 0.
003540
003550******************************************************************
003560* Control totals.
003570******************************************************************
003580 77  SV-ROUNDS-READ            PIC 9(09) VALUE 0.
003590 77  SV-ROUNDS-SKIPPED         PIC 9(09) VALUE 0.
003600 77  SV-ROUNDS-IN-WINDOW       PIC 9(09) VALUE 0.
003610 77  SV-STAMPS-WRITTEN         PIC 9(07) VALUE 0.
003620 77  SV-COUNT-P                PIC 9(05) VALUE 0.
003630 77  SV-COUNT-H                PIC 9(05) VALUE 0.
003640 77  SV-COUNT-S                PIC 9(05) VALUE 0.
003650 77  SV-COUNT-G                PIC 9(05) VALUE 0.
003660
003670******************************************************************
003680* Report page control and edited fields.
003690******************************************************************
003700 77  SV-PAGE-COUNT             PIC 9(04) VALUE 0.
003710 77  SV-LINE-COUNT             PIC 9(03) VALUE 0.
003720 77  SV-MAX-LINES              PIC 9(03) VALUE 55.
003730 77  SV-DASH-LINE              PIC X(70) VALUE ALL "-".
003740 77  SV-EDIT-PAGE              PIC ZZZ9.
003750 77  SV-EDIT-COUNT             PIC ZZZZZZZZ9.
003760 77  SV-EDIT-M1                PIC ZZZZ9.
003770 77  SV-EDIT-M2                PIC ZZZZ9.
003780 77  SV-EDIT-M3                PIC ZZZZ9.
003790 77  SV-EDIT-M4                PIC ZZZZ9.
003800 77  SV-FLAG-TYPE-TEXT         PIC X(24) VALUE SPACES.
003810 77  SV-EDIT-AVG               PIC ZZZZ9.99.
003820
003830 PROCEDURE DIVISION.
003840******************************************************************
003850* 0000-MAIN-PROCEDURE
003860* Pass one walks the whole history and raises the flags; the
003870* SORT is pass two, releasing every flag's supporting rounds
003880* and printing them grouped under their flag.
003890******************************************************************
003900 0000-MAIN-PROCEDURE.
003910     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003920     IF PARM-VALID AND GAMELOG-OPEN-OK AND NOT RATE-FILE-FAILED
003930         PERFORM 2000-SCAN-HISTORY THRU 2000-EXIT
003940         PERFORM 3000-RAISE-FLAGS THRU 3000-EXIT
003950         IF SV-NBR-FLAGS > 0
003960             SORT SURVSRT-FILE
003970                 ON ASCENDING KEY SQ-FLAG-NBR
003980                                  SQ-STAMP-DATE
003990                                  SQ-STAMP-TIME
004000                 WITH DUPLICATES IN ORDER
004010                 INPUT PROCEDURE IS 4000-RELEASE-STAMPS
004020                     THRU 4999-EXIT
004030                 OUTPUT PROCEDURE IS 5000-WRITE-FLAGS
004040                     THRU 5999-EXIT
004050         END-IF
004060         PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
004070         PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
004080     END-IF
004090     PERFORM 9999-TERMINATE THRU 9999-EXIT
004100     STOP RUN.
004110
004120******************************************************************
004130* 1000-INITIALIZE
004140******************************************************************
004150 1000-INITIALIZE.
004160     DISPLAY "PPTSURV - COLLUSION AND SANDBAGGING SURVEILLANCE"
004170     PERFORM 9700-READ-BUSINESS-DATE THRU 9700-EXIT
004180     ACCEPT SV-START-TIME FROM TIME
004190     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT
004200     IF NOT PARM-VALID
004210         GO TO 1000-EXIT
004220     END-IF
004230     OPEN INPUT GAMELOG-FILE
004240     IF SV-GAMELOG-STATUS NOT = "00"
004250         SET GAMELOG-OPEN-FAILED TO TRUE
004260         DISPLAY "PPTSURV - cannot open GAMELOG, status "
004270             SV-GAMELOG-STATUS " - run ends"
004280         GO TO 1000-EXIT
004290     END-IF
004300     CLOSE GAMELOG-FILE
004310     OPEN INPUT PLYRRATE-FILE
004320     EVALUATE TRUE
004330         WHEN SV-PLYRRATE-STATUS = "00"
004340             SET RATE-FILE-OK TO TRUE
004350         WHEN SV-PLYRRATE-STATUS = "35"
004360             DISPLAY "PPTSURV - no PLYRRATE on disk - pair "
004370                 "ratings taken from the replayed history"
004380         WHEN OTHER
004390             SET RATE-FILE-FAILED TO TRUE
004400             DISPLAY "PPTSURV - cannot open PLYRRATE, status "
004410                 SV-PLYRRATE-STATUS " - run ends"
004420             GO TO 1000-EXIT
004430     END-EVALUATE
004440     PERFORM 1300-LOAD-SEEDING-RUNS THRU 1300-EXIT
004450     OPEN OUTPUT SURVFLAG-FILE
004460     OPEN OUTPUT PRTFILE
004470     PERFORM 7100-PRINT-PAGE-HEADERS THRU 7100-EXIT.
004480 1000-EXIT.
004490     EXIT.
004500
004510******************************************************************
004520* 1100-READ-PARM-CARD
004530* No card runs on the defaults; each blank field keeps its
004540* default.
004550******************************************************************
004560 1100-READ-PARM-CARD.
004570     COMPUTE SV-FROM-DATE = FUNCTION DATE-OF-INTEGER
004580         (FUNCTION INTEGER-OF-DATE (SV-RUN-DATE) - 90)
004590     OPEN INPUT SURVPARM-FILE
004600     IF SV-SURVPARM-STATUS NOT = "00"
004610         SET PARM-VALID TO TRUE
004620         GO TO 1100-EXIT
004630     END-IF
004640     READ SURVPARM-FILE
004650         AT END
004660             SET PARM-VALID TO TRUE
004670             CLOSE SURVPARM-FILE
004680             GO TO 1100-EXIT
004690     END-READ
004700     CLOSE SURVPARM-FILE
004710     IF SV-PARM-FROM-DATE NOT = SPACES
004720         IF SV-PARM-FROM-DATE NOT NUMERIC
004730             DISPLAY "PPTSURV - SURVPARM from date not YYYYMMDD: "
004740                 SV-PARM-FROM-DATE
004750             GO TO 1100-EXIT
004760         END-IF
004770         MOVE SV-PARM-FROM-DATE TO SV-FROM-DATE
004780     END-IF
004790     IF SV-PARM-PAIR-MULT NOT = SPACES
004800         IF SV-PARM-PAIR-MULT NOT NUMERIC
004810             OR SV-PARM-PAIR-MULT = "00"
004820             DISPLAY "PPTSURV - SURVPARM pair multiple invalid: "
004830                 SV-PARM-PAIR-MULT
004840             GO TO 1100-EXIT
004850         END-IF
004860         MOVE SV-PARM-PAIR-MULT TO SV-PAIR-MULT
004870     END-IF
004880     IF SV-PARM-MIN-MEET NOT = SPACES
004890         IF SV-PARM-MIN-MEET NOT NUMERIC
004900             OR SV-PARM-MIN-MEET = "000"
004910             DISPLAY "PPTSURV - SURVPARM minimum meetings "
004920                 "invalid: " SV-PARM-MIN-MEET
004930             GO TO 1100-EXIT
004940         END-IF
004950         MOVE SV-PARM-MIN-MEET TO SV-MIN-MEET
004960     END-IF
004970     IF SV-PARM-LOPSIDED NOT = SPACES
004980         IF SV-PARM-LOPSIDED NOT NUMERIC
004990             OR SV-PARM-LOPSIDED < "051"
005000             OR SV-PARM-LOPSIDED > "100"
005010             DISPLAY "PPTSURV - SURVPARM lopsided percentage "
005020                 "not 051-100: " SV-PARM-LOPSIDED
005030             GO TO 1100-EXIT
005040         END-IF
005050         MOVE SV-PARM-LOPSIDED TO SV-LOPSIDED-PCT
005060     END-IF
005070     IF SV-PARM-CLOSE-GAP NOT = SPACES
005080         IF SV-PARM-CLOSE-GAP NOT NUMERIC
005090             DISPLAY "PPTSURV - SURVPARM close gap invalid: "
005100                 SV-PARM-CLOSE-GAP
005110             GO TO 1100-EXIT
005120         END-IF
005130         MOVE SV-PARM-CLOSE-GAP TO SV-CLOSE-GAP
005140     END-IF
005150     IF SV-PARM-DIP NOT = SPACES
005160         IF SV-PARM-DIP NOT NUMERIC OR SV-PARM-DIP = "0000"
005170             DISPLAY "PPTSURV - SURVPARM rating dip invalid: "
005180                 SV-PARM-DIP
005190             GO TO 1100-EXIT
005200         END-IF
005210         MOVE SV-PARM-DIP TO SV-DIP-POINTS
005220     END-IF
005230     IF SV-PARM-WINDOW NOT = SPACES
005240         IF SV-PARM-WINDOW NOT NUMERIC
005250             OR SV-PARM-WINDOW = "00"
005260             OR SV-PARM-WINDOW > "30"
005270             DISPLAY "PPTSURV - SURVPARM window days not 01-30: "
005280                 SV-PARM-WINDOW
005290             GO TO 1100-EXIT
005300         END-IF
005310         MOVE SV-PARM-WINDOW TO SV-WINDOW-DAYS
005320     END-IF
005330     IF SV-PARM-RUN-LEN NOT = SPACES
005340         IF SV-PARM-RUN-LEN NOT NUMERIC
005350             OR SV-PARM-RUN-LEN < "02"
005360             DISPLAY "PPTSURV - SURVPARM run length invalid: "
005370                 SV-PARM-RUN-LEN
005380             GO TO 1100-EXIT
005390         END-IF
005400         MOVE SV-PARM-RUN-LEN TO SV-RUN-LEN
005410     END-IF
005420     SET PARM-VALID TO TRUE.
005430 1100-EXIT.
005440     EXIT.
005450
005460******************************************************************
005470* 1300-LOAD-SEEDING-RUNS
005480* Every clean PPTSEED run on or after the from date, one per
005490* day, with its three rating checkpoints.  No journal means no
005500* seeding run is on record and the dip check has nothing to do.
005510******************************************************************
005520 1300-LOAD-SEEDING-RUNS.
005530     OPEN INPUT RUNJRNL-FILE
005540     IF SV-RUNJRNL-STATUS NOT = "00"
005550         DISPLAY "PPTSURV - no RUNJRNL to read - seeding dip "
005560             "check skipped"
005570         GO TO 1300-EXIT
005580     END-IF
005590     MOVE "N" TO SV-RUNJRNL-EOF-SW
005600     READ RUNJRNL-FILE
005610         AT END SET RUNJRNL-EOF TO TRUE
005620     END-READ
005630     PERFORM 1310-TAKE-ONE-JOURNAL-RECORD THRU 1310-EXIT
005640         UNTIL RUNJRNL-EOF
005650     CLOSE RUNJRNL-FILE.
005660 1300-EXIT.
005670     EXIT.
005680
005690 1310-TAKE-ONE-JOURNAL-RECORD.
005700     IF RJ-PROGRAM-ID NOT = "PPTSEED" OR RJ-RETURN-CODE NOT = 0
005710         OR RJ-START-DATE < SV-FROM-DATE
005720         GO TO 1310-READ-NEXT
005730     END-IF
005740     MOVE "N" TO SV-SEED-FOUND-SW
005750     PERFORM 1320-MATCH-ONE-SEED THRU 1320-EXIT
005760         VARYING SV-S FROM 1 BY 1
005770         UNTIL SV-S > SV-NBR-SEEDS OR SEED-ALREADY-HELD
005780     IF SEED-ALREADY-HELD
005790         GO TO 1310-READ-NEXT
005800     END-IF
005810     IF SV-NBR-SEEDS >= SV-MAX-SEEDS
005820         ADD 1 TO SV-SEEDS-DROPPED
005830         GO TO 1310-READ-NEXT
005840     END-IF
005850     ADD 1 TO SV-NBR-SEEDS
005860     MOVE RJ-START-DATE TO SV-S-DATE(SV-NBR-SEEDS)
005870     COMPUTE SV-DAY-NUMBER =
005880         FUNCTION INTEGER-OF-DATE (RJ-START-DATE)
005890     COMPUTE SV-S-WINDOW-END(SV-NBR-SEEDS) =
005900         FUNCTION DATE-OF-INTEGER (SV-DAY-NUMBER + SV-WINDOW-DAYS)
005910     ADD 1 TO SV-NBR-CHECKPOINTS
005920     COMPUTE SV-C-DATE(SV-NBR-CHECKPOINTS) =
005930         FUNCTION DATE-OF-INTEGER (SV-DAY-NUMBER - SV-WINDOW-DAYS)
005940     MOVE "N" TO SV-C-TAKEN-SW(SV-NBR-CHECKPOINTS)
005950     ADD 1 TO SV-NBR-CHECKPOINTS
005960     MOVE RJ-START-DATE TO SV-C-DATE(SV-NBR-CHECKPOINTS)
005970     MOVE "N" TO SV-C-TAKEN-SW(SV-NBR-CHECKPOINTS)
005980     ADD 1 TO SV-NBR-CHECKPOINTS
005990     COMPUTE SV-C-DATE(SV-NBR-CHECKPOINTS) =
006000         FUNCTION DATE-OF-INTEGER
006010             (SV-DAY-NUMBER + SV-WINDOW-DAYS + 1)
006020     MOVE "N" TO SV-C-TAKEN-SW(SV-NBR-CHECKPOINTS).
006030 1310-READ-NEXT.
006040     READ RUNJRNL-FILE
006050         AT END SET RUNJRNL-EOF TO TRUE
006060     END-READ.
006070 1310-EXIT.
006080     EXIT.
006090
006100 1320-MATCH-ONE-SEED.
006110     IF SV-S-DATE(SV-S) = RJ-START-DATE
006120         SET SEED-ALREADY-HELD TO TRUE
006130     END-IF.
006140 1320-EXIT.
006150     EXIT.
006160
006170******************************************************************
006180* 2000-SCAN-HISTORY
006190* The archive generations oldest first, then the live log.
006200* Ratings are replayed over the whole history so they stand
006210* where PPTRATE had them; the pair and guess checks count the
006220* lookback only.
006230******************************************************************
006240 2000-SCAN-HISTORY.
006250     OPEN INPUT GAMEARCH-FILE
006260     IF SV-GAMEARCH-STATUS = "00"
006270         MOVE "N" TO SV-GAMEARCH-EOF-SW
006280         READ GAMEARCH-FILE
006290             AT END SET GAMEARCH-EOF TO TRUE
006300         END-READ
006310         PERFORM 2100-SCAN-ONE-ARCH-ROUND THRU 2100-EXIT
006320             UNTIL GAMEARCH-EOF
006330         CLOSE GAMEARCH-FILE
006340     ELSE
006350         IF SV-GAMEARCH-STATUS NOT = "35"
006360             DISPLAY "PPTSURV - cannot open GAMEARCH, status "
006370                 SV-GAMEARCH-STATUS " - archives skipped"
006380         END-IF
006390     END-IF
006400     OPEN INPUT GAMELOG-FILE
006410     MOVE "N" TO SV-GAMELOG-EOF-SW
006420     READ GAMELOG-FILE
006430         AT END SET GAMELOG-EOF TO TRUE
006440     END-READ
006450     PERFORM 2200-SCAN-ONE-LOG-ROUND THRU 2200-EXIT
006460         UNTIL GAMELOG-EOF
006470     CLOSE GAMELOG-FILE
006480     PERFORM 2800-END-ONE-PLAYER-RUN THRU 2800-EXIT
006490         VARYING SV-PX FROM 1 BY 1
006500         UNTIL SV-PX > SV-NBR-PLAYERS
006510     MOVE 99999999 TO SV-RD-GAME-DATE
006520     PERFORM 2510-TAKE-ONE-CHECKPOINT THRU 2510-EXIT
006530         VARYING SV-C FROM 1 BY 1
006540         UNTIL SV-C > SV-NBR-CHECKPOINTS.
006550 2000-EXIT.
006560     EXIT.
006570
006580 2100-SCAN-ONE-ARCH-ROUND.
006590     MOVE GAMEARCH-RECORD TO SV-ROUND
006600     PERFORM 2500-SCAN-ONE-ROUND THRU 2500-EXIT
006610     READ GAMEARCH-FILE
006620         AT END SET GAMEARCH-EOF TO TRUE
006630     END-READ.
006640 2100-EXIT.
006650     EXIT.
006660
006670 2200-SCAN-ONE-LOG-ROUND.
006680     MOVE GAMELOG-RECORD TO SV-ROUND
006690     PERFORM 2500-SCAN-ONE-ROUND THRU 2500-EXIT
006700     READ GAMELOG-FILE
006710         AT END SET GAMELOG-EOF TO TRUE
006720     END-READ.
006730 2200-EXIT.
006740     EXIT.
006750
006760******************************************************************
006770* 2500-SCAN-ONE-ROUND
006780* Shared by the archive and live passes.  Checkpoints fall due
006790* before the first round of their day is rated.  Rounds against
006792* the interactive opponent "CPU" are rated like any other (the
006794* replay must match PPTRATE) but never make a pair, and the CPU
006796* side's guesses are not tracked - a member who plays the
006798* machine often is not meeting anyone.
006800******************************************************************
006810 2500-SCAN-ONE-ROUND.
006820     ADD 1 TO SV-ROUNDS-READ
006830     IF SV-RD-BACKED-OUT OR SV-RD-RESULT = "Jugada invalida"
006840         ADD 1 TO SV-ROUNDS-SKIPPED
006850         GO TO 2500-EXIT
006860     END-IF
006870     IF SV-RD-GAME-DATE > SV-PREV-DATE
006880         PERFORM 2510-TAKE-ONE-CHECKPOINT THRU 2510-EXIT
006890             VARYING SV-C FROM 1 BY 1
006900             UNTIL SV-C > SV-NBR-CHECKPOINTS
006910         MOVE SV-RD-GAME-DATE TO SV-PREV-DATE
006920     END-IF
006930     MOVE SV-RD-PLAYER-A-ID TO SV-FIND-ID
006940     PERFORM 2600-FIND-PLAYER THRU 2600-EXIT
006950     MOVE SV-FOUND-SUB TO SV-PA
006960     MOVE SV-RD-PLAYER-B-ID TO SV-FIND-ID
006970     PERFORM 2600-FIND-PLAYER THRU 2600-EXIT
006980     MOVE SV-FOUND-SUB TO SV-PB
006990     PERFORM 2700-RATE-ROUND THRU 2700-EXIT
007000     IF SV-RD-GAME-DATE < SV-FROM-DATE
007010         GO TO 2500-EXIT
007020     END-IF
007030     ADD 1 TO SV-ROUNDS-IN-WINDOW
007040     IF SV-RD-PLAYER-A-ID NOT = "CPU"
007042         AND SV-RD-PLAYER-B-ID NOT = "CPU"
007044         PERFORM 2550-COUNT-PAIR THRU 2550-EXIT
007046     END-IF
007050     IF SV-PA > 0 AND SV-RD-PLAYER-A-ID NOT = "CPU"
007060         MOVE SV-PA TO SV-PX
007070         MOVE SV-RD-GUESS-A TO SV-GUESS
007080         PERFORM 2560-TRACK-GUESS-RUN THRU 2560-EXIT
007090     END-IF
007100     IF SV-PB > 0 AND SV-RD-PLAYER-B-ID NOT = "CPU"
007110         MOVE SV-PB TO SV-PX
007120         MOVE SV-RD-GUESS-B TO SV-GUESS
007130         PERFORM 2560-TRACK-GUESS-RUN THRU 2560-EXIT
007140     END-IF.
007150 2500-EXIT.
007160     EXIT.
007170
007180 2510-TAKE-ONE-CHECKPOINT.
007190     IF SV-C-TAKEN(SV-C) OR SV-C-DATE(SV-C) > SV-RD-GAME-DATE
007200         GO TO 2510-EXIT
007210     END-IF
007220     PERFORM 2511-SNAP-ONE-PLAYER THRU 2511-EXIT
007230         VARYING SV-P FROM 1 BY 1
007240         UNTIL SV-P > SV-NBR-PLAYERS
007250     MOVE "Y" TO SV-C-TAKEN-SW(SV-C).
007260 2510-EXIT.
007270     EXIT.
007280
007290 2511-SNAP-ONE-PLAYER.
007300     MOVE SV-P-RATING(SV-P) TO SV-P-SNAP(SV-P, SV-C).
007310 2511-EXIT.
007320     EXIT.
007330
007340******************************************************************
007350* 2550-COUNT-PAIR
007360******************************************************************
007370 2550-COUNT-PAIR.
007380     IF SV-RD-PLAYER-A-ID < SV-RD-PLAYER-B-ID
007390         MOVE SV-RD-PLAYER-A-ID TO SV-PAIR-ID-1
007400         MOVE SV-RD-PLAYER-B-ID TO SV-PAIR-ID-2
007410         MOVE "N" TO SV-PAIR-SWAP-SW
007420     ELSE
007430         MOVE SV-RD-PLAYER-B-ID TO SV-PAIR-ID-1
007440         MOVE SV-RD-PLAYER-A-ID TO SV-PAIR-ID-2
007450         SET PAIR-SWAPPED TO TRUE
007460     END-IF
007470     MOVE "N" TO SV-PAIR-FOUND-SW
007480     PERFORM 2551-MATCH-ONE-PAIR THRU 2551-EXIT
007490         VARYING SV-Q FROM 1 BY 1
007500         UNTIL SV-Q > SV-NBR-PAIRS OR PAIR-FOUND
007510     IF PAIR-FOUND
007520         SUBTRACT 1 FROM SV-Q
007530     ELSE
007540         IF SV-NBR-PAIRS >= SV-MAX-PAIRS
007550             ADD 1 TO SV-PAIRS-DROPPED
007560             GO TO 2550-EXIT
007570         END-IF
007580         ADD 1 TO SV-NBR-PAIRS
007590         MOVE SV-NBR-PAIRS TO SV-Q
007600         MOVE SV-PAIR-ID-1 TO SV-Q-ID-1(SV-Q)
007610         MOVE SV-PAIR-ID-2 TO SV-Q-ID-2(SV-Q)
007620         MOVE 0 TO SV-Q-MEETINGS(SV-Q)
007630         MOVE 0 TO SV-Q-WINS-1(SV-Q)
007640         MOVE 0 TO SV-Q-WINS-2(SV-Q)
007650         MOVE 0 TO SV-Q-TIES(SV-Q)
007660         MOVE SV-RD-STAMP TO SV-Q-FIRST(SV-Q)
007670     END-IF
007680     ADD 1 TO SV-Q-MEETINGS(SV-Q)
007690     ADD 1 TO SV-PAIR-MEETINGS
007700     MOVE SV-RD-STAMP TO SV-Q-LAST(SV-Q)
007710     EVALUATE TRUE
007720         WHEN SV-RD-RESULT = "Jugador A gana" AND NOT PAIR-SWAPPED
007730             ADD 1 TO SV-Q-WINS-1(SV-Q)
007740         WHEN SV-RD-RESULT = "Jugador A gana"
007750             ADD 1 TO SV-Q-WINS-2(SV-Q)
007760         WHEN SV-RD-RESULT = "Jugador B gana" AND NOT PAIR-SWAPPED
007770             ADD 1 TO SV-Q-WINS-2(SV-Q)
007780         WHEN SV-RD-RESULT = "Jugador B gana"
007790             ADD 1 TO SV-Q-WINS-1(SV-Q)
007800         WHEN OTHER
007810             ADD 1 TO SV-Q-TIES(SV-Q)
007820     END-EVALUATE.
007830 2550-EXIT.
007840     EXIT.
007850
007860 2551-MATCH-ONE-PAIR.
007870     IF SV-Q-ID-1(SV-Q) = SV-PAIR-ID-1
007880         AND SV-Q-ID-2(SV-Q) = SV-PAIR-ID-2
007890         SET PAIR-FOUND TO TRUE
007900     END-IF.
007910 2551-EXIT.
007920     EXIT.
007930
007940******************************************************************
007950* 2560-TRACK-GUESS-RUN / 2800-END-ONE-PLAYER-RUN
007960* A change of guess ends the player's run; a run as long as
007970* the card's run length is flagged with its first and last
007980* round stamps.
007990******************************************************************
008000 2560-TRACK-GUESS-RUN.
008010     IF SV-P-RUN-COUNT(SV-PX) > 0
008020         AND SV-P-LAST-GUESS(SV-PX) = SV-GUESS
008030         ADD 1 TO SV-P-RUN-COUNT(SV-PX)
008040         MOVE SV-RD-STAMP TO SV-P-RUN-TO(SV-PX)
008050         GO TO 2560-EXIT
008060     END-IF
008070     PERFORM 2800-END-ONE-PLAYER-RUN THRU 2800-EXIT
008080     MOVE SV-GUESS TO SV-P-LAST-GUESS(SV-PX)
008090     MOVE 1 TO SV-P-RUN-COUNT(SV-PX)
008100     MOVE SV-RD-STAMP TO SV-P-RUN-FROM(SV-PX)
008110     MOVE SV-RD-STAMP TO SV-P-RUN-TO(SV-PX).
008120 2560-EXIT.
008130     EXIT.
008140
008150 2800-END-ONE-PLAYER-RUN.
008160     IF SV-P-RUN-COUNT(SV-PX) >= SV-RUN-LEN
008170         MOVE "G" TO SV-NF-TYPE
008180         MOVE SV-P-ID(SV-PX) TO SV-NF-PLAYER-ID
008190         MOVE SPACES TO SV-NF-OTHER-ID
008200         MOVE SV-P-RUN-FROM(SV-PX) TO SV-NF-FROM
008210         MOVE SV-P-RUN-TO(SV-PX) TO SV-NF-TO
008220         MOVE SV-P-RUN-COUNT(SV-PX) TO SV-NF-MEASURE(1)
008230         MOVE SV-P-LAST-GUESS(SV-PX) TO SV-NF-MEASURE(2)
008240         MOVE 0 TO SV-NF-MEASURE(3)
008250         MOVE 0 TO SV-NF-MEASURE(4)
008260         PERFORM 3900-ADD-FLAG THRU 3900-EXIT
008270         ADD 1 TO SV-COUNT-G
008280     END-IF
008290     MOVE 0 TO SV-P-RUN-COUNT(SV-PX).
008300 2800-EXIT.
008310     EXIT.
008320
008330******************************************************************
008340* 2600-FIND-PLAYER
008350* Subscript of SV-FIND-ID in the player table, adding the
008360* player at the 1500 start rating on first sight.  Zero when
008370* the table is full - that player is then rated at 1500 and
008380* left out of the player checks.
008390******************************************************************
008400 2600-FIND-PLAYER.
008410     MOVE 0 TO SV-FOUND-SUB
008420     PERFORM 2610-MATCH-ONE-PLAYER THRU 2610-EXIT
008430         VARYING SV-P FROM 1 BY 1
008440         UNTIL SV-P > SV-NBR-PLAYERS OR SV-FOUND-SUB > 0
008450     IF SV-FOUND-SUB > 0
008460         GO TO 2600-EXIT
008470     END-IF
008480     IF SV-NBR-PLAYERS >= SV-MAX-PLAYERS
008490         ADD 1 TO SV-PLAYERS-DROPPED
008500         GO TO 2600-EXIT
008510     END-IF
008520     ADD 1 TO SV-NBR-PLAYERS
008530     MOVE SV-NBR-PLAYERS TO SV-FOUND-SUB
008540     MOVE SV-FIND-ID TO SV-P-ID(SV-FOUND-SUB)
008550     MOVE 1500 TO SV-P-RATING(SV-FOUND-SUB)
008560     MOVE 0 TO SV-P-LAST-GUESS(SV-FOUND-SUB)
008570     MOVE 0 TO SV-P-RUN-COUNT(SV-FOUND-SUB)
008580     PERFORM 2620-START-ONE-SNAP THRU 2620-EXIT
008590         VARYING SV-C FROM 1 BY 1
008600         UNTIL SV-C > 60.
008610 2600-EXIT.
008620     EXIT.
008630
008640 2610-MATCH-ONE-PLAYER.
008650     IF SV-P-ID(SV-P) = SV-FIND-ID
008660         MOVE SV-P TO SV-FOUND-SUB
008670     END-IF.
008680 2610-EXIT.
008690     EXIT.
008700
008710 2620-START-ONE-SNAP.
008720     MOVE 1500 TO SV-P-SNAP(SV-FOUND-SUB, SV-C).
008730 2620-EXIT.
008740     EXIT.
008750
008760******************************************************************
008770* 2700-RATE-ROUND
008780* The PPTRATE exchange, applied to the replayed ratings.
008790******************************************************************
008800 2700-RATE-ROUND.
008810     EVALUATE TRUE
008820         WHEN SV-RD-RESULT = "Jugador A gana"
008830             MOVE 100 TO SV-SCORE-A
008840             MOVE 0 TO SV-SCORE-B
008850         WHEN SV-RD-RESULT = "Jugador B gana"
008860             MOVE 0 TO SV-SCORE-A
008870             MOVE 100 TO SV-SCORE-B
008880         WHEN OTHER
008890             MOVE 50 TO SV-SCORE-A
008900             MOVE 50 TO SV-SCORE-B
008910     END-EVALUATE
008920     MOVE 1500 TO SV-RATING-A
008930     MOVE 1500 TO SV-RATING-B
008940     IF SV-PA > 0
008950         MOVE SV-P-RATING(SV-PA) TO SV-RATING-A
008960     END-IF
008970     IF SV-PB > 0
008980         MOVE SV-P-RATING(SV-PB) TO SV-RATING-B
008990     END-IF
009000     COMPUTE SV-RATING-GAP = SV-RATING-A - SV-RATING-B
009010     IF SV-RATING-GAP < 0
009020         COMPUTE SV-GAP-ABS = 0 - SV-RATING-GAP
009030     ELSE
009040         MOVE SV-RATING-GAP TO SV-GAP-ABS
009050     END-IF
009060     EVALUATE TRUE
009070         WHEN SV-GAP-ABS < 25
009080             MOVE 50 TO SV-EXPECTED-HIGH
009090         WHEN SV-GAP-ABS < 50
009100             MOVE 53 TO SV-EXPECTED-HIGH
009110         WHEN SV-GAP-ABS < 100
009120             MOVE 57 TO SV-EXPECTED-HIGH
009130         WHEN SV-GAP-ABS < 150
009140             MOVE 64 TO SV-EXPECTED-HIGH
009150         WHEN SV-GAP-ABS < 200
009160             MOVE 70 TO SV-EXPECTED-HIGH
009170         WHEN SV-GAP-ABS < 250
009180             MOVE 76 TO SV-EXPECTED-HIGH
009190         WHEN SV-GAP-ABS < 300
009200             MOVE 81 TO SV-EXPECTED-HIGH
009210         WHEN SV-GAP-ABS < 350
009220             MOVE 85 TO SV-EXPECTED-HIGH
009230         WHEN SV-GAP-ABS < 400
009240             MOVE 89 TO SV-EXPECTED-HIGH
009250         WHEN OTHER
009260             MOVE 92 TO SV-EXPECTED-HIGH
009270     END-EVALUATE
009280     IF SV-RATING-GAP < 0
009290         COMPUTE SV-EXPECTED-A = 100 - SV-EXPECTED-HIGH
009300     ELSE
009310         MOVE SV-EXPECTED-HIGH TO SV-EXPECTED-A
009320     END-IF
009330     COMPUTE SV-EXPECTED-B = 100 - SV-EXPECTED-A
009340     COMPUTE SV-DELTA-A ROUNDED =
009350         (SV-K-FACTOR * (SV-SCORE-A - SV-EXPECTED-A)) / 100
009360     COMPUTE SV-DELTA-B ROUNDED =
009370         (SV-K-FACTOR * (SV-SCORE-B - SV-EXPECTED-B)) / 100
009380     IF SV-PA > 0
009390         COMPUTE SV-NEW-RATING = SV-RATING-A + SV-DELTA-A
009400         PERFORM 2710-BOUND-NEW-RATING THRU 2710-EXIT
009410         MOVE SV-NEW-RATING TO SV-P-RATING(SV-PA)
009420     END-IF
009430     IF SV-PB > 0
009440         COMPUTE SV-NEW-RATING = SV-RATING-B + SV-DELTA-B
009450         PERFORM 2710-BOUND-NEW-RATING THRU 2710-EXIT
009460         MOVE SV-NEW-RATING TO SV-P-RATING(SV-PB)
009470     END-IF.
009480 2700-EXIT.
009490     EXIT.
009500
009510 2710-BOUND-NEW-RATING.
009520     IF SV-NEW-RATING < 100
009530         MOVE 100 TO SV-NEW-RATING
009540     END-IF
009550     IF SV-NEW-RATING > 9999
009560         MOVE 9999 TO SV-NEW-RATING
009570     END-IF.
009580 2710-EXIT.
009590     EXIT.
009600
009610******************************************************************
009620* 3000-RAISE-FLAGS
009630* The pair checks against the population average, then the
009640* rating dips around each seeding run.
009650******************************************************************
009660 3000-RAISE-FLAGS.
009670     IF SV-NBR-PAIRS > 0
009680         COMPUTE SV-AVG-MEETINGS ROUNDED =
009690             SV-PAIR-MEETINGS / SV-NBR-PAIRS
009700     END-IF
009710     COMPUTE SV-PAIR-LIMIT = SV-AVG-MEETINGS * SV-PAIR-MULT
009720     PERFORM 3100-CHECK-ONE-PAIR THRU 3100-EXIT
009730         VARYING SV-Q FROM 1 BY 1
009740         UNTIL SV-Q > SV-NBR-PAIRS
009750     PERFORM 3200-CHECK-ONE-SEEDING THRU 3200-EXIT
009760         VARYING SV-S FROM 1 BY 1
009770         UNTIL SV-S > SV-NBR-SEEDS.
009780 3000-EXIT.
009790     EXIT.
009800
009810******************************************************************
009820* 3100-CHECK-ONE-PAIR
009830* Frequency: meetings at the minimum and at the multiple of
009840* the average.  Lopsided: decided rounds at the minimum, one
009850* side at the percentage, ratings within the close gap - the
009860* player named is the losing side, the one whose play is in
009870* question.
009880******************************************************************
009890 3100-CHECK-ONE-PAIR.
009900     IF SV-Q-MEETINGS(SV-Q) >= SV-MIN-MEET
009910         AND SV-Q-MEETINGS(SV-Q) >= SV-PAIR-LIMIT
009920         MOVE "P" TO SV-NF-TYPE
009930         MOVE SV-Q-ID-1(SV-Q) TO SV-NF-PLAYER-ID
009940         MOVE SV-Q-ID-2(SV-Q) TO SV-NF-OTHER-ID
009950         MOVE SV-Q-FIRST(SV-Q) TO SV-NF-FROM
009960         MOVE SV-Q-LAST(SV-Q) TO SV-NF-TO
009970         MOVE SV-Q-MEETINGS(SV-Q) TO SV-NF-MEASURE(1)
009980         COMPUTE SV-NF-MEASURE(2) = SV-AVG-MEETINGS * 100
009990         MOVE 0 TO SV-NF-MEASURE(3)
010000         MOVE 0 TO SV-NF-MEASURE(4)
010010         PERFORM 3900-ADD-FLAG THRU 3900-EXIT
010020         ADD 1 TO SV-COUNT-P
010030     END-IF
010040     COMPUTE SV-DECIDED = SV-Q-WINS-1(SV-Q) + SV-Q-WINS-2(SV-Q)
010050     IF SV-DECIDED < SV-MIN-MEET OR SV-DECIDED = 0
010060         GO TO 3100-EXIT
010070     END-IF
010080     IF SV-Q-WINS-1(SV-Q) > SV-Q-WINS-2(SV-Q)
010090         MOVE SV-Q-WINS-1(SV-Q) TO SV-TOP-WINS
010100     ELSE
010110         MOVE SV-Q-WINS-2(SV-Q) TO SV-TOP-WINS
010120     END-IF
010130     COMPUTE SV-WIN-PCT = (SV-TOP-WINS * 100) / SV-DECIDED
010140     IF SV-WIN-PCT < SV-LOPSIDED-PCT
010150         GO TO 3100-EXIT
010160     END-IF
010170     MOVE SV-Q-ID-1(SV-Q) TO SV-FIND-ID
010180     PERFORM 3150-CURRENT-RATING THRU 3150-EXIT
010190     MOVE SV-RATING-A TO SV-RATING-1
010200     MOVE SV-Q-ID-2(SV-Q) TO SV-FIND-ID
010210     PERFORM 3150-CURRENT-RATING THRU 3150-EXIT
010220     MOVE SV-RATING-A TO SV-RATING-2
010230     IF SV-RATING-1 > SV-RATING-2
010240         COMPUTE SV-PAIR-GAP = SV-RATING-1 - SV-RATING-2
010250     ELSE
010260         COMPUTE SV-PAIR-GAP = SV-RATING-2 - SV-RATING-1
010270     END-IF
010280     IF SV-PAIR-GAP > SV-CLOSE-GAP
010290         GO TO 3100-EXIT
010300     END-IF
010310     MOVE "H" TO SV-NF-TYPE
010320     IF SV-Q-WINS-1(SV-Q) > SV-Q-WINS-2(SV-Q)
010330         MOVE SV-Q-ID-2(SV-Q) TO SV-NF-PLAYER-ID
010340         MOVE SV-Q-ID-1(SV-Q) TO SV-NF-OTHER-ID
010350     ELSE
010360         MOVE SV-Q-ID-1(SV-Q) TO SV-NF-PLAYER-ID
010370         MOVE SV-Q-ID-2(SV-Q) TO SV-NF-OTHER-ID
010380     END-IF
010390     MOVE SV-Q-FIRST(SV-Q) TO SV-NF-FROM
010400     MOVE SV-Q-LAST(SV-Q) TO SV-NF-TO
010410     MOVE SV-TOP-WINS TO SV-NF-MEASURE(1)
010420     MOVE SV-DECIDED TO SV-NF-MEASURE(2)
010430     MOVE SV-Q-TIES(SV-Q) TO SV-NF-MEASURE(3)
010440     MOVE SV-PAIR-GAP TO SV-NF-MEASURE(4)
010450     PERFORM 3900-ADD-FLAG THRU 3900-EXIT
010460     ADD 1 TO SV-COUNT-H.
010470 3100-EXIT.
010480     EXIT.
010490
010500******************************************************************
010510* 3150-CURRENT-RATING
010520* SV-FIND-ID's rating into SV-RATING-A: PLYRRATE when it is on
010530* disk (1500 for a player it has never rated), otherwise the
010540* replayed rating.
010550******************************************************************
010560 3150-CURRENT-RATING.
010570     MOVE 1500 TO SV-RATING-A
010580     IF RATE-FILE-OK
010590         MOVE SV-FIND-ID TO PR-PLAYER-ID
010600         READ PLYRRATE-FILE
010610             INVALID KEY
010620                 CONTINUE
010630             NOT INVALID KEY
010640                 MOVE PR-RATING TO SV-RATING-A
010650         END-READ
010660         GO TO 3150-EXIT
010670     END-IF
010680     MOVE 0 TO SV-FOUND-SUB
010690     PERFORM 2610-MATCH-ONE-PLAYER THRU 2610-EXIT
010700         VARYING SV-P FROM 1 BY 1
010710         UNTIL SV-P > SV-NBR-PLAYERS OR SV-FOUND-SUB > 0
010720     IF SV-FOUND-SUB > 0
010730         MOVE SV-P-RATING(SV-FOUND-SUB) TO SV-RATING-A
010740     END-IF.
010750 3150-EXIT.
010760     EXIT.
010770
010780******************************************************************
010790* 3200-CHECK-ONE-SEEDING
010800* Window start, seeding date and the day after the window are
010810* this run's checkpoints 3s-2, 3s-1 and 3s.
010820******************************************************************
010830 3200-CHECK-ONE-SEEDING.
010840     COMPUTE SV-C-AFTER = SV-S * 3
010850     COMPUTE SV-C-AT = SV-C-AFTER - 1
010860     COMPUTE SV-C-BEFORE = SV-C-AFTER - 2
010870     PERFORM 3210-CHECK-ONE-PLAYER-DIP THRU 3210-EXIT
010880         VARYING SV-P FROM 1 BY 1
010890         UNTIL SV-P > SV-NBR-PLAYERS.
010900 3200-EXIT.
010910     EXIT.
010920
010930 3210-CHECK-ONE-PLAYER-DIP.
010940     IF SV-P-SNAP(SV-P, SV-C-BEFORE) <
010950         SV-P-SNAP(SV-P, SV-C-AT) + SV-DIP-POINTS
010960         GO TO 3210-EXIT
010970     END-IF
010980     IF SV-P-SNAP(SV-P, SV-C-AFTER) <
010990         SV-P-SNAP(SV-P, SV-C-AT) + SV-DIP-POINTS
011000         GO TO 3210-EXIT
011010     END-IF
011020     MOVE "S" TO SV-NF-TYPE
011030     MOVE SV-P-ID(SV-P) TO SV-NF-PLAYER-ID
011040     MOVE SPACES TO SV-NF-OTHER-ID
011050     MOVE SV-C-DATE(SV-C-BEFORE) TO SV-NF-FROM(1:8)
011060     MOVE ZEROS TO SV-NF-FROM(9:8)
011070     MOVE SV-S-WINDOW-END(SV-S) TO SV-NF-TO(1:8)
011080     MOVE ALL "9" TO SV-NF-TO(9:8)
011090     MOVE SV-P-SNAP(SV-P, SV-C-BEFORE) TO SV-NF-MEASURE(1)
011100     MOVE SV-P-SNAP(SV-P, SV-C-AT) TO SV-NF-MEASURE(2)
011110     MOVE SV-P-SNAP(SV-P, SV-C-AFTER) TO SV-NF-MEASURE(3)
011120     MOVE SV-S-DATE(SV-S) TO SV-NF-MEASURE(4)
011130     PERFORM 3900-ADD-FLAG THRU 3900-EXIT
011140     ADD 1 TO SV-COUNT-S.
011150 3210-EXIT.
011160     EXIT.
011170
011180 3900-ADD-FLAG.
011190     IF SV-NBR-FLAGS >= SV-MAX-FLAGS
011200         ADD 1 TO SV-FLAGS-DROPPED
011210         GO TO 3900-EXIT
011220     END-IF
011230     ADD 1 TO SV-NBR-FLAGS
011240     MOVE SV-NF-TYPE TO SV-F-TYPE(SV-NBR-FLAGS)
011250     MOVE SV-NF-PLAYER-ID TO SV-F-PLAYER-ID(SV-NBR-FLAGS)
011260     MOVE SV-NF-OTHER-ID TO SV-F-OTHER-ID(SV-NBR-FLAGS)
011270     MOVE SV-NF-FROM TO SV-F-FROM(SV-NBR-FLAGS)
011280     MOVE SV-NF-TO TO SV-F-TO(SV-NBR-FLAGS)
011290     MOVE SV-NF-MEASURE(1) TO SV-F-MEASURE(SV-NBR-FLAGS, 1)
011300     MOVE SV-NF-MEASURE(2) TO SV-F-MEASURE(SV-NBR-FLAGS, 2)
011310     MOVE SV-NF-MEASURE(3) TO SV-F-MEASURE(SV-NBR-FLAGS, 3)
011320     MOVE SV-NF-MEASURE(4) TO SV-F-MEASURE(SV-NBR-FLAGS, 4).
011330 3900-EXIT.
011340     EXIT.
011350
011360******************************************************************
011370* 4000-RELEASE-STAMPS (SORT INPUT PROCEDURE)
011380* Second pass over the archives and the live log, releasing
011390* each lookback round once for every flag it supports.
011400******************************************************************
011410 4000-RELEASE-STAMPS.
011420     OPEN INPUT GAMEARCH-FILE
011430     IF SV-GAMEARCH-STATUS = "00"
011440         MOVE "N" TO SV-GAMEARCH-EOF-SW
011450         READ GAMEARCH-FILE
011460             AT END SET GAMEARCH-EOF TO TRUE
011470         END-READ
011480         PERFORM 4100-RELEASE-ONE-ARCH-ROUND THRU 4100-EXIT
011490             UNTIL GAMEARCH-EOF
011500         CLOSE GAMEARCH-FILE
011510     END-IF
011520     OPEN INPUT GAMELOG-FILE
011530     MOVE "N" TO SV-GAMELOG-EOF-SW
011540     READ GAMELOG-FILE
011550         AT END SET GAMELOG-EOF TO TRUE
011560     END-READ
011570     PERFORM 4200-RELEASE-ONE-LOG-ROUND THRU 4200-EXIT
011580         UNTIL GAMELOG-EOF
011590     CLOSE GAMELOG-FILE.
011600 4999-EXIT.
011610     EXIT.
011620
011630 4100-RELEASE-ONE-ARCH-ROUND.
011640     MOVE GAMEARCH-RECORD TO SV-ROUND
011650     PERFORM 4500-RELEASE-ONE-ROUND THRU 4500-EXIT
011660     READ GAMEARCH-FILE
011670         AT END SET GAMEARCH-EOF TO TRUE
011680     END-READ.
011690 4100-EXIT.
011700     EXIT.
011710
011720 4200-RELEASE-ONE-LOG-ROUND.
011730     MOVE GAMELOG-RECORD TO SV-ROUND
011740     PERFORM 4500-RELEASE-ONE-ROUND THRU 4500-EXIT
011750     READ GAMELOG-FILE
011760         AT END SET GAMELOG-EOF TO TRUE
011770     END-READ.
011780 4200-EXIT.
011790     EXIT.
011800
011810 4500-RELEASE-ONE-ROUND.
011820     IF SV-RD-BACKED-OUT OR SV-RD-RESULT = "Jugada invalida"
011830         GO TO 4500-EXIT
011840     END-IF
011850     PERFORM 4510-MATCH-ONE-FLAG THRU 4510-EXIT
011860         VARYING SV-F FROM 1 BY 1
011870         UNTIL SV-F > SV-NBR-FLAGS.
011880 4500-EXIT.
011890     EXIT.
011900
011910 4510-MATCH-ONE-FLAG.
011920     IF SV-RD-STAMP < SV-F-FROM(SV-F)
011930         OR SV-RD-STAMP > SV-F-TO(SV-F)
011940         GO TO 4510-EXIT
011950     END-IF
011960     IF SV-F-OTHER-ID(SV-F) = SPACES
011970         IF SV-RD-PLAYER-A-ID NOT = SV-F-PLAYER-ID(SV-F)
011980             AND SV-RD-PLAYER-B-ID NOT = SV-F-PLAYER-ID(SV-F)
011990             GO TO 4510-EXIT
012000         END-IF
012010     ELSE
012020         IF NOT ((SV-RD-PLAYER-A-ID = SV-F-PLAYER-ID(SV-F)
012030                  AND SV-RD-PLAYER-B-ID = SV-F-OTHER-ID(SV-F))
012040              OR (SV-RD-PLAYER-A-ID = SV-F-OTHER-ID(SV-F)
012050                  AND SV-RD-PLAYER-B-ID = SV-F-PLAYER-ID(SV-F)))
012060             GO TO 4510-EXIT
012070         END-IF
012080     END-IF
012090     MOVE SV-F TO SQ-FLAG-NBR
012100     MOVE SV-RD-GAME-DATE TO SQ-STAMP-DATE
012110     MOVE SV-RD-GAME-TIME TO SQ-STAMP-TIME
012120     MOVE SV-RD-PLAYER-A-ID TO SQ-PLAYER-A-ID
012130     MOVE SV-RD-PLAYER-B-ID TO SQ-PLAYER-B-ID
012140     MOVE SV-RD-GUESS-A TO SQ-GUESS-A
012150     MOVE SV-RD-GUESS-B TO SQ-GUESS-B
012160     MOVE SV-RD-RESULT TO SQ-RESULT
012170     RELEASE SURVSRT-RECORD.
012180 4510-EXIT.
012190     EXIT.
012200
012210******************************************************************
012220* 5000-WRITE-FLAGS (SORT OUTPUT PROCEDURE)
012230* A flag heading on each change of flag, then one line and one
012240* SURVFLAG record per supporting round.
012250******************************************************************
012260 5000-WRITE-FLAGS.
012270     MOVE 0 TO SV-CURR-FLAG
012280     MOVE "N" TO SV-SORT-EOF-SW
012290     RETURN SURVSRT-FILE
012300         AT END SET SORT-EOF TO TRUE
012310     END-RETURN
012320     PERFORM 5100-WRITE-ONE-STAMP THRU 5100-EXIT
012330         UNTIL SORT-EOF.
012340 5999-EXIT.
012350     EXIT.
012360
012370 5100-WRITE-ONE-STAMP.
012380     IF SQ-FLAG-NBR NOT = SV-CURR-FLAG
012390         MOVE SQ-FLAG-NBR TO SV-CURR-FLAG
012400         MOVE SV-CURR-FLAG TO SV-F
012410         PERFORM 5200-PRINT-FLAG-HEADING THRU 5200-EXIT
012420     END-IF
012430     MOVE SPACES TO SURVFLAG-RECORD
012440     MOVE SV-F-PLAYER-ID(SV-F) TO SF-RSCH-PLAYER-ID
012450     MOVE SV-F-FROM-DATE(SV-F) TO SF-RSCH-FROM-DATE
012460     MOVE SV-F-TO-DATE(SV-F) TO SF-RSCH-TO-DATE
012470     MOVE SV-CURR-FLAG TO SF-FLAG-NBR
012480     MOVE SV-F-TYPE(SV-F) TO SF-FLAG-TYPE
012490     MOVE SV-F-OTHER-ID(SV-F) TO SF-OTHER-ID
012500     MOVE SQ-STAMP-DATE TO SF-STAMP-DATE
012510     MOVE SQ-STAMP-TIME TO SF-STAMP-TIME
012520     MOVE SQ-PLAYER-A-ID TO SF-PLAYER-A-ID
012530     MOVE SQ-PLAYER-B-ID TO SF-PLAYER-B-ID
012540     MOVE SQ-GUESS-A TO SF-GUESS-A
012550     MOVE SQ-GUESS-B TO SF-GUESS-B
012560     MOVE SQ-RESULT TO SF-RESULT
012570     WRITE SURVFLAG-RECORD
012580     ADD 1 TO SV-STAMPS-WRITTEN
012590     PERFORM 7500-CHECK-PAGE-BREAK THRU 7500-EXIT
012600     MOVE SPACES TO PRINT-LINE
012610     STRING "      " DELIMITED BY SIZE
012620         SQ-STAMP-DATE DELIMITED BY SIZE
012630         " " DELIMITED BY SIZE
012640         SQ-STAMP-TIME DELIMITED BY SIZE
012650         "  " DELIMITED BY SIZE
012660         SQ-PLAYER-A-ID DELIMITED BY SIZE
012670         " (" DELIMITED BY SIZE
012680         SQ-GUESS-A DELIMITED BY SIZE
012690         ") v " DELIMITED BY SIZE
012700         SQ-PLAYER-B-ID DELIMITED BY SIZE
012710         " (" DELIMITED BY SIZE
012720         SQ-GUESS-B DELIMITED BY SIZE
012730         ")  " DELIMITED BY SIZE
012740         SQ-RESULT DELIMITED BY SIZE
012750         INTO PRINT-LINE
012760     WRITE PRINT-LINE AFTER ADVANCING 1
012770     ADD 1 TO SV-LINE-COUNT
012780     RETURN SURVSRT-FILE
012790         AT END SET SORT-EOF TO TRUE
012800     END-RETURN.
012810 5100-EXIT.
012820     EXIT.
012830
012840 5200-PRINT-FLAG-HEADING.
012850     IF SV-LINE-COUNT + 5 > SV-MAX-LINES
012860         PERFORM 7100-PRINT-PAGE-HEADERS THRU 7100-EXIT
012870     END-IF
012880     MOVE SV-F-MEASURE(SV-F, 1) TO SV-EDIT-M1
012890     MOVE SV-F-MEASURE(SV-F, 2) TO SV-EDIT-M2
012900     MOVE SV-F-MEASURE(SV-F, 3) TO SV-EDIT-M3
012910     MOVE SV-F-MEASURE(SV-F, 4) TO SV-EDIT-M4
012920     EVALUATE SV-F-TYPE(SV-F)
012930         WHEN "P"
012940             MOVE "PAIR MEETS TOO OFTEN" TO SV-FLAG-TYPE-TEXT
012950         WHEN "H"
012960             MOVE "LOPSIDED HEAD-TO-HEAD" TO SV-FLAG-TYPE-TEXT
012970         WHEN "S"
012980             MOVE "RATING DIP AT SEEDING" TO SV-FLAG-TYPE-TEXT
012990         WHEN OTHER
013000             MOVE "IDENTICAL GUESS RUN" TO SV-FLAG-TYPE-TEXT
013010     END-EVALUATE
013020     MOVE SPACES TO PRINT-LINE
013030     WRITE PRINT-LINE AFTER ADVANCING 1
013040     MOVE SPACES TO PRINT-LINE
013050     STRING "FLAG " DELIMITED BY SIZE
013060         SV-CURR-FLAG DELIMITED BY SIZE
013070         "  " DELIMITED BY SIZE
013080         SV-FLAG-TYPE-TEXT DELIMITED BY SIZE
013090         "  PLAYER: " DELIMITED BY SIZE
013100         SV-F-PLAYER-ID(SV-F) DELIMITED BY SIZE
013110         INTO PRINT-LINE
013120     IF SV-F-OTHER-ID(SV-F) NOT = SPACES
013130         MOVE "OTHER: " TO PRINT-LINE(69:7)
013140         MOVE SV-F-OTHER-ID(SV-F) TO PRINT-LINE(76:10)
013150     END-IF
013160     WRITE PRINT-LINE AFTER ADVANCING 1
013170     MOVE SPACES TO PRINT-LINE
013180     EVALUATE SV-F-TYPE(SV-F)
013190         WHEN "P"
013200             COMPUTE SV-AVG-MEETINGS =
013210                 SV-F-MEASURE(SV-F, 2) / 100
013220             MOVE SV-AVG-MEETINGS TO SV-EDIT-AVG
013230             STRING "      MEETINGS:" DELIMITED BY SIZE
013240                 SV-EDIT-M1 DELIMITED BY SIZE
013250                 "   AVERAGE PER PAIR:" DELIMITED BY SIZE
013260                 SV-EDIT-AVG DELIMITED BY SIZE
013270                 INTO PRINT-LINE
013280         WHEN "H"
013290             STRING "      OTHER WON" DELIMITED BY SIZE
013300                 SV-EDIT-M1 DELIMITED BY SIZE
013310                 " OF" DELIMITED BY SIZE
013320                 SV-EDIT-M2 DELIMITED BY SIZE
013330                 " DECIDED," DELIMITED BY SIZE
013340                 SV-EDIT-M3 DELIMITED BY SIZE
013350                 " TIED   RATING GAP:" DELIMITED BY SIZE
013360                 SV-EDIT-M4 DELIMITED BY SIZE
013370                 INTO PRINT-LINE
013380         WHEN "S"
013390             STRING "      SEEDED " DELIMITED BY SIZE
013400                 SV-F-MEASURE(SV-F, 4) DELIMITED BY SIZE
013410                 "   RATING BEFORE:" DELIMITED BY SIZE
013420                 SV-EDIT-M1 DELIMITED BY SIZE
013430                 "   AT SEEDING:" DELIMITED BY SIZE
013440                 SV-EDIT-M2 DELIMITED BY SIZE
013450                 "   AFTER:" DELIMITED BY SIZE
013460                 SV-EDIT-M3 DELIMITED BY SIZE
013470                 INTO PRINT-LINE
013480         WHEN OTHER
013490             STRING "      GUESS " DELIMITED BY SIZE
013500                 SV-EDIT-M2 DELIMITED BY SIZE
013510                 " THROWN" DELIMITED BY SIZE
013520                 SV-EDIT-M1 DELIMITED BY SIZE
013530                 " TIMES RUNNING" DELIMITED BY SIZE
013540                 INTO PRINT-LINE
013550     END-EVALUATE
013560     WRITE PRINT-LINE AFTER ADVANCING 1
013570     MOVE SPACES TO PRINT-LINE
013580     STRING "      PPTRSCH CARD: " DELIMITED BY SIZE
013590         SV-F-PLAYER-ID(SV-F) DELIMITED BY SIZE
013600         SV-F-FROM-DATE(SV-F) DELIMITED BY SIZE
013610         SV-F-TO-DATE(SV-F) DELIMITED BY SIZE
013620         INTO PRINT-LINE
013630     WRITE PRINT-LINE AFTER ADVANCING 1
013640     ADD 4 TO SV-LINE-COUNT.
013650 5200-EXIT.
013660     EXIT.
013670
013680******************************************************************
013690* 6000-PRINT-SUMMARY
013700******************************************************************
013710 6000-PRINT-SUMMARY.
013720     IF SV-LINE-COUNT + 14 > SV-MAX-LINES
013730         PERFORM 7100-PRINT-PAGE-HEADERS THRU 7100-EXIT
013740     END-IF
013750     MOVE SPACES TO PRINT-LINE
013760     WRITE PRINT-LINE AFTER ADVANCING 1
013770     MOVE SV-DASH-LINE TO PRINT-LINE
013780     WRITE PRINT-LINE AFTER ADVANCING 1
013790     MOVE SV-ROUNDS-READ TO SV-EDIT-COUNT
013800     MOVE SPACES TO PRINT-LINE
013810     STRING "ROUNDS READ              " DELIMITED BY SIZE
013820         SV-EDIT-COUNT DELIMITED BY SIZE
013830         INTO PRINT-LINE
013840     WRITE PRINT-LINE AFTER ADVANCING 1
013850     MOVE SV-ROUNDS-SKIPPED TO SV-EDIT-COUNT
013860     MOVE SPACES TO PRINT-LINE
013870     STRING "BACKED OUT OR INVALID    " DELIMITED BY SIZE
013880         SV-EDIT-COUNT DELIMITED BY SIZE
013890         INTO PRINT-LINE
013900     WRITE PRINT-LINE AFTER ADVANCING 1
013910     MOVE SV-ROUNDS-IN-WINDOW TO SV-EDIT-COUNT
013920     MOVE SPACES TO PRINT-LINE
013930     STRING "ROUNDS IN LOOKBACK       " DELIMITED BY SIZE
013940         SV-EDIT-COUNT DELIMITED BY SIZE
013950         "   FROM " DELIMITED BY SIZE
013960         SV-FROM-DATE DELIMITED BY SIZE
013970         INTO PRINT-LINE
013980     WRITE PRINT-LINE AFTER ADVANCING 1
013990     MOVE SV-NBR-SEEDS TO SV-EDIT-COUNT
014000     MOVE SPACES TO PRINT-LINE
014010     STRING "SEEDING RUNS CHECKED     " DELIMITED BY SIZE
014020         SV-EDIT-COUNT DELIMITED BY SIZE
014030         INTO PRINT-LINE
014040     WRITE PRINT-LINE AFTER ADVANCING 1
014050     MOVE SV-COUNT-P TO SV-EDIT-COUNT
014060     MOVE SPACES TO PRINT-LINE
014070     STRING "PAIR FREQUENCY FLAGS     " DELIMITED BY SIZE
014080         SV-EDIT-COUNT DELIMITED BY SIZE
014090         INTO PRINT-LINE
014100     WRITE PRINT-LINE AFTER ADVANCING 1
014110     MOVE SV-COUNT-H TO SV-EDIT-COUNT
014120     MOVE SPACES TO PRINT-LINE
014130     STRING "LOPSIDED PAIR FLAGS      " DELIMITED BY SIZE
014140         SV-EDIT-COUNT DELIMITED BY SIZE
014150         INTO PRINT-LINE
014160     WRITE PRINT-LINE AFTER ADVANCING 1
014170     MOVE SV-COUNT-S TO SV-EDIT-COUNT
014180     MOVE SPACES TO PRINT-LINE
014190     STRING "SEEDING DIP FLAGS        " DELIMITED BY SIZE
014200         SV-EDIT-COUNT DELIMITED BY SIZE
014210         INTO PRINT-LINE
014220     WRITE PRINT-LINE AFTER ADVANCING 1
014230     MOVE SV-COUNT-G TO SV-EDIT-COUNT
014240     MOVE SPACES TO PRINT-LINE
014250     STRING "GUESS RUN FLAGS          " DELIMITED BY SIZE
014260         SV-EDIT-COUNT DELIMITED BY SIZE
014270         INTO PRINT-LINE
014280     WRITE PRINT-LINE AFTER ADVANCING 1
014290     MOVE SV-STAMPS-WRITTEN TO SV-EDIT-COUNT
014300     MOVE SPACES TO PRINT-LINE
014310     STRING "SUPPORTING ROUNDS LISTED " DELIMITED BY SIZE
014320         SV-EDIT-COUNT DELIMITED BY SIZE
014330         INTO PRINT-LINE
014340     WRITE PRINT-LINE AFTER ADVANCING 1
014350     ADD 11 TO SV-LINE-COUNT
014360     PERFORM 6100-PRINT-DROPPED THRU 6100-EXIT.
014370 6000-EXIT.
014380     EXIT.
014390
014400******************************************************************
014410* 6100-PRINT-DROPPED
014420* A table that filled means part of the history went unchecked;
014430* say how much so the limits can be raised.
014440******************************************************************
014450 6100-PRINT-DROPPED.
014460     IF SV-PLAYERS-DROPPED > 0
014470         MOVE SV-PLAYERS-DROPPED TO SV-EDIT-COUNT
014480         MOVE SPACES TO PRINT-LINE
014490         STRING "** PLAYER TABLE FULL - ROUNDS NOT CHECKED "
014500                 DELIMITED BY SIZE
014510             SV-EDIT-COUNT DELIMITED BY SIZE
014520             INTO PRINT-LINE
014530         WRITE PRINT-LINE AFTER ADVANCING 1
014540         DISPLAY "PPTSURV - player table full, "
014550             SV-PLAYERS-DROPPED " player sightings not checked"
014560     END-IF
014570     IF SV-PAIRS-DROPPED > 0
014580         MOVE SV-PAIRS-DROPPED TO SV-EDIT-COUNT
014590         MOVE SPACES TO PRINT-LINE
014600         STRING "** PAIR TABLE FULL - ROUNDS NOT COUNTED   "
014610                 DELIMITED BY SIZE
014620             SV-EDIT-COUNT DELIMITED BY SIZE
014630             INTO PRINT-LINE
014640         WRITE PRINT-LINE AFTER ADVANCING 1
014650         DISPLAY "PPTSURV - pair table full, " SV-PAIRS-DROPPED
014660             " rounds not counted"
014670     END-IF
014680     IF SV-SEEDS-DROPPED > 0
014690         MOVE SV-SEEDS-DROPPED TO SV-EDIT-COUNT
014700         MOVE SPACES TO PRINT-LINE
014710         STRING "** SEEDING TABLE FULL - RUNS NOT CHECKED  "
014720                 DELIMITED BY SIZE
014730             SV-EDIT-COUNT DELIMITED BY SIZE
014740             INTO PRINT-LINE
014750         WRITE PRINT-LINE AFTER ADVANCING 1
014760         DISPLAY "PPTSURV - seeding table full, " SV-SEEDS-DROPPED
014770             " runs not checked"
014780     END-IF
014790     IF SV-FLAGS-DROPPED > 0
014800         MOVE SV-FLAGS-DROPPED TO SV-EDIT-COUNT
014810         MOVE SPACES TO PRINT-LINE
014820         STRING "** FLAG TABLE FULL - FLAGS NOT LISTED     "
014830                 DELIMITED BY SIZE
014840             SV-EDIT-COUNT DELIMITED BY SIZE
014850             INTO PRINT-LINE
014860         WRITE PRINT-LINE AFTER ADVANCING 1
014870         DISPLAY "PPTSURV - flag table full, " SV-FLAGS-DROPPED
014880             " flags not listed"
014890     END-IF.
014900 6100-EXIT.
014910     EXIT.
014920
014930******************************************************************
014940* 7100-PRINT-PAGE-HEADERS
014950******************************************************************
014960 7100-PRINT-PAGE-HEADERS.
014970     ADD 1 TO SV-PAGE-COUNT
014980     MOVE SV-PAGE-COUNT TO SV-EDIT-PAGE
014990     MOVE SPACES TO PRINT-LINE
015000     STRING "PROGRAM: PPTSURV" DELIMITED BY SIZE
015010         "     PIEDRA PAPEL O TIJERA - PLAY SURVEILLANCE"
015020             DELIMITED BY SIZE
015030         "     PAGE: " DELIMITED BY SIZE
015040         SV-EDIT-PAGE DELIMITED BY SIZE
015050         INTO PRINT-LINE
015060     WRITE PRINT-LINE AFTER ADVANCING PAGE
015070     MOVE SPACES TO PRINT-LINE
015080     STRING "LOOKBACK FROM: " DELIMITED BY SIZE
015090         SV-FROM-DATE DELIMITED BY SIZE
015100         "  RUN DATE: " DELIMITED BY SIZE
015110         SV-RUN-DATE DELIMITED BY SIZE
015120         INTO PRINT-LINE
015130     WRITE PRINT-LINE AFTER ADVANCING 1
015140     MOVE SPACES TO PRINT-LINE
015150     STRING "LIMITS - PAIR x" DELIMITED BY SIZE
015160         SV-PAIR-MULT DELIMITED BY SIZE
015170         "  MIN MEETINGS " DELIMITED BY SIZE
015180         SV-MIN-MEET DELIMITED BY SIZE
015190         "  LOPSIDED " DELIMITED BY SIZE
015200         SV-LOPSIDED-PCT DELIMITED BY SIZE
015210         "%  CLOSE GAP " DELIMITED BY SIZE
015220         SV-CLOSE-GAP DELIMITED BY SIZE
015230         "  DIP " DELIMITED BY SIZE
015240         SV-DIP-POINTS DELIMITED BY SIZE
015250         "  WINDOW " DELIMITED BY SIZE
015260         SV-WINDOW-DAYS DELIMITED BY SIZE
015270         "  RUN " DELIMITED BY SIZE
015280         SV-RUN-LEN DELIMITED BY SIZE
015290         INTO PRINT-LINE
015300     WRITE PRINT-LINE AFTER ADVANCING 1
015310     MOVE SV-DASH-LINE TO PRINT-LINE
015320     WRITE PRINT-LINE AFTER ADVANCING 1
015330     MOVE 4 TO SV-LINE-COUNT.
015340 7100-EXIT.
015350     EXIT.
015360
015370 7500-CHECK-PAGE-BREAK.
015380     IF SV-LINE-COUNT >= SV-MAX-LINES
015390         PERFORM 7100-PRINT-PAGE-HEADERS THRU 7100-EXIT
015400     END-IF.
015410 7500-EXIT.
015420     EXIT.
015430
015440******************************************************************
015450* 9000-CLOSE-FILES
015460******************************************************************
015470 9000-CLOSE-FILES.
015480     IF RATE-FILE-OK
015490         CLOSE PLYRRATE-FILE
015500     END-IF
015510     CLOSE SURVFLAG-FILE
015520     CLOSE PRTFILE.
015530 9000-EXIT.
015540     EXIT.
015550
015560******************************************************************
015570* 9999-TERMINATE
015580******************************************************************
015590 9999-TERMINATE.
015600     EVALUATE TRUE
015610         WHEN NOT PARM-VALID
015620             MOVE 20 TO RETURN-CODE
015630         WHEN GAMELOG-OPEN-FAILED OR RATE-FILE-FAILED
015640             MOVE 16 TO RETURN-CODE
015650         WHEN SV-NBR-FLAGS > 0 OR SV-FLAGS-DROPPED > 0
015660             MOVE 4 TO RETURN-CODE
015670         WHEN SV-PLAYERS-DROPPED > 0 OR SV-PAIRS-DROPPED > 0
015680             OR SV-SEEDS-DROPPED > 0
015690             MOVE 4 TO RETURN-CODE
015700         WHEN OTHER
015710             MOVE 0 TO RETURN-CODE
015720     END-EVALUATE
015730     DISPLAY "PPTSURV - flags raised " SV-NBR-FLAGS
015740         ", supporting rounds " SV-STAMPS-WRITTEN
015750     PERFORM 9800-WRITE-RUN-JOURNAL THRU 9800-EXIT.
015760 9999-EXIT.
015770     EXIT.
015780
015790******************************************************************
015800* 9800-WRITE-RUN-JOURNAL
015810******************************************************************
015820 9800-WRITE-RUN-JOURNAL.
015830     OPEN EXTEND RUNJRNL-FILE
015840     IF SV-RUNJRNL-STATUS = "35"
015850         OPEN OUTPUT RUNJRNL-FILE
015860         CLOSE RUNJRNL-FILE
015870         OPEN EXTEND RUNJRNL-FILE
015880     END-IF
015890     IF SV-RUNJRNL-STATUS NOT = "00"
015900         DISPLAY "PPTSURV - run journal unavailable, status "
015910             SV-RUNJRNL-STATUS
015920         GO TO 9800-EXIT
015930     END-IF
015940     MOVE SV-BUSINESS-DATE TO SV-END-DATE
015950     ACCEPT SV-END-TIME FROM TIME
015960     MOVE SPACES TO RUNJRNL-RECORD
015970     MOVE "PPTSURV" TO RJ-PROGRAM-ID
015980     MOVE SV-RUN-DATE TO RJ-START-DATE
015990     MOVE SV-START-TIME TO RJ-START-TIME
016000     MOVE SV-END-DATE TO RJ-END-DATE
016010     MOVE SV-END-TIME TO RJ-END-TIME
016020     MOVE SV-ROUNDS-READ TO RJ-RECORDS-READ
016030     MOVE SV-STAMPS-WRITTEN TO RJ-RECORDS-WRITTEN
016040     MOVE SV-NBR-FLAGS TO RJ-ROUNDS-REJECTED
016050     MOVE RETURN-CODE TO RJ-RETURN-CODE
016060     WRITE RUNJRNL-RECORD
016070     CLOSE RUNJRNL-FILE.
016080 9800-EXIT.
016090     EXIT.
016100
016110******************************************************************
016120* 9700-READ-BUSINESS-DATE
016130* Dated by the business date on BUSDATE like the rest of the
016140* stream; no control record falls back to the clock date.
016145* A BUSDATE on file that cannot be read ends the run (9790).
016150******************************************************************
016160 9700-READ-BUSINESS-DATE.
016170     ACCEPT SV-BUSINESS-DATE FROM DATE YYYYMMDD
016180     OPEN INPUT BUSDATE-FILE
016182     IF SV-BUSDATE-STATUS NOT = "00" AND NOT = "35"
016184         PERFORM 9790-BUSDATE-UNREADABLE THRU 9790-EXIT
016186     END-IF
016190     IF SV-BUSDATE-STATUS NOT = "00"
016200         DISPLAY "PPTSURV - no BUSDATE control record - "
016210             "running on clock date " SV-BUSINESS-DATE
016220         GO TO 9700-MOVE-RUN-DATE
016230     END-IF
016240     READ BUSDATE-FILE
016250         AT END
016260             DISPLAY "PPTSURV - BUSDATE is empty - "
016270                 "running on clock date " SV-BUSINESS-DATE
016280             CLOSE BUSDATE-FILE
016290             GO TO 9700-MOVE-RUN-DATE
016300     END-READ
016302     IF SV-BUSDATE-STATUS NOT = "00"
016304         CLOSE BUSDATE-FILE
016306         PERFORM 9790-BUSDATE-UNREADABLE THRU 9790-EXIT
016308     END-IF
016310     MOVE BD-BUSINESS-DATE TO SV-BUSINESS-DATE
016320     CLOSE BUSDATE-FILE.
016330 9700-MOVE-RUN-DATE.
016340     MOVE SV-BUSINESS-DATE TO SV-RUN-DATE.
016350 9700-EXIT.
016360     EXIT.
016370
016380******************************************************************
016390* 9790-BUSDATE-UNREADABLE
016400* A BUSDATE that is on file but cannot be read may hold a closed
016410* day, so the clock date will not do: the run ends RC 16 before
016420* anything else is opened.
016430******************************************************************
016440 9790-BUSDATE-UNREADABLE.
016450     DISPLAY "PPTSURV - cannot read BUSDATE, status "
016460         SV-BUSDATE-STATUS " - run ends"
016470     MOVE SV-BUSINESS-DATE TO SV-RUN-DATE
016480     ACCEPT SV-START-TIME FROM TIME
016490     MOVE 16 TO RETURN-CODE
016500     PERFORM 9800-WRITE-RUN-JOURNAL THRU 9800-EXIT
016510     STOP RUN.
016520 9790-EXIT.
016530     EXIT.
016540
016550 END PROGRAM PPTSURV.
