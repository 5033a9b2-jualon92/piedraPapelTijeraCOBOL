000100******************************************************************
000110* Author: JuanJignacio
000120* Installation: www.
000130* Date-Written: 15/10/2026.
000140*
000150* Modification History
000160*   DD/MM/YYYY  INIT  DESCRIPTION
000170*   15/10/2026  JAI   Original - player tendency profiles.  The
000180*                     game log has carried every throw since the
000190*                     first round, but nothing read it past the
000200*                     win/loss counts; captains scouting an
000210*                     opponent asked by hand who leans on PIEDRA
000220*                     and who switches after a loss.  This step
000230*                     builds a profile per player off the whole
000240*                     round history, prints a scouting sheet for
000250*                     one player or a whole roster, and hands the
000260*                     profiles to the BI warehouse as a PPTXTRC-
000270*                     style delimited extract.
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. PPTTEND.
000310 AUTHOR. JuanJignacio.
000320 INSTALLATION. www.
000330 DATE-WRITTEN. 15/10/2026.
000340 DATE-COMPILED. 15/10/2026.
000350******************************************************************
000360* Player tendency profiles, one TENDPARM card per run:
000370*   cols 1-7   BUILD, PLAYER, TROSTER or KROSTER
000380*   cols 9-18  the player ID, PLAYER only
000390*   - BUILD reads GAMEARCH (the dated archives concatenated
000400*     oldest first, optional) then GAMELOG, the same hand-off
000410*     PPTSURV uses, leaving out backed-out and invalid rounds
000420*     and the CPU opponent of interactive play.  Per player it
000430*     counts the throws, the throw after a win, after a loss
000440*     and after a tie, and how often the previous throw was
000450*     repeated - once over the whole history and once over the
000460*     last 30 days to the business date.  TENDPROF (TENDPROF.
000470*     CPY) is rewritten whole and TENDXTR carries the same
000480*     figures as percentages, two rows per player (ALL and
000490*     LAST30), opening with a header row and closing with a
000500*     TRAILER row count like the PPTXTRC extracts.  PPTZRPT
000510*     gets the build totals.
000520*   - PLAYER prints the scouting sheet for the one player on
000530*     the card; TROSTER and KROSTER print one for every entrant
000540*     on that roster, in roster order.  The sheets read the
000550*     profile file as last built - the date of the build prints
000560*     on every sheet.
000570* RETURN-CODE 0 = profiles built or sheets printed, 4 = the
000580* player table filled and some players were left out, or a
000590* player asked for has no profile, 16 = GAMELOG, TENDPROF or the
000600* roster could not be opened, GAMEARCH could not be read (the
000603* last profiles are left standing), a profile or TENDXTR could
000606* not be written, or BUSDATE could not be read, 20 = missing or
000610* invalid TENDPARM card.
000620******************************************************************
000630 ENVIRONMENT DIVISION.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT TENDPARM-FILE ASSIGN TO "TENDPARM"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS TN-TENDPARM-STATUS.
000690     SELECT GAMEARCH-FILE ASSIGN TO "GAMEARCH"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS TN-GAMEARCH-STATUS.
000720     SELECT GAMELOG-FILE ASSIGN TO "GAMELOG"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS TN-GAMELOG-STATUS.
000750     SELECT TENDPROF-FILE ASSIGN TO "TENDPROF"
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS TP-PLAYER-ID
000790         FILE STATUS IS TN-TENDPROF-STATUS.
000800     SELECT TENDXTR-FILE ASSIGN TO "TENDXTR"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS TN-TENDXTR-STATUS.
000830     SELECT TROSTER-FILE ASSIGN TO "TROSTER"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS TN-TROSTER-STATUS.
000860     SELECT KROSTER-FILE ASSIGN TO "KROSTER"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS TN-KROSTER-STATUS.
000890     SELECT PRTFILE ASSIGN TO "PPTZRPT"
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS TN-PRTFILE-STATUS.
000920     SELECT RUNJRNL-FILE ASSIGN TO "RUNJRNL"
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS TN-RUNJRNL-STATUS.
000950     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000960         ORGANIZATION IS SEQUENTIAL
000970         FILE STATUS IS TN-BUSDATE-STATUS.
000980 DATA DIVISION.
000990 FILE SECTION.
001000 FD  TENDPARM-FILE
001010     LABEL RECORD IS STANDARD.
001020 01  TENDPARM-RECORD.
001030     05  TD-ACTION              PIC X(07).
001040     05  FILLER                 PIC X(01).
001050     05  TD-PLAYER-ID           PIC X(10).
001060     05  FILLER                 PIC X(62).
001070 FD  GAMEARCH-FILE
001080     LABEL RECORD IS STANDARD.
001090     COPY GAMEARCH.
001100 FD  GAMELOG-FILE
001110     LABEL RECORD IS STANDARD.
001120     COPY GAMELOG.
001130 FD  TENDPROF-FILE
001140     LABEL RECORD IS STANDARD.
001150     COPY TENDPROF.
001160 FD  TENDXTR-FILE
001170     LABEL RECORD IS STANDARD.
001180 01  TENDXTR-RECORD             PIC X(250).
001190 FD  TROSTER-FILE
001200     LABEL RECORD IS STANDARD.
001210     COPY TROSTER.
001220 FD  KROSTER-FILE
001230     LABEL RECORD IS STANDARD.
001240     COPY KROSTER.
001250 FD  PRTFILE
001260     LABEL RECORD IS STANDARD.
001270     COPY PRTLINE.
001280 FD  RUNJRNL-FILE
001290     LABEL RECORD IS STANDARD.
001300     COPY RUNJRNL.
001310 FD  BUSDATE-FILE
001320     LABEL RECORD IS STANDARD.
001330     COPY BUSDATE.
001340 WORKING-STORAGE SECTION.
001350******************************************************************
001360* File status and end-of-file switches.
001370******************************************************************
001380 77  TN-TENDPARM-STATUS        PIC X(02) VALUE "00".
001390 77  TN-GAMEARCH-STATUS        PIC X(02) VALUE "00".
001400 77  TN-GAMELOG-STATUS         PIC X(02) VALUE "00".
001410 77  TN-TENDPROF-STATUS        PIC X(02) VALUE "00".
001420 77  TN-TENDXTR-STATUS         PIC X(02) VALUE "00".
001430 77  TN-TROSTER-STATUS         PIC X(02) VALUE "00".
001440 77  TN-KROSTER-STATUS         PIC X(02) VALUE "00".
001450 77  TN-PRTFILE-STATUS         PIC X(02) VALUE "00".
001460 77  TN-RUNJRNL-STATUS         PIC X(02) VALUE "00".
001470 77  TN-BUSDATE-STATUS         PIC X(02) VALUE "00".
001480 77  TN-GAMEARCH-EOF-SW        PIC X(01) VALUE "N".
001490     88  GAMEARCH-EOF                    VALUE "Y".
001500 77  TN-GAMELOG-EOF-SW         PIC X(01) VALUE "N".
001510     88  GAMELOG-EOF                     VALUE "Y".
001520 77  TN-ROSTER-EOF-SW          PIC X(01) VALUE "N".
001530     88  ROSTER-EOF                      VALUE "Y".
001540 77  TN-BUSINESS-DATE          PIC 9(08) VALUE 0.
001550 77  TN-RUN-DATE               PIC 9(08) VALUE 0.
001560 77  TN-START-TIME             PIC 9(08) VALUE 0.
001570 77  TN-END-DATE               PIC 9(08) VALUE 0.
001580 77  TN-END-TIME               PIC 9(08) VALUE 0.
001590
001600******************************************************************
001610* Run control off the TENDPARM card.
001620******************************************************************
001630 77  TN-PARM-VALID-SW          PIC X(01) VALUE "N".
001640     88  PARM-VALID                      VALUE "Y".
001650 77  TN-ACTION-SW              PIC X(01) VALUE SPACE.
001660     88  ACTION-BUILD                    VALUE "B".
001670     88  ACTION-PLAYER                   VALUE "P".
001680     88  ACTION-TROSTER                  VALUE "T".
001690     88  ACTION-KROSTER                  VALUE "K".
001700 77  TN-OPEN-SW                PIC X(01) VALUE "Y".
001710     88  FILES-OPEN-OK                   VALUE "Y".
001720     88  FILE-OPEN-FAILED                VALUE "N".
001730 77  TN-WINDOW-DAYS            PIC 9(03) VALUE 30.
001740 77  TN-WINDOW-FROM            PIC 9(08) VALUE 0.
001750
001760******************************************************************
001770* The round in hand - GAMEARCH and GAMELOG share one shape, so
001780* both passes move the record here and work off one copy.
001790******************************************************************
001800 01  TN-ROUND.
001810     05  TN-RD-PLAYER-A-ID     PIC X(10).
001820     05  TN-RD-PLAYER-B-ID     PIC X(10).
001830     05  TN-RD-GUESS-A         PIC 9.
001840     05  TN-RD-GUESS-B         PIC 9.
001850     05  TN-RD-RESULT          PIC X(15).
001860     05  TN-RD-GAME-DATE       PIC 9(08).
001870     05  TN-RD-GAME-TIME       PIC 9(08).
001880     05  TN-RD-ROUND-SOURCE    PIC X(01).
001890     05  TN-RD-BACKOUT-FLAG    PIC X(01).
001900         88  TN-RD-BACKED-OUT            VALUE "X".
001910     05  FILLER                PIC X(08).
001920
001930******************************************************************
001940* One side of the round being counted.  Outcome 1 = won,
001950* 2 = lost, 3 = tied - the TP-AFTER subscript.
001960******************************************************************
001970 77  TN-SIDE-ID                PIC X(10) VALUE SPACES.
001980 77  TN-SIDE-GUESS             PIC 9 VALUE 0.
001990 77  TN-SIDE-OUTCOME           PIC 9 VALUE 0.
002000 77  TN-OUTCOME-A              PIC 9 VALUE 0.
002010 77  TN-OUTCOME-B              PIC 9 VALUE 0.
002020 77  TN-PRIOR-GUESS            PIC 9 VALUE 0.
002030 77  TN-PRIOR-OUTCOME          PIC 9 VALUE 0.
002040
002050******************************************************************
002060* Players seen in the history, first seen first.  TN-T-PERIODS
002070* is laid out exactly as TP-PERIODS on the profile record.
002080******************************************************************
002090 77  TN-NBR-PLAYERS            PIC 9(04) VALUE 0.
002100 77  TN-MAX-PLAYERS            PIC 9(04) VALUE 1000.
002110 01  TN-PLAYER-TABLE.
002120     05  TN-T-ENTRY OCCURS 1000 TIMES.
002130         10  TN-T-ID           PIC X(10).
002140         10  TN-T-LAST-GUESS   PIC 9.
002150         10  TN-T-LAST-OUTCOME PIC 9.
002160         10  TN-T-FIRST-DATE   PIC 9(08).
002170         10  TN-T-LAST-DATE    PIC 9(08).
002180         10  TN-T-PERIODS.
002190             15  TN-T-PERIOD OCCURS 2 TIMES.
002200                 20  TN-T-ROUNDS      PIC 9(07).
002210                 20  TN-T-WINS        PIC 9(07).
002220                 20  TN-T-LOSSES      PIC 9(07).
002230                 20  TN-T-TIES        PIC 9(07).
002240                 20  TN-T-THROWS      PIC 9(07) OCCURS 3 TIMES.
002250                 20  TN-T-AFTER OCCURS 3 TIMES.
002260                     25  TN-T-AFTER-ROUNDS PIC 9(07).
002270                     25  TN-T-AFTER-THROWS PIC 9(07)
002280                             OCCURS 3 TIMES.
002290                 20  TN-T-REPEAT-BASE PIC 9(07).
002300                 20  TN-T-REPEATS     PIC 9(07).
002310 77  TN-P                      PIC 9(04) COMP VALUE 0.
002320 77  TN-X                      PIC 9(04) COMP VALUE 0.
002330 77  TN-PD                     PIC 9(01) COMP VALUE 0.
002340 77  TN-FIND-ID                PIC X(10) VALUE SPACES.
002350 77  TN-FOUND-SUB              PIC 9(04) COMP VALUE 0.
002360 77  TN-PLAYERS-DROPPED        PIC 9(05) VALUE 0.
002370
002380******************************************************************
002390* Control totals.
002400******************************************************************
002410 77  TN-ROUNDS-READ            PIC 9(09) VALUE 0.
002420 77  TN-ROUNDS-USED            PIC 9(09) VALUE 0.
002430 77  TN-ROUNDS-SKIPPED         PIC 9(09) VALUE 0.
002440 77  TN-ROUNDS-IN-WINDOW       PIC 9(09) VALUE 0.
002450 77  TN-PROFILES-WRITTEN       PIC 9(07) VALUE 0.
002455 77  TN-PROFILES-FAILED        PIC 9(07) VALUE 0.
002460 77  TN-XTR-ROWS               PIC 9(09) VALUE 0.
002470 77  TN-SHEETS-PRINTED         PIC 9(05) VALUE 0.
002480 77  TN-NOT-PROFILED           PIC 9(05) VALUE 0.
002490
002500******************************************************************
002510* Percentages.  TN-ROW 0 = every throw, 1-3 = the throws after
002520* a win, a loss, a tie; TN-PCT-TABLE holds the three worked
002530* for TN-PD / TN-ROW.
002540******************************************************************
002550 77  TN-ROW                    PIC 9(01) COMP VALUE 0.
002560 77  TN-G                      PIC 9(01) COMP VALUE 0.
002570 77  TN-PCT-BASE               PIC 9(07) VALUE 0.
002580 77  TN-PCT-COUNT              PIC 9(07) VALUE 0.
002590 77  TN-PCT                    PIC 9(03)V99 VALUE 0.
002600 01  TN-PCT-TABLE.
002610     05  TN-ROW-PCT            PIC 9(03)V99 OCCURS 3 TIMES.
002620 77  TN-REPEAT-PCT             PIC 9(03)V99 VALUE 0.
002630 77  TN-TOP-G                  PIC 9(01) COMP VALUE 0.
002640 77  TN-TOP-COUNT              PIC 9(07) VALUE 0.
002650 01  TN-THROW-NAME-VALUES.
002660     05  FILLER                PIC X(06) VALUE "PIEDRA".
002670     05  FILLER                PIC X(06) VALUE "PAPEL".
002680     05  FILLER                PIC X(06) VALUE "TIJERA".
002690 01  TN-THROW-NAMES REDEFINES TN-THROW-NAME-VALUES.
002700     05  TN-THROW-NAME         PIC X(06) OCCURS 3 TIMES.
002710 77  TN-TOP-NAME               PIC X(06) VALUE SPACES.
002720 77  TN-TOP-ALL                PIC X(06) VALUE SPACES.
002730 77  TN-TOP-WINDOW             PIC X(06) VALUE SPACES.
002740 77  TN-TOP-AFTER-WIN          PIC X(06) VALUE SPACES.
002750 77  TN-TOP-AFTER-LOSS         PIC X(06) VALUE SPACES.
002760 77  TN-TOP-AFTER-TIE          PIC X(06) VALUE SPACES.
002770
002780******************************************************************
002790* One extract row: the thirteen percentages in column order -
002800* throws, after a win, after a loss, after a tie, repeats.
002810******************************************************************
002820 77  TN-PERIOD-TOKEN           PIC X(06) VALUE SPACES.
002830 77  TN-PERIOD-FROM            PIC 9(08) VALUE 0.
002840 01  TN-XTR-PCT-TABLE.
002850     05  TN-XTR-PCT            PIC 9(03).9(02) OCCURS 13 TIMES.
002860 77  TN-XP                     PIC 9(02) COMP VALUE 0.
002870
002880******************************************************************
002890* Report page control and edited fields.
002900******************************************************************
002910 77  TN-PAGE-COUNT             PIC 9(04) VALUE 0.
002920 77  TN-LINE-COUNT             PIC 9(03) VALUE 0.
002930 77  TN-MAX-LINES              PIC 9(03) VALUE 55.
002940 77  TN-SHEET-LINES            PIC 9(03) VALUE 16.
002950 77  TN-DASH-LINE              PIC X(70) VALUE ALL "-".
002960 77  TN-EDIT-PAGE              PIC ZZZ9.
002970 77  TN-EDIT-COUNT             PIC Z,ZZZ,ZZ9.
002980 77  TN-EDIT-ROUNDS            PIC ZZZ,ZZ9.
002990 77  TN-EDIT-PCT               PIC ZZ9.99.
003000 77  TN-ROW-LABEL              PIC X(12) VALUE SPACES.
003010 01  TN-BLOCK-TABLE.
003020     05  TN-BLOCK              PIC X(29) OCCURS 2 TIMES.
003030 77  TN-EDIT-W                 PIC Z,ZZZ,ZZ9.
003040 77  TN-EDIT-L                 PIC Z,ZZZ,ZZ9.
003050 77  TN-EDIT-T                 PIC Z,ZZZ,ZZ9.
003060
003070 PROCEDURE DIVISION.
003080******************************************************************
003090* 0000-MAIN-PROCEDURE
003100******************************************************************
003110 0000-MAIN-PROCEDURE.
003120     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003130     IF PARM-VALID
003140         OPEN OUTPUT PRTFILE
003150         IF ACTION-BUILD
003160             PERFORM 2000-BUILD-PROFILES THRU 2000-EXIT
003170         ELSE
003180             PERFORM 5000-PRINT-SHEETS THRU 5000-EXIT
003190         END-IF
003200         CLOSE PRTFILE
003210     END-IF
003220     PERFORM 9999-TERMINATE THRU 9999-EXIT
003230     STOP RUN.
003240
003250******************************************************************
003260* 1000-INITIALIZE
003270* Reads and validates the TENDPARM card and dates the 30-day
003280* window off the business date.
003290******************************************************************
003300 1000-INITIALIZE.
003310     DISPLAY "PPTTEND - PLAYER TENDENCY PROFILES"
003320     PERFORM 9700-READ-BUSINESS-DATE THRU 9700-EXIT
003330     ACCEPT TN-START-TIME FROM TIME
003340     COMPUTE TN-WINDOW-FROM = FUNCTION DATE-OF-INTEGER
003350         (FUNCTION INTEGER-OF-DATE (TN-RUN-DATE)
003360             - TN-WINDOW-DAYS + 1)
003370     OPEN INPUT TENDPARM-FILE
003380     IF TN-TENDPARM-STATUS NOT = "00"
003390         DISPLAY "PPTTEND - no TENDPARM card - run ends"
003400         GO TO 1000-EXIT
003410     END-IF
003420     READ TENDPARM-FILE
003430         AT END
003440             DISPLAY "PPTTEND - TENDPARM card file is empty"
003450                 " - run ends"
003460             CLOSE TENDPARM-FILE
003470             GO TO 1000-EXIT
003480     END-READ
003490     CLOSE TENDPARM-FILE
003500     EVALUATE TD-ACTION
003510         WHEN "BUILD"
003520             SET ACTION-BUILD TO TRUE
003530         WHEN "PLAYER"
003540             SET ACTION-PLAYER TO TRUE
003550         WHEN "TROSTER"
003560             SET ACTION-TROSTER TO TRUE
003570         WHEN "KROSTER"
003580             SET ACTION-KROSTER TO TRUE
003590         WHEN OTHER
003600             DISPLAY "PPTTEND - TENDPARM action not BUILD, "
003610                 "PLAYER, TROSTER or KROSTER: " TD-ACTION
003620             GO TO 1000-EXIT
003630     END-EVALUATE
003640     IF ACTION-PLAYER AND TD-PLAYER-ID = SPACES
003650         DISPLAY "PPTTEND - TENDPARM PLAYER card has no player ID"
003660         GO TO 1000-EXIT
003670     END-IF
003680     SET PARM-VALID TO TRUE.
003690 1000-EXIT.
003700     EXIT.
003710
003720******************************************************************
003730* 2000-BUILD-PROFILES
003740* GAMELOG is proven before the archives are read, so a run that
003750* cannot see the live log leaves the last profiles standing; an
003752* archive that is there but cannot be read does the same, rather
003754* than profile the live log alone.
003760******************************************************************
003770 2000-BUILD-PROFILES.
003780     OPEN INPUT GAMELOG-FILE
003790     IF TN-GAMELOG-STATUS NOT = "00"
003800         SET FILE-OPEN-FAILED TO TRUE
003810         DISPLAY "PPTTEND - cannot open GAMELOG, status "
003820             TN-GAMELOG-STATUS " - profiles not rebuilt"
003830         GO TO 2000-REPORT
003840     END-IF
003850     CLOSE GAMELOG-FILE
003860     OPEN INPUT GAMEARCH-FILE
003870     IF TN-GAMEARCH-STATUS = "00"
003880         MOVE "N" TO TN-GAMEARCH-EOF-SW
003890         READ GAMEARCH-FILE
003900             AT END SET GAMEARCH-EOF TO TRUE
003910         END-READ
003920         PERFORM 2100-TALLY-ONE-ARCH-ROUND THRU 2100-EXIT
003930             UNTIL GAMEARCH-EOF
003940         CLOSE GAMEARCH-FILE
003950     ELSE
003960         IF TN-GAMEARCH-STATUS NOT = "35"
003965             SET FILE-OPEN-FAILED TO TRUE
003970             DISPLAY "PPTTEND - cannot open GAMEARCH, status "
003980                 TN-GAMEARCH-STATUS " - profiles not rebuilt"
003985             GO TO 2000-REPORT
003990         END-IF
004000     END-IF
004010     OPEN INPUT GAMELOG-FILE
004020     MOVE "N" TO TN-GAMELOG-EOF-SW
004030     READ GAMELOG-FILE
004040         AT END SET GAMELOG-EOF TO TRUE
004050     END-READ
004060     PERFORM 2200-TALLY-ONE-LOG-ROUND THRU 2200-EXIT
004070         UNTIL GAMELOG-EOF
004080     CLOSE GAMELOG-FILE
004090     PERFORM 3000-WRITE-PROFILES THRU 3000-EXIT.
004100 2000-REPORT.
004110     PERFORM 3500-PRINT-BUILD-TOTALS THRU 3500-EXIT.
004120 2000-EXIT.
004130     EXIT.
004140
004150 2100-TALLY-ONE-ARCH-ROUND.
004160     MOVE GAMEARCH-RECORD TO TN-ROUND
004170     PERFORM 2500-TALLY-ONE-ROUND THRU 2500-EXIT
004180     READ GAMEARCH-FILE
004190         AT END SET GAMEARCH-EOF TO TRUE
004200     END-READ.
004210 2100-EXIT.
004220     EXIT.
004230
004240 2200-TALLY-ONE-LOG-ROUND.
004250     MOVE GAMELOG-RECORD TO TN-ROUND
004260     PERFORM 2500-TALLY-ONE-ROUND THRU 2500-EXIT
004270     READ GAMELOG-FILE
004280         AT END SET GAMELOG-EOF TO TRUE
004290     END-READ.
004300 2200-EXIT.
004310     EXIT.
004320
004330******************************************************************
004340* 2500-TALLY-ONE-ROUND
004350* Shared by the archive and live passes.  A backed-out round
004360* never happened as far as tendencies go, and an invalid one
004370* has no throw to count.  The CPU opponent of interactive play
004380* is the random generator, not a player - its side is left out
004390* but the human side still counts.
004400******************************************************************
004410 2500-TALLY-ONE-ROUND.
004420     ADD 1 TO TN-ROUNDS-READ
004430     IF TN-RD-BACKED-OUT
004440         OR TN-RD-GUESS-A < 1 OR TN-RD-GUESS-A > 3
004450         OR TN-RD-GUESS-B < 1 OR TN-RD-GUESS-B > 3
004460         ADD 1 TO TN-ROUNDS-SKIPPED
004470         GO TO 2500-EXIT
004480     END-IF
004490     EVALUATE TRUE
004500         WHEN TN-RD-RESULT = "Jugador A gana"
004510             MOVE 1 TO TN-OUTCOME-A
004520             MOVE 2 TO TN-OUTCOME-B
004530         WHEN TN-RD-RESULT = "Jugador B gana"
004540             MOVE 2 TO TN-OUTCOME-A
004550             MOVE 1 TO TN-OUTCOME-B
004560         WHEN TN-RD-RESULT = "Empate"
004570             MOVE 3 TO TN-OUTCOME-A
004580             MOVE 3 TO TN-OUTCOME-B
004590         WHEN OTHER
004600             ADD 1 TO TN-ROUNDS-SKIPPED
004610             GO TO 2500-EXIT
004620     END-EVALUATE
004630     ADD 1 TO TN-ROUNDS-USED
004640     IF TN-RD-GAME-DATE NOT < TN-WINDOW-FROM
004650         ADD 1 TO TN-ROUNDS-IN-WINDOW
004660     END-IF
004670     IF TN-RD-PLAYER-A-ID NOT = "CPU"
004680         MOVE TN-RD-PLAYER-A-ID TO TN-SIDE-ID
004690         MOVE TN-RD-GUESS-A TO TN-SIDE-GUESS
004700         MOVE TN-OUTCOME-A TO TN-SIDE-OUTCOME
004710         PERFORM 2550-TALLY-ONE-SIDE THRU 2550-EXIT
004720     END-IF
004730     IF TN-RD-PLAYER-B-ID NOT = "CPU"
004740         MOVE TN-RD-PLAYER-B-ID TO TN-SIDE-ID
004750         MOVE TN-RD-GUESS-B TO TN-SIDE-GUESS
004760         MOVE TN-OUTCOME-B TO TN-SIDE-OUTCOME
004770         PERFORM 2550-TALLY-ONE-SIDE THRU 2550-EXIT
004780     END-IF.
004790 2500-EXIT.
004800     EXIT.
004810
004820******************************************************************
004830* 2550-TALLY-ONE-SIDE
004840* The whole-history figures always, the window figures when
004850* the round is inside it.  The player's previous round stays
004860* the previous round even when it fell before the window.
004870******************************************************************
004880 2550-TALLY-ONE-SIDE.
004890     MOVE TN-SIDE-ID TO TN-FIND-ID
004900     PERFORM 2600-FIND-PLAYER THRU 2600-EXIT
004910     IF TN-FOUND-SUB = 0
004920         GO TO 2550-EXIT
004930     END-IF
004940     MOVE TN-FOUND-SUB TO TN-X
004950     MOVE TN-T-LAST-GUESS(TN-X) TO TN-PRIOR-GUESS
004960     MOVE TN-T-LAST-OUTCOME(TN-X) TO TN-PRIOR-OUTCOME
004970     MOVE 1 TO TN-PD
004980     PERFORM 2700-COUNT-IN-PERIOD THRU 2700-EXIT
004990     IF TN-RD-GAME-DATE NOT < TN-WINDOW-FROM
005000         MOVE 2 TO TN-PD
005010         PERFORM 2700-COUNT-IN-PERIOD THRU 2700-EXIT
005020     END-IF
005030     MOVE TN-SIDE-GUESS TO TN-T-LAST-GUESS(TN-X)
005040     MOVE TN-SIDE-OUTCOME TO TN-T-LAST-OUTCOME(TN-X)
005050     IF TN-T-FIRST-DATE(TN-X) = 0
005060         MOVE TN-RD-GAME-DATE TO TN-T-FIRST-DATE(TN-X)
005070     END-IF
005080     MOVE TN-RD-GAME-DATE TO TN-T-LAST-DATE(TN-X).
005090 2550-EXIT.
005100     EXIT.
005110
005120******************************************************************
005130* 2600-FIND-PLAYER
005140* Table subscript for TN-FIND-ID, adding the player on first
005150* sight; 0 when the table is full.
005160******************************************************************
005170 2600-FIND-PLAYER.
005180     MOVE 0 TO TN-FOUND-SUB
005190     PERFORM 2610-MATCH-ONE-PLAYER THRU 2610-EXIT
005200         VARYING TN-P FROM 1 BY 1
005210         UNTIL TN-P > TN-NBR-PLAYERS OR TN-FOUND-SUB > 0
005220     IF TN-FOUND-SUB > 0
005230         GO TO 2600-EXIT
005240     END-IF
005250     IF TN-NBR-PLAYERS >= TN-MAX-PLAYERS
005260         ADD 1 TO TN-PLAYERS-DROPPED
005270         GO TO 2600-EXIT
005280     END-IF
005290     ADD 1 TO TN-NBR-PLAYERS
005300     MOVE TN-NBR-PLAYERS TO TN-FOUND-SUB
005310     MOVE TN-FIND-ID TO TN-T-ID(TN-FOUND-SUB)
005320     MOVE 0 TO TN-T-LAST-GUESS(TN-FOUND-SUB)
005330     MOVE 0 TO TN-T-LAST-OUTCOME(TN-FOUND-SUB)
005340     MOVE 0 TO TN-T-FIRST-DATE(TN-FOUND-SUB)
005350     MOVE 0 TO TN-T-LAST-DATE(TN-FOUND-SUB)
005360     MOVE ZEROS TO TN-T-PERIODS(TN-FOUND-SUB).
005370 2600-EXIT.
005380     EXIT.
005390
005400 2610-MATCH-ONE-PLAYER.
005410     IF TN-T-ID(TN-P) = TN-FIND-ID
005420         MOVE TN-P TO TN-FOUND-SUB
005430     END-IF.
005440 2610-EXIT.
005450     EXIT.
005460
005470******************************************************************
005480* 2700-COUNT-IN-PERIOD
005490* One throw into period TN-PD of player TN-X.  A player's first
005500* round has no previous throw, so it counts towards neither the
005510* after-result nor the repeat figures.
005520******************************************************************
005530 2700-COUNT-IN-PERIOD.
005540     ADD 1 TO TN-T-ROUNDS(TN-X, TN-PD)
005550     EVALUATE TN-SIDE-OUTCOME
005560         WHEN 1
005570             ADD 1 TO TN-T-WINS(TN-X, TN-PD)
005580         WHEN 2
005590             ADD 1 TO TN-T-LOSSES(TN-X, TN-PD)
005600         WHEN OTHER
005610             ADD 1 TO TN-T-TIES(TN-X, TN-PD)
005620     END-EVALUATE
005630     ADD 1 TO TN-T-THROWS(TN-X, TN-PD, TN-SIDE-GUESS)
005640     IF TN-PRIOR-GUESS = 0
005650         GO TO 2700-EXIT
005660     END-IF
005670     ADD 1 TO TN-T-AFTER-ROUNDS(TN-X, TN-PD, TN-PRIOR-OUTCOME)
005680     ADD 1 TO TN-T-AFTER-THROWS
005690         (TN-X, TN-PD, TN-PRIOR-OUTCOME, TN-SIDE-GUESS)
005700     ADD 1 TO TN-T-REPEAT-BASE(TN-X, TN-PD)
005710     IF TN-SIDE-GUESS = TN-PRIOR-GUESS
005720         ADD 1 TO TN-T-REPEATS(TN-X, TN-PD)
005730     END-IF.
005740 2700-EXIT.
005750     EXIT.
005760
005770******************************************************************
005780* 3000-WRITE-PROFILES
005790* TENDPROF rewritten whole, TENDXTR alongside it.
005800******************************************************************
005810 3000-WRITE-PROFILES.
005820     OPEN OUTPUT TENDPROF-FILE
005830     IF TN-TENDPROF-STATUS NOT = "00"
005840         SET FILE-OPEN-FAILED TO TRUE
005850         DISPLAY "PPTTEND - cannot open TENDPROF, status "
005860             TN-TENDPROF-STATUS " - profiles not written"
005870         GO TO 3000-EXIT
005880     END-IF
005890     OPEN OUTPUT TENDXTR-FILE
005891     IF TN-TENDXTR-STATUS NOT = "00"
005892         SET FILE-OPEN-FAILED TO TRUE
005893         DISPLAY "PPTTEND - cannot open TENDXTR, status "
005894             TN-TENDXTR-STATUS " - profiles not rebuilt"
005895         CLOSE TENDPROF-FILE
005896         GO TO 3000-EXIT
005897     END-IF
005900     MOVE SPACES TO TENDXTR-RECORD
005910     STRING "PLAYER_ID,PERIOD,FROM_DATE,ROUNDS,WINS,LOSSES,TIES,"
005920             DELIMITED BY SIZE
005930         "PIEDRA_PCT,PAPEL_PCT,TIJERA_PCT," DELIMITED BY SIZE
005940         "WIN_PIEDRA_PCT,WIN_PAPEL_PCT,WIN_TIJERA_PCT,"
005950             DELIMITED BY SIZE
005960         "LOSS_PIEDRA_PCT,LOSS_PAPEL_PCT,LOSS_TIJERA_PCT,"
005970             DELIMITED BY SIZE
005980         "TIE_PIEDRA_PCT,TIE_PAPEL_PCT,TIE_TIJERA_PCT,"
005990             DELIMITED BY SIZE
006000         "REPEAT_PCT" DELIMITED BY SIZE
006010         INTO TENDXTR-RECORD
006020     WRITE TENDXTR-RECORD
006022     IF TN-TENDXTR-STATUS NOT = "00"
006024         PERFORM 3050-TENDXTR-NOT-WRITTEN THRU 3050-EXIT
006026         GO TO 3000-CLOSE
006028     END-IF
006030     PERFORM 3100-WRITE-ONE-PROFILE THRU 3100-EXIT
006040         VARYING TN-X FROM 1 BY 1 UNTIL TN-X > TN-NBR-PLAYERS
006042             OR FILE-OPEN-FAILED
006044     IF FILE-OPEN-FAILED
006046         GO TO 3000-CLOSE
006048     END-IF
006050     MOVE SPACES TO TENDXTR-RECORD
006060     STRING "TRAILER," DELIMITED BY SIZE
006070         TN-XTR-ROWS DELIMITED BY SIZE
006080         INTO TENDXTR-RECORD
006090     WRITE TENDXTR-RECORD
006092     IF TN-TENDXTR-STATUS NOT = "00"
006094         PERFORM 3050-TENDXTR-NOT-WRITTEN THRU 3050-EXIT
006096     END-IF.
006098 3000-CLOSE.
006100     CLOSE TENDXTR-FILE
006110     CLOSE TENDPROF-FILE.
006120 3000-EXIT.
006121     EXIT.
006122
006123******************************************************************
006124* 3050-TENDXTR-NOT-WRITTEN
006125* An extract short of rows would not prove against its trailer;
006126* the build stops and the run ends as for a file not opened.
006127******************************************************************
006128 3050-TENDXTR-NOT-WRITTEN.
006129     SET FILE-OPEN-FAILED TO TRUE
006130     DISPLAY "PPTTEND - cannot write TENDXTR, status "
006131         TN-TENDXTR-STATUS " - profiles not rebuilt".
006132 3050-EXIT.
006133     EXIT.
006140
006150 3100-WRITE-ONE-PROFILE.
006160     MOVE SPACES TO TENDPROF-RECORD
006170     MOVE TN-T-ID(TN-X) TO TP-PLAYER-ID
006180     MOVE TN-RUN-DATE TO TP-BUILD-DATE
006190     MOVE TN-WINDOW-FROM TO TP-WINDOW-FROM
006200     MOVE TN-T-FIRST-DATE(TN-X) TO TP-FIRST-DATE
006210     MOVE TN-T-LAST-DATE(TN-X) TO TP-LAST-DATE
006220     MOVE TN-T-PERIODS(TN-X) TO TP-PERIODS
006230     WRITE TENDPROF-RECORD
006240         INVALID KEY
006250             CONTINUE
006260     END-WRITE
006270     IF TN-TENDPROF-STATUS NOT = "00"
006272         ADD 1 TO TN-PROFILES-FAILED
006274         DISPLAY "PPTTEND - TENDPROF write failed for "
006276             TP-PLAYER-ID ", status " TN-TENDPROF-STATUS
006278         GO TO 3100-EXIT
006280     END-IF
006290     ADD 1 TO TN-PROFILES-WRITTEN
006300     MOVE 1 TO TN-PD
006310     MOVE "ALL" TO TN-PERIOD-TOKEN
006320     MOVE TP-FIRST-DATE TO TN-PERIOD-FROM
006330     PERFORM 3200-WRITE-EXTRACT-ROW THRU 3200-EXIT
006340     MOVE 2 TO TN-PD
006350     MOVE "LAST30" TO TN-PERIOD-TOKEN
006360     MOVE TP-WINDOW-FROM TO TN-PERIOD-FROM
006370     PERFORM 3200-WRITE-EXTRACT-ROW THRU 3200-EXIT.
006380 3100-EXIT.
006390     EXIT.
006400
006410******************************************************************
006420* 3200-WRITE-EXTRACT-ROW
006430* Period TN-PD of the profile record in hand, counts as they
006440* stand and the throws worked out as percentages.
006450******************************************************************
006460 3200-WRITE-EXTRACT-ROW.
006462     IF FILE-OPEN-FAILED
006464         GO TO 3200-EXIT
006466     END-IF
006470     PERFORM 3210-PCT-ONE-ROW THRU 3210-EXIT
006480         VARYING TN-ROW FROM 0 BY 1 UNTIL TN-ROW > 3
006490     PERFORM 8200-WORK-REPEAT-PCT THRU 8200-EXIT
006500     MOVE TN-REPEAT-PCT TO TN-XTR-PCT(13)
006510     MOVE SPACES TO TENDXTR-RECORD
006520     STRING TP-PLAYER-ID DELIMITED BY SPACE
006530         "," DELIMITED BY SIZE
006540         TN-PERIOD-TOKEN DELIMITED BY SPACE
006550         "," DELIMITED BY SIZE
006560         TN-PERIOD-FROM DELIMITED BY SIZE
006570         "," DELIMITED BY SIZE
006580         TP-ROUNDS(TN-PD) DELIMITED BY SIZE
006590         "," DELIMITED BY SIZE
006600         TP-WINS(TN-PD) DELIMITED BY SIZE
006610         "," DELIMITED BY SIZE
006620         TP-LOSSES(TN-PD) DELIMITED BY SIZE
006630         "," DELIMITED BY SIZE
006640         TP-TIES(TN-PD) DELIMITED BY SIZE
006650         "," DELIMITED BY SIZE
006660         TN-XTR-PCT(1) DELIMITED BY SIZE
006670         "," DELIMITED BY SIZE
006680         TN-XTR-PCT(2) DELIMITED BY SIZE
006690         "," DELIMITED BY SIZE
006700         TN-XTR-PCT(3) DELIMITED BY SIZE
006710         "," DELIMITED BY SIZE
006720         TN-XTR-PCT(4) DELIMITED BY SIZE
006730         "," DELIMITED BY SIZE
006740         TN-XTR-PCT(5) DELIMITED BY SIZE
006750         "," DELIMITED BY SIZE
006760         TN-XTR-PCT(6) DELIMITED BY SIZE
006770         "," DELIMITED BY SIZE
006780         TN-XTR-PCT(7) DELIMITED BY SIZE
006790         "," DELIMITED BY SIZE
006800         TN-XTR-PCT(8) DELIMITED BY SIZE
006810         "," DELIMITED BY SIZE
006820         TN-XTR-PCT(9) DELIMITED BY SIZE
006830         "," DELIMITED BY SIZE
006840         TN-XTR-PCT(10) DELIMITED BY SIZE
006850         "," DELIMITED BY SIZE
006860         TN-XTR-PCT(11) DELIMITED BY SIZE
006870         "," DELIMITED BY SIZE
006880         TN-XTR-PCT(12) DELIMITED BY SIZE
006890         "," DELIMITED BY SIZE
006900         TN-XTR-PCT(13) DELIMITED BY SIZE
006910         INTO TENDXTR-RECORD
006920     WRITE TENDXTR-RECORD
006922     IF TN-TENDXTR-STATUS NOT = "00"
006924         PERFORM 3050-TENDXTR-NOT-WRITTEN THRU 3050-EXIT
006926         GO TO 3200-EXIT
006928     END-IF
006930     ADD 1 TO TN-XTR-ROWS.
006940 3200-EXIT.
006950     EXIT.
006960
006970 3210-PCT-ONE-ROW.
006980     PERFORM 8100-WORK-ROW-PCTS THRU 8100-EXIT
006990     PERFORM 3220-MOVE-ONE-PCT THRU 3220-EXIT
007000         VARYING TN-G FROM 1 BY 1 UNTIL TN-G > 3.
007010 3210-EXIT.
007020     EXIT.
007030
007040 3220-MOVE-ONE-PCT.
007050     COMPUTE TN-XP = TN-ROW * 3 + TN-G
007060     MOVE TN-ROW-PCT(TN-G) TO TN-XTR-PCT(TN-XP).
007070 3220-EXIT.
007080     EXIT.
007090
007100******************************************************************
007110* 3500-PRINT-BUILD-TOTALS
007120******************************************************************
007130 3500-PRINT-BUILD-TOTALS.
007140     PERFORM 7100-PRINT-PAGE-HEADERS THRU 7100-EXIT
007150     MOVE SPACES TO PRINT-LINE
007160     STRING "PROFILE BUILD - LAST 30 DAYS FROM " DELIMITED BY SIZE
007170         TN-WINDOW-FROM DELIMITED BY SIZE
007180         " TO " DELIMITED BY SIZE
007190         TN-RUN-DATE DELIMITED BY SIZE
007200         INTO PRINT-LINE
007210     WRITE PRINT-LINE AFTER ADVANCING 1
007220     MOVE TN-DASH-LINE TO PRINT-LINE
007230     WRITE PRINT-LINE AFTER ADVANCING 1
007240     IF FILE-OPEN-FAILED
007250         MOVE SPACES TO PRINT-LINE
007260         MOVE "PROFILES NOT REBUILT - A FILE COULD NOT BE OPENED"
007270             TO PRINT-LINE
007280         WRITE PRINT-LINE AFTER ADVANCING 1
007290         GO TO 3500-EXIT
007300     END-IF
007310     MOVE TN-ROUNDS-READ TO TN-EDIT-COUNT
007320     MOVE SPACES TO PRINT-LINE
007330     STRING "ROUNDS READ                     " DELIMITED BY SIZE
007340         TN-EDIT-COUNT DELIMITED BY SIZE
007350         INTO PRINT-LINE
007360     WRITE PRINT-LINE AFTER ADVANCING 1
007370     MOVE TN-ROUNDS-SKIPPED TO TN-EDIT-COUNT
007380     MOVE SPACES TO PRINT-LINE
007390     STRING "BACKED OUT OR INVALID, LEFT OUT " DELIMITED BY SIZE
007400         TN-EDIT-COUNT DELIMITED BY SIZE
007410         INTO PRINT-LINE
007420     WRITE PRINT-LINE AFTER ADVANCING 1
007430     MOVE TN-ROUNDS-USED TO TN-EDIT-COUNT
007440     MOVE SPACES TO PRINT-LINE
007450     STRING "ROUNDS PROFILED                 " DELIMITED BY SIZE
007460         TN-EDIT-COUNT DELIMITED BY SIZE
007470         INTO PRINT-LINE
007480     WRITE PRINT-LINE AFTER ADVANCING 1
007490     MOVE TN-ROUNDS-IN-WINDOW TO TN-EDIT-COUNT
007500     MOVE SPACES TO PRINT-LINE
007510     STRING "  OF WHICH IN THE LAST 30 DAYS  " DELIMITED BY SIZE
007520         TN-EDIT-COUNT DELIMITED BY SIZE
007530         INTO PRINT-LINE
007540     WRITE PRINT-LINE AFTER ADVANCING 1
007550     MOVE TN-PROFILES-WRITTEN TO TN-EDIT-COUNT
007560     MOVE SPACES TO PRINT-LINE
007570     STRING "PLAYER PROFILES WRITTEN         " DELIMITED BY SIZE
007580         TN-EDIT-COUNT DELIMITED BY SIZE
007590         INTO PRINT-LINE
007600     WRITE PRINT-LINE AFTER ADVANCING 1
007610     MOVE TN-XTR-ROWS TO TN-EDIT-COUNT
007620     MOVE SPACES TO PRINT-LINE
007630     STRING "TENDXTR ROWS                    " DELIMITED BY SIZE
007640         TN-EDIT-COUNT DELIMITED BY SIZE
007650         INTO PRINT-LINE
007660     WRITE PRINT-LINE AFTER ADVANCING 1
007662     IF TN-PROFILES-FAILED > 0
007664         MOVE TN-PROFILES-FAILED TO TN-EDIT-COUNT
007666         MOVE SPACES TO PRINT-LINE
007668         STRING "PROFILES NOT WRITTEN - RERUN    "
007669                 DELIMITED BY SIZE
007670             TN-EDIT-COUNT DELIMITED BY SIZE
007672             INTO PRINT-LINE
007674         WRITE PRINT-LINE AFTER ADVANCING 2
007676     END-IF
007678     IF TN-PLAYERS-DROPPED > 0
007680         MOVE TN-PLAYERS-DROPPED TO TN-EDIT-COUNT
007690         MOVE SPACES TO PRINT-LINE
007700         STRING "PLAYER TABLE FULL - SIDES LEFT OUT"
007710                 DELIMITED BY SIZE
007720             TN-EDIT-COUNT DELIMITED BY SIZE
007730             INTO PRINT-LINE
007740         WRITE PRINT-LINE AFTER ADVANCING 2
007750     END-IF.
007760 3500-EXIT.
007770     EXIT.
007780
007790******************************************************************
007800* 5000-PRINT-SHEETS
007810* One sheet for the card's player, or one per roster entrant.
007820******************************************************************
007830 5000-PRINT-SHEETS.
007840     PERFORM 7100-PRINT-PAGE-HEADERS THRU 7100-EXIT
007850     OPEN INPUT TENDPROF-FILE
007860     IF TN-TENDPROF-STATUS NOT = "00"
007870         SET FILE-OPEN-FAILED TO TRUE
007880         DISPLAY "PPTTEND - cannot open TENDPROF, status "
007890             TN-TENDPROF-STATUS " - run BUILD first"
007900         MOVE SPACES TO PRINT-LINE
007910         MOVE "NO PROFILE FILE - RUN THE BUILD FIRST"
007920             TO PRINT-LINE
007930         WRITE PRINT-LINE AFTER ADVANCING 1
007940         GO TO 5000-EXIT
007950     END-IF
007960     EVALUATE TRUE
007970         WHEN ACTION-PLAYER
007980             MOVE TD-PLAYER-ID TO TN-FIND-ID
007990             PERFORM 5500-PRINT-ONE-SHEET THRU 5500-EXIT
008000         WHEN ACTION-TROSTER
008010             PERFORM 5100-SHEETS-FOR-TROSTER THRU 5100-EXIT
008020         WHEN ACTION-KROSTER
008030             PERFORM 5200-SHEETS-FOR-KROSTER THRU 5200-EXIT
008040     END-EVALUATE
008050     CLOSE TENDPROF-FILE.
008060 5000-EXIT.
008070     EXIT.
008080
008090 5100-SHEETS-FOR-TROSTER.
008100     OPEN INPUT TROSTER-FILE
008110     IF TN-TROSTER-STATUS NOT = "00"
008120         SET FILE-OPEN-FAILED TO TRUE
008130         DISPLAY "PPTTEND - cannot open TROSTER, status "
008140             TN-TROSTER-STATUS " - no sheets printed"
008150         GO TO 5100-EXIT
008160     END-IF
008170     MOVE "N" TO TN-ROSTER-EOF-SW
008180     READ TROSTER-FILE
008190         AT END SET ROSTER-EOF TO TRUE
008200     END-READ
008210     PERFORM 5110-SHEET-FOR-ONE-TENTRANT THRU 5110-EXIT
008220         UNTIL ROSTER-EOF
008230     CLOSE TROSTER-FILE.
008240 5100-EXIT.
008250     EXIT.
008260
008270 5110-SHEET-FOR-ONE-TENTRANT.
008280     IF TR-PLAYER-ID NOT = SPACES
008290         MOVE TR-PLAYER-ID TO TN-FIND-ID
008300         PERFORM 5500-PRINT-ONE-SHEET THRU 5500-EXIT
008310     END-IF
008320     READ TROSTER-FILE
008330         AT END SET ROSTER-EOF TO TRUE
008340     END-READ.
008350 5110-EXIT.
008360     EXIT.
008370
008380 5200-SHEETS-FOR-KROSTER.
008390     OPEN INPUT KROSTER-FILE
008400     IF TN-KROSTER-STATUS NOT = "00"
008410         SET FILE-OPEN-FAILED TO TRUE
008420         DISPLAY "PPTTEND - cannot open KROSTER, status "
008430             TN-KROSTER-STATUS " - no sheets printed"
008440         GO TO 5200-EXIT
008450     END-IF
008460     MOVE "N" TO TN-ROSTER-EOF-SW
008470     READ KROSTER-FILE
008480         AT END SET ROSTER-EOF TO TRUE
008490     END-READ
008500     PERFORM 5210-SHEET-FOR-ONE-KENTRANT THRU 5210-EXIT
008510         UNTIL ROSTER-EOF
008520     CLOSE KROSTER-FILE.
008530 5200-EXIT.
008540     EXIT.
008550
008560 5210-SHEET-FOR-ONE-KENTRANT.
008570     IF KR-PLAYER-ID NOT = SPACES
008580         MOVE KR-PLAYER-ID TO TN-FIND-ID
008590         PERFORM 5500-PRINT-ONE-SHEET THRU 5500-EXIT
008600     END-IF
008610     READ KROSTER-FILE
008620         AT END SET ROSTER-EOF TO TRUE
008630     END-READ.
008640 5210-EXIT.
008650     EXIT.
008660
008670******************************************************************
008680* 5500-PRINT-ONE-SHEET
008690* The scouting sheet for TN-FIND-ID, kept whole on one page.
008700******************************************************************
008710 5500-PRINT-ONE-SHEET.
008720     IF TN-LINE-COUNT + TN-SHEET-LINES > TN-MAX-LINES
008730         PERFORM 7100-PRINT-PAGE-HEADERS THRU 7100-EXIT
008740     END-IF
008750     MOVE TN-FIND-ID TO TP-PLAYER-ID
008760     READ TENDPROF-FILE
008770         INVALID KEY
008780             ADD 1 TO TN-NOT-PROFILED
008790             MOVE SPACES TO PRINT-LINE
008800             STRING "PLAYER: " DELIMITED BY SIZE
008810                 TN-FIND-ID DELIMITED BY SIZE
008820                 "   NO PROFILE - NO ROUNDS ON THE LAST BUILD"
008830                     DELIMITED BY SIZE
008840                 INTO PRINT-LINE
008850             WRITE PRINT-LINE AFTER ADVANCING 1
008860             MOVE TN-DASH-LINE TO PRINT-LINE
008870             WRITE PRINT-LINE AFTER ADVANCING 1
008880             ADD 2 TO TN-LINE-COUNT
008890             GO TO 5500-EXIT
008900     END-READ
008910     ADD 1 TO TN-SHEETS-PRINTED
008920     MOVE SPACES TO PRINT-LINE
008930     STRING "PLAYER: " DELIMITED BY SIZE
008940         TP-PLAYER-ID DELIMITED BY SIZE
008950         "   PLAYED " DELIMITED BY SIZE
008960         TP-FIRST-DATE DELIMITED BY SIZE
008970         " TO " DELIMITED BY SIZE
008980         TP-LAST-DATE DELIMITED BY SIZE
008990         "   PROFILE BUILT " DELIMITED BY SIZE
009000         TP-BUILD-DATE DELIMITED BY SIZE
009010         INTO PRINT-LINE
009020     WRITE PRINT-LINE AFTER ADVANCING 1
009030     MOVE 1 TO TN-PD
009040     PERFORM 5510-EDIT-RECORD THRU 5510-EXIT
009050     MOVE SPACES TO PRINT-LINE
009060     STRING "WON-LOST-TIED  ALL: " DELIMITED BY SIZE
009070         TN-EDIT-W DELIMITED BY SIZE
009080         TN-EDIT-L DELIMITED BY SIZE
009090         TN-EDIT-T DELIMITED BY SIZE
009100         INTO PRINT-LINE
009110     MOVE 2 TO TN-PD
009120     PERFORM 5510-EDIT-RECORD THRU 5510-EXIT
009130     STRING "   LAST 30 DAYS: " DELIMITED BY SIZE
009140         TN-EDIT-W DELIMITED BY SIZE
009150         TN-EDIT-L DELIMITED BY SIZE
009160         TN-EDIT-T DELIMITED BY SIZE
009170         INTO PRINT-LINE(50:)
009180     WRITE PRINT-LINE AFTER ADVANCING 1
009190     MOVE SPACES TO PRINT-LINE
009200     STRING "              ------- ALL ROUNDS --------"
009210             DELIMITED BY SIZE
009220         "  ------ LAST 30 DAYS -------" DELIMITED BY SIZE
009230         INTO PRINT-LINE
009240     WRITE PRINT-LINE AFTER ADVANCING 2
009250     MOVE SPACES TO PRINT-LINE
009260     STRING "THROWN        ROUNDS PIEDRA  PAPEL TIJERA"
009270             DELIMITED BY SIZE
009280         "  ROUNDS PIEDRA  PAPEL TIJERA" DELIMITED BY SIZE
009290         INTO PRINT-LINE
009300     WRITE PRINT-LINE AFTER ADVANCING 1
009310     ADD 5 TO TN-LINE-COUNT
009320     PERFORM 5520-PRINT-ONE-ROW THRU 5520-EXIT
009330         VARYING TN-ROW FROM 0 BY 1 UNTIL TN-ROW > 3
009340     PERFORM 5530-PRINT-REPEAT-ROW THRU 5530-EXIT
009350     PERFORM 5540-PRINT-READING THRU 5540-EXIT
009360     MOVE TN-DASH-LINE TO PRINT-LINE
009370     WRITE PRINT-LINE AFTER ADVANCING 1
009380     ADD 1 TO TN-LINE-COUNT.
009390 5500-EXIT.
009400     EXIT.
009410
009420 5510-EDIT-RECORD.
009430     MOVE TP-WINS(TN-PD) TO TN-EDIT-W
009440     MOVE TP-LOSSES(TN-PD) TO TN-EDIT-L
009450     MOVE TP-TIES(TN-PD) TO TN-EDIT-T.
009460 5510-EXIT.
009470     EXIT.
009480
009490******************************************************************
009500* 5520-PRINT-ONE-ROW
009510* Row TN-ROW for both periods side by side.
009520******************************************************************
009530 5520-PRINT-ONE-ROW.
009540     EVALUATE TN-ROW
009550         WHEN 0
009560             MOVE "OVERALL" TO TN-ROW-LABEL
009570         WHEN 1
009580             MOVE "AFTER A WIN" TO TN-ROW-LABEL
009590         WHEN 2
009600             MOVE "AFTER A LOSS" TO TN-ROW-LABEL
009610         WHEN 3
009620             MOVE "AFTER A TIE" TO TN-ROW-LABEL
009630     END-EVALUATE
009640     MOVE 1 TO TN-PD
009650     PERFORM 5525-EDIT-ONE-BLOCK THRU 5525-EXIT
009660     MOVE 2 TO TN-PD
009670     PERFORM 5525-EDIT-ONE-BLOCK THRU 5525-EXIT
009680     MOVE SPACES TO PRINT-LINE
009690     STRING TN-ROW-LABEL DELIMITED BY SIZE
009700         TN-BLOCK(1) DELIMITED BY SIZE
009710         TN-BLOCK(2) DELIMITED BY SIZE
009720         INTO PRINT-LINE
009730     WRITE PRINT-LINE AFTER ADVANCING 1
009740     ADD 1 TO TN-LINE-COUNT.
009750 5520-EXIT.
009760     EXIT.
009770
009780 5525-EDIT-ONE-BLOCK.
009790     PERFORM 8100-WORK-ROW-PCTS THRU 8100-EXIT
009800     MOVE TN-PCT-BASE TO TN-EDIT-ROUNDS
009810     MOVE SPACES TO TN-BLOCK(TN-PD)
009820     MOVE TN-EDIT-ROUNDS TO TN-BLOCK(TN-PD)(2:7)
009830     MOVE TN-ROW-PCT(1) TO TN-EDIT-PCT
009840     MOVE TN-EDIT-PCT TO TN-BLOCK(TN-PD)(10:6)
009850     MOVE TN-ROW-PCT(2) TO TN-EDIT-PCT
009860     MOVE TN-EDIT-PCT TO TN-BLOCK(TN-PD)(17:6)
009870     MOVE TN-ROW-PCT(3) TO TN-EDIT-PCT
009880     MOVE TN-EDIT-PCT TO TN-BLOCK(TN-PD)(24:6).
009890 5525-EXIT.
009900     EXIT.
009910
009920 5530-PRINT-REPEAT-ROW.
009930     MOVE 1 TO TN-PD
009940     PERFORM 5535-EDIT-REPEAT-BLOCK THRU 5535-EXIT
009950     MOVE 2 TO TN-PD
009960     PERFORM 5535-EDIT-REPEAT-BLOCK THRU 5535-EXIT
009970     MOVE SPACES TO PRINT-LINE
009980     STRING "SAME AS LAST" DELIMITED BY SIZE
009990         TN-BLOCK(1) DELIMITED BY SIZE
010000         TN-BLOCK(2) DELIMITED BY SIZE
010010         INTO PRINT-LINE
010020     WRITE PRINT-LINE AFTER ADVANCING 1
010030     ADD 1 TO TN-LINE-COUNT.
010040 5530-EXIT.
010050     EXIT.
010060
010070 5535-EDIT-REPEAT-BLOCK.
010080     PERFORM 8200-WORK-REPEAT-PCT THRU 8200-EXIT
010090     MOVE TP-REPEAT-BASE(TN-PD) TO TN-EDIT-ROUNDS
010100     MOVE SPACES TO TN-BLOCK(TN-PD)
010110     MOVE TN-EDIT-ROUNDS TO TN-BLOCK(TN-PD)(2:7)
010120     MOVE TN-REPEAT-PCT TO TN-EDIT-PCT
010130     MOVE TN-EDIT-PCT TO TN-BLOCK(TN-PD)(10:6).
010140 5535-EXIT.
010150     EXIT.
010160
010170******************************************************************
010180* 5540-PRINT-READING
010190* The sheet in words: the throw each figure leans to.  A throw
010200* never seen reads "-".
010210******************************************************************
010220 5540-PRINT-READING.
010230     MOVE 1 TO TN-PD
010240     MOVE 0 TO TN-ROW
010250     PERFORM 8300-FIND-TOP-THROW THRU 8300-EXIT
010260     MOVE TN-TOP-NAME TO TN-TOP-ALL
010270     MOVE 1 TO TN-ROW
010280     PERFORM 8300-FIND-TOP-THROW THRU 8300-EXIT
010290     MOVE TN-TOP-NAME TO TN-TOP-AFTER-WIN
010300     MOVE 2 TO TN-ROW
010310     PERFORM 8300-FIND-TOP-THROW THRU 8300-EXIT
010320     MOVE TN-TOP-NAME TO TN-TOP-AFTER-LOSS
010330     MOVE 3 TO TN-ROW
010340     PERFORM 8300-FIND-TOP-THROW THRU 8300-EXIT
010350     MOVE TN-TOP-NAME TO TN-TOP-AFTER-TIE
010360     MOVE 2 TO TN-PD
010370     MOVE 0 TO TN-ROW
010380     PERFORM 8300-FIND-TOP-THROW THRU 8300-EXIT
010390     MOVE TN-TOP-NAME TO TN-TOP-WINDOW
010400     MOVE SPACES TO PRINT-LINE
010410     STRING "LEANS ON: " DELIMITED BY SIZE
010420         TN-TOP-ALL DELIMITED BY SIZE
010430         "   LAST 30 DAYS: " DELIMITED BY SIZE
010440         TN-TOP-WINDOW DELIMITED BY SIZE
010450         INTO PRINT-LINE
010460     WRITE PRINT-LINE AFTER ADVANCING 2
010470     MOVE SPACES TO PRINT-LINE
010480     STRING "MOST OFTEN AFTER A WIN: " DELIMITED BY SIZE
010490         TN-TOP-AFTER-WIN DELIMITED BY SIZE
010500         "   AFTER A LOSS: " DELIMITED BY SIZE
010510         TN-TOP-AFTER-LOSS DELIMITED BY SIZE
010520         "   AFTER A TIE: " DELIMITED BY SIZE
010530         TN-TOP-AFTER-TIE DELIMITED BY SIZE
010540         INTO PRINT-LINE
010550     WRITE PRINT-LINE AFTER ADVANCING 1
010560     ADD 3 TO TN-LINE-COUNT.
010570 5540-EXIT.
010580     EXIT.
010590
010600******************************************************************
010610* 7100-PRINT-PAGE-HEADERS
010620******************************************************************
010630 7100-PRINT-PAGE-HEADERS.
010640     ADD 1 TO TN-PAGE-COUNT
010650     MOVE TN-PAGE-COUNT TO TN-EDIT-PAGE
010660     MOVE SPACES TO PRINT-LINE
010670     STRING "PROGRAM: PPTTEND" DELIMITED BY SIZE
010680         "     PIEDRA PAPEL O TIJERA - TENDENCY PROFILES"
010690             DELIMITED BY SIZE
010700         "     PAGE: " DELIMITED BY SIZE
010710         TN-EDIT-PAGE DELIMITED BY SIZE
010720         INTO PRINT-LINE
010730     WRITE PRINT-LINE AFTER ADVANCING PAGE
010740     MOVE SPACES TO PRINT-LINE
010750     STRING "RUN DATE: " DELIMITED BY SIZE
010760         TN-RUN-DATE DELIMITED BY SIZE
010770         INTO PRINT-LINE
010780     WRITE PRINT-LINE AFTER ADVANCING 1
010790     MOVE SPACES TO PRINT-LINE
010800     WRITE PRINT-LINE AFTER ADVANCING 1
010810     MOVE 3 TO TN-LINE-COUNT.
010820 7100-EXIT.
010830     EXIT.
010840
010850******************************************************************
010860* 8100-WORK-ROW-PCTS
010870* Row TN-ROW of period TN-PD on the profile record: the base in
010880* TN-PCT-BASE and each throw's share in TN-ROW-PCT.
010890******************************************************************
010900 8100-WORK-ROW-PCTS.
010910     IF TN-ROW = 0
010920         MOVE TP-ROUNDS(TN-PD) TO TN-PCT-BASE
010930     ELSE
010940         MOVE TP-AFTER-ROUNDS(TN-PD, TN-ROW) TO TN-PCT-BASE
010950     END-IF
010960     PERFORM 8110-WORK-ONE-PCT THRU 8110-EXIT
010970         VARYING TN-G FROM 1 BY 1 UNTIL TN-G > 3.
010980 8100-EXIT.
010990     EXIT.
011000
011010 8110-WORK-ONE-PCT.
011020     IF TN-ROW = 0
011030         MOVE TP-THROWS(TN-PD, TN-G) TO TN-PCT-COUNT
011040     ELSE
011050         MOVE TP-AFTER-THROWS(TN-PD, TN-ROW, TN-G) TO TN-PCT-COUNT
011060     END-IF
011070     PERFORM 8900-WORK-PCT THRU 8900-EXIT
011080     MOVE TN-PCT TO TN-ROW-PCT(TN-G).
011090 8110-EXIT.
011100     EXIT.
011110
011120 8200-WORK-REPEAT-PCT.
011130     MOVE TP-REPEAT-BASE(TN-PD) TO TN-PCT-BASE
011140     MOVE TP-REPEATS(TN-PD) TO TN-PCT-COUNT
011150     PERFORM 8900-WORK-PCT THRU 8900-EXIT
011160     MOVE TN-PCT TO TN-REPEAT-PCT.
011170 8200-EXIT.
011180     EXIT.
011190
011200******************************************************************
011210* 8300-FIND-TOP-THROW
011220* The most-thrown of row TN-ROW, period TN-PD; the first of
011230* equal counts in PIEDRA, PAPEL, TIJERA order.
011240******************************************************************
011250 8300-FIND-TOP-THROW.
011260     MOVE 0 TO TN-TOP-G
011270     MOVE 0 TO TN-TOP-COUNT
011280     PERFORM 8310-CHECK-ONE-THROW THRU 8310-EXIT
011290         VARYING TN-G FROM 1 BY 1 UNTIL TN-G > 3
011300     IF TN-TOP-G = 0
011310         MOVE "-" TO TN-TOP-NAME
011320     ELSE
011330         MOVE TN-THROW-NAME(TN-TOP-G) TO TN-TOP-NAME
011340     END-IF.
011350 8300-EXIT.
011360     EXIT.
011370
011380 8310-CHECK-ONE-THROW.
011390     IF TN-ROW = 0
011400         MOVE TP-THROWS(TN-PD, TN-G) TO TN-PCT-COUNT
011410     ELSE
011420         MOVE TP-AFTER-THROWS(TN-PD, TN-ROW, TN-G) TO TN-PCT-COUNT
011430     END-IF
011440     IF TN-PCT-COUNT > TN-TOP-COUNT
011450         MOVE TN-PCT-COUNT TO TN-TOP-COUNT
011460         MOVE TN-G TO TN-TOP-G
011470     END-IF.
011480 8310-EXIT.
011490     EXIT.
011500
011510 8900-WORK-PCT.
011520     IF TN-PCT-BASE = 0
011530         MOVE 0 TO TN-PCT
011540     ELSE
011550         COMPUTE TN-PCT ROUNDED =
011560             (TN-PCT-COUNT * 100) / TN-PCT-BASE
011570     END-IF.
011580 8900-EXIT.
011590     EXIT.
011600
011610******************************************************************
011620* 9999-TERMINATE
011630******************************************************************
011640 9999-TERMINATE.
011650     EVALUATE TRUE
011660         WHEN NOT PARM-VALID
011670             MOVE 20 TO RETURN-CODE
011680         WHEN FILE-OPEN-FAILED OR TN-PROFILES-FAILED > 0
011690             MOVE 16 TO RETURN-CODE
011700         WHEN TN-PLAYERS-DROPPED > 0 OR TN-NOT-PROFILED > 0
011710             MOVE 4 TO RETURN-CODE
011720         WHEN OTHER
011730             MOVE 0 TO RETURN-CODE
011740     END-EVALUATE
011750     IF ACTION-BUILD
011760         DISPLAY "PPTTEND - rounds read " TN-ROUNDS-READ
011770             " profiles written " TN-PROFILES-WRITTEN
011780     ELSE
011790         DISPLAY "PPTTEND - sheets printed " TN-SHEETS-PRINTED
011800             " not profiled " TN-NOT-PROFILED
011810     END-IF
011820     PERFORM 9800-WRITE-RUN-JOURNAL THRU 9800-EXIT.
011830 9999-EXIT.
011840     EXIT.
011850
011860******************************************************************
011870* 9800-WRITE-RUN-JOURNAL
011880* One appended record per execution - stamps, control totals
011890* and the final RETURN-CODE - for the PPTOPS morning report.
011900******************************************************************
011910 9800-WRITE-RUN-JOURNAL.
011920     OPEN EXTEND RUNJRNL-FILE
011930     IF TN-RUNJRNL-STATUS = "35"
011940         OPEN OUTPUT RUNJRNL-FILE
011950         CLOSE RUNJRNL-FILE
011960         OPEN EXTEND RUNJRNL-FILE
011970     END-IF
011980     IF TN-RUNJRNL-STATUS NOT = "00"
011990         DISPLAY "PPTTEND - run journal unavailable, status "
012000             TN-RUNJRNL-STATUS
012010         GO TO 9800-EXIT
012020     END-IF
012030     MOVE TN-BUSINESS-DATE TO TN-END-DATE
012040     ACCEPT TN-END-TIME FROM TIME
012050     MOVE SPACES TO RUNJRNL-RECORD
012060     MOVE "PPTTEND" TO RJ-PROGRAM-ID
012070     MOVE TN-RUN-DATE TO RJ-START-DATE
012080     MOVE TN-START-TIME TO RJ-START-TIME
012090     MOVE TN-END-DATE TO RJ-END-DATE
012100     MOVE TN-END-TIME TO RJ-END-TIME
012110     MOVE TN-ROUNDS-READ TO RJ-RECORDS-READ
012120     IF ACTION-BUILD
012130         MOVE TN-PROFILES-WRITTEN TO RJ-RECORDS-WRITTEN
012140     ELSE
012150         MOVE TN-SHEETS-PRINTED TO RJ-RECORDS-WRITTEN
012160     END-IF
012170     MOVE TN-ROUNDS-SKIPPED TO RJ-ROUNDS-REJECTED
012180     MOVE RETURN-CODE TO RJ-RETURN-CODE
012190     WRITE RUNJRNL-RECORD
012200     CLOSE RUNJRNL-FILE.
012210 9800-EXIT.
012220     EXIT.
012230
012240******************************************************************
012250* 9700-READ-BUSINESS-DATE
012260* The run is dated by the business date PPTDATE keeps on
012270* BUSDATE, not the clock, so the 30-day window ends on the day
012280* the stream is working.  No control record falls back to the
012290* clock date with a warning.
012295* A BUSDATE on file that cannot be read ends the run (9790).
012300******************************************************************
012310 9700-READ-BUSINESS-DATE.
012320     ACCEPT TN-BUSINESS-DATE FROM DATE YYYYMMDD
012330     OPEN INPUT BUSDATE-FILE
012332     IF TN-BUSDATE-STATUS NOT = "00" AND NOT = "35"
012334         PERFORM 9790-BUSDATE-UNREADABLE THRU 9790-EXIT
012336     END-IF
012340     IF TN-BUSDATE-STATUS NOT = "00"
012350         DISPLAY "PPTTEND - no BUSDATE control record - "
012360             "running on clock date " TN-BUSINESS-DATE
012370         GO TO 9700-MOVE-RUN-DATE
012380     END-IF
012390     READ BUSDATE-FILE
012400         AT END
012410             DISPLAY "PPTTEND - BUSDATE is empty - "
012420                 "running on clock date " TN-BUSINESS-DATE
012430             CLOSE BUSDATE-FILE
012440             GO TO 9700-MOVE-RUN-DATE
012450     END-READ
012452     IF TN-BUSDATE-STATUS NOT = "00"
012454         CLOSE BUSDATE-FILE
012456         PERFORM 9790-BUSDATE-UNREADABLE THRU 9790-EXIT
012458     END-IF
012460     MOVE BD-BUSINESS-DATE TO TN-BUSINESS-DATE
012470     CLOSE BUSDATE-FILE.
012480 9700-MOVE-RUN-DATE.
012490     MOVE TN-BUSINESS-DATE TO TN-RUN-DATE.
012500 9700-EXIT.
012510     EXIT.
012520
012530******************************************************************
012540* 9790-BUSDATE-UNREADABLE
012550* A BUSDATE that is on file but cannot be read may hold a closed
012560* day, so the clock date will not do: the run ends RC 16 before
012570* anything else is opened.
012580******************************************************************
012590 9790-BUSDATE-UNREADABLE.
012600     DISPLAY "PPTTEND - cannot read BUSDATE, status "
012610         TN-BUSDATE-STATUS " - run ends"
012620     MOVE TN-BUSINESS-DATE TO TN-RUN-DATE
012630     ACCEPT TN-START-TIME FROM TIME
012640     MOVE 16 TO RETURN-CODE
012650     PERFORM 9800-WRITE-RUN-JOURNAL THRU 9800-EXIT
012660     STOP RUN.
012670 9790-EXIT.
012680     EXIT.
012690
012700 END PROGRAM PPTTEND.
