000100******************************************************************
000110* Author: JuanJignacio
000120* Installation: www.
000130* Date-Written: 15/10/2026.
000140*
000150* Modification History
000160*   DD/MM/YYYY  INIT  DESCRIPTION
000170*   15/10/2026  JAI   Original - season fixture scheduler.  Who
000180*                     plays on which league night was still
000190*                     decided by hand, leaving some players
000200*                     meeting three times and others never.  A
000210*                     BUILD run schedules every division's active
000220*                     players over the season; a WEEK run cuts
000230*                     the night's TROSTER (or PPTSEED's SEEDIN)
000240*                     from the fixture.
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. PPTFIXT.
000280 AUTHOR. JuanJignacio.
000290 INSTALLATION. www.
000300 DATE-WRITTEN. 15/10/2026.
000310 DATE-COMPILED. 15/10/2026.
000320******************************************************************
000330* Season fixture scheduler, driven by one FIXTPARM card:
000340*   - BUILD  cols  7-8   season length in weeks, 01-52
000350*            col  10     group size, 3-8 (mode 6 seats 8 at most)
000360*            cols 12-13  groups per night (blank = as many as
000370*                        the division fills)
000380*            cols 15-22  first league night YYYYMMDD (blank =
000390*                        the business date); the season plays
000400*                        one night a week from it
000410*     Every division with active players on PLYRMAST is
000420*     scheduled and the FIXTURE file is rewritten whole.  Each
000430*     week the players with the fewest nights so far (then the
000440*     longest rested) fill the night's seats, so nobody plays
000450*     twice in a night and nights per player never differ by
000460*     more than one; each is then seated in the group holding
000470*     the players they have met least, spreading repeat
000480*     meetings.  A fixture list prints per division, with the
000490*     nights per player and the meetings per pair it came to.
000500*   - WEEK   cols  7-8   division
000510*            cols 10-11  week (blank = the week played on the
000520*                        business date)
000530*            col  13     T = TROSTER for mode 6 (default),
000540*                        S = SEEDIN for PPTSEED
000550*            cols 15-16  group within the night (default 01)
000560*     The group's players are written in seat order.  A player
000570*     gone inactive, or off PLYRMAST, since the fixture was
000580*     built is flagged and left off the roster.  A night with
000583*     no fixture for the group, or fewer than 3 players left,
000586*     leaves TROSTER or SEEDIN empty.
000590* RETURN-CODE 0 = done, 4 = done with a warning (nights that
000600* could not be evened out, a division too small to schedule or
000610* a player flagged), 8 = nothing scheduled, or no fixture for
000620* the night, or fewer than 3 players left to cut, 16 = PLYRMAST
000630* or FIXTURE could not be opened, or FIXTURE could not be written,
000633* or TROSTER or SEEDIN could not be opened or written, 20 =
000636* invalid FIXTPARM card.
000638* A BUSDATE on file that cannot be read ends the run RC 16.
000640******************************************************************
000650 ENVIRONMENT DIVISION.
000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000680     SELECT FIXTPARM-FILE ASSIGN TO "FIXTPARM"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS FT-FIXTPARM-STATUS.
000710     SELECT PLYRMAST-FILE ASSIGN TO "PLYRMAST"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS PM-PLAYER-ID
000750         FILE STATUS IS FT-PLYRMAST-STATUS.
000760     SELECT FIXTURE-FILE ASSIGN TO "FIXTURE"
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS FT-FIXTURE-STATUS.
000790     SELECT TROSTER-FILE ASSIGN TO "TROSTER"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS FT-TROSTER-STATUS.
000820     SELECT SEEDIN-FILE ASSIGN TO "SEEDIN"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS FT-SEEDIN-STATUS.
000850     SELECT PRTFILE ASSIGN TO "PPTXRPT"
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS FT-PRTFILE-STATUS.
000880     SELECT RUNJRNL-FILE ASSIGN TO "RUNJRNL"
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS FT-RUNJRNL-STATUS.
000910     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS FT-BUSDATE-STATUS.
000940 DATA DIVISION.
000950 FILE SECTION.
000960 FD  FIXTPARM-FILE
000970     LABEL RECORD IS STANDARD.
000980 01  FIXTPARM-RECORD.
000990     05  FT-PARM-ACTION         PIC X(05).
001000     05  FILLER                 PIC X(01).
001010     05  FT-PARM-DATA           PIC X(74).
001020     05  FT-BUILD-PARM REDEFINES FT-PARM-DATA.
001030         10  FT-PARM-WEEKS      PIC X(02).
001040         10  FILLER             PIC X(01).
001050         10  FT-PARM-GROUP-SIZE PIC X(01).
001060         10  FILLER             PIC X(01).
001070         10  FT-PARM-GROUPS     PIC X(02).
001080         10  FILLER             PIC X(01).
001090         10  FT-PARM-FIRST-NIGHT PIC X(08).
001100         10  FILLER             PIC X(58).
001110     05  FT-WEEK-PARM REDEFINES FT-PARM-DATA.
001120         10  FT-PARM-DIVISION   PIC X(02).
001130         10  FILLER             PIC X(01).
001140         10  FT-PARM-WEEK       PIC X(02).
001150         10  FILLER             PIC X(01).
001160         10  FT-PARM-OUTPUT     PIC X(01).
001170         10  FILLER             PIC X(01).
001180         10  FT-PARM-GROUP      PIC X(02).
001190         10  FILLER             PIC X(64).
001200 FD  PLYRMAST-FILE
001210     LABEL RECORD IS STANDARD.
001220     COPY PLYRMAST.
001230 FD  FIXTURE-FILE
001240     LABEL RECORD IS STANDARD.
001250     COPY FIXTURE.
001260 FD  TROSTER-FILE
001270     LABEL RECORD IS STANDARD.
001280     COPY TROSTER.
001290 FD  SEEDIN-FILE
001300     LABEL RECORD IS STANDARD.
001310 01  SEEDIN-RECORD.
001320     05  SI-PLAYER-ID           PIC X(10).
001330     05  FILLER                 PIC X(70).
001340 FD  PRTFILE
001350     LABEL RECORD IS STANDARD.
001360     COPY PRTLINE.
001370 FD  RUNJRNL-FILE
001380     LABEL RECORD IS STANDARD.
001390     COPY RUNJRNL.
001400 FD  BUSDATE-FILE
001410     LABEL RECORD IS STANDARD.
001420     COPY BUSDATE.
001430 WORKING-STORAGE SECTION.
001440******************************************************************
001450* File status and end-of-file switches.
001460******************************************************************
001470 77  FT-FIXTPARM-STATUS        PIC X(02) VALUE "00".
001480 77  FT-PLYRMAST-STATUS        PIC X(02) VALUE "00".
001490 77  FT-FIXTURE-STATUS         PIC X(02) VALUE "00".
001500 77  FT-TROSTER-STATUS         PIC X(02) VALUE "00".
001510 77  FT-SEEDIN-STATUS          PIC X(02) VALUE "00".
001520 77  FT-PRTFILE-STATUS         PIC X(02) VALUE "00".
001530 77  FT-RUNJRNL-STATUS         PIC X(02) VALUE "00".
001540 77  FT-BUSDATE-STATUS         PIC X(02) VALUE "00".
001550 77  FT-MASTER-EOF-SW          PIC X(01) VALUE "N".
001560     88  MASTER-EOF                      VALUE "Y".
001570 77  FT-FIXTURE-EOF-SW         PIC X(01) VALUE "N".
001580     88  FIXTURE-EOF                     VALUE "Y".
001590 77  FT-BUSINESS-DATE          PIC 9(08) VALUE 0.
001600 77  FT-RUN-DATE               PIC 9(08) VALUE 0.
001610 77  FT-START-TIME             PIC 9(08) VALUE 0.
001620 77  FT-END-DATE               PIC 9(08) VALUE 0.
001630 77  FT-END-TIME               PIC 9(08) VALUE 0.
001640
001650******************************************************************
001660* Run control and the FIXTPARM card.
001670******************************************************************
001680 77  FT-PARM-VALID-SW          PIC X(01) VALUE "N".
001690     88  PARM-VALID                      VALUE "Y".
001700 77  FT-ACTION                 PIC X(05) VALUE SPACES.
001710     88  ACTION-BUILD                    VALUE "BUILD".
001720     88  ACTION-WEEK                     VALUE "WEEK ".
001730 77  FT-FILE-BAD-SW            PIC X(01) VALUE "N".
001740     88  FILE-OPEN-FAILED                VALUE "Y".
001750 77  FT-MASTER-SW              PIC X(01) VALUE "Y".
001760     88  MASTER-AVAILABLE                VALUE "Y".
001770     88  MASTER-MISSING                  VALUE "N".
001780 77  FT-WEEKS                  PIC 9(02) VALUE 0.
001790 77  FT-GROUP-SIZE             PIC 9(01) VALUE 0.
001800 77  FT-GROUPS-WANTED          PIC 9(02) VALUE 0.
001810 77  FT-FIRST-NIGHT            PIC 9(08) VALUE 0.
001820 77  FT-WEEK-DIVISION          PIC X(02) VALUE SPACES.
001830 77  FT-WANT-WEEK              PIC 9(02) VALUE 0.
001840 77  FT-WANT-GROUP             PIC 9(02) VALUE 1.
001850 77  FT-OUTPUT                 PIC X(01) VALUE "T".
001860     88  OUTPUT-TROSTER                  VALUE "T".
001870     88  OUTPUT-SEEDIN                   VALUE "S".
001880
001890******************************************************************
001900* Active players off PLYRMAST and the divisions they play in.
001910******************************************************************
001920 77  FT-NBR-PLAYERS            PIC 9(03) VALUE 0.
001930 77  FT-MAX-PLAYERS            PIC 9(03) VALUE 500.
001940 01  FT-PLAYER-TABLE.
001950     05  FT-P-ENTRY OCCURS 500 TIMES.
001960         10  FT-P-ID           PIC X(10).
001970         10  FT-P-DIVISION     PIC X(02).
001980 77  FT-P                      PIC 9(03) COMP VALUE 0.
001990 77  FT-NBR-DIVISIONS          PIC 9(02) VALUE 0.
002000 77  FT-MAX-DIVISIONS          PIC 9(02) VALUE 50.
002010 01  FT-DIVISION-TABLE.
002020     05  FT-D-ENTRY OCCURS 50 TIMES.
002030         10  FT-D-CODE         PIC X(02).
002040         10  FT-D-DONE-SW      PIC X(01).
002050             88  FT-D-DONE               VALUE "Y".
002060 77  FT-D                      PIC 9(02) COMP VALUE 0.
002070 77  FT-DV                     PIC 9(02) COMP VALUE 0.
002080 77  FT-DIVISION               PIC X(02) VALUE SPACES.
002090 77  FT-DIVISION-FOUND-SW      PIC X(01) VALUE "N".
002100     88  DIVISION-FOUND                  VALUE "Y".
002110 77  FT-MASTER-READ            PIC 9(07) VALUE 0.
002120 77  FT-PLAYERS-DROPPED        PIC 9(05) VALUE 0.
002130
002140******************************************************************
002150* The division being scheduled: its players with nights played
002160* and a meeting count against every other player.
002170******************************************************************
002180 77  FT-NBR-MEMBERS            PIC 9(03) VALUE 0.
002190 77  FT-MAX-MEMBERS            PIC 9(03) VALUE 100.
002200 01  FT-MEMBER-TABLE.
002210     05  FT-M-ENTRY OCCURS 100 TIMES.
002220         10  FT-M-ID           PIC X(10).
002230         10  FT-M-NIGHTS       PIC 9(02).
002240         10  FT-M-LAST-WEEK    PIC 9(02).
002250         10  FT-M-PICKED-SW    PIC X(01).
002260             88  FT-M-PICKED             VALUE "Y".
002270         10  FT-M-MEET OCCURS 100 TIMES PIC 9(02).
002280 77  FT-M                      PIC 9(03) COMP VALUE 0.
002290 77  FT-MX                     PIC 9(03) COMP VALUE 0.
002300 77  FT-MEMBERS-DROPPED        PIC 9(05) VALUE 0.
002310
002320******************************************************************
002330* One night: the seats picked and the groups they fill.
002340******************************************************************
002350 77  FT-GROUPS                 PIC 9(02) VALUE 0.
002360 77  FT-SLOTS                  PIC 9(03) VALUE 0.
002370 01  FT-PICK-TABLE.
002380     05  FT-PICK OCCURS 100 TIMES PIC 9(03).
002390 01  FT-GROUP-TABLE.
002400     05  FT-G-ENTRY OCCURS 34 TIMES.
002410         10  FT-G-COUNT        PIC 9(01).
002420         10  FT-G-SEAT OCCURS 8 TIMES PIC 9(03).
002430 77  FT-WEEK                   PIC 9(02) VALUE 0.
002440 77  FT-NIGHT-DATE             PIC 9(08) VALUE 0.
002450 77  FT-K                      PIC 9(03) COMP VALUE 0.
002460 77  FT-G                      PIC 9(02) COMP VALUE 0.
002470 77  FT-S                      PIC 9(01) COMP VALUE 0.
002480 77  FT-S2                     PIC 9(01) COMP VALUE 0.
002490 77  FT-S3                     PIC 9(01) COMP VALUE 0.
002500 77  FT-G2                     PIC 9(02) COMP VALUE 0.
002510 77  FT-COST-GROUP             PIC 9(02) COMP VALUE 0.
002520 77  FT-COST-PLAYER            PIC 9(03) COMP VALUE 0.
002530 77  FT-COST-OLD               PIC 9(05) VALUE 0.
002540 77  FT-COST-NEW               PIC 9(05) VALUE 0.
002550 77  FT-SWAP-PASS              PIC 9(02) VALUE 0.
002560 77  FT-SWAPPED-SW             PIC X(01) VALUE "N".
002570     88  SEATS-SWAPPED                   VALUE "Y".
002580 77  FT-BEST                   PIC 9(03) COMP VALUE 0.
002590 77  FT-BEST-GROUP             PIC 9(02) COMP VALUE 0.
002600 77  FT-BEST-COST              PIC 9(05) VALUE 0.
002610 77  FT-COST                   PIC 9(05) VALUE 0.
002620 77  FT-ROTATION               PIC 9(03) VALUE 0.
002630 77  FT-BEST-ROTATION          PIC 9(03) VALUE 0.
002640 77  FT-ROTATION-BASE          PIC 9(04) VALUE 0.
002650 77  FT-QUOTIENT               PIC 9(05) VALUE 0.
002660 77  FT-BETTER-SW              PIC X(01) VALUE "N".
002670     88  CANDIDATE-BETTER                VALUE "Y".
002680 77  FT-PLAYER-A               PIC 9(03) COMP VALUE 0.
002690 77  FT-PLAYER-B               PIC 9(03) COMP VALUE 0.
002700 77  FT-PRINT-COL              PIC 9(03) VALUE 0.
002710 77  FT-DISPLAY-2              PIC 9(02) VALUE 0.
002720
002730******************************************************************
002740* What a division's season came to.
002750******************************************************************
002760 77  FT-MIN-NIGHTS             PIC 9(02) VALUE 0.
002770 77  FT-MAX-NIGHTS             PIC 9(02) VALUE 0.
002780 77  FT-MIN-MEET               PIC 9(02) VALUE 0.
002790 77  FT-MAX-MEET               PIC 9(02) VALUE 0.
002800 77  FT-PAIRS-NEVER-MET        PIC 9(05) VALUE 0.
002810 77  FT-PAIRS-REPEATED         PIC 9(05) VALUE 0.
002820
002830******************************************************************
002840* The WEEK run's roster, in seat order.
002850******************************************************************
002860 77  FT-NBR-ROSTER             PIC 9(02) VALUE 0.
002870 01  FT-ROSTER-TABLE.
002880     05  FT-R-ENTRY OCCURS 8 TIMES.
002890         10  FT-R-ID           PIC X(10).
002900         10  FT-R-FLAG         PIC X(20).
002910 77  FT-R                      PIC 9(02) COMP VALUE 0.
002920 77  FT-FOUND-WEEK             PIC 9(02) VALUE 0.
002930 77  FT-FOUND-NIGHT            PIC 9(08) VALUE 0.
002940 77  FT-FOUND-BUILD            PIC 9(08) VALUE 0.
002950 77  FT-ROSTER-KEPT            PIC 9(02) VALUE 0.
002960
002970******************************************************************
002980* Control totals.
002990******************************************************************
003000 77  FT-FIXTURE-READ           PIC 9(07) VALUE 0.
003010 77  FT-RECORDS-WRITTEN        PIC 9(07) VALUE 0.
003020 77  FT-DIVISIONS-BUILT        PIC 9(02) VALUE 0.
003030 77  FT-DIVISIONS-SKIPPED      PIC 9(02) VALUE 0.
003040 77  FT-DIVISIONS-UNEVEN       PIC 9(02) VALUE 0.
003050 77  FT-PLAYERS-FLAGGED        PIC 9(02) VALUE 0.
003060
003070******************************************************************
003080* Report page control and edited fields.
003090******************************************************************
003100 77  FT-PAGE-COUNT             PIC 9(04) VALUE 0.
003110 77  FT-LINE-COUNT             PIC 9(03) VALUE 0.
003120 77  FT-MAX-LINES              PIC 9(03) VALUE 55.
003130 77  FT-DASH-LINE              PIC X(70) VALUE ALL "-".
003140 77  FT-EDIT-PAGE              PIC ZZZ9.
003150 77  FT-EDIT-COUNT             PIC ZZZZZZ9.
003160 77  FT-EDIT-SMALL             PIC Z9.
003170 77  FT-EDIT-SMALL-2           PIC Z9.
003180
003190 PROCEDURE DIVISION.
003200******************************************************************
003210* 0000-MAIN-PROCEDURE
003220******************************************************************
003230 0000-MAIN-PROCEDURE.
003240     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003250     IF PARM-VALID AND NOT FILE-OPEN-FAILED
003260         IF ACTION-BUILD
003270             PERFORM 2000-BUILD-FIXTURE THRU 2000-EXIT
003280         ELSE
003290             PERFORM 3000-CUT-WEEK THRU 3000-EXIT
003300         END-IF
003310         PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
003320     END-IF
003330     PERFORM 9999-TERMINATE THRU 9999-EXIT
003340     STOP RUN.
003350
003360******************************************************************
003370* 1000-INITIALIZE
003380******************************************************************
003390 1000-INITIALIZE.
003400     DISPLAY "PPTFIXT - SEASON FIXTURE SCHEDULER"
003410     PERFORM 9700-READ-BUSINESS-DATE THRU 9700-EXIT
003420     ACCEPT FT-START-TIME FROM TIME
003430     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT
003440     IF NOT PARM-VALID
003450         GO TO 1000-EXIT
003460     END-IF
003470     OPEN INPUT PLYRMAST-FILE
003480     EVALUATE TRUE
003490         WHEN FT-PLYRMAST-STATUS = "00"
003500             CONTINUE
003510         WHEN FT-PLYRMAST-STATUS = "35" AND ACTION-WEEK
003520             SET MASTER-MISSING TO TRUE
003530             DISPLAY "PPTFIXT - no PLYRMAST on disk - players "
003540                 "cut without the active check"
003550         WHEN OTHER
003560             SET FILE-OPEN-FAILED TO TRUE
003570             DISPLAY "PPTFIXT - cannot open PLYRMAST, status "
003580                 FT-PLYRMAST-STATUS " - run ends"
003590             GO TO 1000-EXIT
003600     END-EVALUATE
003610     IF ACTION-WEEK
003620         OPEN INPUT FIXTURE-FILE
003630         IF FT-FIXTURE-STATUS NOT = "00"
003640             SET FILE-OPEN-FAILED TO TRUE
003650             DISPLAY "PPTFIXT - cannot open FIXTURE, status "
003660                 FT-FIXTURE-STATUS " - run ends"
003670             IF MASTER-AVAILABLE
003680                 CLOSE PLYRMAST-FILE
003690             END-IF
003700             GO TO 1000-EXIT
003710         END-IF
003720     END-IF
003730     OPEN OUTPUT PRTFILE.
003740 1000-EXIT.
003750     EXIT.
003760
003770******************************************************************
003780* 1100-READ-PARM-CARD
003790******************************************************************
003800 1100-READ-PARM-CARD.
003810     OPEN INPUT FIXTPARM-FILE
003820     IF FT-FIXTPARM-STATUS NOT = "00"
003830         DISPLAY "PPTFIXT - no FIXTPARM card - run ends"
003840         GO TO 1100-EXIT
003850     END-IF
003860     READ FIXTPARM-FILE
003870         AT END
003880             DISPLAY "PPTFIXT - FIXTPARM is empty - run ends"
003890             CLOSE FIXTPARM-FILE
003900             GO TO 1100-EXIT
003910     END-READ
003920     CLOSE FIXTPARM-FILE
003930     MOVE FT-PARM-ACTION TO FT-ACTION
003940     EVALUATE TRUE
003950         WHEN ACTION-BUILD
003960             PERFORM 1200-CHECK-BUILD-CARD THRU 1200-EXIT
003970         WHEN ACTION-WEEK
003980             PERFORM 1300-CHECK-WEEK-CARD THRU 1300-EXIT
003990         WHEN OTHER
004000             DISPLAY "PPTFIXT - FIXTPARM action must be BUILD "
004010                 "or WEEK: " FT-PARM-ACTION
004020     END-EVALUATE.
004030 1100-EXIT.
004040     EXIT.
004050
004060 1200-CHECK-BUILD-CARD.
004070     IF FT-PARM-WEEKS NOT NUMERIC OR FT-PARM-WEEKS = "00"
004080         OR FT-PARM-WEEKS > "52"
004090         DISPLAY "PPTFIXT - FIXTPARM weeks not 01-52: "
004100             FT-PARM-WEEKS
004110         GO TO 1200-EXIT
004120     END-IF
004130     MOVE FT-PARM-WEEKS TO FT-WEEKS
004140     IF FT-PARM-GROUP-SIZE NOT NUMERIC
004150         OR FT-PARM-GROUP-SIZE < "3"
004160         DISPLAY "PPTFIXT - FIXTPARM group size not 3-8: "
004170             FT-PARM-GROUP-SIZE
004180         GO TO 1200-EXIT
004190     END-IF
004200     IF FT-PARM-GROUP-SIZE = "9"
004210         DISPLAY "PPTFIXT - FIXTPARM group size not 3-8: "
004220             FT-PARM-GROUP-SIZE
004230         GO TO 1200-EXIT
004240     END-IF
004250     MOVE FT-PARM-GROUP-SIZE TO FT-GROUP-SIZE
004260     IF FT-PARM-GROUPS NOT = SPACES
004270         IF FT-PARM-GROUPS NOT NUMERIC OR FT-PARM-GROUPS = "00"
004280             DISPLAY "PPTFIXT - FIXTPARM groups per night "
004290                 "invalid: " FT-PARM-GROUPS
004300             GO TO 1200-EXIT
004310         END-IF
004320         MOVE FT-PARM-GROUPS TO FT-GROUPS-WANTED
004330     END-IF
004340     MOVE FT-RUN-DATE TO FT-FIRST-NIGHT
004350     IF FT-PARM-FIRST-NIGHT NOT = SPACES
004360         IF FT-PARM-FIRST-NIGHT NOT NUMERIC
004370             DISPLAY "PPTFIXT - FIXTPARM first night not "
004380                 "YYYYMMDD: " FT-PARM-FIRST-NIGHT
004390             GO TO 1200-EXIT
004400         END-IF
004410         MOVE FT-PARM-FIRST-NIGHT TO FT-FIRST-NIGHT
004420     END-IF
004430     SET PARM-VALID TO TRUE.
004440 1200-EXIT.
004450     EXIT.
004460
004470 1300-CHECK-WEEK-CARD.
004480     IF FT-PARM-DIVISION = SPACES
004490         DISPLAY "PPTFIXT - FIXTPARM division required on WEEK"
004500         GO TO 1300-EXIT
004510     END-IF
004520     MOVE FT-PARM-DIVISION TO FT-WEEK-DIVISION
004530     IF FT-PARM-WEEK NOT = SPACES
004540         IF FT-PARM-WEEK NOT NUMERIC OR FT-PARM-WEEK = "00"
004550             DISPLAY "PPTFIXT - FIXTPARM week invalid: "
004560                 FT-PARM-WEEK
004570             GO TO 1300-EXIT
004580         END-IF
004590         MOVE FT-PARM-WEEK TO FT-WANT-WEEK
004600     END-IF
004610     IF FT-PARM-OUTPUT NOT = SPACES
004620         MOVE FT-PARM-OUTPUT TO FT-OUTPUT
004630     END-IF
004640     IF NOT OUTPUT-TROSTER AND NOT OUTPUT-SEEDIN
004650         DISPLAY "PPTFIXT - FIXTPARM output must be T or S: "
004660             FT-PARM-OUTPUT
004670         GO TO 1300-EXIT
004680     END-IF
004690     IF FT-PARM-GROUP NOT = SPACES
004700         IF FT-PARM-GROUP NOT NUMERIC OR FT-PARM-GROUP = "00"
004710             DISPLAY "PPTFIXT - FIXTPARM group invalid: "
004720                 FT-PARM-GROUP
004730             GO TO 1300-EXIT
004740         END-IF
004750         MOVE FT-PARM-GROUP TO FT-WANT-GROUP
004760     END-IF
004770     SET PARM-VALID TO TRUE.
004780 1300-EXIT.
004790     EXIT.
004800
004810******************************************************************
004820* 2000-BUILD-FIXTURE
004830* Divisions are scheduled one at a time in division order.
004840******************************************************************
004850 2000-BUILD-FIXTURE.
004860     PERFORM 2100-LOAD-PLAYERS THRU 2100-EXIT
004870     OPEN OUTPUT FIXTURE-FILE
004871     IF FT-FIXTURE-STATUS NOT = "00"
004872         SET FILE-OPEN-FAILED TO TRUE
004873         DISPLAY "PPTFIXT - cannot open FIXTURE, status "
004874             FT-FIXTURE-STATUS " - run ends"
004875         GO TO 2000-EXIT
004876     END-IF
004880     PERFORM 2200-SCHEDULE-NEXT-DIVISION THRU 2200-EXIT
004890         FT-NBR-DIVISIONS TIMES
004900     CLOSE FIXTURE-FILE
004902     IF FILE-OPEN-FAILED
004904         GO TO 2000-EXIT
004906     END-IF
004910     PERFORM 2900-PRINT-BUILD-TOTALS THRU 2900-EXIT.
004920 2000-EXIT.
004930     EXIT.
004940
004950******************************************************************
004960* 2100-LOAD-PLAYERS
004970* Every active player on PLYRMAST, noting each division.
004980******************************************************************
004990 2100-LOAD-PLAYERS.
005000     MOVE "N" TO FT-MASTER-EOF-SW
005010     MOVE SPACES TO PM-PLAYER-ID
005020     START PLYRMAST-FILE KEY NOT < PM-PLAYER-ID
005030         INVALID KEY SET MASTER-EOF TO TRUE
005040     END-START
005050     IF NOT MASTER-EOF
005060         READ PLYRMAST-FILE NEXT
005070             AT END SET MASTER-EOF TO TRUE
005080         END-READ
005090     END-IF
005100     PERFORM 2110-LOAD-ONE-PLAYER THRU 2110-EXIT
005110         UNTIL MASTER-EOF.
005120 2100-EXIT.
005130     EXIT.
005140
005150 2110-LOAD-ONE-PLAYER.
005160     ADD 1 TO FT-MASTER-READ
005170     IF NOT PM-ACTIVE
005180         GO TO 2110-READ-NEXT
005190     END-IF
005200     MOVE "N" TO FT-DIVISION-FOUND-SW
005210     PERFORM 2120-MATCH-ONE-DIVISION THRU 2120-EXIT
005220         VARYING FT-D FROM 1 BY 1
005230         UNTIL FT-D > FT-NBR-DIVISIONS OR DIVISION-FOUND
005240     IF NOT DIVISION-FOUND
005250         IF FT-NBR-DIVISIONS >= FT-MAX-DIVISIONS
005260             ADD 1 TO FT-PLAYERS-DROPPED
005270             GO TO 2110-READ-NEXT
005280         END-IF
005290         ADD 1 TO FT-NBR-DIVISIONS
005300         MOVE PM-DIVISION TO FT-D-CODE(FT-NBR-DIVISIONS)
005310         MOVE "N" TO FT-D-DONE-SW(FT-NBR-DIVISIONS)
005320     END-IF
005330     IF FT-NBR-PLAYERS >= FT-MAX-PLAYERS
005340         ADD 1 TO FT-PLAYERS-DROPPED
005350         GO TO 2110-READ-NEXT
005360     END-IF
005370     ADD 1 TO FT-NBR-PLAYERS
005380     MOVE PM-PLAYER-ID TO FT-P-ID(FT-NBR-PLAYERS)
005390     MOVE PM-DIVISION TO FT-P-DIVISION(FT-NBR-PLAYERS).
005400 2110-READ-NEXT.
005410     READ PLYRMAST-FILE NEXT
005420         AT END SET MASTER-EOF TO TRUE
005430     END-READ.
005440 2110-EXIT.
005450     EXIT.
005460
005470 2120-MATCH-ONE-DIVISION.
005480     IF FT-D-CODE(FT-D) = PM-DIVISION
005490         SET DIVISION-FOUND TO TRUE
005500     END-IF.
005510 2120-EXIT.
005520     EXIT.
005530
005540******************************************************************
005550* 2200-SCHEDULE-NEXT-DIVISION
005560* The lowest division code not yet scheduled.  A division needs
005570* at least one full group; one too big for the table schedules
005580* its first players only, and says so.
005590******************************************************************
005600 2200-SCHEDULE-NEXT-DIVISION.
005602     IF FILE-OPEN-FAILED
005604         GO TO 2200-EXIT
005606     END-IF
005610     MOVE 0 TO FT-DV
005620     PERFORM 2210-FIND-LOWEST-DIVISION THRU 2210-EXIT
005630         VARYING FT-D FROM 1 BY 1
005640         UNTIL FT-D > FT-NBR-DIVISIONS
005650     MOVE "Y" TO FT-D-DONE-SW(FT-DV)
005660     MOVE FT-D-CODE(FT-DV) TO FT-DIVISION
005670     MOVE 0 TO FT-NBR-MEMBERS
005680     MOVE 0 TO FT-MEMBERS-DROPPED
005690     PERFORM 2220-TAKE-ONE-MEMBER THRU 2220-EXIT
005700         VARYING FT-P FROM 1 BY 1
005710         UNTIL FT-P > FT-NBR-PLAYERS
005720     PERFORM 7100-PRINT-PAGE-HEADERS THRU 7100-EXIT
005730     IF FT-NBR-MEMBERS < FT-GROUP-SIZE
005740         ADD 1 TO FT-DIVISIONS-SKIPPED
005750         MOVE SPACES TO PRINT-LINE
005760         STRING "DIVISION " DELIMITED BY SIZE
005770             FT-DIVISION DELIMITED BY SIZE
005780             " NOT SCHEDULED - FEWER ACTIVE PLAYERS"
005790                 DELIMITED BY SIZE
005800             " THAN ONE GROUP" DELIMITED BY SIZE
005810             INTO PRINT-LINE
005820         WRITE PRINT-LINE AFTER ADVANCING 1
005830         ADD 1 TO FT-LINE-COUNT
005840         GO TO 2200-EXIT
005850     END-IF
005860     DIVIDE FT-NBR-MEMBERS BY FT-GROUP-SIZE GIVING FT-GROUPS
005870     IF FT-GROUPS-WANTED > 0 AND FT-GROUPS-WANTED < FT-GROUPS
005880         MOVE FT-GROUPS-WANTED TO FT-GROUPS
005890     END-IF
005900     COMPUTE FT-SLOTS = FT-GROUPS * FT-GROUP-SIZE
005910     ADD 1 TO FT-DIVISIONS-BUILT
005920     PERFORM 7200-PRINT-DIVISION-HEADER THRU 7200-EXIT
005930     PERFORM 2300-SCHEDULE-ONE-WEEK THRU 2300-EXIT
005940         VARYING FT-WEEK FROM 1 BY 1
005950         UNTIL FT-WEEK > FT-WEEKS
005960     PERFORM 2600-PRINT-DIVISION-SUMMARY THRU 2600-EXIT.
005970 2200-EXIT.
005980     EXIT.
005990
006000 2210-FIND-LOWEST-DIVISION.
006010     IF FT-D-DONE(FT-D)
006020         GO TO 2210-EXIT
006030     END-IF
006040     IF FT-DV = 0
006050         MOVE FT-D TO FT-DV
006060         GO TO 2210-EXIT
006070     END-IF
006080     IF FT-D-CODE(FT-D) < FT-D-CODE(FT-DV)
006090         MOVE FT-D TO FT-DV
006100     END-IF.
006110 2210-EXIT.
006120     EXIT.
006130
006140 2220-TAKE-ONE-MEMBER.
006150     IF FT-P-DIVISION(FT-P) NOT = FT-DIVISION
006160         GO TO 2220-EXIT
006170     END-IF
006180     IF FT-NBR-MEMBERS >= FT-MAX-MEMBERS
006190         ADD 1 TO FT-MEMBERS-DROPPED
006200         GO TO 2220-EXIT
006210     END-IF
006220     ADD 1 TO FT-NBR-MEMBERS
006230     MOVE FT-NBR-MEMBERS TO FT-M
006240     MOVE FT-P-ID(FT-P) TO FT-M-ID(FT-M)
006250     MOVE 0 TO FT-M-NIGHTS(FT-M)
006260     MOVE 0 TO FT-M-LAST-WEEK(FT-M)
006270     MOVE "N" TO FT-M-PICKED-SW(FT-M)
006280     PERFORM 2221-CLEAR-ONE-MEETING THRU 2221-EXIT
006290         VARYING FT-MX FROM 1 BY 1
006300         UNTIL FT-MX > FT-MAX-MEMBERS.
006310 2220-EXIT.
006320     EXIT.
006330
006340 2221-CLEAR-ONE-MEETING.
006350     MOVE 0 TO FT-M-MEET(FT-M, FT-MX).
006360 2221-EXIT.
006370     EXIT.
006380
006390******************************************************************
006400* 2300-SCHEDULE-ONE-WEEK
006410* Pick the night's players, seat them in groups, then record
006420* the meetings and write the fixture.
006430******************************************************************
006440 2300-SCHEDULE-ONE-WEEK.
006450     COMPUTE FT-NIGHT-DATE = FUNCTION DATE-OF-INTEGER
006460         (FUNCTION INTEGER-OF-DATE (FT-FIRST-NIGHT)
006470             + (FT-WEEK - 1) * 7)
006480     PERFORM 2301-CLEAR-ONE-PICK THRU 2301-EXIT
006490         VARYING FT-M FROM 1 BY 1
006500         UNTIL FT-M > FT-NBR-MEMBERS
006510     PERFORM 2310-PICK-ONE-PLAYER THRU 2310-EXIT
006520         VARYING FT-K FROM 1 BY 1
006530         UNTIL FT-K > FT-SLOTS
006540     PERFORM 2302-CLEAR-ONE-GROUP THRU 2302-EXIT
006550         VARYING FT-G FROM 1 BY 1
006560         UNTIL FT-G > FT-GROUPS
006570     PERFORM 2400-SEAT-ONE-PLAYER THRU 2400-EXIT
006580         VARYING FT-K FROM 1 BY 1
006590         UNTIL FT-K > FT-SLOTS
006600     MOVE 0 TO FT-SWAP-PASS
006610     SET SEATS-SWAPPED TO TRUE
006620     PERFORM 2450-SWAP-SEATS-PASS THRU 2450-EXIT
006630         UNTIL NOT SEATS-SWAPPED OR FT-SWAP-PASS >= 5
006640     PERFORM 2500-FINISH-ONE-GROUP THRU 2500-EXIT
006650         VARYING FT-G FROM 1 BY 1
006660         UNTIL FT-G > FT-GROUPS.
006670 2300-EXIT.
006680     EXIT.
006690
006700 2301-CLEAR-ONE-PICK.
006710     MOVE "N" TO FT-M-PICKED-SW(FT-M).
006720 2301-EXIT.
006730     EXIT.
006740
006750 2302-CLEAR-ONE-GROUP.
006760     MOVE 0 TO FT-G-COUNT(FT-G).
006770 2302-EXIT.
006780     EXIT.
006790
006800******************************************************************
006810* 2310-PICK-ONE-PLAYER
006820* Fewest nights first, then the longest since last played,
006830* then a turn order that moves on one place every week.
006840******************************************************************
006850 2310-PICK-ONE-PLAYER.
006860     MOVE 0 TO FT-BEST
006870     PERFORM 2311-TRY-ONE-PLAYER THRU 2311-EXIT
006880         VARYING FT-M FROM 1 BY 1
006890         UNTIL FT-M > FT-NBR-MEMBERS
006900     MOVE "Y" TO FT-M-PICKED-SW(FT-BEST)
006910     ADD 1 TO FT-M-NIGHTS(FT-BEST)
006920     MOVE FT-WEEK TO FT-M-LAST-WEEK(FT-BEST)
006930     MOVE FT-BEST TO FT-PICK(FT-K).
006940 2310-EXIT.
006950     EXIT.
006960
006970 2311-TRY-ONE-PLAYER.
006980     IF FT-M-PICKED(FT-M)
006990         GO TO 2311-EXIT
007000     END-IF
007010     COMPUTE FT-ROTATION-BASE = FT-M + FT-WEEK
007020     DIVIDE FT-NBR-MEMBERS INTO FT-ROTATION-BASE
007030         GIVING FT-QUOTIENT REMAINDER FT-ROTATION
007040     MOVE "N" TO FT-BETTER-SW
007050     EVALUATE TRUE
007060         WHEN FT-BEST = 0
007070             SET CANDIDATE-BETTER TO TRUE
007080         WHEN FT-M-NIGHTS(FT-M) < FT-M-NIGHTS(FT-BEST)
007090             SET CANDIDATE-BETTER TO TRUE
007100         WHEN FT-M-NIGHTS(FT-M) > FT-M-NIGHTS(FT-BEST)
007110             CONTINUE
007120         WHEN FT-M-LAST-WEEK(FT-M) < FT-M-LAST-WEEK(FT-BEST)
007130             SET CANDIDATE-BETTER TO TRUE
007140         WHEN FT-M-LAST-WEEK(FT-M) > FT-M-LAST-WEEK(FT-BEST)
007150             CONTINUE
007160         WHEN FT-ROTATION < FT-BEST-ROTATION
007170             SET CANDIDATE-BETTER TO TRUE
007180     END-EVALUATE
007190     IF CANDIDATE-BETTER
007200         MOVE FT-M TO FT-BEST
007210         MOVE FT-ROTATION TO FT-BEST-ROTATION
007220     END-IF.
007230 2311-EXIT.
007240     EXIT.
007250
007260******************************************************************
007270* 2400-SEAT-ONE-PLAYER
007280* Into the open group whose players this one has met least
007290* often so far; level groups go to the emptier, then the lower.
007300******************************************************************
007310 2400-SEAT-ONE-PLAYER.
007320     MOVE FT-PICK(FT-K) TO FT-PLAYER-A
007330     MOVE 0 TO FT-BEST-GROUP
007340     PERFORM 2410-TRY-ONE-GROUP THRU 2410-EXIT
007350         VARYING FT-G FROM 1 BY 1
007360         UNTIL FT-G > FT-GROUPS
007370     ADD 1 TO FT-G-COUNT(FT-BEST-GROUP)
007380     MOVE FT-PLAYER-A TO
007390         FT-G-SEAT(FT-BEST-GROUP, FT-G-COUNT(FT-BEST-GROUP)).
007400 2400-EXIT.
007410     EXIT.
007420
007430 2410-TRY-ONE-GROUP.
007440     IF FT-G-COUNT(FT-G) >= FT-GROUP-SIZE
007450         GO TO 2410-EXIT
007460     END-IF
007470     MOVE 0 TO FT-COST
007480     PERFORM 2411-ADD-ONE-SEAT-COST THRU 2411-EXIT
007490         VARYING FT-S FROM 1 BY 1
007500         UNTIL FT-S > FT-G-COUNT(FT-G)
007510     EVALUATE TRUE
007520         WHEN FT-BEST-GROUP = 0
007530             CONTINUE
007540         WHEN FT-COST < FT-BEST-COST
007550             CONTINUE
007560         WHEN FT-COST > FT-BEST-COST
007570             GO TO 2410-EXIT
007580         WHEN FT-G-COUNT(FT-G) < FT-G-COUNT(FT-BEST-GROUP)
007590             CONTINUE
007600         WHEN OTHER
007610             GO TO 2410-EXIT
007620     END-EVALUATE
007630     MOVE FT-G TO FT-BEST-GROUP
007640     MOVE FT-COST TO FT-BEST-COST.
007650 2410-EXIT.
007660     EXIT.
007670
007680 2411-ADD-ONE-SEAT-COST.
007690     MOVE FT-G-SEAT(FT-G, FT-S) TO FT-PLAYER-B
007700     ADD FT-M-MEET(FT-PLAYER-A, FT-PLAYER-B) TO FT-COST.
007710 2411-EXIT.
007720     EXIT.
007730
007740******************************************************************
007750* 2450-SWAP-SEATS-PASS
007760* Seating one player at a time can strand a later player among
007770* old opponents, so two players in different groups change
007780* places whenever that cuts the meetings already had between
007790* them and their table.  Passes repeat until nothing moves.
007800******************************************************************
007810 2450-SWAP-SEATS-PASS.
007820     ADD 1 TO FT-SWAP-PASS
007830     MOVE "N" TO FT-SWAPPED-SW
007840     PERFORM 2460-SWAP-FROM-GROUP THRU 2460-EXIT
007850         VARYING FT-G FROM 1 BY 1
007860         UNTIL FT-G >= FT-GROUPS.
007870 2450-EXIT.
007880     EXIT.
007890
007900 2460-SWAP-FROM-GROUP.
007910     PERFORM 2461-SWAP-FROM-SEAT THRU 2461-EXIT
007920         VARYING FT-S FROM 1 BY 1
007930         UNTIL FT-S > FT-G-COUNT(FT-G).
007940 2460-EXIT.
007950     EXIT.
007960
007970 2461-SWAP-FROM-SEAT.
007980     PERFORM 2462-SWAP-WITH-GROUP THRU 2462-EXIT
007990         VARYING FT-G2 FROM FT-G BY 1
008000         UNTIL FT-G2 > FT-GROUPS.
008010 2461-EXIT.
008020     EXIT.
008030
008040 2462-SWAP-WITH-GROUP.
008050     IF FT-G2 = FT-G
008060         GO TO 2462-EXIT
008070     END-IF
008080     PERFORM 2463-TRY-ONE-SWAP THRU 2463-EXIT
008090         VARYING FT-S2 FROM 1 BY 1
008100         UNTIL FT-S2 > FT-G-COUNT(FT-G2).
008110 2462-EXIT.
008120     EXIT.
008130
008140 2463-TRY-ONE-SWAP.
008150     MOVE FT-G-SEAT(FT-G, FT-S) TO FT-PLAYER-A
008160     MOVE FT-G-SEAT(FT-G2, FT-S2) TO FT-PLAYER-B
008170     MOVE FT-PLAYER-A TO FT-COST-PLAYER
008180     MOVE FT-G TO FT-COST-GROUP
008190     PERFORM 2470-PLAYER-GROUP-COST THRU 2470-EXIT
008200     MOVE FT-COST TO FT-COST-OLD
008210     MOVE FT-G2 TO FT-COST-GROUP
008220     PERFORM 2470-PLAYER-GROUP-COST THRU 2470-EXIT
008230     MOVE FT-COST TO FT-COST-NEW
008240     MOVE FT-PLAYER-B TO FT-COST-PLAYER
008250     PERFORM 2470-PLAYER-GROUP-COST THRU 2470-EXIT
008260     ADD FT-COST TO FT-COST-OLD
008270     MOVE FT-G TO FT-COST-GROUP
008280     PERFORM 2470-PLAYER-GROUP-COST THRU 2470-EXIT
008290     ADD FT-COST TO FT-COST-NEW
008300     COMPUTE FT-COST-NEW = FT-COST-NEW
008310         - 2 * FT-M-MEET(FT-PLAYER-A, FT-PLAYER-B)
008320     IF FT-COST-NEW < FT-COST-OLD
008330         MOVE FT-PLAYER-B TO FT-G-SEAT(FT-G, FT-S)
008340         MOVE FT-PLAYER-A TO FT-G-SEAT(FT-G2, FT-S2)
008350         SET SEATS-SWAPPED TO TRUE
008360     END-IF.
008370 2463-EXIT.
008380     EXIT.
008390
008400******************************************************************
008410* 2470-PLAYER-GROUP-COST
008420* Meetings FT-COST-PLAYER has had with the players seated in
008430* FT-COST-GROUP (a player's own seat adds nothing).
008440******************************************************************
008450 2470-PLAYER-GROUP-COST.
008460     MOVE 0 TO FT-COST
008470     PERFORM 2471-ADD-ONE-GROUP-COST THRU 2471-EXIT
008480         VARYING FT-S3 FROM 1 BY 1
008490         UNTIL FT-S3 > FT-G-COUNT(FT-COST-GROUP).
008500 2470-EXIT.
008510     EXIT.
008520
008530 2471-ADD-ONE-GROUP-COST.
008540     MOVE FT-G-SEAT(FT-COST-GROUP, FT-S3) TO FT-MX
008550     ADD FT-M-MEET(FT-COST-PLAYER, FT-MX) TO FT-COST.
008560 2471-EXIT.
008570     EXIT.
008580
008590******************************************************************
008600* 2500-FINISH-ONE-GROUP
008610* Every pair in the group meets once more; the seats go to the
008620* fixture file and the group prints as one line.
008630******************************************************************
008640 2500-FINISH-ONE-GROUP.
008650     PERFORM 2510-COUNT-SEAT-MEETINGS THRU 2510-EXIT
008660         VARYING FT-S FROM 1 BY 1
008670         UNTIL FT-S > FT-G-COUNT(FT-G)
008680     PERFORM 7500-CHECK-PAGE-BREAK THRU 7500-EXIT
008690     MOVE FT-G TO FT-DISPLAY-2
008700     MOVE SPACES TO PRINT-LINE
008710     STRING "WK " DELIMITED BY SIZE
008720         FT-WEEK DELIMITED BY SIZE
008730         "  " DELIMITED BY SIZE
008740         FT-NIGHT-DATE DELIMITED BY SIZE
008750         "  GRP " DELIMITED BY SIZE
008760         FT-DISPLAY-2 DELIMITED BY SIZE
008770         INTO PRINT-LINE
008780     PERFORM 2520-WRITE-ONE-SEAT THRU 2520-EXIT
008790         VARYING FT-S FROM 1 BY 1
008800         UNTIL FT-S > FT-G-COUNT(FT-G)
008810     WRITE PRINT-LINE AFTER ADVANCING 1
008820     ADD 1 TO FT-LINE-COUNT.
008830 2500-EXIT.
008840     EXIT.
008850
008860 2510-COUNT-SEAT-MEETINGS.
008870     MOVE FT-G-SEAT(FT-G, FT-S) TO FT-PLAYER-A
008880     PERFORM 2511-COUNT-ONE-MEETING THRU 2511-EXIT
008890         VARYING FT-S2 FROM 1 BY 1
008900         UNTIL FT-S2 > FT-G-COUNT(FT-G).
008910 2510-EXIT.
008920     EXIT.
008930
008940 2511-COUNT-ONE-MEETING.
008950     IF FT-S2 NOT = FT-S
008960         MOVE FT-G-SEAT(FT-G, FT-S2) TO FT-PLAYER-B
008970         ADD 1 TO FT-M-MEET(FT-PLAYER-A, FT-PLAYER-B)
008980     END-IF.
008990 2511-EXIT.
009000     EXIT.
009010
009020 2520-WRITE-ONE-SEAT.
009022     IF FILE-OPEN-FAILED
009024         GO TO 2520-EXIT
009026     END-IF
009030     MOVE FT-G-SEAT(FT-G, FT-S) TO FT-PLAYER-A
009040     MOVE SPACES TO FIXTURE-RECORD
009050     MOVE FT-DIVISION TO FX-DIVISION
009060     MOVE FT-WEEK TO FX-WEEK
009070     MOVE FT-NIGHT-DATE TO FX-NIGHT-DATE
009080     MOVE FT-G TO FX-GROUP
009090     MOVE FT-S TO FX-SEAT
009100     MOVE FT-M-ID(FT-PLAYER-A) TO FX-PLAYER-ID
009110     MOVE FT-RUN-DATE TO FX-BUILD-DATE
009120     WRITE FIXTURE-RECORD
009121     IF FT-FIXTURE-STATUS NOT = "00"
009122         SET FILE-OPEN-FAILED TO TRUE
009123         DISPLAY "PPTFIXT - cannot write FIXTURE, status "
009124             FT-FIXTURE-STATUS " - fixture incomplete, run ends"
009125         GO TO 2520-EXIT
009126     END-IF
009130     ADD 1 TO FT-RECORDS-WRITTEN
009140     COMPUTE FT-PRINT-COL = 30 + (FT-S - 1) * 11
009150     MOVE FT-M-ID(FT-PLAYER-A) TO PRINT-LINE(FT-PRINT-COL:10).
009160 2520-EXIT.
009170     EXIT.
009180
009190******************************************************************
009200* 2600-PRINT-DIVISION-SUMMARY
009210* Nights per player, and meetings per pair across the season.
009220******************************************************************
009230 2600-PRINT-DIVISION-SUMMARY.
009240     MOVE 99 TO FT-MIN-NIGHTS
009250     MOVE 0 TO FT-MAX-NIGHTS
009260     MOVE 99 TO FT-MIN-MEET
009270     MOVE 0 TO FT-MAX-MEET
009280     MOVE 0 TO FT-PAIRS-NEVER-MET
009290     MOVE 0 TO FT-PAIRS-REPEATED
009300     PERFORM 2610-MEASURE-ONE-MEMBER THRU 2610-EXIT
009310         VARYING FT-M FROM 1 BY 1
009320         UNTIL FT-M > FT-NBR-MEMBERS
009330     IF FT-MIN-MEET = 99
009340         MOVE 0 TO FT-MIN-MEET
009350     END-IF
009360     IF FT-MAX-NIGHTS > FT-MIN-NIGHTS
009370         ADD 1 TO FT-DIVISIONS-UNEVEN
009380     END-IF
009390     IF FT-LINE-COUNT + 6 > FT-MAX-LINES
009400         PERFORM 7100-PRINT-PAGE-HEADERS THRU 7100-EXIT
009410     END-IF
009420     MOVE SPACES TO PRINT-LINE
009430     WRITE PRINT-LINE AFTER ADVANCING 1
009440     MOVE FT-MIN-NIGHTS TO FT-EDIT-SMALL
009450     MOVE FT-MAX-NIGHTS TO FT-EDIT-SMALL-2
009460     MOVE SPACES TO PRINT-LINE
009470     STRING "NIGHTS PER PLAYER     " DELIMITED BY SIZE
009480         FT-EDIT-SMALL DELIMITED BY SIZE
009490         " TO " DELIMITED BY SIZE
009500         FT-EDIT-SMALL-2 DELIMITED BY SIZE
009510         INTO PRINT-LINE
009520     IF FT-MAX-NIGHTS > FT-MIN-NIGHTS
009530         MOVE "** SEATS DO NOT DIVIDE EVENLY OVER THE SEASON"
009540             TO PRINT-LINE(40:45)
009550     END-IF
009560     WRITE PRINT-LINE AFTER ADVANCING 1
009570     MOVE FT-MIN-MEET TO FT-EDIT-SMALL
009580     MOVE FT-MAX-MEET TO FT-EDIT-SMALL-2
009590     MOVE SPACES TO PRINT-LINE
009600     STRING "MEETINGS PER PAIR     " DELIMITED BY SIZE
009610         FT-EDIT-SMALL DELIMITED BY SIZE
009620         " TO " DELIMITED BY SIZE
009630         FT-EDIT-SMALL-2 DELIMITED BY SIZE
009640         INTO PRINT-LINE
009650     WRITE PRINT-LINE AFTER ADVANCING 1
009660     MOVE FT-PAIRS-NEVER-MET TO FT-EDIT-COUNT
009670     MOVE SPACES TO PRINT-LINE
009680     STRING "PAIRS NEVER MEETING   " DELIMITED BY SIZE
009690         FT-EDIT-COUNT DELIMITED BY SIZE
009700         INTO PRINT-LINE
009710     WRITE PRINT-LINE AFTER ADVANCING 1
009720     MOVE FT-PAIRS-REPEATED TO FT-EDIT-COUNT
009730     MOVE SPACES TO PRINT-LINE
009740     STRING "PAIRS MEETING TWICE+  " DELIMITED BY SIZE
009750         FT-EDIT-COUNT DELIMITED BY SIZE
009760         INTO PRINT-LINE
009770     WRITE PRINT-LINE AFTER ADVANCING 1
009780     ADD 5 TO FT-LINE-COUNT
009790     IF FT-MEMBERS-DROPPED > 0
009800         MOVE FT-MEMBERS-DROPPED TO FT-EDIT-COUNT
009810         MOVE SPACES TO PRINT-LINE
009820         STRING "** DIVISION TABLE FULL - PLAYERS LEFT OUT "
009830                 DELIMITED BY SIZE
009840             FT-EDIT-COUNT DELIMITED BY SIZE
009850             INTO PRINT-LINE
009860         WRITE PRINT-LINE AFTER ADVANCING 1
009870         ADD 1 TO FT-LINE-COUNT
009880         ADD 1 TO FT-DIVISIONS-SKIPPED
009890     END-IF.
009900 2600-EXIT.
009910     EXIT.
009920
009930 2610-MEASURE-ONE-MEMBER.
009940     IF FT-M-NIGHTS(FT-M) < FT-MIN-NIGHTS
009950         MOVE FT-M-NIGHTS(FT-M) TO FT-MIN-NIGHTS
009960     END-IF
009970     IF FT-M-NIGHTS(FT-M) > FT-MAX-NIGHTS
009980         MOVE FT-M-NIGHTS(FT-M) TO FT-MAX-NIGHTS
009990     END-IF
010000     PERFORM 2611-MEASURE-ONE-PAIR THRU 2611-EXIT
010010         VARYING FT-MX FROM FT-M BY 1
010020         UNTIL FT-MX > FT-NBR-MEMBERS.
010030 2610-EXIT.
010040     EXIT.
010050
010060 2611-MEASURE-ONE-PAIR.
010070     IF FT-MX = FT-M
010080         GO TO 2611-EXIT
010090     END-IF
010100     IF FT-M-MEET(FT-M, FT-MX) < FT-MIN-MEET
010110         MOVE FT-M-MEET(FT-M, FT-MX) TO FT-MIN-MEET
010120     END-IF
010130     IF FT-M-MEET(FT-M, FT-MX) > FT-MAX-MEET
010140         MOVE FT-M-MEET(FT-M, FT-MX) TO FT-MAX-MEET
010150     END-IF
010160     IF FT-M-MEET(FT-M, FT-MX) = 0
010170         ADD 1 TO FT-PAIRS-NEVER-MET
010180     END-IF
010190     IF FT-M-MEET(FT-M, FT-MX) > 1
010200         ADD 1 TO FT-PAIRS-REPEATED
010210     END-IF.
010220 2611-EXIT.
010230     EXIT.
010240
010250 2900-PRINT-BUILD-TOTALS.
010260     IF FT-NBR-DIVISIONS = 0
010270         PERFORM 7100-PRINT-PAGE-HEADERS THRU 7100-EXIT
010280     END-IF
010290     IF FT-LINE-COUNT + 6 > FT-MAX-LINES
010300         PERFORM 7100-PRINT-PAGE-HEADERS THRU 7100-EXIT
010310     END-IF
010320     MOVE SPACES TO PRINT-LINE
010330     WRITE PRINT-LINE AFTER ADVANCING 1
010340     MOVE FT-DASH-LINE TO PRINT-LINE
010350     WRITE PRINT-LINE AFTER ADVANCING 1
010360     MOVE FT-DIVISIONS-BUILT TO FT-EDIT-COUNT
010370     MOVE SPACES TO PRINT-LINE
010380     STRING "DIVISIONS SCHEDULED   " DELIMITED BY SIZE
010390         FT-EDIT-COUNT DELIMITED BY SIZE
010400         INTO PRINT-LINE
010410     WRITE PRINT-LINE AFTER ADVANCING 1
010420     MOVE FT-RECORDS-WRITTEN TO FT-EDIT-COUNT
010430     MOVE SPACES TO PRINT-LINE
010440     STRING "FIXTURE SEATS WRITTEN " DELIMITED BY SIZE
010450         FT-EDIT-COUNT DELIMITED BY SIZE
010460         INTO PRINT-LINE
010470     WRITE PRINT-LINE AFTER ADVANCING 1
010480     IF FT-PLAYERS-DROPPED > 0
010490         MOVE FT-PLAYERS-DROPPED TO FT-EDIT-COUNT
010500         MOVE SPACES TO PRINT-LINE
010510         STRING "** PLAYER TABLE FULL - PLAYERS LEFT OUT "
010520                 DELIMITED BY SIZE
010530             FT-EDIT-COUNT DELIMITED BY SIZE
010540             INTO PRINT-LINE
010550         WRITE PRINT-LINE AFTER ADVANCING 1
010560     END-IF
010570     DISPLAY "PPTFIXT - divisions scheduled " FT-DIVISIONS-BUILT
010580         ", seats written " FT-RECORDS-WRITTEN.
010590 2900-EXIT.
010600     EXIT.
010610
010620******************************************************************
010630* 3000-CUT-WEEK
010640* The division's group for the week, checked against PLYRMAST.
010642* The roster file is opened even when no fixture is found or
010644* fewer than 3 players are left, so the night's TROSTER or
010646* SEEDIN is left empty rather than holding an earlier roster.
010650******************************************************************
010660 3000-CUT-WEEK.
010670     MOVE "N" TO FT-FIXTURE-EOF-SW
010680     READ FIXTURE-FILE
010690         AT END SET FIXTURE-EOF TO TRUE
010700     END-READ
010710     PERFORM 3100-TAKE-ONE-FIXTURE THRU 3100-EXIT
010720         UNTIL FIXTURE-EOF
010730     PERFORM 7100-PRINT-PAGE-HEADERS THRU 7100-EXIT
010740     IF FT-NBR-ROSTER = 0
010750         MOVE SPACES TO PRINT-LINE
010760         STRING "NO FIXTURE FOR DIVISION " DELIMITED BY SIZE
010770             FT-WEEK-DIVISION DELIMITED BY SIZE
010780             " GROUP " DELIMITED BY SIZE
010790             FT-WANT-GROUP DELIMITED BY SIZE
010800             " ON THIS NIGHT" DELIMITED BY SIZE
010810             INTO PRINT-LINE
010820         WRITE PRINT-LINE AFTER ADVANCING 1
010830         DISPLAY "PPTFIXT - no fixture for division "
010840             FT-WEEK-DIVISION " group " FT-WANT-GROUP
010850         GO TO 3000-OPEN-ROSTER
010860     END-IF
010870     PERFORM 3200-CHECK-ONE-ENTRANT THRU 3200-EXIT
010880         VARYING FT-R FROM 1 BY 1
010890         UNTIL FT-R > FT-NBR-ROSTER
010900     PERFORM 7300-PRINT-ROSTER THRU 7300-EXIT.
010910 3000-OPEN-ROSTER.
010920     IF OUTPUT-TROSTER
010930         OPEN OUTPUT TROSTER-FILE
010931         IF FT-TROSTER-STATUS NOT = "00"
010932             SET FILE-OPEN-FAILED TO TRUE
010933             DISPLAY "PPTFIXT - cannot open TROSTER, status "
010934                 FT-TROSTER-STATUS " - run ends"
010935             GO TO 3000-EXIT
010936         END-IF
010940     ELSE
010950         OPEN OUTPUT SEEDIN-FILE
010951         IF FT-SEEDIN-STATUS NOT = "00"
010952             SET FILE-OPEN-FAILED TO TRUE
010953             DISPLAY "PPTFIXT - cannot open SEEDIN, status "
010954                 FT-SEEDIN-STATUS " - run ends"
010955             GO TO 3000-EXIT
010956         END-IF
010960     END-IF
010970     IF FT-ROSTER-KEPT >= 3
010980         PERFORM 3300-WRITE-ONE-ENTRANT THRU 3300-EXIT
010990             VARYING FT-R FROM 1 BY 1
011000             UNTIL FT-R > FT-NBR-ROSTER
011005                 OR FILE-OPEN-FAILED
011010     END-IF
011020     IF OUTPUT-TROSTER
011030         CLOSE TROSTER-FILE
011040     ELSE
011050         CLOSE SEEDIN-FILE
011060     END-IF.
011070 3000-EXIT.
011080     EXIT.
011090
011100******************************************************************
011110* 3100-TAKE-ONE-FIXTURE
011120* No week on the card takes the week played on the business
011130* date.
011140******************************************************************
011150 3100-TAKE-ONE-FIXTURE.
011160     ADD 1 TO FT-FIXTURE-READ
011170     IF FX-DIVISION NOT = FT-WEEK-DIVISION
011180         OR FX-GROUP NOT = FT-WANT-GROUP
011190         GO TO 3100-READ-NEXT
011200     END-IF
011210     IF FT-WANT-WEEK = 0
011220         IF FX-NIGHT-DATE NOT = FT-RUN-DATE
011230             GO TO 3100-READ-NEXT
011240         END-IF
011250     ELSE
011260         IF FX-WEEK NOT = FT-WANT-WEEK
011270             GO TO 3100-READ-NEXT
011280         END-IF
011290     END-IF
011300     IF FT-NBR-ROSTER >= 8
011310         GO TO 3100-READ-NEXT
011320     END-IF
011330     ADD 1 TO FT-NBR-ROSTER
011340     MOVE FX-PLAYER-ID TO FT-R-ID(FT-NBR-ROSTER)
011350     MOVE SPACES TO FT-R-FLAG(FT-NBR-ROSTER)
011360     MOVE FX-WEEK TO FT-FOUND-WEEK
011370     MOVE FX-NIGHT-DATE TO FT-FOUND-NIGHT
011380     MOVE FX-BUILD-DATE TO FT-FOUND-BUILD.
011390 3100-READ-NEXT.
011400     READ FIXTURE-FILE
011410         AT END SET FIXTURE-EOF TO TRUE
011420     END-READ.
011430 3100-EXIT.
011440     EXIT.
011450
011460 3200-CHECK-ONE-ENTRANT.
011470     IF MASTER-MISSING
011480         ADD 1 TO FT-ROSTER-KEPT
011490         GO TO 3200-EXIT
011500     END-IF
011510     MOVE FT-R-ID(FT-R) TO PM-PLAYER-ID
011520     READ PLYRMAST-FILE
011530         INVALID KEY
011540             MOVE "** NOT ON PLYRMAST" TO FT-R-FLAG(FT-R)
011550         NOT INVALID KEY
011560             IF PM-INACTIVE
011570                 MOVE "** INACTIVE" TO FT-R-FLAG(FT-R)
011580             END-IF
011590     END-READ
011600     IF FT-R-FLAG(FT-R) = SPACES
011610         ADD 1 TO FT-ROSTER-KEPT
011620     ELSE
011630         ADD 1 TO FT-PLAYERS-FLAGGED
011640         DISPLAY "PPTFIXT - " FT-R-ID(FT-R) " scheduled but "
011650             FT-R-FLAG(FT-R)
011660     END-IF.
011670 3200-EXIT.
011680     EXIT.
011690
011700 3300-WRITE-ONE-ENTRANT.
011710     IF FT-R-FLAG(FT-R) NOT = SPACES
011720         GO TO 3300-EXIT
011730     END-IF
011740     IF OUTPUT-TROSTER
011750         MOVE SPACES TO TROSTER-RECORD
011760         MOVE FT-R-ID(FT-R) TO TR-PLAYER-ID
011770         WRITE TROSTER-RECORD
011771         IF FT-TROSTER-STATUS NOT = "00"
011772             SET FILE-OPEN-FAILED TO TRUE
011773             DISPLAY "PPTFIXT - cannot write TROSTER, status "
011774                 FT-TROSTER-STATUS " - roster incomplete"
011775             GO TO 3300-EXIT
011776         END-IF
011780     ELSE
011790         MOVE SPACES TO SEEDIN-RECORD
011800         MOVE FT-R-ID(FT-R) TO SI-PLAYER-ID
011810         WRITE SEEDIN-RECORD
011811         IF FT-SEEDIN-STATUS NOT = "00"
011812             SET FILE-OPEN-FAILED TO TRUE
011813             DISPLAY "PPTFIXT - cannot write SEEDIN, status "
011814                 FT-SEEDIN-STATUS " - roster incomplete"
011815             GO TO 3300-EXIT
011816         END-IF
011820     END-IF
011830     ADD 1 TO FT-RECORDS-WRITTEN.
011840 3300-EXIT.
011850     EXIT.
011860
011870******************************************************************
011880* 7100-PRINT-PAGE-HEADERS
011890******************************************************************
011900 7100-PRINT-PAGE-HEADERS.
011910     ADD 1 TO FT-PAGE-COUNT
011920     MOVE FT-PAGE-COUNT TO FT-EDIT-PAGE
011930     MOVE SPACES TO PRINT-LINE
011940     STRING "PROGRAM: PPTFIXT" DELIMITED BY SIZE
011950         "     PIEDRA PAPEL O TIJERA - SEASON FIXTURE"
011960             DELIMITED BY SIZE
011970         "     PAGE: " DELIMITED BY SIZE
011980         FT-EDIT-PAGE DELIMITED BY SIZE
011990         INTO PRINT-LINE
012000     WRITE PRINT-LINE AFTER ADVANCING PAGE
012010     MOVE SPACES TO PRINT-LINE
012020     STRING "ACTION: " DELIMITED BY SIZE
012030         FT-ACTION DELIMITED BY SIZE
012040         "  RUN DATE: " DELIMITED BY SIZE
012050         FT-RUN-DATE DELIMITED BY SIZE
012060         INTO PRINT-LINE
012070     WRITE PRINT-LINE AFTER ADVANCING 1
012080     MOVE SPACES TO PRINT-LINE
012090     WRITE PRINT-LINE AFTER ADVANCING 1
012100     MOVE 3 TO FT-LINE-COUNT.
012110 7100-EXIT.
012120     EXIT.
012130
012140 7200-PRINT-DIVISION-HEADER.
012150     MOVE SPACES TO PRINT-LINE
012160     STRING "DIVISION " DELIMITED BY SIZE
012170         FT-DIVISION DELIMITED BY SIZE
012180         "   PLAYERS " DELIMITED BY SIZE
012190         FT-NBR-MEMBERS DELIMITED BY SIZE
012200         "   WEEKS " DELIMITED BY SIZE
012210         FT-WEEKS DELIMITED BY SIZE
012220         "   GROUP SIZE " DELIMITED BY SIZE
012230         FT-GROUP-SIZE DELIMITED BY SIZE
012240         "   GROUPS PER NIGHT " DELIMITED BY SIZE
012250         FT-GROUPS DELIMITED BY SIZE
012260         "   FIRST NIGHT " DELIMITED BY SIZE
012270         FT-FIRST-NIGHT DELIMITED BY SIZE
012280         INTO PRINT-LINE
012290     WRITE PRINT-LINE AFTER ADVANCING 1
012300     MOVE FT-DASH-LINE TO PRINT-LINE
012310     WRITE PRINT-LINE AFTER ADVANCING 1
012320     ADD 2 TO FT-LINE-COUNT.
012330 7200-EXIT.
012340     EXIT.
012350
012360 7300-PRINT-ROSTER.
012370     MOVE SPACES TO PRINT-LINE
012380     STRING "DIVISION " DELIMITED BY SIZE
012390         FT-WEEK-DIVISION DELIMITED BY SIZE
012400         "   WEEK " DELIMITED BY SIZE
012410         FT-FOUND-WEEK DELIMITED BY SIZE
012420         "   NIGHT " DELIMITED BY SIZE
012430         FT-FOUND-NIGHT DELIMITED BY SIZE
012440         "   GROUP " DELIMITED BY SIZE
012450         FT-WANT-GROUP DELIMITED BY SIZE
012460         "   BUILT " DELIMITED BY SIZE
012470         FT-FOUND-BUILD DELIMITED BY SIZE
012480         INTO PRINT-LINE
012490     WRITE PRINT-LINE AFTER ADVANCING 1
012500     MOVE FT-DASH-LINE TO PRINT-LINE
012510     WRITE PRINT-LINE AFTER ADVANCING 1
012520     PERFORM 7310-PRINT-ONE-ENTRANT THRU 7310-EXIT
012530         VARYING FT-R FROM 1 BY 1
012540         UNTIL FT-R > FT-NBR-ROSTER
012550     MOVE SPACES TO PRINT-LINE
012560     WRITE PRINT-LINE AFTER ADVANCING 1
012570     MOVE SPACES TO PRINT-LINE
012580     IF FT-ROSTER-KEPT < 3
012590         STRING "FEWER THAN 3 PLAYERS LEFT - NO ROSTER CUT"
012600             DELIMITED BY SIZE
012610             INTO PRINT-LINE
012620         DISPLAY "PPTFIXT - fewer than 3 players left - "
012630             "no roster cut"
012640     ELSE
012650         MOVE FT-ROSTER-KEPT TO FT-EDIT-SMALL
012660         IF OUTPUT-TROSTER
012670             STRING "PLAYERS CUT TO TROSTER " DELIMITED BY SIZE
012680                 FT-EDIT-SMALL DELIMITED BY SIZE
012690                 INTO PRINT-LINE
012700         ELSE
012710             STRING "PLAYERS CUT TO SEEDIN  " DELIMITED BY SIZE
012720                 FT-EDIT-SMALL DELIMITED BY SIZE
012730                 INTO PRINT-LINE
012740         END-IF
012750     END-IF
012760     WRITE PRINT-LINE AFTER ADVANCING 1.
012770 7300-EXIT.
012780     EXIT.
012790
012800 7310-PRINT-ONE-ENTRANT.
012810     MOVE FT-R TO FT-DISPLAY-2
012820     MOVE SPACES TO PRINT-LINE
012830     STRING "SEAT " DELIMITED BY SIZE
012840         FT-DISPLAY-2 DELIMITED BY SIZE
012850         "   " DELIMITED BY SIZE
012860         FT-R-ID(FT-R) DELIMITED BY SIZE
012870         "   " DELIMITED BY SIZE
012880         FT-R-FLAG(FT-R) DELIMITED BY SIZE
012890         INTO PRINT-LINE
012900     WRITE PRINT-LINE AFTER ADVANCING 1.
012910 7310-EXIT.
012920     EXIT.
012930
012940 7500-CHECK-PAGE-BREAK.
012950     IF FT-LINE-COUNT >= FT-MAX-LINES
012960         PERFORM 7100-PRINT-PAGE-HEADERS THRU 7100-EXIT
012970         PERFORM 7200-PRINT-DIVISION-HEADER THRU 7200-EXIT
012980     END-IF.
012990 7500-EXIT.
013000     EXIT.
013010
013020******************************************************************
013030* 9000-CLOSE-FILES
013040******************************************************************
013050 9000-CLOSE-FILES.
013060     IF MASTER-AVAILABLE
013070         CLOSE PLYRMAST-FILE
013080     END-IF
013090     IF ACTION-WEEK
013100         CLOSE FIXTURE-FILE
013110     END-IF
013120     CLOSE PRTFILE.
013130 9000-EXIT.
013140     EXIT.
013150
013160******************************************************************
013170* 9999-TERMINATE
013180******************************************************************
013190 9999-TERMINATE.
013200     EVALUATE TRUE
013210         WHEN NOT PARM-VALID
013220             MOVE 20 TO RETURN-CODE
013230         WHEN FILE-OPEN-FAILED
013240             MOVE 16 TO RETURN-CODE
013250         WHEN ACTION-BUILD AND FT-DIVISIONS-BUILT = 0
013260             MOVE 8 TO RETURN-CODE
013270         WHEN ACTION-BUILD AND (FT-DIVISIONS-SKIPPED > 0
013280             OR FT-DIVISIONS-UNEVEN > 0 OR FT-PLAYERS-DROPPED > 0)
013290             MOVE 4 TO RETURN-CODE
013300         WHEN ACTION-BUILD
013310             MOVE 0 TO RETURN-CODE
013320         WHEN FT-ROSTER-KEPT < 3
013330             MOVE 8 TO RETURN-CODE
013340         WHEN FT-PLAYERS-FLAGGED > 0
013350             MOVE 4 TO RETURN-CODE
013360         WHEN OTHER
013370             MOVE 0 TO RETURN-CODE
013380     END-EVALUATE
013390     PERFORM 9800-WRITE-RUN-JOURNAL THRU 9800-EXIT.
013400 9999-EXIT.
013410     EXIT.
013420
013430******************************************************************
013440* 9800-WRITE-RUN-JOURNAL
013450******************************************************************
013460 9800-WRITE-RUN-JOURNAL.
013470     OPEN EXTEND RUNJRNL-FILE
013480     IF FT-RUNJRNL-STATUS = "35"
013490         OPEN OUTPUT RUNJRNL-FILE
013500         CLOSE RUNJRNL-FILE
013510         OPEN EXTEND RUNJRNL-FILE
013520     END-IF
013530     IF FT-RUNJRNL-STATUS NOT = "00"
013540         DISPLAY "PPTFIXT - run journal unavailable, status "
013550             FT-RUNJRNL-STATUS
013560         GO TO 9800-EXIT
013570     END-IF
013580     MOVE FT-BUSINESS-DATE TO FT-END-DATE
013590     ACCEPT FT-END-TIME FROM TIME
013600     MOVE SPACES TO RUNJRNL-RECORD
013610     MOVE "PPTFIXT" TO RJ-PROGRAM-ID
013620     MOVE FT-RUN-DATE TO RJ-START-DATE
013630     MOVE FT-START-TIME TO RJ-START-TIME
013640     MOVE FT-END-DATE TO RJ-END-DATE
013650     MOVE FT-END-TIME TO RJ-END-TIME
013660     IF ACTION-BUILD
013670         MOVE FT-MASTER-READ TO RJ-RECORDS-READ
013680         MOVE FT-DIVISIONS-SKIPPED TO RJ-ROUNDS-REJECTED
013690     ELSE
013700         MOVE FT-FIXTURE-READ TO RJ-RECORDS-READ
013710         MOVE FT-PLAYERS-FLAGGED TO RJ-ROUNDS-REJECTED
013720     END-IF
013730     MOVE FT-RECORDS-WRITTEN TO RJ-RECORDS-WRITTEN
013740     MOVE RETURN-CODE TO RJ-RETURN-CODE
013750     WRITE RUNJRNL-RECORD
013760     CLOSE RUNJRNL-FILE.
013770 9800-EXIT.
013780     EXIT.
013790
013800******************************************************************
013810* 9700-READ-BUSINESS-DATE
013820* Dated by the business date on BUSDATE like the rest of the
013830* stream; no control record falls back to the clock date.
013835* A BUSDATE on file that cannot be read ends the run (9790).
013840******************************************************************
013850 9700-READ-BUSINESS-DATE.
013860     ACCEPT FT-BUSINESS-DATE FROM DATE YYYYMMDD
013870     OPEN INPUT BUSDATE-FILE
013872     IF FT-BUSDATE-STATUS NOT = "00" AND NOT = "35"
013874         PERFORM 9790-BUSDATE-UNREADABLE THRU 9790-EXIT
013876     END-IF
013880     IF FT-BUSDATE-STATUS NOT = "00"
013890         DISPLAY "PPTFIXT - no BUSDATE control record - "
013900             "running on clock date " FT-BUSINESS-DATE
013910         GO TO 9700-MOVE-RUN-DATE
013920     END-IF
013930     READ BUSDATE-FILE
013940         AT END
013950             DISPLAY "PPTFIXT - BUSDATE is empty - "
013960                 "running on clock date " FT-BUSINESS-DATE
013970             CLOSE BUSDATE-FILE
013980             GO TO 9700-MOVE-RUN-DATE
013990     END-READ
013992     IF FT-BUSDATE-STATUS NOT = "00"
013994         CLOSE BUSDATE-FILE
013996         PERFORM 9790-BUSDATE-UNREADABLE THRU 9790-EXIT
013998     END-IF
014000     MOVE BD-BUSINESS-DATE TO FT-BUSINESS-DATE
014010     CLOSE BUSDATE-FILE.
014020 9700-MOVE-RUN-DATE.
014030     MOVE FT-BUSINESS-DATE TO FT-RUN-DATE.
014040 9700-EXIT.
014050     EXIT.
014060
014070******************************************************************
014080* 9790-BUSDATE-UNREADABLE
014090* A BUSDATE that is on file but cannot be read may hold a closed
014100* day, so the clock date will not do: the run ends RC 16 before
014110* anything else is opened.
014120******************************************************************
014130 9790-BUSDATE-UNREADABLE.
014140     DISPLAY "PPTFIXT - cannot read BUSDATE, status "
014150         FT-BUSDATE-STATUS " - run ends"
014160     MOVE FT-BUSINESS-DATE TO FT-RUN-DATE
014170     ACCEPT FT-START-TIME FROM TIME
014180     MOVE 16 TO RETURN-CODE
014190     PERFORM 9800-WRITE-RUN-JOURNAL THRU 9800-EXIT
014200     STOP RUN.
014210 9790-EXIT.
014220     EXIT.
014230
014240 END PROGRAM PPTFIXT.
