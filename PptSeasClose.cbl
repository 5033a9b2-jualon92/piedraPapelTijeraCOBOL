000100******************************************************************
000110* Author: JuanJignacio
000120* Installation: www.
000130* Date-Written: 15/10/2026.
000140*
000150* Modification History
000160*   DD/MM/YYYY  INIT  DESCRIPTION
000170*   15/10/2026  JAI   Original - season close-out.  PPTSEAS
000180*                     kept adding league nights to one SEASTAND
000190*                     table that never ended, and the division
000200*                     PPTPREG stores on every master record was
000210*                     never read again.  This program prints the
000220*                     final standings division by division,
000230*                     decides promotion and relegation off the
000240*                     card's rule, writes the division moves as
000250*                     REGIN UPD transactions for PPTPREG to apply
000260*                     with its usual audit listing, retires the
000270*                     season's SEASTAND and SEASPOST to a season
000280*                     archive and leaves both empty for week 1.
000282*   15/10/2026  JAI   Run date taken from the BUSDATE business
000284*                     date kept by PPTDATE instead of the
000286*                     system clock.
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. PPTSCLS.
000320 AUTHOR. JuanJignacio.
000330 INSTALLATION. www.
000340 DATE-WRITTEN. 15/10/2026.
000350 DATE-COMPILED. 15/10/2026.
000360******************************************************************
000370* End-of-season close-out of the league standings:
000380*   - SCLSPARM card: season close date (YYYYMMDD, cols 1-8),
000390*     players promoted per division (cols 9-10), players
000400*     relegated per division (cols 11-12) and the division
000410*     ladder (cols 13-32) - up to ten two-character PM-DIVISION
000420*     codes, top division first, ending at the first blank
000430*     pair.  Missing or invalid card ends the run with
000440*     RETURN-CODE 20.
000450*   - every SEASTAND record is joined to PLYRMAST for the
000460*     player's division and status, then ordered by ladder
000470*     position, points and round wins - the same tie-break the
000480*     weekly season table uses.
000490*   - only active registered players take part in the moves.
000500*     The top finishers of every division but the top one go up
000510*     one rung, the bottom finishers of every division but the
000520*     bottom one go down one rung; a player who qualifies for
000530*     both (a division smaller than the two counts together)
000540*     is promoted.  A division that is not on the ladder prints
000550*     but never moves anybody.
000560*   - the final standings per division print to PPTFRPT.
000570*   - once the season archive below is written, each move
000580*     goes to REGOUT as a REGIN-format UPD transaction - the
000590*     follow-on job step runs PPTPREG with REGOUT as its REGIN,
000600*     so the master only changes through the registration
000605*     program and its listing.
000610*   - every SEASTAND and SEASPOST record is copied to the
000620*     SEASARCH season archive stamped with the close date (the
000630*     follow-on job step catalogs it under a dated name), and
000640*     only then are SEASTAND and SEASPOST emptied - the next
000650*     PPTSEAS posting is week 1 of the new season.
000660* RETURN-CODE 0 = season closed, 8 = no season standings on
000670* file to close, 12 = close refused (standings too large for
000680* the table, or the posting log unreadable - nothing written),
000690* 16 = PLYRMAST or an output file could not be opened or
000700* written, 20 = missing or invalid SCLSPARM card.
000705* A BUSDATE on file that cannot be read ends the run RC 16.
000710******************************************************************
000720 ENVIRONMENT DIVISION.
000730 INPUT-OUTPUT SECTION.
000740 FILE-CONTROL.
000750     SELECT SCLSPARM-FILE ASSIGN TO "SCLSPARM"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS SC-SCLSPARM-STATUS.
000780     SELECT SEASTAND-FILE ASSIGN TO "SEASTAND"
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000810         RECORD KEY IS SS-PLAYER-ID
000820         FILE STATUS IS SC-SEASTAND-STATUS.
000830     SELECT SEASPOST-FILE ASSIGN TO "SEASPOST"
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS SC-SEASPOST-STATUS.
000860     SELECT PLYRMAST-FILE ASSIGN TO "PLYRMAST"
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS RANDOM
000890         RECORD KEY IS PM-PLAYER-ID
000900         FILE STATUS IS SC-PLYRMAST-STATUS.
000910     SELECT REGOUT-FILE ASSIGN TO "REGOUT"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS SC-REGOUT-STATUS.
000940     SELECT SEASARCH-FILE ASSIGN TO "SEASARCH"
000950         ORGANIZATION IS SEQUENTIAL
000960         FILE STATUS IS SC-SEASARCH-STATUS.
000970     SELECT PRTFILE ASSIGN TO "PPTFRPT"
000980         ORGANIZATION IS SEQUENTIAL
000990         FILE STATUS IS SC-PRTFILE-STATUS.
001000     SELECT RUNJRNL-FILE ASSIGN TO "RUNJRNL"
001010         ORGANIZATION IS SEQUENTIAL
001020         FILE STATUS IS SC-RUNJRNL-STATUS.
001022     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
001024         ORGANIZATION IS SEQUENTIAL
001026         FILE STATUS IS SC-BUSDATE-STATUS.
001030 DATA DIVISION.
001040 FILE SECTION.
001050 FD  SCLSPARM-FILE
001060     LABEL RECORD IS STANDARD.
001070 01  SCLSPARM-RECORD.
001080     05  SC-PARM-CLOSE-DATE     PIC X(08).
001090     05  SC-PARM-PROMOTE        PIC X(02).
001100     05  SC-PARM-RELEGATE       PIC X(02).
001110     05  SC-PARM-LADDER         PIC X(20).
001120     05  SC-PARM-LADDER-R REDEFINES SC-PARM-LADDER.
001130         10  SC-PARM-LADDER-DIV OCCURS 10 TIMES PIC X(02).
001140     05  FILLER                 PIC X(48).
001150 FD  SEASTAND-FILE
001160     LABEL RECORD IS STANDARD.
001170     COPY SEASTAND.
001180 FD  SEASPOST-FILE
001190     LABEL RECORD IS STANDARD.
001200     COPY SEASPOST.
001210 FD  PLYRMAST-FILE
001220     LABEL RECORD IS STANDARD.
001230     COPY PLYRMAST.
001240 FD  REGOUT-FILE
001250     LABEL RECORD IS STANDARD.
001260     COPY REGIN.
001270 FD  SEASARCH-FILE
001280     LABEL RECORD IS STANDARD.
001290     COPY SEASARCH.
001300 FD  PRTFILE
001310     LABEL RECORD IS STANDARD.
001320     COPY PRTLINE.
001330 FD  RUNJRNL-FILE
001340     LABEL RECORD IS STANDARD.
001350     COPY RUNJRNL.
001352 FD  BUSDATE-FILE
001354     LABEL RECORD IS STANDARD.
001356     COPY BUSDATE.
001360 WORKING-STORAGE SECTION.
001370******************************************************************
001380* File status and end-of-file switches.
001390******************************************************************
001400 77  SC-SCLSPARM-STATUS        PIC X(02) VALUE "00".
001410 77  SC-SEASTAND-STATUS        PIC X(02) VALUE "00".
001420 77  SC-SEASPOST-STATUS        PIC X(02) VALUE "00".
001430 77  SC-PLYRMAST-STATUS        PIC X(02) VALUE "00".
001440 77  SC-REGOUT-STATUS          PIC X(02) VALUE "00".
001450 77  SC-SEASARCH-STATUS        PIC X(02) VALUE "00".
001460 77  SC-PRTFILE-STATUS         PIC X(02) VALUE "00".
001470 77  SC-RUNJRNL-STATUS         PIC X(02) VALUE "00".
001473 77  SC-BUSDATE-STATUS         PIC X(02) VALUE "00".
001476 77  SC-BUSINESS-DATE          PIC 9(08) VALUE 0.
001480 77  SC-SEASTAND-EOF-SW        PIC X(01) VALUE "N".
001490     88  SEASTAND-EOF                    VALUE "Y".
001500 77  SC-SEASPOST-EOF-SW        PIC X(01) VALUE "N".
001510     88  SEASPOST-EOF                    VALUE "Y".
001520
001530******************************************************************
001540* Run control from the parameter card.
001550******************************************************************
001560 77  SC-PARM-VALID-SW          PIC X(01) VALUE "N".
001570     88  PARM-VALID                      VALUE "Y".
001580 77  SC-CLOSE-DATE             PIC 9(08) VALUE 0.
001590 77  SC-PROMOTE-COUNT          PIC 9(02) VALUE 0.
001600 77  SC-RELEGATE-COUNT         PIC 9(02) VALUE 0.
001610 77  SC-NO-SEASON-SW           PIC X(01) VALUE "N".
001620     88  NO-SEASON-TO-CLOSE              VALUE "Y".
001630 77  SC-REFUSED-SW             PIC X(01) VALUE "N".
001640     88  CLOSE-REFUSED                   VALUE "Y".
001650 77  SC-OPEN-FAILED-SW         PIC X(01) VALUE "N".
001660     88  FILE-OPEN-FAILED                VALUE "Y".
001670 77  SC-START-TIME             PIC 9(08) VALUE 0.
001680 77  SC-END-DATE               PIC 9(08) VALUE 0.
001690 77  SC-END-TIME               PIC 9(08) VALUE 0.
001700
001710******************************************************************
001720* The division ladder off the card, top division first, with
001730* the active-player count each division finished with.
001740******************************************************************
001750 77  SC-NBR-DIVISIONS          PIC 9(02) VALUE 0.
001760 77  SC-LADDER-END-SW          PIC X(01) VALUE "N".
001770     88  LADDER-END                      VALUE "Y".
001780 77  SC-LADDER-BAD-SW          PIC X(01) VALUE "N".
001790     88  LADDER-BAD                      VALUE "Y".
001800 01  SC-LADDER-TABLE.
001810     05  SC-L-ENTRY OCCURS 10 TIMES.
001820         10  SC-L-DIVISION     PIC X(02).
001830         10  SC-L-ELIGIBLE     PIC 9(03).
001840
001850******************************************************************
001860* Season table - every SEASTAND record joined to its master
001870* record.  SC-T-LADDER is the ladder rung (99 = not on the
001880* ladder) and drives the ordering; SC-T-STATUS is A active,
001890* I inactive, U not registered.  The whole file must fit - a
001900* close-out that only saw part of the season is refused.
001910******************************************************************
001920 77  SC-NBR-PLAYERS            PIC 9(03) VALUE 0.
001930 77  SC-MAX-PLAYERS            PIC 9(03) VALUE 500.
001940 01  SC-SEASON-TABLE.
001950     05  SC-T-ENTRY OCCURS 500 TIMES.
001960         10  SC-T-LADDER       PIC 9(02).
001970         10  SC-T-DIVISION     PIC X(02).
001980         10  SC-T-POINTS       PIC 9(05).
001990         10  SC-T-WINS         PIC 9(05).
002000         10  SC-T-ID           PIC X(10).
002010         10  SC-T-WEEKS        PIC 9(03).
002020         10  SC-T-STATUS       PIC X(01).
002030             88  SC-T-ACTIVE             VALUE "A".
002040             88  SC-T-INACTIVE           VALUE "I".
002050             88  SC-T-UNREGISTERED       VALUE "U".
002060         10  SC-T-POSITION     PIC 9(03).
002070         10  SC-T-ELIG-RANK    PIC 9(03).
002080         10  SC-T-MOVE         PIC X(01).
002090             88  SC-T-PROMOTED           VALUE "P".
002100             88  SC-T-RELEGATED          VALUE "R".
002110         10  SC-T-NEW-DIVISION PIC X(02).
002120         10  SC-T-IMAGE        PIC X(40).
002130
002140******************************************************************
002150* Subscripts and work fields for the ordering and the moves.
002160******************************************************************
002170 77  SC-I                      PIC 9(03) COMP VALUE 0.
002180 77  SC-J                      PIC 9(03) COMP VALUE 0.
002190 77  SC-K                      PIC 9(03) COMP VALUE 0.
002200 77  SC-L                      PIC 9(02) COMP VALUE 0.
002210 77  SC-M                      PIC 9(02) COMP VALUE 0.
002220 77  SC-BEST-SUB               PIC 9(03) COMP VALUE 0.
002230 77  SC-FOUND-LADDER           PIC 9(02) VALUE 0.
002240 77  SC-CURR-DIVISION          PIC X(02) VALUE SPACES.
002250 77  SC-DIV-POSITION           PIC 9(03) VALUE 0.
002260 77  SC-DIV-ELIGIBLE           PIC 9(03) VALUE 0.
002270 77  SC-RELEGATE-FROM          PIC 9(03) VALUE 0.
002280 01  SC-SWAP-ENTRY             PIC X(77).
002290
002300******************************************************************
002310* Control totals.
002320******************************************************************
002330 77  SC-RUN-DATE               PIC 9(08) VALUE 0.
002340 77  SC-PROMOTIONS             PIC 9(03) VALUE 0.
002350 77  SC-RELEGATIONS            PIC 9(03) VALUE 0.
002360 77  SC-TRANS-WRITTEN          PIC 9(03) VALUE 0.
002370 77  SC-STAND-ARCHIVED         PIC 9(05) VALUE 0.
002380 77  SC-POST-ARCHIVED          PIC 9(05) VALUE 0.
002390
002400******************************************************************
002410* Report page control and edited fields.
002420******************************************************************
002430 77  SC-PAGE-COUNT             PIC 9(04) VALUE 0.
002440 77  SC-LINE-COUNT             PIC 9(03) VALUE 0.
002450 77  SC-MAX-LINES              PIC 9(03) VALUE 55.
002460 77  SC-DASH-LINE              PIC X(70) VALUE ALL "-".
002470 77  SC-EDIT-PAGE              PIC ZZZ9.
002480 77  SC-EDIT-POSITION          PIC ZZ9.
002490 77  SC-EDIT-POINTS            PIC ZZZZ9.
002500 77  SC-EDIT-WEEKS             PIC ZZ9.
002510 77  SC-EDIT-WINS              PIC ZZZZ9.
002520 77  SC-EDIT-COUNT             PIC ZZZZ9.
002530 77  SC-MOVE-TEXT              PIC X(30) VALUE SPACES.
002540
002550 PROCEDURE DIVISION.
002560******************************************************************
002570* 0000-MAIN-PROCEDURE
002580******************************************************************
002590 0000-MAIN-PROCEDURE.
002600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002610     IF PARM-VALID AND NOT NO-SEASON-TO-CLOSE
002620         AND NOT CLOSE-REFUSED AND NOT FILE-OPEN-FAILED
002630         PERFORM 3000-ORDER-STANDINGS THRU 3000-EXIT
002640         PERFORM 3500-DECIDE-MOVES THRU 3500-EXIT
002650         PERFORM 4000-PRINT-STANDINGS THRU 4000-EXIT
002660         PERFORM 6000-ARCHIVE-SEASON THRU 6000-EXIT
002670         IF NOT FILE-OPEN-FAILED
002680             PERFORM 5000-WRITE-DIVISION-MOVES THRU 5000-EXIT
002690         END-IF
002700         IF NOT FILE-OPEN-FAILED
002710             PERFORM 6500-START-NEW-SEASON THRU 6500-EXIT
002720         END-IF
002730     END-IF
002740     PERFORM 9999-TERMINATE THRU 9999-EXIT
002750     STOP RUN.
002760
002770******************************************************************
002780* 1000-INITIALIZE
002790* Validates the SCLSPARM card and loads the whole season into
002800* the table - all before anything is written, so a refused run
002810* leaves the season exactly as it was.
002820******************************************************************
002830 1000-INITIALIZE.
002840     DISPLAY "PPTSCLS - SEASON CLOSE-OUT"
002850     PERFORM 9700-READ-BUSINESS-DATE THRU 9700-EXIT
002860     ACCEPT SC-START-TIME FROM TIME
002870     MOVE "N" TO SC-PARM-VALID-SW
002880     OPEN INPUT SCLSPARM-FILE
002890     IF SC-SCLSPARM-STATUS = "35"
002900         DISPLAY "PPTSCLS - no SCLSPARM card - run ends"
002910         GO TO 1000-EXIT
002920     END-IF
002930     READ SCLSPARM-FILE
002940         AT END
002950             DISPLAY "PPTSCLS - SCLSPARM card file is empty"
002960                 " - run ends"
002970             CLOSE SCLSPARM-FILE
002980             GO TO 1000-EXIT
002990     END-READ
003000     CLOSE SCLSPARM-FILE
003010     IF SC-PARM-CLOSE-DATE NOT NUMERIC
003020         DISPLAY "PPTSCLS - SCLSPARM close date not YYYYMMDD: "
003030             SC-PARM-CLOSE-DATE
003040         GO TO 1000-EXIT
003050     END-IF
003060     IF SC-PARM-PROMOTE NOT NUMERIC
003070         OR SC-PARM-RELEGATE NOT NUMERIC
003080         DISPLAY "PPTSCLS - SCLSPARM promote/relegate counts not "
003090             "numeric: " SC-PARM-PROMOTE " " SC-PARM-RELEGATE
003100         GO TO 1000-EXIT
003110     END-IF
003120     MOVE SC-PARM-CLOSE-DATE TO SC-CLOSE-DATE
003130     MOVE SC-PARM-PROMOTE TO SC-PROMOTE-COUNT
003140     MOVE SC-PARM-RELEGATE TO SC-RELEGATE-COUNT
003150     PERFORM 1100-LOAD-LADDER THRU 1100-EXIT
003160     IF SC-NBR-DIVISIONS = 0
003170         GO TO 1000-EXIT
003180     END-IF
003190     SET PARM-VALID TO TRUE
003200     PERFORM 1200-CHECK-POSTING-LOG THRU 1200-EXIT
003210     IF CLOSE-REFUSED
003220         GO TO 1000-EXIT
003230     END-IF
003240     OPEN INPUT PLYRMAST-FILE
003250     IF SC-PLYRMAST-STATUS NOT = "00"
003260         SET FILE-OPEN-FAILED TO TRUE
003270         DISPLAY "PPTSCLS - cannot open PLYRMAST, status "
003280             SC-PLYRMAST-STATUS " - run ends"
003290         GO TO 1000-EXIT
003300     END-IF
003310     PERFORM 2000-LOAD-SEASON THRU 2000-EXIT
003320     CLOSE PLYRMAST-FILE.
003330 1000-EXIT.
003340     EXIT.
003350
003360******************************************************************
003370* 1100-LOAD-LADDER
003380* Division codes are taken left to right up to the first blank
003390* pair.  No division at all, or the same division twice, is a
003400* bad card - the moves would have nowhere sensible to go.
003410******************************************************************
003420 1100-LOAD-LADDER.
003430     MOVE 0 TO SC-NBR-DIVISIONS
003440     MOVE "N" TO SC-LADDER-END-SW
003450     PERFORM 1110-LOAD-ONE-RUNG THRU 1110-EXIT
003460         VARYING SC-L FROM 1 BY 1
003470         UNTIL SC-L > 10 OR LADDER-END
003480     IF LADDER-BAD
003490         MOVE 0 TO SC-NBR-DIVISIONS
003500         GO TO 1100-EXIT
003510     END-IF
003520     IF SC-NBR-DIVISIONS = 0
003530         DISPLAY "PPTSCLS - SCLSPARM division ladder is blank"
003540             " - run ends"
003550     END-IF.
003560 1100-EXIT.
003570     EXIT.
003580
003590 1110-LOAD-ONE-RUNG.
003600     IF SC-PARM-LADDER-DIV(SC-L) = SPACES
003610         SET LADDER-END TO TRUE
003620         GO TO 1110-EXIT
003630     END-IF
003640     PERFORM 1120-CHECK-DUPLICATE-RUNG THRU 1120-EXIT
003650         VARYING SC-M FROM 1 BY 1
003660         UNTIL SC-M > SC-NBR-DIVISIONS OR LADDER-BAD
003670     IF LADDER-BAD
003680         SET LADDER-END TO TRUE
003690         GO TO 1110-EXIT
003700     END-IF
003710     ADD 1 TO SC-NBR-DIVISIONS
003720     MOVE SC-PARM-LADDER-DIV(SC-L)
003730         TO SC-L-DIVISION(SC-NBR-DIVISIONS)
003740     MOVE 0 TO SC-L-ELIGIBLE(SC-NBR-DIVISIONS).
003750 1110-EXIT.
003760     EXIT.
003770
003780 1120-CHECK-DUPLICATE-RUNG.
003790     IF SC-L-DIVISION(SC-M) = SC-PARM-LADDER-DIV(SC-L)
003800         DISPLAY "PPTSCLS - SCLSPARM division "
003810             SC-PARM-LADDER-DIV(SC-L) " is on the ladder twice"
003820         SET LADDER-BAD TO TRUE
003830     END-IF.
003840 1120-EXIT.
003850     EXIT.
003860
003870******************************************************************
003880* 1200-CHECK-POSTING-LOG
003890* The posting log is archived with the standings, so it must
003900* be readable before the close starts.  No log on disk is a
003910* season with no league night posted - nothing to archive from
003920* it, which is fine.
003930******************************************************************
003940 1200-CHECK-POSTING-LOG.
003950     OPEN INPUT SEASPOST-FILE
003960     IF SC-SEASPOST-STATUS = "35"
003970         GO TO 1200-EXIT
003980     END-IF
003990     IF SC-SEASPOST-STATUS NOT = "00"
004000         DISPLAY "PPTSCLS - cannot open SEASPOST, status "
004010             SC-SEASPOST-STATUS " - close refused"
004020         SET CLOSE-REFUSED TO TRUE
004030         GO TO 1200-EXIT
004040     END-IF
004050     CLOSE SEASPOST-FILE.
004060 1200-EXIT.
004070     EXIT.
004080
004090******************************************************************
004100* 2000-LOAD-SEASON
004110* One keyed pass over SEASTAND.  No standings file, or an empty
004120* one, means there is no season to close - the close-out was
004130* already run, or no league night was ever posted.
004140******************************************************************
004150 2000-LOAD-SEASON.
004160     OPEN INPUT SEASTAND-FILE
004170     IF SC-SEASTAND-STATUS = "35"
004180         SET NO-SEASON-TO-CLOSE TO TRUE
004190         DISPLAY "PPTSCLS - no SEASTAND on disk - "
004200             "nothing to close"
004210         GO TO 2000-EXIT
004220     END-IF
004230     IF SC-SEASTAND-STATUS NOT = "00"
004240         SET FILE-OPEN-FAILED TO TRUE
004250         DISPLAY "PPTSCLS - cannot open SEASTAND, status "
004260             SC-SEASTAND-STATUS " - run ends"
004270         GO TO 2000-EXIT
004280     END-IF
004290     MOVE "N" TO SC-SEASTAND-EOF-SW
004300     MOVE SPACES TO SS-PLAYER-ID
004310     START SEASTAND-FILE KEY NOT < SS-PLAYER-ID
004320         INVALID KEY SET SEASTAND-EOF TO TRUE
004330     END-START
004340     IF NOT SEASTAND-EOF
004350         READ SEASTAND-FILE NEXT
004360             AT END SET SEASTAND-EOF TO TRUE
004370         END-READ
004380         PERFORM 2100-LOAD-ONE-STANDING THRU 2100-EXIT
004390             UNTIL SEASTAND-EOF OR CLOSE-REFUSED
004400     END-IF
004410     CLOSE SEASTAND-FILE
004420     IF CLOSE-REFUSED
004430         GO TO 2000-EXIT
004440     END-IF
004450     IF SC-NBR-PLAYERS = 0
004460         SET NO-SEASON-TO-CLOSE TO TRUE
004470         DISPLAY "PPTSCLS - SEASTAND is empty - nothing to close"
004480     END-IF.
004490 2000-EXIT.
004500     EXIT.
004510
004520 2100-LOAD-ONE-STANDING.
004530     IF SC-NBR-PLAYERS >= SC-MAX-PLAYERS
004540         DISPLAY "PPTSCLS - more than " SC-MAX-PLAYERS
004550             " players on SEASTAND - close refused"
004560         SET CLOSE-REFUSED TO TRUE
004570         GO TO 2100-EXIT
004580     END-IF
004590     ADD 1 TO SC-NBR-PLAYERS
004600     MOVE SC-NBR-PLAYERS TO SC-I
004610     MOVE SS-PLAYER-ID TO SC-T-ID(SC-I)
004620     MOVE SS-SEASON-POINTS TO SC-T-POINTS(SC-I)
004630     MOVE SS-WEEKS-PLAYED TO SC-T-WEEKS(SC-I)
004640     MOVE SS-TOTAL-WINS TO SC-T-WINS(SC-I)
004650     MOVE SEASTAND-RECORD TO SC-T-IMAGE(SC-I)
004660     MOVE 0 TO SC-T-POSITION(SC-I)
004670     MOVE 0 TO SC-T-ELIG-RANK(SC-I)
004680     MOVE SPACE TO SC-T-MOVE(SC-I)
004690     MOVE SPACES TO SC-T-NEW-DIVISION(SC-I)
004700     MOVE SS-PLAYER-ID TO PM-PLAYER-ID
004710     READ PLYRMAST-FILE
004720         INVALID KEY
004730             MOVE "??" TO SC-T-DIVISION(SC-I)
004740             MOVE "U" TO SC-T-STATUS(SC-I)
004750         NOT INVALID KEY
004760             MOVE PM-DIVISION TO SC-T-DIVISION(SC-I)
004770             IF PM-ACTIVE
004780                 MOVE "A" TO SC-T-STATUS(SC-I)
004790             ELSE
004800                 MOVE "I" TO SC-T-STATUS(SC-I)
004810             END-IF
004820     END-READ
004830     PERFORM 2200-FIND-LADDER-RUNG THRU 2200-EXIT
004840     MOVE SC-FOUND-LADDER TO SC-T-LADDER(SC-I)
004850     READ SEASTAND-FILE NEXT
004860         AT END SET SEASTAND-EOF TO TRUE
004870     END-READ.
004880 2100-EXIT.
004890     EXIT.
004900
004910******************************************************************
004920* 2200-FIND-LADDER-RUNG
004930* Rung of SC-T-DIVISION(SC-I) on the card's ladder; 99 for a
004940* division the card does not name, which sorts after every
004950* ladder division and is never moved.
004960******************************************************************
004970 2200-FIND-LADDER-RUNG.
004980     MOVE 99 TO SC-FOUND-LADDER
004990     PERFORM 2210-MATCH-ONE-RUNG THRU 2210-EXIT
005000         VARYING SC-L FROM 1 BY 1
005010         UNTIL SC-L > SC-NBR-DIVISIONS OR SC-FOUND-LADDER < 99.
005020 2200-EXIT.
005030     EXIT.
005040
005050 2210-MATCH-ONE-RUNG.
005060     IF SC-L-DIVISION(SC-L) = SC-T-DIVISION(SC-I)
005070         MOVE SC-L TO SC-FOUND-LADDER
005080     END-IF.
005090 2210-EXIT.
005100     EXIT.
005110
005120******************************************************************
005130* 3000-ORDER-STANDINGS / 3100-ORDER-ONE-POSITION
005140* Selection pass: ladder rung first, then division code (so
005150* off-ladder divisions still group together), then most points,
005160* then most round wins; a full tie keeps key order.
005170******************************************************************
005180 3000-ORDER-STANDINGS.
005190     PERFORM 3100-ORDER-ONE-POSITION THRU 3100-EXIT
005200         VARYING SC-I FROM 1 BY 1
005210         UNTIL SC-I >= SC-NBR-PLAYERS.
005220 3000-EXIT.
005230     EXIT.
005240
005250 3100-ORDER-ONE-POSITION.
005260     MOVE SC-I TO SC-BEST-SUB
005270     COMPUTE SC-K = SC-I + 1
005280     PERFORM 3110-FIND-BETTER-ENTRY THRU 3110-EXIT
005290         VARYING SC-J FROM SC-K BY 1
005300         UNTIL SC-J > SC-NBR-PLAYERS
005310     IF SC-BEST-SUB NOT = SC-I
005320         MOVE SC-T-ENTRY(SC-I) TO SC-SWAP-ENTRY
005330         MOVE SC-T-ENTRY(SC-BEST-SUB) TO SC-T-ENTRY(SC-I)
005340         MOVE SC-SWAP-ENTRY TO SC-T-ENTRY(SC-BEST-SUB)
005350     END-IF.
005360 3100-EXIT.
005370     EXIT.
005380
005390 3110-FIND-BETTER-ENTRY.
005400     EVALUATE TRUE
005410         WHEN SC-T-LADDER(SC-J) < SC-T-LADDER(SC-BEST-SUB)
005420             MOVE SC-J TO SC-BEST-SUB
005430         WHEN SC-T-LADDER(SC-J) > SC-T-LADDER(SC-BEST-SUB)
005440             CONTINUE
005450         WHEN SC-T-DIVISION(SC-J) < SC-T-DIVISION(SC-BEST-SUB)
005460             MOVE SC-J TO SC-BEST-SUB
005470         WHEN SC-T-DIVISION(SC-J) > SC-T-DIVISION(SC-BEST-SUB)
005480             CONTINUE
005490         WHEN SC-T-POINTS(SC-J) > SC-T-POINTS(SC-BEST-SUB)
005500             MOVE SC-J TO SC-BEST-SUB
005510         WHEN SC-T-POINTS(SC-J) < SC-T-POINTS(SC-BEST-SUB)
005520             CONTINUE
005530         WHEN SC-T-WINS(SC-J) > SC-T-WINS(SC-BEST-SUB)
005540             MOVE SC-J TO SC-BEST-SUB
005550         WHEN OTHER
005560             CONTINUE
005570     END-EVALUATE.
005580 3110-EXIT.
005590     EXIT.
005600
005610******************************************************************
005620* 3500-DECIDE-MOVES
005630* First pass numbers every player's finishing position inside
005640* the division and ranks the active players among themselves;
005650* second pass applies the card's rule off those ranks.
005660******************************************************************
005670 3500-DECIDE-MOVES.
005680     MOVE SPACES TO SC-CURR-DIVISION
005690     PERFORM 3510-RANK-ONE-PLAYER THRU 3510-EXIT
005700         VARYING SC-I FROM 1 BY 1
005710         UNTIL SC-I > SC-NBR-PLAYERS
005720     PERFORM 3520-MOVE-ONE-PLAYER THRU 3520-EXIT
005730         VARYING SC-I FROM 1 BY 1
005740         UNTIL SC-I > SC-NBR-PLAYERS.
005750 3500-EXIT.
005760     EXIT.
005770
005780 3510-RANK-ONE-PLAYER.
005790     IF SC-I = 1 OR SC-T-DIVISION(SC-I) NOT = SC-CURR-DIVISION
005800         MOVE SC-T-DIVISION(SC-I) TO SC-CURR-DIVISION
005810         MOVE 0 TO SC-DIV-POSITION
005820         MOVE 0 TO SC-DIV-ELIGIBLE
005830     END-IF
005840     ADD 1 TO SC-DIV-POSITION
005850     MOVE SC-DIV-POSITION TO SC-T-POSITION(SC-I)
005860     IF SC-T-ACTIVE(SC-I)
005870         ADD 1 TO SC-DIV-ELIGIBLE
005880         MOVE SC-DIV-ELIGIBLE TO SC-T-ELIG-RANK(SC-I)
005890         IF SC-T-LADDER(SC-I) < 99
005900             MOVE SC-T-LADDER(SC-I) TO SC-L
005910             MOVE SC-DIV-ELIGIBLE TO SC-L-ELIGIBLE(SC-L)
005920         END-IF
005930     END-IF.
005940 3510-EXIT.
005950     EXIT.
005960
005970 3520-MOVE-ONE-PLAYER.
005980     IF SC-T-ELIG-RANK(SC-I) = 0 OR SC-T-LADDER(SC-I) = 99
005990         GO TO 3520-EXIT
006000     END-IF
006010     MOVE SC-T-LADDER(SC-I) TO SC-L
006020     IF SC-T-ELIG-RANK(SC-I) <= SC-PROMOTE-COUNT
006030         AND SC-L > 1
006040         MOVE "P" TO SC-T-MOVE(SC-I)
006050         COMPUTE SC-M = SC-L - 1
006060         MOVE SC-L-DIVISION(SC-M) TO SC-T-NEW-DIVISION(SC-I)
006070         ADD 1 TO SC-PROMOTIONS
006080         GO TO 3520-EXIT
006090     END-IF
006100     IF SC-L-ELIGIBLE(SC-L) > SC-RELEGATE-COUNT
006110         COMPUTE SC-RELEGATE-FROM =
006120             SC-L-ELIGIBLE(SC-L) - SC-RELEGATE-COUNT
006130     ELSE
006140         MOVE 0 TO SC-RELEGATE-FROM
006150     END-IF
006160     IF SC-T-ELIG-RANK(SC-I) > SC-RELEGATE-FROM
006170         AND SC-RELEGATE-COUNT > 0
006180         AND SC-L < SC-NBR-DIVISIONS
006190         MOVE "R" TO SC-T-MOVE(SC-I)
006200         COMPUTE SC-M = SC-L + 1
006210         MOVE SC-L-DIVISION(SC-M) TO SC-T-NEW-DIVISION(SC-I)
006220         ADD 1 TO SC-RELEGATIONS
006230     END-IF.
006240 3520-EXIT.
006250     EXIT.
006260
006270******************************************************************
006280* 4000-PRINT-STANDINGS
006290* Final table per division with a sub-heading at every break,
006300* the move decided for each player, and the close totals.
006310******************************************************************
006320 4000-PRINT-STANDINGS.
006330     OPEN OUTPUT PRTFILE
006340     PERFORM 7100-PRINT-PAGE-HEADERS THRU 7100-EXIT
006350     MOVE SPACES TO SC-CURR-DIVISION
006360     PERFORM 4100-PRINT-ONE-STANDING THRU 4100-EXIT
006370         VARYING SC-I FROM 1 BY 1
006380         UNTIL SC-I > SC-NBR-PLAYERS
006390     MOVE SC-NBR-PLAYERS TO SC-EDIT-COUNT
006400     MOVE SPACES TO PRINT-LINE
006410     STRING "PLAYERS IN THE SEASON:  " DELIMITED BY SIZE
006420         SC-EDIT-COUNT DELIMITED BY SIZE
006430         INTO PRINT-LINE
006440     WRITE PRINT-LINE AFTER ADVANCING 2
006450     MOVE SC-PROMOTIONS TO SC-EDIT-COUNT
006460     MOVE SPACES TO PRINT-LINE
006470     STRING "PROMOTIONS:             " DELIMITED BY SIZE
006480         SC-EDIT-COUNT DELIMITED BY SIZE
006490         INTO PRINT-LINE
006500     WRITE PRINT-LINE AFTER ADVANCING 1
006510     MOVE SC-RELEGATIONS TO SC-EDIT-COUNT
006520     MOVE SPACES TO PRINT-LINE
006530     STRING "RELEGATIONS:            " DELIMITED BY SIZE
006540         SC-EDIT-COUNT DELIMITED BY SIZE
006550         INTO PRINT-LINE
006560     WRITE PRINT-LINE AFTER ADVANCING 1
006570     CLOSE PRTFILE.
006580 4000-EXIT.
006590     EXIT.
006600
006610 4100-PRINT-ONE-STANDING.
006620     IF SC-I = 1 OR SC-T-DIVISION(SC-I) NOT = SC-CURR-DIVISION
006630         MOVE SC-T-DIVISION(SC-I) TO SC-CURR-DIVISION
006640         IF SC-LINE-COUNT + 6 > SC-MAX-LINES
006650             PERFORM 7100-PRINT-PAGE-HEADERS THRU 7100-EXIT
006660         END-IF
006670         PERFORM 7200-PRINT-DETAIL-HEADER THRU 7200-EXIT
006680     END-IF
006690     PERFORM 7500-CHECK-PAGE-BREAK THRU 7500-EXIT
006700     EVALUATE TRUE
006710         WHEN SC-T-PROMOTED(SC-I)
006720             MOVE SPACES TO SC-MOVE-TEXT
006730             STRING "PROMOTED TO " DELIMITED BY SIZE
006740                 SC-T-NEW-DIVISION(SC-I) DELIMITED BY SIZE
006750                 INTO SC-MOVE-TEXT
006760         WHEN SC-T-RELEGATED(SC-I)
006770             MOVE SPACES TO SC-MOVE-TEXT
006780             STRING "RELEGATED TO " DELIMITED BY SIZE
006790                 SC-T-NEW-DIVISION(SC-I) DELIMITED BY SIZE
006800                 INTO SC-MOVE-TEXT
006810         WHEN SC-T-INACTIVE(SC-I)
006820             MOVE "INACTIVE - NOT MOVED" TO SC-MOVE-TEXT
006830         WHEN SC-T-UNREGISTERED(SC-I)
006840             MOVE "NOT REGISTERED - NOT MOVED" TO SC-MOVE-TEXT
006850         WHEN OTHER
006860             MOVE SPACES TO SC-MOVE-TEXT
006870     END-EVALUATE
006880     MOVE SC-T-POSITION(SC-I) TO SC-EDIT-POSITION
006890     MOVE SC-T-POINTS(SC-I) TO SC-EDIT-POINTS
006900     MOVE SC-T-WEEKS(SC-I) TO SC-EDIT-WEEKS
006910     MOVE SC-T-WINS(SC-I) TO SC-EDIT-WINS
006920     MOVE SPACES TO PRINT-LINE
006930     STRING " " DELIMITED BY SIZE
006940         SC-EDIT-POSITION DELIMITED BY SIZE
006950         "  " DELIMITED BY SIZE
006960         SC-T-ID(SC-I) DELIMITED BY SIZE
006970         "  " DELIMITED BY SIZE
006980         SC-EDIT-POINTS DELIMITED BY SIZE
006990         "   " DELIMITED BY SIZE
007000         SC-EDIT-WEEKS DELIMITED BY SIZE
007010         "  " DELIMITED BY SIZE
007020         SC-EDIT-WINS DELIMITED BY SIZE
007030         "  " DELIMITED BY SIZE
007040         SC-MOVE-TEXT DELIMITED BY SIZE
007050         INTO PRINT-LINE
007060     WRITE PRINT-LINE AFTER ADVANCING 1
007070     ADD 1 TO SC-LINE-COUNT.
007080 4100-EXIT.
007090     EXIT.
007100
007110******************************************************************
007120* 5000-WRITE-DIVISION-MOVES
007130* One REGIN UPD card per promotion or relegation, written only
007133* once the season archive is safe, so a run that stops short
007136* never leaves the moves posted with no archive.  The file is
007140* written even when nobody moves, so the follow-on PPTPREG step
007150* always finds its input.
007160******************************************************************
007170 5000-WRITE-DIVISION-MOVES.
007180     OPEN OUTPUT REGOUT-FILE
007190     IF SC-REGOUT-STATUS NOT = "00"
007200         SET FILE-OPEN-FAILED TO TRUE
007210         DISPLAY "PPTSCLS - cannot open REGOUT, status "
007220             SC-REGOUT-STATUS " - season left open"
007230         GO TO 5000-EXIT
007240     END-IF
007250     PERFORM 5100-WRITE-ONE-MOVE THRU 5100-EXIT
007260         VARYING SC-I FROM 1 BY 1
007270         UNTIL SC-I > SC-NBR-PLAYERS OR FILE-OPEN-FAILED
007280     CLOSE REGOUT-FILE
007290     DISPLAY "PPTSCLS - " SC-TRANS-WRITTEN
007300         " division moves written to REGOUT".
007310 5000-EXIT.
007320     EXIT.
007330
007340 5100-WRITE-ONE-MOVE.
007350     IF SC-T-MOVE(SC-I) = SPACE
007360         GO TO 5100-EXIT
007370     END-IF
007380     MOVE SPACES TO REGIN-RECORD
007390     MOVE "UPD" TO RG-ACTION
007400     MOVE SC-T-ID(SC-I) TO RG-PLAYER-ID
007410     MOVE SC-T-NEW-DIVISION(SC-I) TO RG-DIVISION
007420     WRITE REGIN-RECORD
007421     IF SC-REGOUT-STATUS NOT = "00"
007422         SET FILE-OPEN-FAILED TO TRUE
007423         DISPLAY "PPTSCLS - cannot write REGOUT, status "
007424             SC-REGOUT-STATUS " - season left open"
007425         GO TO 5100-EXIT
007426     END-IF
007430     ADD 1 TO SC-TRANS-WRITTEN.
007440 5100-EXIT.
007450     EXIT.
007460
007470******************************************************************
007480* 6000-ARCHIVE-SEASON
007490* Every standings record (from the table, which holds the whole
007500* file) and every posting-log record goes to the season
007510* archive under the close date.
007520******************************************************************
007530 6000-ARCHIVE-SEASON.
007540     OPEN OUTPUT SEASARCH-FILE
007550     IF SC-SEASARCH-STATUS NOT = "00"
007560         SET FILE-OPEN-FAILED TO TRUE
007570         DISPLAY "PPTSCLS - cannot open SEASARCH, status "
007580             SC-SEASARCH-STATUS " - season left open"
007590         GO TO 6000-EXIT
007600     END-IF
007610     PERFORM 6100-ARCHIVE-ONE-STANDING THRU 6100-EXIT
007620         VARYING SC-I FROM 1 BY 1
007630         UNTIL SC-I > SC-NBR-PLAYERS OR FILE-OPEN-FAILED
007632     IF FILE-OPEN-FAILED
007634         CLOSE SEASARCH-FILE
007636         GO TO 6000-EXIT
007638     END-IF
007640     OPEN INPUT SEASPOST-FILE
007650     IF SC-SEASPOST-STATUS = "00"
007660         MOVE "N" TO SC-SEASPOST-EOF-SW
007670         READ SEASPOST-FILE
007680             AT END SET SEASPOST-EOF TO TRUE
007690         END-READ
007700         PERFORM 6200-ARCHIVE-ONE-POSTING THRU 6200-EXIT
007710             UNTIL SEASPOST-EOF OR FILE-OPEN-FAILED
007720         CLOSE SEASPOST-FILE
007730     END-IF
007740     CLOSE SEASARCH-FILE
007742     IF FILE-OPEN-FAILED
007744         GO TO 6000-EXIT
007746     END-IF
007750     DISPLAY "PPTSCLS - archived " SC-STAND-ARCHIVED
007760         " standings and " SC-POST-ARCHIVED " posting records".
007770 6000-EXIT.
007780     EXIT.
007790
007800 6100-ARCHIVE-ONE-STANDING.
007810     MOVE SPACES TO SEASARCH-RECORD
007820     MOVE SC-CLOSE-DATE TO SA-CLOSE-DATE
007830     MOVE "S" TO SA-RECORD-TYPE
007840     MOVE SC-T-DIVISION(SC-I) TO SA-DIVISION
007850     MOVE SC-T-POSITION(SC-I) TO SA-DIV-POSITION
007860     MOVE SC-T-MOVE(SC-I) TO SA-MOVE-CODE
007870     MOVE SC-T-NEW-DIVISION(SC-I) TO SA-NEW-DIVISION
007880     MOVE SC-T-IMAGE(SC-I) TO SA-SOURCE-IMAGE
007890     WRITE SEASARCH-RECORD
007891     IF SC-SEASARCH-STATUS NOT = "00"
007892         SET FILE-OPEN-FAILED TO TRUE
007893         DISPLAY "PPTSCLS - cannot write SEASARCH, status "
007894             SC-SEASARCH-STATUS " - season left open"
007895         GO TO 6100-EXIT
007896     END-IF
007900     ADD 1 TO SC-STAND-ARCHIVED.
007910 6100-EXIT.
007920     EXIT.
007930
007940 6200-ARCHIVE-ONE-POSTING.
007950     MOVE SPACES TO SEASARCH-RECORD
007960     MOVE SC-CLOSE-DATE TO SA-CLOSE-DATE
007970     MOVE "P" TO SA-RECORD-TYPE
007980     MOVE 0 TO SA-DIV-POSITION
007990     MOVE SEASPOST-RECORD TO SA-SOURCE-IMAGE
008000     WRITE SEASARCH-RECORD
008001     IF SC-SEASARCH-STATUS NOT = "00"
008002         SET FILE-OPEN-FAILED TO TRUE
008003         DISPLAY "PPTSCLS - cannot write SEASARCH, status "
008004             SC-SEASARCH-STATUS " - season left open"
008005         GO TO 6200-EXIT
008006     END-IF
008010     ADD 1 TO SC-POST-ARCHIVED
008020     READ SEASPOST-FILE
008030         AT END SET SEASPOST-EOF TO TRUE
008040     END-READ.
008050 6200-EXIT.
008060     EXIT.
008070
008080******************************************************************
008090* 6500-START-NEW-SEASON
008100* Only reached once the archive and REGOUT are safely written:
008110* both season files are recreated empty, so the next PPTSEAS
008120* run posts week 1 and the posting log no longer refuses last
008125* season's dates.
008130******************************************************************
008140 6500-START-NEW-SEASON.
008150     OPEN OUTPUT SEASTAND-FILE
008160     IF SC-SEASTAND-STATUS NOT = "00"
008170         SET FILE-OPEN-FAILED TO TRUE
008180         DISPLAY "PPTSCLS - cannot reset SEASTAND, status "
008190             SC-SEASTAND-STATUS
008200         GO TO 6500-EXIT
008210     END-IF
008220     CLOSE SEASTAND-FILE
008230     OPEN OUTPUT SEASPOST-FILE
008240     IF SC-SEASPOST-STATUS NOT = "00"
008250         SET FILE-OPEN-FAILED TO TRUE
008260         DISPLAY "PPTSCLS - cannot reset SEASPOST, status "
008270             SC-SEASPOST-STATUS
008280         GO TO 6500-EXIT
008290     END-IF
008300     CLOSE SEASPOST-FILE
008310     DISPLAY "PPTSCLS - season closed " SC-CLOSE-DATE
008320         " - SEASTAND and SEASPOST ready for week 1".
008330 6500-EXIT.
008340     EXIT.
008350
008360 7100-PRINT-PAGE-HEADERS.
008370     ADD 1 TO SC-PAGE-COUNT
008380     MOVE SC-PAGE-COUNT TO SC-EDIT-PAGE
008390     MOVE SPACES TO PRINT-LINE
008400     STRING "PROGRAM: PPTSCLS" DELIMITED BY SIZE
008410         "     PIEDRA PAPEL O TIJERA - FINAL SEASON STANDINGS"
008420             DELIMITED BY SIZE
008430         "     PAGE: " DELIMITED BY SIZE
008440         SC-EDIT-PAGE DELIMITED BY SIZE
008450         INTO PRINT-LINE
008460     WRITE PRINT-LINE AFTER ADVANCING PAGE
008470     MOVE SPACES TO PRINT-LINE
008480     STRING "RUN DATE: " DELIMITED BY SIZE
008490         SC-RUN-DATE DELIMITED BY SIZE
008500         "     SEASON CLOSED: " DELIMITED BY SIZE
008510         SC-CLOSE-DATE DELIMITED BY SIZE
008520         INTO PRINT-LINE
008530     WRITE PRINT-LINE AFTER ADVANCING 1
008540     MOVE SPACES TO PRINT-LINE
008550     WRITE PRINT-LINE AFTER ADVANCING 1
008560     MOVE 3 TO SC-LINE-COUNT.
008570 7100-EXIT.
008580     EXIT.
008590
008600 7200-PRINT-DETAIL-HEADER.
008610     MOVE SPACES TO PRINT-LINE
008620     IF SC-CURR-DIVISION = "??"
008630         MOVE "PLAYERS NOT ON THE PLAYER MASTER" TO PRINT-LINE
008640     ELSE
008650         STRING "DIVISION " DELIMITED BY SIZE
008660             SC-CURR-DIVISION DELIMITED BY SIZE
008670             INTO PRINT-LINE
008680     END-IF
008690     WRITE PRINT-LINE AFTER ADVANCING 2
008700     MOVE SPACES TO PRINT-LINE
008710     MOVE " POS  PLAYER ID   POINTS  WEEKS   WINS  MOVE"
008720         TO PRINT-LINE
008730     WRITE PRINT-LINE AFTER ADVANCING 1
008740     MOVE SC-DASH-LINE TO PRINT-LINE
008750     WRITE PRINT-LINE AFTER ADVANCING 1
008760     ADD 4 TO SC-LINE-COUNT.
008770 7200-EXIT.
008780     EXIT.
008790
008800 7500-CHECK-PAGE-BREAK.
008810     IF SC-LINE-COUNT >= SC-MAX-LINES
008820         PERFORM 7100-PRINT-PAGE-HEADERS THRU 7100-EXIT
008830         PERFORM 7200-PRINT-DETAIL-HEADER THRU 7200-EXIT
008840     END-IF.
008850 7500-EXIT.
008860     EXIT.
008870
008880******************************************************************
008890* 9999-TERMINATE
008900* RETURN-CODE 0 = season closed, 8 = no season standings to
008910* close, 12 = close refused, 16 = PLYRMAST or an output file
008920* could not be opened, 20 = missing or invalid SCLSPARM card.
008930******************************************************************
008940 9999-TERMINATE.
008950     EVALUATE TRUE
008960         WHEN NOT PARM-VALID
008970             MOVE 20 TO RETURN-CODE
008980         WHEN FILE-OPEN-FAILED
008990             MOVE 16 TO RETURN-CODE
009000         WHEN CLOSE-REFUSED
009010             MOVE 12 TO RETURN-CODE
009020         WHEN NO-SEASON-TO-CLOSE
009030             MOVE 8 TO RETURN-CODE
009040         WHEN OTHER
009050             MOVE 0 TO RETURN-CODE
009060     END-EVALUATE
009070     PERFORM 9800-WRITE-RUN-JOURNAL THRU 9800-EXIT.
009080 9999-EXIT.
009090     EXIT.
009100
009110******************************************************************
009120* 9800-WRITE-RUN-JOURNAL
009130* One appended record per execution - stamps, control totals
009140* and the final RETURN-CODE - for the PPTOPS morning report.
009150******************************************************************
009160 9800-WRITE-RUN-JOURNAL.
009170     OPEN EXTEND RUNJRNL-FILE
009180     IF SC-RUNJRNL-STATUS = "35"
009190         OPEN OUTPUT RUNJRNL-FILE
009200         CLOSE RUNJRNL-FILE
009210         OPEN EXTEND RUNJRNL-FILE
009220     END-IF
009230     IF SC-RUNJRNL-STATUS NOT = "00"
009240         DISPLAY "PPTSCLS - run journal unavailable, status "
009250             SC-RUNJRNL-STATUS
009260         GO TO 9800-EXIT
009270     END-IF
009280     MOVE SC-BUSINESS-DATE TO SC-END-DATE
009290     ACCEPT SC-END-TIME FROM TIME
009300     MOVE SPACES TO RUNJRNL-RECORD
009310     MOVE "PPTSCLS" TO RJ-PROGRAM-ID
009320     MOVE SC-RUN-DATE TO RJ-START-DATE
009330     MOVE SC-START-TIME TO RJ-START-TIME
009340     MOVE SC-END-DATE TO RJ-END-DATE
009350     MOVE SC-END-TIME TO RJ-END-TIME
009360     MOVE SC-NBR-PLAYERS TO RJ-RECORDS-READ
009370     COMPUTE RJ-RECORDS-WRITTEN =
009380         SC-STAND-ARCHIVED + SC-POST-ARCHIVED + SC-TRANS-WRITTEN
009390     MOVE 0 TO RJ-ROUNDS-REJECTED
009400     MOVE RETURN-CODE TO RJ-RETURN-CODE
009410     WRITE RUNJRNL-RECORD
009420     CLOSE RUNJRNL-FILE.
009430 9800-EXIT.
009431     EXIT.
009432
009433******************************************************************
009434* 9700-READ-BUSINESS-DATE
009435* The run is dated by the business date PPTDATE keeps on
009436* BUSDATE, not the clock, so a stream that runs past midnight
009437* stays on the day it is working.  No control record falls
009438* back to the clock date with a warning.
009439* A BUSDATE on file that cannot be read ends the run (9790).
009440******************************************************************
009441 9700-READ-BUSINESS-DATE.
009442     ACCEPT SC-BUSINESS-DATE FROM DATE YYYYMMDD
009443     OPEN INPUT BUSDATE-FILE
009444     IF SC-BUSDATE-STATUS NOT = "00" AND NOT = "35"
009445         PERFORM 9790-BUSDATE-UNREADABLE THRU 9790-EXIT
009446     END-IF
009452     IF SC-BUSDATE-STATUS NOT = "00"
009453         DISPLAY "PPTSCLS - no BUSDATE control record - "
009454             "running on clock date " SC-BUSINESS-DATE
009455         GO TO 9700-MOVE-RUN-DATE
009456     END-IF
009457     READ BUSDATE-FILE
009458         AT END
009459             DISPLAY "PPTSCLS - BUSDATE is empty - "
009460                 "running on clock date " SC-BUSINESS-DATE
009461             CLOSE BUSDATE-FILE
009462             GO TO 9700-MOVE-RUN-DATE
009463     END-READ
009473     IF SC-BUSDATE-STATUS NOT = "00"
009483         CLOSE BUSDATE-FILE
009493         PERFORM 9790-BUSDATE-UNREADABLE THRU 9790-EXIT
009503     END-IF
009513     MOVE BD-BUSINESS-DATE TO SC-BUSINESS-DATE
009523     CLOSE BUSDATE-FILE.
009533 9700-MOVE-RUN-DATE.
009543     MOVE SC-BUSINESS-DATE TO SC-RUN-DATE.
009553 9700-EXIT.
009563     EXIT.
009573
009583******************************************************************
009593* 9790-BUSDATE-UNREADABLE
009603* A BUSDATE that is on file but cannot be read may hold a closed
009613* day, so the clock date will not do: the run ends RC 16 before
009623* anything else is opened.
009633******************************************************************
009643 9790-BUSDATE-UNREADABLE.
009653     DISPLAY "PPTSCLS - cannot read BUSDATE, status "
009663         SC-BUSDATE-STATUS " - run ends"
009673     MOVE SC-BUSINESS-DATE TO SC-RUN-DATE
009683     ACCEPT SC-START-TIME FROM TIME
009693     MOVE 16 TO RETURN-CODE
009703     PERFORM 9800-WRITE-RUN-JOURNAL THRU 9800-EXIT
009713     STOP RUN.
009723 9790-EXIT.
009733     EXIT.
009743
009753 END PROGRAM PPTSCLS.
