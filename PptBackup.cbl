000100******************************************************************
000110* Author: JuanJignacio
000120* Installation: www.
000130* Date-Written: 15/10/2026.
000140*
000150* Modification History
000160*   DD/MM/YYYY  INIT  DESCRIPTION
000170*   15/10/2026  JAI   Original - master-file backup and forward
000180*                     recovery.  PLYRHIST, PLYRRATE and PLYRMAST
000190*                     are updated in place by half the suite and
000200*                     nothing could put them back after a bad
000210*                     run short of replaying every PPTHMNT card
000220*                     by hand.  This utility unloads all three to
000230*                     a nightly backup with counts and hash
000240*                     totals, proves the backup by re-reading
000250*                     it, and restores a backup with the game
000260*                     rounds, history adjustments and backouts
000270*                     posted since then rolled forward.
000272*   15/10/2026  JAI   Run date taken from the BUSDATE business
000274*                     date kept by PPTDATE instead of the
000276*                     system clock.
000277*   15/10/2026  JAI   Restore rolls forward from the GAMELOG,
000278*                     BACKLOG and HISTADJ record counts kept in
000279*                     the backup header instead of comparing
000280*                     stamps with the backup stamp, takes an
000281*                     optional stop point off BKUPPARM, and checks
000282*                     each master as it is recreated.
000283******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. PPTBKUP.
000310 AUTHOR. JuanJignacio.
000320 INSTALLATION. www.
000330 DATE-WRITTEN. 15/10/2026.
000340 DATE-COMPILED. 15/10/2026.
000350******************************************************************
000360* Point-in-time backup and forward recovery of the masters:
000370*   - BKUPPARM card: mode (cols 1-7) BACKUP, VERIFY or RESTORE,
000380*     and for a RESTORE the operator ID (cols 9-16) - a reload
000390*     replaces three master files, so somebody must be named on
000400*     it - and an optional stop point: the step (cols 18-35)
000410*     whose last clean run the roll-forward is to stop at, or an
000420*     end date (cols 37-44) and time (cols 45-52, blank for the
000422*     whole day) on GAMELOG's stamp scale.  Missing or invalid
000424*     card ends the run with RETURN-CODE 20.
000426*   - BACKUP counts the records on GAMELOG, BACKLOG and HISTADJ,
000428*     then unloads PLYRHIST, PLYRRATE and PLYRMAST in key
000430*     order to MASTBKUP (layout in MASTBKUP.CPY) stamped with
000440*     the run's start, then re-reads the whole backup and
000450*     proves every trailer against its detail records and
000460*     against the totals taken off the live master.  The
000470*     follow-on job step catalogs MASTBKUP under a dated name
000480*     only on RETURN-CODE 0.
000490*   - VERIFY re-reads a cataloged backup mounted as MASTBKUP
000500*     and proves each trailer against its detail records.
000510*   - RESTORE verifies the backup first and touches nothing if
000520*     it does not balance or the logs no longer hold the records
000530*     counted into it.  It then reloads all three masters from
000540*     it and rolls PLYRHIST forward from the log records past
000550*     those counts - by position, since the logs are only ever
000560*     extended - merged in stamp order:
000570*       GAMELOG  every valid round adds its win/loss/tie to both
000580*                sides, as the game program posted it, whether
000590*                or not it has been backed out since.
000600*       BACKLOG  every reversal comes back off, floored at zero
000610*                like PPTBACK - a round backed out since the
000615*                backup is added and then taken off again.
000620*       HISTADJ  a W, L or T record sets the counter to the new
000630*                value; a * record merges away (counters to
000640*                zero, flagged deleted), deletes or reactivates
000650*                the player as PPTHMNT did.
000653*     A stop point ends the roll-forward at that stamp; the log
000656*     records past it are counted on the report, not applied.
000660*     PLYRRATE is reloaded and RATECTL is set back to the stamp
000670*     the backed-up ratings were current to, so the next PPTRATE
000680*     INCR run re-rates every round since.  PLYRMAST is reloaded
000690*     only - the REGIN transactions PPTPREG applied since the
000700*     backup are to be re-run.  GAMELOG must still hold every
000710*     round since the backup: a PPTARCH run in between means
000720*     the archived rounds are to be restored to the log first.
000730*   - the PPTVRPT report shows the control totals of each master
000740*     and the roll-forward totals.
000750* RETURN-CODE 0 = backup written and balanced, backup verified,
000760* or restore complete; 4 = restore complete with roll-forward
000770* anomalies, records the reload refused or log records past the
000780* stop point (all on the report); 12 = backup out of balance,
000790* or the logs no longer hold the records it was taken against
000800* (a BACKUP is not to be cataloged, a RESTORE is refused with
000803* nothing touched); 16 = a file could not be opened, or
000806* PLYRHIST could not be written during the roll-forward (rerun
000807* the RESTORE from the same backup); 20 = missing or invalid
000808* BKUPPARM card.
000809* A BUSDATE on file that cannot be read ends the run RC 16.
000810******************************************************************
000820 ENVIRONMENT DIVISION.
000830 INPUT-OUTPUT SECTION.
000840 FILE-CONTROL.
000850     SELECT BKUPPARM-FILE ASSIGN TO "BKUPPARM"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS BU-BKUPPARM-STATUS.
000880     SELECT PLYRHIST-FILE ASSIGN TO "PLYRHIST"
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS DYNAMIC
000910         RECORD KEY IS PH-PLAYER-ID
000920         FILE STATUS IS BU-PLYRHIST-STATUS.
000930     SELECT PLYRRATE-FILE ASSIGN TO "PLYRRATE"
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS DYNAMIC
000960         RECORD KEY IS PR-PLAYER-ID
000970         FILE STATUS IS BU-PLYRRATE-STATUS.
000980     SELECT PLYRMAST-FILE ASSIGN TO "PLYRMAST"
000990         ORGANIZATION IS INDEXED
001000         ACCESS MODE IS DYNAMIC
001010         RECORD KEY IS PM-PLAYER-ID
001020         FILE STATUS IS BU-PLYRMAST-STATUS.
001030     SELECT RATECTL-FILE ASSIGN TO "RATECTL"
001040         ORGANIZATION IS SEQUENTIAL
001050         FILE STATUS IS BU-RATECTL-STATUS.
001060     SELECT MASTBKUP-FILE ASSIGN TO "MASTBKUP"
001070         ORGANIZATION IS SEQUENTIAL
001080         FILE STATUS IS BU-MASTBKUP-STATUS.
001090     SELECT GAMELOG-FILE ASSIGN TO "GAMELOG"
001100         ORGANIZATION IS SEQUENTIAL
001110         FILE STATUS IS BU-GAMELOG-STATUS.
001120     SELECT HISTADJ-FILE ASSIGN TO "HISTADJ"
001130         ORGANIZATION IS SEQUENTIAL
001140         FILE STATUS IS BU-HISTADJ-STATUS.
001150     SELECT BACKLOG-FILE ASSIGN TO "BACKLOG"
001160         ORGANIZATION IS SEQUENTIAL
001170         FILE STATUS IS BU-BACKLOG-STATUS.
001180     SELECT PRTFILE ASSIGN TO "PPTVRPT"
001190         ORGANIZATION IS SEQUENTIAL
001200         FILE STATUS IS BU-PRTFILE-STATUS.
001210     SELECT RUNJRNL-FILE ASSIGN TO "RUNJRNL"
001220         ORGANIZATION IS SEQUENTIAL
001230         FILE STATUS IS BU-RUNJRNL-STATUS.
001232     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
001234         ORGANIZATION IS SEQUENTIAL
001236         FILE STATUS IS BU-BUSDATE-STATUS.
001240 DATA DIVISION.
001250 FILE SECTION.
001260 FD  BKUPPARM-FILE
001270     LABEL RECORD IS STANDARD.
001280 01  BKUPPARM-RECORD.
001290     05  BU-PARM-MODE           PIC X(07).
001300     05  FILLER                 PIC X(01).
001310     05  BU-PARM-OPERATOR-ID    PIC X(08).
001320     05  FILLER                 PIC X(01).
001321     05  BU-PARM-STOP-STEP      PIC X(18).
001322     05  FILLER                 PIC X(01).
001323     05  BU-PARM-STOP-DATE      PIC X(08).
001324     05  BU-PARM-STOP-TIME      PIC X(08).
001325     05  FILLER                 PIC X(28).
001330 FD  PLYRHIST-FILE
001340     LABEL RECORD IS STANDARD.
001350     COPY PLYRHIST.
001360 FD  PLYRRATE-FILE
001370     LABEL RECORD IS STANDARD.
001380     COPY PLYRRATE.
001390 FD  PLYRMAST-FILE
001400     LABEL RECORD IS STANDARD.
001410     COPY PLYRMAST.
001420 FD  RATECTL-FILE
001430     LABEL RECORD IS STANDARD.
001440     COPY RATECTL.
001450 FD  MASTBKUP-FILE
001460     LABEL RECORD IS STANDARD.
001470     COPY MASTBKUP.
001480 FD  GAMELOG-FILE
001490     LABEL RECORD IS STANDARD.
001500     COPY GAMELOG.
001510 FD  HISTADJ-FILE
001520     LABEL RECORD IS STANDARD.
001530     COPY HISTADJ.
001540 FD  BACKLOG-FILE
001550     LABEL RECORD IS STANDARD.
001560     COPY BACKLOG.
001570 FD  PRTFILE
001580     LABEL RECORD IS STANDARD.
001590     COPY PRTLINE.
001600 FD  RUNJRNL-FILE
001610     LABEL RECORD IS STANDARD.
001620     COPY RUNJRNL.
001622 FD  BUSDATE-FILE
001624     LABEL RECORD IS STANDARD.
001626     COPY BUSDATE.
001630 WORKING-STORAGE SECTION.
001640******************************************************************
001650* File status and end-of-file switches.
001660******************************************************************
001670 77  BU-BKUPPARM-STATUS        PIC X(02) VALUE "00".
001680 77  BU-PLYRHIST-STATUS        PIC X(02) VALUE "00".
001690 77  BU-PLYRRATE-STATUS        PIC X(02) VALUE "00".
001700 77  BU-PLYRMAST-STATUS        PIC X(02) VALUE "00".
001710 77  BU-RATECTL-STATUS         PIC X(02) VALUE "00".
001720 77  BU-MASTBKUP-STATUS        PIC X(02) VALUE "00".
001730 77  BU-GAMELOG-STATUS         PIC X(02) VALUE "00".
001740 77  BU-HISTADJ-STATUS         PIC X(02) VALUE "00".
001750 77  BU-BACKLOG-STATUS         PIC X(02) VALUE "00".
001760 77  BU-PRTFILE-STATUS         PIC X(02) VALUE "00".
001770 77  BU-RUNJRNL-STATUS         PIC X(02) VALUE "00".
001773 77  BU-BUSDATE-STATUS         PIC X(02) VALUE "00".
001776 77  BU-BUSINESS-DATE          PIC 9(08) VALUE 0.
001780 77  BU-MASTER-EOF-SW          PIC X(01) VALUE "N".
001790     88  MASTER-EOF                      VALUE "Y".
001800 77  BU-MASTBKUP-EOF-SW        PIC X(01) VALUE "N".
001810     88  MASTBKUP-EOF                    VALUE "Y".
001813 77  BU-LOG-EOF-SW              PIC X(01) VALUE "N".
001816     88  LOG-EOF                         VALUE "Y".
001820
001830******************************************************************
001840* Run control from the parameter card.
001850******************************************************************
001860 77  BU-PARM-VALID-SW          PIC X(01) VALUE "N".
001870     88  PARM-VALID                      VALUE "Y".
001880 77  BU-MODE-SW                PIC X(01) VALUE SPACE.
001890     88  MODE-BACKUP                     VALUE "B".
001900     88  MODE-VERIFY                     VALUE "V".
001910     88  MODE-RESTORE                    VALUE "R".
001920 77  BU-OPEN-FAILED-SW         PIC X(01) VALUE "N".
001930     88  FILE-OPEN-FAILED                VALUE "Y".
001940 77  BU-OUT-OF-BALANCE-SW      PIC X(01) VALUE "N".
001950     88  BACKUP-OUT-OF-BALANCE           VALUE "Y".
001952 77  BU-LOG-MISMATCH-SW         PIC X(01) VALUE "N".
001954     88  LOGS-DO-NOT-MATCH               VALUE "Y".
001956 77  BU-STOP-CARD-SW           PIC X(01) VALUE "N".
001958     88  STOP-CARD-INVALID               VALUE "Y".
001960 77  BU-START-TIME             PIC 9(08) VALUE 0.
001970 77  BU-END-DATE               PIC 9(08) VALUE 0.
001980 77  BU-END-TIME               PIC 9(08) VALUE 0.
001990 77  BU-RUN-DATE               PIC 9(08) VALUE 0.
002000
002010******************************************************************
002020* The backup stamp - written on every record by a BACKUP, taken
002030* from the headers by a VERIFY or RESTORE - and the RATECTL
002040* stamp the backed-up ratings were current to.
002050******************************************************************
002060 77  BU-STAMP-SET-SW           PIC X(01) VALUE "N".
002070     88  BACKUP-STAMP-SET                VALUE "Y".
002080 01  BU-BACKUP-STAMP.
002090     05  BU-BACKUP-DATE        PIC 9(08) VALUE 0.
002100     05  BU-BACKUP-TIME        PIC 9(08) VALUE 0.
002110 77  BU-RATECTL-DATE           PIC 9(08) VALUE 0.
002120 77  BU-RATECTL-TIME           PIC 9(08) VALUE 0.
002121
002122******************************************************************
002123* Log positions - how many records GAMELOG, BACKLOG and HISTADJ
002124* held when the backup was taken, kept in its PLYRHIST header,
002125* and the stamp of the last of those rounds.  A RESTORE reads
002126* past them by count; the POS fields count what has been read.
002127******************************************************************
002128 77  BU-GAMELOG-RECS           PIC 9(09) VALUE 0.
002129 77  BU-BACKLOG-RECS           PIC 9(09) VALUE 0.
002130 77  BU-HISTADJ-RECS           PIC 9(09) VALUE 0.
002131 01  BU-LAST-ROUND-KEY.
002132     05  BU-LAST-ROUND-DATE    PIC 9(08) VALUE 0.
002133     05  BU-LAST-ROUND-TIME    PIC 9(08) VALUE 0.
002134 77  BU-GAMELOG-POS            PIC 9(09) VALUE 0.
002135 77  BU-BACKLOG-POS            PIC 9(09) VALUE 0.
002136 77  BU-HISTADJ-POS            PIC 9(09) VALUE 0.
002137
002138******************************************************************
002139* Stop point - HIGH-VALUES unless the card names one.  A step is
002140* looked up on RUNJRNL, whose end times are the clock's: they are
002141* carried past 24:00 the way GAMELOG's are by following the
002142* journal in order - a time that falls back on the same business
002143* date has passed midnight.
002144******************************************************************
002145 77  BU-STOP-SW                PIC X(01) VALUE "N".
002146     88  STOP-POINT-SET                  VALUE "Y".
002147 77  BU-STOP-STEP              PIC X(18) VALUE SPACES.
002148 01  BU-STOP-KEY.
002149     05  BU-STOP-DATE          PIC 9(08).
002150     05  BU-STOP-TIME          PIC 9(08).
002151 01  BU-JRNL-KEY.
002152     05  BU-JRNL-DATE          PIC 9(08).
002153     05  BU-JRNL-TIME          PIC 9(08).
002154 77  BU-JRNL-CARRY             PIC 9(09) VALUE 0.
002155 77  BU-JRNL-CARRIED-TIME      PIC 9(09) VALUE 0.
002156
002157******************************************************************
002158* Control totals per master - 1 PLYRHIST, 2 PLYRRATE, 3
002160* PLYRMAST.  SRC is taken off the live master while unloading,
002170* TRL is what the trailer says, RD is re-counted off the
002180* detail records.  The three hashes are as in MASTBKUP.CPY.
002190******************************************************************
002200 77  BU-M                      PIC 9(01) COMP VALUE 0.
002210 77  BU-H                      PIC 9(01) COMP VALUE 0.
002220 77  BU-CURR-M                 PIC 9(01) COMP VALUE 0.
002230 01  BU-MASTER-TABLE.
002240     05  BU-M-ENTRY OCCURS 3 TIMES.
002250         10  BU-M-NAME         PIC X(08).
002260         10  BU-M-HEADER-SW    PIC X(01).
002270             88  BU-M-HEADER-SEEN        VALUE "Y".
002280         10  BU-M-TRAILER-SW   PIC X(01).
002290             88  BU-M-TRAILER-SEEN       VALUE "Y".
002300         10  BU-M-BALANCED-SW  PIC X(01).
002310             88  BU-M-BALANCED           VALUE "Y".
002320         10  BU-M-SRC-COUNT    PIC 9(09).
002330         10  BU-M-TRL-COUNT    PIC 9(09).
002340         10  BU-M-RD-COUNT     PIC 9(09).
002350         10  BU-M-SRC-HASH     PIC 9(15) OCCURS 3 TIMES.
002360         10  BU-M-TRL-HASH     PIC 9(15) OCCURS 3 TIMES.
002370         10  BU-M-RD-HASH      PIC 9(15) OCCURS 3 TIMES.
002380
002390******************************************************************
002400* Roll-forward merge.  Each input's next qualifying record is
002410* held by its stamp; an exhausted input holds HIGH-VALUES so
002420* the lowest stamp always picks the next event to apply.
002430******************************************************************
002440 01  BU-ROUND-KEY.
002450     05  BU-ROUND-DATE         PIC 9(08).
002460     05  BU-ROUND-TIME         PIC 9(08).
002470 01  BU-REVERSAL-KEY.
002480     05  BU-REVERSAL-DATE      PIC 9(08).
002490     05  BU-REVERSAL-TIME      PIC 9(08).
002500 01  BU-ADJUST-KEY.
002510     05  BU-ADJUST-DATE        PIC 9(08).
002520     05  BU-ADJUST-TIME        PIC 9(08).
002530 77  BU-UPD-PLAYER-ID          PIC X(10) VALUE SPACES.
002540 77  BU-UPD-WIN                PIC 9(01) VALUE 0.
002550 77  BU-UPD-LOSS               PIC 9(01) VALUE 0.
002560 77  BU-UPD-TIE                PIC 9(01) VALUE 0.
002570 77  BU-ANOMALY-TEXT           PIC X(50) VALUE SPACES.
002580
002590******************************************************************
002600* Restore and roll-forward totals.
002610******************************************************************
002620 77  BU-RECORDS-RELOADED       PIC 9(09) VALUE 0.
002630 77  BU-RELOAD-REJECTS         PIC 9(09) VALUE 0.
002640 77  BU-ROUNDS-READ            PIC 9(09) VALUE 0.
002650 77  BU-ROUNDS-APPLIED         PIC 9(09) VALUE 0.
002660 77  BU-ROUNDS-SKIPPED         PIC 9(09) VALUE 0.
002670 77  BU-REVERSALS-APPLIED      PIC 9(09) VALUE 0.
002680 77  BU-ADJUSTS-APPLIED        PIC 9(09) VALUE 0.
002690 77  BU-ANOMALIES              PIC 9(09) VALUE 0.
002695 77  BU-PAST-STOP              PIC 9(09) VALUE 0.
002700 77  BU-RECORDS-WRITTEN        PIC 9(09) VALUE 0.
002710
002720******************************************************************
002730* Report page control and edited fields.
002740******************************************************************
002750 77  BU-PAGE-COUNT             PIC 9(04) VALUE 0.
002760 77  BU-LINE-COUNT             PIC 9(03) VALUE 0.
002770 77  BU-MAX-LINES              PIC 9(03) VALUE 55.
002780 77  BU-DASH-LINE              PIC X(70) VALUE ALL "-".
002790 77  BU-EDIT-PAGE              PIC ZZZ9.
002800 77  BU-EDIT-SRC               PIC Z(14)9.
002810 77  BU-EDIT-TRL               PIC Z(14)9.
002820 77  BU-EDIT-RD                PIC Z(14)9.
002830 77  BU-EDIT-COUNT             PIC Z(08)9.
002840 77  BU-ITEM-TEXT              PIC X(14) VALUE SPACES.
002850 77  BU-MODE-TEXT              PIC X(07) VALUE SPACES.
002860 77  BU-RESULT-TEXT            PIC X(14) VALUE SPACES.
002870
002880 PROCEDURE DIVISION.
002890******************************************************************
002900* 0000-MAIN-PROCEDURE
002910******************************************************************
002920 0000-MAIN-PROCEDURE.
002930     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002940     IF PARM-VALID
002950         OPEN OUTPUT PRTFILE
002960         PERFORM 7100-PRINT-PAGE-HEADERS THRU 7100-EXIT
002970         IF MODE-BACKUP
002980             PERFORM 2000-UNLOAD-MASTERS THRU 2000-EXIT
002990         END-IF
003000         IF NOT FILE-OPEN-FAILED
003010             PERFORM 3000-VERIFY-BACKUP THRU 3000-EXIT
003020         END-IF
003030         IF NOT FILE-OPEN-FAILED
003040             PERFORM 4000-PRINT-CONTROL-TOTALS THRU 4000-EXIT
003050         END-IF
003060         IF MODE-RESTORE AND NOT FILE-OPEN-FAILED
003070             AND NOT BACKUP-OUT-OF-BALANCE
003080             PERFORM 5000-RESTORE-MASTERS THRU 5000-EXIT
003090         END-IF
003100         CLOSE PRTFILE
003110     END-IF
003120     PERFORM 9999-TERMINATE THRU 9999-EXIT
003130     STOP RUN.
003140
003150******************************************************************
003160* 1000-INITIALIZE
003170* Validates the BKUPPARM card and sets up the control-total
003180* table.  A BACKUP stamps the backup with the run's start; a
003185* RESTORE's stop point is settled here, before anything runs.
003190******************************************************************
003200 1000-INITIALIZE.
003210     DISPLAY "PPTBKUP - MASTER FILE BACKUP AND RECOVERY"
003220     PERFORM 9700-READ-BUSINESS-DATE THRU 9700-EXIT
003230     ACCEPT BU-START-TIME FROM TIME
003240     MOVE "PLYRHIST" TO BU-M-NAME(1)
003250     MOVE "PLYRRATE" TO BU-M-NAME(2)
003260     MOVE "PLYRMAST" TO BU-M-NAME(3)
003270     PERFORM 1100-CLEAR-ONE-MASTER THRU 1100-EXIT
003280         VARYING BU-M FROM 1 BY 1
003290         UNTIL BU-M > 3
003300     MOVE "N" TO BU-PARM-VALID-SW
003310     OPEN INPUT BKUPPARM-FILE
003320     IF BU-BKUPPARM-STATUS = "35"
003330         DISPLAY "PPTBKUP - no BKUPPARM card - run ends"
003340         GO TO 1000-EXIT
003350     END-IF
003360     READ BKUPPARM-FILE
003370         AT END
003380             DISPLAY "PPTBKUP - BKUPPARM card file is empty"
003390                 " - run ends"
003400             CLOSE BKUPPARM-FILE
003410             GO TO 1000-EXIT
003420     END-READ
003430     CLOSE BKUPPARM-FILE
003440     EVALUATE BU-PARM-MODE
003450         WHEN "BACKUP "
003460             SET MODE-BACKUP TO TRUE
003470         WHEN "VERIFY "
003480             SET MODE-VERIFY TO TRUE
003490         WHEN "RESTORE"
003500             SET MODE-RESTORE TO TRUE
003510         WHEN OTHER
003520             DISPLAY "PPTBKUP - BKUPPARM mode not BACKUP, VERIFY "
003530                 "or RESTORE: " BU-PARM-MODE
003540             GO TO 1000-EXIT
003550     END-EVALUATE
003560     IF MODE-RESTORE AND BU-PARM-OPERATOR-ID = SPACES
003570         DISPLAY "PPTBKUP - operator ID is blank - a RESTORE "
003580             "must name who asked for it"
003590         GO TO 1000-EXIT
003600     END-IF
003602     PERFORM 1200-TAKE-STOP-POINT THRU 1200-EXIT
003604     IF STOP-CARD-INVALID
003606         GO TO 1000-EXIT
003608     END-IF
003610     MOVE BU-PARM-MODE TO BU-MODE-TEXT
003620     SET PARM-VALID TO TRUE
003630     IF MODE-BACKUP
003640         MOVE BU-RUN-DATE TO BU-BACKUP-DATE
003650         MOVE BU-START-TIME TO BU-BACKUP-TIME
003660         SET BACKUP-STAMP-SET TO TRUE
003670     END-IF.
003680 1000-EXIT.
003690     EXIT.
003700
003710 1100-CLEAR-ONE-MASTER.
003720     MOVE "N" TO BU-M-HEADER-SW(BU-M)
003730     MOVE "N" TO BU-M-TRAILER-SW(BU-M)
003740     MOVE "N" TO BU-M-BALANCED-SW(BU-M)
003750     MOVE 0 TO BU-M-SRC-COUNT(BU-M)
003760     MOVE 0 TO BU-M-TRL-COUNT(BU-M)
003770     MOVE 0 TO BU-M-RD-COUNT(BU-M)
003780     PERFORM 1110-CLEAR-ONE-HASH THRU 1110-EXIT
003790         VARYING BU-H FROM 1 BY 1
003800         UNTIL BU-H > 3.
003810 1100-EXIT.
003820     EXIT.
003830
003840 1110-CLEAR-ONE-HASH.
003850     MOVE 0 TO BU-M-SRC-HASH(BU-M, BU-H)
003860     MOVE 0 TO BU-M-TRL-HASH(BU-M, BU-H)
003870     MOVE 0 TO BU-M-RD-HASH(BU-M, BU-H).
003880 1110-EXIT.
003890     EXIT.
003900
003910******************************************************************
003911* 1200-TAKE-STOP-POINT
003912* Either a step - its last run on RUNJRNL that ended RETURN-CODE
003913* 0 - or an end date and time; never both, and only on a RESTORE.
003914******************************************************************
003915 1200-TAKE-STOP-POINT.
003916     MOVE HIGH-VALUES TO BU-STOP-KEY
003917     IF BU-PARM-STOP-STEP = SPACES
003918         AND BU-PARM-STOP-DATE = SPACES
003919         AND BU-PARM-STOP-TIME = SPACES
003920         GO TO 1200-EXIT
003921     END-IF
003922     SET STOP-CARD-INVALID TO TRUE
003923     IF NOT MODE-RESTORE
003924         DISPLAY "PPTBKUP - a stop point is only taken by a "
003925             "RESTORE"
003926         GO TO 1200-EXIT
003927     END-IF
003928     IF BU-PARM-STOP-STEP NOT = SPACES
003929         IF BU-PARM-STOP-DATE NOT = SPACES
003930             OR BU-PARM-STOP-TIME NOT = SPACES
003931             DISPLAY "PPTBKUP - stop point is a step or a date "
003932                 "and time, not both"
003933             GO TO 1200-EXIT
003934         END-IF
003935         MOVE BU-PARM-STOP-STEP TO BU-STOP-STEP
003936         PERFORM 1300-FIND-STOP-STEP THRU 1300-EXIT
003937         IF NOT STOP-POINT-SET
003938             DISPLAY "PPTBKUP - no clean run of " BU-STOP-STEP
003939                 " on RUNJRNL"
003940             GO TO 1200-EXIT
003941         END-IF
003942         MOVE "N" TO BU-STOP-CARD-SW
003943         GO TO 1200-EXIT
003944     END-IF
003945     IF BU-PARM-STOP-DATE NOT NUMERIC
003946         DISPLAY "PPTBKUP - stop date not numeric: "
003947             BU-PARM-STOP-DATE
003948         GO TO 1200-EXIT
003949     END-IF
003950     IF BU-PARM-STOP-TIME = SPACES
003951         MOVE 99999999 TO BU-STOP-TIME
003952     ELSE
003953         IF BU-PARM-STOP-TIME NOT NUMERIC
003954             DISPLAY "PPTBKUP - stop time not numeric: "
003955                 BU-PARM-STOP-TIME
003956             GO TO 1200-EXIT
003957         END-IF
003958         MOVE BU-PARM-STOP-TIME TO BU-STOP-TIME
003959     END-IF
003960     MOVE BU-PARM-STOP-DATE TO BU-STOP-DATE
003961     SET STOP-POINT-SET TO TRUE
003962     MOVE "N" TO BU-STOP-CARD-SW.
003963 1200-EXIT.
003964     EXIT.
003965
003966 1300-FIND-STOP-STEP.
003967     MOVE 0 TO BU-JRNL-DATE
003968     MOVE 0 TO BU-JRNL-TIME
003969     MOVE 0 TO BU-JRNL-CARRY
003970     OPEN INPUT RUNJRNL-FILE
003971     IF BU-RUNJRNL-STATUS NOT = "00"
003972         DISPLAY "PPTBKUP - cannot read RUNJRNL, status "
003973             BU-RUNJRNL-STATUS
003974         GO TO 1300-EXIT
003975     END-IF
003976     MOVE "N" TO BU-LOG-EOF-SW
003977     READ RUNJRNL-FILE
003978         AT END SET LOG-EOF TO TRUE
003979     END-READ
003980     PERFORM 1310-FOLLOW-ONE-RUN THRU 1310-EXIT
003981         UNTIL LOG-EOF
003982     CLOSE RUNJRNL-FILE.
003983 1300-EXIT.
003984     EXIT.
003985
003986 1310-FOLLOW-ONE-RUN.
003987     IF RJ-END-DATE NOT NUMERIC
003988         OR RJ-END-TIME NOT NUMERIC
003989         GO TO 1310-READ-NEXT
003990     END-IF
003991     IF RJ-END-DATE > BU-JRNL-DATE
003992         MOVE RJ-END-DATE TO BU-JRNL-DATE
003993         MOVE RJ-END-TIME TO BU-JRNL-TIME
003994         MOVE 0 TO BU-JRNL-CARRY
003995     ELSE
003996         COMPUTE BU-JRNL-CARRIED-TIME =
003997             RJ-END-TIME + BU-JRNL-CARRY
003998         IF BU-JRNL-CARRIED-TIME < BU-JRNL-TIME
003999             ADD 24000000 TO BU-JRNL-CARRY
004000             ADD 24000000 TO BU-JRNL-CARRIED-TIME
004001         END-IF
004002         IF BU-JRNL-CARRIED-TIME > 99595999
004003             MOVE 99595999 TO BU-JRNL-CARRIED-TIME
004004         END-IF
004005         MOVE BU-JRNL-CARRIED-TIME TO BU-JRNL-TIME
004006     END-IF
004007     IF RJ-PROGRAM-ID = BU-STOP-STEP
004008         AND RJ-RETURN-CODE = 0
004009         MOVE BU-JRNL-KEY TO BU-STOP-KEY
004010         SET STOP-POINT-SET TO TRUE
004011     END-IF.
004012 1310-READ-NEXT.
004013     READ RUNJRNL-FILE
004014         AT END SET LOG-EOF TO TRUE
004015     END-READ.
004016 1310-EXIT.
004017     EXIT.
004018
004019******************************************************************
004020* 2000-UNLOAD-MASTERS
004021* Each master goes out in key order between its header and
004022* trailer.  A master not yet on disk unloads as an empty
004023* section - a restore then recreates it empty, which is what
004024* it was.
004025******************************************************************
004026 2000-UNLOAD-MASTERS.
004027     OPEN OUTPUT MASTBKUP-FILE
004028     IF BU-MASTBKUP-STATUS NOT = "00"
004029         SET FILE-OPEN-FAILED TO TRUE
004030         DISPLAY "PPTBKUP - cannot open MASTBKUP, status "
004031             BU-MASTBKUP-STATUS " - run ends"
004040         GO TO 2000-EXIT
004050     END-IF
004060     PERFORM 2050-READ-RATE-CONTROL THRU 2050-EXIT
004070     PERFORM 2060-COUNT-LOG-RECORDS THRU 2060-EXIT
004072     IF NOT FILE-OPEN-FAILED
004074         PERFORM 2100-UNLOAD-PLYRHIST THRU 2100-EXIT
004076     END-IF
004080     IF NOT FILE-OPEN-FAILED
004090         PERFORM 2200-UNLOAD-PLYRRATE THRU 2200-EXIT
004100     END-IF
004110     IF NOT FILE-OPEN-FAILED
004120         PERFORM 2300-UNLOAD-PLYRMAST THRU 2300-EXIT
004130     END-IF
004140     CLOSE MASTBKUP-FILE.
004150 2000-EXIT.
004160     EXIT.
004170
004180******************************************************************
004190* 2050-READ-RATE-CONTROL
004200* No control file means nothing was ever rated - the stamp
004210* stays zero, exactly what PPTRATE would read.
004220******************************************************************
004230 2050-READ-RATE-CONTROL.
004240     MOVE 0 TO BU-RATECTL-DATE
004250     MOVE 0 TO BU-RATECTL-TIME
004260     OPEN INPUT RATECTL-FILE
004270     IF BU-RATECTL-STATUS NOT = "00"
004280         GO TO 2050-EXIT
004290     END-IF
004300     READ RATECTL-FILE
004310         AT END
004320             CONTINUE
004330         NOT AT END
004340             MOVE RC-LAST-DATE TO BU-RATECTL-DATE
004350             MOVE RC-LAST-TIME TO BU-RATECTL-TIME
004360     END-READ
004370     CLOSE RATECTL-FILE.
004380 2050-EXIT.
004381     EXIT.
004382
004383******************************************************************
004384* 2060-COUNT-LOG-RECORDS
004385* How far each log ran when the backup was taken, and the stamp
004386* of the last round - a RESTORE rolls forward from there.  A log
004387* not on disk yet holds nothing.
004388******************************************************************
004389 2060-COUNT-LOG-RECORDS.
004390     MOVE 0 TO BU-GAMELOG-RECS
004391     MOVE 0 TO BU-BACKLOG-RECS
004392     MOVE 0 TO BU-HISTADJ-RECS
004393     MOVE 0 TO BU-LAST-ROUND-DATE
004394     MOVE 0 TO BU-LAST-ROUND-TIME
004395     MOVE "N" TO BU-LOG-EOF-SW
004396     OPEN INPUT GAMELOG-FILE
004397     IF BU-GAMELOG-STATUS = "00"
004398         PERFORM 2061-COUNT-ONE-ROUND THRU 2061-EXIT
004399             UNTIL LOG-EOF
004400         CLOSE GAMELOG-FILE
004401     ELSE
004402         IF BU-GAMELOG-STATUS NOT = "35"
004403             SET FILE-OPEN-FAILED TO TRUE
004404             DISPLAY "PPTBKUP - cannot open GAMELOG, status "
004405                 BU-GAMELOG-STATUS " - run ends"
004406             GO TO 2060-EXIT
004407         END-IF
004408     END-IF
004409     MOVE "N" TO BU-LOG-EOF-SW
004410     OPEN INPUT BACKLOG-FILE
004411     IF BU-BACKLOG-STATUS = "00"
004412         PERFORM 2062-COUNT-ONE-REVERSAL THRU 2062-EXIT
004413             UNTIL LOG-EOF
004414         CLOSE BACKLOG-FILE
004415     ELSE
004416         IF BU-BACKLOG-STATUS NOT = "35"
004417             SET FILE-OPEN-FAILED TO TRUE
004418             DISPLAY "PPTBKUP - cannot open BACKLOG, status "
004419                 BU-BACKLOG-STATUS " - run ends"
004420             GO TO 2060-EXIT
004421         END-IF
004422     END-IF
004423     MOVE "N" TO BU-LOG-EOF-SW
004424     OPEN INPUT HISTADJ-FILE
004425     IF BU-HISTADJ-STATUS = "00"
004426         PERFORM 2063-COUNT-ONE-ADJUSTMENT THRU 2063-EXIT
004427             UNTIL LOG-EOF
004428         CLOSE HISTADJ-FILE
004429     ELSE
004430         IF BU-HISTADJ-STATUS NOT = "35"
004431             SET FILE-OPEN-FAILED TO TRUE
004432             DISPLAY "PPTBKUP - cannot open HISTADJ, status "
004433                 BU-HISTADJ-STATUS " - run ends"
004434         END-IF
004435     END-IF.
004436 2060-EXIT.
004437     EXIT.
004438
004439 2061-COUNT-ONE-ROUND.
004440     READ GAMELOG-FILE
004441         AT END
004442             SET LOG-EOF TO TRUE
004443         NOT AT END
004444             ADD 1 TO BU-GAMELOG-RECS
004445             MOVE GL-GAME-DATE TO BU-LAST-ROUND-DATE
004446             MOVE GL-GAME-TIME TO BU-LAST-ROUND-TIME
004447     END-READ.
004448 2061-EXIT.
004449     EXIT.
004450
004451 2062-COUNT-ONE-REVERSAL.
004452     READ BACKLOG-FILE
004453         AT END SET LOG-EOF TO TRUE
004454         NOT AT END ADD 1 TO BU-BACKLOG-RECS
004455     END-READ.
004456 2062-EXIT.
004457     EXIT.
004458
004459 2063-COUNT-ONE-ADJUSTMENT.
004460     READ HISTADJ-FILE
004461         AT END SET LOG-EOF TO TRUE
004462         NOT AT END ADD 1 TO BU-HISTADJ-RECS
004463     END-READ.
004464 2063-EXIT.
004465     EXIT.
004466
004467 2100-UNLOAD-PLYRHIST.
004468     MOVE 1 TO BU-M
004469     PERFORM 2900-WRITE-HEADER THRU 2900-EXIT
004470     OPEN INPUT PLYRHIST-FILE
004471     IF BU-PLYRHIST-STATUS = "35"
004472         DISPLAY "PPTBKUP - no PLYRHIST on disk - empty section"
004473         GO TO 2100-TRAILER
004480     END-IF
004490     IF BU-PLYRHIST-STATUS NOT = "00"
004500         SET FILE-OPEN-FAILED TO TRUE
004510         DISPLAY "PPTBKUP - cannot open PLYRHIST, status "
004520             BU-PLYRHIST-STATUS " - run ends"
004530         GO TO 2100-EXIT
004540     END-IF
004550     MOVE "N" TO BU-MASTER-EOF-SW
004560     MOVE SPACES TO PH-PLAYER-ID
004570     START PLYRHIST-FILE KEY NOT < PH-PLAYER-ID
004580         INVALID KEY SET MASTER-EOF TO TRUE
004590     END-START
004600     IF NOT MASTER-EOF
004610         READ PLYRHIST-FILE NEXT
004620             AT END SET MASTER-EOF TO TRUE
004630         END-READ
004640         PERFORM 2110-UNLOAD-ONE-HISTORY THRU 2110-EXIT
004650             UNTIL MASTER-EOF
004660     END-IF
004670     CLOSE PLYRHIST-FILE.
004680 2100-TRAILER.
004690     PERFORM 2950-WRITE-TRAILER THRU 2950-EXIT.
004700 2100-EXIT.
004710     EXIT.
004720
004730 2110-UNLOAD-ONE-HISTORY.
004740     MOVE SPACES TO MASTBKUP-RECORD
004750     MOVE "D" TO MB-RECORD-TYPE
004760     MOVE BU-M-NAME(BU-M) TO MB-MASTER-NAME
004770     MOVE BU-BACKUP-DATE TO MB-BACKUP-DATE
004780     MOVE BU-BACKUP-TIME TO MB-BACKUP-TIME
004790     MOVE PLYRHIST-RECORD TO MB-DATA
004800     WRITE MASTBKUP-RECORD
004810     ADD 1 TO BU-RECORDS-WRITTEN
004820     ADD 1 TO BU-M-SRC-COUNT(BU-M)
004830     ADD PH-WINS TO BU-M-SRC-HASH(BU-M, 1)
004840     ADD PH-LOSSES TO BU-M-SRC-HASH(BU-M, 2)
004850     ADD PH-TIES TO BU-M-SRC-HASH(BU-M, 3)
004860     READ PLYRHIST-FILE NEXT
004870         AT END SET MASTER-EOF TO TRUE
004880     END-READ.
004890 2110-EXIT.
004900     EXIT.
004910
004920 2200-UNLOAD-PLYRRATE.
004930     MOVE 2 TO BU-M
004940     PERFORM 2900-WRITE-HEADER THRU 2900-EXIT
004950     OPEN INPUT PLYRRATE-FILE
004960     IF BU-PLYRRATE-STATUS = "35"
004970         DISPLAY "PPTBKUP - no PLYRRATE on disk - empty section"
004980         GO TO 2200-TRAILER
004990     END-IF
005000     IF BU-PLYRRATE-STATUS NOT = "00"
005010         SET FILE-OPEN-FAILED TO TRUE
005020         DISPLAY "PPTBKUP - cannot open PLYRRATE, status "
005030             BU-PLYRRATE-STATUS " - run ends"
005040         GO TO 2200-EXIT
005050     END-IF
005060     MOVE "N" TO BU-MASTER-EOF-SW
005070     MOVE SPACES TO PR-PLAYER-ID
005080     START PLYRRATE-FILE KEY NOT < PR-PLAYER-ID
005090         INVALID KEY SET MASTER-EOF TO TRUE
005100     END-START
005110     IF NOT MASTER-EOF
005120         READ PLYRRATE-FILE NEXT
005130             AT END SET MASTER-EOF TO TRUE
005140         END-READ
005150         PERFORM 2210-UNLOAD-ONE-RATING THRU 2210-EXIT
005160             UNTIL MASTER-EOF
005170     END-IF
005180     CLOSE PLYRRATE-FILE.
005190 2200-TRAILER.
005200     PERFORM 2950-WRITE-TRAILER THRU 2950-EXIT.
005210 2200-EXIT.
005220     EXIT.
005230
005240 2210-UNLOAD-ONE-RATING.
005250     MOVE SPACES TO MASTBKUP-RECORD
005260     MOVE "D" TO MB-RECORD-TYPE
005270     MOVE BU-M-NAME(BU-M) TO MB-MASTER-NAME
005280     MOVE BU-BACKUP-DATE TO MB-BACKUP-DATE
005290     MOVE BU-BACKUP-TIME TO MB-BACKUP-TIME
005300     MOVE PLYRRATE-RECORD TO MB-DATA
005310     WRITE MASTBKUP-RECORD
005320     ADD 1 TO BU-RECORDS-WRITTEN
005330     ADD 1 TO BU-M-SRC-COUNT(BU-M)
005340     ADD PR-RATING TO BU-M-SRC-HASH(BU-M, 1)
005350     ADD PR-PEAK-RATING TO BU-M-SRC-HASH(BU-M, 2)
005360     ADD PR-GAMES-RATED TO BU-M-SRC-HASH(BU-M, 3)
005370     READ PLYRRATE-FILE NEXT
005380         AT END SET MASTER-EOF TO TRUE
005390     END-READ.
005400 2210-EXIT.
005410     EXIT.
005420
005430 2300-UNLOAD-PLYRMAST.
005440     MOVE 3 TO BU-M
005450     PERFORM 2900-WRITE-HEADER THRU 2900-EXIT
005460     OPEN INPUT PLYRMAST-FILE
005470     IF BU-PLYRMAST-STATUS = "35"
005480         DISPLAY "PPTBKUP - no PLYRMAST on disk - empty section"
005490         GO TO 2300-TRAILER
005500     END-IF
005510     IF BU-PLYRMAST-STATUS NOT = "00"
005520         SET FILE-OPEN-FAILED TO TRUE
005530         DISPLAY "PPTBKUP - cannot open PLYRMAST, status "
005540             BU-PLYRMAST-STATUS " - run ends"
005550         GO TO 2300-EXIT
005560     END-IF
005570     MOVE "N" TO BU-MASTER-EOF-SW
005580     MOVE SPACES TO PM-PLAYER-ID
005590     START PLYRMAST-FILE KEY NOT < PM-PLAYER-ID
005600         INVALID KEY SET MASTER-EOF TO TRUE
005610     END-START
005620     IF NOT MASTER-EOF
005630         READ PLYRMAST-FILE NEXT
005640             AT END SET MASTER-EOF TO TRUE
005650         END-READ
005660         PERFORM 2310-UNLOAD-ONE-PLAYER THRU 2310-EXIT
005670             UNTIL MASTER-EOF
005680     END-IF
005690     CLOSE PLYRMAST-FILE.
005700 2300-TRAILER.
005710     PERFORM 2950-WRITE-TRAILER THRU 2950-EXIT.
005720 2300-EXIT.
005730     EXIT.
005740
005750 2310-UNLOAD-ONE-PLAYER.
005760     MOVE SPACES TO MASTBKUP-RECORD
005770     MOVE "D" TO MB-RECORD-TYPE
005780     MOVE BU-M-NAME(BU-M) TO MB-MASTER-NAME
005790     MOVE BU-BACKUP-DATE TO MB-BACKUP-DATE
005800     MOVE BU-BACKUP-TIME TO MB-BACKUP-TIME
005810     MOVE PLYRMAST-RECORD TO MB-DATA
005820     WRITE MASTBKUP-RECORD
005830     ADD 1 TO BU-RECORDS-WRITTEN
005840     ADD 1 TO BU-M-SRC-COUNT(BU-M)
005850     IF PM-ENROLL-DATE NUMERIC
005860         ADD PM-ENROLL-DATE TO BU-M-SRC-HASH(BU-M, 1)
005870     END-IF
005880     IF PM-INACTIVE
005890         ADD 1 TO BU-M-SRC-HASH(BU-M, 3)
005900     ELSE
005910         ADD 1 TO BU-M-SRC-HASH(BU-M, 2)
005920     END-IF
005930     READ PLYRMAST-FILE NEXT
005940         AT END SET MASTER-EOF TO TRUE
005950     END-READ.
005960 2310-EXIT.
005970     EXIT.
005980
005990 2900-WRITE-HEADER.
006000     MOVE SPACES TO MASTBKUP-RECORD
006010     MOVE "H" TO MB-RECORD-TYPE
006020     MOVE BU-M-NAME(BU-M) TO MB-MASTER-NAME
006030     MOVE BU-BACKUP-DATE TO MB-BACKUP-DATE
006040     MOVE BU-BACKUP-TIME TO MB-BACKUP-TIME
006050     IF BU-M = 1
006060         MOVE BU-GAMELOG-RECS TO MB-GAMELOG-RECS
006061         MOVE BU-BACKLOG-RECS TO MB-BACKLOG-RECS
006062         MOVE BU-HISTADJ-RECS TO MB-HISTADJ-RECS
006063         MOVE BU-LAST-ROUND-DATE TO MB-LAST-ROUND-DATE
006064         MOVE BU-LAST-ROUND-TIME TO MB-LAST-ROUND-TIME
006065     ELSE
006066         MOVE BU-RATECTL-DATE TO MB-RATECTL-DATE
006067         MOVE BU-RATECTL-TIME TO MB-RATECTL-TIME
006068     END-IF
006070     WRITE MASTBKUP-RECORD
006080     ADD 1 TO BU-RECORDS-WRITTEN.
006090 2900-EXIT.
006100     EXIT.
006110
006120 2950-WRITE-TRAILER.
006130     MOVE SPACES TO MASTBKUP-RECORD
006140     MOVE "T" TO MB-RECORD-TYPE
006150     MOVE BU-M-NAME(BU-M) TO MB-MASTER-NAME
006160     MOVE BU-BACKUP-DATE TO MB-BACKUP-DATE
006170     MOVE BU-BACKUP-TIME TO MB-BACKUP-TIME
006180     MOVE BU-M-SRC-COUNT(BU-M) TO MB-RECORD-COUNT
006190     MOVE BU-M-SRC-HASH(BU-M, 1) TO MB-HASH-1
006200     MOVE BU-M-SRC-HASH(BU-M, 2) TO MB-HASH-2
006210     MOVE BU-M-SRC-HASH(BU-M, 3) TO MB-HASH-3
006220     WRITE MASTBKUP-RECORD
006230     ADD 1 TO BU-RECORDS-WRITTEN.
006240 2950-EXIT.
006250     EXIT.
006260
006270******************************************************************
006280* 3000-VERIFY-BACKUP
006290* One full re-read of MASTBKUP.  Each master must appear once,
006300* header first and trailer last, all under one backup stamp,
006310* and its trailer must match the detail records re-counted here
006320* - and, straight after a BACKUP, the totals taken off the live
006330* master as well.
006340******************************************************************
006350 3000-VERIFY-BACKUP.
006360     OPEN INPUT MASTBKUP-FILE
006370     IF BU-MASTBKUP-STATUS NOT = "00"
006380         SET FILE-OPEN-FAILED TO TRUE
006390         DISPLAY "PPTBKUP - cannot open MASTBKUP for re-read, "
006400             "status " BU-MASTBKUP-STATUS " - run ends"
006410         GO TO 3000-EXIT
006420     END-IF
006430     MOVE 0 TO BU-CURR-M
006440     MOVE "N" TO BU-MASTBKUP-EOF-SW
006450     READ MASTBKUP-FILE
006460         AT END SET MASTBKUP-EOF TO TRUE
006470     END-READ
006480     PERFORM 3100-CHECK-ONE-RECORD THRU 3100-EXIT
006490         UNTIL MASTBKUP-EOF
006500     CLOSE MASTBKUP-FILE
006510     PERFORM 3500-BALANCE-ONE-MASTER THRU 3500-EXIT
006520         VARYING BU-M FROM 1 BY 1
006530         UNTIL BU-M > 3
006540     IF BACKUP-OUT-OF-BALANCE
006550         DISPLAY "PPTBKUP - backup " BU-BACKUP-DATE "/"
006560             BU-BACKUP-TIME " DOES NOT BALANCE"
006570     ELSE
006580         DISPLAY "PPTBKUP - backup " BU-BACKUP-DATE "/"
006590             BU-BACKUP-TIME " balanced"
006600     END-IF.
006610 3000-EXIT.
006620     EXIT.
006630
006640 3100-CHECK-ONE-RECORD.
006650     IF NOT BACKUP-STAMP-SET
006660         MOVE MB-BACKUP-DATE TO BU-BACKUP-DATE
006670         MOVE MB-BACKUP-TIME TO BU-BACKUP-TIME
006680         SET BACKUP-STAMP-SET TO TRUE
006690     END-IF
006700     IF MB-BACKUP-DATE NOT = BU-BACKUP-DATE
006710         OR MB-BACKUP-TIME NOT = BU-BACKUP-TIME
006720         DISPLAY "PPTBKUP - record stamped " MB-BACKUP-DATE "/"
006730             MB-BACKUP-TIME " inside backup " BU-BACKUP-DATE
006740         SET BACKUP-OUT-OF-BALANCE TO TRUE
006750         GO TO 3100-READ-NEXT
006760     END-IF
006770     EVALUATE TRUE
006780         WHEN MB-HEADER
006790             PERFORM 3200-CHECK-HEADER THRU 3200-EXIT
006800         WHEN MB-DETAIL
006810             PERFORM 3300-COUNT-DETAIL THRU 3300-EXIT
006820         WHEN MB-TRAILER
006830             PERFORM 3400-TAKE-TRAILER THRU 3400-EXIT
006840         WHEN OTHER
006850             DISPLAY "PPTBKUP - unknown record type "
006860                 MB-RECORD-TYPE " in backup"
006870             SET BACKUP-OUT-OF-BALANCE TO TRUE
006880     END-EVALUATE.
006890 3100-READ-NEXT.
006900     READ MASTBKUP-FILE
006910         AT END SET MASTBKUP-EOF TO TRUE
006920     END-READ.
006930 3100-EXIT.
006940     EXIT.
006950
006960 3200-CHECK-HEADER.
006970     MOVE 0 TO BU-CURR-M
006980     PERFORM 3210-MATCH-MASTER-NAME THRU 3210-EXIT
006990         VARYING BU-M FROM 1 BY 1
007000         UNTIL BU-M > 3
007010     IF BU-CURR-M = 0
007020         DISPLAY "PPTBKUP - header for unknown master "
007030             MB-MASTER-NAME
007040         SET BACKUP-OUT-OF-BALANCE TO TRUE
007050         GO TO 3200-EXIT
007060     END-IF
007070     IF BU-M-HEADER-SEEN(BU-CURR-M)
007080         DISPLAY "PPTBKUP - " MB-MASTER-NAME
007090             " appears twice in the backup"
007100         SET BACKUP-OUT-OF-BALANCE TO TRUE
007110         MOVE 0 TO BU-CURR-M
007120         GO TO 3200-EXIT
007130     END-IF
007140     SET BU-M-HEADER-SEEN(BU-CURR-M) TO TRUE
007141     IF BU-CURR-M = 1
007142         IF MB-GAMELOG-RECS NOT NUMERIC
007143             OR MB-BACKLOG-RECS NOT NUMERIC
007144             OR MB-HISTADJ-RECS NOT NUMERIC
007145             OR MB-LAST-ROUND-DATE NOT NUMERIC
007146             OR MB-LAST-ROUND-TIME NOT NUMERIC
007147             DISPLAY "PPTBKUP - PLYRHIST header is damaged"
007148             SET BACKUP-OUT-OF-BALANCE TO TRUE
007149             GO TO 3200-EXIT
007150         END-IF
007151         MOVE MB-GAMELOG-RECS TO BU-GAMELOG-RECS
007152         MOVE MB-BACKLOG-RECS TO BU-BACKLOG-RECS
007153         MOVE MB-HISTADJ-RECS TO BU-HISTADJ-RECS
007154         MOVE MB-LAST-ROUND-DATE TO BU-LAST-ROUND-DATE
007155         MOVE MB-LAST-ROUND-TIME TO BU-LAST-ROUND-TIME
007156     END-IF
007157     IF BU-CURR-M = 2
007160         MOVE MB-RATECTL-DATE TO BU-RATECTL-DATE
007170         MOVE MB-RATECTL-TIME TO BU-RATECTL-TIME
007180     END-IF.
007190 3200-EXIT.
007200     EXIT.
007210
007220 3210-MATCH-MASTER-NAME.
007230     IF BU-M-NAME(BU-M) = MB-MASTER-NAME
007240         MOVE BU-M TO BU-CURR-M
007250     END-IF.
007260 3210-EXIT.
007270     EXIT.
007280
007290 3300-COUNT-DETAIL.
007300     IF BU-CURR-M = 0
007310         DISPLAY "PPTBKUP - detail record outside a master "
007320             "section"
007330         SET BACKUP-OUT-OF-BALANCE TO TRUE
007340         GO TO 3300-EXIT
007350     END-IF
007360     IF MB-MASTER-NAME NOT = BU-M-NAME(BU-CURR-M)
007370         DISPLAY "PPTBKUP - " MB-MASTER-NAME " detail inside "
007380             BU-M-NAME(BU-CURR-M) " section"
007390         SET BACKUP-OUT-OF-BALANCE TO TRUE
007400         GO TO 3300-EXIT
007410     END-IF
007420     ADD 1 TO BU-M-RD-COUNT(BU-CURR-M)
007430     EVALUATE BU-CURR-M
007440         WHEN 1
007450             ADD MB-PH-WINS TO BU-M-RD-HASH(1, 1)
007460             ADD MB-PH-LOSSES TO BU-M-RD-HASH(1, 2)
007470             ADD MB-PH-TIES TO BU-M-RD-HASH(1, 3)
007480         WHEN 2
007490             ADD MB-PR-RATING TO BU-M-RD-HASH(2, 1)
007500             ADD MB-PR-PEAK-RATING TO BU-M-RD-HASH(2, 2)
007510             ADD MB-PR-GAMES-RATED TO BU-M-RD-HASH(2, 3)
007520         WHEN OTHER
007530             IF MB-PM-ENROLL-DATE NUMERIC
007540                 ADD MB-PM-ENROLL-DATE TO BU-M-RD-HASH(3, 1)
007550             END-IF
007560             IF MB-PM-STATUS-FLAG = "I"
007570                 ADD 1 TO BU-M-RD-HASH(3, 3)
007580             ELSE
007590                 ADD 1 TO BU-M-RD-HASH(3, 2)
007600             END-IF
007610     END-EVALUATE.
007620 3300-EXIT.
007630     EXIT.
007640
007650 3400-TAKE-TRAILER.
007660     IF BU-CURR-M = 0
007670         DISPLAY "PPTBKUP - trailer record outside a master "
007680             "section"
007690         SET BACKUP-OUT-OF-BALANCE TO TRUE
007700         GO TO 3400-EXIT
007710     END-IF
007720     IF MB-MASTER-NAME NOT = BU-M-NAME(BU-CURR-M)
007730         OR MB-RECORD-COUNT NOT NUMERIC
007740         OR MB-HASH-1 NOT NUMERIC
007750         OR MB-HASH-2 NOT NUMERIC
007760         OR MB-HASH-3 NOT NUMERIC
007770         DISPLAY "PPTBKUP - " BU-M-NAME(BU-CURR-M)
007780             " trailer is damaged"
007790         SET BACKUP-OUT-OF-BALANCE TO TRUE
007800         MOVE 0 TO BU-CURR-M
007810         GO TO 3400-EXIT
007820     END-IF
007830     SET BU-M-TRAILER-SEEN(BU-CURR-M) TO TRUE
007840     MOVE MB-RECORD-COUNT TO BU-M-TRL-COUNT(BU-CURR-M)
007850     MOVE MB-HASH-1 TO BU-M-TRL-HASH(BU-CURR-M, 1)
007860     MOVE MB-HASH-2 TO BU-M-TRL-HASH(BU-CURR-M, 2)
007870     MOVE MB-HASH-3 TO BU-M-TRL-HASH(BU-CURR-M, 3)
007880     MOVE 0 TO BU-CURR-M.
007890 3400-EXIT.
007900     EXIT.
007910
007920******************************************************************
007930* 3500-BALANCE-ONE-MASTER
007940* A master balances when its section was complete and every
007950* total agrees; the source totals only exist on a BACKUP run.
007960******************************************************************
007970 3500-BALANCE-ONE-MASTER.
007980     MOVE "N" TO BU-M-BALANCED-SW(BU-M)
007990     IF NOT BU-M-HEADER-SEEN(BU-M)
008000         OR NOT BU-M-TRAILER-SEEN(BU-M)
008010         DISPLAY "PPTBKUP - " BU-M-NAME(BU-M)
008020             " section missing or incomplete"
008030         SET BACKUP-OUT-OF-BALANCE TO TRUE
008040         GO TO 3500-EXIT
008050     END-IF
008060     IF BU-M-RD-COUNT(BU-M) NOT = BU-M-TRL-COUNT(BU-M)
008070         OR BU-M-RD-HASH(BU-M, 1) NOT = BU-M-TRL-HASH(BU-M, 1)
008080         OR BU-M-RD-HASH(BU-M, 2) NOT = BU-M-TRL-HASH(BU-M, 2)
008090         OR BU-M-RD-HASH(BU-M, 3) NOT = BU-M-TRL-HASH(BU-M, 3)
008100         SET BACKUP-OUT-OF-BALANCE TO TRUE
008110         GO TO 3500-EXIT
008120     END-IF
008130     IF MODE-BACKUP
008140         IF BU-M-SRC-COUNT(BU-M) NOT = BU-M-RD-COUNT(BU-M)
008150             OR BU-M-SRC-HASH(BU-M, 1) NOT = BU-M-RD-HASH(BU-M, 1)
008160             OR BU-M-SRC-HASH(BU-M, 2) NOT = BU-M-RD-HASH(BU-M, 2)
008170             OR BU-M-SRC-HASH(BU-M, 3) NOT = BU-M-RD-HASH(BU-M, 3)
008180             SET BACKUP-OUT-OF-BALANCE TO TRUE
008190             GO TO 3500-EXIT
008200         END-IF
008210     END-IF
008220     SET BU-M-BALANCED(BU-M) TO TRUE.
008230 3500-EXIT.
008240     EXIT.
008250
008260******************************************************************
008270* 4000-PRINT-CONTROL-TOTALS
008280* Count and the three hashes of every master, side by side:
008290* master (BACKUP only), trailer and re-read.
008300******************************************************************
008310 4000-PRINT-CONTROL-TOTALS.
008320     PERFORM 7200-PRINT-DETAIL-HEADER THRU 7200-EXIT
008330     PERFORM 4100-PRINT-ONE-MASTER THRU 4100-EXIT
008340         VARYING BU-M FROM 1 BY 1
008350         UNTIL BU-M > 3
008360     MOVE SPACES TO PRINT-LINE
008370     IF BACKUP-OUT-OF-BALANCE
008380         STRING "*** BACKUP DOES NOT BALANCE - " DELIMITED BY SIZE
008390             "NOT TO BE CATALOGED OR RESTORED ***"
008400                 DELIMITED BY SIZE
008410             INTO PRINT-LINE
008420     ELSE
008430         MOVE "BACKUP BALANCED" TO PRINT-LINE
008440     END-IF
008450     WRITE PRINT-LINE AFTER ADVANCING 2
008460     ADD 2 TO BU-LINE-COUNT.
008470 4000-EXIT.
008480     EXIT.
008490
008500 4100-PRINT-ONE-MASTER.
008510     IF BU-LINE-COUNT + 6 > BU-MAX-LINES
008520         PERFORM 7100-PRINT-PAGE-HEADERS THRU 7100-EXIT
008530         PERFORM 7200-PRINT-DETAIL-HEADER THRU 7200-EXIT
008540     END-IF
008550     IF BU-M-BALANCED(BU-M)
008560         MOVE "BALANCED" TO BU-RESULT-TEXT
008570     ELSE
008580         MOVE "*** OUT ***" TO BU-RESULT-TEXT
008590     END-IF
008600     MOVE "RECORDS" TO BU-ITEM-TEXT
008610     MOVE BU-M-SRC-COUNT(BU-M) TO BU-EDIT-SRC
008620     MOVE BU-M-TRL-COUNT(BU-M) TO BU-EDIT-TRL
008630     MOVE BU-M-RD-COUNT(BU-M) TO BU-EDIT-RD
008640     MOVE SPACES TO PRINT-LINE
008650     STRING BU-M-NAME(BU-M) DELIMITED BY SIZE
008660         "  " DELIMITED BY SIZE
008670         BU-ITEM-TEXT DELIMITED BY SIZE
008680         BU-EDIT-SRC DELIMITED BY SIZE
008690         " " DELIMITED BY SIZE
008700         BU-EDIT-TRL DELIMITED BY SIZE
008710         " " DELIMITED BY SIZE
008720         BU-EDIT-RD DELIMITED BY SIZE
008730         "  " DELIMITED BY SIZE
008740         BU-RESULT-TEXT DELIMITED BY SIZE
008750         INTO PRINT-LINE
008760     WRITE PRINT-LINE AFTER ADVANCING 2
008770     ADD 2 TO BU-LINE-COUNT
008780     PERFORM 4200-PRINT-ONE-HASH THRU 4200-EXIT
008790         VARYING BU-H FROM 1 BY 1
008800         UNTIL BU-H > 3.
008810 4100-EXIT.
008820     EXIT.
008830
008840 4200-PRINT-ONE-HASH.
008850     EVALUATE TRUE
008860         WHEN BU-M = 1 AND BU-H = 1
008870             MOVE "WINS" TO BU-ITEM-TEXT
008880         WHEN BU-M = 1 AND BU-H = 2
008890             MOVE "LOSSES" TO BU-ITEM-TEXT
008900         WHEN BU-M = 1
008910             MOVE "TIES" TO BU-ITEM-TEXT
008920         WHEN BU-M = 2 AND BU-H = 1
008930             MOVE "RATINGS" TO BU-ITEM-TEXT
008940         WHEN BU-M = 2 AND BU-H = 2
008950             MOVE "PEAK RATINGS" TO BU-ITEM-TEXT
008960         WHEN BU-M = 2
008970             MOVE "GAMES RATED" TO BU-ITEM-TEXT
008980         WHEN BU-H = 1
008990             MOVE "ENROL DATES" TO BU-ITEM-TEXT
009000         WHEN BU-H = 2
009010             MOVE "ACTIVE" TO BU-ITEM-TEXT
009020         WHEN OTHER
009030             MOVE "INACTIVE" TO BU-ITEM-TEXT
009040     END-EVALUATE
009050     MOVE BU-M-SRC-HASH(BU-M, BU-H) TO BU-EDIT-SRC
009060     MOVE BU-M-TRL-HASH(BU-M, BU-H) TO BU-EDIT-TRL
009070     MOVE BU-M-RD-HASH(BU-M, BU-H) TO BU-EDIT-RD
009080     MOVE SPACES TO PRINT-LINE
009090     STRING "          " DELIMITED BY SIZE
009100         BU-ITEM-TEXT DELIMITED BY SIZE
009110         BU-EDIT-SRC DELIMITED BY SIZE
009120         " " DELIMITED BY SIZE
009130         BU-EDIT-TRL DELIMITED BY SIZE
009140         " " DELIMITED BY SIZE
009150         BU-EDIT-RD DELIMITED BY SIZE
009160         INTO PRINT-LINE
009170     WRITE PRINT-LINE AFTER ADVANCING 1
009180     ADD 1 TO BU-LINE-COUNT.
009190 4200-EXIT.
009200     EXIT.
009210
009220******************************************************************
009230* 5000-RESTORE-MASTERS
009240* The roll-forward inputs are proven readable, and still to hold
009250* what the backup was taken against, before a single master is
009260* replaced; then the three masters are reloaded, the rating
009265* control stamp is set back, and PLYRHIST is rolled forward.
009280******************************************************************
009290 5000-RESTORE-MASTERS.
009300     PERFORM 5100-CHECK-LOG-INPUTS THRU 5100-EXIT
009310     IF LOGS-DO-NOT-MATCH
009311         MOVE SPACES TO PRINT-LINE
009312         STRING "*** LOGS DO NOT MATCH THE BACKUP - "
009313                 DELIMITED BY SIZE
009314             "RESTORE REFUSED ***" DELIMITED BY SIZE
009315             INTO PRINT-LINE
009316         WRITE PRINT-LINE AFTER ADVANCING 2
009317         ADD 2 TO BU-LINE-COUNT
009318     END-IF
009319     IF FILE-OPEN-FAILED OR LOGS-DO-NOT-MATCH
009320         GO TO 5000-EXIT
009330     END-IF
009340     PERFORM 5200-RELOAD-MASTERS THRU 5200-EXIT
009350     IF FILE-OPEN-FAILED
009360         GO TO 5000-EXIT
009370     END-IF
009380     PERFORM 5300-RESET-RATE-CONTROL THRU 5300-EXIT
009390     PERFORM 6000-ROLL-FORWARD THRU 6000-EXIT
009391     IF FILE-OPEN-FAILED
009392         MOVE SPACES TO PRINT-LINE
009393         STRING "*** ROLL-FORWARD STOPPED - RERUN THE RESTORE "
009394                 DELIMITED BY SIZE
009395             "FROM THIS BACKUP ***" DELIMITED BY SIZE
009396             INTO PRINT-LINE
009397         WRITE PRINT-LINE AFTER ADVANCING 2
009398         ADD 2 TO BU-LINE-COUNT
009399     END-IF
009400     PERFORM 6900-PRINT-RESTORE-TOTALS THRU 6900-EXIT.
009410 5000-EXIT.
009420     EXIT.
009430
009440******************************************************************
009450* 5100-CHECK-LOG-INPUTS
009460* Each log must be readable and still hold the records counted
009470* into the backup - and the last of those rounds must be the one
009472* the backup recorded.  Anything short means a log was purged or
009474* replaced since, and the restore stops with nothing touched.  A
009476* log not on disk is fine while the backup counted nothing on it.
009480******************************************************************
009490 5100-CHECK-LOG-INPUTS.
009491     MOVE 0 TO BU-GAMELOG-POS
009492     MOVE 0 TO BU-BACKLOG-POS
009493     MOVE 0 TO BU-HISTADJ-POS
009494     MOVE 0 TO BU-ROUND-DATE
009495     MOVE 0 TO BU-ROUND-TIME
009496     MOVE "N" TO BU-LOG-EOF-SW
009500     OPEN INPUT GAMELOG-FILE
009510     IF BU-GAMELOG-STATUS = "00"
009512         PERFORM 5110-COUNT-ONE-ROUND THRU 5110-EXIT
009514             UNTIL LOG-EOF
009516             OR BU-GAMELOG-POS = BU-GAMELOG-RECS
009520         CLOSE GAMELOG-FILE
009530     ELSE
009540         IF BU-GAMELOG-STATUS NOT = "35"
009550             SET FILE-OPEN-FAILED TO TRUE
009560             DISPLAY "PPTBKUP - cannot open GAMELOG, status "
009570                 BU-GAMELOG-STATUS " - restore refused"
009580             GO TO 5100-EXIT
009590         END-IF
009600     END-IF
009601     IF BU-GAMELOG-POS < BU-GAMELOG-RECS
009602         OR BU-ROUND-KEY NOT = BU-LAST-ROUND-KEY
009603         SET LOGS-DO-NOT-MATCH TO TRUE
009604         DISPLAY "PPTBKUP - GAMELOG no longer holds the rounds "
009605             "the backup was taken against - restore refused; "
009606             "restore the archived rounds to the log first"
009607         GO TO 5100-EXIT
009608     END-IF
009609     MOVE "N" TO BU-LOG-EOF-SW
009610     OPEN INPUT BACKLOG-FILE
009611     IF BU-BACKLOG-STATUS = "00"
009612         PERFORM 5120-COUNT-ONE-REVERSAL THRU 5120-EXIT
009613             UNTIL LOG-EOF
009614             OR BU-BACKLOG-POS = BU-BACKLOG-RECS
009615         CLOSE BACKLOG-FILE
009616     ELSE
009617         IF BU-BACKLOG-STATUS NOT = "35"
009618             SET FILE-OPEN-FAILED TO TRUE
009619             DISPLAY "PPTBKUP - cannot open BACKLOG, status "
009620                 BU-BACKLOG-STATUS " - restore refused"
009621             GO TO 5100-EXIT
009622         END-IF
009623     END-IF
009624     IF BU-BACKLOG-POS < BU-BACKLOG-RECS
009625         SET LOGS-DO-NOT-MATCH TO TRUE
009626         DISPLAY "PPTBKUP - BACKLOG is shorter than when the "
009627             "backup was taken - restore refused"
009628         GO TO 5100-EXIT
009629     END-IF
009630     MOVE "N" TO BU-LOG-EOF-SW
009631     OPEN INPUT HISTADJ-FILE
009632     IF BU-HISTADJ-STATUS = "00"
009633         PERFORM 5130-COUNT-ONE-ADJUSTMENT THRU 5130-EXIT
009634             UNTIL LOG-EOF
009635             OR BU-HISTADJ-POS = BU-HISTADJ-RECS
009636         CLOSE HISTADJ-FILE
009640     ELSE
009650         IF BU-HISTADJ-STATUS NOT = "35"
009660             SET FILE-OPEN-FAILED TO TRUE
009670             DISPLAY "PPTBKUP - cannot open HISTADJ, status "
009680                 BU-HISTADJ-STATUS " - restore refused"
009690             GO TO 5100-EXIT
009700         END-IF
009710     END-IF
009720     IF BU-HISTADJ-POS < BU-HISTADJ-RECS
009730         SET LOGS-DO-NOT-MATCH TO TRUE
009740         DISPLAY "PPTBKUP - HISTADJ is shorter than when the "
009750             "backup was taken - restore refused"
009810     END-IF.
009820 5100-EXIT.
009830     EXIT.
009840
009841 5110-COUNT-ONE-ROUND.
009842     READ GAMELOG-FILE
009843         AT END
009844             SET LOG-EOF TO TRUE
009845         NOT AT END
009846             ADD 1 TO BU-GAMELOG-POS
009847             MOVE GL-GAME-DATE TO BU-ROUND-DATE
009848             MOVE GL-GAME-TIME TO BU-ROUND-TIME
009849     END-READ.
009850 5110-EXIT.
009851     EXIT.
009852
009853 5120-COUNT-ONE-REVERSAL.
009854     READ BACKLOG-FILE
009855         AT END SET LOG-EOF TO TRUE
009856         NOT AT END ADD 1 TO BU-BACKLOG-POS
009857     END-READ.
009858 5120-EXIT.
009859     EXIT.
009860
009861 5130-COUNT-ONE-ADJUSTMENT.
009862     READ HISTADJ-FILE
009863         AT END SET LOG-EOF TO TRUE
009864         NOT AT END ADD 1 TO BU-HISTADJ-POS
009865     END-READ.
009866 5130-EXIT.
009867     EXIT.
009868
009869******************************************************************
009870* 5200-RELOAD-MASTERS
009871* Each master is recreated and checked in turn.  One that cannot
009872* be recreated stops the reload; the masters already recreated
009873* stay empty until the RESTORE is rerun from the same backup.
009874******************************************************************
009875 5200-RELOAD-MASTERS.
009876     OPEN INPUT MASTBKUP-FILE
009877     IF BU-MASTBKUP-STATUS NOT = "00"
009880         SET FILE-OPEN-FAILED TO TRUE
009890         DISPLAY "PPTBKUP - cannot reopen MASTBKUP, status "
009900             BU-MASTBKUP-STATUS " - restore refused"
009910         GO TO 5200-EXIT
009920     END-IF
009930     OPEN OUTPUT PLYRHIST-FILE
009931     IF BU-PLYRHIST-STATUS NOT = "00"
009932         SET FILE-OPEN-FAILED TO TRUE
009933         DISPLAY "PPTBKUP - cannot recreate PLYRHIST, status "
009934             BU-PLYRHIST-STATUS " - reload not done"
009935         CLOSE MASTBKUP-FILE
009936         GO TO 5200-EXIT
009937     END-IF
009940     OPEN OUTPUT PLYRRATE-FILE
009941     IF BU-PLYRRATE-STATUS NOT = "00"
009942         SET FILE-OPEN-FAILED TO TRUE
009943         DISPLAY "PPTBKUP - cannot recreate PLYRRATE, status "
009944             BU-PLYRRATE-STATUS " - reload not done, rerun the "
009945             "RESTORE"
009946         CLOSE PLYRHIST-FILE
009947         CLOSE MASTBKUP-FILE
009948         GO TO 5200-EXIT
009949     END-IF
009950     OPEN OUTPUT PLYRMAST-FILE
009960     IF BU-PLYRMAST-STATUS NOT = "00"
009990         SET FILE-OPEN-FAILED TO TRUE
010000         DISPLAY "PPTBKUP - cannot recreate PLYRMAST, status "
010010             BU-PLYRMAST-STATUS " - reload not done, rerun the "
010020             "RESTORE"
010023         CLOSE PLYRHIST-FILE
010026         CLOSE PLYRRATE-FILE
010030         CLOSE MASTBKUP-FILE
010040         GO TO 5200-EXIT
010050     END-IF
010060     DISPLAY "PPTBKUP - restore of " BU-BACKUP-DATE "/"
010070         BU-BACKUP-TIME " for operator " BU-PARM-OPERATOR-ID
010080     MOVE 0 TO BU-CURR-M
010090     MOVE "N" TO BU-MASTBKUP-EOF-SW
010100     READ MASTBKUP-FILE
010110         AT END SET MASTBKUP-EOF TO TRUE
010120     END-READ
010130     PERFORM 5210-RELOAD-ONE-RECORD THRU 5210-EXIT
010140         UNTIL MASTBKUP-EOF
010150     CLOSE MASTBKUP-FILE
010160     CLOSE PLYRHIST-FILE
010170     CLOSE PLYRRATE-FILE
010180     CLOSE PLYRMAST-FILE.
010190 5200-EXIT.
010200     EXIT.
010210
010220 5210-RELOAD-ONE-RECORD.
010230     IF MB-HEADER
010240         MOVE 0 TO BU-CURR-M
010250         PERFORM 3210-MATCH-MASTER-NAME THRU 3210-EXIT
010260             VARYING BU-M FROM 1 BY 1
010270             UNTIL BU-M > 3
010280         GO TO 5210-READ-NEXT
010290     END-IF
010300     IF NOT MB-DETAIL
010310         GO TO 5210-READ-NEXT
010320     END-IF
010330     EVALUATE BU-CURR-M
010340         WHEN 1
010350             MOVE MB-DATA TO PLYRHIST-RECORD
010360             WRITE PLYRHIST-RECORD
010370                 INVALID KEY ADD 1 TO BU-RELOAD-REJECTS
010380                 NOT INVALID KEY ADD 1 TO BU-RECORDS-RELOADED
010390             END-WRITE
010400         WHEN 2
010410             MOVE MB-DATA TO PLYRRATE-RECORD
010420             WRITE PLYRRATE-RECORD
010430                 INVALID KEY ADD 1 TO BU-RELOAD-REJECTS
010440                 NOT INVALID KEY ADD 1 TO BU-RECORDS-RELOADED
010450             END-WRITE
010460         WHEN OTHER
010470             MOVE MB-DATA TO PLYRMAST-RECORD
010480             WRITE PLYRMAST-RECORD
010490                 INVALID KEY ADD 1 TO BU-RELOAD-REJECTS
010500                 NOT INVALID KEY ADD 1 TO BU-RECORDS-RELOADED
010510             END-WRITE
010520     END-EVALUATE.
010530 5210-READ-NEXT.
010540     READ MASTBKUP-FILE
010550         AT END SET MASTBKUP-EOF TO TRUE
010560     END-READ.
010570 5210-EXIT.
010580     EXIT.
010590
010600******************************************************************
010610* 5300-RESET-RATE-CONTROL
010620* The reloaded ratings are current to the stamp kept in the
010630* backup; setting RATECTL back to it makes the next PPTRATE
010640* INCR rate every round since, in order, onto the restored
010650* ratings.
010660******************************************************************
010670 5300-RESET-RATE-CONTROL.
010680     OPEN OUTPUT RATECTL-FILE
010690     IF BU-RATECTL-STATUS NOT = "00"
010700         DISPLAY "PPTBKUP - cannot rewrite RATECTL, status "
010710             BU-RATECTL-STATUS " - run PPTRATE FULL"
010720         ADD 1 TO BU-ANOMALIES
010730         GO TO 5300-EXIT
010740     END-IF
010750     MOVE SPACES TO RATECTL-RECORD
010760     MOVE BU-RATECTL-DATE TO RC-LAST-DATE
010770     MOVE BU-RATECTL-TIME TO RC-LAST-TIME
010780     WRITE RATECTL-RECORD
010781     IF BU-RATECTL-STATUS NOT = "00"
010782         DISPLAY "PPTBKUP - cannot write RATECTL, status "
010783             BU-RATECTL-STATUS " - run PPTRATE FULL"
010784         ADD 1 TO BU-ANOMALIES
010785     END-IF
010790     CLOSE RATECTL-FILE.
010800 5300-EXIT.
010810     EXIT.
010820
010830******************************************************************
010840* 6000-ROLL-FORWARD
010850* Three-way merge on stamp of the rounds, the backout reversals
010860* and the history adjustments logged after the backup, up to the
010870* stop point.  On equal stamps a round goes first, then a
010880* reversal, then an adjustment - the order the programs
010885* themselves run in.
010890******************************************************************
010900 6000-ROLL-FORWARD.
010910     OPEN I-O PLYRHIST-FILE
010920     IF BU-PLYRHIST-STATUS NOT = "00"
010930         SET FILE-OPEN-FAILED TO TRUE
010940         DISPLAY "PPTBKUP - cannot reopen PLYRHIST, status "
010950             BU-PLYRHIST-STATUS " - roll-forward not done"
010960         GO TO 6000-EXIT
010970     END-IF
010980     MOVE HIGH-VALUES TO BU-ROUND-KEY
010990     MOVE HIGH-VALUES TO BU-REVERSAL-KEY
011000     MOVE HIGH-VALUES TO BU-ADJUST-KEY
011002     MOVE 0 TO BU-GAMELOG-POS
011004     MOVE 0 TO BU-BACKLOG-POS
011006     MOVE 0 TO BU-HISTADJ-POS
011010     OPEN INPUT GAMELOG-FILE
011020     IF BU-GAMELOG-STATUS = "00"
011030         PERFORM 6210-NEXT-ROUND THRU 6210-EXIT
011040     END-IF
011050     OPEN INPUT BACKLOG-FILE
011060     IF BU-BACKLOG-STATUS = "00"
011070         PERFORM 6220-NEXT-REVERSAL THRU 6220-EXIT
011080     END-IF
011090     OPEN INPUT HISTADJ-FILE
011100     IF BU-HISTADJ-STATUS = "00"
011110         PERFORM 6230-NEXT-ADJUSTMENT THRU 6230-EXIT
011120     END-IF
011130     PERFORM 6100-APPLY-NEXT-EVENT THRU 6100-EXIT
011140         UNTIL BU-ROUND-KEY = HIGH-VALUES
011150         AND BU-REVERSAL-KEY = HIGH-VALUES
011160         AND BU-ADJUST-KEY = HIGH-VALUES
011165         OR FILE-OPEN-FAILED
011170     IF BU-GAMELOG-STATUS NOT = "35"
011180         CLOSE GAMELOG-FILE
011190     END-IF
011200     IF BU-BACKLOG-STATUS NOT = "35"
011210         CLOSE BACKLOG-FILE
011220     END-IF
011230     IF BU-HISTADJ-STATUS NOT = "35"
011240         CLOSE HISTADJ-FILE
011250     END-IF
011260     CLOSE PLYRHIST-FILE.
011270 6000-EXIT.
011280     EXIT.
011290
011300 6100-APPLY-NEXT-EVENT.
011310     IF BU-ROUND-KEY NOT > BU-REVERSAL-KEY
011320         AND BU-ROUND-KEY NOT > BU-ADJUST-KEY
011330         PERFORM 6300-APPLY-ROUND THRU 6300-EXIT
011340         PERFORM 6210-NEXT-ROUND THRU 6210-EXIT
011350         GO TO 6100-EXIT
011360     END-IF
011370     IF BU-REVERSAL-KEY NOT > BU-ADJUST-KEY
011380         PERFORM 6400-APPLY-REVERSAL THRU 6400-EXIT
011390         PERFORM 6220-NEXT-REVERSAL THRU 6220-EXIT
011400         GO TO 6100-EXIT
011410     END-IF
011420     PERFORM 6500-APPLY-ADJUSTMENT THRU 6500-EXIT
011430     PERFORM 6230-NEXT-ADJUSTMENT THRU 6230-EXIT.
011440 6100-EXIT.
011450     EXIT.
011460
011470******************************************************************
011480* 6210-NEXT-ROUND
011490* Next round past those the backup was taken with that posted
011500* history - every valid result, backed out since or not, as its
011503* reversal is on BACKLOG to take it off again.  Log records past
011506* the stop point are counted only.
011510******************************************************************
011520 6210-NEXT-ROUND.
011530     READ GAMELOG-FILE
011540         AT END
011550             MOVE HIGH-VALUES TO BU-ROUND-KEY
011560             GO TO 6210-EXIT
011570     END-READ
011572     ADD 1 TO BU-GAMELOG-POS
011574     IF BU-GAMELOG-POS NOT > BU-GAMELOG-RECS
011576         GO TO 6210-NEXT-ROUND
011578     END-IF
011580     MOVE GL-GAME-DATE TO BU-ROUND-DATE
011590     MOVE GL-GAME-TIME TO BU-ROUND-TIME
011600     IF BU-ROUND-KEY > BU-STOP-KEY
011605         ADD 1 TO BU-PAST-STOP
011610         GO TO 6210-NEXT-ROUND
011620     END-IF
011630     ADD 1 TO BU-ROUNDS-READ
011640     IF GL-RESULT = "Jugada invalida"
011650         ADD 1 TO BU-ROUNDS-SKIPPED
011660         GO TO 6210-NEXT-ROUND
011670     END-IF.
011680 6210-EXIT.
011690     EXIT.
011700
011710******************************************************************
011720* 6220-NEXT-REVERSAL
011730* Next reversal past those the backup was taken with.
011750******************************************************************
011760 6220-NEXT-REVERSAL.
011770     READ BACKLOG-FILE
011780         AT END
011790             MOVE HIGH-VALUES TO BU-REVERSAL-KEY
011800             GO TO 6220-EXIT
011810     END-READ
011812     ADD 1 TO BU-BACKLOG-POS
011814     IF BU-BACKLOG-POS NOT > BU-BACKLOG-RECS
011816         GO TO 6220-NEXT-REVERSAL
011818     END-IF
011820     MOVE BK-REV-DATE TO BU-REVERSAL-DATE
011830     MOVE BK-REV-TIME TO BU-REVERSAL-TIME
011840     IF BU-REVERSAL-KEY > BU-STOP-KEY
011850         ADD 1 TO BU-PAST-STOP
011900         GO TO 6220-NEXT-REVERSAL
011910     END-IF.
011920 6220-EXIT.
011930     EXIT.
011940
011950 6230-NEXT-ADJUSTMENT.
011960     READ HISTADJ-FILE
011970         AT END
011980             MOVE HIGH-VALUES TO BU-ADJUST-KEY
011990             GO TO 6230-EXIT
012000     END-READ
012002     ADD 1 TO BU-HISTADJ-POS
012004     IF BU-HISTADJ-POS NOT > BU-HISTADJ-RECS
012006         GO TO 6230-NEXT-ADJUSTMENT
012008     END-IF
012010     MOVE HA-ADJ-DATE TO BU-ADJUST-DATE
012020     MOVE HA-ADJ-TIME TO BU-ADJUST-TIME
012030     IF BU-ADJUST-KEY > BU-STOP-KEY
012035         ADD 1 TO BU-PAST-STOP
012040         GO TO 6230-NEXT-ADJUSTMENT
012050     END-IF.
012060 6230-EXIT.
012070     EXIT.
012080
012090******************************************************************
012100* 6300-APPLY-ROUND
012110* The game program's own history posting, side by side - a
012120* player without a history record yet gets one.
012130******************************************************************
012140 6300-APPLY-ROUND.
012150     MOVE GL-PLAYER-A-ID TO BU-UPD-PLAYER-ID
012160     EVALUATE TRUE
012170         WHEN GL-RESULT = "Jugador A gana"
012180             MOVE 1 TO BU-UPD-WIN
012190             MOVE 0 TO BU-UPD-LOSS
012200             MOVE 0 TO BU-UPD-TIE
012210         WHEN GL-RESULT = "Jugador B gana"
012220             MOVE 0 TO BU-UPD-WIN
012230             MOVE 1 TO BU-UPD-LOSS
012240             MOVE 0 TO BU-UPD-TIE
012250         WHEN OTHER
012260             MOVE 0 TO BU-UPD-WIN
012270             MOVE 0 TO BU-UPD-LOSS
012280             MOVE 1 TO BU-UPD-TIE
012290     END-EVALUATE
012300     PERFORM 6350-POST-ONE-SIDE THRU 6350-EXIT
012302     IF FILE-OPEN-FAILED
012304         GO TO 6300-EXIT
012306     END-IF
012310     MOVE GL-PLAYER-B-ID TO BU-UPD-PLAYER-ID
012320     EVALUATE TRUE
012330         WHEN GL-RESULT = "Jugador A gana"
012340             MOVE 0 TO BU-UPD-WIN
012350             MOVE 1 TO BU-UPD-LOSS
012360             MOVE 0 TO BU-UPD-TIE
012370         WHEN GL-RESULT = "Jugador B gana"
012380             MOVE 1 TO BU-UPD-WIN
012390             MOVE 0 TO BU-UPD-LOSS
012400             MOVE 0 TO BU-UPD-TIE
012410         WHEN OTHER
012420             MOVE 0 TO BU-UPD-WIN
012430             MOVE 0 TO BU-UPD-LOSS
012440             MOVE 1 TO BU-UPD-TIE
012450     END-EVALUATE
012460     PERFORM 6350-POST-ONE-SIDE THRU 6350-EXIT
012462     IF FILE-OPEN-FAILED
012464         GO TO 6300-EXIT
012466     END-IF
012470     ADD 1 TO BU-ROUNDS-APPLIED.
012480 6300-EXIT.
012490     EXIT.
012500
012510 6350-POST-ONE-SIDE.
012520     MOVE BU-UPD-PLAYER-ID TO PH-PLAYER-ID
012530     READ PLYRHIST-FILE
012540         INVALID KEY
012550             MOVE SPACES TO PLYRHIST-RECORD
012560             MOVE BU-UPD-PLAYER-ID TO PH-PLAYER-ID
012570             MOVE BU-UPD-WIN TO PH-WINS
012580             MOVE BU-UPD-LOSS TO PH-LOSSES
012590             MOVE BU-UPD-TIE TO PH-TIES
012600             WRITE PLYRHIST-RECORD
012610         NOT INVALID KEY
012620             ADD BU-UPD-WIN TO PH-WINS
012630             ADD BU-UPD-LOSS TO PH-LOSSES
012640             ADD BU-UPD-TIE TO PH-TIES
012650             REWRITE PLYRHIST-RECORD
012660     END-READ
012662     IF BU-PLYRHIST-STATUS NOT = "00"
012664         PERFORM 6600-HISTORY-NOT-WRITTEN THRU 6600-EXIT
012666     END-IF.
012670 6350-EXIT.
012680     EXIT.
012690
012700******************************************************************
012710* 6400-APPLY-REVERSAL
012720* PPTBACK's decrement, floored at zero the same way - a
012730* reversal PPTBACK could not apply is not applied here either.
012740******************************************************************
012750 6400-APPLY-REVERSAL.
012760     MOVE BK-PLAYER-ID TO PH-PLAYER-ID
012770     READ PLYRHIST-FILE
012780         INVALID KEY
012790             MOVE "BACKOUT - NO HISTORY RECORD, NOT APPLIED"
012800                 TO BU-ANOMALY-TEXT
012810             PERFORM 6800-PRINT-ANOMALY-LINE THRU 6800-EXIT
012820             GO TO 6400-EXIT
012830     END-READ
012840     IF (BK-WIN-DEC > 0 AND PH-WINS = 0)
012850         OR (BK-LOSS-DEC > 0 AND PH-LOSSES = 0)
012860         OR (BK-TIE-DEC > 0 AND PH-TIES = 0)
012870         MOVE "BACKOUT - COUNTER ALREADY ZERO, NOT APPLIED"
012880             TO BU-ANOMALY-TEXT
012890         PERFORM 6800-PRINT-ANOMALY-LINE THRU 6800-EXIT
012900         GO TO 6400-EXIT
012910     END-IF
012920     SUBTRACT BK-WIN-DEC FROM PH-WINS
012930     SUBTRACT BK-LOSS-DEC FROM PH-LOSSES
012940     SUBTRACT BK-TIE-DEC FROM PH-TIES
012950     REWRITE PLYRHIST-RECORD
012952     IF BU-PLYRHIST-STATUS NOT = "00"
012954         PERFORM 6600-HISTORY-NOT-WRITTEN THRU 6600-EXIT
012956         GO TO 6400-EXIT
012958     END-IF
012960     ADD 1 TO BU-REVERSALS-APPLIED.
012970 6400-EXIT.
012980     EXIT.
012990
013000******************************************************************
013010* 6500-APPLY-ADJUSTMENT
013020* A counter record carries the value PPTHMNT left behind, so it
013030* is set rather than added - and a merge target that did not
013040* exist yet is created, as PPTHMNT created it.  A * record
013050* replays the whole-record action.
013060******************************************************************
013070 6500-APPLY-ADJUSTMENT.
013080     MOVE HA-PLAYER-ID TO PH-PLAYER-ID
013090     READ PLYRHIST-FILE
013100         INVALID KEY
013110             IF HA-FIELD = "*"
013120                 MOVE "ADJUSTMENT - NO HISTORY RECORD"
013130                     TO BU-ANOMALY-TEXT
013140                 PERFORM 6800-PRINT-ANOMALY-LINE THRU 6800-EXIT
013150                 GO TO 6500-EXIT
013160             END-IF
013170             MOVE SPACES TO PLYRHIST-RECORD
013180             MOVE HA-PLAYER-ID TO PH-PLAYER-ID
013190             MOVE 0 TO PH-WINS
013200             MOVE 0 TO PH-LOSSES
013210             MOVE 0 TO PH-TIES
013220             PERFORM 6550-SET-ADJUSTED-FIELD THRU 6550-EXIT
013230             WRITE PLYRHIST-RECORD
013232             IF BU-PLYRHIST-STATUS NOT = "00"
013234                 PERFORM 6600-HISTORY-NOT-WRITTEN THRU 6600-EXIT
013236                 GO TO 6500-EXIT
013238             END-IF
013240             ADD 1 TO BU-ADJUSTS-APPLIED
013250             GO TO 6500-EXIT
013260     END-READ
013270     PERFORM 6550-SET-ADJUSTED-FIELD THRU 6550-EXIT
013280     REWRITE PLYRHIST-RECORD
013282     IF BU-PLYRHIST-STATUS NOT = "00"
013284         PERFORM 6600-HISTORY-NOT-WRITTEN THRU 6600-EXIT
013286         GO TO 6500-EXIT
013288     END-IF
013290     ADD 1 TO BU-ADJUSTS-APPLIED.
013300 6500-EXIT.
013310     EXIT.
013320
013330 6550-SET-ADJUSTED-FIELD.
013340     EVALUATE TRUE
013350         WHEN HA-FIELD = "W"
013360             MOVE HA-NEW-VALUE TO PH-WINS
013370         WHEN HA-FIELD = "L"
013380             MOVE HA-NEW-VALUE TO PH-LOSSES
013390         WHEN HA-FIELD = "T"
013400             MOVE HA-NEW-VALUE TO PH-TIES
013410         WHEN HA-ACTION = "MRG"
013420             MOVE 0 TO PH-WINS
013430             MOVE 0 TO PH-LOSSES
013440             MOVE 0 TO PH-TIES
013450             MOVE "D" TO PH-STATUS-FLAG
013460         WHEN HA-ACTION = "DEL"
013470             MOVE "D" TO PH-STATUS-FLAG
013480         WHEN HA-ACTION = "REA"
013490             MOVE SPACE TO PH-STATUS-FLAG
013500         WHEN OTHER
013510             CONTINUE
013520     END-EVALUATE.
013530 6550-EXIT.
013531     EXIT.
013532
013533******************************************************************
013534* 6600-HISTORY-NOT-WRITTEN
013535* PLYRHIST is then short of the events after this one, so the
013536* roll-forward stops and the run ends RC 16: the RESTORE is run
013537* again from the same backup.
013538******************************************************************
013539 6600-HISTORY-NOT-WRITTEN.
013540     SET FILE-OPEN-FAILED TO TRUE
013541     DISPLAY "PPTBKUP - cannot write PLYRHIST for " PH-PLAYER-ID
013542         ", status " BU-PLYRHIST-STATUS " - roll-forward stopped".
013543 6600-EXIT.
013544     EXIT.
013550
013560 6800-PRINT-ANOMALY-LINE.
013570     ADD 1 TO BU-ANOMALIES
013580     PERFORM 7500-CHECK-PAGE-BREAK THRU 7500-EXIT
013590     MOVE SPACES TO PRINT-LINE
013600     STRING PH-PLAYER-ID DELIMITED BY SIZE
013610         " *** " DELIMITED BY SIZE
013620         BU-ANOMALY-TEXT DELIMITED BY SIZE
013630         INTO PRINT-LINE
013640     WRITE PRINT-LINE AFTER ADVANCING 1
013650     ADD 1 TO BU-LINE-COUNT.
013660 6800-EXIT.
013670     EXIT.
013680
013690 6900-PRINT-RESTORE-TOTALS.
013700     IF BU-LINE-COUNT + 14 > BU-MAX-LINES
013710         PERFORM 7100-PRINT-PAGE-HEADERS THRU 7100-EXIT
013720     END-IF
013730     MOVE SPACES TO PRINT-LINE
013740     STRING "RESTORED FROM BACKUP " DELIMITED BY SIZE
013750         BU-BACKUP-DATE DELIMITED BY SIZE
013760         "/" DELIMITED BY SIZE
013770         BU-BACKUP-TIME DELIMITED BY SIZE
013780         " FOR OPERATOR " DELIMITED BY SIZE
013790         BU-PARM-OPERATOR-ID DELIMITED BY SIZE
013800         INTO PRINT-LINE
013810     WRITE PRINT-LINE AFTER ADVANCING 2
013811     MOVE SPACES TO PRINT-LINE
013812     EVALUATE TRUE
013813         WHEN NOT STOP-POINT-SET
013814             MOVE "ROLLED FORWARD TO THE END OF THE LOGS"
013815                 TO PRINT-LINE
013816         WHEN BU-STOP-STEP = SPACES
013817             STRING "ROLLED FORWARD TO STOP POINT "
013818                     DELIMITED BY SIZE
013819                 BU-STOP-DATE DELIMITED BY SIZE
013820                 "/" DELIMITED BY SIZE
013821                 BU-STOP-TIME DELIMITED BY SIZE
013822                 INTO PRINT-LINE
013823         WHEN OTHER
013824             STRING "ROLLED FORWARD TO STOP POINT "
013825                     DELIMITED BY SIZE
013826                 BU-STOP-DATE DELIMITED BY SIZE
013827                 "/" DELIMITED BY SIZE
013828                 BU-STOP-TIME DELIMITED BY SIZE
013829                 " - LAST CLEAN " DELIMITED BY SIZE
013830                 BU-STOP-STEP DELIMITED BY SPACE
013831                 INTO PRINT-LINE
013832     END-EVALUATE
013833     WRITE PRINT-LINE AFTER ADVANCING 1
013834     MOVE BU-RECORDS-RELOADED TO BU-EDIT-COUNT
013835     MOVE SPACES TO PRINT-LINE
013840     STRING "MASTER RECORDS RELOADED:      " DELIMITED BY SIZE
013850         BU-EDIT-COUNT DELIMITED BY SIZE
013860         INTO PRINT-LINE
013870     WRITE PRINT-LINE AFTER ADVANCING 1
013880     MOVE BU-RELOAD-REJECTS TO BU-EDIT-COUNT
013890     MOVE SPACES TO PRINT-LINE
013900     STRING "DUPLICATE KEYS NOT RELOADED:  " DELIMITED BY SIZE
013910         BU-EDIT-COUNT DELIMITED BY SIZE
013920         INTO PRINT-LINE
013930     WRITE PRINT-LINE AFTER ADVANCING 1
013940     MOVE BU-ROUNDS-READ TO BU-EDIT-COUNT
013950     MOVE SPACES TO PRINT-LINE
013960     STRING "ROUNDS AFTER THE BACKUP:      " DELIMITED BY SIZE
013970         BU-EDIT-COUNT DELIMITED BY SIZE
013980         INTO PRINT-LINE
013990     WRITE PRINT-LINE AFTER ADVANCING 1
014000     MOVE BU-ROUNDS-APPLIED TO BU-EDIT-COUNT
014010     MOVE SPACES TO PRINT-LINE
014020     STRING "ROUNDS ROLLED FORWARD:        " DELIMITED BY SIZE
014030         BU-EDIT-COUNT DELIMITED BY SIZE
014040         INTO PRINT-LINE
014050     WRITE PRINT-LINE AFTER ADVANCING 1
014060     MOVE BU-ROUNDS-SKIPPED TO BU-EDIT-COUNT
014070     MOVE SPACES TO PRINT-LINE
014080     STRING "INVALID ROUNDS SKIPPED:       " DELIMITED BY SIZE
014090         BU-EDIT-COUNT DELIMITED BY SIZE
014100         INTO PRINT-LINE
014110     WRITE PRINT-LINE AFTER ADVANCING 1
014120     MOVE BU-REVERSALS-APPLIED TO BU-EDIT-COUNT
014130     MOVE SPACES TO PRINT-LINE
014140     STRING "BACKOUT REVERSALS APPLIED:    " DELIMITED BY SIZE
014150         BU-EDIT-COUNT DELIMITED BY SIZE
014160         INTO PRINT-LINE
014170     WRITE PRINT-LINE AFTER ADVANCING 1
014180     MOVE BU-ADJUSTS-APPLIED TO BU-EDIT-COUNT
014190     MOVE SPACES TO PRINT-LINE
014200     STRING "HISTORY ADJUSTMENTS APPLIED:  " DELIMITED BY SIZE
014210         BU-EDIT-COUNT DELIMITED BY SIZE
014220         INTO PRINT-LINE
014230     WRITE PRINT-LINE AFTER ADVANCING 1
014240     MOVE BU-ANOMALIES TO BU-EDIT-COUNT
014250     MOVE SPACES TO PRINT-LINE
014260     STRING "ANOMALIES:                    " DELIMITED BY SIZE
014270         BU-EDIT-COUNT DELIMITED BY SIZE
014280         INTO PRINT-LINE
014290     WRITE PRINT-LINE AFTER ADVANCING 1
014291     MOVE BU-PAST-STOP TO BU-EDIT-COUNT
014292     MOVE SPACES TO PRINT-LINE
014293     STRING "PAST STOP POINT, NOT APPLIED: " DELIMITED BY SIZE
014294         BU-EDIT-COUNT DELIMITED BY SIZE
014295         INTO PRINT-LINE
014296     WRITE PRINT-LINE AFTER ADVANCING 1
014300     MOVE SPACES TO PRINT-LINE
014310     STRING "RATECTL SET BACK TO " DELIMITED BY SIZE
014320         BU-RATECTL-DATE DELIMITED BY SIZE
014330         "/" DELIMITED BY SIZE
014340         BU-RATECTL-TIME DELIMITED BY SIZE
014350         " - RUN PPTRATE INCR NEXT" DELIMITED BY SIZE
014360         INTO PRINT-LINE
014370     WRITE PRINT-LINE AFTER ADVANCING 2
014380     MOVE SPACES TO PRINT-LINE
014390     STRING "PLYRMAST RELOADED ONLY - RE-RUN THE PPTPREG "
014400             DELIMITED BY SIZE
014410         "REGIN FILES SINCE THE BACKUP" DELIMITED BY SIZE
014420         INTO PRINT-LINE
014430     WRITE PRINT-LINE AFTER ADVANCING 1
014440     ADD 14 TO BU-LINE-COUNT.
014450 6900-EXIT.
014460     EXIT.
014470
014480 7100-PRINT-PAGE-HEADERS.
014490     ADD 1 TO BU-PAGE-COUNT
014500     MOVE BU-PAGE-COUNT TO BU-EDIT-PAGE
014510     MOVE SPACES TO PRINT-LINE
014520     STRING "PROGRAM: PPTBKUP" DELIMITED BY SIZE
014530         "     PIEDRA PAPEL O TIJERA - MASTER FILE BACKUP"
014540             DELIMITED BY SIZE
014550         "     PAGE: " DELIMITED BY SIZE
014560         BU-EDIT-PAGE DELIMITED BY SIZE
014570         INTO PRINT-LINE
014580     WRITE PRINT-LINE AFTER ADVANCING PAGE
014590     MOVE SPACES TO PRINT-LINE
014600     STRING "RUN DATE: " DELIMITED BY SIZE
014610         BU-RUN-DATE DELIMITED BY SIZE
014620         "     MODE: " DELIMITED BY SIZE
014630         BU-MODE-TEXT DELIMITED BY SIZE
014640         "     BACKUP: " DELIMITED BY SIZE
014650         BU-BACKUP-DATE DELIMITED BY SIZE
014660         "/" DELIMITED BY SIZE
014670         BU-BACKUP-TIME DELIMITED BY SIZE
014680         INTO PRINT-LINE
014690     WRITE PRINT-LINE AFTER ADVANCING 1
014700     MOVE SPACES TO PRINT-LINE
014710     WRITE PRINT-LINE AFTER ADVANCING 1
014720     MOVE 3 TO BU-LINE-COUNT.
014730 7100-EXIT.
014740     EXIT.
014750
014760 7200-PRINT-DETAIL-HEADER.
014770     MOVE SPACES TO PRINT-LINE
014780     STRING "MASTER    TOTAL                  MASTER"
014790             DELIMITED BY SIZE
014800         "         TRAILER         RE-READ  RESULT"
014810             DELIMITED BY SIZE
014820         INTO PRINT-LINE
014830     WRITE PRINT-LINE AFTER ADVANCING 1
014840     MOVE BU-DASH-LINE TO PRINT-LINE
014850     WRITE PRINT-LINE AFTER ADVANCING 1
014860     ADD 2 TO BU-LINE-COUNT.
014870 7200-EXIT.
014880     EXIT.
014890
014900 7500-CHECK-PAGE-BREAK.
014910     IF BU-LINE-COUNT >= BU-MAX-LINES
014920         PERFORM 7100-PRINT-PAGE-HEADERS THRU 7100-EXIT
014930     END-IF.
014940 7500-EXIT.
014950     EXIT.
014960
014970******************************************************************
014980* 9999-TERMINATE
014990* RETURN-CODE 0 = backup balanced or restore complete, 4 =
015000* restore complete with roll-forward anomalies or log records
015010* past the stop point, 12 = backup out of balance or the logs
015020* do not match it, 16 = a file could not be opened, 20 =
015025* missing or invalid BKUPPARM card.
015030******************************************************************
015040 9999-TERMINATE.
015050     EVALUATE TRUE
015060         WHEN NOT PARM-VALID
015070             MOVE 20 TO RETURN-CODE
015080         WHEN FILE-OPEN-FAILED
015090             MOVE 16 TO RETURN-CODE
015100         WHEN BACKUP-OUT-OF-BALANCE OR LOGS-DO-NOT-MATCH
015110             MOVE 12 TO RETURN-CODE
015120         WHEN MODE-RESTORE
015125             AND (BU-ANOMALIES > 0 OR BU-PAST-STOP > 0
015127             OR BU-RELOAD-REJECTS > 0)
015130             MOVE 4 TO RETURN-CODE
015140         WHEN OTHER
015150             MOVE 0 TO RETURN-CODE
015160     END-EVALUATE
015170     PERFORM 9800-WRITE-RUN-JOURNAL THRU 9800-EXIT.
015180 9999-EXIT.
015190     EXIT.
015200
015210******************************************************************
015220* 9800-WRITE-RUN-JOURNAL
015230* One appended record per execution - stamps, control totals
015240* and the final RETURN-CODE - for the PPTOPS morning report.
015250******************************************************************
015260 9800-WRITE-RUN-JOURNAL.
015270     OPEN EXTEND RUNJRNL-FILE
015280     IF BU-RUNJRNL-STATUS = "35"
015290         OPEN OUTPUT RUNJRNL-FILE
015300         CLOSE RUNJRNL-FILE
015310         OPEN EXTEND RUNJRNL-FILE
015320     END-IF
015330     IF BU-RUNJRNL-STATUS NOT = "00"
015340         DISPLAY "PPTBKUP - run journal unavailable, status "
015350             BU-RUNJRNL-STATUS
015360         GO TO 9800-EXIT
015370     END-IF
015380     MOVE BU-BUSINESS-DATE TO BU-END-DATE
015390     ACCEPT BU-END-TIME FROM TIME
015400     MOVE SPACES TO RUNJRNL-RECORD
015410     MOVE "PPTBKUP" TO RJ-PROGRAM-ID
015420     MOVE BU-RUN-DATE TO RJ-START-DATE
015430     MOVE BU-START-TIME TO RJ-START-TIME
015440     MOVE BU-END-DATE TO RJ-END-DATE
015450     MOVE BU-END-TIME TO RJ-END-TIME
015460     COMPUTE RJ-RECORDS-READ = BU-M-RD-COUNT(1)
015470         + BU-M-RD-COUNT(2) + BU-M-RD-COUNT(3) + BU-ROUNDS-READ
015480     IF MODE-RESTORE
015490         MOVE BU-RECORDS-RELOADED TO RJ-RECORDS-WRITTEN
015500     ELSE
015510         MOVE BU-RECORDS-WRITTEN TO RJ-RECORDS-WRITTEN
015520     END-IF
015530     MOVE BU-ANOMALIES TO RJ-ROUNDS-REJECTED
015540     MOVE RETURN-CODE TO RJ-RETURN-CODE
015550     WRITE RUNJRNL-RECORD
015560     CLOSE RUNJRNL-FILE.
015570 9800-EXIT.
015571     EXIT.
015572
015573******************************************************************
015574* 9700-READ-BUSINESS-DATE
015575* The run is dated by the business date PPTDATE keeps on
015576* BUSDATE, not the clock, so a stream that runs past midnight
015577* stays on the day it is working.  No control record falls
015578* back to the clock date with a warning.
015579* A BUSDATE on file that cannot be read ends the run (9790).
015580******************************************************************
015581 9700-READ-BUSINESS-DATE.
015582     ACCEPT BU-BUSINESS-DATE FROM DATE YYYYMMDD
015583     OPEN INPUT BUSDATE-FILE
015584     IF BU-BUSDATE-STATUS NOT = "00" AND NOT = "35"
015585         PERFORM 9790-BUSDATE-UNREADABLE THRU 9790-EXIT
015586     END-IF
015592     IF BU-BUSDATE-STATUS NOT = "00"
015593         DISPLAY "PPTBKUP - no BUSDATE control record - "
015594             "running on clock date " BU-BUSINESS-DATE
015595         GO TO 9700-MOVE-RUN-DATE
015596     END-IF
015597     READ BUSDATE-FILE
015598         AT END
015599             DISPLAY "PPTBKUP - BUSDATE is empty - "
015600                 "running on clock date " BU-BUSINESS-DATE
015601             CLOSE BUSDATE-FILE
015602             GO TO 9700-MOVE-RUN-DATE
015603     END-READ
015613     IF BU-BUSDATE-STATUS NOT = "00"
015623         CLOSE BUSDATE-FILE
015633         PERFORM 9790-BUSDATE-UNREADABLE THRU 9790-EXIT
015643     END-IF
015653     MOVE BD-BUSINESS-DATE TO BU-BUSINESS-DATE
015663     CLOSE BUSDATE-FILE.
015673 9700-MOVE-RUN-DATE.
015683     MOVE BU-BUSINESS-DATE TO BU-RUN-DATE.
015693 9700-EXIT.
015703     EXIT.
015713
015723******************************************************************
015733* 9790-BUSDATE-UNREADABLE
015743* A BUSDATE that is on file but cannot be read may hold a closed
015753* day, so the clock date will not do: the run ends RC 16 before
015763* anything else is opened.
015773******************************************************************
015783 9790-BUSDATE-UNREADABLE.
015793     DISPLAY "PPTBKUP - cannot read BUSDATE, status "
015803         BU-BUSDATE-STATUS " - run ends"
015813     MOVE BU-BUSINESS-DATE TO BU-RUN-DATE
015823     ACCEPT BU-START-TIME FROM TIME
015833     MOVE 16 TO RETURN-CODE
015843     PERFORM 9800-WRITE-RUN-JOURNAL THRU 9800-EXIT
015853     STOP RUN.
015863 9790-EXIT.
015873     EXIT.
015883
015893 END PROGRAM PPTBKUP.
