000100******************************************************************
000110* Author: JuanJignacio
000120* Installation: www.
000130* Date-Written: 15/10/2026.
000140*
000150* Modification History
000160*   DD/MM/YYYY  INIT  DESCRIPTION
000170*   15/10/2026  JAI   Original - player erasure.  PPTHMNT can
000180*                     only hide a leaver's history record and
000190*                     PPTPREG can only mark the master inactive;
000200*                     the ID itself stayed on every log, the
000210*                     standings and the BI extracts.  This step
000220*                     replaces it with a generated pseudonym on
000230*                     every file that carries it, keeping every
000240*                     count and total as it was, and certifies
000250*                     what it changed on a sealed register.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. PPTERAS.
000290 AUTHOR. JuanJignacio.
000300 INSTALLATION. www.
000310 DATE-WRITTEN. 15/10/2026.
000320 DATE-COMPILED. 15/10/2026.
000330******************************************************************
000340* Player erasure, one ERASPARM card per run: the player ID
000350* (cols 1-10), the operator ID (11-18) and the reason (19-48),
000360* all three required.
000370*   - the ERASREG register is proven first, seal by seal; a
000380*     broken chain stops the run with nothing touched.  A
000390*     register entry for the same ID means the player was
000400*     erased before (or the run stopped halfway): its
000410*     pseudonym is used again, so every file and every archive
000420*     generation ends up carrying the same one.
000430*   - a first erasure needs the ID on PLYRMAST or PLYRHIST and
000440*     takes the next free ANONnnnnnn pseudonym - free on all
000450*     four keyed masters.  Where the ID and the pseudonym are
000460*     both on one master already, the run stops untouched.
000470*   - an O entry goes on the register, then the ID is replaced:
000480*       PLYRMAST PLYRHIST PLYRRATE SEASTAND TENDPROF  record
000490*                moved to the pseudonym key, data unchanged
000500*       GAMELOG GAMEARCH CONTLOG TSTAND HISTADJ BACKLOG SUSPENSE
000505*       LEDGER SEASARCH SURVFLAG FIXTURE MASTBKUP
000507*       KBRACKET BATCHOUT
000510*                rewritten in place wherever the ID appears
000520*       GAMEXTR PLYRXTR CLUBXREF TENDXTR  copied to GAMEXNEW,
000530*                PLYRXNEW, CLUBXNEW and TENDXNEW with the ID
000532*                replaced
000534*       GAMEIDX  emptied, with IDXCTL, when it holds the ID -
000536*                PPTINQ and PPTRSCH walk the logs until PPTLIDX
000538*                builds it again
000540*     then a C entry with every file's count closes the
000550*     register entry and PPTYRPT prints the certificate.
000560* Only the ID moves - wins, losses, ties, ratings, points and
000570* contest results stay where they were - so PPTRECON balances
000580* on the pseudonym exactly as it did on the ID.  PPTDATE counts
000590* this step as a posting: the day cannot close until PPTRECON
000600* has run after it.  The follow-on job step swaps GAMEXNEW,
000610* PLYRXNEW, CLUBXNEW and TENDXNEW in for the originals on
000620* RETURN-CODE 0 or 4.  GAMEARCH, SEASARCH and MASTBKUP are one
000630* generation per run - run the same card against each
000640* generation kept.  A file not on disk is listed as
000642* such; PLYRMAST, PLYRHIST and GAMELOG must be there.  A run
000644* that stopped part way, leaving a master under both keys, is
000646* finished by the same card: the old key is deleted.
000650* RETURN-CODE 0 = records changed, 4 = nothing left to change
000660* (the erasure was already complete), 8 = player not on
000670* PLYRMAST or PLYRHIST and never erased, 12 = register seal
000680* broken or pseudonym already on a master - nothing touched,
000690* 16 = a file could not be opened (before any change, or - the
000700* certificate says which - part way, when the same card must be
000710* run again), 20 = missing or invalid ERASPARM card, 28 =
000720* business date closed.
000725* A BUSDATE on file that cannot be read ends the run RC 16.
000730******************************************************************
000740 ENVIRONMENT DIVISION.
000750 INPUT-OUTPUT SECTION.
000760 FILE-CONTROL.
000770     SELECT ERASPARM-FILE ASSIGN TO "ERASPARM"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS ES-ERASPARM-STATUS.
000800     SELECT ERASREG-FILE ASSIGN TO "ERASREG"
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS ES-ERASREG-STATUS.
000830     SELECT PLYRMAST-FILE ASSIGN TO "PLYRMAST"
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS RANDOM
000860         RECORD KEY IS PM-PLAYER-ID
000870         FILE STATUS IS ES-PLYRMAST-STATUS.
000880     SELECT PLYRHIST-FILE ASSIGN TO "PLYRHIST"
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS RANDOM
000910         RECORD KEY IS PH-PLAYER-ID
000920         FILE STATUS IS ES-PLYRHIST-STATUS.
000930     SELECT PLYRRATE-FILE ASSIGN TO "PLYRRATE"
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS RANDOM
000960         RECORD KEY IS PR-PLAYER-ID
000970         FILE STATUS IS ES-PLYRRATE-STATUS.
000980     SELECT SEASTAND-FILE ASSIGN TO "SEASTAND"
000990         ORGANIZATION IS INDEXED
001000         ACCESS MODE IS RANDOM
001010         RECORD KEY IS SS-PLAYER-ID
001020         FILE STATUS IS ES-SEASTAND-STATUS.
001030     SELECT GAMELOG-FILE ASSIGN TO "GAMELOG"
001040         ORGANIZATION IS SEQUENTIAL
001050         FILE STATUS IS ES-GAMELOG-STATUS.
001060     SELECT GAMEARCH-FILE ASSIGN TO "GAMEARCH"
001070         ORGANIZATION IS SEQUENTIAL
001080         FILE STATUS IS ES-GAMEARCH-STATUS.
001090     SELECT CONTLOG-FILE ASSIGN TO "CONTLOG"
001100         ORGANIZATION IS SEQUENTIAL
001110         FILE STATUS IS ES-CONTLOG-STATUS.
001120     SELECT TSTAND-FILE ASSIGN TO "TSTAND"
001130         ORGANIZATION IS SEQUENTIAL
001140         FILE STATUS IS ES-TSTAND-STATUS.
001150     SELECT HISTADJ-FILE ASSIGN TO "HISTADJ"
001160         ORGANIZATION IS SEQUENTIAL
001170         FILE STATUS IS ES-HISTADJ-STATUS.
001180     SELECT BACKLOG-FILE ASSIGN TO "BACKLOG"
001190         ORGANIZATION IS SEQUENTIAL
001200         FILE STATUS IS ES-BACKLOG-STATUS.
001210     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
001220         ORGANIZATION IS SEQUENTIAL
001230         FILE STATUS IS ES-SUSPENSE-STATUS.
001240     SELECT GAMEXTR-FILE ASSIGN TO "GAMEXTR"
001250         ORGANIZATION IS LINE SEQUENTIAL
001260         FILE STATUS IS ES-GAMEXTR-STATUS.
001270     SELECT PLYRXTR-FILE ASSIGN TO "PLYRXTR"
001280         ORGANIZATION IS LINE SEQUENTIAL
001290         FILE STATUS IS ES-PLYRXTR-STATUS.
001300     SELECT GAMEXNEW-FILE ASSIGN TO "GAMEXNEW"
001310         ORGANIZATION IS LINE SEQUENTIAL
001320         FILE STATUS IS ES-GAMEXNEW-STATUS.
001330     SELECT PLYRXNEW-FILE ASSIGN TO "PLYRXNEW"
001340         ORGANIZATION IS LINE SEQUENTIAL
001350         FILE STATUS IS ES-PLYRXNEW-STATUS.
001351     SELECT LEDGER-FILE ASSIGN TO "LEDGER"
001352         ORGANIZATION IS SEQUENTIAL
001353         FILE STATUS IS ES-LEDGER-STATUS.
001354     SELECT SEASARCH-FILE ASSIGN TO "SEASARCH"
001355         ORGANIZATION IS SEQUENTIAL
001356         FILE STATUS IS ES-SEASARCH-STATUS.
001357     SELECT CLUBXREF-FILE ASSIGN TO "CLUBXREF"
001358         ORGANIZATION IS LINE SEQUENTIAL
001359         FILE STATUS IS ES-CLUBXREF-STATUS.
001360     SELECT CLUBXNEW-FILE ASSIGN TO "CLUBXNEW"
001361         ORGANIZATION IS LINE SEQUENTIAL
001362         FILE STATUS IS ES-CLUBXNEW-STATUS.
001363     SELECT SURVFLAG-FILE ASSIGN TO "SURVFLAG"
001364         ORGANIZATION IS SEQUENTIAL
001365         FILE STATUS IS ES-SURVFLAG-STATUS.
001366     SELECT FIXTURE-FILE ASSIGN TO "FIXTURE"
001367         ORGANIZATION IS SEQUENTIAL
001368         FILE STATUS IS ES-FIXTURE-STATUS.
001369     SELECT MASTBKUP-FILE ASSIGN TO "MASTBKUP"
001370         ORGANIZATION IS SEQUENTIAL
001371         FILE STATUS IS ES-MASTBKUP-STATUS.
001372     SELECT TENDPROF-FILE ASSIGN TO "TENDPROF"
001373         ORGANIZATION IS INDEXED
001374         ACCESS MODE IS RANDOM
001375         RECORD KEY IS TP-PLAYER-ID
001376         FILE STATUS IS ES-TENDPROF-STATUS.
001377     SELECT TENDXTR-FILE ASSIGN TO "TENDXTR"
001378         ORGANIZATION IS LINE SEQUENTIAL
001379         FILE STATUS IS ES-TENDXTR-STATUS.
001380     SELECT TENDXNEW-FILE ASSIGN TO "TENDXNEW"
001381         ORGANIZATION IS LINE SEQUENTIAL
001382         FILE STATUS IS ES-TENDXNEW-STATUS.
001383     SELECT GAMEIDX-FILE ASSIGN TO "GAMEIDX"
001384         ORGANIZATION IS INDEXED
001385         ACCESS MODE IS SEQUENTIAL
001386         RECORD KEY IS GI-KEY
001387         FILE STATUS IS ES-GAMEIDX-STATUS.
001388     SELECT IDXCTL-FILE ASSIGN TO "IDXCTL"
001389         ORGANIZATION IS SEQUENTIAL
001390         FILE STATUS IS ES-IDXCTL-STATUS.
001391     SELECT KBRACKET-FILE ASSIGN TO "KBRACKET"
001392         ORGANIZATION IS SEQUENTIAL
001393         FILE STATUS IS ES-KBRACKET-STATUS.
001394     SELECT BATCHOUT-FILE ASSIGN TO "BATCHOUT"
001395         ORGANIZATION IS SEQUENTIAL
001396         FILE STATUS IS ES-BATCHOUT-STATUS.
001397     SELECT PRTFILE ASSIGN TO "PPTYRPT"
001398         ORGANIZATION IS SEQUENTIAL
001399         FILE STATUS IS ES-PRTFILE-STATUS.
001400     SELECT RUNJRNL-FILE ASSIGN TO "RUNJRNL"
001401         ORGANIZATION IS SEQUENTIAL
001410         FILE STATUS IS ES-RUNJRNL-STATUS.
001420     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
001430         ORGANIZATION IS SEQUENTIAL
001440         FILE STATUS IS ES-BUSDATE-STATUS.
001450 DATA DIVISION.
001460 FILE SECTION.
001470 FD  ERASPARM-FILE
001480     LABEL RECORD IS STANDARD.
001490 01  ERASPARM-RECORD.
001500     05  EP-PLAYER-ID           PIC X(10).
001510     05  EP-OPERATOR-ID         PIC X(08).
001520     05  EP-REASON              PIC X(30).
001530     05  FILLER                 PIC X(32).
001540 FD  ERASREG-FILE
001550     LABEL RECORD IS STANDARD.
001560     COPY ERASREG.
001570 FD  PLYRMAST-FILE
001580     LABEL RECORD IS STANDARD.
001590     COPY PLYRMAST.
001600 FD  PLYRHIST-FILE
001610     LABEL RECORD IS STANDARD.
001620     COPY PLYRHIST.
001630 FD  PLYRRATE-FILE
001640     LABEL RECORD IS STANDARD.
001650     COPY PLYRRATE.
001660 FD  SEASTAND-FILE
001670     LABEL RECORD IS STANDARD.
001680     COPY SEASTAND.
001690 FD  GAMELOG-FILE
001700     LABEL RECORD IS STANDARD.
001710     COPY GAMELOG.
001720 FD  GAMEARCH-FILE
001730     LABEL RECORD IS STANDARD.
001740     COPY GAMEARCH.
001750 FD  CONTLOG-FILE
001760     LABEL RECORD IS STANDARD.
001770     COPY CONTLOG.
001780 FD  TSTAND-FILE
001790     LABEL RECORD IS STANDARD.
001800     COPY TSTAND.
001810 FD  HISTADJ-FILE
001820     LABEL RECORD IS STANDARD.
001830     COPY HISTADJ.
001840 FD  BACKLOG-FILE
001850     LABEL RECORD IS STANDARD.
001860     COPY BACKLOG.
001870 FD  SUSPENSE-FILE
001880     LABEL RECORD IS STANDARD.
001890     COPY SUSPENSE.
001900 FD  GAMEXTR-FILE
001910     LABEL RECORD IS STANDARD.
001920 01  GAMEXTR-RECORD             PIC X(120).
001930 FD  PLYRXTR-FILE
001940     LABEL RECORD IS STANDARD.
001950 01  PLYRXTR-RECORD             PIC X(120).
001960 FD  GAMEXNEW-FILE
001970     LABEL RECORD IS STANDARD.
001980 01  GAMEXNEW-RECORD            PIC X(120).
001990 FD  PLYRXNEW-FILE
002000     LABEL RECORD IS STANDARD.
002010 01  PLYRXNEW-RECORD            PIC X(120).
002011 FD  LEDGER-FILE
002012     LABEL RECORD IS STANDARD.
002013     COPY LEDGER.
002014 FD  SEASARCH-FILE
002015     LABEL RECORD IS STANDARD.
002016     COPY SEASARCH.
002017 FD  CLUBXREF-FILE
002018     LABEL RECORD IS STANDARD.
002019     COPY CLUBXREF.
002020 FD  CLUBXNEW-FILE
002021     LABEL RECORD IS STANDARD.
002022 01  CLUBXNEW-RECORD            PIC X(80).
002023 FD  SURVFLAG-FILE
002024     LABEL RECORD IS STANDARD.
002025     COPY SURVFLAG.
002026 FD  FIXTURE-FILE
002027     LABEL RECORD IS STANDARD.
002028     COPY FIXTURE.
002029 FD  MASTBKUP-FILE
002030     LABEL RECORD IS STANDARD.
002031     COPY MASTBKUP.
002032 FD  TENDPROF-FILE
002033     LABEL RECORD IS STANDARD.
002034     COPY TENDPROF.
002035 FD  TENDXTR-FILE
002036     LABEL RECORD IS STANDARD.
002037 01  TENDXTR-RECORD             PIC X(250).
002038 FD  TENDXNEW-FILE
002039     LABEL RECORD IS STANDARD.
002040 01  TENDXNEW-RECORD            PIC X(250).
002041 FD  GAMEIDX-FILE
002042     LABEL RECORD IS STANDARD.
002043     COPY GAMEIDX.
002044 FD  IDXCTL-FILE
002045     LABEL RECORD IS STANDARD.
002046     COPY IDXCTL.
002047 FD  KBRACKET-FILE
002048     LABEL RECORD IS STANDARD.
002049     COPY KBRACKET.
002050 FD  BATCHOUT-FILE
002051     LABEL RECORD IS STANDARD.
002052     COPY BATCHOUT.
002053 FD  PRTFILE
002054     LABEL RECORD IS STANDARD.
002055     COPY PRTLINE.
002056 FD  RUNJRNL-FILE
002060     LABEL RECORD IS STANDARD.
002070     COPY RUNJRNL.
002080 FD  BUSDATE-FILE
002090     LABEL RECORD IS STANDARD.
002100     COPY BUSDATE.
002110 WORKING-STORAGE SECTION.
002120******************************************************************
002130* File status and end-of-file switches.
002140******************************************************************
002150 77  ES-ERASPARM-STATUS        PIC X(02) VALUE "00".
002160 77  ES-ERASREG-STATUS         PIC X(02) VALUE "00".
002170 77  ES-PLYRMAST-STATUS        PIC X(02) VALUE "00".
002180 77  ES-PLYRHIST-STATUS        PIC X(02) VALUE "00".
002190 77  ES-PLYRRATE-STATUS        PIC X(02) VALUE "00".
002200 77  ES-SEASTAND-STATUS        PIC X(02) VALUE "00".
002210 77  ES-GAMELOG-STATUS         PIC X(02) VALUE "00".
002220 77  ES-GAMEARCH-STATUS        PIC X(02) VALUE "00".
002230 77  ES-CONTLOG-STATUS         PIC X(02) VALUE "00".
002240 77  ES-TSTAND-STATUS          PIC X(02) VALUE "00".
002250 77  ES-HISTADJ-STATUS         PIC X(02) VALUE "00".
002260 77  ES-BACKLOG-STATUS         PIC X(02) VALUE "00".
002270 77  ES-SUSPENSE-STATUS        PIC X(02) VALUE "00".
002280 77  ES-GAMEXTR-STATUS         PIC X(02) VALUE "00".
002290 77  ES-PLYRXTR-STATUS         PIC X(02) VALUE "00".
002300 77  ES-GAMEXNEW-STATUS        PIC X(02) VALUE "00".
002310 77  ES-PLYRXNEW-STATUS        PIC X(02) VALUE "00".
002311 77  ES-LEDGER-STATUS          PIC X(02) VALUE "00".
002312 77  ES-SEASARCH-STATUS        PIC X(02) VALUE "00".
002313 77  ES-CLUBXREF-STATUS        PIC X(02) VALUE "00".
002314 77  ES-CLUBXNEW-STATUS        PIC X(02) VALUE "00".
002315 77  ES-SURVFLAG-STATUS        PIC X(02) VALUE "00".
002316 77  ES-FIXTURE-STATUS         PIC X(02) VALUE "00".
002317 77  ES-MASTBKUP-STATUS        PIC X(02) VALUE "00".
002318 77  ES-TENDPROF-STATUS        PIC X(02) VALUE "00".
002319 77  ES-TENDXTR-STATUS         PIC X(02) VALUE "00".
002320 77  ES-TENDXNEW-STATUS        PIC X(02) VALUE "00".
002321 77  ES-GAMEIDX-STATUS         PIC X(02) VALUE "00".
002322 77  ES-IDXCTL-STATUS          PIC X(02) VALUE "00".
002324 77  ES-KBRACKET-STATUS        PIC X(02) VALUE "00".
002326 77  ES-BATCHOUT-STATUS        PIC X(02) VALUE "00".
002328 77  ES-PRTFILE-STATUS         PIC X(02) VALUE "00".
002330 77  ES-RUNJRNL-STATUS         PIC X(02) VALUE "00".
002340 77  ES-BUSDATE-STATUS         PIC X(02) VALUE "00".
002350 77  ES-EOF-SW                 PIC X(01) VALUE "N".
002360     88  INPUT-EOF                       VALUE "Y".
002370 77  ES-BUSINESS-DATE          PIC 9(08) VALUE 0.
002380 77  ES-DAY-STATUS             PIC X(01) VALUE "O".
002390     88  BUSINESS-DAY-CLOSED             VALUE "C".
002400 77  ES-RUN-DATE               PIC 9(08) VALUE 0.
002410 77  ES-START-TIME             PIC 9(08) VALUE 0.
002420 77  ES-END-DATE               PIC 9(08) VALUE 0.
002430 77  ES-END-TIME               PIC 9(08) VALUE 0.
002440
002450******************************************************************
002460* Run control.  ES-REFUSAL-SW holds the first reason the run
002470* stopped; once the register entry is open the run no longer
002480* stops, it carries on and says on the certificate which files
002490* it could not finish.
002500******************************************************************
002510 77  ES-PARM-VALID-SW          PIC X(01) VALUE "N".
002520     88  PARM-VALID                      VALUE "Y".
002530 77  ES-REFUSAL-SW             PIC X(01) VALUE SPACES.
002540     88  RUN-NOT-REFUSED                 VALUE SPACES.
002550     88  PLAYER-UNKNOWN                  VALUE "U".
002560     88  REGISTER-BROKEN                 VALUE "B".
002570     88  PSEUDONYM-COLLISION             VALUE "K".
002580     88  FILE-UNREADABLE                 VALUE "F".
002590 77  ES-ENTRY-OPEN-SW          PIC X(01) VALUE "N".
002600     88  REGISTER-ENTRY-OPEN             VALUE "Y".
002610 77  ES-INCOMPLETE-SW          PIC X(01) VALUE "N".
002620     88  ERASURE-INCOMPLETE              VALUE "Y".
002630 77  ES-PRINT-OPEN-SW          PIC X(01) VALUE "N".
002640     88  REPORT-OPEN                     VALUE "Y".
002650
002660******************************************************************
002670* The player being erased and the pseudonym given out.
002680******************************************************************
002690 77  ES-PLAYER-ID              PIC X(10) VALUE SPACES.
002700 77  ES-OPERATOR-ID            PIC X(08) VALUE SPACES.
002710 77  ES-REASON                 PIC X(30) VALUE SPACES.
002720 77  ES-ID-CHECK               PIC 9(09) VALUE 0.
002730 01  ES-PSEUDONYM.
002740     05  ES-PSEUDO-PREFIX      PIC X(04) VALUE "ANON".
002750     05  ES-PSEUDO-NUMBER      PIC 9(06) VALUE 0.
002760 77  ES-PRIOR-SW               PIC X(01) VALUE "N".
002770     88  ERASED-BEFORE                   VALUE "Y".
002780 77  ES-PRIOR-REG-SEQ          PIC 9(06) VALUE 0.
002790 77  ES-PRIOR-RUN-DATE         PIC 9(08) VALUE 0.
002800 77  ES-HIGH-NUMBER            PIC 9(06) VALUE 0.
002810 77  ES-TRIES                  PIC 9(04) COMP VALUE 0.
002820 77  ES-PSEUDO-FREE-SW         PIC X(01) VALUE "N".
002830     88  PSEUDONYM-FREE                  VALUE "Y".
002840 77  ES-KNOWN-SW               PIC X(01) VALUE "N".
002850     88  PLAYER-ON-MASTER                VALUE "Y".
002860
002870******************************************************************
002880* Register chain as proven on the way in.
002890******************************************************************
002900 77  ES-REGISTER-READ          PIC 9(07) VALUE 0.
002910 77  ES-LAST-REG-SEQ           PIC 9(06) VALUE 0.
002920 77  ES-LAST-SEAL              PIC 9(09) VALUE 0.
002930 77  ES-BROKEN-AT              PIC 9(07) VALUE 0.
002940 77  ES-OPEN-REG-SEQ           PIC 9(06) VALUE 0.
002950 77  ES-CLOSE-REG-SEQ          PIC 9(06) VALUE 0.
002960 77  ES-ENTRY-TYPE             PIC X(01) VALUE SPACES.
002970
002980******************************************************************
002990* Keyed probe of the masters: ES-PROBE-SUB picks the master
003000* (1 PLYRMAST, 2 PLYRHIST, 3 PLYRRATE, 4 SEASTAND) and
003010* ES-PROBE-ID the key.
003020******************************************************************
003030 77  ES-PROBE-SUB              PIC 9(02) COMP VALUE 0.
003040 77  ES-PROBE-ID               PIC X(10) VALUE SPACES.
003050 77  ES-PROBE-SW               PIC X(01) VALUE "N".
003060     88  PROBE-FOUND                     VALUE "Y".
003070 77  ES-OLD-FOUND-SW           PIC X(01) VALUE "N".
003080     88  OLD-ID-FOUND                    VALUE "Y".
003090
003100******************************************************************
003110* One line per file on the certificate, in ERASREG's
003120* ER-FILE-COUNT order.  State P = on disk, A = not on disk,
003130* F = could not be opened.
003140******************************************************************
003150 77  ES-NBR-FILES              PIC 9(02) COMP VALUE 24.
003160 01  ES-FILE-NAME-VALUES.
003170     05  FILLER                PIC X(08) VALUE "PLYRMAST".
003180     05  FILLER                PIC X(08) VALUE "PLYRHIST".
003190     05  FILLER                PIC X(08) VALUE "PLYRRATE".
003200     05  FILLER                PIC X(08) VALUE "SEASTAND".
003210     05  FILLER                PIC X(08) VALUE "GAMELOG".
003220     05  FILLER                PIC X(08) VALUE "GAMEARCH".
003230     05  FILLER                PIC X(08) VALUE "CONTLOG".
003240     05  FILLER                PIC X(08) VALUE "TSTAND".
003250     05  FILLER                PIC X(08) VALUE "HISTADJ".
003260     05  FILLER                PIC X(08) VALUE "BACKLOG".
003270     05  FILLER                PIC X(08) VALUE "SUSPENSE".
003280     05  FILLER                PIC X(08) VALUE "GAMEXTR".
003290     05  FILLER                PIC X(08) VALUE "PLYRXTR".
003291     05  FILLER                PIC X(08) VALUE "LEDGER".
003292     05  FILLER                PIC X(08) VALUE "SEASARCH".
003293     05  FILLER                PIC X(08) VALUE "CLUBXREF".
003294     05  FILLER                PIC X(08) VALUE "SURVFLAG".
003295     05  FILLER                PIC X(08) VALUE "FIXTURE".
003296     05  FILLER                PIC X(08) VALUE "MASTBKUP".
003297     05  FILLER                PIC X(08) VALUE "TENDPROF".
003298     05  FILLER                PIC X(08) VALUE "TENDXTR".
003299     05  FILLER                PIC X(08) VALUE "GAMEIDX".
003301     05  FILLER                PIC X(08) VALUE "KBRACKET".
003303     05  FILLER                PIC X(08) VALUE "BATCHOUT".
003305 01  ES-FILE-NAMES REDEFINES ES-FILE-NAME-VALUES.
003310     05  ES-FILE-NAME          PIC X(08) OCCURS 24 TIMES.
003320 01  ES-FILE-TABLE.
003330     05  ES-FILE-ENTRY OCCURS 24 TIMES.
003340         10  ES-FL-STATE       PIC X(01).
003350             88  ES-FL-PRESENT           VALUE "P".
003360             88  ES-FL-ABSENT            VALUE "A".
003370             88  ES-FL-FAILED            VALUE "F".
003380         10  ES-FL-READ        PIC 9(09).
003390         10  ES-FL-CHANGED     PIC 9(07).
003400 77  ES-FL                     PIC 9(02) COMP VALUE 0.
003410 77  ES-OPEN-STATUS            PIC X(02) VALUE "00".
003420 77  ES-REQUIRED-SW            PIC X(01) VALUE "N".
003430     88  FILE-REQUIRED                   VALUE "Y".
003440 77  ES-TOTAL-CHANGED          PIC 9(09) VALUE 0.
003450
003460******************************************************************
003470* Work fields for one record.
003480******************************************************************
003490 77  ES-CHANGED-SW             PIC X(01) VALUE "N".
003500     88  RECORD-CHANGED                  VALUE "Y".
003510 77  ES-SLOT                   PIC 9(02) COMP VALUE 0.
003520 77  ES-ROW-NBR                PIC 9(09) VALUE 0.
003530 77  ES-XT-FIELD-1             PIC X(10) VALUE SPACES.
003540 77  ES-XT-FIELD-2             PIC X(10) VALUE SPACES.
003550 77  ES-XT-PTR                 PIC 9(03) COMP VALUE 0.
003555 77  ES-INDEX-HITS             PIC 9(07) VALUE 0.
003560 77  ES-CARRIED-WINS           PIC 9(07) VALUE 0.
003570 77  ES-CARRIED-LOSSES         PIC 9(07) VALUE 0.
003580 77  ES-CARRIED-TIES           PIC 9(07) VALUE 0.
003590 77  ES-HIST-MOVED-SW          PIC X(01) VALUE "N".
003600     88  HISTORY-MOVED                   VALUE "Y".
003610
003620******************************************************************
003630* Check-value work.  Every byte is valued by its place in
003640* ES-CHAR-SET (64 for a byte not in it) and folded into a
003650* running remainder - the same arithmetic gives the ID check
003660* value and the register seal.
003670******************************************************************
003680 01  ES-CHAR-SET.
003690     05  FILLER                PIC X(32)
003700         VALUE " 0123456789ABCDEFGHIJKLMNOPQRSTU".
003710     05  FILLER                PIC X(32)
003720         VALUE "VWXYZabcdefghijklmnopqrstuvwxyz-".
003730 77  ES-HASH-AREA              PIC X(273) VALUE SPACES.
003740 77  ES-HASH-LEN               PIC 9(03) COMP VALUE 0.
003750 77  ES-HASH-POS               PIC 9(03) COMP VALUE 0.
003760 77  ES-HASH-CHAR              PIC X(01) VALUE SPACE.
003770 77  ES-CHAR-VALUE             PIC 9(03) COMP VALUE 0.
003780 77  ES-HASH-WORK              PIC 9(12) VALUE 0.
003790 77  ES-HASH-QUOT              PIC 9(12) VALUE 0.
003800 77  ES-HASH-VALUE             PIC 9(09) VALUE 0.
003810 77  ES-SEAL-LENGTH            PIC 9(03) COMP VALUE 273.
003820
003830******************************************************************
003840* Report page control and edited fields.
003850******************************************************************
003860 77  ES-PAGE-COUNT             PIC 9(04) VALUE 0.
003870 77  ES-LINE-COUNT             PIC 9(03) VALUE 0.
003880 77  ES-MAX-LINES              PIC 9(03) VALUE 55.
003890 77  ES-DASH-LINE              PIC X(70) VALUE ALL "-".
003900 77  ES-EDIT-PAGE              PIC ZZZ9.
003910 77  ES-EDIT-COUNT             PIC ZZZ,ZZZ,ZZ9.
003920 77  ES-EDIT-COUNT-2           PIC ZZZ,ZZZ,ZZ9.
003930 77  ES-STATE-TEXT             PIC X(12) VALUE SPACES.
003940
003950 PROCEDURE DIVISION.
003960******************************************************************
003970* 0000-MAIN-PROCEDURE
003980******************************************************************
003990 0000-MAIN-PROCEDURE.
004000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004010     IF PARM-VALID AND NOT BUSINESS-DAY-CLOSED
004020         AND RUN-NOT-REFUSED
004030         PERFORM 2000-CHECK-REGISTER THRU 2000-EXIT
004040     END-IF
004050     IF PARM-VALID AND NOT BUSINESS-DAY-CLOSED
004060         AND RUN-NOT-REFUSED
004070         PERFORM 2500-CHOOSE-PSEUDONYM THRU 2500-EXIT
004080     END-IF
004090     IF PARM-VALID AND NOT BUSINESS-DAY-CLOSED
004100         AND RUN-NOT-REFUSED
004110         MOVE "O" TO ES-ENTRY-TYPE
004120         PERFORM 2900-WRITE-REGISTER-ENTRY THRU 2900-EXIT
004130     END-IF
004140     IF REGISTER-ENTRY-OPEN
004150         PERFORM 3000-REKEY-MASTERS THRU 3000-EXIT
004160         PERFORM 4000-REWRITE-LOGS THRU 4000-EXIT
004170         PERFORM 5000-COPY-EXTRACTS THRU 5000-EXIT
004175         PERFORM 5500-CLEAR-GAME-INDEX THRU 5500-EXIT
004180         PERFORM 9100-ADD-TOTAL THRU 9100-EXIT
004190             VARYING ES-FL FROM 1 BY 1 UNTIL ES-FL > ES-NBR-FILES
004200         MOVE "C" TO ES-ENTRY-TYPE
004210         PERFORM 2900-WRITE-REGISTER-ENTRY THRU 2900-EXIT
004220     END-IF
004230     IF PARM-VALID
004240         PERFORM 6000-PRINT-CERTIFICATE THRU 6000-EXIT
004250     END-IF
004260     PERFORM 9999-TERMINATE THRU 9999-EXIT
004270     STOP RUN.
004280
004290******************************************************************
004300* 1000-INITIALIZE
004310* Card, day-close lockout, then every file proven openable
004320* before a single record is touched - an erasure that stops
004330* halfway leaves a player under two IDs.
004340******************************************************************
004350 1000-INITIALIZE.
004360     DISPLAY "PPTERAS - PLAYER ERASURE"
004370     PERFORM 9700-READ-BUSINESS-DATE THRU 9700-EXIT
004380     ACCEPT ES-START-TIME FROM TIME
004390     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT
004400     IF NOT PARM-VALID
004410         GO TO 1000-EXIT
004420     END-IF
004430     IF BUSINESS-DAY-CLOSED
004440         DISPLAY "PPTERAS - business date " ES-RUN-DATE
004450             " is closed - run ends"
004460         GO TO 1000-EXIT
004470     END-IF
004480     PERFORM 1200-PROVE-FILES THRU 1200-EXIT.
004490 1000-EXIT.
004500     EXIT.
004510
004520******************************************************************
004530* 1100-READ-PARM-CARD
004540* Who asked for the erasure and why goes on the register, so
004550* neither may be blank.  A pseudonym is never erased again.
004560******************************************************************
004570 1100-READ-PARM-CARD.
004580     OPEN INPUT ERASPARM-FILE
004590     IF ES-ERASPARM-STATUS NOT = "00"
004600         DISPLAY "PPTERAS - no ERASPARM card - run ends"
004610         GO TO 1100-EXIT
004620     END-IF
004630     READ ERASPARM-FILE
004640         AT END
004650             DISPLAY "PPTERAS - ERASPARM is empty - run ends"
004660             CLOSE ERASPARM-FILE
004670             GO TO 1100-EXIT
004680     END-READ
004690     CLOSE ERASPARM-FILE
004700     IF EP-PLAYER-ID = SPACES
004710         DISPLAY "PPTERAS - ERASPARM player ID is blank"
004720         GO TO 1100-EXIT
004730     END-IF
004740     IF EP-OPERATOR-ID = SPACES
004750         DISPLAY "PPTERAS - ERASPARM operator ID is blank"
004760         GO TO 1100-EXIT
004770     END-IF
004780     IF EP-REASON = SPACES
004790         DISPLAY "PPTERAS - ERASPARM reason is blank"
004800         GO TO 1100-EXIT
004810     END-IF
004820     IF EP-PLAYER-ID(1:4) = "ANON"
004830         AND EP-PLAYER-ID(5:6) NUMERIC
004840         DISPLAY "PPTERAS - ERASPARM player ID is already a "
004850             "pseudonym"
004860         GO TO 1100-EXIT
004870     END-IF
004880     MOVE EP-PLAYER-ID TO ES-PLAYER-ID
004890     MOVE EP-OPERATOR-ID TO ES-OPERATOR-ID
004900     MOVE EP-REASON TO ES-REASON
004910     MOVE SPACES TO ES-HASH-AREA
004920     MOVE ES-PLAYER-ID TO ES-HASH-AREA
004930     MOVE 10 TO ES-HASH-LEN
004940     PERFORM 8500-WORK-CHECK-VALUE THRU 8500-EXIT
004950     MOVE ES-HASH-VALUE TO ES-ID-CHECK
004960     SET PARM-VALID TO TRUE.
004970 1100-EXIT.
004980     EXIT.
004990
005000******************************************************************
005010* 1200-PROVE-FILES
005020* Each file opened and closed again.  Not on disk is allowed
005030* except for PLYRMAST, PLYRHIST and GAMELOG; any other failure
005040* stops the run before anything changes.
005050******************************************************************
005060 1200-PROVE-FILES.
005070     MOVE "Y" TO ES-REQUIRED-SW
005080     OPEN INPUT PLYRMAST-FILE
005090     MOVE ES-PLYRMAST-STATUS TO ES-OPEN-STATUS
005100     MOVE 1 TO ES-FL
005110     PERFORM 1290-NOTE-OPEN-STATUS THRU 1290-EXIT
005120     IF ES-FL-PRESENT(1)
005130         CLOSE PLYRMAST-FILE
005140     END-IF
005150     OPEN INPUT PLYRHIST-FILE
005160     MOVE ES-PLYRHIST-STATUS TO ES-OPEN-STATUS
005170     MOVE 2 TO ES-FL
005180     PERFORM 1290-NOTE-OPEN-STATUS THRU 1290-EXIT
005190     IF ES-FL-PRESENT(2)
005200         CLOSE PLYRHIST-FILE
005210     END-IF
005220     OPEN INPUT GAMELOG-FILE
005230     MOVE ES-GAMELOG-STATUS TO ES-OPEN-STATUS
005240     MOVE 5 TO ES-FL
005250     PERFORM 1290-NOTE-OPEN-STATUS THRU 1290-EXIT
005260     IF ES-FL-PRESENT(5)
005270         CLOSE GAMELOG-FILE
005280     END-IF
005290     MOVE "N" TO ES-REQUIRED-SW
005300     OPEN INPUT PLYRRATE-FILE
005310     MOVE ES-PLYRRATE-STATUS TO ES-OPEN-STATUS
005320     MOVE 3 TO ES-FL
005330     PERFORM 1290-NOTE-OPEN-STATUS THRU 1290-EXIT
005340     IF ES-FL-PRESENT(3)
005350         CLOSE PLYRRATE-FILE
005360     END-IF
005370     OPEN INPUT SEASTAND-FILE
005380     MOVE ES-SEASTAND-STATUS TO ES-OPEN-STATUS
005390     MOVE 4 TO ES-FL
005400     PERFORM 1290-NOTE-OPEN-STATUS THRU 1290-EXIT
005410     IF ES-FL-PRESENT(4)
005420         CLOSE SEASTAND-FILE
005430     END-IF
005440     OPEN INPUT GAMEARCH-FILE
005450     MOVE ES-GAMEARCH-STATUS TO ES-OPEN-STATUS
005460     MOVE 6 TO ES-FL
005470     PERFORM 1290-NOTE-OPEN-STATUS THRU 1290-EXIT
005480     IF ES-FL-PRESENT(6)
005490         CLOSE GAMEARCH-FILE
005500     END-IF
005510     OPEN INPUT CONTLOG-FILE
005520     MOVE ES-CONTLOG-STATUS TO ES-OPEN-STATUS
005530     MOVE 7 TO ES-FL
005540     PERFORM 1290-NOTE-OPEN-STATUS THRU 1290-EXIT
005550     IF ES-FL-PRESENT(7)
005560         CLOSE CONTLOG-FILE
005570     END-IF
005580     OPEN INPUT TSTAND-FILE
005590     MOVE ES-TSTAND-STATUS TO ES-OPEN-STATUS
005600     MOVE 8 TO ES-FL
005610     PERFORM 1290-NOTE-OPEN-STATUS THRU 1290-EXIT
005620     IF ES-FL-PRESENT(8)
005630         CLOSE TSTAND-FILE
005640     END-IF
005650     OPEN INPUT HISTADJ-FILE
005660     MOVE ES-HISTADJ-STATUS TO ES-OPEN-STATUS
005670     MOVE 9 TO ES-FL
005680     PERFORM 1290-NOTE-OPEN-STATUS THRU 1290-EXIT
005690     IF ES-FL-PRESENT(9)
005700         CLOSE HISTADJ-FILE
005710     END-IF
005720     OPEN INPUT BACKLOG-FILE
005730     MOVE ES-BACKLOG-STATUS TO ES-OPEN-STATUS
005740     MOVE 10 TO ES-FL
005750     PERFORM 1290-NOTE-OPEN-STATUS THRU 1290-EXIT
005760     IF ES-FL-PRESENT(10)
005770         CLOSE BACKLOG-FILE
005780     END-IF
005790     OPEN INPUT SUSPENSE-FILE
005800     MOVE ES-SUSPENSE-STATUS TO ES-OPEN-STATUS
005810     MOVE 11 TO ES-FL
005820     PERFORM 1290-NOTE-OPEN-STATUS THRU 1290-EXIT
005830     IF ES-FL-PRESENT(11)
005840         CLOSE SUSPENSE-FILE
005850     END-IF
005860     OPEN INPUT GAMEXTR-FILE
005870     MOVE ES-GAMEXTR-STATUS TO ES-OPEN-STATUS
005880     MOVE 12 TO ES-FL
005890     PERFORM 1290-NOTE-OPEN-STATUS THRU 1290-EXIT
005900     IF ES-FL-PRESENT(12)
005910         CLOSE GAMEXTR-FILE
005920     END-IF
005930     OPEN INPUT PLYRXTR-FILE
005940     MOVE ES-PLYRXTR-STATUS TO ES-OPEN-STATUS
005950     MOVE 13 TO ES-FL
005960     PERFORM 1290-NOTE-OPEN-STATUS THRU 1290-EXIT
005970     IF ES-FL-PRESENT(13)
005980         CLOSE PLYRXTR-FILE
005981     END-IF
005982     OPEN INPUT LEDGER-FILE
005983     MOVE ES-LEDGER-STATUS TO ES-OPEN-STATUS
005984     MOVE 14 TO ES-FL
005985     PERFORM 1290-NOTE-OPEN-STATUS THRU 1290-EXIT
005986     IF ES-FL-PRESENT(14)
005987         CLOSE LEDGER-FILE
005988     END-IF
005989     OPEN INPUT SEASARCH-FILE
005990     MOVE ES-SEASARCH-STATUS TO ES-OPEN-STATUS
005991     MOVE 15 TO ES-FL
005992     PERFORM 1290-NOTE-OPEN-STATUS THRU 1290-EXIT
005993     IF ES-FL-PRESENT(15)
005994         CLOSE SEASARCH-FILE
005995     END-IF
005996     OPEN INPUT CLUBXREF-FILE
005997     MOVE ES-CLUBXREF-STATUS TO ES-OPEN-STATUS
005998     MOVE 16 TO ES-FL
005999     PERFORM 1290-NOTE-OPEN-STATUS THRU 1290-EXIT
006000     IF ES-FL-PRESENT(16)
006001         CLOSE CLUBXREF-FILE
006002     END-IF
006003     OPEN INPUT SURVFLAG-FILE
006004     MOVE ES-SURVFLAG-STATUS TO ES-OPEN-STATUS
006005     MOVE 17 TO ES-FL
006006     PERFORM 1290-NOTE-OPEN-STATUS THRU 1290-EXIT
006007     IF ES-FL-PRESENT(17)
006008         CLOSE SURVFLAG-FILE
006009     END-IF
006010     OPEN INPUT FIXTURE-FILE
006011     MOVE ES-FIXTURE-STATUS TO ES-OPEN-STATUS
006012     MOVE 18 TO ES-FL
006013     PERFORM 1290-NOTE-OPEN-STATUS THRU 1290-EXIT
006014     IF ES-FL-PRESENT(18)
006015         CLOSE FIXTURE-FILE
006016     END-IF
006017     OPEN INPUT MASTBKUP-FILE
006018     MOVE ES-MASTBKUP-STATUS TO ES-OPEN-STATUS
006019     MOVE 19 TO ES-FL
006020     PERFORM 1290-NOTE-OPEN-STATUS THRU 1290-EXIT
006021     IF ES-FL-PRESENT(19)
006022         CLOSE MASTBKUP-FILE
006023     END-IF
006024     OPEN INPUT TENDPROF-FILE
006025     MOVE ES-TENDPROF-STATUS TO ES-OPEN-STATUS
006026     MOVE 20 TO ES-FL
006027     PERFORM 1290-NOTE-OPEN-STATUS THRU 1290-EXIT
006028     IF ES-FL-PRESENT(20)
006029         CLOSE TENDPROF-FILE
006030     END-IF
006031     OPEN INPUT TENDXTR-FILE
006032     MOVE ES-TENDXTR-STATUS TO ES-OPEN-STATUS
006033     MOVE 21 TO ES-FL
006034     PERFORM 1290-NOTE-OPEN-STATUS THRU 1290-EXIT
006035     IF ES-FL-PRESENT(21)
006036         CLOSE TENDXTR-FILE
006037     END-IF
006038     OPEN INPUT GAMEIDX-FILE
006039     MOVE ES-GAMEIDX-STATUS TO ES-OPEN-STATUS
006040     MOVE 22 TO ES-FL
006041     PERFORM 1290-NOTE-OPEN-STATUS THRU 1290-EXIT
006042     IF ES-FL-PRESENT(22)
006043         CLOSE GAMEIDX-FILE
006044     END-IF
006045     OPEN INPUT KBRACKET-FILE
006046     MOVE ES-KBRACKET-STATUS TO ES-OPEN-STATUS
006047     MOVE 23 TO ES-FL
006048     PERFORM 1290-NOTE-OPEN-STATUS THRU 1290-EXIT
006049     IF ES-FL-PRESENT(23)
006050         CLOSE KBRACKET-FILE
006051     END-IF
006052     OPEN INPUT BATCHOUT-FILE
006053     MOVE ES-BATCHOUT-STATUS TO ES-OPEN-STATUS
006054     MOVE 24 TO ES-FL
006055     PERFORM 1290-NOTE-OPEN-STATUS THRU 1290-EXIT
006056     IF ES-FL-PRESENT(24)
006057         CLOSE BATCHOUT-FILE
006058     END-IF.
006059 1200-EXIT.
006060     EXIT.
006061
006062 1290-NOTE-OPEN-STATUS.
006063     MOVE 0 TO ES-FL-READ(ES-FL)
006064     MOVE 0 TO ES-FL-CHANGED(ES-FL)
006065     EVALUATE TRUE
006070         WHEN ES-OPEN-STATUS = "00"
006080             SET ES-FL-PRESENT(ES-FL) TO TRUE
006090         WHEN ES-OPEN-STATUS = "35" AND NOT FILE-REQUIRED
006100             SET ES-FL-ABSENT(ES-FL) TO TRUE
006110         WHEN OTHER
006120             SET ES-FL-FAILED(ES-FL) TO TRUE
006130             SET FILE-UNREADABLE TO TRUE
006140             DISPLAY "PPTERAS - cannot open " ES-FILE-NAME(ES-FL)
006150                 ", status " ES-OPEN-STATUS " - run ends"
006160     END-EVALUATE.
006170 1290-EXIT.
006180     EXIT.
006190
006200******************************************************************
006210* 2000-CHECK-REGISTER
006220* The whole chain is proven before it is added to: every
006230* entry one past the last, carrying the last entry's seal,
006240* and sealed with the value its own bytes work out to.  On
006250* the way the entry for this player's check value, if there
006260* is one, gives back the pseudonym already in use.
006270******************************************************************
006280 2000-CHECK-REGISTER.
006290     OPEN INPUT ERASREG-FILE
006300     IF ES-ERASREG-STATUS = "35"
006310         DISPLAY "PPTERAS - no ERASREG on disk - first erasure "
006320             "starts the register"
006330         GO TO 2000-EXIT
006340     END-IF
006350     IF ES-ERASREG-STATUS NOT = "00"
006360         SET FILE-UNREADABLE TO TRUE
006370         DISPLAY "PPTERAS - cannot open ERASREG, status "
006380             ES-ERASREG-STATUS " - run ends"
006390         GO TO 2000-EXIT
006400     END-IF
006410     MOVE "N" TO ES-EOF-SW
006420     READ ERASREG-FILE
006430         AT END SET INPUT-EOF TO TRUE
006440     END-READ
006450     PERFORM 2100-CHECK-ONE-ENTRY THRU 2100-EXIT
006460         UNTIL INPUT-EOF
006470     CLOSE ERASREG-FILE
006480     IF REGISTER-BROKEN
006490         DISPLAY "PPTERAS - ERASREG seal broken at record "
006500             ES-BROKEN-AT " - run ends, nothing touched"
006510     END-IF.
006520 2000-EXIT.
006530     EXIT.
006540
006550 2100-CHECK-ONE-ENTRY.
006560     ADD 1 TO ES-REGISTER-READ
006570     MOVE ERASREG-RECORD(1:273) TO ES-HASH-AREA
006580     MOVE ES-SEAL-LENGTH TO ES-HASH-LEN
006590     PERFORM 8500-WORK-CHECK-VALUE THRU 8500-EXIT
006600     IF ER-REG-SEQ NOT = ES-LAST-REG-SEQ + 1
006610         OR ER-PRIOR-SEAL NOT = ES-LAST-SEAL
006620         OR ER-SEAL NOT = ES-HASH-VALUE
006630         SET REGISTER-BROKEN TO TRUE
006640         MOVE ES-REGISTER-READ TO ES-BROKEN-AT
006650         SET INPUT-EOF TO TRUE
006660         GO TO 2100-EXIT
006670     END-IF
006680     MOVE ER-REG-SEQ TO ES-LAST-REG-SEQ
006690     MOVE ER-SEAL TO ES-LAST-SEAL
006700     IF ER-ID-CHECK = ES-ID-CHECK AND NOT ERASED-BEFORE
006710         SET ERASED-BEFORE TO TRUE
006720         MOVE ER-PSEUDONYM TO ES-PSEUDONYM
006730         MOVE ER-REG-SEQ TO ES-PRIOR-REG-SEQ
006740         MOVE ER-RUN-DATE TO ES-PRIOR-RUN-DATE
006750     END-IF
006760     IF ER-PSEUDONYM(1:4) = "ANON"
006770         AND ER-PSEUDONYM(5:6) NUMERIC
006780         AND ER-PSEUDONYM(5:6) > ES-HIGH-NUMBER
006790         MOVE ER-PSEUDONYM(5:6) TO ES-HIGH-NUMBER
006800     END-IF.
006810 2100-READ-NEXT.
006820     READ ERASREG-FILE
006830         AT END SET INPUT-EOF TO TRUE
006840     END-READ.
006850 2100-EXIT.
006860     EXIT.
006870
006880******************************************************************
006890* 2500-CHOOSE-PSEUDONYM
006900* A first erasure must find the player on a master and takes
006910* the next number free on all four; a repeat keeps its
006920* pseudonym.  No master may hold both keys - the move would
006930* have to overwrite a record - unless this is a repeat: then
006933* the last run stopped between writing the new key and
006936* deleting the old, and the old key is deleted now.
006940******************************************************************
006950 2500-CHOOSE-PSEUDONYM.
006960     PERFORM 2700-OPEN-MASTERS THRU 2700-EXIT
006970     IF ERASED-BEFORE
006980         DISPLAY "PPTERAS - erased before, register entry "
006990             ES-PRIOR-REG-SEQ " - pseudonym used again"
007000         GO TO 2500-CHECK-COLLISIONS
007010     END-IF
007020     MOVE "N" TO ES-KNOWN-SW
007030     MOVE ES-PLAYER-ID TO ES-PROBE-ID
007040     MOVE 1 TO ES-PROBE-SUB
007050     PERFORM 2600-PROBE-MASTER THRU 2600-EXIT
007060     IF PROBE-FOUND
007070         SET PLAYER-ON-MASTER TO TRUE
007080     END-IF
007090     MOVE 2 TO ES-PROBE-SUB
007100     PERFORM 2600-PROBE-MASTER THRU 2600-EXIT
007110     IF PROBE-FOUND
007120         SET PLAYER-ON-MASTER TO TRUE
007130     END-IF
007140     IF NOT PLAYER-ON-MASTER
007150         SET PLAYER-UNKNOWN TO TRUE
007160         DISPLAY "PPTERAS - player " ES-PLAYER-ID
007170             " not on PLYRMAST or PLYRHIST - nothing touched"
007180         GO TO 2500-CLOSE-MASTERS
007190     END-IF
007200     MOVE ES-HIGH-NUMBER TO ES-PSEUDO-NUMBER
007210     MOVE 0 TO ES-TRIES
007220     MOVE "N" TO ES-PSEUDO-FREE-SW
007230     PERFORM 2550-TRY-NEXT-NUMBER THRU 2550-EXIT
007240         UNTIL PSEUDONYM-FREE OR ES-TRIES > 999
007250     IF NOT PSEUDONYM-FREE
007260         SET PSEUDONYM-COLLISION TO TRUE
007270         DISPLAY "PPTERAS - no free pseudonym found - run ends"
007280         GO TO 2500-CLOSE-MASTERS
007290     END-IF.
007300 2500-CHECK-COLLISIONS.
007310     MOVE 1 TO ES-PROBE-SUB
007320     PERFORM 2650-CHECK-BOTH-KEYS THRU 2650-EXIT
007330         UNTIL ES-PROBE-SUB > 4 OR PSEUDONYM-COLLISION.
007340 2500-CLOSE-MASTERS.
007350     PERFORM 2750-CLOSE-MASTERS THRU 2750-EXIT.
007360 2500-EXIT.
007370     EXIT.
007380
007390 2550-TRY-NEXT-NUMBER.
007400     ADD 1 TO ES-TRIES
007410     ADD 1 TO ES-PSEUDO-NUMBER
007420     SET PSEUDONYM-FREE TO TRUE
007430     MOVE ES-PSEUDONYM TO ES-PROBE-ID
007440     MOVE 1 TO ES-PROBE-SUB
007450     PERFORM 2560-PROBE-ONE-FOR-FREE THRU 2560-EXIT
007460         UNTIL ES-PROBE-SUB > 4 OR NOT PSEUDONYM-FREE.
007470 2550-EXIT.
007480     EXIT.
007490
007500 2560-PROBE-ONE-FOR-FREE.
007510     PERFORM 2600-PROBE-MASTER THRU 2600-EXIT
007520     IF PROBE-FOUND
007530         MOVE "N" TO ES-PSEUDO-FREE-SW
007540     END-IF
007550     ADD 1 TO ES-PROBE-SUB.
007560 2560-EXIT.
007570     EXIT.
007580
007590******************************************************************
007600* 2600-PROBE-MASTER
007610* Is ES-PROBE-ID on master ES-PROBE-SUB?  A master not on disk
007620* holds nothing.
007630******************************************************************
007640 2600-PROBE-MASTER.
007650     MOVE "N" TO ES-PROBE-SW
007660     IF NOT ES-FL-PRESENT(ES-PROBE-SUB)
007670         GO TO 2600-EXIT
007680     END-IF
007690     EVALUATE ES-PROBE-SUB
007700         WHEN 1
007710             MOVE ES-PROBE-ID TO PM-PLAYER-ID
007720             READ PLYRMAST-FILE
007730                 INVALID KEY CONTINUE
007740                 NOT INVALID KEY SET PROBE-FOUND TO TRUE
007750             END-READ
007760         WHEN 2
007770             MOVE ES-PROBE-ID TO PH-PLAYER-ID
007780             READ PLYRHIST-FILE
007790                 INVALID KEY CONTINUE
007800                 NOT INVALID KEY SET PROBE-FOUND TO TRUE
007810             END-READ
007820         WHEN 3
007830             MOVE ES-PROBE-ID TO PR-PLAYER-ID
007840             READ PLYRRATE-FILE
007850                 INVALID KEY CONTINUE
007860                 NOT INVALID KEY SET PROBE-FOUND TO TRUE
007870             END-READ
007880         WHEN 4
007890             MOVE ES-PROBE-ID TO SS-PLAYER-ID
007900             READ SEASTAND-FILE
007910                 INVALID KEY CONTINUE
007920                 NOT INVALID KEY SET PROBE-FOUND TO TRUE
007930             END-READ
007940     END-EVALUATE.
007950 2600-EXIT.
007960     EXIT.
007970
007980 2650-CHECK-BOTH-KEYS.
007990     MOVE ES-PLAYER-ID TO ES-PROBE-ID
008000     PERFORM 2600-PROBE-MASTER THRU 2600-EXIT
008010     MOVE ES-PROBE-SW TO ES-OLD-FOUND-SW
008020     MOVE ES-PSEUDONYM TO ES-PROBE-ID
008030     PERFORM 2600-PROBE-MASTER THRU 2600-EXIT
008040     IF OLD-ID-FOUND AND PROBE-FOUND AND ERASED-BEFORE
008041         DISPLAY "PPTERAS - " ES-FILE-NAME(ES-PROBE-SUB)
008042             " holds both the player and " ES-PSEUDONYM
008043             " - last run stopped part way, the old key goes"
008044     END-IF
008045     IF OLD-ID-FOUND AND PROBE-FOUND AND NOT ERASED-BEFORE
008050         SET PSEUDONYM-COLLISION TO TRUE
008060         DISPLAY "PPTERAS - " ES-FILE-NAME(ES-PROBE-SUB)
008070             " holds both the player and " ES-PSEUDONYM
008080             " - nothing touched"
008090     END-IF
008100     ADD 1 TO ES-PROBE-SUB.
008110 2650-EXIT.
008120     EXIT.
008130
008140 2700-OPEN-MASTERS.
008150     IF ES-FL-PRESENT(1)
008160         OPEN INPUT PLYRMAST-FILE
008170     END-IF
008180     IF ES-FL-PRESENT(2)
008190         OPEN INPUT PLYRHIST-FILE
008200     END-IF
008210     IF ES-FL-PRESENT(3)
008220         OPEN INPUT PLYRRATE-FILE
008230     END-IF
008240     IF ES-FL-PRESENT(4)
008250         OPEN INPUT SEASTAND-FILE
008260     END-IF.
008270 2700-EXIT.
008280     EXIT.
008290
008300 2750-CLOSE-MASTERS.
008310     IF ES-FL-PRESENT(1)
008320         CLOSE PLYRMAST-FILE
008330     END-IF
008340     IF ES-FL-PRESENT(2)
008350         CLOSE PLYRHIST-FILE
008360     END-IF
008370     IF ES-FL-PRESENT(3)
008380         CLOSE PLYRRATE-FILE
008390     END-IF
008400     IF ES-FL-PRESENT(4)
008410         CLOSE SEASTAND-FILE
008420     END-IF.
008430 2750-EXIT.
008440     EXIT.
008450
008460******************************************************************
008470* 2900-WRITE-REGISTER-ENTRY
008480* Appends an O (ES-ENTRY-TYPE "O") or C entry, chained to and
008490* sealed after the last one.  The O entry must be on the
008500* register before any file changes; if it cannot be opened or
008510* written the run stops untouched.  A C entry that cannot be
008513* written leaves the erasure open, to be finished by the same
008516* card.
008520******************************************************************
008530 2900-WRITE-REGISTER-ENTRY.
008540     OPEN EXTEND ERASREG-FILE
008550     IF ES-ERASREG-STATUS = "35"
008560         OPEN OUTPUT ERASREG-FILE
008570         CLOSE ERASREG-FILE
008580         OPEN EXTEND ERASREG-FILE
008590     END-IF
008600     IF ES-ERASREG-STATUS NOT = "00"
008610         DISPLAY "PPTERAS - cannot extend ERASREG, status "
008620             ES-ERASREG-STATUS
008630         IF ES-ENTRY-TYPE = "O"
008640             SET FILE-UNREADABLE TO TRUE
008650         ELSE
008660             SET ERASURE-INCOMPLETE TO TRUE
008670         END-IF
008680         GO TO 2900-EXIT
008690     END-IF
008700     MOVE SPACES TO ERASREG-RECORD
008710     ADD 1 TO ES-LAST-REG-SEQ
008720     MOVE ES-LAST-REG-SEQ TO ER-REG-SEQ
008730     MOVE ES-ENTRY-TYPE TO ER-ENTRY-TYPE
008740     MOVE ES-RUN-DATE TO ER-RUN-DATE
008750     MOVE ES-START-TIME TO ER-RUN-TIME
008760     MOVE ES-OPERATOR-ID TO ER-OPERATOR-ID
008770     MOVE ES-PSEUDONYM TO ER-PSEUDONYM
008780     MOVE ES-ID-CHECK TO ER-ID-CHECK
008790     MOVE ES-REASON TO ER-REASON
008800     PERFORM 2910-MOVE-ONE-COUNT THRU 2910-EXIT
008810         VARYING ES-FL FROM 1 BY 1 UNTIL ES-FL > 25
008820     MOVE ES-TOTAL-CHANGED TO ER-TOTAL-CHANGED
008830     MOVE ES-LAST-SEAL TO ER-PRIOR-SEAL
008840     MOVE ERASREG-RECORD(1:273) TO ES-HASH-AREA
008850     MOVE ES-SEAL-LENGTH TO ES-HASH-LEN
008860     PERFORM 8500-WORK-CHECK-VALUE THRU 8500-EXIT
008870     MOVE ES-HASH-VALUE TO ER-SEAL
008880     WRITE ERASREG-RECORD
008881     IF ES-ERASREG-STATUS NOT = "00"
008882         DISPLAY "PPTERAS - cannot write ERASREG, status "
008883             ES-ERASREG-STATUS
008884         CLOSE ERASREG-FILE
008885         SUBTRACT 1 FROM ES-LAST-REG-SEQ
008886         IF ES-ENTRY-TYPE = "O"
008887             SET FILE-UNREADABLE TO TRUE
008888         ELSE
008889             SET ERASURE-INCOMPLETE TO TRUE
008890         END-IF
008891         GO TO 2900-EXIT
008892     END-IF
008893     CLOSE ERASREG-FILE
008900     MOVE ER-SEAL TO ES-LAST-SEAL
008910     IF ES-ENTRY-TYPE = "O"
008920         MOVE ER-REG-SEQ TO ES-OPEN-REG-SEQ
008930         SET REGISTER-ENTRY-OPEN TO TRUE
008940     ELSE
008950         MOVE ER-REG-SEQ TO ES-CLOSE-REG-SEQ
008960     END-IF.
008970 2900-EXIT.
008980     EXIT.
008990
009000 2910-MOVE-ONE-COUNT.
009010     IF ES-ENTRY-TYPE = "C" AND ES-FL NOT > ES-NBR-FILES
009020         MOVE ES-FL-CHANGED(ES-FL) TO ER-FILE-COUNT(ES-FL)
009030     ELSE
009040         MOVE 0 TO ER-FILE-COUNT(ES-FL)
009050     END-IF.
009060 2910-EXIT.
009070     EXIT.
009080
009090******************************************************************
009100* 3000-REKEY-MASTERS
009110* Each keyed master's record, and the tendency profile, is
009120* written again under the pseudonym and the old key deleted -
009125* only the key changes.  The masters' backup follows them.
009130******************************************************************
009140 3000-REKEY-MASTERS.
009150     PERFORM 3100-REKEY-PLYRMAST THRU 3100-EXIT
009160     PERFORM 3200-REKEY-PLYRHIST THRU 3200-EXIT
009170     PERFORM 3300-REKEY-PLYRRATE THRU 3300-EXIT
009180     PERFORM 3400-REKEY-SEASTAND THRU 3400-EXIT
009183     PERFORM 3500-REKEY-TENDPROF THRU 3500-EXIT
009186     PERFORM 3600-REWRITE-MASTBKUP THRU 3600-EXIT.
009190 3000-EXIT.
009200     EXIT.
009210
009220 3100-REKEY-PLYRMAST.
009230     IF NOT ES-FL-PRESENT(1)
009240         GO TO 3100-EXIT
009250     END-IF
009260     OPEN I-O PLYRMAST-FILE
009270     IF ES-PLYRMAST-STATUS NOT = "00"
009280         MOVE 1 TO ES-FL
009290         PERFORM 3900-FILE-NOT-FINISHED THRU 3900-EXIT
009300         GO TO 3100-EXIT
009310     END-IF
009320     MOVE ES-PLAYER-ID TO PM-PLAYER-ID
009330     READ PLYRMAST-FILE
009340         INVALID KEY
009350             CLOSE PLYRMAST-FILE
009360             GO TO 3100-EXIT
009370     END-READ
009380     ADD 1 TO ES-FL-READ(1)
009390     MOVE ES-PSEUDONYM TO PM-PLAYER-ID
009400     WRITE PLYRMAST-RECORD
009410         INVALID KEY
009420             IF ES-PLYRMAST-STATUS NOT = "22" OR NOT ERASED-BEFORE
009430                 CLOSE PLYRMAST-FILE
009440                 MOVE 1 TO ES-FL
009450                 PERFORM 3900-FILE-NOT-FINISHED THRU 3900-EXIT
009453                 GO TO 3100-EXIT
009456             END-IF
009460     END-WRITE
009470     MOVE ES-PLAYER-ID TO PM-PLAYER-ID
009480     DELETE PLYRMAST-FILE
009490         INVALID KEY
009500             DISPLAY "PPTERAS - PLYRMAST old record not deleted, "
009510                 "status " ES-PLYRMAST-STATUS
009520             SET ERASURE-INCOMPLETE TO TRUE
009530     END-DELETE
009540     ADD 1 TO ES-FL-CHANGED(1)
009550     CLOSE PLYRMAST-FILE.
009560 3100-EXIT.
009570     EXIT.
009580
009590******************************************************************
009600* 3200-REKEY-PLYRHIST
009610* The counters carried across are kept for the certificate -
009620* the proof that the history moved whole.
009630******************************************************************
009640 3200-REKEY-PLYRHIST.
009650     IF NOT ES-FL-PRESENT(2)
009660         GO TO 3200-EXIT
009670     END-IF
009680     OPEN I-O PLYRHIST-FILE
009690     IF ES-PLYRHIST-STATUS NOT = "00"
009700         MOVE 2 TO ES-FL
009710         PERFORM 3900-FILE-NOT-FINISHED THRU 3900-EXIT
009720         GO TO 3200-EXIT
009730     END-IF
009740     MOVE ES-PLAYER-ID TO PH-PLAYER-ID
009750     READ PLYRHIST-FILE
009760         INVALID KEY
009770             CLOSE PLYRHIST-FILE
009780             GO TO 3200-EXIT
009790     END-READ
009800     ADD 1 TO ES-FL-READ(2)
009810     MOVE PH-WINS TO ES-CARRIED-WINS
009820     MOVE PH-LOSSES TO ES-CARRIED-LOSSES
009830     MOVE PH-TIES TO ES-CARRIED-TIES
009840     MOVE ES-PSEUDONYM TO PH-PLAYER-ID
009850     WRITE PLYRHIST-RECORD
009860         INVALID KEY
009870             IF ES-PLYRHIST-STATUS NOT = "22" OR NOT ERASED-BEFORE
009880                 CLOSE PLYRHIST-FILE
009890                 MOVE 2 TO ES-FL
009900                 PERFORM 3900-FILE-NOT-FINISHED THRU 3900-EXIT
009903                 GO TO 3200-EXIT
009906             END-IF
009910     END-WRITE
009920     MOVE ES-PLAYER-ID TO PH-PLAYER-ID
009930     DELETE PLYRHIST-FILE
009940         INVALID KEY
009950             DISPLAY "PPTERAS - PLYRHIST old record not deleted, "
009960                 "status " ES-PLYRHIST-STATUS
009970             SET ERASURE-INCOMPLETE TO TRUE
009980     END-DELETE
009990     ADD 1 TO ES-FL-CHANGED(2)
010000     SET HISTORY-MOVED TO TRUE
010010     CLOSE PLYRHIST-FILE.
010020 3200-EXIT.
010030     EXIT.
010040
010050 3300-REKEY-PLYRRATE.
010060     IF NOT ES-FL-PRESENT(3)
010070         GO TO 3300-EXIT
010080     END-IF
010090     OPEN I-O PLYRRATE-FILE
010100     IF ES-PLYRRATE-STATUS NOT = "00"
010110         MOVE 3 TO ES-FL
010120         PERFORM 3900-FILE-NOT-FINISHED THRU 3900-EXIT
010130         GO TO 3300-EXIT
010140     END-IF
010150     MOVE ES-PLAYER-ID TO PR-PLAYER-ID
010160     READ PLYRRATE-FILE
010170         INVALID KEY
010180             CLOSE PLYRRATE-FILE
010190             GO TO 3300-EXIT
010200     END-READ
010210     ADD 1 TO ES-FL-READ(3)
010220     MOVE ES-PSEUDONYM TO PR-PLAYER-ID
010230     WRITE PLYRRATE-RECORD
010240         INVALID KEY
010250             IF ES-PLYRRATE-STATUS NOT = "22" OR NOT ERASED-BEFORE
010260                 CLOSE PLYRRATE-FILE
010270                 MOVE 3 TO ES-FL
010280                 PERFORM 3900-FILE-NOT-FINISHED THRU 3900-EXIT
010283                 GO TO 3300-EXIT
010286             END-IF
010290     END-WRITE
010300     MOVE ES-PLAYER-ID TO PR-PLAYER-ID
010310     DELETE PLYRRATE-FILE
010320         INVALID KEY
010330             DISPLAY "PPTERAS - PLYRRATE old record not deleted, "
010340                 "status " ES-PLYRRATE-STATUS
010350             SET ERASURE-INCOMPLETE TO TRUE
010360     END-DELETE
010370     ADD 1 TO ES-FL-CHANGED(3)
010380     CLOSE PLYRRATE-FILE.
010390 3300-EXIT.
010400     EXIT.
010410
010420 3400-REKEY-SEASTAND.
010430     IF NOT ES-FL-PRESENT(4)
010440         GO TO 3400-EXIT
010450     END-IF
010460     OPEN I-O SEASTAND-FILE
010470     IF ES-SEASTAND-STATUS NOT = "00"
010480         MOVE 4 TO ES-FL
010490         PERFORM 3900-FILE-NOT-FINISHED THRU 3900-EXIT
010500         GO TO 3400-EXIT
010510     END-IF
010520     MOVE ES-PLAYER-ID TO SS-PLAYER-ID
010530     READ SEASTAND-FILE
010540         INVALID KEY
010550             CLOSE SEASTAND-FILE
010560             GO TO 3400-EXIT
010570     END-READ
010580     ADD 1 TO ES-FL-READ(4)
010590     MOVE ES-PSEUDONYM TO SS-PLAYER-ID
010600     WRITE SEASTAND-RECORD
010610         INVALID KEY
010620             IF ES-SEASTAND-STATUS NOT = "22" OR NOT ERASED-BEFORE
010630                 CLOSE SEASTAND-FILE
010640                 MOVE 4 TO ES-FL
010650                 PERFORM 3900-FILE-NOT-FINISHED THRU 3900-EXIT
010653                 GO TO 3400-EXIT
010656             END-IF
010660     END-WRITE
010670     MOVE ES-PLAYER-ID TO SS-PLAYER-ID
010680     DELETE SEASTAND-FILE
010690         INVALID KEY
010700             DISPLAY "PPTERAS - SEASTAND old record not deleted, "
010710                 "status " ES-SEASTAND-STATUS
010720             SET ERASURE-INCOMPLETE TO TRUE
010730     END-DELETE
010740     ADD 1 TO ES-FL-CHANGED(4)
010750     CLOSE SEASTAND-FILE.
010760 3400-EXIT.
010761     EXIT.
010762
010763******************************************************************
010764* 3500-REKEY-TENDPROF
010765* The PPTTEND profile is keyed on the player like the masters
010766* and moves the same way.
010767******************************************************************
010768 3500-REKEY-TENDPROF.
010769     IF NOT ES-FL-PRESENT(20)
010770         GO TO 3500-EXIT
010771     END-IF
010772     OPEN I-O TENDPROF-FILE
010773     IF ES-TENDPROF-STATUS NOT = "00"
010774         MOVE 20 TO ES-FL
010775         PERFORM 3900-FILE-NOT-FINISHED THRU 3900-EXIT
010776         GO TO 3500-EXIT
010777     END-IF
010778     MOVE ES-PLAYER-ID TO TP-PLAYER-ID
010779     READ TENDPROF-FILE
010780         INVALID KEY
010781             CLOSE TENDPROF-FILE
010782             GO TO 3500-EXIT
010783     END-READ
010784     ADD 1 TO ES-FL-READ(20)
010785     MOVE ES-PSEUDONYM TO TP-PLAYER-ID
010786     WRITE TENDPROF-RECORD
010787         INVALID KEY
010788             IF ES-TENDPROF-STATUS NOT = "22" OR NOT ERASED-BEFORE
010789                 CLOSE TENDPROF-FILE
010790                 MOVE 20 TO ES-FL
010791                 PERFORM 3900-FILE-NOT-FINISHED THRU 3900-EXIT
010792                 GO TO 3500-EXIT
010793             END-IF
010794     END-WRITE
010795     MOVE ES-PLAYER-ID TO TP-PLAYER-ID
010796     DELETE TENDPROF-FILE
010797         INVALID KEY
010798             DISPLAY "PPTERAS - TENDPROF old record not deleted, "
010799                 "status " ES-TENDPROF-STATUS
010800             SET ERASURE-INCOMPLETE TO TRUE
010801     END-DELETE
010802     ADD 1 TO ES-FL-CHANGED(20)
010803     CLOSE TENDPROF-FILE.
010804 3500-EXIT.
010805     EXIT.
010806
010807******************************************************************
010808* 3600-REWRITE-MASTBKUP
010809* Each detail record holds a master record's image, player ID
010810* first; left alone, a PPTBKUP RESTORE would put the ID back on
010811* the masters under logs that carry the pseudonym.  Headers and
010812* trailers name no player and no hash total takes in the ID.
010813******************************************************************
010814 3600-REWRITE-MASTBKUP.
010815     IF NOT ES-FL-PRESENT(19)
010816         GO TO 3600-EXIT
010817     END-IF
010818     OPEN I-O MASTBKUP-FILE
010819     IF ES-MASTBKUP-STATUS NOT = "00"
010820         MOVE 19 TO ES-FL
010821         PERFORM 3900-FILE-NOT-FINISHED THRU 3900-EXIT
010822         GO TO 3600-EXIT
010823     END-IF
010824     MOVE "N" TO ES-EOF-SW
010825     READ MASTBKUP-FILE
010826         AT END SET INPUT-EOF TO TRUE
010827     END-READ
010828     PERFORM 3610-REWRITE-ONE-IMAGE THRU 3610-EXIT
010829         UNTIL INPUT-EOF
010830     CLOSE MASTBKUP-FILE.
010831 3600-EXIT.
010832     EXIT.
010833
010834 3610-REWRITE-ONE-IMAGE.
010835     ADD 1 TO ES-FL-READ(19)
010836     IF MB-DETAIL AND MB-DATA(1:10) = ES-PLAYER-ID
010837         MOVE ES-PSEUDONYM TO MB-DATA(1:10)
010838         REWRITE MASTBKUP-RECORD
010839         IF ES-MASTBKUP-STATUS NOT = "00"
010840             MOVE ES-MASTBKUP-STATUS TO ES-OPEN-STATUS
010841             MOVE 19 TO ES-FL
010842             PERFORM 3950-RECORD-NOT-WRITTEN THRU 3950-EXIT
010843             GO TO 3610-EXIT
010844         END-IF
010845         ADD 1 TO ES-FL-CHANGED(19)
010846     END-IF.
010847 3610-READ-NEXT.
010848     READ MASTBKUP-FILE
010849         AT END SET INPUT-EOF TO TRUE
010850     END-READ.
010851 3610-EXIT.
010852     EXIT.
010853
010854******************************************************************
010855* 3900-FILE-NOT-FINISHED
010856* File ES-FL failed once the register entry was open.  The run
010857* carries on with the other files; the same card run again
010858* finishes the job under the same pseudonym.
010859******************************************************************
010860 3900-FILE-NOT-FINISHED.
010861     SET ES-FL-FAILED(ES-FL) TO TRUE
010870     SET ERASURE-INCOMPLETE TO TRUE
010880     DISPLAY "PPTERAS - " ES-FILE-NAME(ES-FL)
010890         " not finished - run the same card again".
010900 3900-EXIT.
010910     EXIT.
010920
010930******************************************************************
010931* 3950-RECORD-NOT-WRITTEN
010932* A changed record of file ES-FL would not go back (status in
010933* ES-OPEN-STATUS): the pass through that file stops there.
010934******************************************************************
010935 3950-RECORD-NOT-WRITTEN.
010936     DISPLAY "PPTERAS - " ES-FILE-NAME(ES-FL)
010937         " record not written, status " ES-OPEN-STATUS
010938     PERFORM 3900-FILE-NOT-FINISHED THRU 3900-EXIT
010939     SET INPUT-EOF TO TRUE.
010940 3950-EXIT.
010941     EXIT.
010942
010943******************************************************************
010944* 4000-REWRITE-LOGS
010950* Every sequential file carrying the ID is read through once
010960* and each record holding it is rewritten in place.
010970******************************************************************
010980 4000-REWRITE-LOGS.
010990     PERFORM 4100-REWRITE-GAMELOG THRU 4100-EXIT
011000     PERFORM 4200-REWRITE-GAMEARCH THRU 4200-EXIT
011010     PERFORM 4300-REWRITE-CONTLOG THRU 4300-EXIT
011020     PERFORM 4400-REWRITE-TSTAND THRU 4400-EXIT
011030     PERFORM 4500-REWRITE-HISTADJ THRU 4500-EXIT
011040     PERFORM 4600-REWRITE-BACKLOG THRU 4600-EXIT
011050     PERFORM 4700-REWRITE-SUSPENSE THRU 4700-EXIT
011052     PERFORM 4800-REWRITE-LEDGER THRU 4800-EXIT
011054     PERFORM 4850-REWRITE-SEASARCH THRU 4850-EXIT
011056     PERFORM 4900-REWRITE-SURVFLAG THRU 4900-EXIT
011058     PERFORM 4950-REWRITE-FIXTURE THRU 4950-EXIT
011061     PERFORM 4970-REWRITE-KBRACKET THRU 4970-EXIT
011064     PERFORM 4980-REWRITE-BATCHOUT THRU 4980-EXIT.
011067 4000-EXIT.
011070     EXIT.
011080
011090 4100-REWRITE-GAMELOG.
011100     IF NOT ES-FL-PRESENT(5)
011110         GO TO 4100-EXIT
011120     END-IF
011130     OPEN I-O GAMELOG-FILE
011140     IF ES-GAMELOG-STATUS NOT = "00"
011150         MOVE 5 TO ES-FL
011160         PERFORM 3900-FILE-NOT-FINISHED THRU 3900-EXIT
011170         GO TO 4100-EXIT
011180     END-IF
011190     MOVE "N" TO ES-EOF-SW
011200     READ GAMELOG-FILE
011210         AT END SET INPUT-EOF TO TRUE
011220     END-READ
011230     PERFORM 4110-REWRITE-ONE-ROUND THRU 4110-EXIT
011240         UNTIL INPUT-EOF
011250     CLOSE GAMELOG-FILE.
011260 4100-EXIT.
011270     EXIT.
011280
011290 4110-REWRITE-ONE-ROUND.
011300     ADD 1 TO ES-FL-READ(5)
011310     MOVE "N" TO ES-CHANGED-SW
011320     IF GL-PLAYER-A-ID = ES-PLAYER-ID
011330         MOVE ES-PSEUDONYM TO GL-PLAYER-A-ID
011340         SET RECORD-CHANGED TO TRUE
011350     END-IF
011360     IF GL-PLAYER-B-ID = ES-PLAYER-ID
011370         MOVE ES-PSEUDONYM TO GL-PLAYER-B-ID
011380         SET RECORD-CHANGED TO TRUE
011390     END-IF
011400     IF RECORD-CHANGED
011410         REWRITE GAMELOG-RECORD
011411         IF ES-GAMELOG-STATUS NOT = "00"
011412             MOVE ES-GAMELOG-STATUS TO ES-OPEN-STATUS
011413             MOVE 5 TO ES-FL
011414             PERFORM 3950-RECORD-NOT-WRITTEN THRU 3950-EXIT
011415             GO TO 4110-EXIT
011416         END-IF
011420         ADD 1 TO ES-FL-CHANGED(5)
011430     END-IF.
011440 4110-READ-NEXT.
011450     READ GAMELOG-FILE
011460         AT END SET INPUT-EOF TO TRUE
011470     END-READ.
011480 4110-EXIT.
011490     EXIT.
011500
011510 4200-REWRITE-GAMEARCH.
011520     IF NOT ES-FL-PRESENT(6)
011530         GO TO 4200-EXIT
011540     END-IF
011550     OPEN I-O GAMEARCH-FILE
011560     IF ES-GAMEARCH-STATUS NOT = "00"
011570         MOVE 6 TO ES-FL
011580         PERFORM 3900-FILE-NOT-FINISHED THRU 3900-EXIT
011590         GO TO 4200-EXIT
011600     END-IF
011610     MOVE "N" TO ES-EOF-SW
011620     READ GAMEARCH-FILE
011630         AT END SET INPUT-EOF TO TRUE
011640     END-READ
011650     PERFORM 4210-REWRITE-ONE-ARCHIVED THRU 4210-EXIT
011660         UNTIL INPUT-EOF
011670     CLOSE GAMEARCH-FILE.
011680 4200-EXIT.
011690     EXIT.
011700
011710 4210-REWRITE-ONE-ARCHIVED.
011720     ADD 1 TO ES-FL-READ(6)
011730     MOVE "N" TO ES-CHANGED-SW
011740     IF GA-PLAYER-A-ID = ES-PLAYER-ID
011750         MOVE ES-PSEUDONYM TO GA-PLAYER-A-ID
011760         SET RECORD-CHANGED TO TRUE
011770     END-IF
011780     IF GA-PLAYER-B-ID = ES-PLAYER-ID
011790         MOVE ES-PSEUDONYM TO GA-PLAYER-B-ID
011800         SET RECORD-CHANGED TO TRUE
011810     END-IF
011820     IF RECORD-CHANGED
011830         REWRITE GAMEARCH-RECORD
011831         IF ES-GAMEARCH-STATUS NOT = "00"
011832             MOVE ES-GAMEARCH-STATUS TO ES-OPEN-STATUS
011833             MOVE 6 TO ES-FL
011834             PERFORM 3950-RECORD-NOT-WRITTEN THRU 3950-EXIT
011835             GO TO 4210-EXIT
011836         END-IF
011840         ADD 1 TO ES-FL-CHANGED(6)
011850     END-IF.
011860 4210-READ-NEXT.
011870     READ GAMEARCH-FILE
011880         AT END SET INPUT-EOF TO TRUE
011890     END-READ.
011900 4210-EXIT.
011910     EXIT.
011920
011930******************************************************************
011940* 4300-REWRITE-CONTLOG
011950* The winner and all eight participant slots.
011960******************************************************************
011970 4300-REWRITE-CONTLOG.
011980     IF NOT ES-FL-PRESENT(7)
011990         GO TO 4300-EXIT
012000     END-IF
012010     OPEN I-O CONTLOG-FILE
012020     IF ES-CONTLOG-STATUS NOT = "00"
012030         MOVE 7 TO ES-FL
012040         PERFORM 3900-FILE-NOT-FINISHED THRU 3900-EXIT
012050         GO TO 4300-EXIT
012060     END-IF
012070     MOVE "N" TO ES-EOF-SW
012080     READ CONTLOG-FILE
012090         AT END SET INPUT-EOF TO TRUE
012100     END-READ
012110     PERFORM 4310-REWRITE-ONE-CONTEST THRU 4310-EXIT
012120         UNTIL INPUT-EOF
012130     CLOSE CONTLOG-FILE.
012140 4300-EXIT.
012150     EXIT.
012160
012170 4310-REWRITE-ONE-CONTEST.
012180     ADD 1 TO ES-FL-READ(7)
012190     MOVE "N" TO ES-CHANGED-SW
012200     IF CT-WINNER-ID = ES-PLAYER-ID
012210         MOVE ES-PSEUDONYM TO CT-WINNER-ID
012220         SET RECORD-CHANGED TO TRUE
012230     END-IF
012240     PERFORM 4320-CHECK-ONE-SLOT THRU 4320-EXIT
012250         VARYING ES-SLOT FROM 1 BY 1 UNTIL ES-SLOT > 8
012260     IF RECORD-CHANGED
012270         REWRITE CONTLOG-RECORD
012271         IF ES-CONTLOG-STATUS NOT = "00"
012272             MOVE ES-CONTLOG-STATUS TO ES-OPEN-STATUS
012273             MOVE 7 TO ES-FL
012274             PERFORM 3950-RECORD-NOT-WRITTEN THRU 3950-EXIT
012275             GO TO 4310-EXIT
012276         END-IF
012280         ADD 1 TO ES-FL-CHANGED(7)
012290     END-IF.
012300 4310-READ-NEXT.
012310     READ CONTLOG-FILE
012320         AT END SET INPUT-EOF TO TRUE
012330     END-READ.
012340 4310-EXIT.
012350     EXIT.
012360
012370 4320-CHECK-ONE-SLOT.
012380     IF CT-PLAYER-ID(ES-SLOT) = ES-PLAYER-ID
012390         MOVE ES-PSEUDONYM TO CT-PLAYER-ID(ES-SLOT)
012400         SET RECORD-CHANGED TO TRUE
012410     END-IF.
012420 4320-EXIT.
012430     EXIT.
012440
012450 4400-REWRITE-TSTAND.
012460     IF NOT ES-FL-PRESENT(8)
012470         GO TO 4400-EXIT
012480     END-IF
012490     OPEN I-O TSTAND-FILE
012500     IF ES-TSTAND-STATUS NOT = "00"
012510         MOVE 8 TO ES-FL
012520         PERFORM 3900-FILE-NOT-FINISHED THRU 3900-EXIT
012530         GO TO 4400-EXIT
012540     END-IF
012550     MOVE "N" TO ES-EOF-SW
012560     READ TSTAND-FILE
012570         AT END SET INPUT-EOF TO TRUE
012580     END-READ
012590     PERFORM 4410-REWRITE-ONE-STANDING THRU 4410-EXIT
012600         UNTIL INPUT-EOF
012610     CLOSE TSTAND-FILE.
012620 4400-EXIT.
012630     EXIT.
012640
012650 4410-REWRITE-ONE-STANDING.
012660     ADD 1 TO ES-FL-READ(8)
012670     IF TS-PLAYER-ID = ES-PLAYER-ID
012680         MOVE ES-PSEUDONYM TO TS-PLAYER-ID
012690         REWRITE TSTAND-RECORD
012691         IF ES-TSTAND-STATUS NOT = "00"
012692             MOVE ES-TSTAND-STATUS TO ES-OPEN-STATUS
012693             MOVE 8 TO ES-FL
012694             PERFORM 3950-RECORD-NOT-WRITTEN THRU 3950-EXIT
012695             GO TO 4410-EXIT
012696         END-IF
012700         ADD 1 TO ES-FL-CHANGED(8)
012710     END-IF.
012720 4410-READ-NEXT.
012730     READ TSTAND-FILE
012740         AT END SET INPUT-EOF TO TRUE
012750     END-READ.
012760 4410-EXIT.
012770     EXIT.
012780
012790 4500-REWRITE-HISTADJ.
012800     IF NOT ES-FL-PRESENT(9)
012810         GO TO 4500-EXIT
012820     END-IF
012830     OPEN I-O HISTADJ-FILE
012840     IF ES-HISTADJ-STATUS NOT = "00"
012850         MOVE 9 TO ES-FL
012860         PERFORM 3900-FILE-NOT-FINISHED THRU 3900-EXIT
012870         GO TO 4500-EXIT
012880     END-IF
012890     MOVE "N" TO ES-EOF-SW
012900     READ HISTADJ-FILE
012910         AT END SET INPUT-EOF TO TRUE
012920     END-READ
012930     PERFORM 4510-REWRITE-ONE-ADJUSTMENT THRU 4510-EXIT
012940         UNTIL INPUT-EOF
012950     CLOSE HISTADJ-FILE.
012960 4500-EXIT.
012970     EXIT.
012980
012990 4510-REWRITE-ONE-ADJUSTMENT.
013000     ADD 1 TO ES-FL-READ(9)
013010     IF HA-PLAYER-ID = ES-PLAYER-ID
013020         MOVE ES-PSEUDONYM TO HA-PLAYER-ID
013030         REWRITE HISTADJ-RECORD
013031         IF ES-HISTADJ-STATUS NOT = "00"
013032             MOVE ES-HISTADJ-STATUS TO ES-OPEN-STATUS
013033             MOVE 9 TO ES-FL
013034             PERFORM 3950-RECORD-NOT-WRITTEN THRU 3950-EXIT
013035             GO TO 4510-EXIT
013036         END-IF
013040         ADD 1 TO ES-FL-CHANGED(9)
013050     END-IF.
013060 4510-READ-NEXT.
013070     READ HISTADJ-FILE
013080         AT END SET INPUT-EOF TO TRUE
013090     END-READ.
013100 4510-EXIT.
013110     EXIT.
013120
013130 4600-REWRITE-BACKLOG.
013140     IF NOT ES-FL-PRESENT(10)
013150         GO TO 4600-EXIT
013160     END-IF
013170     OPEN I-O BACKLOG-FILE
013180     IF ES-BACKLOG-STATUS NOT = "00"
013190         MOVE 10 TO ES-FL
013200         PERFORM 3900-FILE-NOT-FINISHED THRU 3900-EXIT
013210         GO TO 4600-EXIT
013220     END-IF
013230     MOVE "N" TO ES-EOF-SW
013240     READ BACKLOG-FILE
013250         AT END SET INPUT-EOF TO TRUE
013260     END-READ
013270     PERFORM 4610-REWRITE-ONE-REVERSAL THRU 4610-EXIT
013280         UNTIL INPUT-EOF
013290     CLOSE BACKLOG-FILE.
013300 4600-EXIT.
013310     EXIT.
013320
013330 4610-REWRITE-ONE-REVERSAL.
013340     ADD 1 TO ES-FL-READ(10)
013350     IF BK-PLAYER-ID = ES-PLAYER-ID
013360         MOVE ES-PSEUDONYM TO BK-PLAYER-ID
013370         REWRITE BACKLOG-RECORD
013371         IF ES-BACKLOG-STATUS NOT = "00"
013372             MOVE ES-BACKLOG-STATUS TO ES-OPEN-STATUS
013373             MOVE 10 TO ES-FL
013374             PERFORM 3950-RECORD-NOT-WRITTEN THRU 3950-EXIT
013375             GO TO 4610-EXIT
013376         END-IF
013380         ADD 1 TO ES-FL-CHANGED(10)
013390     END-IF.
013400 4610-READ-NEXT.
013410     READ BACKLOG-FILE
013420         AT END SET INPUT-EOF TO TRUE
013430     END-READ.
013440 4610-EXIT.
013450     EXIT.
013460
013470******************************************************************
013480* 4700-REWRITE-SUSPENSE
013490* SP-SOURCE-RECORD is the rejected BATCHIN image: player A in
013500* positions 1-10, player B in 11-20.
013510******************************************************************
013520 4700-REWRITE-SUSPENSE.
013530     IF NOT ES-FL-PRESENT(11)
013540         GO TO 4700-EXIT
013550     END-IF
013560     OPEN I-O SUSPENSE-FILE
013570     IF ES-SUSPENSE-STATUS NOT = "00"
013580         MOVE 11 TO ES-FL
013590         PERFORM 3900-FILE-NOT-FINISHED THRU 3900-EXIT
013600         GO TO 4700-EXIT
013610     END-IF
013620     MOVE "N" TO ES-EOF-SW
013630     READ SUSPENSE-FILE
013640         AT END SET INPUT-EOF TO TRUE
013650     END-READ
013660     PERFORM 4710-REWRITE-ONE-REJECT THRU 4710-EXIT
013670         UNTIL INPUT-EOF
013680     CLOSE SUSPENSE-FILE.
013690 4700-EXIT.
013700     EXIT.
013710
013720 4710-REWRITE-ONE-REJECT.
013730     ADD 1 TO ES-FL-READ(11)
013740     MOVE "N" TO ES-CHANGED-SW
013750     IF SP-SOURCE-RECORD(1:10) = ES-PLAYER-ID
013760         MOVE ES-PSEUDONYM TO SP-SOURCE-RECORD(1:10)
013770         SET RECORD-CHANGED TO TRUE
013780     END-IF
013790     IF SP-SOURCE-RECORD(11:10) = ES-PLAYER-ID
013800         MOVE ES-PSEUDONYM TO SP-SOURCE-RECORD(11:10)
013810         SET RECORD-CHANGED TO TRUE
013820     END-IF
013830     IF RECORD-CHANGED
013840         REWRITE SUSPENSE-RECORD
013841         IF ES-SUSPENSE-STATUS NOT = "00"
013842             MOVE ES-SUSPENSE-STATUS TO ES-OPEN-STATUS
013843             MOVE 11 TO ES-FL
013844             PERFORM 3950-RECORD-NOT-WRITTEN THRU 3950-EXIT
013845             GO TO 4710-EXIT
013846         END-IF
013850         ADD 1 TO ES-FL-CHANGED(11)
013860     END-IF.
013870 4710-READ-NEXT.
013880     READ SUSPENSE-FILE
013890         AT END SET INPUT-EOF TO TRUE
013900     END-READ.
013910 4710-EXIT.
013920     EXIT.
013930
013940******************************************************************
013941* 4800-REWRITE-LEDGER
013942* Every entry keeps its amount, so the player's balance moves
013943* whole to the pseudonym.
013944******************************************************************
013945 4800-REWRITE-LEDGER.
013946     IF NOT ES-FL-PRESENT(14)
013947         GO TO 4800-EXIT
013948     END-IF
013949     OPEN I-O LEDGER-FILE
013950     IF ES-LEDGER-STATUS NOT = "00"
013951         MOVE 14 TO ES-FL
013952         PERFORM 3900-FILE-NOT-FINISHED THRU 3900-EXIT
013953         GO TO 4800-EXIT
013954     END-IF
013955     MOVE "N" TO ES-EOF-SW
013956     READ LEDGER-FILE
013957         AT END SET INPUT-EOF TO TRUE
013958     END-READ
013959     PERFORM 4810-REWRITE-ONE-ENTRY THRU 4810-EXIT
013960         UNTIL INPUT-EOF
013961     CLOSE LEDGER-FILE.
013962 4800-EXIT.
013963     EXIT.
013964
013965 4810-REWRITE-ONE-ENTRY.
013966     ADD 1 TO ES-FL-READ(14)
013967     IF LG-PLAYER-ID = ES-PLAYER-ID
013968         MOVE ES-PSEUDONYM TO LG-PLAYER-ID
013969         REWRITE LEDGER-RECORD
013970         IF ES-LEDGER-STATUS NOT = "00"
013971             MOVE ES-LEDGER-STATUS TO ES-OPEN-STATUS
013972             MOVE 14 TO ES-FL
013973             PERFORM 3950-RECORD-NOT-WRITTEN THRU 3950-EXIT
013974             GO TO 4810-EXIT
013975         END-IF
013976         ADD 1 TO ES-FL-CHANGED(14)
013977     END-IF.
013978 4810-READ-NEXT.
013979     READ LEDGER-FILE
013980         AT END SET INPUT-EOF TO TRUE
013981     END-READ.
013982 4810-EXIT.
013983     EXIT.
013984
013985******************************************************************
013986* 4850-REWRITE-SEASARCH
013987* An S record carries the SEASTAND image, player ID first; a P
013988* record names no player.
013989******************************************************************
013990 4850-REWRITE-SEASARCH.
013991     IF NOT ES-FL-PRESENT(15)
013992         GO TO 4850-EXIT
013993     END-IF
013994     OPEN I-O SEASARCH-FILE
013995     IF ES-SEASARCH-STATUS NOT = "00"
013996         MOVE 15 TO ES-FL
013997         PERFORM 3900-FILE-NOT-FINISHED THRU 3900-EXIT
013998         GO TO 4850-EXIT
013999     END-IF
014000     MOVE "N" TO ES-EOF-SW
014001     READ SEASARCH-FILE
014002         AT END SET INPUT-EOF TO TRUE
014003     END-READ
014004     PERFORM 4860-REWRITE-ONE-SEASON-LINE THRU 4860-EXIT
014005         UNTIL INPUT-EOF
014006     CLOSE SEASARCH-FILE.
014007 4850-EXIT.
014008     EXIT.
014009
014010 4860-REWRITE-ONE-SEASON-LINE.
014011     ADD 1 TO ES-FL-READ(15)
014012     IF SA-STANDING AND SA-SOURCE-IMAGE(1:10) = ES-PLAYER-ID
014013         MOVE ES-PSEUDONYM TO SA-SOURCE-IMAGE(1:10)
014014         REWRITE SEASARCH-RECORD
014015         IF ES-SEASARCH-STATUS NOT = "00"
014016             MOVE ES-SEASARCH-STATUS TO ES-OPEN-STATUS
014017             MOVE 15 TO ES-FL
014018             PERFORM 3950-RECORD-NOT-WRITTEN THRU 3950-EXIT
014019             GO TO 4860-EXIT
014020         END-IF
014021         ADD 1 TO ES-FL-CHANGED(15)
014022     END-IF.
014023 4860-READ-NEXT.
014024     READ SEASARCH-FILE
014025         AT END SET INPUT-EOF TO TRUE
014026     END-READ.
014027 4860-EXIT.
014028     EXIT.
014029
014030******************************************************************
014031* 4900-REWRITE-SURVFLAG
014032* The research-card player, the other player of the flag and
014033* both sides of the supporting round.
014034******************************************************************
014035 4900-REWRITE-SURVFLAG.
014036     IF NOT ES-FL-PRESENT(17)
014037         GO TO 4900-EXIT
014038     END-IF
014039     OPEN I-O SURVFLAG-FILE
014040     IF ES-SURVFLAG-STATUS NOT = "00"
014041         MOVE 17 TO ES-FL
014042         PERFORM 3900-FILE-NOT-FINISHED THRU 3900-EXIT
014043         GO TO 4900-EXIT
014044     END-IF
014045     MOVE "N" TO ES-EOF-SW
014046     READ SURVFLAG-FILE
014047         AT END SET INPUT-EOF TO TRUE
014048     END-READ
014049     PERFORM 4910-REWRITE-ONE-FLAG THRU 4910-EXIT
014050         UNTIL INPUT-EOF
014051     CLOSE SURVFLAG-FILE.
014052 4900-EXIT.
014053     EXIT.
014054
014055 4910-REWRITE-ONE-FLAG.
014056     ADD 1 TO ES-FL-READ(17)
014057     MOVE "N" TO ES-CHANGED-SW
014058     IF SF-RSCH-PLAYER-ID = ES-PLAYER-ID
014059         MOVE ES-PSEUDONYM TO SF-RSCH-PLAYER-ID
014060         SET RECORD-CHANGED TO TRUE
014061     END-IF
014062     IF SF-OTHER-ID = ES-PLAYER-ID
014063         MOVE ES-PSEUDONYM TO SF-OTHER-ID
014064         SET RECORD-CHANGED TO TRUE
014065     END-IF
014066     IF SF-PLAYER-A-ID = ES-PLAYER-ID
014067         MOVE ES-PSEUDONYM TO SF-PLAYER-A-ID
014068         SET RECORD-CHANGED TO TRUE
014069     END-IF
014070     IF SF-PLAYER-B-ID = ES-PLAYER-ID
014071         MOVE ES-PSEUDONYM TO SF-PLAYER-B-ID
014072         SET RECORD-CHANGED TO TRUE
014073     END-IF
014074     IF RECORD-CHANGED
014075         REWRITE SURVFLAG-RECORD
014076         IF ES-SURVFLAG-STATUS NOT = "00"
014077             MOVE ES-SURVFLAG-STATUS TO ES-OPEN-STATUS
014078             MOVE 17 TO ES-FL
014079             PERFORM 3950-RECORD-NOT-WRITTEN THRU 3950-EXIT
014080             GO TO 4910-EXIT
014081         END-IF
014082         ADD 1 TO ES-FL-CHANGED(17)
014083     END-IF.
014084 4910-READ-NEXT.
014085     READ SURVFLAG-FILE
014086         AT END SET INPUT-EOF TO TRUE
014087     END-READ.
014088 4910-EXIT.
014089     EXIT.
014090
014091 4950-REWRITE-FIXTURE.
014092     IF NOT ES-FL-PRESENT(18)
014093         GO TO 4950-EXIT
014094     END-IF
014095     OPEN I-O FIXTURE-FILE
014096     IF ES-FIXTURE-STATUS NOT = "00"
014097         MOVE 18 TO ES-FL
014098         PERFORM 3900-FILE-NOT-FINISHED THRU 3900-EXIT
014099         GO TO 4950-EXIT
014100     END-IF
014101     MOVE "N" TO ES-EOF-SW
014102     READ FIXTURE-FILE
014103         AT END SET INPUT-EOF TO TRUE
014104     END-READ
014105     PERFORM 4960-REWRITE-ONE-SEAT THRU 4960-EXIT
014106         UNTIL INPUT-EOF
014107     CLOSE FIXTURE-FILE.
014108 4950-EXIT.
014109     EXIT.
014110
014111 4960-REWRITE-ONE-SEAT.
014112     ADD 1 TO ES-FL-READ(18)
014113     IF FX-PLAYER-ID = ES-PLAYER-ID
014114         MOVE ES-PSEUDONYM TO FX-PLAYER-ID
014115         REWRITE FIXTURE-RECORD
014116         IF ES-FIXTURE-STATUS NOT = "00"
014117             MOVE ES-FIXTURE-STATUS TO ES-OPEN-STATUS
014118             MOVE 18 TO ES-FL
014119             PERFORM 3950-RECORD-NOT-WRITTEN THRU 3950-EXIT
014120             GO TO 4960-EXIT
014121         END-IF
014122         ADD 1 TO ES-FL-CHANGED(18)
014123     END-IF.
014124 4960-READ-NEXT.
014125     READ FIXTURE-FILE
014126         AT END SET INPUT-EOF TO TRUE
014127     END-READ.
014128 4960-EXIT.
014129     EXIT.
014130******************************************************************
014131* 4970-REWRITE-KBRACKET
014132* Both players of every bracket match and the winner, so PPTLEDG
014133* pays a knockout prize to the pseudonym.
014134******************************************************************
014135 4970-REWRITE-KBRACKET.
014136     IF NOT ES-FL-PRESENT(23)
014137         GO TO 4970-EXIT
014138     END-IF
014139     OPEN I-O KBRACKET-FILE
014140     IF ES-KBRACKET-STATUS NOT = "00"
014141         MOVE 23 TO ES-FL
014142         PERFORM 3900-FILE-NOT-FINISHED THRU 3900-EXIT
014143         GO TO 4970-EXIT
014144     END-IF
014145     MOVE "N" TO ES-EOF-SW
014146     READ KBRACKET-FILE
014147         AT END SET INPUT-EOF TO TRUE
014148     END-READ
014149     PERFORM 4975-REWRITE-ONE-MATCH THRU 4975-EXIT
014150         UNTIL INPUT-EOF
014151     CLOSE KBRACKET-FILE.
014152 4970-EXIT.
014153     EXIT.
014154
014155 4975-REWRITE-ONE-MATCH.
014156     ADD 1 TO ES-FL-READ(23)
014157     MOVE "N" TO ES-CHANGED-SW
014158     IF KB-PLAYER-A-ID = ES-PLAYER-ID
014159         MOVE ES-PSEUDONYM TO KB-PLAYER-A-ID
014160         SET RECORD-CHANGED TO TRUE
014161     END-IF
014162     IF KB-PLAYER-B-ID = ES-PLAYER-ID
014163         MOVE ES-PSEUDONYM TO KB-PLAYER-B-ID
014164         SET RECORD-CHANGED TO TRUE
014165     END-IF
014166     IF KB-WINNER-ID = ES-PLAYER-ID
014167         MOVE ES-PSEUDONYM TO KB-WINNER-ID
014168         SET RECORD-CHANGED TO TRUE
014169     END-IF
014170     IF RECORD-CHANGED
014171         REWRITE KBRACKET-RECORD
014172         IF ES-KBRACKET-STATUS NOT = "00"
014173             MOVE ES-KBRACKET-STATUS TO ES-OPEN-STATUS
014174             MOVE 23 TO ES-FL
014175             PERFORM 3950-RECORD-NOT-WRITTEN THRU 3950-EXIT
014176             GO TO 4975-EXIT
014177         END-IF
014178         ADD 1 TO ES-FL-CHANGED(23)
014179     END-IF.
014180 4975-READ-NEXT.
014181     READ KBRACKET-FILE
014182         AT END SET INPUT-EOF TO TRUE
014183     END-READ.
014184 4975-EXIT.
014185     EXIT.
014186
014187******************************************************************
014188* 4980-REWRITE-BATCHOUT
014189* Both players of every batch result, so the results file agrees
014190* with GAMELOG round for round.
014191******************************************************************
014192 4980-REWRITE-BATCHOUT.
014193     IF NOT ES-FL-PRESENT(24)
014194         GO TO 4980-EXIT
014195     END-IF
014196     OPEN I-O BATCHOUT-FILE
014197     IF ES-BATCHOUT-STATUS NOT = "00"
014198         MOVE 24 TO ES-FL
014199         PERFORM 3900-FILE-NOT-FINISHED THRU 3900-EXIT
014200         GO TO 4980-EXIT
014201     END-IF
014202     MOVE "N" TO ES-EOF-SW
014203     READ BATCHOUT-FILE
014204         AT END SET INPUT-EOF TO TRUE
014205     END-READ
014206     PERFORM 4985-REWRITE-ONE-RESULT THRU 4985-EXIT
014207         UNTIL INPUT-EOF
014208     CLOSE BATCHOUT-FILE.
014209 4980-EXIT.
014210     EXIT.
014211
014212 4985-REWRITE-ONE-RESULT.
014213     ADD 1 TO ES-FL-READ(24)
014214     MOVE "N" TO ES-CHANGED-SW
014215     IF BO-PLAYER-A-ID = ES-PLAYER-ID
014216         MOVE ES-PSEUDONYM TO BO-PLAYER-A-ID
014217         SET RECORD-CHANGED TO TRUE
014218     END-IF
014219     IF BO-PLAYER-B-ID = ES-PLAYER-ID
014220         MOVE ES-PSEUDONYM TO BO-PLAYER-B-ID
014221         SET RECORD-CHANGED TO TRUE
014222     END-IF
014223     IF RECORD-CHANGED
014224         REWRITE BATCHOUT-RECORD
014225         IF ES-BATCHOUT-STATUS NOT = "00"
014226             MOVE ES-BATCHOUT-STATUS TO ES-OPEN-STATUS
014227             MOVE 24 TO ES-FL
014228             PERFORM 3950-RECORD-NOT-WRITTEN THRU 3950-EXIT
014229             GO TO 4985-EXIT
014230         END-IF
014231         ADD 1 TO ES-FL-CHANGED(24)
014232     END-IF.
014233 4985-READ-NEXT.
014234     READ BATCHOUT-FILE
014235         AT END SET INPUT-EOF TO TRUE
014236     END-READ.
014237 4985-EXIT.
014238     EXIT.
014239
014240******************************************************************
014241* 5000-COPY-EXTRACTS
014242* The PPTXTRC and PPTTEND extracts and the CLUBXREF card file
014243* are text and cannot be rewritten in place: each is copied row
014244* for row to its new generation, the player ID columns swapped
014245* where they match.  The header row and the TRAILER row of an
014246* extract go across unchanged, so the trailer count still
014247* proves the hand-off.
014248******************************************************************
014249 5000-COPY-EXTRACTS.
014250     PERFORM 5100-COPY-GAMEXTR THRU 5100-EXIT
014251     PERFORM 5200-COPY-PLYRXTR THRU 5200-EXIT
014252     PERFORM 5300-COPY-CLUBXREF THRU 5300-EXIT
014253     PERFORM 5400-COPY-TENDXTR THRU 5400-EXIT.
014254 5000-EXIT.
014255     EXIT.
014256
014257 5100-COPY-GAMEXTR.
014258     IF NOT ES-FL-PRESENT(12)
014259         GO TO 5100-EXIT
014260     END-IF
014261     OPEN INPUT GAMEXTR-FILE
014262     IF ES-GAMEXTR-STATUS NOT = "00"
014263         MOVE 12 TO ES-FL
014264         PERFORM 3900-FILE-NOT-FINISHED THRU 3900-EXIT
014265         GO TO 5100-EXIT
014266     END-IF
014267     OPEN OUTPUT GAMEXNEW-FILE
014268     IF ES-GAMEXNEW-STATUS NOT = "00"
014269         CLOSE GAMEXTR-FILE
014270         MOVE 12 TO ES-FL
014271         PERFORM 3900-FILE-NOT-FINISHED THRU 3900-EXIT
014272         GO TO 5100-EXIT
014273     END-IF
014274     MOVE 0 TO ES-ROW-NBR
014275     MOVE "N" TO ES-EOF-SW
014276     READ GAMEXTR-FILE
014280         AT END SET INPUT-EOF TO TRUE
014290     END-READ
014300     PERFORM 5110-COPY-ONE-GAME-ROW THRU 5110-EXIT
014310         UNTIL INPUT-EOF
014320     CLOSE GAMEXTR-FILE
014330     CLOSE GAMEXNEW-FILE.
014340 5100-EXIT.
014350     EXIT.
014360
014370 5110-COPY-ONE-GAME-ROW.
014380     ADD 1 TO ES-ROW-NBR
014390     ADD 1 TO ES-FL-READ(12)
014400     MOVE GAMEXTR-RECORD TO GAMEXNEW-RECORD
014410     IF ES-ROW-NBR = 1 OR GAMEXTR-RECORD(1:8) = "TRAILER,"
014420         GO TO 5110-WRITE-ROW
014430     END-IF
014440     MOVE SPACES TO ES-XT-FIELD-1 ES-XT-FIELD-2
014450     MOVE 1 TO ES-XT-PTR
014460     UNSTRING GAMEXTR-RECORD DELIMITED BY ","
014470         INTO ES-XT-FIELD-1 ES-XT-FIELD-2
014480         WITH POINTER ES-XT-PTR
014490     END-UNSTRING
014500     MOVE "N" TO ES-CHANGED-SW
014510     IF ES-XT-FIELD-1 = ES-PLAYER-ID
014520         MOVE ES-PSEUDONYM TO ES-XT-FIELD-1
014530         SET RECORD-CHANGED TO TRUE
014540     END-IF
014550     IF ES-XT-FIELD-2 = ES-PLAYER-ID
014560         MOVE ES-PSEUDONYM TO ES-XT-FIELD-2
014570         SET RECORD-CHANGED TO TRUE
014580     END-IF
014590     IF NOT RECORD-CHANGED OR ES-XT-PTR > 120
014600         GO TO 5110-WRITE-ROW
014610     END-IF
014620     MOVE SPACES TO GAMEXNEW-RECORD
014630     STRING ES-XT-FIELD-1 DELIMITED BY SPACE
014640         "," DELIMITED BY SIZE
014650         ES-XT-FIELD-2 DELIMITED BY SPACE
014660         "," DELIMITED BY SIZE
014670         GAMEXTR-RECORD(ES-XT-PTR:) DELIMITED BY SIZE
014680         INTO GAMEXNEW-RECORD
014690     ADD 1 TO ES-FL-CHANGED(12).
014700 5110-WRITE-ROW.
014710     WRITE GAMEXNEW-RECORD
014711     IF ES-GAMEXNEW-STATUS NOT = "00"
014712         MOVE ES-GAMEXNEW-STATUS TO ES-OPEN-STATUS
014713         MOVE 12 TO ES-FL
014714         PERFORM 3950-RECORD-NOT-WRITTEN THRU 3950-EXIT
014715         GO TO 5110-EXIT
014716     END-IF.
014720 5110-READ-NEXT.
014730     READ GAMEXTR-FILE
014740         AT END SET INPUT-EOF TO TRUE
014750     END-READ.
014760 5110-EXIT.
014770     EXIT.
014780
014790 5200-COPY-PLYRXTR.
014800     IF NOT ES-FL-PRESENT(13)
014810         GO TO 5200-EXIT
014820     END-IF
014830     OPEN INPUT PLYRXTR-FILE
014840     IF ES-PLYRXTR-STATUS NOT = "00"
014850         MOVE 13 TO ES-FL
014860         PERFORM 3900-FILE-NOT-FINISHED THRU 3900-EXIT
014870         GO TO 5200-EXIT
014880     END-IF
014890     OPEN OUTPUT PLYRXNEW-FILE
014900     IF ES-PLYRXNEW-STATUS NOT = "00"
014910         CLOSE PLYRXTR-FILE
014920         MOVE 13 TO ES-FL
014930         PERFORM 3900-FILE-NOT-FINISHED THRU 3900-EXIT
014940         GO TO 5200-EXIT
014950     END-IF
014960     MOVE 0 TO ES-ROW-NBR
014970     MOVE "N" TO ES-EOF-SW
014980     READ PLYRXTR-FILE
014990         AT END SET INPUT-EOF TO TRUE
015000     END-READ
015010     PERFORM 5210-COPY-ONE-PLAYER-ROW THRU 5210-EXIT
015020         UNTIL INPUT-EOF
015030     CLOSE PLYRXTR-FILE
015040     CLOSE PLYRXNEW-FILE.
015050 5200-EXIT.
015060     EXIT.
015070
015080 5210-COPY-ONE-PLAYER-ROW.
015090     ADD 1 TO ES-ROW-NBR
015100     ADD 1 TO ES-FL-READ(13)
015110     MOVE PLYRXTR-RECORD TO PLYRXNEW-RECORD
015120     IF ES-ROW-NBR = 1 OR PLYRXTR-RECORD(1:8) = "TRAILER,"
015130         GO TO 5210-WRITE-ROW
015140     END-IF
015150     MOVE SPACES TO ES-XT-FIELD-1
015160     MOVE 1 TO ES-XT-PTR
015170     UNSTRING PLYRXTR-RECORD DELIMITED BY ","
015180         INTO ES-XT-FIELD-1
015190         WITH POINTER ES-XT-PTR
015200     END-UNSTRING
015210     IF ES-XT-FIELD-1 NOT = ES-PLAYER-ID OR ES-XT-PTR > 120
015220         GO TO 5210-WRITE-ROW
015230     END-IF
015240     MOVE SPACES TO PLYRXNEW-RECORD
015250     STRING ES-PSEUDONYM DELIMITED BY SIZE
015260         "," DELIMITED BY SIZE
015270         PLYRXTR-RECORD(ES-XT-PTR:) DELIMITED BY SIZE
015280         INTO PLYRXNEW-RECORD
015290     ADD 1 TO ES-FL-CHANGED(13).
015300 5210-WRITE-ROW.
015310     WRITE PLYRXNEW-RECORD
015311     IF ES-PLYRXNEW-STATUS NOT = "00"
015312         MOVE ES-PLYRXNEW-STATUS TO ES-OPEN-STATUS
015313         MOVE 13 TO ES-FL
015314         PERFORM 3950-RECORD-NOT-WRITTEN THRU 3950-EXIT
015315         GO TO 5210-EXIT
015316     END-IF.
015320 5210-READ-NEXT.
015330     READ PLYRXTR-FILE
015340         AT END SET INPUT-EOF TO TRUE
015350     END-READ.
015360 5210-EXIT.
015361     EXIT.
015362
015363******************************************************************
015364* 5300-COPY-CLUBXREF
015365* One card per partner-club player code; our player ID sits in
015366* CX-PLAYER-ID.  No header or trailer.
015367******************************************************************
015368 5300-COPY-CLUBXREF.
015369     IF NOT ES-FL-PRESENT(16)
015370         GO TO 5300-EXIT
015371     END-IF
015372     OPEN INPUT CLUBXREF-FILE
015373     IF ES-CLUBXREF-STATUS NOT = "00"
015374         MOVE 16 TO ES-FL
015375         PERFORM 3900-FILE-NOT-FINISHED THRU 3900-EXIT
015376         GO TO 5300-EXIT
015377     END-IF
015378     OPEN OUTPUT CLUBXNEW-FILE
015379     IF ES-CLUBXNEW-STATUS NOT = "00"
015380         CLOSE CLUBXREF-FILE
015381         MOVE 16 TO ES-FL
015382         PERFORM 3900-FILE-NOT-FINISHED THRU 3900-EXIT
015383         GO TO 5300-EXIT
015384     END-IF
015385     MOVE "N" TO ES-EOF-SW
015386     READ CLUBXREF-FILE
015387         AT END SET INPUT-EOF TO TRUE
015388     END-READ
015389     PERFORM 5310-COPY-ONE-CROSS-REF THRU 5310-EXIT
015390         UNTIL INPUT-EOF
015391     CLOSE CLUBXREF-FILE
015392     CLOSE CLUBXNEW-FILE.
015393 5300-EXIT.
015394     EXIT.
015395
015396 5310-COPY-ONE-CROSS-REF.
015397     ADD 1 TO ES-FL-READ(16)
015398     IF CX-PLAYER-ID = ES-PLAYER-ID
015399         MOVE ES-PSEUDONYM TO CX-PLAYER-ID
015400         ADD 1 TO ES-FL-CHANGED(16)
015401     END-IF
015402     MOVE CLUBXREF-RECORD TO CLUBXNEW-RECORD
015403     WRITE CLUBXNEW-RECORD
015404     IF ES-CLUBXNEW-STATUS NOT = "00"
015405         MOVE ES-CLUBXNEW-STATUS TO ES-OPEN-STATUS
015406         MOVE 16 TO ES-FL
015407         PERFORM 3950-RECORD-NOT-WRITTEN THRU 3950-EXIT
015408         GO TO 5310-EXIT
015409     END-IF.
015410 5310-READ-NEXT.
015411     READ CLUBXREF-FILE
015412         AT END SET INPUT-EOF TO TRUE
015413     END-READ.
015414 5310-EXIT.
015415     EXIT.
015416
015417******************************************************************
015418* 5400-COPY-TENDXTR
015419* The PPTTEND extract carries the player ID in its first column,
015420* as PLYRXTR does.
015421******************************************************************
015422 5400-COPY-TENDXTR.
015423     IF NOT ES-FL-PRESENT(21)
015424         GO TO 5400-EXIT
015425     END-IF
015426     OPEN INPUT TENDXTR-FILE
015427     IF ES-TENDXTR-STATUS NOT = "00"
015428         MOVE 21 TO ES-FL
015429         PERFORM 3900-FILE-NOT-FINISHED THRU 3900-EXIT
015430         GO TO 5400-EXIT
015431     END-IF
015432     OPEN OUTPUT TENDXNEW-FILE
015433     IF ES-TENDXNEW-STATUS NOT = "00"
015434         CLOSE TENDXTR-FILE
015435         MOVE 21 TO ES-FL
015436         PERFORM 3900-FILE-NOT-FINISHED THRU 3900-EXIT
015437         GO TO 5400-EXIT
015438     END-IF
015439     MOVE 0 TO ES-ROW-NBR
015440     MOVE "N" TO ES-EOF-SW
015441     READ TENDXTR-FILE
015442         AT END SET INPUT-EOF TO TRUE
015443     END-READ
015444     PERFORM 5410-COPY-ONE-PROFILE-ROW THRU 5410-EXIT
015445         UNTIL INPUT-EOF
015446     CLOSE TENDXTR-FILE
015447     CLOSE TENDXNEW-FILE.
015448 5400-EXIT.
015449     EXIT.
015450
015451 5410-COPY-ONE-PROFILE-ROW.
015452     ADD 1 TO ES-ROW-NBR
015453     ADD 1 TO ES-FL-READ(21)
015454     MOVE TENDXTR-RECORD TO TENDXNEW-RECORD
015455     IF ES-ROW-NBR = 1 OR TENDXTR-RECORD(1:8) = "TRAILER,"
015456         GO TO 5410-WRITE-ROW
015457     END-IF
015458     MOVE SPACES TO ES-XT-FIELD-1
015459     MOVE 1 TO ES-XT-PTR
015460     UNSTRING TENDXTR-RECORD DELIMITED BY ","
015461         INTO ES-XT-FIELD-1
015462         WITH POINTER ES-XT-PTR
015463     END-UNSTRING
015464     IF ES-XT-FIELD-1 NOT = ES-PLAYER-ID OR ES-XT-PTR > 250
015465         GO TO 5410-WRITE-ROW
015466     END-IF
015467     MOVE SPACES TO TENDXNEW-RECORD
015468     STRING ES-PSEUDONYM DELIMITED BY SIZE
015469         "," DELIMITED BY SIZE
015470         TENDXTR-RECORD(ES-XT-PTR:) DELIMITED BY SIZE
015471         INTO TENDXNEW-RECORD
015472     ADD 1 TO ES-FL-CHANGED(21).
015473 5410-WRITE-ROW.
015474     WRITE TENDXNEW-RECORD
015475     IF ES-TENDXNEW-STATUS NOT = "00"
015476         MOVE ES-TENDXNEW-STATUS TO ES-OPEN-STATUS
015477         MOVE 21 TO ES-FL
015478         PERFORM 3950-RECORD-NOT-WRITTEN THRU 3950-EXIT
015479         GO TO 5410-EXIT
015480     END-IF.
015481 5410-READ-NEXT.
015482     READ TENDXTR-FILE
015483         AT END SET INPUT-EOF TO TRUE
015484     END-READ.
015485 5410-EXIT.
015486     EXIT.
015487
015488******************************************************************
015489* 5500-CLEAR-GAME-INDEX
015490* A GAMEIDX entry carries the whole round image, both players,
015491* under a key led by one of them.  Rather than move keys and
015492* rewrite the opponents' entries, an index holding the player
015493* is emptied: IDXCTL first, so PPTINQ and PPTRSCH stop trusting
015494* the index and walk the logs, then GAMEIDX itself.  PPTLIDX
015495* builds it again from the rewritten logs.  The entries that
015496* held the player are counted as changed.
015497******************************************************************
015498 5500-CLEAR-GAME-INDEX.
015499     IF NOT ES-FL-PRESENT(22)
015500         GO TO 5500-EXIT
015501     END-IF
015502     OPEN INPUT GAMEIDX-FILE
015503     IF ES-GAMEIDX-STATUS NOT = "00"
015504         MOVE 22 TO ES-FL
015505         PERFORM 3900-FILE-NOT-FINISHED THRU 3900-EXIT
015506         GO TO 5500-EXIT
015507     END-IF
015508     MOVE 0 TO ES-INDEX-HITS
015509     MOVE "N" TO ES-EOF-SW
015510     READ GAMEIDX-FILE
015511         AT END SET INPUT-EOF TO TRUE
015512     END-READ
015513     PERFORM 5510-COUNT-ONE-ENTRY THRU 5510-EXIT
015514         UNTIL INPUT-EOF
015515     CLOSE GAMEIDX-FILE
015516     IF ES-INDEX-HITS = 0
015517         GO TO 5500-EXIT
015518     END-IF
015519     OPEN OUTPUT IDXCTL-FILE
015520     IF ES-IDXCTL-STATUS NOT = "00"
015521         DISPLAY "PPTERAS - cannot empty IDXCTL, status "
015522             ES-IDXCTL-STATUS
015523         MOVE 22 TO ES-FL
015524         PERFORM 3900-FILE-NOT-FINISHED THRU 3900-EXIT
015525         GO TO 5500-EXIT
015526     END-IF
015527     CLOSE IDXCTL-FILE
015528     OPEN OUTPUT GAMEIDX-FILE
015529     IF ES-GAMEIDX-STATUS NOT = "00"
015530         DISPLAY "PPTERAS - cannot empty GAMEIDX, status "
015531             ES-GAMEIDX-STATUS
015532         MOVE 22 TO ES-FL
015533         PERFORM 3900-FILE-NOT-FINISHED THRU 3900-EXIT
015534         GO TO 5500-EXIT
015535     END-IF
015536     CLOSE GAMEIDX-FILE
015537     MOVE ES-INDEX-HITS TO ES-FL-CHANGED(22).
015538 5500-EXIT.
015539     EXIT.
015540
015541 5510-COUNT-ONE-ENTRY.
015542     ADD 1 TO ES-FL-READ(22)
015543     IF GI-PLAYER-ID = ES-PLAYER-ID
015544         OR GI-ROUND(1:10) = ES-PLAYER-ID
015545         OR GI-ROUND(11:10) = ES-PLAYER-ID
015546         ADD 1 TO ES-INDEX-HITS
015547     END-IF.
015548 5510-READ-NEXT.
015549     READ GAMEIDX-FILE
015550         AT END SET INPUT-EOF TO TRUE
015551     END-READ.
015552 5510-EXIT.
015553     EXIT.
015554
015555******************************************************************
015556* 6000-PRINT-CERTIFICATE
015557* Never prints the erased ID - the register entry, the check
015558* value and the pseudonym identify the erasure.
015559******************************************************************
015560 6000-PRINT-CERTIFICATE.
015561     OPEN OUTPUT PRTFILE
015562     SET REPORT-OPEN TO TRUE
015563     PERFORM 7100-PRINT-PAGE-HEADERS THRU 7100-EXIT
015564     MOVE SPACES TO PRINT-LINE
015565     STRING "OPERATOR: " DELIMITED BY SIZE
015566         ES-OPERATOR-ID DELIMITED BY SIZE
015567         "   REASON: " DELIMITED BY SIZE
015568         ES-REASON DELIMITED BY SIZE
015569         INTO PRINT-LINE
015570     WRITE PRINT-LINE AFTER ADVANCING 1
015571     MOVE SPACES TO PRINT-LINE
015572     STRING "PLAYER ID CHECK VALUE: " DELIMITED BY SIZE
015573         ES-ID-CHECK DELIMITED BY SIZE
015580         INTO PRINT-LINE
015590     WRITE PRINT-LINE AFTER ADVANCING 1
015600     ADD 2 TO ES-LINE-COUNT
015610     IF NOT REGISTER-ENTRY-OPEN
015620         PERFORM 6900-PRINT-REFUSAL THRU 6900-EXIT
015630         GO TO 6000-CLOSE
015640     END-IF
015650     MOVE SPACES TO PRINT-LINE
015660     STRING "PSEUDONYM: " DELIMITED BY SIZE
015670         ES-PSEUDONYM DELIMITED BY SIZE
015680         "   REGISTER ENTRIES: " DELIMITED BY SIZE
015690         ES-OPEN-REG-SEQ DELIMITED BY SIZE
015700         " / " DELIMITED BY SIZE
015710         ES-CLOSE-REG-SEQ DELIMITED BY SIZE
015720         INTO PRINT-LINE
015730     WRITE PRINT-LINE AFTER ADVANCING 1
015740     MOVE SPACES TO PRINT-LINE
015750     IF ERASED-BEFORE
015760         STRING "REPEAT OF THE ERASURE OPENED AT REGISTER ENTRY "
015770                 DELIMITED BY SIZE
015780             ES-PRIOR-REG-SEQ DELIMITED BY SIZE
015790             " ON " DELIMITED BY SIZE
015800             ES-PRIOR-RUN-DATE DELIMITED BY SIZE
015810             INTO PRINT-LINE
015820     ELSE
015830         MOVE "FIRST ERASURE OF THIS PLAYER" TO PRINT-LINE
015840     END-IF
015850     WRITE PRINT-LINE AFTER ADVANCING 1
015860     MOVE SPACES TO PRINT-LINE
015870     WRITE PRINT-LINE AFTER ADVANCING 1
015880     MOVE SPACES TO PRINT-LINE
015890     STRING "FILE       STATE            RECORDS READ"
015900             DELIMITED BY SIZE
015910         "  RECORDS CHANGED" DELIMITED BY SIZE
015920         INTO PRINT-LINE
015930     WRITE PRINT-LINE AFTER ADVANCING 1
015940     MOVE ES-DASH-LINE TO PRINT-LINE
015950     WRITE PRINT-LINE AFTER ADVANCING 1
015960     ADD 5 TO ES-LINE-COUNT
015970     PERFORM 6100-PRINT-ONE-FILE THRU 6100-EXIT
015980         VARYING ES-FL FROM 1 BY 1 UNTIL ES-FL > ES-NBR-FILES
015990     MOVE ES-DASH-LINE TO PRINT-LINE
016000     WRITE PRINT-LINE AFTER ADVANCING 1
016010     MOVE ES-TOTAL-CHANGED TO ES-EDIT-COUNT-2
016020     MOVE SPACES TO PRINT-LINE
016030     STRING "TOTAL RECORDS CHANGED                      "
016040             DELIMITED BY SIZE
016050         ES-EDIT-COUNT-2 DELIMITED BY SIZE
016060         INTO PRINT-LINE
016070     WRITE PRINT-LINE AFTER ADVANCING 1
016080     MOVE SPACES TO PRINT-LINE
016090     WRITE PRINT-LINE AFTER ADVANCING 1
016100     ADD 3 TO ES-LINE-COUNT
016110     IF HISTORY-MOVED
016120         MOVE SPACES TO PRINT-LINE
016130         STRING "HISTORY CARRIED TO THE PSEUDONYM - WINS "
016140                 DELIMITED BY SIZE
016150             ES-CARRIED-WINS DELIMITED BY SIZE
016160             " LOSSES " DELIMITED BY SIZE
016170             ES-CARRIED-LOSSES DELIMITED BY SIZE
016180             " TIES " DELIMITED BY SIZE
016190             ES-CARRIED-TIES DELIMITED BY SIZE
016200             INTO PRINT-LINE
016210         WRITE PRINT-LINE AFTER ADVANCING 1
016220         ADD 1 TO ES-LINE-COUNT
016230     END-IF
016240     IF ES-FL-PRESENT(12) OR ES-FL-PRESENT(13)
016245         OR ES-FL-PRESENT(16) OR ES-FL-PRESENT(21)
016250         MOVE SPACES TO PRINT-LINE
016260         STRING "TEXT FILES REWRITTEN TO GAMEXNEW / PLYRXNEW / "
016261                 DELIMITED BY SIZE
016262             "CLUBXNEW / TENDXNEW" DELIMITED BY SIZE
016263             INTO PRINT-LINE
016264         WRITE PRINT-LINE AFTER ADVANCING 1
016265         ADD 1 TO ES-LINE-COUNT
016266     END-IF
016267     IF ES-FL-CHANGED(22) > 0
016268         MOVE SPACES TO PRINT-LINE
016269         MOVE "GAMEIDX EMPTIED - REBUILD IT WITH PPTLIDX"
016270             TO PRINT-LINE
016280         WRITE PRINT-LINE AFTER ADVANCING 1
016290         ADD 1 TO ES-LINE-COUNT
016300     END-IF
016310     MOVE SPACES TO PRINT-LINE
016320     STRING "REGISTER SEAL: " DELIMITED BY SIZE
016330         ES-LAST-SEAL DELIMITED BY SIZE
016340         INTO PRINT-LINE
016350     WRITE PRINT-LINE AFTER ADVANCING 1
016360     MOVE SPACES TO PRINT-LINE
016370     IF ERASURE-INCOMPLETE
016380         MOVE "ERASURE NOT COMPLETE - RUN THE SAME CARD AGAIN"
016390             TO PRINT-LINE
016400     ELSE
016410         MOVE "ERASURE COMPLETE - RUN PPTRECON BEFORE DAY CLOSE"
016420             TO PRINT-LINE
016430     END-IF
016440     WRITE PRINT-LINE AFTER ADVANCING 2
016450     ADD 3 TO ES-LINE-COUNT.
016460 6000-CLOSE.
016470     CLOSE PRTFILE.
016480 6000-EXIT.
016490     EXIT.
016500
016510 6100-PRINT-ONE-FILE.
016520     IF ES-LINE-COUNT >= ES-MAX-LINES
016530         PERFORM 7100-PRINT-PAGE-HEADERS THRU 7100-EXIT
016540     END-IF
016550     EVALUATE TRUE
016560         WHEN ES-FL-ABSENT(ES-FL)
016570             MOVE "NOT ON DISK" TO ES-STATE-TEXT
016580         WHEN ES-FL-FAILED(ES-FL)
016590             MOVE "NOT FINISHED" TO ES-STATE-TEXT
016600         WHEN OTHER
016610             MOVE "DONE" TO ES-STATE-TEXT
016620     END-EVALUATE
016630     MOVE ES-FL-READ(ES-FL) TO ES-EDIT-COUNT
016640     MOVE ES-FL-CHANGED(ES-FL) TO ES-EDIT-COUNT-2
016650     MOVE SPACES TO PRINT-LINE
016660     STRING ES-FILE-NAME(ES-FL) DELIMITED BY SIZE
016670         "   " DELIMITED BY SIZE
016680         ES-STATE-TEXT DELIMITED BY SIZE
016690         "  " DELIMITED BY SIZE
016700         ES-EDIT-COUNT DELIMITED BY SIZE
016710         "      " DELIMITED BY SIZE
016720         ES-EDIT-COUNT-2 DELIMITED BY SIZE
016730         INTO PRINT-LINE
016740     WRITE PRINT-LINE AFTER ADVANCING 1
016750     ADD 1 TO ES-LINE-COUNT.
016760 6100-EXIT.
016770     EXIT.
016780
016790******************************************************************
016800* 6900-PRINT-REFUSAL
016810* Why nothing was touched.
016820******************************************************************
016830 6900-PRINT-REFUSAL.
016840     MOVE SPACES TO PRINT-LINE
016850     EVALUATE TRUE
016860         WHEN BUSINESS-DAY-CLOSED
016870             MOVE "REFUSED - BUSINESS DATE IS CLOSED"
016880                 TO PRINT-LINE
016890         WHEN REGISTER-BROKEN
016900             STRING "REFUSED - ERASREG SEAL BROKEN AT RECORD "
016910                     DELIMITED BY SIZE
016920                 ES-BROKEN-AT DELIMITED BY SIZE
016930                 INTO PRINT-LINE
016940         WHEN PSEUDONYM-COLLISION
016950             MOVE "REFUSED - PSEUDONYM ALREADY ON A MASTER"
016960                 TO PRINT-LINE
016970         WHEN PLAYER-UNKNOWN
016980             MOVE "REFUSED - PLAYER NOT ON PLYRMAST OR PLYRHIST"
016990                 TO PRINT-LINE
017000         WHEN OTHER
017010             MOVE "REFUSED - A FILE COULD NOT BE OPENED"
017020                 TO PRINT-LINE
017030     END-EVALUATE
017040     WRITE PRINT-LINE AFTER ADVANCING 2
017050     MOVE SPACES TO PRINT-LINE
017060     MOVE "NO FILE WAS CHANGED" TO PRINT-LINE
017070     WRITE PRINT-LINE AFTER ADVANCING 1
017080     ADD 3 TO ES-LINE-COUNT.
017090 6900-EXIT.
017100     EXIT.
017110
017120******************************************************************
017130* 7100-PRINT-PAGE-HEADERS
017140******************************************************************
017150 7100-PRINT-PAGE-HEADERS.
017160     ADD 1 TO ES-PAGE-COUNT
017170     MOVE ES-PAGE-COUNT TO ES-EDIT-PAGE
017180     MOVE SPACES TO PRINT-LINE
017190     STRING "PROGRAM: PPTERAS" DELIMITED BY SIZE
017200         "     PIEDRA PAPEL O TIJERA - ERASURE CERTIFICATE"
017210             DELIMITED BY SIZE
017220         "     PAGE: " DELIMITED BY SIZE
017230         ES-EDIT-PAGE DELIMITED BY SIZE
017240         INTO PRINT-LINE
017250     WRITE PRINT-LINE AFTER ADVANCING PAGE
017260     MOVE SPACES TO PRINT-LINE
017270     STRING "RUN DATE: " DELIMITED BY SIZE
017280         ES-RUN-DATE DELIMITED BY SIZE
017290         "   TIME: " DELIMITED BY SIZE
017300         ES-START-TIME DELIMITED BY SIZE
017310         INTO PRINT-LINE
017320     WRITE PRINT-LINE AFTER ADVANCING 1
017330     MOVE SPACES TO PRINT-LINE
017340     WRITE PRINT-LINE AFTER ADVANCING 1
017350     MOVE 3 TO ES-LINE-COUNT.
017360 7100-EXIT.
017370     EXIT.
017380
017390******************************************************************
017400* 8500-WORK-CHECK-VALUE
017410* Folds the first ES-HASH-LEN bytes of ES-HASH-AREA into
017420* ES-HASH-VALUE, a remainder below 999999937.  The byte's
017430* position goes in with its value, so the same characters in
017440* a different order give a different answer.
017450******************************************************************
017460 8500-WORK-CHECK-VALUE.
017470     MOVE 0 TO ES-HASH-VALUE
017480     PERFORM 8510-FOLD-ONE-BYTE THRU 8510-EXIT
017490         VARYING ES-HASH-POS FROM 1 BY 1
017500         UNTIL ES-HASH-POS > ES-HASH-LEN.
017510 8500-EXIT.
017520     EXIT.
017530
017540 8510-FOLD-ONE-BYTE.
017550     MOVE ES-HASH-AREA(ES-HASH-POS:1) TO ES-HASH-CHAR
017560     MOVE 0 TO ES-CHAR-VALUE
017570     INSPECT ES-CHAR-SET TALLYING ES-CHAR-VALUE
017580         FOR CHARACTERS BEFORE INITIAL ES-HASH-CHAR
017590     COMPUTE ES-HASH-WORK =
017600         ES-HASH-VALUE * 67 + ES-CHAR-VALUE + ES-HASH-POS
017610     DIVIDE ES-HASH-WORK BY 999999937
017620         GIVING ES-HASH-QUOT REMAINDER ES-HASH-VALUE.
017630 8510-EXIT.
017640     EXIT.
017650
017660******************************************************************
017670* 9999-TERMINATE
017680******************************************************************
017690 9999-TERMINATE.
017700     EVALUATE TRUE
017710         WHEN NOT PARM-VALID
017720             MOVE 20 TO RETURN-CODE
017730         WHEN BUSINESS-DAY-CLOSED
017740             MOVE 28 TO RETURN-CODE
017750         WHEN FILE-UNREADABLE OR ERASURE-INCOMPLETE
017760             MOVE 16 TO RETURN-CODE
017770         WHEN REGISTER-BROKEN OR PSEUDONYM-COLLISION
017780             MOVE 12 TO RETURN-CODE
017790         WHEN PLAYER-UNKNOWN
017800             MOVE 8 TO RETURN-CODE
017810         WHEN ES-TOTAL-CHANGED = 0
017820             MOVE 4 TO RETURN-CODE
017830         WHEN OTHER
017840             MOVE 0 TO RETURN-CODE
017850     END-EVALUATE
017860     IF REGISTER-ENTRY-OPEN
017870         DISPLAY "PPTERAS - pseudonym " ES-PSEUDONYM
017880             " records changed " ES-TOTAL-CHANGED
017890     END-IF
017900     PERFORM 9800-WRITE-RUN-JOURNAL THRU 9800-EXIT.
017910 9999-EXIT.
017920     EXIT.
017930
017940 9100-ADD-TOTAL.
017950     IF ES-FL = 1
017960         MOVE 0 TO ES-TOTAL-CHANGED
017970     END-IF
017980     ADD ES-FL-CHANGED(ES-FL) TO ES-TOTAL-CHANGED.
017990 9100-EXIT.
018000     EXIT.
018010
018020******************************************************************
018030* 9800-WRITE-RUN-JOURNAL
018040******************************************************************
018050 9800-WRITE-RUN-JOURNAL.
018060     OPEN EXTEND RUNJRNL-FILE
018070     IF ES-RUNJRNL-STATUS = "35"
018080         OPEN OUTPUT RUNJRNL-FILE
018090         CLOSE RUNJRNL-FILE
018100         OPEN EXTEND RUNJRNL-FILE
018110     END-IF
018120     IF ES-RUNJRNL-STATUS NOT = "00"
018130         DISPLAY "PPTERAS - run journal unavailable, status "
018140             ES-RUNJRNL-STATUS
018150         GO TO 9800-EXIT
018160     END-IF
018170     MOVE ES-BUSINESS-DATE TO ES-END-DATE
018180     ACCEPT ES-END-TIME FROM TIME
018190     MOVE SPACES TO RUNJRNL-RECORD
018200     MOVE "PPTERAS" TO RJ-PROGRAM-ID
018210     MOVE ES-RUN-DATE TO RJ-START-DATE
018220     MOVE ES-START-TIME TO RJ-START-TIME
018230     MOVE ES-END-DATE TO RJ-END-DATE
018240     MOVE ES-END-TIME TO RJ-END-TIME
018250     MOVE ES-REGISTER-READ TO RJ-RECORDS-READ
018260     MOVE ES-TOTAL-CHANGED TO RJ-RECORDS-WRITTEN
018270     MOVE 0 TO RJ-ROUNDS-REJECTED
018280     MOVE RETURN-CODE TO RJ-RETURN-CODE
018290     WRITE RUNJRNL-RECORD
018300     CLOSE RUNJRNL-FILE.
018310 9800-EXIT.
018320     EXIT.
018330
018340******************************************************************
018350* 9700-READ-BUSINESS-DATE
018360* Dated by the business date on BUSDATE like the rest of the
018370* stream; no control record falls back to the clock date.
018375* A BUSDATE on file that cannot be read ends the run (9790).
018380******************************************************************
018390 9700-READ-BUSINESS-DATE.
018400     ACCEPT ES-BUSINESS-DATE FROM DATE YYYYMMDD
018410     OPEN INPUT BUSDATE-FILE
018412     IF ES-BUSDATE-STATUS NOT = "00" AND NOT = "35"
018414         PERFORM 9790-BUSDATE-UNREADABLE THRU 9790-EXIT
018416     END-IF
018420     IF ES-BUSDATE-STATUS NOT = "00"
018430         DISPLAY "PPTERAS - no BUSDATE control record - "
018440             "running on clock date " ES-BUSINESS-DATE
018450         GO TO 9700-MOVE-RUN-DATE
018460     END-IF
018470     READ BUSDATE-FILE
018480         AT END
018490             DISPLAY "PPTERAS - BUSDATE is empty - "
018500                 "running on clock date " ES-BUSINESS-DATE
018510             CLOSE BUSDATE-FILE
018520             GO TO 9700-MOVE-RUN-DATE
018530     END-READ
018532     IF ES-BUSDATE-STATUS NOT = "00"
018534         CLOSE BUSDATE-FILE
018536         PERFORM 9790-BUSDATE-UNREADABLE THRU 9790-EXIT
018538     END-IF
018540     MOVE BD-BUSINESS-DATE TO ES-BUSINESS-DATE
018550     MOVE BD-DAY-STATUS TO ES-DAY-STATUS
018560     CLOSE BUSDATE-FILE.
018570 9700-MOVE-RUN-DATE.
018580     MOVE ES-BUSINESS-DATE TO ES-RUN-DATE.
018590 9700-EXIT.
018600     EXIT.
018610
018620******************************************************************
018630* 9790-BUSDATE-UNREADABLE
018640* A BUSDATE that is on file but cannot be read may hold a closed
018650* day, so the clock date will not do: the run ends RC 16 before
018660* anything else is opened.
018670******************************************************************
018680 9790-BUSDATE-UNREADABLE.
018690     DISPLAY "PPTERAS - cannot read BUSDATE, status "
018700         ES-BUSDATE-STATUS " - run ends"
018710     MOVE ES-BUSINESS-DATE TO ES-RUN-DATE
018720     ACCEPT ES-START-TIME FROM TIME
018730     MOVE 16 TO RETURN-CODE
018740     PERFORM 9800-WRITE-RUN-JOURNAL THRU 9800-EXIT
018750     STOP RUN.
018760 9790-EXIT.
018770     EXIT.
018780
018790 END PROGRAM PPTERAS.
