000100******************************************************************
000110* Author: JuanJignacio
000120* Installation: www.
000130* Date-Written: 15/10/2026.
000140*
000150* Modification History
000160*   DD/MM/YYYY  INIT  DESCRIPTION
000170*   15/10/2026  JAI   Original - inbound interface for partner
000180*                     club results.  Club rounds were re-keyed
000190*                     into BATCHIN, which carries no file
000200*                     identity at all, and a prior day's file
000210*                     mounted twice is the reason PPTBACK exists.
000220*                     This program takes the club's own file
000230*                     with header and trailer controls, checks
000240*                     it against a per-club control register,
000250*                     maps the club's player codes to ours and
000260*                     writes BATCHIN for PPTEDIT, returning an
000270*                     acknowledgement file to the club.
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. PPTCLUB.
000310 AUTHOR. JuanJignacio.
000320 INSTALLATION. www.
000330 DATE-WRITTEN. 15/10/2026.
000340 DATE-COMPILED. 15/10/2026.
000350******************************************************************
000360* Partner-club results intake, one club file per run:
000370*   - pass one reads the whole CLUBIN file and proves it: a
000380*     header first, a trailer last, nothing out of place,
000390*     numeric guesses, and the trailer's record count and guess
000400*     hash total equal to what was counted.  The header's file
000410*     sequence must be the club's next one on the CLUBREG
000420*     control register (a number taken already is a duplicate,
000430*     a number past the next one means a file is missing) and
000440*     the file may not be dated before the club's last one.
000450*   - any failure rejects the whole file: BATCHIN is written
000460*     empty, so nothing of the club's - and nothing left over
000470*     from an earlier run - can reach PPTEDIT, and the
000480*     acknowledgement tells the club why.
000490*   - an accepted file is read again and every round's club
000500*     player codes are looked up on CLUBXREF.  A mapped round
000510*     goes to BATCHIN in our PM-PLAYER-IDs; a code with no
000520*     cross-reference refuses that round only.  The register
000530*     takes one record for the file; it is opened before the
000533*     first round goes to BATCHIN, and if it cannot be, BATCHIN
000536*     is left empty and the run ends.
000540*   - CLUBACK goes back to the club listing every round taken
000550*     or refused; PPTIRPT is the intake report.
000560* PPTEDIT still screens every round on BATCHIN (guess range,
000570* registration) - this step proves the file, not the rounds.
000580* RETURN-CODE 0 = file accepted whole, 4 = file accepted with
000590* rounds refused, 8 = file rejected on its controls, 12 = file
000600* rejected as a duplicate or out of sequence, 16 = CLUBIN,
000610* CLUBXREF or CLUBREG could not be read, or CLUBREG could not be
000615* extended or written for an accepted file (BATCHIN left empty).
000617* A BUSDATE on file that cannot be read ends the run RC 16.
000620******************************************************************
000630 ENVIRONMENT DIVISION.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT CLUBIN-FILE ASSIGN TO "CLUBIN"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS CU-CLUBIN-STATUS.
000690     SELECT CLUBXREF-FILE ASSIGN TO "CLUBXREF"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS CU-CLUBXREF-STATUS.
000720     SELECT CLUBREG-FILE ASSIGN TO "CLUBREG"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS CU-CLUBREG-STATUS.
000750     SELECT BATCHIN-FILE ASSIGN TO "BATCHIN"
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS CU-BATCHIN-STATUS.
000780     SELECT CLUBACK-FILE ASSIGN TO "CLUBACK"
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS CU-CLUBACK-STATUS.
000810     SELECT PRTFILE ASSIGN TO "PPTIRPT"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS CU-PRTFILE-STATUS.
000840     SELECT RUNJRNL-FILE ASSIGN TO "RUNJRNL"
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS CU-RUNJRNL-STATUS.
000870     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS CU-BUSDATE-STATUS.
000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  CLUBIN-FILE
000930     LABEL RECORD IS STANDARD.
000940     COPY CLUBIN.
000950 FD  CLUBXREF-FILE
000960     LABEL RECORD IS STANDARD.
000970     COPY CLUBXREF.
000980 FD  CLUBREG-FILE
000990     LABEL RECORD IS STANDARD.
001000     COPY CLUBREG.
001010 FD  BATCHIN-FILE
001020     LABEL RECORD IS STANDARD.
001030     COPY BATCHIN.
001040 FD  CLUBACK-FILE
001050     LABEL RECORD IS STANDARD.
001060     COPY CLUBACK.
001070 FD  PRTFILE
001080     LABEL RECORD IS STANDARD.
001090     COPY PRTLINE.
001100 FD  RUNJRNL-FILE
001110     LABEL RECORD IS STANDARD.
001120     COPY RUNJRNL.
001130 FD  BUSDATE-FILE
001140     LABEL RECORD IS STANDARD.
001150     COPY BUSDATE.
001160 WORKING-STORAGE SECTION.
001170******************************************************************
001180* File status and end-of-file switches.
001190******************************************************************
001200 77  CU-CLUBIN-STATUS          PIC X(02) VALUE "00".
001210 77  CU-CLUBXREF-STATUS        PIC X(02) VALUE "00".
001220 77  CU-CLUBREG-STATUS         PIC X(02) VALUE "00".
001230 77  CU-BATCHIN-STATUS         PIC X(02) VALUE "00".
001240 77  CU-CLUBACK-STATUS         PIC X(02) VALUE "00".
001250 77  CU-PRTFILE-STATUS         PIC X(02) VALUE "00".
001260 77  CU-RUNJRNL-STATUS         PIC X(02) VALUE "00".
001270 77  CU-BUSDATE-STATUS         PIC X(02) VALUE "00".
001280 77  CU-CLUBIN-EOF-SW          PIC X(01) VALUE "N".
001290     88  CLUBIN-EOF                      VALUE "Y".
001300 77  CU-CLUBXREF-EOF-SW        PIC X(01) VALUE "N".
001310     88  CLUBXREF-EOF                    VALUE "Y".
001320 77  CU-CLUBREG-EOF-SW         PIC X(01) VALUE "N".
001330     88  CLUBREG-EOF                     VALUE "Y".
001340 77  CU-BUSINESS-DATE          PIC 9(08) VALUE 0.
001350 77  CU-RUN-DATE               PIC 9(08) VALUE 0.
001360 77  CU-START-TIME             PIC 9(08) VALUE 0.
001370 77  CU-END-DATE               PIC 9(08) VALUE 0.
001380 77  CU-END-TIME               PIC 9(08) VALUE 0.
001390
001400******************************************************************
001410* Run control.  The first reason found rejects the file; later
001420* faults on the same file are not reported over it.
001430******************************************************************
001440 77  CU-INPUT-BAD-SW           PIC X(01) VALUE "N".
001450     88  INPUT-FILE-UNREADABLE           VALUE "Y".
001460 77  CU-FILE-REASON            PIC X(02) VALUE SPACES.
001470     88  FILE-ACCEPTED                   VALUE SPACES.
001480     88  FILE-OUT-OF-SEQUENCE            VALUE "DU" "SQ".
001490 77  CU-NEW-REASON             PIC X(02) VALUE SPACES.
001500 77  CU-REASON-CODE            PIC X(02) VALUE SPACES.
001510 77  CU-REASON-TEXT            PIC X(30) VALUE SPACES.
001520 77  CU-ROUND-REASON           PIC X(02) VALUE SPACES.
001530
001540******************************************************************
001550* What the file says about itself and what was counted.
001560******************************************************************
001570 77  CU-HEADER-SEEN-SW         PIC X(01) VALUE "N".
001580     88  HEADER-SEEN                     VALUE "Y".
001590 77  CU-TRAILER-SEEN-SW        PIC X(01) VALUE "N".
001600     88  TRAILER-SEEN                    VALUE "Y".
001610 77  CU-CLUB-CODE              PIC X(04) VALUE SPACES.
001620 77  CU-FILE-SEQ               PIC 9(06) VALUE 0.
001630 77  CU-CREATE-DATE            PIC 9(08) VALUE 0.
001640 77  CU-TRAILER-COUNT          PIC 9(07) VALUE 0.
001650 77  CU-TRAILER-HASH           PIC 9(09) VALUE 0.
001660 77  CU-COUNTED-DETAILS        PIC 9(07) VALUE 0.
001670 77  CU-COUNTED-HASH           PIC 9(09) VALUE 0.
001680 77  CU-RECORDS-READ           PIC 9(07) VALUE 0.
001690
001700******************************************************************
001710* The club's last file on the control register.
001720******************************************************************
001730 77  CU-LAST-SEQ               PIC 9(06) VALUE 0.
001740 77  CU-LAST-CREATE-DATE       PIC 9(08) VALUE 0.
001750 77  CU-REGISTER-READ          PIC 9(07) VALUE 0.
001760 77  CU-EXPECTED-SEQ           PIC 9(07) VALUE 0.
001770
001780******************************************************************
001790* The sending club's cross-reference lines, loaded whole.
001800******************************************************************
001810 77  CU-NBR-XREF               PIC 9(04) VALUE 0.
001820 77  CU-MAX-XREF               PIC 9(04) VALUE 1000.
001830 01  CU-XREF-TABLE.
001840     05  CU-XR-ENTRY OCCURS 1000 TIMES.
001850         10  CU-XR-CLUB-PLAYER PIC X(10).
001860         10  CU-XR-PLAYER-ID   PIC X(10).
001870 77  CU-XR                     PIC 9(04) COMP VALUE 0.
001880 77  CU-XREF-DROPPED           PIC 9(05) VALUE 0.
001890 77  CU-FIND-CODE              PIC X(10) VALUE SPACES.
001900 77  CU-FOUND-ID               PIC X(10) VALUE SPACES.
001910 77  CU-PLAYER-A-ID            PIC X(10) VALUE SPACES.
001920 77  CU-PLAYER-B-ID            PIC X(10) VALUE SPACES.
001930
001940******************************************************************
001950* Control totals.
001960******************************************************************
001970 77  CU-DETAIL-NBR             PIC 9(07) VALUE 0.
001980 77  CU-ROUNDS-ACCEPTED        PIC 9(07) VALUE 0.
001990 77  CU-ROUNDS-REJECTED        PIC 9(07) VALUE 0.
002000 77  CU-ACKS-WRITTEN           PIC 9(07) VALUE 0.
002010
002020******************************************************************
002030* Report page control and edited fields.
002040******************************************************************
002050 77  CU-PAGE-COUNT             PIC 9(04) VALUE 0.
002060 77  CU-LINE-COUNT             PIC 9(03) VALUE 0.
002070 77  CU-MAX-LINES              PIC 9(03) VALUE 55.
002080 77  CU-DASH-LINE              PIC X(70) VALUE ALL "-".
002090 77  CU-EDIT-PAGE              PIC ZZZ9.
002100 77  CU-EDIT-COUNT             PIC Z,ZZZ,ZZ9.
002110 77  CU-EDIT-COUNT-2           PIC Z,ZZZ,ZZ9.
002120 77  CU-EDIT-HASH              PIC ZZZ,ZZZ,ZZ9.
002130 77  CU-EDIT-HASH-2            PIC ZZZ,ZZZ,ZZ9.
002140
002150 PROCEDURE DIVISION.
002160******************************************************************
002170* 0000-MAIN-PROCEDURE
002180******************************************************************
002190 0000-MAIN-PROCEDURE.
002200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002210     IF NOT INPUT-FILE-UNREADABLE
002220         PERFORM 2000-PROVE-FILE THRU 2000-EXIT
002230     END-IF
002240     IF NOT INPUT-FILE-UNREADABLE AND HEADER-SEEN
002250         PERFORM 3000-CHECK-REGISTER THRU 3000-EXIT
002260     END-IF
002270     IF NOT INPUT-FILE-UNREADABLE AND FILE-ACCEPTED
002280         PERFORM 3500-LOAD-CROSS-REFERENCE THRU 3500-EXIT
002282     END-IF
002284     IF NOT INPUT-FILE-UNREADABLE AND FILE-ACCEPTED
002286         PERFORM 3600-OPEN-REGISTER THRU 3600-EXIT
002290     END-IF
002300     IF NOT INPUT-FILE-UNREADABLE
002310         PERFORM 4000-WRITE-OUTPUTS THRU 4000-EXIT
002320         PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
002330         PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
002340     END-IF
002350     PERFORM 9999-TERMINATE THRU 9999-EXIT
002360     STOP RUN.
002370
002380******************************************************************
002390* 1000-INITIALIZE
002400******************************************************************
002410 1000-INITIALIZE.
002420     DISPLAY "PPTCLUB - PARTNER CLUB RESULTS INTAKE"
002430     PERFORM 9700-READ-BUSINESS-DATE THRU 9700-EXIT
002440     ACCEPT CU-START-TIME FROM TIME
002450     OPEN INPUT CLUBIN-FILE
002460     IF CU-CLUBIN-STATUS NOT = "00"
002470         SET INPUT-FILE-UNREADABLE TO TRUE
002480         DISPLAY "PPTCLUB - cannot open CLUBIN, status "
002490             CU-CLUBIN-STATUS " - run ends"
002500         GO TO 1000-EXIT
002510     END-IF
002520     CLOSE CLUBIN-FILE
002530     OPEN INPUT CLUBXREF-FILE
002540     IF CU-CLUBXREF-STATUS NOT = "00"
002550         SET INPUT-FILE-UNREADABLE TO TRUE
002560         DISPLAY "PPTCLUB - cannot open CLUBXREF, status "
002570             CU-CLUBXREF-STATUS " - run ends"
002580         GO TO 1000-EXIT
002590     END-IF
002600     CLOSE CLUBXREF-FILE
002610     OPEN INPUT CLUBREG-FILE
002620     EVALUATE TRUE
002630         WHEN CU-CLUBREG-STATUS = "00"
002640             CLOSE CLUBREG-FILE
002650         WHEN CU-CLUBREG-STATUS = "35"
002660             DISPLAY "PPTCLUB - no CLUBREG on disk - every club "
002670                 "starts at file 000001"
002680         WHEN OTHER
002690             SET INPUT-FILE-UNREADABLE TO TRUE
002700             DISPLAY "PPTCLUB - cannot open CLUBREG, status "
002710                 CU-CLUBREG-STATUS " - run ends"
002720             GO TO 1000-EXIT
002730     END-EVALUATE
002740     OPEN OUTPUT PRTFILE
002750     PERFORM 7100-PRINT-PAGE-HEADERS THRU 7100-EXIT.
002760 1000-EXIT.
002770     EXIT.
002780
002790******************************************************************
002800* 2000-PROVE-FILE
002810* Pass one: the file's shape and its own control totals.
002820******************************************************************
002830 2000-PROVE-FILE.
002840     OPEN INPUT CLUBIN-FILE
002850     MOVE "N" TO CU-CLUBIN-EOF-SW
002860     READ CLUBIN-FILE
002870         AT END SET CLUBIN-EOF TO TRUE
002880     END-READ
002890     IF CLUBIN-EOF OR NOT CN-HEADER
002900         MOVE "HM" TO CU-NEW-REASON
002910         PERFORM 2900-SET-FILE-REASON THRU 2900-EXIT
002920     END-IF
002930     PERFORM 2100-PROVE-ONE-RECORD THRU 2100-EXIT
002940         UNTIL CLUBIN-EOF
002950     CLOSE CLUBIN-FILE
002960     IF NOT TRAILER-SEEN
002970         MOVE "TM" TO CU-NEW-REASON
002980         PERFORM 2900-SET-FILE-REASON THRU 2900-EXIT
002990         GO TO 2000-EXIT
003000     END-IF
003010     IF CU-TRAILER-COUNT NOT = CU-COUNTED-DETAILS
003020         MOVE "CB" TO CU-NEW-REASON
003030         PERFORM 2900-SET-FILE-REASON THRU 2900-EXIT
003040     END-IF
003050     IF CU-TRAILER-HASH NOT = CU-COUNTED-HASH
003060         MOVE "HB" TO CU-NEW-REASON
003070         PERFORM 2900-SET-FILE-REASON THRU 2900-EXIT
003080     END-IF.
003090 2000-EXIT.
003100     EXIT.
003110
003120******************************************************************
003130* 2100-PROVE-ONE-RECORD
003140* A header anywhere but first, a second trailer, anything
003150* after the trailer or an unknown record type is out of place.
003160******************************************************************
003170 2100-PROVE-ONE-RECORD.
003180     ADD 1 TO CU-RECORDS-READ
003190     IF TRAILER-SEEN
003200         MOVE "RS" TO CU-NEW-REASON
003210         PERFORM 2900-SET-FILE-REASON THRU 2900-EXIT
003220         GO TO 2100-READ-NEXT
003230     END-IF
003240     EVALUATE TRUE
003250         WHEN CN-HEADER AND NOT HEADER-SEEN
003260             AND CU-RECORDS-READ = 1
003270             SET HEADER-SEEN TO TRUE
003280             MOVE CN-CLUB-CODE TO CU-CLUB-CODE
003290             IF CN-FILE-SEQ NUMERIC
003300                 MOVE CN-FILE-SEQ TO CU-FILE-SEQ
003310             END-IF
003320             IF CN-CREATE-DATE NUMERIC
003330                 MOVE CN-CREATE-DATE TO CU-CREATE-DATE
003340             END-IF
003350             IF CN-CLUB-CODE = SPACES OR CN-FILE-SEQ NOT NUMERIC
003360                 OR CN-FILE-SEQ = 0 OR CN-CREATE-DATE NOT NUMERIC
003370                 OR CN-CREATE-DATE > CU-RUN-DATE
003380                 MOVE "HI" TO CU-NEW-REASON
003390                 PERFORM 2900-SET-FILE-REASON THRU 2900-EXIT
003400             END-IF
003410         WHEN CN-DETAIL
003420             ADD 1 TO CU-COUNTED-DETAILS
003430             IF CN-GUESS-A NUMERIC AND CN-GUESS-B NUMERIC
003440                 ADD CN-GUESS-A CN-GUESS-B TO CU-COUNTED-HASH
003450             ELSE
003460                 MOVE "GN" TO CU-NEW-REASON
003470                 PERFORM 2900-SET-FILE-REASON THRU 2900-EXIT
003480             END-IF
003490         WHEN CN-TRAILER
003500             SET TRAILER-SEEN TO TRUE
003510             IF CN-RECORD-COUNT NUMERIC AND CN-GUESS-HASH NUMERIC
003520                 MOVE CN-RECORD-COUNT TO CU-TRAILER-COUNT
003530                 MOVE CN-GUESS-HASH TO CU-TRAILER-HASH
003540             ELSE
003550                 MOVE "CB" TO CU-NEW-REASON
003560                 PERFORM 2900-SET-FILE-REASON THRU 2900-EXIT
003570             END-IF
003580         WHEN OTHER
003590             MOVE "RS" TO CU-NEW-REASON
003600             PERFORM 2900-SET-FILE-REASON THRU 2900-EXIT
003610     END-EVALUATE.
003620 2100-READ-NEXT.
003630     READ CLUBIN-FILE
003640         AT END SET CLUBIN-EOF TO TRUE
003650     END-READ.
003660 2100-EXIT.
003670     EXIT.
003680
003690 2900-SET-FILE-REASON.
003700     IF FILE-ACCEPTED
003710         MOVE CU-NEW-REASON TO CU-FILE-REASON
003720     END-IF.
003730 2900-EXIT.
003740     EXIT.
003750
003760******************************************************************
003770* 3000-CHECK-REGISTER
003780* The club's highest file sequence on the register is its last
003790* file taken; only the next number is accepted, and never a
003800* file made before the last one.
003810******************************************************************
003820 3000-CHECK-REGISTER.
003830     OPEN INPUT CLUBREG-FILE
003840     IF CU-CLUBREG-STATUS = "00"
003850         MOVE "N" TO CU-CLUBREG-EOF-SW
003860         READ CLUBREG-FILE
003870             AT END SET CLUBREG-EOF TO TRUE
003880         END-READ
003890         PERFORM 3100-CHECK-ONE-REGISTER-ENTRY THRU 3100-EXIT
003900             UNTIL CLUBREG-EOF
003910         CLOSE CLUBREG-FILE
003920     END-IF
003930     COMPUTE CU-EXPECTED-SEQ = CU-LAST-SEQ + 1
003940     EVALUATE TRUE
003950         WHEN CU-FILE-SEQ <= CU-LAST-SEQ
003960             MOVE "DU" TO CU-NEW-REASON
003970             PERFORM 2900-SET-FILE-REASON THRU 2900-EXIT
003980         WHEN CU-FILE-SEQ > CU-EXPECTED-SEQ
003990             MOVE "SQ" TO CU-NEW-REASON
004000             PERFORM 2900-SET-FILE-REASON THRU 2900-EXIT
004010         WHEN CU-CREATE-DATE < CU-LAST-CREATE-DATE
004020             MOVE "CD" TO CU-NEW-REASON
004030             PERFORM 2900-SET-FILE-REASON THRU 2900-EXIT
004040         WHEN OTHER
004050             CONTINUE
004060     END-EVALUATE.
004070 3000-EXIT.
004080     EXIT.
004090
004100 3100-CHECK-ONE-REGISTER-ENTRY.
004110     ADD 1 TO CU-REGISTER-READ
004120     IF CG-CLUB-CODE = CU-CLUB-CODE AND CG-FILE-SEQ > CU-LAST-SEQ
004130         MOVE CG-FILE-SEQ TO CU-LAST-SEQ
004140         MOVE CG-CREATE-DATE TO CU-LAST-CREATE-DATE
004150     END-IF
004160     READ CLUBREG-FILE
004170         AT END SET CLUBREG-EOF TO TRUE
004180     END-READ.
004190 3100-EXIT.
004200     EXIT.
004210
004220******************************************************************
004230* 3500-LOAD-CROSS-REFERENCE
004240* Only the sending club's lines are kept.  A club with none is
004250* not set up yet and its file is turned back whole.
004260******************************************************************
004270 3500-LOAD-CROSS-REFERENCE.
004280     OPEN INPUT CLUBXREF-FILE
004290     MOVE "N" TO CU-CLUBXREF-EOF-SW
004300     READ CLUBXREF-FILE
004310         AT END SET CLUBXREF-EOF TO TRUE
004320     END-READ
004330     PERFORM 3510-LOAD-ONE-XREF-LINE THRU 3510-EXIT
004340         UNTIL CLUBXREF-EOF
004350     CLOSE CLUBXREF-FILE
004360     IF CU-XREF-DROPPED > 0
004370         DISPLAY "PPTCLUB - cross-reference table full, "
004380             CU-XREF-DROPPED " lines not loaded"
004390     END-IF
004400     IF CU-NBR-XREF = 0
004410         MOVE "UC" TO CU-NEW-REASON
004420         PERFORM 2900-SET-FILE-REASON THRU 2900-EXIT
004430     END-IF.
004440 3500-EXIT.
004450     EXIT.
004460
004470 3510-LOAD-ONE-XREF-LINE.
004480     IF CX-CLUB-CODE NOT = CU-CLUB-CODE
004490         OR CX-CLUB-PLAYER-CODE = SPACES
004500         OR CX-PLAYER-ID = SPACES
004510         GO TO 3510-READ-NEXT
004520     END-IF
004530     IF CU-NBR-XREF >= CU-MAX-XREF
004540         ADD 1 TO CU-XREF-DROPPED
004550         GO TO 3510-READ-NEXT
004560     END-IF
004570     ADD 1 TO CU-NBR-XREF
004580     MOVE CX-CLUB-PLAYER-CODE TO CU-XR-CLUB-PLAYER(CU-NBR-XREF)
004590     MOVE CX-PLAYER-ID TO CU-XR-PLAYER-ID(CU-NBR-XREF).
004600 3510-READ-NEXT.
004610     READ CLUBXREF-FILE
004620         AT END SET CLUBXREF-EOF TO TRUE
004630     END-READ.
004640 3510-EXIT.
004650     EXIT.
004660
004670******************************************************************
004671* 3600-OPEN-REGISTER
004672* The register is opened for the accepted file before any of its
004673* rounds reach BATCHIN - a file that cannot be registered is not
004674* taken, BATCHIN is left empty and it can be run again.
004675******************************************************************
004676 3600-OPEN-REGISTER.
004677     OPEN EXTEND CLUBREG-FILE
004678     IF CU-CLUBREG-STATUS = "35"
004679         OPEN OUTPUT CLUBREG-FILE
004680         CLOSE CLUBREG-FILE
004681         OPEN EXTEND CLUBREG-FILE
004682     END-IF
004683     IF CU-CLUBREG-STATUS NOT = "00"
004684         SET INPUT-FILE-UNREADABLE TO TRUE
004685         DISPLAY "PPTCLUB - cannot extend CLUBREG, status "
004686             CU-CLUBREG-STATUS " - file not taken, run ends"
004687         OPEN OUTPUT BATCHIN-FILE
004688         CLOSE BATCHIN-FILE
004689         CLOSE PRTFILE
004690     END-IF.
004691 3600-EXIT.
004692     EXIT.
004693
004694******************************************************************
004695* 4000-WRITE-OUTPUTS
004696* BATCHIN is always opened fresh, so a rejected file leaves it
004700* empty.  An accepted file is read a second time and mapped.
004710******************************************************************
004720 4000-WRITE-OUTPUTS.
004730     OPEN OUTPUT BATCHIN-FILE
004740     OPEN OUTPUT CLUBACK-FILE
004750     PERFORM 7200-PRINT-CONTROLS THRU 7200-EXIT
004760     MOVE SPACES TO CLUBACK-RECORD
004770     SET CA-HEADER TO TRUE
004780     MOVE CU-CLUB-CODE TO CA-CLUB-CODE
004790     MOVE CU-FILE-SEQ TO CA-FILE-SEQ
004800     MOVE CU-RUN-DATE TO CA-RUN-DATE
004810     IF FILE-ACCEPTED
004820         SET CA-FILE-ACCEPTED TO TRUE
004830     ELSE
004840         SET CA-FILE-REJECTED TO TRUE
004850         MOVE CU-FILE-REASON TO CA-FILE-REASON
004860         MOVE CU-FILE-REASON TO CU-REASON-CODE
004870         PERFORM 8000-REASON-TEXT THRU 8000-EXIT
004880         MOVE CU-REASON-TEXT TO CA-REASON-TEXT
004890     END-IF
004900     WRITE CLUBACK-RECORD
004910     ADD 1 TO CU-ACKS-WRITTEN
004920     IF NOT FILE-ACCEPTED
004930         MOVE CU-COUNTED-DETAILS TO CU-ROUNDS-REJECTED
004940         GO TO 4000-WRITE-TRAILER
004950     END-IF
004960     PERFORM 7300-PRINT-DETAIL-HEADER THRU 7300-EXIT
004970     OPEN INPUT CLUBIN-FILE
004980     MOVE "N" TO CU-CLUBIN-EOF-SW
004990     READ CLUBIN-FILE
005000         AT END SET CLUBIN-EOF TO TRUE
005010     END-READ
005020     PERFORM 4100-MAP-ONE-RECORD THRU 4100-EXIT
005030         UNTIL CLUBIN-EOF
005040     CLOSE CLUBIN-FILE
005050     PERFORM 4900-REGISTER-FILE THRU 4900-EXIT.
005060 4000-WRITE-TRAILER.
005070     MOVE SPACES TO CLUBACK-RECORD
005080     SET CA-TRAILER TO TRUE
005090     MOVE CU-CLUB-CODE TO CA-CLUB-CODE
005100     MOVE CU-FILE-SEQ TO CA-FILE-SEQ
005110     MOVE CU-RECORDS-READ TO CA-RECORDS-RECEIVED
005120     MOVE CU-ROUNDS-ACCEPTED TO CA-ROUNDS-ACCEPTED
005130     MOVE CU-ROUNDS-REJECTED TO CA-ROUNDS-REJECTED
005140     MOVE CU-COUNTED-HASH TO CA-GUESS-HASH
005150     WRITE CLUBACK-RECORD
005160     ADD 1 TO CU-ACKS-WRITTEN.
005170 4000-EXIT.
005180     EXIT.
005190
005200******************************************************************
005210* 4100-MAP-ONE-RECORD
005220* Header and trailer were proven in pass one; every detail is
005230* mapped, written or refused, and acknowledged.
005240******************************************************************
005250 4100-MAP-ONE-RECORD.
005260     IF NOT CN-DETAIL
005270         GO TO 4100-READ-NEXT
005280     END-IF
005290     ADD 1 TO CU-DETAIL-NBR
005300     MOVE SPACES TO CU-ROUND-REASON
005310     MOVE CN-CLUB-PLAYER-A TO CU-FIND-CODE
005320     PERFORM 4200-FIND-PLAYER THRU 4200-EXIT
005330     MOVE CU-FOUND-ID TO CU-PLAYER-A-ID
005340     IF CU-FOUND-ID = SPACES
005350         MOVE "XA" TO CU-ROUND-REASON
005360     END-IF
005370     MOVE CN-CLUB-PLAYER-B TO CU-FIND-CODE
005380     PERFORM 4200-FIND-PLAYER THRU 4200-EXIT
005390     MOVE CU-FOUND-ID TO CU-PLAYER-B-ID
005400     IF CU-FOUND-ID = SPACES AND CU-ROUND-REASON = SPACES
005410         MOVE "XB" TO CU-ROUND-REASON
005420     END-IF
005430     MOVE SPACES TO CLUBACK-RECORD
005440     SET CA-DETAIL TO TRUE
005450     MOVE CU-CLUB-CODE TO CA-CLUB-CODE
005460     MOVE CU-FILE-SEQ TO CA-FILE-SEQ
005470     MOVE CU-DETAIL-NBR TO CA-RECORD-NBR
005480     MOVE CN-CLUB-PLAYER-A TO CA-CLUB-PLAYER-A
005490     MOVE CN-CLUB-PLAYER-B TO CA-CLUB-PLAYER-B
005500     MOVE CN-CLUB-ROUND-REF TO CA-CLUB-ROUND-REF
005510     IF CU-ROUND-REASON = SPACES
005520         MOVE SPACES TO BATCHIN-RECORD
005530         MOVE CU-PLAYER-A-ID TO BI-PLAYER-A-ID
005540         MOVE CU-PLAYER-B-ID TO BI-PLAYER-B-ID
005550         MOVE CN-GUESS-A TO BI-GUESS-A
005560         MOVE CN-GUESS-B TO BI-GUESS-B
005570         WRITE BATCHIN-RECORD
005580         ADD 1 TO CU-ROUNDS-ACCEPTED
005590         SET CA-ROUND-ACCEPTED TO TRUE
005600     ELSE
005610         ADD 1 TO CU-ROUNDS-REJECTED
005620         SET CA-ROUND-REJECTED TO TRUE
005630         MOVE CU-ROUND-REASON TO CA-ROUND-REASON
005640         PERFORM 4300-PRINT-REFUSED-ROUND THRU 4300-EXIT
005650     END-IF
005660     WRITE CLUBACK-RECORD
005670     ADD 1 TO CU-ACKS-WRITTEN.
005680 4100-READ-NEXT.
005690     READ CLUBIN-FILE
005700         AT END SET CLUBIN-EOF TO TRUE
005710     END-READ.
005720 4100-EXIT.
005730     EXIT.
005740
005750******************************************************************
005760* 4200-FIND-PLAYER
005770* Our player ID for club code CU-FIND-CODE, spaces when the
005780* club code has no cross-reference line.
005790******************************************************************
005800 4200-FIND-PLAYER.
005810     MOVE SPACES TO CU-FOUND-ID
005820     PERFORM 4210-MATCH-ONE-XREF THRU 4210-EXIT
005830         VARYING CU-XR FROM 1 BY 1
005840         UNTIL CU-XR > CU-NBR-XREF OR CU-FOUND-ID NOT = SPACES.
005850 4200-EXIT.
005860     EXIT.
005870
005880 4210-MATCH-ONE-XREF.
005890     IF CU-XR-CLUB-PLAYER(CU-XR) = CU-FIND-CODE
005900         MOVE CU-XR-PLAYER-ID(CU-XR) TO CU-FOUND-ID
005910     END-IF.
005920 4210-EXIT.
005930     EXIT.
005940
005950 4300-PRINT-REFUSED-ROUND.
005960     PERFORM 7500-CHECK-PAGE-BREAK THRU 7500-EXIT
005970     MOVE CU-ROUND-REASON TO CU-REASON-CODE
005980     PERFORM 8000-REASON-TEXT THRU 8000-EXIT
005990     MOVE SPACES TO PRINT-LINE
006000     STRING CU-DETAIL-NBR DELIMITED BY SIZE
006010         "  " DELIMITED BY SIZE
006020         CN-CLUB-PLAYER-A DELIMITED BY SIZE
006030         " " DELIMITED BY SIZE
006040         CN-CLUB-PLAYER-B DELIMITED BY SIZE
006050         " " DELIMITED BY SIZE
006060         CN-CLUB-ROUND-REF DELIMITED BY SIZE
006070         "  " DELIMITED BY SIZE
006080         CU-ROUND-REASON DELIMITED BY SIZE
006090         " " DELIMITED BY SIZE
006100         CU-REASON-TEXT DELIMITED BY SIZE
006110         INTO PRINT-LINE
006120     WRITE PRINT-LINE AFTER ADVANCING 1
006130     ADD 1 TO CU-LINE-COUNT.
006140 4300-EXIT.
006150     EXIT.
006160
006170******************************************************************
006180* 4900-REGISTER-FILE
006190* The accepted file takes its place on the control register,
006195* opened by 3600 before its rounds were written.  If it cannot,
006196* BATCHIN is emptied again so the rounds are not posted from a
006197* file the register does not know, and the run ends RC 16.
006200******************************************************************
006210 4900-REGISTER-FILE.
006330     MOVE SPACES TO CLUBREG-RECORD
006340     MOVE CU-CLUB-CODE TO CG-CLUB-CODE
006350     MOVE CU-FILE-SEQ TO CG-FILE-SEQ
006360     MOVE CU-CREATE-DATE TO CG-CREATE-DATE
006370     MOVE CU-RUN-DATE TO CG-RUN-DATE
006380     MOVE CU-START-TIME TO CG-RUN-TIME
006390     MOVE CU-COUNTED-DETAILS TO CG-RECORD-COUNT
006400     MOVE CU-ROUNDS-ACCEPTED TO CG-ROUNDS-ACCEPTED
006410     MOVE CU-ROUNDS-REJECTED TO CG-ROUNDS-REJECTED
006420     MOVE CU-COUNTED-HASH TO CG-GUESS-HASH
006430     WRITE CLUBREG-RECORD
006432     IF CU-CLUBREG-STATUS NOT = "00"
006433         SET INPUT-FILE-UNREADABLE TO TRUE
006434         DISPLAY "PPTCLUB - cannot write CLUBREG, status "
006436             CU-CLUBREG-STATUS " - BATCHIN emptied, run the "
006438             "file again"
006440         CLOSE BATCHIN-FILE
006442         OPEN OUTPUT BATCHIN-FILE
006444     END-IF
006446     CLOSE CLUBREG-FILE.
006450 4900-EXIT.
006460     EXIT.
006470
006480******************************************************************
006490* 6000-PRINT-SUMMARY
006500******************************************************************
006510 6000-PRINT-SUMMARY.
006520     IF CU-LINE-COUNT + 8 > CU-MAX-LINES
006530         PERFORM 7100-PRINT-PAGE-HEADERS THRU 7100-EXIT
006540     END-IF
006550     MOVE SPACES TO PRINT-LINE
006560     WRITE PRINT-LINE AFTER ADVANCING 1
006570     MOVE CU-DASH-LINE TO PRINT-LINE
006580     WRITE PRINT-LINE AFTER ADVANCING 1
006590     MOVE CU-RECORDS-READ TO CU-EDIT-COUNT
006600     MOVE SPACES TO PRINT-LINE
006610     STRING "RECORDS RECEIVED         " DELIMITED BY SIZE
006620         CU-EDIT-COUNT DELIMITED BY SIZE
006630         INTO PRINT-LINE
006640     WRITE PRINT-LINE AFTER ADVANCING 1
006650     MOVE CU-ROUNDS-ACCEPTED TO CU-EDIT-COUNT
006660     MOVE SPACES TO PRINT-LINE
006670     STRING "ROUNDS WRITTEN TO BATCHIN" DELIMITED BY SIZE
006680         CU-EDIT-COUNT DELIMITED BY SIZE
006690         INTO PRINT-LINE
006700     WRITE PRINT-LINE AFTER ADVANCING 1
006710     MOVE CU-ROUNDS-REJECTED TO CU-EDIT-COUNT
006720     MOVE SPACES TO PRINT-LINE
006730     STRING "ROUNDS REFUSED           " DELIMITED BY SIZE
006740         CU-EDIT-COUNT DELIMITED BY SIZE
006750         INTO PRINT-LINE
006760     WRITE PRINT-LINE AFTER ADVANCING 1
006770     MOVE CU-ACKS-WRITTEN TO CU-EDIT-COUNT
006780     MOVE SPACES TO PRINT-LINE
006790     STRING "ACKNOWLEDGEMENT RECORDS  " DELIMITED BY SIZE
006800         CU-EDIT-COUNT DELIMITED BY SIZE
006810         INTO PRINT-LINE
006820     WRITE PRINT-LINE AFTER ADVANCING 1
006830     ADD 6 TO CU-LINE-COUNT.
006840 6000-EXIT.
006850     EXIT.
006860
006870******************************************************************
006880* 7100-PRINT-PAGE-HEADERS
006890******************************************************************
006900 7100-PRINT-PAGE-HEADERS.
006910     ADD 1 TO CU-PAGE-COUNT
006920     MOVE CU-PAGE-COUNT TO CU-EDIT-PAGE
006930     MOVE SPACES TO PRINT-LINE
006940     STRING "PROGRAM: PPTCLUB" DELIMITED BY SIZE
006950         "     PIEDRA PAPEL O TIJERA - PARTNER CLUB INTAKE"
006960             DELIMITED BY SIZE
006970         "     PAGE: " DELIMITED BY SIZE
006980         CU-EDIT-PAGE DELIMITED BY SIZE
006990         INTO PRINT-LINE
007000     WRITE PRINT-LINE AFTER ADVANCING PAGE
007010     MOVE SPACES TO PRINT-LINE
007020     STRING "RUN DATE: " DELIMITED BY SIZE
007030         CU-RUN-DATE DELIMITED BY SIZE
007040         INTO PRINT-LINE
007050     WRITE PRINT-LINE AFTER ADVANCING 1
007060     MOVE SPACES TO PRINT-LINE
007070     WRITE PRINT-LINE AFTER ADVANCING 1
007080     MOVE 3 TO CU-LINE-COUNT.
007090 7100-EXIT.
007100     EXIT.
007110
007120******************************************************************
007130* 7200-PRINT-CONTROLS
007140* The file's identity, its controls beside what was counted,
007150* where it stands on the register and the verdict.
007160******************************************************************
007170 7200-PRINT-CONTROLS.
007180     MOVE SPACES TO PRINT-LINE
007190     STRING "CLUB: " DELIMITED BY SIZE
007200         CU-CLUB-CODE DELIMITED BY SIZE
007210         "   FILE SEQUENCE: " DELIMITED BY SIZE
007220         CU-FILE-SEQ DELIMITED BY SIZE
007230         "   CREATED: " DELIMITED BY SIZE
007240         CU-CREATE-DATE DELIMITED BY SIZE
007250         INTO PRINT-LINE
007260     WRITE PRINT-LINE AFTER ADVANCING 1
007270     MOVE SPACES TO PRINT-LINE
007280     STRING "LAST FILE ON REGISTER: " DELIMITED BY SIZE
007290         CU-LAST-SEQ DELIMITED BY SIZE
007300         "   CREATED: " DELIMITED BY SIZE
007310         CU-LAST-CREATE-DATE DELIMITED BY SIZE
007320         INTO PRINT-LINE
007330     WRITE PRINT-LINE AFTER ADVANCING 1
007340     MOVE SPACES TO PRINT-LINE
007350     WRITE PRINT-LINE AFTER ADVANCING 1
007360     MOVE SPACES TO PRINT-LINE
007370     STRING "                          TRAILER      COUNTED"
007380         DELIMITED BY SIZE
007390         INTO PRINT-LINE
007400     WRITE PRINT-LINE AFTER ADVANCING 1
007410     MOVE CU-TRAILER-COUNT TO CU-EDIT-COUNT
007420     MOVE CU-COUNTED-DETAILS TO CU-EDIT-COUNT-2
007430     MOVE SPACES TO PRINT-LINE
007440     STRING "DETAIL RECORDS        " DELIMITED BY SIZE
007450         CU-EDIT-COUNT DELIMITED BY SIZE
007460         "    " DELIMITED BY SIZE
007470         CU-EDIT-COUNT-2 DELIMITED BY SIZE
007480         INTO PRINT-LINE
007490     WRITE PRINT-LINE AFTER ADVANCING 1
007500     MOVE CU-TRAILER-HASH TO CU-EDIT-HASH
007510     MOVE CU-COUNTED-HASH TO CU-EDIT-HASH-2
007520     MOVE SPACES TO PRINT-LINE
007530     STRING "GUESS HASH TOTAL    " DELIMITED BY SIZE
007540         CU-EDIT-HASH DELIMITED BY SIZE
007550         "  " DELIMITED BY SIZE
007560         CU-EDIT-HASH-2 DELIMITED BY SIZE
007570         INTO PRINT-LINE
007580     WRITE PRINT-LINE AFTER ADVANCING 1
007590     MOVE SPACES TO PRINT-LINE
007600     WRITE PRINT-LINE AFTER ADVANCING 1
007610     MOVE SPACES TO PRINT-LINE
007620     IF FILE-ACCEPTED
007630         MOVE "FILE ACCEPTED" TO PRINT-LINE
007640     ELSE
007650         MOVE CU-FILE-REASON TO CU-REASON-CODE
007660         PERFORM 8000-REASON-TEXT THRU 8000-EXIT
007670         STRING "FILE REJECTED - " DELIMITED BY SIZE
007680             CU-FILE-REASON DELIMITED BY SIZE
007690             " " DELIMITED BY SIZE
007700             CU-REASON-TEXT DELIMITED BY SIZE
007710             INTO PRINT-LINE
007720         DISPLAY "PPTCLUB - file rejected - " CU-REASON-TEXT
007730     END-IF
007740     WRITE PRINT-LINE AFTER ADVANCING 1
007750     ADD 9 TO CU-LINE-COUNT.
007760 7200-EXIT.
007770     EXIT.
007780
007790 7300-PRINT-DETAIL-HEADER.
007800     MOVE SPACES TO PRINT-LINE
007810     WRITE PRINT-LINE AFTER ADVANCING 1
007820     MOVE SPACES TO PRINT-LINE
007830     STRING "ROUNDS REFUSED" DELIMITED BY SIZE
007840         INTO PRINT-LINE
007850     WRITE PRINT-LINE AFTER ADVANCING 1
007860     MOVE SPACES TO PRINT-LINE
007870     STRING "RECORD   CLUB A     CLUB B     ROUND REF"
007880             DELIMITED BY SIZE
007890         "   REASON" DELIMITED BY SIZE
007900         INTO PRINT-LINE
007910     WRITE PRINT-LINE AFTER ADVANCING 1
007920     MOVE CU-DASH-LINE TO PRINT-LINE
007930     WRITE PRINT-LINE AFTER ADVANCING 1
007940     ADD 4 TO CU-LINE-COUNT.
007950 7300-EXIT.
007960     EXIT.
007970
007980 7500-CHECK-PAGE-BREAK.
007990     IF CU-LINE-COUNT >= CU-MAX-LINES
008000         PERFORM 7100-PRINT-PAGE-HEADERS THRU 7100-EXIT
008010         PERFORM 7300-PRINT-DETAIL-HEADER THRU 7300-EXIT
008020     END-IF.
008030 7500-EXIT.
008040     EXIT.
008050
008060******************************************************************
008070* 8000-REASON-TEXT
008080* Printable text for reason code CU-REASON-CODE.
008090******************************************************************
008100 8000-REASON-TEXT.
008110     EVALUATE CU-REASON-CODE
008120         WHEN "HM"
008130             MOVE "NO HEADER RECORD FIRST" TO CU-REASON-TEXT
008140         WHEN "HI"
008150             MOVE "HEADER FIELDS INVALID" TO CU-REASON-TEXT
008160         WHEN "TM"
008170             MOVE "NO TRAILER RECORD LAST" TO CU-REASON-TEXT
008180         WHEN "RS"
008190             MOVE "RECORD OUT OF PLACE" TO CU-REASON-TEXT
008200         WHEN "GN"
008210             MOVE "GUESS NOT NUMERIC" TO CU-REASON-TEXT
008220         WHEN "CB"
008230             MOVE "RECORD COUNT OUT OF BALANCE" TO CU-REASON-TEXT
008240         WHEN "HB"
008250             MOVE "GUESS HASH OUT OF BALANCE" TO CU-REASON-TEXT
008260         WHEN "UC"
008270             MOVE "CLUB NOT CROSS-REFERENCED" TO CU-REASON-TEXT
008280         WHEN "DU"
008290             MOVE "DUPLICATE FILE SEQUENCE" TO CU-REASON-TEXT
008300         WHEN "SQ"
008310             MOVE "FILE SEQUENCE OUT OF ORDER" TO CU-REASON-TEXT
008320         WHEN "CD"
008330             MOVE "CREATED BEFORE LAST FILE" TO CU-REASON-TEXT
008340         WHEN "XA"
008350             MOVE "PLAYER A NOT CROSS-REFERENCED"
008360                 TO CU-REASON-TEXT
008370         WHEN "XB"
008380             MOVE "PLAYER B NOT CROSS-REFERENCED"
008390                 TO CU-REASON-TEXT
008400         WHEN OTHER
008410             MOVE SPACES TO CU-REASON-TEXT
008420     END-EVALUATE.
008430 8000-EXIT.
008440     EXIT.
008450
008460******************************************************************
008470* 9000-CLOSE-FILES
008480******************************************************************
008490 9000-CLOSE-FILES.
008500     CLOSE BATCHIN-FILE
008510     CLOSE CLUBACK-FILE
008520     CLOSE PRTFILE.
008530 9000-EXIT.
008540     EXIT.
008550
008560******************************************************************
008570* 9999-TERMINATE
008580******************************************************************
008590 9999-TERMINATE.
008600     EVALUATE TRUE
008610         WHEN INPUT-FILE-UNREADABLE
008620             MOVE 16 TO RETURN-CODE
008630         WHEN FILE-OUT-OF-SEQUENCE
008640             MOVE 12 TO RETURN-CODE
008650         WHEN NOT FILE-ACCEPTED
008660             MOVE 8 TO RETURN-CODE
008670         WHEN CU-ROUNDS-REJECTED > 0
008680             MOVE 4 TO RETURN-CODE
008690         WHEN OTHER
008700             MOVE 0 TO RETURN-CODE
008710     END-EVALUATE
008720     DISPLAY "PPTCLUB - club " CU-CLUB-CODE " file " CU-FILE-SEQ
008730         " rounds taken " CU-ROUNDS-ACCEPTED
008740         " refused " CU-ROUNDS-REJECTED
008750     PERFORM 9800-WRITE-RUN-JOURNAL THRU 9800-EXIT.
008760 9999-EXIT.
008770     EXIT.
008780
008790******************************************************************
008800* 9800-WRITE-RUN-JOURNAL
008810******************************************************************
008820 9800-WRITE-RUN-JOURNAL.
008830     OPEN EXTEND RUNJRNL-FILE
008840     IF CU-RUNJRNL-STATUS = "35"
008850         OPEN OUTPUT RUNJRNL-FILE
008860         CLOSE RUNJRNL-FILE
008870         OPEN EXTEND RUNJRNL-FILE
008880     END-IF
008890     IF CU-RUNJRNL-STATUS NOT = "00"
008900         DISPLAY "PPTCLUB - run journal unavailable, status "
008910             CU-RUNJRNL-STATUS
008920         GO TO 9800-EXIT
008930     END-IF
008940     MOVE CU-BUSINESS-DATE TO CU-END-DATE
008950     ACCEPT CU-END-TIME FROM TIME
008960     MOVE SPACES TO RUNJRNL-RECORD
008970     MOVE "PPTCLUB" TO RJ-PROGRAM-ID
008980     MOVE CU-RUN-DATE TO RJ-START-DATE
008990     MOVE CU-START-TIME TO RJ-START-TIME
009000     MOVE CU-END-DATE TO RJ-END-DATE
009010     MOVE CU-END-TIME TO RJ-END-TIME
009020     MOVE CU-RECORDS-READ TO RJ-RECORDS-READ
009030     MOVE CU-ROUNDS-ACCEPTED TO RJ-RECORDS-WRITTEN
009040     MOVE CU-ROUNDS-REJECTED TO RJ-ROUNDS-REJECTED
009050     MOVE RETURN-CODE TO RJ-RETURN-CODE
009060     WRITE RUNJRNL-RECORD
009070     CLOSE RUNJRNL-FILE.
009080 9800-EXIT.
009090     EXIT.
009100
009110******************************************************************
009120* 9700-READ-BUSINESS-DATE
009130* Dated by the business date on BUSDATE like the rest of the
009140* stream; no control record falls back to the clock date.
009145* A BUSDATE on file that cannot be read ends the run (9790).
009150******************************************************************
009160 9700-READ-BUSINESS-DATE.
009170     ACCEPT CU-BUSINESS-DATE FROM DATE YYYYMMDD
009180     OPEN INPUT BUSDATE-FILE
009182     IF CU-BUSDATE-STATUS NOT = "00" AND NOT = "35"
009184         PERFORM 9790-BUSDATE-UNREADABLE THRU 9790-EXIT
009186     END-IF
009190     IF CU-BUSDATE-STATUS NOT = "00"
009200         DISPLAY "PPTCLUB - no BUSDATE control record - "
009210             "running on clock date " CU-BUSINESS-DATE
009220         GO TO 9700-MOVE-RUN-DATE
009230     END-IF
009240     READ BUSDATE-FILE
009250         AT END
009260             DISPLAY "PPTCLUB - BUSDATE is empty - "
009270                 "running on clock date " CU-BUSINESS-DATE
009280             CLOSE BUSDATE-FILE
009290             GO TO 9700-MOVE-RUN-DATE
009300     END-READ
009302     IF CU-BUSDATE-STATUS NOT = "00"
009304         CLOSE BUSDATE-FILE
009306         PERFORM 9790-BUSDATE-UNREADABLE THRU 9790-EXIT
009308     END-IF
009310     MOVE BD-BUSINESS-DATE TO CU-BUSINESS-DATE
009320     CLOSE BUSDATE-FILE.
009330 9700-MOVE-RUN-DATE.
009340     MOVE CU-BUSINESS-DATE TO CU-RUN-DATE.
009350 9700-EXIT.
009360     EXIT.
009370
009380******************************************************************
009390* 9790-BUSDATE-UNREADABLE
009400* A BUSDATE that is on file but cannot be read may hold a closed
009410* day, so the clock date will not do: the run ends RC 16 before
009420* anything else is opened.
009430******************************************************************
009440 9790-BUSDATE-UNREADABLE.
009450     DISPLAY "PPTCLUB - cannot read BUSDATE, status "
009460         CU-BUSDATE-STATUS " - run ends"
009470     MOVE CU-BUSINESS-DATE TO CU-RUN-DATE
009480     ACCEPT CU-START-TIME FROM TIME
009490     MOVE 16 TO RETURN-CODE
009500     PERFORM 9800-WRITE-RUN-JOURNAL THRU 9800-EXIT
009510     STOP RUN.
009520 9790-EXIT.
009530     EXIT.
009540
009550 END PROGRAM PPTCLUB.
