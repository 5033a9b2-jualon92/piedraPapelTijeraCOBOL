000100******************************************************************
000200* ERASREG.CPY
000300* Record layout for the player erasure register written by
000400* PPTERAS.  Sequential, append-only, two records per erasure
000500* run: an O record written before the first file is touched -
000600* it fixes the pseudonym, so a run that stops halfway is
000700* finished by running the same card again - and a C record
000800* written at the end with the count of records changed on
000900* every file.
001000*
001100* The register never holds the erased player ID.  ER-ID-CHECK
001200* is a check value worked from it, enough for a later run on
001300* the same ID (a further GAMEARCH generation, a re-run) to find
001400* the pseudonym already given out.
001500*
001600* The register is sealed: ER-PRIOR-SEAL repeats the seal of the
001700* record before it and ER-SEAL is worked from every byte up to
001800* and including ER-PRIOR-SEAL.  PPTERAS proves the whole chain
001900* before it will add to it, so a record altered, removed or
002000* inserted by hand stops the next erasure.
002100*
002200*   ER-FILE-COUNT   records changed, in certificate order:
002300*                   01 PLYRMAST  02 PLYRHIST  03 PLYRRATE
002400*                   04 SEASTAND  05 GAMELOG   06 GAMEARCH
002500*                   07 CONTLOG   08 TSTAND    09 HISTADJ
002600*                   10 BACKLOG   11 SUSPENSE  12 GAMEXTR
002700*                   13 PLYRXTR   14 LEDGER    15 SEASARCH
002725*                   16 CLUBXREF  17 SURVFLAG  18 FIXTURE
002750*                   19 MASTBKUP  20 TENDPROF  21 TENDXTR
002775*                   22 GAMEIDX   23 KBRACKET  24 BATCHOUT
002787*                   25 spare (zero)
002800*
002900* Modification History
003000*   DD/MM/YYYY  INIT  DESCRIPTION
003100*   15/10/2026  JAI   Original.
003200******************************************************************
003300 01  ERASREG-RECORD.
003400     05  ER-REG-SEQ             PIC 9(06).
003500     05  ER-ENTRY-TYPE          PIC X(01).
003600         88  ER-ENTRY-OPENED             VALUE "O".
003700         88  ER-ENTRY-COMPLETED          VALUE "C".
003800     05  ER-RUN-DATE            PIC 9(08).
003900     05  ER-RUN-TIME            PIC 9(08).
004000     05  ER-OPERATOR-ID         PIC X(08).
004100     05  ER-PSEUDONYM           PIC X(10).
004200     05  ER-ID-CHECK            PIC 9(09).
004300     05  ER-REASON              PIC X(30).
004400     05  ER-FILE-COUNT          PIC 9(07) OCCURS 25 TIMES.
004500     05  ER-TOTAL-CHANGED       PIC 9(09).
004600     05  ER-PRIOR-SEAL          PIC 9(09).
004700     05  ER-SEAL                PIC 9(09).
004800     05  FILLER                 PIC X(08).
