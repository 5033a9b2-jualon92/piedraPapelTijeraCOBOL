000100******************************************************************
000200* CLUBACK.CPY
000300* Record layout for the acknowledgement file PPTCLUB returns to
000400* the sending club.  Sequential, one file per results file:
000500*   H  header  - the file accepted (A) or rejected (R), and for
000600*                a rejected file the reason
000700*   D  detail  - one per round on an accepted file, in the
000800*                club's codes and round reference, marked taken
000900*                (A) or refused (R) with the reason
001000*   T  trailer - records received, rounds taken and refused,
001100*                and the guess hash total we counted
001200* Reason codes:
001300*   HM  no header record first       HI  header fields invalid
001400*   TM  no trailer record last       RS  record out of place
001500*   GN  guess not numeric            CB  record count unbalanced
001600*   HB  guess hash unbalanced        UC  club not cross-referenced
001700*   DU  file sequence already taken  SQ  file sequence skipped
001800*   CD  created before the last file
001900*   XA  player A code not cross-referenced
002000*   XB  player B code not cross-referenced
002100*
002200* Modification History
002300*   DD/MM/YYYY  INIT  DESCRIPTION
002400*   15/10/2026  JAI   Original.
002500******************************************************************
002600 01  CLUBACK-RECORD.
002700     05  CA-RECORD-TYPE         PIC X(01).
002800         88  CA-HEADER                   VALUE "H".
002900         88  CA-DETAIL                   VALUE "D".
003000         88  CA-TRAILER                  VALUE "T".
003100     05  CA-CLUB-CODE           PIC X(04).
003200     05  CA-FILE-SEQ            PIC 9(06).
003300     05  CA-DATA                PIC X(49).
003400     05  CA-HEADER-DATA REDEFINES CA-DATA.
003500         10  CA-FILE-STATUS     PIC X(01).
003600             88  CA-FILE-ACCEPTED        VALUE "A".
003700             88  CA-FILE-REJECTED        VALUE "R".
003800         10  CA-FILE-REASON     PIC X(02).
003900         10  CA-REASON-TEXT     PIC X(30).
004000         10  CA-RUN-DATE        PIC 9(08).
004100         10  FILLER             PIC X(08).
004200     05  CA-DETAIL-DATA REDEFINES CA-DATA.
004300         10  CA-RECORD-NBR      PIC 9(07).
004400         10  CA-CLUB-PLAYER-A   PIC X(10).
004500         10  CA-CLUB-PLAYER-B   PIC X(10).
004600         10  CA-CLUB-ROUND-REF  PIC X(10).
004700         10  CA-ROUND-STATUS    PIC X(01).
004800             88  CA-ROUND-ACCEPTED       VALUE "A".
004900             88  CA-ROUND-REJECTED       VALUE "R".
005000         10  CA-ROUND-REASON    PIC X(02).
005100         10  FILLER             PIC X(09).
005200     05  CA-TRAILER-DATA REDEFINES CA-DATA.
005300         10  CA-RECORDS-RECEIVED PIC 9(07).
005400         10  CA-ROUNDS-ACCEPTED PIC 9(07).
005500         10  CA-ROUNDS-REJECTED PIC 9(07).
005600         10  CA-GUESS-HASH      PIC 9(09).
005700         10  FILLER             PIC X(19).
