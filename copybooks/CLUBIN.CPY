000100******************************************************************
000200* CLUBIN.CPY
000300* Record layout for the round-results file a partner club sends
000400* us, read by the PPTCLUB inbound interface.  Sequential, one
000500* file per transmission:
000600*   H  header  - the sending club's code, the club's file
000700*                sequence number (1 for its first file, up by
000800*                one every file after) and the date it was made
000900*   D  detail  - one round in the club's own player codes, with
001000*                the club's reference for the round
001100*   T  trailer - the number of detail records and the hash
001200*                total of every guess on them (A plus B)
001300* The file is taken whole or not at all: a missing header or
001400* trailer, a count or hash that does not balance, or a file
001500* sequence the club control register does not expect rejects
001600* every record on it.
001700*
001800* Modification History
001900*   DD/MM/YYYY  INIT  DESCRIPTION
002000*   15/10/2026  JAI   Original.
002100******************************************************************
002200 01  CLUBIN-RECORD.
002300     05  CN-RECORD-TYPE         PIC X(01).
002400         88  CN-HEADER                   VALUE "H".
002500         88  CN-DETAIL                   VALUE "D".
002600         88  CN-TRAILER                  VALUE "T".
002700     05  CN-DATA                PIC X(59).
002800     05  CN-HEADER-DATA REDEFINES CN-DATA.
002900         10  CN-CLUB-CODE       PIC X(04).
003000         10  CN-FILE-SEQ        PIC 9(06).
003100         10  CN-CREATE-DATE     PIC 9(08).
003200         10  FILLER             PIC X(41).
003300     05  CN-DETAIL-DATA REDEFINES CN-DATA.
003400         10  CN-CLUB-PLAYER-A   PIC X(10).
003500         10  CN-CLUB-PLAYER-B   PIC X(10).
003600         10  CN-GUESS-A         PIC 9.
003700         10  CN-GUESS-B         PIC 9.
003800         10  CN-CLUB-ROUND-REF  PIC X(10).
003900         10  FILLER             PIC X(27).
004000     05  CN-TRAILER-DATA REDEFINES CN-DATA.
004100         10  CN-RECORD-COUNT    PIC 9(07).
004200         10  CN-GUESS-HASH      PIC 9(09).
004300         10  FILLER             PIC X(43).
