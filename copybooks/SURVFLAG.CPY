000100******************************************************************
000200* SURVFLAG.CPY
000300* Record layout for the surveillance exception file written by
000400* PPTSURV.  Sequential, rewritten every run, one record per
000500* supporting round of every flag raised, in flag order and
000600* then round stamp order.  The first 26 bytes are laid out
000700* exactly as the PPTRSCH RSCHPARM card (player, from date, to
000800* date), so the league committee can cut the research card for
000900* a flag straight off any of its records.
001000*
001100* Modification History
001200*   DD/MM/YYYY  INIT  DESCRIPTION
001300*   15/10/2026  JAI   Original.
001400******************************************************************
001500 01  SURVFLAG-RECORD.
001600     05  SF-RSCH-PLAYER-ID      PIC X(10).
001700     05  SF-RSCH-FROM-DATE      PIC 9(08).
001800     05  SF-RSCH-TO-DATE        PIC 9(08).
001900     05  SF-FLAG-NBR            PIC 9(05).
002000     05  SF-FLAG-TYPE           PIC X(01).
002100         88  SF-PAIR-FREQUENCY           VALUE "P".
002200         88  SF-LOPSIDED-PAIR            VALUE "H".
002300         88  SF-SEEDING-DIP              VALUE "S".
002400         88  SF-GUESS-RUN                VALUE "G".
002500     05  SF-OTHER-ID            PIC X(10).
002600     05  SF-STAMP-DATE          PIC 9(08).
002700     05  SF-STAMP-TIME          PIC 9(08).
002800     05  SF-PLAYER-A-ID         PIC X(10).
002900     05  SF-PLAYER-B-ID         PIC X(10).
003000     05  SF-GUESS-A             PIC 9.
003100     05  SF-GUESS-B             PIC 9.
003200     05  SF-RESULT              PIC X(15).
003300     05  FILLER                 PIC X(05).
