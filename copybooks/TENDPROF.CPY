000100******************************************************************
000200* TENDPROF.CPY
000300* Record layout for the player tendency profile file written
000400* by PPTTEND.  Indexed on the player ID, rebuilt whole from the
000500* round history (GAMEARCH then GAMELOG, backed-out and invalid
000600* rounds left out) every BUILD run.  One record per player.
000700*
000800* Each record carries two sets of the same figures:
000900*   TP-PERIOD(1)  every round on the history
001000*   TP-PERIOD(2)  rounds dated on or after TP-WINDOW-FROM, the
001100*                 last 30 days up to TP-BUILD-DATE
001200* Throws are counted, not stored as percentages, so figures
001300* for any grouping can be worked from them exactly.  Subscript
001400* 1 = PIEDRA, 2 = PAPEL, 3 = TIJERA throughout; TP-AFTER 1 =
001500* after a win, 2 = after a loss, 3 = after a tie.  "After" and
001600* the repeat count look at the player's previous round, even
001700* where that round falls before the window.
001800*
001900* Modification History
002000*   DD/MM/YYYY  INIT  DESCRIPTION
002100*   15/10/2026  JAI   Original.
002200******************************************************************
002300 01  TENDPROF-RECORD.
002400     05  TP-PLAYER-ID           PIC X(10).
002500     05  TP-BUILD-DATE          PIC 9(08).
002600     05  TP-WINDOW-FROM         PIC 9(08).
002700     05  TP-FIRST-DATE          PIC 9(08).
002800     05  TP-LAST-DATE           PIC 9(08).
002900     05  TP-PERIODS.
003000         10  TP-PERIOD OCCURS 2 TIMES.
003100             15  TP-ROUNDS      PIC 9(07).
003200             15  TP-WINS        PIC 9(07).
003300             15  TP-LOSSES      PIC 9(07).
003400             15  TP-TIES        PIC 9(07).
003500             15  TP-THROWS      PIC 9(07) OCCURS 3 TIMES.
003600             15  TP-AFTER OCCURS 3 TIMES.
003700                 20  TP-AFTER-ROUNDS PIC 9(07).
003800                 20  TP-AFTER-THROWS PIC 9(07) OCCURS 3 TIMES.
003900             15  TP-REPEAT-BASE PIC 9(07).
004000             15  TP-REPEATS     PIC 9(07).
004100     05  FILLER                 PIC X(14).
