000100******************************************************************
000200* FIXTURE.CPY
000300* Record layout for the season fixture written by the PPTFIXT
000400* BUILD run.  Sequential, rewritten by every BUILD, one record
000500* per seat in order of division, week, group and seat:
000600*
000700*   FX-DIVISION     the PM-DIVISION the fixture belongs to
000800*   FX-WEEK         league week, 01 up to the season length
000900*   FX-NIGHT-DATE   the league night the week is played on
001000*   FX-GROUP        the round robin within the night, 01 up
001100*   FX-SEAT         the player's place in the group - the order
001200*                   the PPTFIXT WEEK run cuts the roster in
001300*   FX-PLAYER-ID    the scheduled player
001400*   FX-BUILD-DATE   the business date of the BUILD run; a
001500*                   player inactivated after it is flagged when
001600*                   the week is cut
001700*
001800* Modification History
001900*   DD/MM/YYYY  INIT  DESCRIPTION
002000*   15/10/2026  JAI   Original.
002100******************************************************************
002200 01  FIXTURE-RECORD.
002300     05  FX-DIVISION            PIC X(02).
002400     05  FX-WEEK                PIC 9(02).
002500     05  FX-NIGHT-DATE          PIC 9(08).
002600     05  FX-GROUP               PIC 9(02).
002700     05  FX-SEAT                PIC 9(01).
002800     05  FX-PLAYER-ID           PIC X(10).
002900     05  FX-BUILD-DATE          PIC 9(08).
003000     05  FILLER                 PIC X(07).
