000100******************************************************************
000200* GAMEIDX.CPY
000300* Record layout for the player-keyed game-log index built each
000400* night by PPTLIDX.  Indexed on GI-KEY, rebuilt whole every run
000500* from the GAMEARCH generations and the live GAMELOG.  Every
000600* round gets two entries, one under each player, so one
000700* player's rounds read in played order with a START and READ
000800* NEXT instead of a walk of the whole log:
000900*
001000*   GI-PLAYER-ID    the player the entry is filed under
001100*   GI-GAME-DATE    the round's date and time stamp
001200*   GI-GAME-TIME
001300*   GI-DUP-SEQ      000, or 001 up for a second round of the
001400*                   same player on the same stamp
001500*   GI-SIDE         A or B - which side of the round the player
001600*                   sat on
001700*   GI-SOURCE       A = a GAMEARCH generation, L = the live log
001800*   GI-RECORD-NBR   the round's place in its file, counting from
001900*                   1 (the archives counted as one concatenation)
002000*   GI-ROUND        the round record itself, field for field the
002100*                   GAMELOG/GAMEARCH layout
002200*
002300* Modification History
002400*   DD/MM/YYYY  INIT  DESCRIPTION
002500*   15/10/2026  JAI   Original.
002600******************************************************************
002700 01  GAMEIDX-RECORD.
002800     05  GI-KEY.
002900         10  GI-PLAYER-ID       PIC X(10).
003000         10  GI-GAME-DATE       PIC 9(08).
003100         10  GI-GAME-TIME       PIC 9(08).
003200         10  GI-DUP-SEQ         PIC 9(03).
003300     05  GI-SIDE                PIC X(01).
003400         88  GI-SIDE-A                   VALUE "A".
003500         88  GI-SIDE-B                   VALUE "B".
003600     05  GI-SOURCE              PIC X(01).
003700         88  GI-FROM-ARCHIVE             VALUE "A".
003800         88  GI-FROM-LIVE                VALUE "L".
003900     05  GI-RECORD-NBR          PIC 9(09).
004000     05  GI-ROUND               PIC X(63).
004100     05  FILLER                 PIC X(05).
