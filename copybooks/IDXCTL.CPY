000100******************************************************************
000200* IDXCTL.CPY
000300* Record layout for the game-log index control file.
000400* Sequential, one record, rewritten at the end of every PPTLIDX
000500* run with the stamp the build started from, the number of
000550* RUNJRNL records on file when it started and the control
000600* totals it proved.  PPTINQ and PPTRSCH trust GAMEIDX only when
000700* this record says the build balanced and no program that
000800* changes GAMELOG has journaled on RUNJRNL past IC-JOURNAL-RECS
000900* - the journal is only ever extended, so its order is the
000933* order the runs finished in, whatever their clock stamps say;
000966* otherwise they walk the logs as before.
001000*
001100*   IC-ARCH-ROUNDS    GAMEARCH rounds indexed
001200*   IC-LIVE-ROUNDS    GAMELOG rounds indexed
001300*   IC-ENTRIES        index entries written - two per round
001400*   IC-LAST-DATE      stamp of the last live round indexed
001500*   IC-LAST-TIME
001533*   IC-JOURNAL-RECS   RUNJRNL records on file as the build
001566*                     started
001600*   IC-BALANCED-SW    Y = entries written, entries re-counted
001700*                     and rounds read all agree
001800*
001900* Modification History
002000*   DD/MM/YYYY  INIT  DESCRIPTION
002100*   15/10/2026  JAI   Original.
002200******************************************************************
002300 01  IDXCTL-RECORD.
002400     05  IC-BUILD-DATE          PIC 9(08).
002500     05  IC-BUILD-TIME          PIC 9(08).
002600     05  IC-ARCH-ROUNDS         PIC 9(09).
002700     05  IC-LIVE-ROUNDS         PIC 9(09).
002800     05  IC-ENTRIES             PIC 9(09).
002900     05  IC-LAST-DATE           PIC 9(08).
003000     05  IC-LAST-TIME           PIC 9(08).
003100     05  IC-BALANCED-SW         PIC X(01).
003200         88  IC-BALANCED                 VALUE "Y".
003300     05  IC-JOURNAL-RECS        PIC 9(09).
003310     05  FILLER                 PIC X(01).
