000100******************************************************************
000200* LEDGPOST.CPY
000300* Record layout for the ledger contest-posting log written by
000400* PPTLEDG.  Sequential, append-only, one record per contest
000500* date whose fees and prizes went onto the LEDGER.  PPTLEDG
000600* reads this log first and refuses a contest date already on
000700* it - the same guard SEASPOST gives the season standings, so
000800* a re-run cannot charge a league night's fees twice.
000900*
001000* Modification History
001100*   DD/MM/YYYY  INIT  DESCRIPTION
001200*   15/10/2026  JAI   Original.
001300******************************************************************
001400 01  LEDGPOST-RECORD.
001500     05  LD-CONTEST-DATE        PIC 9(08).
001600     05  LD-RUN-DATE            PIC 9(08).
001700     05  LD-CONTESTS-POSTED     PIC 9(03).
001800     05  LD-ENTRIES-WRITTEN     PIC 9(07).
001900     05  LD-FEE-TOTAL           PIC 9(07)V99.
002000     05  LD-PRIZE-TOTAL         PIC 9(07)V99.
002100     05  FILLER                 PIC X(06).
