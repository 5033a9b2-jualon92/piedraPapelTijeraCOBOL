000100******************************************************************
000200* FEESCHED.CPY
000300* Record layout for the entry-fee and purse schedule read by
000400* the PPTLEDG ledger posting run.  Card-image, one line per
000500* contest type and league division, kept by the treasurer:
000600*
000700*   FS-CONTEST-TYPE   M = best-of-N match, T = tournament,
000800*                     K = knockout bracket - same codes as
000900*                     CT-CONTEST-TYPE on CONTLOG
001000*   FS-DIVISION       the PM-DIVISION the line prices, or **
001100*                     for every division without its own line
001200*   FS-ENTRY-FEE      charged to every entrant of the contest
001300*   FS-PURSE          paid by finishing position 1 through 8;
001400*                     zero = no purse for that place.  Players
001500*                     sharing a place share the purses of the
001600*                     places they cover.
001700*
001800* Amounts are keyed as digits with two implied decimals.
001900*
002000* Modification History
002100*   DD/MM/YYYY  INIT  DESCRIPTION
002200*   15/10/2026  JAI   Original.
002300******************************************************************
002400 01  FEESCHED-RECORD.
002500     05  FS-CONTEST-TYPE        PIC X(01).
002600     05  FS-DIVISION            PIC X(02).
002700     05  FS-ENTRY-FEE           PIC 9(05)V99.
002800     05  FS-PURSE OCCURS 8 TIMES PIC 9(05)V99.
002900     05  FILLER                 PIC X(14).
