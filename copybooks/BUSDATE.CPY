000100******************************************************************
000200* BUSDATE.CPY
000300* Record layout for the shop business-date control file.  One
000400* record, maintained only by PPTDATE.  Every posting and
000500* reporting program takes its run date from BD-BUSINESS-DATE
000600* instead of the clock, so a stream that slips past midnight
000700* still stamps and selects the day it was run for.
000800*
000900* BD-DAY-STATUS is O while the day takes postings and C once
001000* the day-close step has proved PPTRECON balanced; a closed day
001100* refuses the posting programs until it is formally reopened
001200* (every reopen is counted here, with the reason for the last
001300* one, and journaled on RUNJRNL).
001400*
001500* Modification History
001600*   DD/MM/YYYY  INIT  DESCRIPTION
001700*   15/10/2026  JAI   Original.
001800******************************************************************
001900 01  BUSDATE-RECORD.
002000     05  BD-BUSINESS-DATE       PIC 9(08).
002100     05  BD-DAY-STATUS          PIC X(01).
002200         88  BD-DAY-OPEN                 VALUE "O".
002300         88  BD-DAY-CLOSED               VALUE "C".
002400     05  BD-PRIOR-DATE          PIC 9(08).
002500     05  BD-OPENED-DATE         PIC 9(08).
002600     05  BD-OPENED-TIME         PIC 9(08).
002700     05  BD-CLOSED-DATE         PIC 9(08).
002800     05  BD-CLOSED-TIME         PIC 9(08).
002900     05  BD-REOPEN-COUNT        PIC 9(03).
003000     05  BD-LAST-ACTION         PIC X(01).
003100     05  BD-LAST-OPERATOR-ID    PIC X(08).
003200     05  BD-REOPEN-REASON       PIC X(30).
003300     05  FILLER                 PIC X(09).
