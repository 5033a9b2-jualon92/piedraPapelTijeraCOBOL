000100******************************************************************
000200* CLUBREG.CPY
000300* Record layout for the partner-club control register written
000400* by PPTCLUB.  Sequential, append-only, one record per club
000500* results file taken in.  PPTCLUB reads the register before it
000600* accepts a file and expects the club's next file sequence
000700* number: a number already taken is a duplicate, a number past
000800* the next one means a file went missing - either way the file
000900* is refused, so the same night can never be mounted twice.
001000*
001100* Modification History
001200*   DD/MM/YYYY  INIT  DESCRIPTION
001300*   15/10/2026  JAI   Original.
001400******************************************************************
001500 01  CLUBREG-RECORD.
001600     05  CG-CLUB-CODE           PIC X(04).
001700     05  CG-FILE-SEQ            PIC 9(06).
001800     05  CG-CREATE-DATE         PIC 9(08).
001900     05  CG-RUN-DATE            PIC 9(08).
002000     05  CG-RUN-TIME            PIC 9(08).
002100     05  CG-RECORD-COUNT        PIC 9(07).
002200     05  CG-ROUNDS-ACCEPTED     PIC 9(07).
002300     05  CG-ROUNDS-REJECTED     PIC 9(07).
002400     05  CG-GUESS-HASH          PIC 9(09).
002500     05  FILLER                 PIC X(06).
