000100******************************************************************
000200* LEDGTRAN.CPY
000300* Record layout for the ledger cash transactions read by
000400* PPTLEDG.  Card-image, one transaction per line:
000500*
000600*   LT-ACTION        PAY = payment received from the player
000700*                    WOF = write-off of an uncollectable amount
000800*   LT-PLAYER-ID     the player whose balance moves
000900*   LT-AMOUNT        digits with two implied decimals
001000*   LT-REFERENCE     receipt number (required on a PAY) or the
001100*                    write-off authority
001200*   LT-OPERATOR-ID   who keyed the transaction - carried onto
001300*                    the ledger entry
001400*
001500* Modification History
001600*   DD/MM/YYYY  INIT  DESCRIPTION
001700*   15/10/2026  JAI   Original.
001800******************************************************************
001900 01  LEDGTRAN-RECORD.
002000     05  LT-ACTION              PIC X(03).
002100     05  LT-PLAYER-ID           PIC X(10).
002200     05  LT-AMOUNT              PIC X(07).
002300     05  LT-AMOUNT-N REDEFINES LT-AMOUNT
002400                                PIC 9(05)V99.
002500     05  LT-REFERENCE           PIC X(12).
002600     05  LT-OPERATOR-ID         PIC X(08).
002700     05  FILLER                 PIC X(40).
