000100******************************************************************
000200* LEDGER.CPY
000300* Record layout for the player money ledger.  Sequential,
000400* append-only, written by PPTLEDG and read by the PPTLSTM
000500* statement and aged-receivables run.  One record per money
000600* movement, always a positive amount - the entry type says
000700* which way it moves the player's balance:
000800*
000900*   F  entry-fee charge        raises what the player owes
001000*   P  prize-money credit      lowers it
001100*   Y  payment received        lowers it
001200*   W  write-off               lowers it
001300*
001400*   LG-POST-DATE      business date the entry was posted
001500*   LG-CONTEST-*      the CONTLOG contest behind a fee or prize
001600*                     (zero/blank on payments and write-offs)
001700*   LG-POSITION       finishing position the prize paid
001800*   LG-DIVISION       PM-DIVISION the fee and purse were priced
001900*                     at
002000*   LG-REFERENCE      receipt number or write-off authority
002100*   LG-OPERATOR-ID    who keyed a payment or write-off
002200*
002300* Modification History
002400*   DD/MM/YYYY  INIT  DESCRIPTION
002500*   15/10/2026  JAI   Original.
002600******************************************************************
002700 01  LEDGER-RECORD.
002800     05  LG-PLAYER-ID           PIC X(10).
002900     05  LG-ENTRY-TYPE          PIC X(01).
003000         88  LG-FEE-CHARGE               VALUE "F".
003100         88  LG-PRIZE-CREDIT             VALUE "P".
003200         88  LG-PAYMENT                  VALUE "Y".
003300         88  LG-WRITE-OFF                VALUE "W".
003400     05  LG-POST-DATE           PIC 9(08).
003500     05  LG-POST-TIME           PIC 9(08).
003600     05  LG-AMOUNT              PIC 9(07)V99.
003700     05  LG-CONTEST-TYPE        PIC X(01).
003800     05  LG-CONTEST-DATE        PIC 9(08).
003900     05  LG-CONTEST-TIME        PIC 9(08).
004000     05  LG-POSITION            PIC 9(02).
004100     05  LG-DIVISION            PIC X(02).
004200     05  LG-REFERENCE           PIC X(12).
004300     05  LG-OPERATOR-ID         PIC X(08).
004400     05  FILLER                 PIC X(13).
