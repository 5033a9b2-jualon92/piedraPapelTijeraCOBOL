001200* primary control totals (the same figures its print file
001300* shows); a program with no natural figure for a column
001400* writes zero.
001416*
001432* RJ-DAY-ACTION and RJ-OPERATOR-ID are filled only by PPTDATE,
001448* the business-date control step - which day action it took
001464* and who keyed it - so a reopened day shows on the morning
001480* report beside the run that reopened it.
001500*
001600* Modification History
001700*   DD/MM/YYYY  INIT  DESCRIPTION
001800*   02/09/2026  JAI   Original.
001825*   15/10/2026  JAI   RJ-DAY-ACTION and RJ-OPERATOR-ID carved
001850*                     from the filler for the business-date
001875*                     control step.
001900******************************************************************
002000 01  RUNJRNL-RECORD.
002100     05  RJ-PROGRAM-ID          PIC X(18).
002700     05  RJ-RECORDS-WRITTEN     PIC 9(09).
002800     05  RJ-ROUNDS-REJECTED     PIC 9(09).
002900     05  RJ-RETURN-CODE         PIC 9(03).
003000     05  RJ-DAY-ACTION          PIC X(01).
003010         88  RJ-DAY-INITIALIZED          VALUE "I".
003020         88  RJ-DAY-CLOSED               VALUE "C".
003030         88  RJ-DAY-REOPENED             VALUE "R".
003040         88  RJ-DAY-ADVANCED             VALUE "A".
003050     05  RJ-OPERATOR-ID         PIC X(08).
003060     05  FILLER                 PIC X(01).
