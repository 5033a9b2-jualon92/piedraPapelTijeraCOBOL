000100******************************************************************
000200* SEASARCH.CPY
000300* Record layout for the season archive written by the PPTSCLS
000400* season close-out.  Sequential, one file per closed season -
000500* the follow-on job step catalogs it under the close date.
000600* Every record carries the close date, and one of two images:
000700*
000800*   SA-RECORD-TYPE  S = a SEASTAND standings record as it stood
000900*                       at the close, with the player's division,
001000*                       finishing position inside it and the
001100*                       promotion/relegation decided for them
001200*                   P = a SEASPOST posting-log record - the
001300*                       league nights that made up the season
001400*   SA-DIVISION     PM-DIVISION at the close (?? = the player
001500*                   was not on the master file)
001600*   SA-DIV-POSITION finishing position inside the division
001700*   SA-MOVE-CODE    P = promoted, R = relegated, blank = stays
001800*   SA-NEW-DIVISION the division moved to, blank if none
001900*   SA-SOURCE-IMAGE the SEASTAND or SEASPOST record, unchanged
002000*
002100* Modification History
002200*   DD/MM/YYYY  INIT  DESCRIPTION
002300*   15/10/2026  JAI   Original.
002400******************************************************************
002500 01  SEASARCH-RECORD.
002600     05  SA-CLOSE-DATE          PIC 9(08).
002700     05  SA-RECORD-TYPE         PIC X(01).
002800         88  SA-STANDING                 VALUE "S".
002900         88  SA-POSTING                  VALUE "P".
003000     05  SA-DIVISION            PIC X(02).
003100     05  SA-DIV-POSITION        PIC 9(03).
003200     05  SA-MOVE-CODE           PIC X(01).
003300         88  SA-PROMOTED                 VALUE "P".
003400         88  SA-RELEGATED                VALUE "R".
003500     05  SA-NEW-DIVISION        PIC X(02).
003600     05  SA-SOURCE-IMAGE        PIC X(40).
003700     05  FILLER                 PIC X(23).
