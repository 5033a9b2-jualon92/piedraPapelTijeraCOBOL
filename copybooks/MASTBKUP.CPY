000100******************************************************************
000200* MASTBKUP.CPY
000300* Record layout for the nightly master-file backup written by
000400* PPTBKUP.  Sequential, one file per night holding PLYRHIST,
000500* PLYRRATE and PLYRMAST in that order; each master is a header
000600* record, one detail record per master record (the record image
000700* unchanged in MB-DATA) and a trailer carrying the record count
000800* and three hash totals:
000900*   PLYRHIST - sum of wins, sum of losses, sum of ties
001000*   PLYRRATE - sum of ratings, sum of peak ratings, sum of
001100*              games rated
001200*   PLYRMAST - sum of enrolment dates, active players,
001300*              inactive players
001400* Every record carries the backup stamp, which names the backup.
001500* The PLYRHIST header also keeps how many records GAMELOG,
001600* BACKLOG and HISTADJ held when the backup was taken and the
001625* stamp of the last round then on GAMELOG - a restore rolls
001650* forward from those record positions.  The PLYRRATE header
001675* keeps the RATECTL stamp the ratings were current to.
001700*
001800* Modification History
001900*   DD/MM/YYYY  INIT  DESCRIPTION
002000*   15/10/2026  JAI   Original.
002100******************************************************************
002200 01  MASTBKUP-RECORD.
002300     05  MB-RECORD-TYPE         PIC X(01).
002400         88  MB-HEADER                   VALUE "H".
002500         88  MB-DETAIL                   VALUE "D".
002600         88  MB-TRAILER                  VALUE "T".
002700     05  MB-MASTER-NAME         PIC X(08).
002800     05  MB-BACKUP-DATE         PIC 9(08).
002900     05  MB-BACKUP-TIME         PIC 9(08).
003000     05  MB-DATA                PIC X(55).
003100     05  MB-HEADER-DATA REDEFINES MB-DATA.
003200         10  MB-RATECTL-DATE    PIC 9(08).
003300         10  MB-RATECTL-TIME    PIC 9(08).
003400         10  FILLER             PIC X(39).
003412     05  MB-LOG-HEADER-DATA REDEFINES MB-DATA.
003424         10  MB-GAMELOG-RECS    PIC 9(09).
003436         10  MB-BACKLOG-RECS    PIC 9(09).
003448         10  MB-HISTADJ-RECS    PIC 9(09).
003460         10  MB-LAST-ROUND-DATE PIC 9(08).
003472         10  MB-LAST-ROUND-TIME PIC 9(08).
003484         10  FILLER             PIC X(12).
003500     05  MB-TRAILER-DATA REDEFINES MB-DATA.
003600         10  MB-RECORD-COUNT    PIC 9(09).
003700         10  MB-HASH-1          PIC 9(15).
003800         10  MB-HASH-2          PIC 9(15).
003900         10  MB-HASH-3          PIC 9(15).
004000         10  FILLER             PIC X(01).
004100     05  MB-HIST-DATA REDEFINES MB-DATA.
004200         10  MB-PH-PLAYER-ID    PIC X(10).
004300         10  MB-PH-WINS         PIC 9(07).
004400         10  MB-PH-LOSSES       PIC 9(07).
004500         10  MB-PH-TIES         PIC 9(07).
004600         10  MB-PH-STATUS-FLAG  PIC X(01).
004700         10  FILLER             PIC X(23).
004800     05  MB-RATE-DATA REDEFINES MB-DATA.
004900         10  MB-PR-PLAYER-ID    PIC X(10).
005000         10  MB-PR-RATING       PIC 9(04).
005100         10  MB-PR-PEAK-RATING  PIC 9(04).
005200         10  MB-PR-PRIOR-RATING PIC 9(04).
005300         10  MB-PR-GAMES-RATED  PIC 9(07).
005400         10  FILLER             PIC X(26).
005500     05  MB-MAST-DATA REDEFINES MB-DATA.
005600         10  MB-PM-PLAYER-ID    PIC X(10).
005700         10  MB-PM-ENROLL-DATE  PIC 9(08).
005800         10  MB-PM-DIVISION     PIC X(02).
005900         10  MB-PM-STATUS-FLAG  PIC X(01).
006000         10  FILLER             PIC X(34).
