000100******************************************************************
000200* CLUBXREF.CPY
000300* Record layout for the partner-club player cross-reference
000400* read by PPTCLUB.  Card-image, one line per club player code,
000500* kept by the league secretary when a club enrols a player:
000600*
000700*   CX-CLUB-CODE         the club's code as sent on its header
000800*   CX-CLUB-PLAYER-CODE  the club's own code for the player
000900*   CX-PLAYER-ID         our PM-PLAYER-ID for the player
001000*
001100* A round naming a club code with no line here is rejected back
001200* to the club on the acknowledgement; the rest of the file goes
001300* through.
001400*
001500* Modification History
001600*   DD/MM/YYYY  INIT  DESCRIPTION
001700*   15/10/2026  JAI   Original.
001800******************************************************************
001900 01  CLUBXREF-RECORD.
002000     05  CX-CLUB-CODE           PIC X(04).
002100     05  CX-CLUB-PLAYER-CODE    PIC X(10).
002200     05  CX-PLAYER-ID           PIC X(10).
002300     05  FILLER                 PIC X(56).
