001297*   02/09/2026  JAI   K = knockout-bracket round joined the
001298*                     source values - like T rounds, K rounds
001299*                     write no BATCHOUT record.
001300*   15/10/2026  JAI   GL-GAME-DATE is the business date kept by
001301*                     PPTDATE; GL-GAME-TIME is the clock time,
001302*                     carried past 24:00 (24 hours a day) when
001303*                     the clock has run past the business date,
001304*                     so date + time never falls in log order.
001305*                     A round played at 00:10 on the night of
001306*                     the 14th reads 20261014 24100000 - a
001307*                     PPTBACK window is keyed the same way.
001308******************************************************************
001400 01  GAMELOG-RECORD.
001500     05  GL-PLAYER-A-ID         PIC X(10).
001600     05  GL-PLAYER-B-ID         PIC X(10).
