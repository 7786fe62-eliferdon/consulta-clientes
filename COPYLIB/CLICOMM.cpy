001207*                  NEWEST-FIRST PAGING BOOKMARK, AND
001208*                  CLI-COMM-HIST-BAL CARRIES THE RUNNING
001209*                  BALANCE FORWARD TO THE NEXT PAGE.
001210* 10/15/2026 RR    MODE VALUES 'J' (PAINT THE REJECT-REPAIR
001211*                  QUEUE SCREEN) AND 'K' (QUEUE SCREEN ON
001212*                  THE TERMINAL) ADDED FOR COLARECHAZOS.
001213* 10/15/2026 RR    MODE VALUES 'V' (PAINT THE FUNDS-HOLD
001214*                  SCREEN) AND 'W' (HOLD SCREEN ON THE
001215*                  TERMINAL) ADDED FOR RETENCIONFONDOS.
001200*
001300*    THE INCLUDING PROGRAM SUPPLIES THE 01-LEVEL HEADER, E.G.
001310*        01  DFHCOMMAREA.
