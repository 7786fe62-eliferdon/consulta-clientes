000900* MODIFICATION HISTORY
001000* DATE       INIT  DESCRIPTION
001100* 08/22/2026 RR    ORIGINAL COPYBOOK.
001110* 10/15/2026 RR    ADDED SALDO-COMM-AVAIL-BALANCE TO THE
001120*                  REPLY - THE LEDGER BALANCE LESS THE
001130*                  CUSTOMER'S ACTIVE FUNDS HOLDS, WHICH IS
001140*                  WHAT THE CALLER MAY ACTUALLY SPEND.
001150*                  APPENDED AT THE END SO EXISTING CALLERS'
001160*                  OFFSETS DO NOT MOVE.
001200*
001300*    THE INCLUDING PROGRAM SUPPLIES THE 01-LEVEL HEADER, E.G.
001310*        01  DFHCOMMAREA.
001330*
001340*    RETURN CODES:
001350*        00 = CUSTOMER FOUND, BALANCE RETURNED
001355*             (LEDGER AND AVAILABLE)
001360*        04 = CUSTOMER FOUND, OPERATOR NOT AUTHORIZED FOR
001370*             BALANCE - NAME AND STATUS ONLY, BOTH
001375*             BALANCES ZERO
001380*        08 = CUSTOMER NOT FOUND
001390*        12 = CUSTOMERID FAILED VALIDATION
001400     05  SALDO-COMM-REQUEST.
002400         10  SALDO-COMM-NAME          PIC X(30).
002500         10  SALDO-COMM-BALANCE       PIC S9(7)V99 COMP-3.
002600         10  SALDO-COMM-STATUS        PIC X(01).
002700         10  SALDO-COMM-AVAIL-BALANCE PIC S9(9)V99 COMP-3.
