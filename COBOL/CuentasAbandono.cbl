003339*                  IN THE TEXT IS MOVED IN FROM            *
003340*                  WS-NOTICE-DAYS INSTEAD OF BEING         *
003341*                  HARDCODED.                              *
003342* 10/15/2026 RR    THE ESCHEAT MOVEMENT IS NOW STAMPED ON  *
003343*                  TRANSACTIONS WITH ITS SOURCE CHANNEL    *
003344*                  ('E' - ESCHEAT) AND WITH OPERATOR 'SYS' *
003345*                  AND TERMINAL 'BTCH'.                    *
003400*----------------------------------------------------------*
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
006300     88  MORE-ROWS                             VALUE 'N'.
006400 77  WS-ESCHEAT-YEARS             PIC S9(04) COMP VALUE +5.
006500 77  WS-NOTICE-DAYS               PIC S9(04) COMP VALUE +120.
006510*    THE ESCHEAT MOVEMENT IS STAMPED ON TRANSACTIONS AS THE
006520*    ESCHEAT CHANNEL, KEYED BY THE BATCH ITSELF.
006530 77  WS-TRAN-CHANNEL              PIC X(01)    VALUE 'E'.
006540 77  WS-BATCH-OPERATOR            PIC X(03)    VALUE 'SYS'.
006550 77  WS-BATCH-TERMINAL            PIC X(04)    VALUE 'BTCH'.
006600 01  WS-ESCHEAT-CUTOFF            PIC X(10).
006700 01  WS-RUN-DATE                  PIC X(10).
006800*----------------------------------------------------------*
036900         COMPUTE WS-ESCHEAT-AMOUNT =
037000                 ZERO - WS-CUSTOMER-BALANCE
037100         EXEC SQL
037150             INSERT INTO Transactions
037200                 (CustomerID, PostingTimestamp,
037250                  TranType, TranAmount,
037300                  Channel, OperatorID, TerminalID)
037350             VALUES
037400                 (:WS-CUSTOMER-ID, CURRENT TIMESTAMP,
037450                  'E', :WS-ESCHEAT-AMOUNT,
037500                  :WS-TRAN-CHANNEL, :WS-BATCH-OPERATOR,
037550                  :WS-BATCH-TERMINAL)
037800         END-EXEC
037900         IF SQLCODE NOT = ZERO
038000             DISPLAY 'CuentasAbandono: HISTORY INSERT '
