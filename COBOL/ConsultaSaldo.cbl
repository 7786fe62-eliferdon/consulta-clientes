002620*                  EXPIRYDATE PREDICATE - A ROW WHOSE       *
002630*                  EXPIRY HAS PASSED FAILS CLOSED EXACTLY   *
002640*                  LIKE A MISSING ROW.                      *
002641* 10/15/2026 RR    THE REPLY NOW ALSO CARRIES THE AVAILABLE *
002642*                  BALANCE (SALDO-COMM-AVAIL-BALANCE) - THE *
002643*                  LEDGER LESS THE CUSTOMER'S ACTIVE FUNDS  *
002644*                  HOLDS - UNDER THE SAME AUTHORIZATION AS  *
002645*                  THE LEDGER BALANCE.  A CALLER STILL      *
002646*                  PASSING THE SHORTER COMMAREA IS SERVED   *
002647*                  AS BEFORE, WITHOUT IT.                   *
002700*----------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003700 01  WS-CUSTOMER-BALANCE      PIC S9(7)V99 COMP-3.
003800 01  WS-CUSTOMER-STATUS       PIC X(01).
003900 01  WS-OPERATOR-ID           PIC X(03).
003905*----------------------------------------------------------*
003910* AVAILABLE BALANCE - THE LEDGER LESS THE CUSTOMER'S ACTIVE*
003915* FUNDS HOLDS (FUNDSHOLDS).                                *
003920*----------------------------------------------------------*
003925 01  WS-HELD-AMOUNT           PIC S9(9)V99 COMP-3.
003930 01  WS-AVAIL-BALANCE         PIC S9(9)V99 COMP-3.
003935*----------------------------------------------------------*
003940* COMMAREA LENGTH BEFORE SALDO-COMM-AVAIL-BALANCE WAS      *
003945* APPENDED.  A CALLER STILL BUILT TO THAT SHORTER LAYOUT IS*
003950* SERVED AS BEFORE - THE AVAILABLE BALANCE IS ONLY FILLED  *
003955* IN WHEN THE COMMAREA PASSED IS LONG ENOUGH TO HOLD IT.   *
003960*----------------------------------------------------------*
003965 01  WS-BASE-COMM-LEN         PIC S9(04) COMP.
004000*----------------------------------------------------------*
004100* PROGRAM SWITCHES                                          *
004200*----------------------------------------------------------*
006800* A LINKED SERVICE LEG - VALIDATE, AUTHORIZE, LOOK UP,     *
006900* AUDIT, AND HAND THE FIELDED REPLY BACK TO THE CALLER.    *
007000*----------------------------------------------------------*
007050 0000-MAIN-PROCESS.
007100*    A CALLER THAT PASSED NO COMMAREA, OR ONE TOO SHORT TO
007150*    HOLD THE REPLY, GETS CONTROL STRAIGHT BACK - FILLING
007200*    THE REPLY WOULD OVERLAY STORAGE PAST THE COMMAREA END.
007250     COMPUTE WS-BASE-COMM-LEN = LENGTH OF DFHCOMMAREA
007300                  - LENGTH OF SALDO-COMM-AVAIL-BALANCE.
007350     IF EIBCALEN < WS-BASE-COMM-LEN
007400         GO TO 9999-END-PROGRAM
007450     END-IF.
007500
007550     MOVE SPACES TO SALDO-COMM-NAME
007600                    SALDO-COMM-STATUS.
007650     MOVE ZERO   TO SALDO-COMM-BALANCE.
007700     IF EIBCALEN NOT < LENGTH OF DFHCOMMAREA
007750         MOVE ZERO TO SALDO-COMM-AVAIL-BALANCE
007800     END-IF.
007900
008000     MOVE SALDO-COMM-CUSTOMER-ID TO WS-CUSTOMER-ID.
008100     MOVE SALDO-COMM-OPERATOR-ID TO WS-OPERATOR-ID.
011800     EXIT.
011900*----------------------------------------------------------*
012000* 2000-LOOKUP-CUSTOMER                                     *
012050* PULLS NAME, BALANCE AND STATUS FROM DB2, WITH THE SUM OF  *
012100* THE CUSTOMER'S ACTIVE FUNDS HOLDS FOR THE AVAILABLE       *
012150* BALANCE, THEN STAMPS LASTINQUIRYDATE WHEN THE CUSTOMER IS *
012200* FOUND, EXACTLY AS THE TERMINAL INQUIRY DOES.              *
012400*----------------------------------------------------------*
012500 2000-LOOKUP-CUSTOMER.
012600     EXEC SQL
012625         SELECT C.CustomerName, C.Balance, C.AccountStatus,
012650                COALESCE((SELECT SUM(H.HoldAmount)
012675                            FROM FundsHolds H
012700                           WHERE H.CustomerID = C.CustomerID
012725                             AND H.HoldStatus = 'A'
012750                             AND (H.ReleaseDate IS NULL
012775                              OR H.ReleaseDate > CURRENT DATE)),
012800                         0)
012825           INTO :WS-CUSTOMER-NAME, :WS-CUSTOMER-BALANCE,
012850                :WS-CUSTOMER-STATUS, :WS-HELD-AMOUNT
012875           FROM Customers C
012900          WHERE C.CustomerID = :WS-CUSTOMER-ID
013200     END-EXEC.
013300
013400     EVALUATE SQLCODE
013450         WHEN ZERO
013500             SET CUSTOMER-FOUND     TO TRUE
013550             COMPUTE WS-AVAIL-BALANCE = WS-CUSTOMER-BALANCE
013600                                      - WS-HELD-AMOUNT
013700         WHEN 100
013800             SET CUSTOMER-NOT-FOUND TO TRUE
013900         WHEN OTHER
017300* 3600-BUILD-REPLY                                         *
017400* LOADS THE FIELDED REPLY AND THE RETURN CODE.  AN          *
017500* UNAUTHORIZED OPERATOR STILL GETS THE NAME AND STATUS,     *
017600* WITH BOTH BALANCES LEFT AT ZERO - THE COMMAREA EQUIVALENT *
017700* OF THE MASKED BALANCE ON THE TERMINAL SIDE.               *
017800*----------------------------------------------------------*
017900 3600-BUILD-REPLY.
018900         SET AUDIT-BALANCE-RETURNED TO TRUE
019000         SET SALDO-RC-OK TO TRUE
019100         MOVE WS-CUSTOMER-BALANCE TO SALDO-COMM-BALANCE
019125         IF EIBCALEN NOT < LENGTH OF DFHCOMMAREA
019150             MOVE WS-AVAIL-BALANCE TO SALDO-COMM-AVAIL-BALANCE
019175         END-IF
019200     ELSE
019300         SET AUDIT-BALANCE-NOT-RETURNED TO TRUE
019400         SET SALDO-RC-NOT-AUTH TO TRUE
