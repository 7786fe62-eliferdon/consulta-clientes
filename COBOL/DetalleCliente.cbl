001722*                  BROWSE STATE (CLI-COMM-HIST-SW,            *
001723*                  CLI-COMM-HIST-LAST-SEQ,                    *
001724*                  CLI-COMM-HIST-BAL).                        *
001725* 10/15/2026 RR    THE DETAIL SCREEN NOW SHOWS THE AVAILABLE *
001726*                  BALANCE - THE LEDGER LESS THE CUSTOMER'S  *
001727*                  ACTIVE FUNDS HOLDS (FUNDSHOLDS).  IT IS   *
001728*                  MASKED UNLESS THE OPERATOR CARRIES        *
001729*                  CANVIEWBALANCE ON OPERATORAUTH, AND EACH  *
001730*                  DETAIL VIEW NOW WRITES THE SAME AUDITLOG  *
001731*                  ROW AS THE CONSULTACLIENTES LOOKUP.       *
001732*----------------------------------------------------------*
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002000 DATA DIVISION.
003200     88  CUSTOMER-NOT-FOUND                    VALUE 'N'.
003300 01  WS-NOT-FOUND-MSG             PIC X(30)
003400                                  VALUE 'CUSTOMER NOT FOUND'.
003402*----------------------------------------------------------*
003404* NULL INDICATOR VARIABLES                                  *
003406* ADDRESS AND PHONE ARE NULLABLE ON CUSTOMERS AND HAVE NO   *
003408* DEFAULT, SO A NULL COLUMN MUST NOT REACH THE HOST         *
003410* VARIABLE WITHOUT ONE OF THESE.                             *
003412*----------------------------------------------------------*
003414 01  WS-ADDRESS-IND               PIC S9(04) COMP.
003416 01  WS-PHONE-IND                 PIC S9(04) COMP.
003418*----------------------------------------------------------*
003420* AVAILABLE BALANCE - THE LEDGER LESS THE CUSTOMER'S ACTIVE *
003422* FUNDS HOLDS (FUNDSHOLDS).                                 *
003424*----------------------------------------------------------*
003426 01  WS-HELD-AMOUNT               PIC S9(9)V99 COMP-3.
003428 01  WS-AVAIL-BALANCE             PIC S9(9)V99 COMP-3.
003430 01  WS-AVAIL-EDIT                PIC -(9)9.99.
003432*----------------------------------------------------------*
003434* OPERATOR AUTHORIZATION AND AUDIT FIELDS                   *
003436* THE AVAILABLE BALANCE IS SHOWN ONLY TO AN OPERATOR        *
003438* CARRYING CANVIEWBALANCE, AND EVERY DETAIL VIEW IS WRITTEN *
003440* TO AUDITLOG, EXACTLY AS CONSULTACLIENTES DOES FOR ITS     *
003442* OWN BALANCE LINE.                                         *
003444*----------------------------------------------------------*
003446 01  WS-OPERATOR-AUTH-SW          PIC X(01).
003448     88  OPERATOR-AUTHORIZED                   VALUE 'Y'.
003450     88  OPERATOR-NOT-AUTHORIZED               VALUE 'N'.
003452 01  WS-BALANCE-MASK              PIC X(13)
003454                                  VALUE 'RESTRICTED'.
003456 01  WS-AUDIT-BAL-RETURNED-SW     PIC X(01).
003476     88  AUDIT-BALANCE-RETURNED                VALUE 'Y'.
003496     88  AUDIT-BALANCE-NOT-RETURNED            VALUE 'N'.
003500*----------------------------------------------------------*
003600* SCREEN OUTPUT FIELDS                                      *
003700*----------------------------------------------------------*
004400     05  WS-DS-PHONE              PIC X(15).
004500     05  WS-DS-STATUS-LIT         PIC X(08)  VALUE 'STATUS  '.
004600     05  WS-DS-STATUS             PIC X(01).
004625     05  FILLER                   PIC X(01)  VALUE SPACES.
004650     05  WS-DS-AVAIL-LIT          PIC X(08)  VALUE 'AVAIL   '.
004675     05  WS-DS-AVAIL              PIC X(13).
004700     05  FILLER                   PIC X(17)  VALUE SPACES.
004750*----------------------------------------------------------*
004760* BMS SYMBOLIC MAP - CLIMENUM (MAPSET CLIMENU)              *
004770* BORROWED FROM CONSULTACLIENTES SO THIS TRANSACTION LEAVES *
006600     END-IF.
006700
006800     MOVE CLI-COMM-CURR-ID TO CUSTMSTR-ID.
006825
006850     PERFORM 2400-CHECK-AUTHORIZATION
006875         THRU 2400-EXIT.
006900
007000     PERFORM 2000-LOOKUP-CUSTOMER
007100         THRU 2000-EXIT.
007600     ELSE
007700         PERFORM 3500-SEND-NOT-FOUND
007800             THRU 3500-EXIT
007825     END-IF.
007850
007875     IF CUSTOMER-FOUND
007900         PERFORM 3700-LOG-AUDIT-ENTRY
007925             THRU 3700-EXIT
007950     END-IF.
008000
008100     GO TO 9999-END-PROGRAM.
008200*----------------------------------------------------------*
008300* 2000-LOOKUP-CUSTOMER                                     *
008400* PULLS THE FULL CUSTOMER RECORD FROM DB2.                 *
008425* THE AVAILABLE BALANCE IS THE LEDGER LESS THE SUM OF THE   *
008450* CUSTOMER'S ACTIVE FUNDS HOLDS.                            *
008500*----------------------------------------------------------*
008600 2000-LOOKUP-CUSTOMER.
008700     EXEC SQL
008725         SELECT C.CustomerName, C.Address, C.Phone,
008750                C.AccountStatus, C.Balance,
008775                COALESCE((SELECT SUM(H.HoldAmount)
008800                            FROM FundsHolds H
008825                           WHERE H.CustomerID = C.CustomerID
008850                             AND H.HoldStatus = 'A'
008875                             AND (H.ReleaseDate IS NULL
008900                              OR H.ReleaseDate > CURRENT DATE)),
008925                         0)
008950           INTO :CUSTMSTR-NAME,
008975                :CUSTMSTR-ADDRESS :WS-ADDRESS-IND,
009000                :CUSTMSTR-PHONE   :WS-PHONE-IND,
009025                :CUSTMSTR-STATUS,
009050                :CUSTMSTR-BALANCE,
009075                :WS-HELD-AMOUNT
009175           FROM Customers C
009275          WHERE C.CustomerID = :CUSTMSTR-ID
009300     END-EXEC.
009400
009500     EVALUATE SQLCODE
010000     END-EVALUATE.
010100 2000-EXIT.
010200     EXIT.
010202*----------------------------------------------------------*
010204* 2400-CHECK-AUTHORIZATION                                 *
010206* LOOKS UP THE INVOKING OPERATOR IN OPERATORAUTH TO DECIDE  *
010208* WHETHER THE AVAILABLE BALANCE MAY BE SHOWN.  NO ROW, OR   *
010210* AN EXPIRED ROW, IS TREATED AS NOT AUTHORIZED (FAIL        *
010212* CLOSED) - SAME CHECK CONSULTACLIENTES MAKES.              *
010214*----------------------------------------------------------*
010216 2400-CHECK-AUTHORIZATION.
010218     EXEC SQL
010220         SELECT CanViewBalance
010222           INTO :WS-OPERATOR-AUTH-SW
010224           FROM OperatorAuth
010226          WHERE OperatorID = :EIBOPID
010228            AND (ExpiryDate IS NULL
010230                 OR ExpiryDate >= CURRENT DATE)
010232     END-EXEC.
010234
010236     IF SQLCODE NOT = ZERO
010238         SET OPERATOR-NOT-AUTHORIZED TO TRUE
010240     END-IF.
010242 2400-EXIT.
010244     EXIT.
010300*----------------------------------------------------------*
010400* 3000-SEND-RESPONSE                                       *
010500* FORMATS AND SENDS THE FULL CUSTOMER DETAIL SCREEN.        *
010525* THE AVAILABLE BALANCE IS MASKED FOR AN OPERATOR NOT       *
010550* AUTHORIZED FOR BALANCES.                                  *
010600*----------------------------------------------------------*
010700 3000-SEND-RESPONSE.
010800     MOVE CUSTMSTR-NAME    TO WS-DS-NAME.
010900     MOVE CUSTMSTR-ADDRESS TO WS-DS-ADDR.
011000     MOVE CUSTMSTR-PHONE   TO WS-DS-PHONE.
011010     MOVE CUSTMSTR-STATUS  TO WS-DS-STATUS.
011020     COMPUTE WS-AVAIL-BALANCE = CUSTMSTR-BALANCE
011030                              - WS-HELD-AMOUNT.
011040     MOVE WS-AVAIL-BALANCE TO WS-AVAIL-EDIT.
011050     IF OPERATOR-AUTHORIZED
011060         SET AUDIT-BALANCE-RETURNED TO TRUE
011070         MOVE WS-AVAIL-EDIT   TO WS-DS-AVAIL
011080     ELSE
011090         SET AUDIT-BALANCE-NOT-RETURNED TO TRUE
011100         MOVE WS-BALANCE-MASK TO WS-DS-AVAIL
011110     END-IF.
011120
011130     MOVE SPACES TO CLIMENUO.
011140     MOVE WS-DETAIL-SCREEN TO CLIRSLTO(1:157).
011200
011300     EXEC CICS SEND MAP('CLIMENUM') MAPSET('CLIMENU')
011400         FROM(CLIMENUO)
012400     END-EXEC.
012500 3500-EXIT.
012600     EXIT.
012605*----------------------------------------------------------*
012610* 3700-LOG-AUDIT-ENTRY                                     *
012615* RECORDS WHO VIEWED WHICH CUSTOMER'S DETAIL FROM WHICH     *
012620* TERMINAL AND WHETHER A BALANCE WAS ACTUALLY SHOWN - SAME  *
012625* ROW THE CONSULTACLIENTES LOOKUP WRITES.                   *
012630*----------------------------------------------------------*
012635 3700-LOG-AUDIT-ENTRY.
012640     EXEC SQL
012645         INSERT INTO AuditLog
012650             (OperatorID, TerminalID, CustomerID,
012655              InquiryTimestamp, BalanceReturned)
012660         VALUES
012665             (:EIBOPID, :EIBTRMID, :CUSTMSTR-ID,
012670              CURRENT TIMESTAMP, :WS-AUDIT-BAL-RETURNED-SW)
012675     END-EXEC.
012680 3700-EXIT.
012685     EXIT.
012700*----------------------------------------------------------*
012800* 9999-END-PROGRAM                                         *
012900* RE-ARMS EIBTRNID FOR THE NEXT TELLER KEYSTROKE.  EIBTRNID  *
