000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TransferenciaSaldo.
000300 AUTHOR.        R RAMIREZ.
000400 INSTALLATION.  RETAIL BANKING SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                     *
000900*----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                              *
001100* 10/15/2026 RR    ORIGINAL PROGRAM - PROGRAM-TO-PROGRAM    *
001200*                  ACCOUNT-TO-ACCOUNT TRANSFER SERVICE FOR  *
001300*                  THE PHONE-BANKING / IVR CHANNEL, THE     *
001400*                  COMPANION OF CONSULTASALDO.  NO MAP - THE*
001500*                  CALLER LINKS WITH A TRFCOMM COMMAREA     *
001600*                  CARRYING THE FROM AND TO CUSTOMERIDS, THE*
001700*                  AMOUNT, A CHANNEL IDENTIFIER AND AN      *
001800*                  OPERATOR IDENTIFIER, AND GETS BACK A     *
001900*                  RETURN CODE WITH THE PAYING CUSTOMER'S   *
002000*                  NEW BALANCES.  THE MONEY MOVES AS ONE    *
002100*                  UNIT OF WORK - BOTH BALANCES AND TWO     *
002200*                  LINKED TRANSACTIONS ROWS (TRANTYPE 'X',  *
002300*                  CHANNEL 'V'), OR NOTHING.  VALIDATION,   *
002400*                  THE OPERATORAUTH CHECK AND THE AUDITLOG  *
002500*                  WRITE MATCH CONSULTASALDO, WITH POSTING  *
002600*                  AUTHORITY (CANPOST) IN PLACE OF          *
002700*                  CANVIEWBALANCE.  CLOSED OR DORMANT       *
002800*                  ACCOUNTS, A DEBIT BEYOND THE AVAILABLE   *
002900*                  BALANCE AND THE CHANNEL'S DAILY TRANSFER *
003000*                  LIMIT (TRANSFERLIMITS) ARE ALL REFUSED   *
003100*                  WITH THEIR OWN RETURN CODES.             *
003101* 10/15/2026 RR    A TRANSFER OF THE LARGE-DEBIT LIMIT OR   *
003102*                  MORE OUT OF A CUSTOMER IN A              *
003103*                  CONTACT-CHANGE COOLING-OFF PERIOD        *
003104*                  (CONTACTREVIEW) IS REFUSED WITH RETURN   *
003105*                  CODE 36 UNLESS THE CALLING OPERATOR IS A *
003106*                  SUPERVISOR (AUTHLEVEL 'S'), WHO IS THEN  *
003107*                  RECORDED AS OVERRIDEOPERID ON THE DEBIT  *
003108*                  LEG.                                     *
003200*----------------------------------------------------------*
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 DATA DIVISION.
003600 WORKING-STORAGE SECTION.
003700*----------------------------------------------------------*
003800* REQUEST FIELDS - COPIED OUT OF THE COMMAREA               *
003900*----------------------------------------------------------*
004000 01  WS-FROM-ID                   PIC X(10).
004100 01  WS-TO-ID                     PIC X(10).
004200 01  WS-AMOUNT                    PIC S9(9)V99 COMP-3.
004300 01  WS-DEBIT-AMOUNT              PIC S9(9)V99 COMP-3.
004400 01  WS-CHANNEL-ID                PIC X(04).
004500 01  WS-OPERATOR-ID               PIC X(03).
004600*    EVERY TRANSFER LEG IS STAMPED ON TRANSACTIONS AS TYPE X
004700*    ON THE PHONE-BANKING CHANNEL, WITH THE CALLER'S OPERATOR
004800*    AND ITS CHANNEL IDENTIFIER AS THE TERMINAL.
004900 77  WS-TRAN-TYPE                 PIC X(01)    VALUE 'X'.
005000 77  WS-TRAN-CHANNEL              PIC X(01)    VALUE 'V'.
005100*----------------------------------------------------------*
005200* DB2 RETRIEVAL FIELDS                                      *
005300*----------------------------------------------------------*
005400 01  WS-FROM-STATUS               PIC X(01).
005500 01  WS-FROM-BALANCE              PIC S9(9)V99 COMP-3.
005600 01  WS-TO-STATUS                 PIC X(01).
005700*----------------------------------------------------------*
005800* AVAILABLE BALANCE - THE LEDGER LESS THE PAYING CUSTOMER'S *
005900* ACTIVE FUNDS HOLDS (FUNDSHOLDS).                          *
006000*----------------------------------------------------------*
006100 01  WS-HELD-AMOUNT               PIC S9(9)V99 COMP-3.
006200 01  WS-AVAIL-BALANCE             PIC S9(9)V99 COMP-3.
006300*----------------------------------------------------------*
006400* DAILY LIMIT - THE CHANNEL'S LIMIT, WHAT THE PAYING        *
006500* CUSTOMER HAS ALREADY MOVED OUT THROUGH IT TODAY, AND WHAT *
006600* IS LEFT.                                                  *
006700*----------------------------------------------------------*
006800 01  WS-DAILY-LIMIT               PIC S9(9)V99 COMP-3.
006900 01  WS-USED-TODAY                PIC S9(9)V99 COMP-3.
007000 01  WS-LIMIT-LEFT                PIC S9(9)V99 COMP-3.
007005*----------------------------------------------------------*
007010* COOLING-OFF - THE PAYING CUSTOMER'S OPEN CONTACT-CHANGE   *
007015* REVIEWS, THE LOWEST LARGE-DEBIT LIMIT AMONG THEM, AND THE *
007020* OVERRIDING OPERATOR RECORDED ON THE DEBIT LEG WHEN A      *
007025* SUPERVISOR'S LINE MOVES A LARGE AMOUNT THROUGH ONE.       *
007030*----------------------------------------------------------*
007035 01  WS-COOL-OFF-COUNT            PIC S9(09) COMP.
007040 01  WS-COOL-OFF-LIMIT            PIC S9(9)V99 COMP-3.
007045 01  WS-OVERRIDE-ID               PIC X(03).
007050 01  WS-OVERRIDE-IND              PIC S9(04) COMP.
007100*----------------------------------------------------------*
007200* THE TWO LEGS' TRANSEQS - EACH LEG CARRIES THE OTHER'S IN  *
007300* LINKEDTRANSEQ.                                            *
007400*----------------------------------------------------------*
007500 01  WS-DEBIT-SEQ                 PIC S9(09) COMP.
007600 01  WS-CREDIT-SEQ                PIC S9(09) COMP.
007700*----------------------------------------------------------*
007800* PROGRAM SWITCHES                                          *
007900*----------------------------------------------------------*
008000 01  WS-ID-VALID-SW               PIC X(01).
008100     88  ID-VALID                              VALUE 'Y'.
008200     88  ID-INVALID                            VALUE 'N'.
008300 01  WS-OPERATOR-AUTH-SW          PIC X(01).
008400     88  OPERATOR-MAY-POST                     VALUE 'Y'.
008500     88  OPERATOR-NOT-AUTHORIZED               VALUE 'N'.
008525 01  WS-OPERATOR-LEVEL            PIC X(01).
008550     88  OPERATOR-IS-SUPERVISOR                VALUE 'S'.
008600*----------------------------------------------------------*
008700* AUDIT TRAIL FIELDS                                        *
008800*----------------------------------------------------------*
008900 01  WS-AUDIT-BAL-RETURNED-SW     PIC X(01).
009000     88  AUDIT-BALANCE-RETURNED            VALUE 'Y'.
009100     88  AUDIT-BALANCE-NOT-RETURNED        VALUE 'N'.
009200 01  WS-AUDIT-CUSTOMER-ID         PIC X(10).
009300 01  WS-AUDIT-AMOUNT              PIC S9(9)V99 COMP-3.
009400 01  WS-AUDIT-AMOUNT-IND          PIC S9(04) COMP.
009500     EXEC SQL INCLUDE SQLCA END-EXEC.
009600*
009700 LINKAGE SECTION.
009800 01  DFHCOMMAREA.
009900     COPY TRFCOMM.
010000*
010100 PROCEDURE DIVISION.
010200*----------------------------------------------------------*
010300* 0000-MAIN-PROCESS                                        *
010400* A LINKED SERVICE LEG - VALIDATE, AUTHORIZE, EDIT, POST    *
010500* BOTH LEGS AS ONE UNIT OF WORK, AUDIT, AND HAND THE        *
010600* FIELDED REPLY BACK TO THE CALLER.                         *
010700*----------------------------------------------------------*
010800 0000-MAIN-PROCESS.
010900*    A CALLER THAT PASSED NO COMMAREA, OR ONE TOO SHORT TO
011000*    HOLD THE REPLY, GETS CONTROL STRAIGHT BACK - FILLING
011100*    THE REPLY WOULD OVERLAY STORAGE PAST THE COMMAREA END.
011200     IF EIBCALEN < LENGTH OF DFHCOMMAREA
011300         GO TO 9999-END-PROGRAM
011400     END-IF.
011500
011600     MOVE SPACE TO TRF-COMM-FAILED-SIDE.
011700     MOVE ZERO  TO TRF-COMM-TRAN-SEQ
011800                   TRF-COMM-FROM-BALANCE
011900                   TRF-COMM-FROM-AVAIL
012000                   TRF-COMM-LIMIT-LEFT.
012100
012200     MOVE TRF-COMM-FROM-ID     TO WS-FROM-ID.
012300     MOVE TRF-COMM-TO-ID       TO WS-TO-ID.
012400     MOVE TRF-COMM-CHANNEL-ID  TO WS-CHANNEL-ID.
012500     MOVE TRF-COMM-OPERATOR-ID TO WS-OPERATOR-ID.
012600
012700     PERFORM 1500-VALIDATE-REQUEST
012800         THRU 1500-EXIT.
012900     IF NOT TRF-RC-OK
013000         GO TO 9999-END-PROGRAM
013100     END-IF.
013200
013300     PERFORM 2000-EDIT-TRANSFER
013400         THRU 2000-EXIT.
013500
013600     IF TRF-RC-OK
013700         PERFORM 4000-POST-TRANSFER
013800             THRU 4000-EXIT
013900     END-IF.
014000
014100     IF NOT TRF-RC-OK
014200         PERFORM 3800-LOG-REFUSAL
014300             THRU 3800-EXIT
014400     END-IF.
014500
014600     GO TO 9999-END-PROGRAM.
014700*----------------------------------------------------------*
014800* 1500-VALIDATE-REQUEST                                    *
014900* REJECTS A BLANK OR NON-NUMERIC CUSTOMERID ON EITHER SIDE  *
015000* BEFORE IT EVER REACHES A SELECT - SAME EDIT CONSULTASALDO *
015100* APPLIES - A TRANSFER TO THE PAYING CUSTOMER ITSELF, AND   *
015200* AN AMOUNT THAT IS NOT A POSITIVE NUMBER.  NOTHING IS      *
015300* AUDITED FOR A REQUEST THAT FAILS HERE, AS IN              *
015400* CONSULTASALDO.                                            *
015500*----------------------------------------------------------*
015600 1500-VALIDATE-REQUEST.
015700     SET TRF-RC-OK TO TRUE.
015800
015900     MOVE 'F' TO TRF-COMM-FAILED-SIDE.
016000     SET ID-VALID TO TRUE.
016100     IF WS-FROM-ID = SPACES
016200         SET ID-INVALID TO TRUE
016300     END-IF.
016400     IF WS-FROM-ID NOT NUMERIC
016500         SET ID-INVALID TO TRUE
016600     END-IF.
016700     IF ID-INVALID
016800         SET TRF-RC-INVALID-ID TO TRUE
016900         GO TO 1500-EXIT
017000     END-IF.
017100
017200     MOVE 'T' TO TRF-COMM-FAILED-SIDE.
017300     IF WS-TO-ID = SPACES
017400         SET ID-INVALID TO TRUE
017500     END-IF.
017600     IF WS-TO-ID NOT NUMERIC
017700         SET ID-INVALID TO TRUE
017800     END-IF.
017900     IF WS-TO-ID = WS-FROM-ID
018000         SET ID-INVALID TO TRUE
018100     END-IF.
018200     IF ID-INVALID
018300         SET TRF-RC-INVALID-ID TO TRUE
018400         GO TO 1500-EXIT
018500     END-IF.
018600
018700     MOVE SPACE TO TRF-COMM-FAILED-SIDE.
018800     IF TRF-COMM-AMOUNT NOT NUMERIC
018900         SET TRF-RC-INVALID-AMOUNT TO TRUE
019000         GO TO 1500-EXIT
019100     END-IF.
019200     MOVE TRF-COMM-AMOUNT TO WS-AMOUNT.
019300     IF WS-AMOUNT NOT > ZERO
019400         SET TRF-RC-INVALID-AMOUNT TO TRUE
019500     END-IF.
019600 1500-EXIT.
019700     EXIT.
019800*----------------------------------------------------------*
019900* 2000-EDIT-TRANSFER                                       *
019950* THE EDITS A VALID REQUEST MUST PASS BEFORE ANY MONEY      *
020000* MOVES, IN ORDER - POSTING AUTHORITY, BOTH CUSTOMERS ON    *
020050* FILE AND ACTIVE, THE CHANNEL'S DAILY LIMIT, THE PAYING    *
020100* CUSTOMER'S CONTACT-CHANGE COOLING-OFF, AND FUNDS          *
020150* AVAILABLE ON THE PAYING SIDE.  THE FIRST ONE FAILED SETS  *
020200* THE RETURN CODE AND ENDS THE EDIT.                        *
020500*----------------------------------------------------------*
020600 2000-EDIT-TRANSFER.
020700     PERFORM 2400-CHECK-AUTHORIZATION
020800         THRU 2400-EXIT.
020900     IF OPERATOR-NOT-AUTHORIZED
021000         SET TRF-RC-NOT-AUTH TO TRUE
021100         GO TO 2000-EXIT
021200     END-IF.
021300
021400     PERFORM 3000-READ-CUSTOMERS
021500         THRU 3000-EXIT.
021600     IF NOT TRF-RC-OK
021700         GO TO 2000-EXIT
021800     END-IF.
021900
022000*    ONLY AN ACTIVE ACCOUNT MAY PAY OR BE PAID BY PHONE - A
022100*    CLOSED ONE IS GONE AND A DORMANT ONE MUST BE REACTIVATED
022200*    AT THE BRANCH FIRST.
022300     IF WS-FROM-STATUS NOT = 'A'
022400         MOVE 'F' TO TRF-COMM-FAILED-SIDE
022500         SET TRF-RC-ACCT-INACTIVE TO TRUE
022600         GO TO 2000-EXIT
022700     END-IF.
022800     IF WS-TO-STATUS NOT = 'A'
022900         MOVE 'T' TO TRF-COMM-FAILED-SIDE
023000         SET TRF-RC-ACCT-INACTIVE TO TRUE
023100         GO TO 2000-EXIT
023200     END-IF.
023300
023400     PERFORM 3500-CHECK-DAILY-LIMIT
023500         THRU 3500-EXIT.
023600     IF NOT TRF-RC-OK
023700         GO TO 2000-EXIT
023800     END-IF.
023810
023820     PERFORM 3600-CHECK-COOLING-OFF
023830         THRU 3600-EXIT.
023840     IF NOT TRF-RC-OK
023850         GO TO 2000-EXIT
023860     END-IF.
023900
024000*    THE SAME AVAILABLE-FUNDS RULE THE TELLER DEBIT OBEYS -
024100*    HELD (UNCOLLECTED, GARNISHED OR OFFICER-HELD) MONEY
024200*    CANNOT BE MOVED AWAY BY PHONE EITHER.
024300     IF WS-AMOUNT > WS-AVAIL-BALANCE
024400         SET TRF-RC-INSUFF-FUNDS TO TRUE
024500     END-IF.
024600 2000-EXIT.
024700     EXIT.
024800*----------------------------------------------------------*
024900* 2400-CHECK-AUTHORIZATION                                 *
025000* LOOKS UP THE CALLING CHANNEL'S OPERATOR IDENTIFIER IN     *
025100* OPERATORAUTH TO DECIDE WHETHER IT MAY POST.  AN OPERATOR  *
025200* WITH NO ROW ON THE TABLE - OR WHOSE ROW HAS EXPIRED - IS  *
025300* TREATED AS NOT AUTHORIZED (FAIL CLOSED).                  *
025400*----------------------------------------------------------*
025500 2400-CHECK-AUTHORIZATION.
025600     EXEC SQL
025700         SELECT CanPost, AuthLevel
025800           INTO :WS-OPERATOR-AUTH-SW, :WS-OPERATOR-LEVEL
025900           FROM OperatorAuth
026000          WHERE OperatorID = :WS-OPERATOR-ID
026100            AND (ExpiryDate IS NULL
026200                 OR ExpiryDate >= CURRENT DATE)
026300     END-EXEC.
026400
026500     IF SQLCODE NOT = ZERO
026600         SET OPERATOR-NOT-AUTHORIZED TO TRUE
026650         MOVE SPACE TO WS-OPERATOR-LEVEL
026700     END-IF.
026800 2400-EXIT.
026900     EXIT.
027000*----------------------------------------------------------*
027100* 3000-READ-CUSTOMERS                                      *
027200* PULLS THE PAYING CUSTOMER'S STATUS AND BALANCE, WITH THE  *
027300* SUM OF ITS ACTIVE FUNDS HOLDS FOR THE AVAILABLE BALANCE,  *
027400* AND THE RECEIVING CUSTOMER'S STATUS.                      *
027500*----------------------------------------------------------*
027600 3000-READ-CUSTOMERS.
027700     MOVE 'F' TO TRF-COMM-FAILED-SIDE.
027800     EXEC SQL
027900         SELECT C.AccountStatus, C.Balance,
028000                COALESCE((SELECT SUM(H.HoldAmount)
028100                            FROM FundsHolds H
028200                           WHERE H.CustomerID = C.CustomerID
028300                             AND H.HoldStatus = 'A'
028400                             AND (H.ReleaseDate IS NULL
028500                              OR H.ReleaseDate > CURRENT DATE)),
028600                         0)
028700           INTO :WS-FROM-STATUS, :WS-FROM-BALANCE,
028800                :WS-HELD-AMOUNT
028900           FROM Customers C
029000          WHERE C.CustomerID = :WS-FROM-ID
029100     END-EXEC.
029200
029300     EVALUATE SQLCODE
029400         WHEN ZERO
029500             COMPUTE WS-AVAIL-BALANCE = WS-FROM-BALANCE
029600                                      - WS-HELD-AMOUNT
029700         WHEN 100
029800             SET TRF-RC-NOT-FOUND TO TRUE
029900             GO TO 3000-EXIT
030000         WHEN OTHER
030100             SET TRF-RC-DB2-ERROR TO TRUE
030200             GO TO 3000-EXIT
030300     END-EVALUATE.
030400
030500     MOVE 'T' TO TRF-COMM-FAILED-SIDE.
030600     EXEC SQL
030700         SELECT AccountStatus
030800           INTO :WS-TO-STATUS
030900           FROM Customers
031000          WHERE CustomerID = :WS-TO-ID
031100     END-EXEC.
031200
031300     EVALUATE SQLCODE
031400         WHEN ZERO
031500             MOVE SPACE TO TRF-COMM-FAILED-SIDE
031600         WHEN 100
031700             SET TRF-RC-NOT-FOUND TO TRUE
031800         WHEN OTHER
031900             SET TRF-RC-DB2-ERROR TO TRUE
032000     END-EVALUATE.
032100 3000-EXIT.
032200     EXIT.
032300*----------------------------------------------------------*
032400* 3500-CHECK-DAILY-LIMIT                                   *
032500* A CHANNEL MAY MOVE NO MORE OUT OF ONE CUSTOMER IN A DAY   *
032600* THAN ITS TRANSFERLIMITS ROW ALLOWS - THE DEBIT LEGS THE   *
032700* CUSTOMER HAS ALREADY MADE THROUGH THIS CHANNEL TODAY      *
032800* PLUS THIS ONE.  A CHANNEL WITH NO ROW HAS NO LIMIT TO     *
032900* SPEND (FAIL CLOSED).  WHAT IS LEFT GOES BACK TO THE       *
033000* CALLER EITHER WAY, SO THE IVR CAN TELL THE CUSTOMER.      *
033100*----------------------------------------------------------*
033200 3500-CHECK-DAILY-LIMIT.
033300     EXEC SQL
033400         SELECT DailyLimit
033500           INTO :WS-DAILY-LIMIT
033600           FROM TransferLimits
033700          WHERE ChannelID = :WS-CHANNEL-ID
033800     END-EXEC.
033900
034000     EVALUATE SQLCODE
034100         WHEN ZERO
034200             CONTINUE
034300         WHEN 100
034400             MOVE ZERO TO WS-DAILY-LIMIT
034500         WHEN OTHER
034600             SET TRF-RC-DB2-ERROR TO TRUE
034700             GO TO 3500-EXIT
034800     END-EVALUATE.
034900
035000     EXEC SQL
035100         SELECT COALESCE(SUM(0 - TranAmount), 0)
035200           INTO :WS-USED-TODAY
035300           FROM Transactions
035400          WHERE CustomerID = :WS-FROM-ID
035500            AND TranType   = :WS-TRAN-TYPE
035600            AND Channel    = :WS-TRAN-CHANNEL
035700            AND TerminalID = :WS-CHANNEL-ID
035800            AND TranAmount < 0
035900            AND DATE(PostingTimestamp) = CURRENT DATE
036000     END-EXEC.
036100
036200     IF SQLCODE NOT = ZERO
036300         SET TRF-RC-DB2-ERROR TO TRUE
036400         GO TO 3500-EXIT
036500     END-IF.
036600
036700     COMPUTE WS-LIMIT-LEFT = WS-DAILY-LIMIT - WS-USED-TODAY.
036800     IF WS-LIMIT-LEFT < ZERO
036900         MOVE ZERO TO WS-LIMIT-LEFT
037000     END-IF.
037100     MOVE WS-LIMIT-LEFT TO TRF-COMM-LIMIT-LEFT.
037200
037300     IF WS-AMOUNT > WS-LIMIT-LEFT
037400         SET TRF-RC-OVER-LIMIT TO TRUE
037500     END-IF.
037600 3500-EXIT.
037700     EXIT.
037702*----------------------------------------------------------*
037704* 3600-CHECK-COOLING-OFF                                   *
037706* A PAYING CUSTOMER WHOSE ADDRESS OR PHONE CHANGED RECENTLY *
037708* IS IN A COOLING-OFF PERIOD UNTIL THE COOLOFFEND ON ITS    *
037710* CONTACTREVIEW ROW.  WHILE ANY ROW IS OPEN, A TRANSFER OF  *
037712* THE ROW'S LARGE-DEBIT LIMIT OR MORE IS REFUSED UNLESS THE *
037714* CALLING OPERATOR IS A SUPERVISOR (AUTHLEVEL 'S'), WHO IS  *
037716* THEN RECORDED AS THE OVERRIDE ON THE DEBIT LEG - THE SAME *
037718* RULE TRANSACCIONCAJA APPLIES TO A TELLER DEBIT.           *
037720*----------------------------------------------------------*
037722 3600-CHECK-COOLING-OFF.
037724     MOVE -1 TO WS-OVERRIDE-IND.
037726     EXEC SQL
037728         SELECT COUNT(*), COALESCE(MIN(LargeDebitLimit), 0)
037730           INTO :WS-COOL-OFF-COUNT, :WS-COOL-OFF-LIMIT
037732           FROM ContactReview
037734          WHERE CustomerID = :WS-FROM-ID
037736            AND CoolOffEnd >= CURRENT DATE
037738     END-EXEC.
037740
037742     IF SQLCODE NOT = ZERO
037744         SET TRF-RC-DB2-ERROR TO TRUE
037746         GO TO 3600-EXIT
037748     END-IF.
037750
037752     IF WS-COOL-OFF-COUNT = ZERO
037754         GO TO 3600-EXIT
037756     END-IF.
037758     IF WS-AMOUNT < WS-COOL-OFF-LIMIT
037760         GO TO 3600-EXIT
037762     END-IF.
037764
037766     IF OPERATOR-IS-SUPERVISOR
037768         MOVE WS-OPERATOR-ID TO WS-OVERRIDE-ID
037770         MOVE ZERO TO WS-OVERRIDE-IND
037772     ELSE
037774         MOVE 'F' TO TRF-COMM-FAILED-SIDE
037776         SET TRF-RC-COOLING-OFF TO TRUE
037778     END-IF.
037780 3600-EXIT.
037782     EXIT.
037800*----------------------------------------------------------*
037900* 3800-LOG-REFUSAL                                         *
038000* A REFUSED TRANSFER STILL LEAVES ITS TRACE - ONE AUDITLOG  *
038100* ROW ON THE PAYING CUSTOMER WITH THE CHANNEL IDENTIFIER    *
038200* IN THE TERMINAL COLUMN, NO BALANCE RETURNED AND NO        *
038300* AMOUNT POSTED, THE SAME ROW CONSULTASALDO WRITES FOR A    *
038400* LOOKUP THAT RETURNS NO BALANCE.                           *
038500*----------------------------------------------------------*
038600 3800-LOG-REFUSAL.
038700     MOVE WS-FROM-ID TO WS-AUDIT-CUSTOMER-ID.
038800     SET AUDIT-BALANCE-NOT-RETURNED TO TRUE.
038900     MOVE ZERO TO WS-AUDIT-AMOUNT.
039000     MOVE -1   TO WS-AUDIT-AMOUNT-IND.
039100     PERFORM 3900-WRITE-AUDIT-ROW
039200         THRU 3900-EXIT.
039300 3800-EXIT.
039400     EXIT.
039500*----------------------------------------------------------*
039600* 3900-WRITE-AUDIT-ROW                                     *
039700*----------------------------------------------------------*
039800 3900-WRITE-AUDIT-ROW.
039900     EXEC SQL
040000         INSERT INTO AuditLog
040100             (OperatorID, TerminalID, CustomerID,
040200              InquiryTimestamp, BalanceReturned, TranAmount)
040300         VALUES
040400             (:WS-OPERATOR-ID, :WS-CHANNEL-ID,
040500              :WS-AUDIT-CUSTOMER-ID,
040600              CURRENT TIMESTAMP, :WS-AUDIT-BAL-RETURNED-SW,
040700              :WS-AUDIT-AMOUNT :WS-AUDIT-AMOUNT-IND)
040800     END-EXEC.
040900 3900-EXIT.
041000     EXIT.
041100*----------------------------------------------------------*
041200* 4000-POST-TRANSFER                                       *
041300* MOVES THE MONEY AS ONE UNIT OF WORK - BOTH BALANCES, THE  *
041400* TWO LINKED TRANSACTIONS ROWS AND BOTH AUDITLOG ROWS - AND *
041500* TAKES A SYNCPOINT SO THE CALLER IS ONLY TOLD 00 FOR A     *
041600* TRANSFER THAT IS ON THE BOOKS.  ANY FAILURE ALONG THE WAY *
041700* ROLLS THE WHOLE UNIT OF WORK BACK.                        *
041800*----------------------------------------------------------*
041900 4000-POST-TRANSFER.
042000     COMPUTE WS-DEBIT-AMOUNT = ZERO - WS-AMOUNT.
042100
042200*    THE TWO CUSTOMERS ROWS ARE ALWAYS LOCKED LOWER ID FIRST,
042300*    SO TWO CALLS MOVING MONEY EACH WAY BETWEEN THE SAME PAIR
042400*    QUEUE BEHIND EACH OTHER INSTEAD OF DEADLOCKING.
042500     IF WS-FROM-ID < WS-TO-ID
042600         PERFORM 4100-APPLY-DEBIT
042700             THRU 4100-EXIT
042800         IF TRF-RC-OK
042900             PERFORM 4200-APPLY-CREDIT
043000                 THRU 4200-EXIT
043100         END-IF
043200     ELSE
043300         PERFORM 4200-APPLY-CREDIT
043400             THRU 4200-EXIT
043500         IF TRF-RC-OK
043600             PERFORM 4100-APPLY-DEBIT
043700                 THRU 4100-EXIT
043800         END-IF
043900     END-IF.
044000     IF NOT TRF-RC-OK
044100         GO TO 4000-BACK-OUT
044200     END-IF.
044300
044400     PERFORM 4300-WRITE-LEGS
044500         THRU 4300-EXIT.
044600     IF NOT TRF-RC-OK
044700         GO TO 4000-BACK-OUT
044800     END-IF.
044900
045000     PERFORM 4500-LOG-AUDIT-ENTRIES
045100         THRU 4500-EXIT.
045200     IF NOT TRF-RC-OK
045300         GO TO 4000-BACK-OUT
045400     END-IF.
045500
045600     EXEC CICS SYNCPOINT END-EXEC.
045700
045800     COMPUTE TRF-COMM-FROM-BALANCE = WS-FROM-BALANCE - WS-AMOUNT.
045900     COMPUTE TRF-COMM-FROM-AVAIL   = WS-AVAIL-BALANCE - WS-AMOUNT.
046000     COMPUTE TRF-COMM-LIMIT-LEFT   = WS-LIMIT-LEFT - WS-AMOUNT.
046100     MOVE WS-DEBIT-SEQ TO TRF-COMM-TRAN-SEQ.
046200     GO TO 4000-EXIT.
046300 4000-BACK-OUT.
046400*    NEITHER BALANCE MAY STAND WITHOUT THE OTHER AND WITHOUT
046500*    ITS HISTORY ROW - ROLL THE WHOLE UNIT OF WORK BACK.
046600     EXEC CICS SYNCPOINT ROLLBACK END-EXEC.
046700 4000-EXIT.
046800     EXIT.
046900*----------------------------------------------------------*
047000* 4100-APPLY-DEBIT                                         *
047100* THE STATUS PREDICATE RE-CHECKS, UNDER THE ROW LOCK, THAT  *
047200* THE ACCOUNT WAS NOT CLOSED OR MADE DORMANT SINCE IT WAS   *
047300* READ.                                                     *
047400*----------------------------------------------------------*
047500 4100-APPLY-DEBIT.
047600     EXEC SQL
047700         UPDATE Customers
047800            SET Balance = Balance + :WS-DEBIT-AMOUNT
047900          WHERE CustomerID = :WS-FROM-ID
048000            AND AccountStatus = 'A'
048100     END-EXEC.
048200
048300     EVALUATE SQLCODE
048400         WHEN ZERO
048500             CONTINUE
048600         WHEN 100
048700             MOVE 'F' TO TRF-COMM-FAILED-SIDE
048800             SET TRF-RC-ACCT-INACTIVE TO TRUE
048900         WHEN OTHER
049000             SET TRF-RC-DB2-ERROR TO TRUE
049100     END-EVALUATE.
049200 4100-EXIT.
049300     EXIT.
049400*----------------------------------------------------------*
049500* 4200-APPLY-CREDIT                                        *
049600*----------------------------------------------------------*
049700 4200-APPLY-CREDIT.
049800     EXEC SQL
049900         UPDATE Customers
050000            SET Balance = Balance + :WS-AMOUNT
050100          WHERE CustomerID = :WS-TO-ID
050200            AND AccountStatus = 'A'
050300     END-EXEC.
050400
050500     EVALUATE SQLCODE
050600         WHEN ZERO
050700             CONTINUE
050800         WHEN 100
050900             MOVE 'T' TO TRF-COMM-FAILED-SIDE
051000             SET TRF-RC-ACCT-INACTIVE TO TRUE
051100         WHEN OTHER
051200             SET TRF-RC-DB2-ERROR TO TRUE
051300     END-EVALUATE.
051400 4200-EXIT.
051500     EXIT.
051600*----------------------------------------------------------*
051700* 4300-WRITE-LEGS                                          *
051800* RECORDS THE TRANSFER ON THE TRANSACTIONS HISTORY TABLE AS *
051900* TWO ROWS - THE DEBIT LEG ON THE PAYING CUSTOMER AND THE   *
052000* CREDIT LEG ON THE RECEIVING ONE - EACH CARRYING THE       *
052100* OTHER'S TRANSEQ IN LINKEDTRANSEQ.  THE CREDIT LEG IS      *
052200* WRITTEN WITH ITS LINK; THE DEBIT LEG, WRITTEN FIRST, HAS  *
052300* ITS LINK FILLED IN ONCE THE CREDIT LEG'S TRANSEQ IS       *
052400* KNOWN.                                                    *
052500*----------------------------------------------------------*
052600 4300-WRITE-LEGS.
052700     EXEC SQL
052750         INSERT INTO Transactions
052800             (CustomerID, PostingTimestamp,
052850              TranType, TranAmount,
052900              Channel, OperatorID, TerminalID,
052950              OverrideOperID)
053000         VALUES
053050             (:WS-FROM-ID, CURRENT TIMESTAMP,
053100              :WS-TRAN-TYPE, :WS-DEBIT-AMOUNT,
053150              :WS-TRAN-CHANNEL, :WS-OPERATOR-ID, :WS-CHANNEL-ID,
053200              :WS-OVERRIDE-ID :WS-OVERRIDE-IND)
053250     END-EXEC.
053700     IF SQLCODE NOT = ZERO
053800         SET TRF-RC-DB2-ERROR TO TRUE
053900         GO TO 4300-EXIT
054000     END-IF.
054100
054200     EXEC SQL
054300         SELECT IDENTITY_VAL_LOCAL()
054400           INTO :WS-DEBIT-SEQ
054500           FROM SYSIBM.SYSDUMMY1
054600     END-EXEC.
054700     IF SQLCODE NOT = ZERO
054800         SET TRF-RC-DB2-ERROR TO TRUE
054900         GO TO 4300-EXIT
055000     END-IF.
055100
055200     EXEC SQL
055300         INSERT INTO Transactions
055400             (CustomerID, PostingTimestamp,
055500              TranType, TranAmount,
055600              Channel, OperatorID, TerminalID,
055700              LinkedTranSeq)
055800         VALUES
055900             (:WS-TO-ID, CURRENT TIMESTAMP,
056000              :WS-TRAN-TYPE, :WS-AMOUNT,
056100              :WS-TRAN-CHANNEL, :WS-OPERATOR-ID, :WS-CHANNEL-ID,
056200              :WS-DEBIT-SEQ)
056300     END-EXEC.
056400     IF SQLCODE NOT = ZERO
056500         SET TRF-RC-DB2-ERROR TO TRUE
056600         GO TO 4300-EXIT
056700     END-IF.
056800
056900     EXEC SQL
057000         SELECT IDENTITY_VAL_LOCAL()
057100           INTO :WS-CREDIT-SEQ
057200           FROM SYSIBM.SYSDUMMY1
057300     END-EXEC.
057400     IF SQLCODE NOT = ZERO
057500         SET TRF-RC-DB2-ERROR TO TRUE
057600         GO TO 4300-EXIT
057700     END-IF.
057800
057900     EXEC SQL
058000         UPDATE Transactions
058100            SET LinkedTranSeq = :WS-CREDIT-SEQ
058200          WHERE TranSeq = :WS-DEBIT-SEQ
058300     END-EXEC.
058400     IF SQLCODE NOT = ZERO
058500         SET TRF-RC-DB2-ERROR TO TRUE
058600     END-IF.
058700 4300-EXIT.
058800     EXIT.
058900*----------------------------------------------------------*
059000* 4500-LOG-AUDIT-ENTRIES                                   *
059100* A POSTED TRANSFER CHANGES TWO BALANCES AND EXPOSES ONE -  *
059200* IT IS RECORDED ON AUDITLOG FOR BOTH CUSTOMERS WITH THE    *
059300* SIGNED AMOUNT EACH WAS POSTED, IN THE SAME UNIT OF WORK   *
059400* AS THE MONEY.  ONLY THE PAYING CUSTOMER'S BALANCE GOES    *
059500* BACK TO THE CALLER.                                       *
059600*----------------------------------------------------------*
059700 4500-LOG-AUDIT-ENTRIES.
059800     MOVE ZERO TO WS-AUDIT-AMOUNT-IND.
059900
060000     MOVE WS-FROM-ID      TO WS-AUDIT-CUSTOMER-ID.
060100     MOVE WS-DEBIT-AMOUNT TO WS-AUDIT-AMOUNT.
060200     SET AUDIT-BALANCE-RETURNED TO TRUE.
060300     PERFORM 3900-WRITE-AUDIT-ROW
060400         THRU 3900-EXIT.
060500     IF SQLCODE NOT = ZERO
060600         SET TRF-RC-DB2-ERROR TO TRUE
060700         GO TO 4500-EXIT
060800     END-IF.
060900
061000     MOVE WS-TO-ID        TO WS-AUDIT-CUSTOMER-ID.
061100     MOVE WS-AMOUNT       TO WS-AUDIT-AMOUNT.
061200     SET AUDIT-BALANCE-NOT-RETURNED TO TRUE.
061300     PERFORM 3900-WRITE-AUDIT-ROW
061400         THRU 3900-EXIT.
061500     IF SQLCODE NOT = ZERO
061600         SET TRF-RC-DB2-ERROR TO TRUE
061700     END-IF.
061800 4500-EXIT.
061900     EXIT.
062000*----------------------------------------------------------*
062100* 9999-END-PROGRAM                                         *
062200* A LINKED PROGRAM'S RETURN HANDS CONTROL AND THE FILLED    *
062300* COMMAREA STRAIGHT BACK TO THE CALLER.                     *
062400*----------------------------------------------------------*
062500 9999-END-PROGRAM.
062600     EXEC CICS RETURN
062700     END-EXEC.
