003290*                  BACK ON THE MENU CANNOT PAGE THE POSTED  *
003291*                  CUSTOMER AGAINST A STALE BOOKMARK AND    *
003292*                  RUNNING BALANCE.                         *
003293* 10/15/2026 RR    ADDED TYPE R - REVERSAL OF AN EARLIER    *
003294*                  MOVEMENT BY ITS TRANSEQ.  THE REVERSAL   *
003295*                  POSTS THE EQUAL AND OPPOSITE AMOUNT AS   *
003296*                  TRANTYPE 'R', LINKED TO THE ORIGINAL     *
003297*                  THROUGH THE NEW REVERSESTRANSEQ COLUMN;  *
003298*                  A MOVEMENT CAN BE REVERSED ONLY ONCE     *
003299*                  (CHECKED ON THE SCREEN AND BACKED BY A   *
003300*                  UNIQUE INDEX), MUST BELONG TO THE KEYED  *
003301*                  CUSTOMER AND MUST BE A DEBIT OR CREDIT.  *
003302*                  A SAME-DAY REVERSAL NEEDS ONLY THE       *
003303*                  TELLER; AN OLDER ONE NEEDS AN ACTIVE     *
003304*                  SUPERVISOR (AUTHLEVEL 'S'), NOT THE      *
003305*                  TELLER, KEYED AS THE OVERRIDE AND        *
003306*                  RECORDED ON THE ROW.  EVERY ONLINE ROW   *
003307*                  NOW CARRIES THE KEYING OPERATOR AND      *
003308*                  TERMINAL, AND THE POSTED MESSAGE SHOWS   *
003309*                  THE NEW ROW'S TRANSEQ.                   *
003310* 10/15/2026 RR    A DEBIT IS NOW REFUSED WHEN IT EXCEEDS   *
003311*                  THE AVAILABLE BALANCE - THE LEDGER LESS  *
003312*                  THE CUSTOMER'S ACTIVE FUNDS HOLDS        *
003313*                  (FUNDSHOLDS) - SO UNCOLLECTED, GARNISHED *
003314*                  OR OFFICER-HELD MONEY CANNOT BE PAID     *
003315*                  OUT.  A REVERSAL IS NOT SUBJECT TO THE   *
003316*                  EDIT - IT ONLY UNDOES A MOVEMENT ALREADY *
003317*                  MADE.                                    *
003318* 10/15/2026 RR    EVERY MOVEMENT IS NOW STAMPED ON         *
003319*                  TRANSACTIONS WITH ITS SOURCE CHANNEL     *
003320*                  ('T' - TELLER) ALONGSIDE THE OPERATOR    *
003321*                  AND TERMINAL, AND THE AUDITLOG ROW       *
003322*                  WRITTEN FOR A POSTED MOVEMENT NOW        *
003323*                  CARRIES THE SIGNED AMOUNT.               *
003324* 10/15/2026 RR    THE HISTORY ROW NOW ALSO CARRIES THE     *
003325*                  TELLER'S BRANCH (OPERATORAUTH.BRANCHID,  *
003326*                  READ WITH THE POSTING AUTHORITY) IN THE  *
003327*                  NEW TRANSACTIONS.BRANCHID, SO CASH TAKEN *
003328*                  AT A COUNTER CAN BE TRACED TO THE BRANCH *
003329*                  FOR THE LARGE-CASH AND STRUCTURING       *
003330*                  REVIEW.                                  *
003331* 10/15/2026 RR    A DEBIT TO AN ACCOUNT IN A               *
003332*                  CONTACT-CHANGE COOLING-OFF (A            *
003333*                  CONTACTREVIEW ROW WRITTEN BY THE NIGHTLY *
003334*                  REVIEW OF ADDRESS AND PHONE CHANGES, NOT *
003335*                  YET PAST ITS COOLOFFEND) NOW POSTS WITH  *
003336*                  A WARNING ON THE MESSAGE LINE BELOW THE  *
003337*                  LARGE-DEBIT LIMIT ON THE ROW, AND AT OR  *
003338*                  ABOVE IT IS REFUSED UNLESS A SUPERVISOR  *
003339*                  IS KEYED AS THE OVERRIDE - RECORDED ON   *
003340*                  THE ROW AS FOR AN OLDER REVERSAL.        *
003341*----------------------------------------------------------*
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 DATA DIVISION.
005400 01  WS-CUSTOMER-BALANCE          PIC S9(7)V99 COMP-3.
005500 01  WS-SIGNED-AMOUNT             PIC S9(9)V99 COMP-3.
005600 01  WS-NEW-BALANCE               PIC S9(9)V99 COMP-3.
005625 01  WS-HELD-AMOUNT               PIC S9(9)V99 COMP-3.
005650 01  WS-AVAIL-BALANCE             PIC S9(9)V99 COMP-3.
005660*    EVERY MOVEMENT KEYED HERE IS STAMPED ON TRANSACTIONS AS
005670*    TELLER CHANNEL, WITH THE SIGNED-ON OPERATOR AND TERMINAL.
005680 01  WS-TRAN-CHANNEL              PIC X(01)    VALUE 'T'.
005700*----------------------------------------------------------*
005800* KEYED MOVEMENT FIELDS - THE AMOUNT ARRIVES FROM THE MAP    *
005900* RIGHT-JUSTIFIED AND ZERO-FILLED (NUM ATTRIBUTE), IN THE    *
006500 01  WS-TRAN-AMOUNT REDEFINES WS-TRAN-AMOUNT-X
006600                                  PIC 9(9)V99.
006700 01  WS-BALANCE-EDIT              PIC -(8)9.99.
006705*----------------------------------------------------------*
006710* CONTACT-CHANGE COOLING-OFF - READ FROM CONTACTREVIEW FOR  *
006715* A DEBIT.  THE LARGE-DEBIT LIMIT IS THE ONE THE NIGHTLY    *
006720* CONTACT-CHANGE REVIEW WROTE ON THE ROW (THE LOWEST, IF    *
006725* THERE IS MORE THAN ONE CHANGE IN ITS COOLING-OFF).        *
006730*----------------------------------------------------------*
006735 01  WS-COOL-OFF-COUNT            PIC S9(09) COMP.
006740 01  WS-COOL-OFF-LIMIT            PIC S9(9)V99 COMP-3.
006745 01  WS-COOL-OFF-SW               PIC X(01)    VALUE 'N'.
006750     88  IN-COOL-OFF                           VALUE 'Y'.
006800*----------------------------------------------------------*
006900* PROGRAM SWITCHES                                           *
007000*----------------------------------------------------------*
007700 01  WS-ID-VALID-SW               PIC X(01).
007800     88  ID-VALID                              VALUE 'Y'.
007900     88  ID-INVALID                            VALUE 'N'.
007901 01  WS-ORIGINAL-FOUND-SW         PIC X(01).
007902     88  ORIGINAL-FOUND                        VALUE 'Y'.
007903     88  ORIGINAL-NOT-FOUND                    VALUE 'N'.
007904 01  WS-OVERRIDE-SW               PIC X(01).
007905     88  OVERRIDE-ACCEPTED                     VALUE 'Y'.
007906     88  OVERRIDE-REFUSED                      VALUE 'N'.
007910*----------------------------------------------------------*
007920* AUDIT TRAIL FIELDS                                        *
007930*----------------------------------------------------------*
007940 01  WS-AUDIT-BAL-RETURNED-SW     PIC X(01).
007950     88  AUDIT-BALANCE-RETURNED        VALUE 'Y'.
007960     88  AUDIT-BALANCE-NOT-RETURNED    VALUE 'N'.
007961*----------------------------------------------------------*
007962* REVERSAL FIELDS - THE MOVEMENT A TYPE R CANCELS, AS READ *
007963* BACK FROM TRANSACTIONS, AND THE NULLABLE LINK AND        *
007964* OVERRIDE COLUMNS WRITTEN ON THE NEW HISTORY ROW.         *
007965*----------------------------------------------------------*
007966 01  WS-ORIG-SEQ-X                PIC X(09).
007967 01  WS-ORIG-SEQ-N REDEFINES WS-ORIG-SEQ-X
007968                                  PIC 9(09).
007969 01  WS-ORIG-TRAN-SEQ             PIC S9(09) COMP.
007970 01  WS-ORIG-CUSTOMER-ID          PIC X(10).
007971 01  WS-ORIG-TRAN-TYPE            PIC X(01).
007972 01  WS-ORIG-AMOUNT               PIC S9(9)V99 COMP-3.
007973 01  WS-ORIG-SAME-DAY-SW          PIC X(01).
007974     88  ORIG-POSTED-TODAY                     VALUE 'Y'.
007975 01  WS-REVERSAL-COUNT            PIC S9(09) COMP.
007976 01  WS-REVERSES-SEQ              PIC S9(09) COMP.
007977 01  WS-REVERSES-IND              PIC S9(04) COMP.
007978 01  WS-OVERRIDE-ID               PIC X(03).
007979 01  WS-OVERRIDE-IND              PIC S9(04) COMP.
007980 01  WS-OVERRIDE-LEVEL            PIC X(01).
007981 01  WS-POSTED-TRAN-SEQ           PIC S9(09) COMP.
007983*----------------------------------------------------------*
007985* TELLER'S BRANCH - FROM THE OPERATOR'S OPERATORAUTH ROW,   *
007987* STAMPED ON THE HISTORY ROW.  NULL FOR A HEAD-OFFICE       *
007989* OPERATOR WITH NO BRANCH.                                  *
007991*----------------------------------------------------------*
007993 01  WS-TELLER-BRANCH             PIC X(03).
007995 01  WS-TELLER-BRANCH-IND         PIC S9(04) COMP.
008000*----------------------------------------------------------*
008100* SCREEN MESSAGES                                            *
008200*----------------------------------------------------------*
008900 01  WS-MSG-AMOUNT-NOT-NUM        PIC X(60)
009000         VALUE 'AMOUNT NOT NUMERIC'.
009100 01  WS-MSG-INVALID-TYPE          PIC X(60)
009200         VALUE 'INVALID TYPE - KEY D, C OR R'.
009300 01  WS-MSG-ACCT-CLOSED           PIC X(60)
009400         VALUE 'ACCOUNT IS CLOSED - NOT POSTED'.
009500 01  WS-MSG-DB2-ERROR             PIC X(60)
009600         VALUE 'DB2 ERROR - MOVEMENT NOT POSTED'.
009605 01  WS-MSG-ORIG-SEQ-INVALID      PIC X(60)
009610         VALUE 'KEY THE TRANSEQ OF THE MOVEMENT TO REVERSE'.
009615 01  WS-MSG-ORIG-NOT-FOUND        PIC X(60)
009620         VALUE 'ORIGINAL MOVEMENT NOT FOUND'.
009625 01  WS-MSG-ORIG-OTHER-CUST       PIC X(60)
009630         VALUE 'ORIGINAL MOVEMENT IS FOR ANOTHER CUSTOMER'.
009635 01  WS-MSG-ORIG-NOT-REVERSIBLE   PIC X(60)
009640         VALUE 'ONLY A DEBIT OR CREDIT CAN BE REVERSED'.
009645 01  WS-MSG-ALREADY-REVERSED      PIC X(60)
009650         VALUE 'MOVEMENT ALREADY REVERSED - NOT POSTED'.
009655 01  WS-MSG-OVERRIDE-REQUIRED     PIC X(60)
009660         VALUE 'NOT POSTED TODAY - SUPERVISOR OVERRIDE REQUIRED'.
009665 01  WS-MSG-OVERRIDE-SELF         PIC X(60)
009670         VALUE 'OVERRIDE MUST BE A DIFFERENT OPERATOR'.
009675 01  WS-MSG-OVERRIDE-NOT-SUPV     PIC X(60)
009680         VALUE 'OVERRIDE ID IS NOT AN ACTIVE SUPERVISOR'.
009700 01  WS-MSG-INSUFF-FUNDS          PIC X(60)
009720         VALUE 'INSUFFICIENT AVAILABLE FUNDS - NOT POSTED'.
009722 01  WS-MSG-COOL-OFF-OVERRIDE     PIC X(60)
009724         VALUE 'CONTACT CHANGED - SUPERVISOR OVERRIDE REQUIRED'.
009730 01  WS-MSG-POSTED.
009780     05  WS-MSG-POSTED-KIND       PIC X(22).
009830     05  WS-MSG-POSTED-SEQ        PIC Z(8)9.
009880     05  FILLER                   PIC X(13)
009930         VALUE ' NEW BALANCE '.
009980     05  WS-MSG-POSTED-BALANCE    PIC X(12).
010030     05  FILLER                   PIC X(04)    VALUE SPACES.
010200*----------------------------------------------------------*
010300* ZERO-INITIALIZED COMMAREA FOR THE EIBCALEN = 0 LEG (THIS   *
010400* TRANSACTION KEYED DIRECTLY AT A BLANK TERMINAL, WITH NO    *
022500     EXIT.
022600*----------------------------------------------------------*
022700* 2000-EDIT-AND-POST                                       *
022750* APPLIES THE SAME EDITS, IN THE SAME ORDER, AS THE NIGHTLY *
022800* POSTING BATCH - NON-NUMERIC AMOUNT, INVALID TYPE, UNKNOWN *
022850* CUSTOMER, CLOSED ACCOUNT - THEN REFUSES A DEBIT BEYOND    *
022900* THE AVAILABLE BALANCE, AND A LARGE DEBIT DURING A         *
022950* CONTACT-CHANGE COOLING-OFF THAT HAS NO SUPERVISOR         *
023000* OVERRIDE, THEN POSTS THE MOVEMENT.                        *
023100*----------------------------------------------------------*
023200 2000-EDIT-AND-POST.
023300     MOVE TRNCUIDI TO WS-CUSTOMER-ID.
024000         MOVE WS-MSG-INVALID-ID TO TRNMSGO
024100         GO TO 2000-EXIT
024200     END-IF.
024210
024220*    A REVERSAL NAMES THE MOVEMENT IT CANCELS - ITS AMOUNT AND
024230*    TYPE COME FROM THAT MOVEMENT, SO THE KEYED AMOUNT IS NOT
024240*    EDITED.
024250     IF WS-TRAN-TYPE = 'R'
024260         PERFORM 5000-EDIT-AND-REVERSE
024270             THRU 5000-EXIT
024280         GO TO 2000-EXIT
024290     END-IF.
024300
024400     IF WS-TRAN-AMOUNT-X NOT NUMERIC
024500         MOVE WS-MSG-AMOUNT-NOT-NUM TO TRNMSGO
026200         MOVE WS-MSG-ACCT-CLOSED TO TRNMSGO
026300         GO TO 2000-EXIT
026400     END-IF.
026405
026410*    A DEBIT MAY NOT TAKE THE ACCOUNT PAST ITS AVAILABLE
026415*    BALANCE - THE LEDGER LESS ANY ACTIVE FUNDS HOLDS - SO HELD
026420*    (UNCOLLECTED, GARNISHED OR OFFICER-HELD) MONEY CANNOT BE
026425*    PAID OUT OVER THE COUNTER.
026430     IF WS-TRAN-TYPE = 'D'
026435        AND WS-TRAN-AMOUNT > WS-AVAIL-BALANCE
026440         MOVE WS-MSG-INSUFF-FUNDS TO TRNMSGO
026445         GO TO 2000-EXIT
026450     END-IF.
026455
026460*    AN ORDINARY DEBIT OR CREDIT CANCELS NOTHING - THE REVERSAL
026470*    LINK GOES ON THE HISTORY ROW AS NULL.  SO DOES THE
026480*    OVERRIDE, UNLESS A LARGE DEBIT DURING A CONTACT-CHANGE
026490*    COOLING-OFF NEEDED A SUPERVISOR.
026500     MOVE -1 TO WS-REVERSES-IND
026510                WS-OVERRIDE-IND.
026520
026530     IF WS-TRAN-TYPE = 'D'
026540         PERFORM 2600-CHECK-COOLING-OFF
026550             THRU 2600-EXIT
026560         IF OVERRIDE-REFUSED
026570             GO TO 2000-EXIT
026580         END-IF
026590     END-IF.
026595
026600     PERFORM 4000-POST-MOVEMENT
026700         THRU 4000-EXIT.
026800 2000-EXIT.
027200* LOOKS UP THE INVOKING OPERATOR IN OPERATORAUTH TO DECIDE  *
027300* WHETHER POSTING IS PERMITTED.  AN OPERATOR WITH NO ROW ON *
027400* THE TABLE - OR WHOSE ROW HAS EXPIRED - IS TREATED AS NOT  *
027500* AUTHORIZED (FAIL CLOSED).  THE SAME READ PICKS UP THE     *
027550* OPERATOR'S BRANCH FOR THE HISTORY ROW.                    *
027600*----------------------------------------------------------*
027700 2400-CHECK-AUTHORIZATION.
027800     EXEC SQL
027900         SELECT CanPost, BranchID
028000           INTO :WS-OPERATOR-AUTH-SW,
028050                :WS-TELLER-BRANCH :WS-TELLER-BRANCH-IND
028100           FROM OperatorAuth
028200          WHERE OperatorID = :EIBOPID
028300            AND (ExpiryDate IS NULL
028900     END-IF.
029000 2400-EXIT.
029100     EXIT.
029102*----------------------------------------------------------*
029104* 2600-CHECK-COOLING-OFF                                   *
029106* A DEBIT TO AN ACCOUNT WHOSE ADDRESS OR PHONE WAS CHANGED  *
029108* RECENTLY - A CONTACTREVIEW ROW STILL IN ITS COOLING-OFF   *
029110* - IS THE ACCOUNT-TAKEOVER PATTERN.  BELOW THE LARGE-DEBIT *
029112* LIMIT IT POSTS, WITH THE MESSAGE LINE WARNING THE TELLER  *
029114* TO CHECK THE CUSTOMER'S IDENTITY.  AT OR ABOVE THE LIMIT  *
029116* IT IS REFUSED UNLESS A SUPERVISOR IS KEYED AS THE         *
029118* OVERRIDE (5200 - AUTHLEVEL 'S', NOT THE TELLER), WHO IS   *
029120* THEN RECORDED ON THE ROW.  A FAILED READ REFUSES THE      *
029122* DEBIT (FAIL CLOSED).                                      *
029124*----------------------------------------------------------*
029126 2600-CHECK-COOLING-OFF.
029128     SET OVERRIDE-ACCEPTED TO TRUE.
029130
029132     EXEC SQL
029134         SELECT COUNT(*),
029136                COALESCE(MIN(LargeDebitLimit), 0)
029138           INTO :WS-COOL-OFF-COUNT, :WS-COOL-OFF-LIMIT
029140           FROM ContactReview
029142          WHERE CustomerID = :WS-CUSTOMER-ID
029144            AND CoolOffEnd >= CURRENT DATE
029146     END-EXEC.
029148
029150     IF SQLCODE NOT = ZERO
029152         MOVE WS-MSG-DB2-ERROR TO TRNMSGO
029154         SET OVERRIDE-REFUSED TO TRUE
029156         GO TO 2600-EXIT
029158     END-IF.
029160
029162     IF WS-COOL-OFF-COUNT = ZERO
029164         GO TO 2600-EXIT
029166     END-IF.
029168
029170     SET IN-COOL-OFF TO TRUE.
029172     IF WS-TRAN-AMOUNT < WS-COOL-OFF-LIMIT
029174         GO TO 2600-EXIT
029176     END-IF.
029178
029180     IF TRNSUPI = SPACES OR TRNSUPI = LOW-VALUES
029182         MOVE WS-MSG-COOL-OFF-OVERRIDE TO TRNMSGO
029184         SET OVERRIDE-REFUSED TO TRUE
029186         GO TO 2600-EXIT
029188     END-IF.
029190
029192     PERFORM 5200-CHECK-OVERRIDE
029194         THRU 5200-EXIT.
029196 2600-EXIT.
029198     EXIT.
029200*----------------------------------------------------------*
029300* 3000-READ-CUSTOMER                                       *
029350* PULLS THE ACCOUNT STATUS AND CURRENT BALANCE, BOTH TO     *
029400* VALIDATE THE MOVEMENT AND TO SHOW THE TELLER THE NEW      *
029450* BALANCE AFTER THE POST, AND THE SUM OF THE CUSTOMER'S     *
029500* ACTIVE FUNDS HOLDS FOR THE AVAILABLE BALANCE A DEBIT IS   *
029550* EDITED AGAINST.                                           *
029700*----------------------------------------------------------*
029800 3000-READ-CUSTOMER.
029900     EXEC SQL
029925         SELECT C.AccountStatus, C.Balance,
029950                COALESCE((SELECT SUM(H.HoldAmount)
029975                            FROM FundsHolds H
030000                           WHERE H.CustomerID = C.CustomerID
030025                             AND H.HoldStatus = 'A'
030050                             AND (H.ReleaseDate IS NULL
030075                              OR H.ReleaseDate > CURRENT DATE)),
030100                         0)
030125           INTO :WS-CUSTOMER-STATUS, :WS-CUSTOMER-BALANCE,
030150                :WS-HELD-AMOUNT
030175           FROM Customers C
030200          WHERE C.CustomerID = :WS-CUSTOMER-ID
030400     END-EXEC.
030500
030600     EVALUATE SQLCODE
030700         WHEN ZERO
030800             SET CUSTOMER-FOUND     TO TRUE
030825             COMPUTE WS-AVAIL-BALANCE = WS-CUSTOMER-BALANCE
030850                                      - WS-HELD-AMOUNT
030900         WHEN OTHER
031000             SET CUSTOMER-NOT-FOUND TO TRUE
031100     END-EVALUATE.
033900* FORWARD WITHOUT RE-KEYING.                                *
034000*----------------------------------------------------------*
034100 4000-POST-MOVEMENT.
034150     EVALUATE WS-TRAN-TYPE
034200         WHEN 'C'
034250             MOVE WS-TRAN-AMOUNT TO WS-SIGNED-AMOUNT
034300         WHEN 'R'
034350*            THE ORIGINAL IS HELD SIGNED - ITS NEGATION IS THE
034400*            EQUAL AND OPPOSITE MOVEMENT.
034450             COMPUTE WS-SIGNED-AMOUNT = ZERO - WS-ORIG-AMOUNT
034500         WHEN OTHER
034550             COMPUTE WS-SIGNED-AMOUNT = ZERO - WS-TRAN-AMOUNT
034600     END-EVALUATE.
034700
034800     EXEC SQL
034900         UPDATE Customers
035600         GO TO 4000-EXIT
035700     END-IF.
035800
035850*    THE KEYING OPERATOR, TERMINAL AND THE OPERATOR'S BRANCH
035875*    GO ON EVERY ONLINE ROW.
035900*    A REVERSAL ALSO CARRIES THE TRANSEQ IT CANCELS AND, FOR AN
035950*    OLDER ORIGINAL, THE SUPERVISOR WHO AUTHORIZED IT - BOTH
036000*    NULL (INDICATOR -1) ON AN ORDINARY DEBIT OR CREDIT.
036050     EXEC SQL
036100         INSERT INTO Transactions
036150             (CustomerID, PostingTimestamp,
036200              TranType, TranAmount, Channel,
036250              OperatorID, TerminalID,
036300              ReversesTranSeq, OverrideOperID,
036325              BranchID)
036350         VALUES
036400             (:WS-CUSTOMER-ID, CURRENT TIMESTAMP,
036450              :WS-TRAN-TYPE, :WS-SIGNED-AMOUNT, :WS-TRAN-CHANNEL,
036500              :EIBOPID, :EIBTRMID,
036550              :WS-REVERSES-SEQ :WS-REVERSES-IND,
036600              :WS-OVERRIDE-ID :WS-OVERRIDE-IND,
036625              :WS-TELLER-BRANCH :WS-TELLER-BRANCH-IND)
036650     END-EXEC.
036700
036800     IF SQLCODE NOT = ZERO
036900*        THE BALANCE UPDATE MUST NOT STAND WITHOUT ITS
037000*        HISTORY ROW - ROLL THE UNIT OF WORK BACK AND
037100*        REPORT THE FAILURE ON THE SCREEN.
037125*        A DUPLICATE KEY ON THE REVERSAL LINK MEANS ANOTHER
037150*        TERMINAL REVERSED THE SAME MOVEMENT FIRST.
037175         IF SQLCODE = -803
037200             MOVE WS-MSG-ALREADY-REVERSED TO TRNMSGO
037225         ELSE
037250             MOVE WS-MSG-DB2-ERROR TO TRNMSGO
037275         END-IF
037300         EXEC CICS SYNCPOINT ROLLBACK END-EXEC
037400         GO TO 4000-EXIT
037500     END-IF.
037600
037605*    THE NEW ROW'S TRANSEQ GOES BACK ON THE MESSAGE LINE - IT
037610*    IS THE NUMBER A LATER REVERSAL IS KEYED AGAINST.
037615     EXEC SQL
037620         SELECT IDENTITY_VAL_LOCAL()
037625           INTO :WS-POSTED-TRAN-SEQ
037630           FROM SYSIBM.SYSDUMMY1
037635     END-EXEC.
037640     IF SQLCODE NOT = ZERO
037645         MOVE ZERO TO WS-POSTED-TRAN-SEQ
037650     END-IF.
037652     EVALUATE TRUE
037654         WHEN WS-TRAN-TYPE = 'R'
037656             MOVE 'REVERSAL POSTED - SEQ ' TO WS-MSG-POSTED-KIND
037658*            A DEBIT INSIDE A CONTACT-CHANGE COOLING-OFF SAYS SO,
037660*            SO THE TELLER KNOWS TO CHECK WHO IS AT THE COUNTER.
037662         WHEN IN-COOL-OFF
037664             MOVE 'CONTACT CHG POSTED SEQ' TO WS-MSG-POSTED-KIND
037666         WHEN OTHER
037668             MOVE 'MOVEMENT POSTED - SEQ ' TO WS-MSG-POSTED-KIND
037670     END-EVALUATE.
037680     MOVE WS-POSTED-TRAN-SEQ TO WS-MSG-POSTED-SEQ.
037690
037700     COMPUTE WS-NEW-BALANCE =
037800             WS-CUSTOMER-BALANCE + WS-SIGNED-AMOUNT.
037900     MOVE WS-NEW-BALANCE TO WS-BALANCE-EDIT.
038300 4000-EXIT.
038400     EXIT.
038410*----------------------------------------------------------*
038412* 4500-LOG-AUDIT-ENTRY                                     *
038414* A POSTED MOVEMENT BOTH CHANGES AND EXPOSES THE BALANCE - *
038416* IT IS RECORDED ON AUDITLOG WITH THE OPERATOR, TERMINAL,  *
038418* CUSTOMER AND TIMESTAMP, THE SAME ROW EVERY BALANCE       *
038420* INQUIRY WRITES, PLUS THE SIGNED AMOUNT POSTED (NULL ON AN*
038422* INQUIRY ROW), SO AN INVESTIGATION CAN ANSWER WHO POSTED  *
038424* WHAT TO THIS CUSTOMER AND WHEN.                          *
038426*----------------------------------------------------------*
038428 4500-LOG-AUDIT-ENTRY.
038430     SET AUDIT-BALANCE-RETURNED TO TRUE.
038432     EXEC SQL
038434         INSERT INTO AuditLog
038436             (OperatorID, TerminalID, CustomerID,
038438              InquiryTimestamp, BalanceReturned, TranAmount)
038440         VALUES
038442             (:EIBOPID, :EIBTRMID, :WS-CUSTOMER-ID,
038444              CURRENT TIMESTAMP, :WS-AUDIT-BAL-RETURNED-SW,
038446              :WS-SIGNED-AMOUNT)
038499     END-EXEC.
038501 4500-EXIT.
038502     EXIT.
038527*----------------------------------------------------------*
038552* 5000-EDIT-AND-REVERSE                                    *
038577* TYPE R - CANCELS AN EARLIER MOVEMENT BY ITS TRANSEQ.  THE*
038602* ORIGINAL MUST EXIST, BELONG TO THE KEYED CUSTOMER, BE A  *
038627* DEBIT OR CREDIT, AND NOT ALREADY HAVE BEEN REVERSED.  ONE*
038652* POSTED TODAY NEEDS ONLY THE TELLER; AN OLDER ONE NEEDS AN*
038677* ACTIVE SUPERVISOR (AUTHLEVEL 'S') OTHER THAN THE TELLER  *
038702* KEYED AS THE OVERRIDE.  THE REVERSAL THEN POSTS THROUGH  *
038727* 4000 LIKE ANY OTHER MOVEMENT - THE EQUAL AND OPPOSITE    *
038752* AMOUNT, LINKED BACK TO THE ORIGINAL TRANSEQ.             *
038777*----------------------------------------------------------*
038802 5000-EDIT-AND-REVERSE.
038827     MOVE TRNREVI TO WS-ORIG-SEQ-X.
038852     IF WS-ORIG-SEQ-X NOT NUMERIC
038877         MOVE WS-MSG-ORIG-SEQ-INVALID TO TRNMSGO
038902         GO TO 5000-EXIT
038927     END-IF.
038952     IF WS-ORIG-SEQ-N = ZERO
038977         MOVE WS-MSG-ORIG-SEQ-INVALID TO TRNMSGO
039002         GO TO 5000-EXIT
039027     END-IF.
039052     MOVE WS-ORIG-SEQ-N TO WS-ORIG-TRAN-SEQ.
039077
039102     PERFORM 5100-READ-ORIGINAL
039127         THRU 5100-EXIT.
039152     IF ORIGINAL-NOT-FOUND
039177         MOVE WS-MSG-ORIG-NOT-FOUND TO TRNMSGO
039202         GO TO 5000-EXIT
039227     END-IF.
039252
039277     IF WS-ORIG-CUSTOMER-ID NOT = WS-CUSTOMER-ID
039302         MOVE WS-MSG-ORIG-OTHER-CUST TO TRNMSGO
039327         GO TO 5000-EXIT
039352     END-IF.
039377
039402     IF WS-ORIG-TRAN-TYPE NOT = 'D'
039427        AND WS-ORIG-TRAN-TYPE NOT = 'C'
039452         MOVE WS-MSG-ORIG-NOT-REVERSIBLE TO TRNMSGO
039477         GO TO 5000-EXIT
039502     END-IF.
039527
039552     IF WS-REVERSAL-COUNT > ZERO
039577         MOVE WS-MSG-ALREADY-REVERSED TO TRNMSGO
039602         GO TO 5000-EXIT
039627     END-IF.
039652
039677     PERFORM 3000-READ-CUSTOMER
039702         THRU 3000-EXIT.
039727     IF CUSTOMER-NOT-FOUND
039752         MOVE WS-MSG-NOT-FOUND TO TRNMSGO
039777         GO TO 5000-EXIT
039802     END-IF.
039827
039852     IF WS-CUSTOMER-STATUS = 'C'
039877         MOVE WS-MSG-ACCT-CLOSED TO TRNMSGO
039902         GO TO 5000-EXIT
039927     END-IF.
039952
039977     IF ORIG-POSTED-TODAY
040002         MOVE -1 TO WS-OVERRIDE-IND
040027     ELSE
040052         PERFORM 5200-CHECK-OVERRIDE
040077             THRU 5200-EXIT
040102         IF OVERRIDE-REFUSED
040127             GO TO 5000-EXIT
040152         END-IF
040177     END-IF.
040202
040227     MOVE WS-ORIG-TRAN-SEQ TO WS-REVERSES-SEQ.
040252     MOVE ZERO             TO WS-REVERSES-IND.
040277
040302     PERFORM 4000-POST-MOVEMENT
040327         THRU 4000-EXIT.
040352 5000-EXIT.
040377     EXIT.
040402*----------------------------------------------------------*
040427* 5100-READ-ORIGINAL                                       *
040452* READS THE MOVEMENT BEING REVERSED - ITS CUSTOMER, TYPE,  *
040477* SIGNED AMOUNT, WHETHER IT WAS POSTED TODAY, AND HOW MANY *
040502* REVERSALS ALREADY POINT AT IT.                           *
040527*----------------------------------------------------------*
040552 5100-READ-ORIGINAL.
040577     EXEC SQL
040602         SELECT T.CustomerID, T.TranType, T.TranAmount,
040627                CASE WHEN DATE(T.PostingTimestamp) = CURRENT DATE
040652                     THEN 'Y' ELSE 'N' END,
040677                (SELECT COUNT(*)
040702                   FROM Transactions R
040727                  WHERE R.ReversesTranSeq = T.TranSeq)
040752           INTO :WS-ORIG-CUSTOMER-ID, :WS-ORIG-TRAN-TYPE,
040777                :WS-ORIG-AMOUNT, :WS-ORIG-SAME-DAY-SW,
040802                :WS-REVERSAL-COUNT
040827           FROM Transactions T
040852          WHERE T.TranSeq = :WS-ORIG-TRAN-SEQ
040877     END-EXEC.
040902
040927     EVALUATE SQLCODE
040952         WHEN ZERO
040977             SET ORIGINAL-FOUND     TO TRUE
041002         WHEN OTHER
041027             SET ORIGINAL-NOT-FOUND TO TRUE
041052     END-EVALUATE.
041077 5100-EXIT.
041102     EXIT.
041127*----------------------------------------------------------*
041152* 5200-CHECK-OVERRIDE                                      *
041172* A REVERSAL OF A MOVEMENT NOT POSTED TODAY, OR A LARGE     *
041192* DEBIT DURING A CONTACT-CHANGE COOLING-OFF - THE KEYED     *
041212* OVERRIDE ID MUST BE A SUPERVISOR (AUTHLEVEL 'S') WHOSE    *
041232* OPERATORAUTH ROW HAS NOT EXPIRED, AND NOT THE TELLER      *
041252* KEYING THE MOVEMENT.  THE SUPERVISOR IS RECORDED ON THE   *
041272* NEW ROW AND PRINTS ON THE DAILY REVERSALS REPORT OR THE   *
041292* WEEKLY CONTACT-CHANGE REPORT.                             *
041302*----------------------------------------------------------*
041327 5200-CHECK-OVERRIDE.
041352     SET OVERRIDE-REFUSED TO TRUE.
041377     MOVE TRNSUPI TO WS-OVERRIDE-ID.
041402
041427     IF WS-OVERRIDE-ID = SPACES OR WS-OVERRIDE-ID = LOW-VALUES
041452         MOVE WS-MSG-OVERRIDE-REQUIRED TO TRNMSGO
041477         GO TO 5200-EXIT
041502     END-IF.
041527
041552     IF WS-OVERRIDE-ID = EIBOPID
041577         MOVE WS-MSG-OVERRIDE-SELF TO TRNMSGO
041602         GO TO 5200-EXIT
041627     END-IF.
041652
041677     EXEC SQL
041702         SELECT AuthLevel
041727           INTO :WS-OVERRIDE-LEVEL
041752           FROM OperatorAuth
041777          WHERE OperatorID = :WS-OVERRIDE-ID
041802            AND (ExpiryDate IS NULL
041827                 OR ExpiryDate >= CURRENT DATE)
041852     END-EXEC.
041877
041902     IF SQLCODE NOT = ZERO OR WS-OVERRIDE-LEVEL NOT = 'S'
041927         MOVE WS-MSG-OVERRIDE-NOT-SUPV TO TRNMSGO
041952         GO TO 5200-EXIT
041977     END-IF.
042002
042027     MOVE ZERO TO WS-OVERRIDE-IND.
042052     SET OVERRIDE-ACCEPTED TO TRUE.
042077 5200-EXIT.
042102     EXIT.
045000*----------------------------------------------------------*
045100* 9999-END-PROGRAM                                         *
045200* ENDS THIS PSEUDO-CONVERSATIONAL LEG.  THE COMMAREA GOES   *
045300* BACK TO CICS WITH THE MODE BYTE STILL SET, SO THE NEXT    *
045400* KEYSTROKE RE-ENTERS CONSULTACLIENTES AND IS ROUTED        *
045500* STRAIGHT BACK HERE WHILE THE ENTRY SCREEN IS UP.          *
045600*----------------------------------------------------------*
045700 9999-END-PROGRAM.
045800     EXEC CICS RETURN TRANSID(EIBTRNID)
045900               COMMAREA(DFHCOMMAREA)
046000               LENGTH(LENGTH OF DFHCOMMAREA)
046100     END-EXEC.
046200*----------------------------------------------------------*
046300* 9999-END-PROGRAM-FIRST-ENTRY                              *
046400* EIBCALEN = 0 LEG - THE TRANSACTION WAS KEYED DIRECTLY AT   *
046500* A BLANK TERMINAL, SO DFHCOMMAREA MUST NOT BE REFERENCED.   *
046600* RETURNS A ZERO-INITIALIZED WORKING-STORAGE COMMAREA WITH   *
046700* THE MODE BYTE SET SO THE NEXT LEG COMES BACK HERE.         *
046800*----------------------------------------------------------*
046900 9999-END-PROGRAM-FIRST-ENTRY.
047000     INITIALIZE WS-INIT-COMMAREA.
047100     MOVE 'U' TO WS-INIT-COMM-MODE.
047200     EXEC CICS RETURN TRANSID(EIBTRNID)
047300               COMMAREA(WS-INIT-COMMAREA)
047400               LENGTH(LENGTH OF WS-INIT-COMMAREA)
047500     END-EXEC.
