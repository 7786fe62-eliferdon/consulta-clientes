000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RetencionFondos.
000300 AUTHOR.        R RAMIREZ.
000400 INSTALLATION.  RETAIL BANKING SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                     *
000900*----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                              *
001100* 10/15/2026 RR    ORIGINAL PROGRAM - ONLINE FUNDS-HOLD     *
001200*                  SCREEN.  ENTERED FROM OPTION 0 OF THE    *
001300*                  CONSULTACLIENTES MENU BY XCTL.  LISTS A  *
001400*                  CUSTOMER'S ACTIVE HOLDS ON FUNDSHOLDS    *
001500*                  WITH THE LEDGER, HELD AND AVAILABLE      *
001600*                  BALANCES, PLACES A NEW DEPOSIT, LEGAL/   *
001700*                  GARNISHMENT OR OPERATOR HOLD, OR         *
001800*                  RELEASES ONE, ALWAYS WITH A REASON.  A   *
001900*                  DEPOSIT HOLD KEYED WITHOUT A RELEASE     *
002000*                  DATE RUNS WS-DEPOSIT-HOLD-DAYS; A LEGAL  *
002100*                  OR OPERATOR HOLD KEYED WITHOUT ONE IS    *
002200*                  HELD UNTIL RELEASED BY HAND.  HOLD       *
002300*                  AUTHORITY COMES FROM THE CANHOLD COLUMN  *
002400*                  OF OPERATORAUTH (FAIL CLOSED); ONLY A    *
002500*                  SUPERVISOR (AUTHLEVEL 'S') MAY RELEASE   *
002600*                  A LEGAL HOLD.  EXPIRED HOLDS ARE         *
002700*                  RELEASED BY THE NIGHTLY RUN              *
002800*                  (LIBERARETENCIONES, JOB HLDREL).         *
002900*----------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 DATA DIVISION.
003300 WORKING-STORAGE SECTION.
003400*----------------------------------------------------------*
003500* BMS SYMBOLIC MAP - CLIHLDM (MAPSET CLIHLD)                *
003600*----------------------------------------------------------*
003700     COPY CLIHLDM.
003800*----------------------------------------------------------*
003900* BMS SYMBOLIC MAP - CLIMENUM (MAPSET CLIMENU)              *
004000* BORROWED FROM CONSULTACLIENTES SO PF3 CAN LEAVE A REAL    *
004100* FORMATTED MENU MAP ON THE TERMINAL WHEN CONTROL GOES      *
004200* BACK TO THE INQUIRY TRANSACTION.                          *
004300*----------------------------------------------------------*
004400     COPY CLIMENUM.
004500*----------------------------------------------------------*
004600* CALENDAR DAYS A DEPOSIT HOLD RUNS WHEN NO RELEASE DATE    *
004700* IS KEYED - THE USUAL CLEARING PERIOD FOR A CHEQUE.        *
004800*----------------------------------------------------------*
004900 77  WS-DEPOSIT-HOLD-DAYS         PIC S9(04) COMP VALUE +5.
005000*----------------------------------------------------------*
005100* FUNDSHOLDS ROW FIELDS                                     *
005200*----------------------------------------------------------*
005300 01  WS-HOLD-SEQ                  PIC S9(09) COMP.
005400 01  WS-HOLD-SEQ-X                PIC X(09).
005500 01  WS-HOLD-SEQ-N REDEFINES WS-HOLD-SEQ-X
005600                                  PIC 9(09).
005700 01  WS-HOLD-CUSTOMER             PIC X(10).
005800 01  WS-HOLD-TYPE                 PIC X(01).
005900     88  HOLD-TYPE-DEPOSIT        VALUE 'D'.
006000     88  HOLD-TYPE-LEGAL          VALUE 'L'.
006100     88  HOLD-TYPE-OPERATOR       VALUE 'O'.
006200 01  WS-HOLD-STATUS               PIC X(01).
006300 01  WS-HOLD-AMOUNT-X             PIC X(11).
006400 01  WS-HOLD-AMOUNT-N REDEFINES WS-HOLD-AMOUNT-X
006500                                  PIC 9(9)V99.
006600 01  WS-HOLD-AMOUNT               PIC S9(9)V99 COMP-3.
006700 01  WS-HOLD-REASON               PIC X(40).
006800 01  WS-RELEASE-DATE              PIC X(10).
006900 01  WS-RELEASE-DATE-PARTS REDEFINES WS-RELEASE-DATE.
007000     05  WS-RELEASE-YYYY          PIC X(04).
007100     05  WS-RELEASE-DASH-1        PIC X(01).
007200     05  WS-RELEASE-MM            PIC X(02).
007300     05  WS-RELEASE-DASH-2        PIC X(01).
007400     05  WS-RELEASE-DD            PIC X(02).
007500 01  WS-RELEASE-DATE-SW           PIC X(01).
007600     88  RELEASE-DATE-FUTURE      VALUE 'Y'.
007700     88  RELEASE-DATE-NOT-FUTURE  VALUE 'N'.
007800*----------------------------------------------------------*
007900* NULL INDICATOR VARIABLES                                  *
008000* RELEASEDATE IS NULL ON A HOLD KEPT UNTIL RELEASED BY      *
008100* HAND.                                                     *
008200*----------------------------------------------------------*
008300 01  WS-RELEASE-IND               PIC S9(04) COMP.
008400*----------------------------------------------------------*
008500* CUSTOMER AND BALANCE FIELDS - THE AVAILABLE BALANCE IS    *
008600* THE LEDGER LESS THE SUM OF THE ACTIVE HOLDS.              *
008700*----------------------------------------------------------*
008800 01  WS-CUSTOMER-ID               PIC X(10).
008900 01  WS-CUSTOMER-STATUS           PIC X(01).
009000 01  WS-CUSTOMER-BALANCE          PIC S9(7)V99 COMP-3.
009100 01  WS-HELD-AMOUNT               PIC S9(9)V99 COMP-3.
009200 01  WS-AVAIL-BALANCE             PIC S9(9)V99 COMP-3.
009300 01  WS-BALANCE-LINE.
009400     05  FILLER                   PIC X(07) VALUE 'LEDGER '.
009500     05  WS-BL-LEDGER             PIC X(13).
009600     05  FILLER                   PIC X(03) VALUE SPACES.
009700     05  FILLER                   PIC X(05) VALUE 'HELD '.
009800     05  WS-BL-HELD               PIC X(13).
009900     05  FILLER                   PIC X(03) VALUE SPACES.
010000     05  FILLER                   PIC X(10) VALUE 'AVAILABLE '.
010100     05  WS-BL-AVAIL              PIC X(13).
010200     05  FILLER                   PIC X(12) VALUE SPACES.
010300 01  WS-AMOUNT-EDIT               PIC -(9)9.99.
010400 01  WS-BALANCE-MASK              PIC X(13) VALUE 'RESTRICTED'.
010500*----------------------------------------------------------*
010600* OPERATOR AUTHORITY                                        *
010700*----------------------------------------------------------*
010800 01  WS-OPERATOR-AUTH-SW          PIC X(01).
010900     88  OPERATOR-MAY-HOLD        VALUE 'Y'.
011000     88  OPERATOR-NOT-AUTHORIZED  VALUE 'N'.
011100 01  WS-OPERATOR-LEVEL            PIC X(01).
011200     88  OPERATOR-SUPERVISOR      VALUE 'S'.
011300 01  WS-OPERATOR-BAL-SW           PIC X(01).
011400     88  OPERATOR-SEES-BALANCE    VALUE 'Y'.
011500*----------------------------------------------------------*
011600* PROGRAM SWITCHES                                          *
011700*----------------------------------------------------------*
011800 01  WS-CUSTOMER-FOUND-SW         PIC X(01) VALUE 'N'.
011900     88  CUSTOMER-FOUND           VALUE 'Y'.
012000     88  CUSTOMER-NOT-FOUND       VALUE 'N'.
012100 01  WS-ID-VALID-SW               PIC X(01).
012200     88  ID-VALID                 VALUE 'Y'.
012300     88  ID-INVALID               VALUE 'N'.
012400*----------------------------------------------------------*
012500* LIST SCREEN FIELDS - EIGHT 80-BYTE LINES UNDER THE        *
012600* COLUMN HEADINGS PAINTED BY THE MAP.                       *
012700*----------------------------------------------------------*
012800 01  WS-ROW-IDX                   PIC S9(04) COMP.
012900 01  WS-LIST-COUNT                PIC S9(04) COMP.
013000 01  WS-LIST-FROM-SEQ             PIC S9(09) COMP.
013100 01  WS-FETCH-SEQ                 PIC S9(09) COMP.
013200 01  WS-FETCH-AMOUNT              PIC S9(9)V99 COMP-3.
013300 01  WS-LIST-SCREEN.
013400     05  WS-LIST-LINE OCCURS 8 TIMES.
013500         10  WS-LL-SEQ            PIC 9(09).
013600         10  FILLER               PIC X(01).
013700         10  WS-LL-TYPE           PIC X(01).
013800         10  FILLER               PIC X(01).
013900         10  WS-LL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
014000         10  FILLER               PIC X(01).
014100         10  WS-LL-PLACED         PIC X(10).
014200         10  FILLER               PIC X(01).
014300         10  WS-LL-RELEASE        PIC X(10).
014400         10  FILLER               PIC X(01).
014500         10  WS-LL-BY             PIC X(03).
014600         10  FILLER               PIC X(01).
014700         10  WS-LL-REASON         PIC X(27).
014800*----------------------------------------------------------*
014900* SCREEN MESSAGES                                           *
015000*----------------------------------------------------------*
015100 01  WS-MSG-NOT-AUTH              PIC X(60)
015200         VALUE 'OPERATOR NOT AUTHORIZED FOR FUNDS HOLDS'.
015300 01  WS-MSG-INVALID-ACTION        PIC X(60)
015400         VALUE 'INVALID ACTION - KEY L, P OR R'.
015500 01  WS-MSG-INVALID-ID            PIC X(60)
015600         VALUE 'INVALID CUSTOMER NUMBER'.
015700 01  WS-MSG-NOT-FOUND             PIC X(60)
015800         VALUE 'CUSTOMER NOT FOUND'.
015900 01  WS-MSG-ACCT-CLOSED           PIC X(60)
016000         VALUE 'ACCOUNT IS CLOSED - NO HOLD PLACED'.
016100 01  WS-MSG-AMOUNT-NOT-NUM        PIC X(60)
016200         VALUE 'AMOUNT NOT NUMERIC'.
016300 01  WS-MSG-AMOUNT-ZERO           PIC X(60)
016400         VALUE 'HOLD AMOUNT MUST BE GREATER THAN ZERO'.
016500 01  WS-MSG-INVALID-TYPE          PIC X(60)
016600         VALUE 'INVALID HOLD TYPE - KEY D, L OR O'.
016700 01  WS-MSG-INVALID-DATE          PIC X(60)
016800         VALUE 'INVALID RELEASE DATE - KEY YYYY-MM-DD'.
016900 01  WS-MSG-DATE-NOT-FUTURE       PIC X(60)
017000         VALUE 'RELEASE DATE MUST BE AFTER TODAY'.
017100 01  WS-MSG-REASON-REQUIRED       PIC X(60)
017200         VALUE 'A REASON IS REQUIRED TO PLACE OR RELEASE A HOLD'.
017300 01  WS-MSG-SEQ-REQUIRED          PIC X(60)
017400         VALUE 'HOLD SEQ IS REQUIRED'.
017500 01  WS-MSG-HOLD-NOT-FOUND        PIC X(60)
017600         VALUE 'HOLD NOT FOUND'.
017700 01  WS-MSG-HOLD-NOT-ACTIVE       PIC X(60)
017800         VALUE 'HOLD IS NOT ACTIVE - ALREADY RELEASED'.
017900 01  WS-MSG-OTHER-CUSTOMER        PIC X(60)
018000         VALUE 'HOLD BELONGS TO ANOTHER CUSTOMER'.
018100 01  WS-MSG-LEGAL-NEEDS-SUPV      PIC X(60)
018200         VALUE 'ONLY A SUPERVISOR MAY RELEASE A LEGAL HOLD'.
018300 01  WS-MSG-NO-ROWS               PIC X(60)
018400         VALUE 'NO ACTIVE HOLDS FOR THIS CUSTOMER'.
018500 01  WS-MSG-RELEASED              PIC X(60)
018600         VALUE 'HOLD RELEASED'.
018700 01  WS-MSG-DB2-ERROR             PIC X(60)
018800         VALUE 'DB2 ERROR - CHANGE NOT APPLIED'.
018900 01  WS-MSG-PLACED.
019000     05  FILLER                   PIC X(18)
019100         VALUE 'HOLD PLACED - SEQ '.
019200     05  WS-MSG-PLACED-SEQ        PIC Z(8)9.
019300     05  FILLER                   PIC X(33) VALUE SPACES.
019400*----------------------------------------------------------*
019500* ZERO-INITIALIZED COMMAREA FOR THE EIBCALEN = 0 LEG (THIS  *
019600* TRANSACTION KEYED DIRECTLY AT A BLANK TERMINAL, WITH NO   *
019700* COMMAREA PASSED IN), WHEN THE LINKAGE SECTION ITEM MUST   *
019800* NOT BE TOUCHED.  COPIED WITH REPLACING SO ITS FIELD NAMES *
019900* DO NOT COLLIDE WITH DFHCOMMAREA'S OWN COPY OF CLICOMM.    *
020000*----------------------------------------------------------*
020100 01  WS-INIT-COMMAREA.
020200     COPY CLICOMM REPLACING
020300        ==CLI-COMM-FRAGMENT==  BY ==WS-INIT-COMM-FRAGMENT==
020400        ==CLI-COMM-LAST-ID==   BY ==WS-INIT-COMM-LAST-ID==
020500        ==CLI-COMM-ROW-COUNT== BY ==WS-INIT-COMM-ROW-COUNT==
020600        ==CLI-COMM-SEL-TABLE== BY ==WS-INIT-COMM-SEL-TABLE==
020700        ==CLI-COMM-SEL-ID==    BY ==WS-INIT-COMM-SEL-ID==
020800        ==CLI-COMM-CURR-ID==   BY ==WS-INIT-COMM-CURR-ID==
020900        ==CLI-COMM-MODE==      BY ==WS-INIT-COMM-MODE==
021000        ==CLI-COMM-BRANCH-ONLY==
021100                               BY ==WS-INIT-COMM-BRANCH-ONLY==
021200        ==CLI-COMM-HIST-SW==   BY ==WS-INIT-COMM-HIST-SW==
021300        ==CLI-COMM-HIST-LAST-SEQ==
021400                               BY ==WS-INIT-COMM-HIST-LAST-SEQ==
021500        ==CLI-COMM-HIST-BAL==  BY ==WS-INIT-COMM-HIST-BAL==.
021600     EXEC SQL INCLUDE SQLCA END-EXEC.
021700*
021800 LINKAGE SECTION.
021900 01  DFHCOMMAREA.
022000     COPY CLICOMM.
022100*
022200 PROCEDURE DIVISION.
022300*----------------------------------------------------------*
022400* 0000-MAIN-PROCESS                                        *
022500* MODE 'V' (JUST HANDED OFF BY THE MENU) PAINTS THE HOLD    *
022600* SCREEN.  MODE 'W' RECEIVES IT, CHECKS THE OPERATOR'S      *
022700* HOLD AUTHORITY, DISPATCHES ON THE ACTION AND REFRESHES    *
022800* THE SCREEN.  PF3 REPAINTS THE MENU AND HANDS THE          *
022900* TERMINAL BACK.                                            *
023000*----------------------------------------------------------*
023100 0000-MAIN-PROCESS.
023200     IF EIBCALEN = ZERO
023300         PERFORM 1000-SEND-HOLD-SCREEN
023400             THRU 1000-EXIT
023500         GO TO 9999-END-PROGRAM-FIRST-ENTRY
023600     END-IF.
023700
023800     IF CLI-COMM-MODE = 'V'
023900         PERFORM 1000-SEND-HOLD-SCREEN
024000             THRU 1000-EXIT
024100         MOVE 'W' TO CLI-COMM-MODE
024200         GO TO 9999-END-PROGRAM
024300     END-IF.
024400
024500     PERFORM 1100-RECEIVE-HOLD-SCREEN
024600         THRU 1100-EXIT.
024700
024800     IF EIBAID = '3'
024900         PERFORM 3900-RETURN-TO-MENU
025000             THRU 3900-EXIT
025100         GO TO 9999-END-PROGRAM
025200     END-IF.
025300
025400     MOVE SPACES TO HLDMSGO.
025500
025600     PERFORM 2400-CHECK-AUTHORIZATION
025700         THRU 2400-EXIT.
025800
025900     IF OPERATOR-NOT-AUTHORIZED
026000         MOVE WS-MSG-NOT-AUTH TO HLDMSGO
026100     ELSE
026200         PERFORM 2000-DISPATCH-ACTION
026300             THRU 2000-EXIT
026400     END-IF.
026500
026600     PERFORM 1200-RESEND-HOLD-SCREEN
026700         THRU 1200-EXIT.
026800
026900     GO TO 9999-END-PROGRAM.
027000*----------------------------------------------------------*
027100* 1000-SEND-HOLD-SCREEN                                    *
027200*----------------------------------------------------------*
027300 1000-SEND-HOLD-SCREEN.
027400     MOVE SPACES TO CLIHLDO.
027500     EXEC CICS SEND MAP('CLIHLDM')
027600               MAPSET('CLIHLD')
027700               FROM(CLIHLDO)
027800               ERASE
027900     END-EXEC.
028000 1000-EXIT.
028100     EXIT.
028200*----------------------------------------------------------*
028300* 1100-RECEIVE-HOLD-SCREEN                                 *
028400*----------------------------------------------------------*
028500 1100-RECEIVE-HOLD-SCREEN.
028600     EXEC CICS RECEIVE MAP('CLIHLDM')
028700               MAPSET('CLIHLD')
028800               INTO(CLIHLDI)
028900     END-EXEC.
029000 1100-EXIT.
029100     EXIT.
029200*----------------------------------------------------------*
029300* 1200-RESEND-HOLD-SCREEN                                  *
029400*----------------------------------------------------------*
029500 1200-RESEND-HOLD-SCREEN.
029600     EXEC CICS SEND MAP('CLIHLDM')
029700               MAPSET('CLIHLD')
029800               FROM(CLIHLDO)
029900               DATAONLY
030000     END-EXEC.
030100 1200-EXIT.
030200     EXIT.
030300*----------------------------------------------------------*
030400* 1500-VALIDATE-CUSTOMER-ID                                *
030500* REJECTS A BLANK OR NON-NUMERIC CUSTOMERID BEFORE IT EVER  *
030600* REACHES DB2 - SAME EDIT CONSULTACLIENTES APPLIES.         *
030700*----------------------------------------------------------*
030800 1500-VALIDATE-CUSTOMER-ID.
030900     SET ID-VALID TO TRUE.
031000     IF WS-CUSTOMER-ID = SPACES
031100         SET ID-INVALID TO TRUE
031200     END-IF.
031300     IF WS-CUSTOMER-ID NOT NUMERIC
031400         SET ID-INVALID TO TRUE
031500     END-IF.
031600 1500-EXIT.
031700     EXIT.
031800*----------------------------------------------------------*
031900* 2000-DISPATCH-ACTION                                     *
032000*----------------------------------------------------------*
032100 2000-DISPATCH-ACTION.
032200     EVALUATE HLDACTI
032300         WHEN 'L'
032400             PERFORM 3000-LIST-HOLDS
032500                 THRU 3000-EXIT
032600         WHEN 'P'
032700             PERFORM 4000-PLACE-HOLD
032800                 THRU 4000-EXIT
032900         WHEN 'R'
033000             PERFORM 5000-RELEASE-HOLD
033100                 THRU 5000-EXIT
033200         WHEN OTHER
033300             MOVE WS-MSG-INVALID-ACTION TO HLDMSGO
033400     END-EVALUATE.
033500 2000-EXIT.
033600     EXIT.
033700*----------------------------------------------------------*
033800* 2400-CHECK-AUTHORIZATION                                 *
033900* LOOKS UP THE INVOKING OPERATOR IN OPERATORAUTH.  NO ROW,  *
034000* AN EXPIRED ROW OR CANHOLD = 'N' ALL FAIL CLOSED.  THE     *
034100* AUTHORITY LEVEL DECIDES WHO MAY RELEASE A LEGAL HOLD,     *
034200* AND CANVIEWBALANCE WHETHER THE LEDGER AND AVAILABLE       *
034300* FIGURES ON THE BALANCE LINE ARE SHOWN OR MASKED.          *
034400*----------------------------------------------------------*
034500 2400-CHECK-AUTHORIZATION.
034600     EXEC SQL
034700         SELECT CanHold, AuthLevel, CanViewBalance
034800           INTO :WS-OPERATOR-AUTH-SW,
034900                :WS-OPERATOR-LEVEL,
035000                :WS-OPERATOR-BAL-SW
035100           FROM OperatorAuth
035200          WHERE OperatorID = :EIBOPID
035300            AND (ExpiryDate IS NULL
035400                 OR ExpiryDate >= CURRENT DATE)
035500     END-EXEC.
035600
035700     IF SQLCODE NOT = ZERO
035800         SET OPERATOR-NOT-AUTHORIZED TO TRUE
035900         MOVE SPACE TO WS-OPERATOR-LEVEL
036000                       WS-OPERATOR-BAL-SW
036100     END-IF.
036200 2400-EXIT.
036300     EXIT.
036400*----------------------------------------------------------*
036500* 3000-LIST-HOLDS                                          *
036600* SHOWS THE KEYED CUSTOMER'S BALANCES AND LISTS UP TO 8 OF  *
036700* ITS ACTIVE HOLDS FROM THE KEYED HOLD SEQ ON (BLANK =      *
036800* FROM THE BEGINNING).                                      *
036900*----------------------------------------------------------*
037000 3000-LIST-HOLDS.
037100     MOVE HLDCUIDI TO WS-CUSTOMER-ID.
037200     PERFORM 1500-VALIDATE-CUSTOMER-ID
037300         THRU 1500-EXIT.
037400     IF ID-INVALID
037500         MOVE WS-MSG-INVALID-ID TO HLDMSGO
037600         GO TO 3000-EXIT
037700     END-IF.
037800
037900     PERFORM 3600-READ-CUSTOMER
038000         THRU 3600-EXIT.
038100     IF CUSTOMER-NOT-FOUND
038200         MOVE WS-MSG-NOT-FOUND TO HLDMSGO
038300         GO TO 3000-EXIT
038400     END-IF.
038500
038600     PERFORM 3700-SHOW-BALANCES
038700         THRU 3700-EXIT.
038800
038900     MOVE HLDSEQI TO WS-HOLD-SEQ-X.
039000     IF WS-HOLD-SEQ-X NUMERIC
039100         MOVE WS-HOLD-SEQ-N TO WS-LIST-FROM-SEQ
039200     ELSE
039300         MOVE ZERO TO WS-LIST-FROM-SEQ
039400     END-IF.
039500
039600     PERFORM 3050-BUILD-HOLD-LIST
039700         THRU 3050-EXIT.
039800
039900     IF WS-LIST-COUNT = ZERO AND HLDMSGO = SPACES
040000         MOVE WS-MSG-NO-ROWS TO HLDMSGO
040100     END-IF.
040200 3000-EXIT.
040300     EXIT.
040400*----------------------------------------------------------*
040500* 3050-BUILD-HOLD-LIST                                     *
040600* FILLS THE RESULT AREA WITH THE CUSTOMER'S ACTIVE HOLDS    *
040700* FROM WS-LIST-FROM-SEQ ON.  A HOLD KEPT UNTIL RELEASED BY  *
040800* HAND SHOWS 'UNTIL REL.' IN PLACE OF A RELEASE DATE.       *
040900*----------------------------------------------------------*
041000 3050-BUILD-HOLD-LIST.
041100     EXEC SQL
041200         DECLARE C-HOLD-LIST CURSOR FOR
041300             SELECT HoldSeq, HoldType, HoldAmount,
041400                    CHAR(PlacedDate, ISO),
041500                    COALESCE(CHAR(ReleaseDate, ISO),
041600                             'UNTIL REL.'),
041700                    PlacedBy, SUBSTR(HoldReason, 1, 27)
041800               FROM FundsHolds
041900              WHERE CustomerID = :WS-CUSTOMER-ID
042000                AND HoldStatus = 'A'
042100                AND HoldSeq   >= :WS-LIST-FROM-SEQ
042200              ORDER BY HoldSeq
042300              FETCH FIRST 8 ROWS ONLY
042400     END-EXEC.
042500
042600     MOVE SPACES TO WS-LIST-SCREEN.
042700     MOVE ZERO   TO WS-LIST-COUNT.
042800
042900     EXEC SQL OPEN C-HOLD-LIST END-EXEC.
043000
043100     IF SQLCODE NOT = ZERO
043200         MOVE SPACES TO HLDRSLTO
043300         MOVE WS-MSG-DB2-ERROR TO HLDMSGO
043400         GO TO 3050-EXIT
043500     END-IF.
043600
043700     PERFORM 3100-FETCH-ONE-HOLD
043800         THRU 3100-EXIT
043900        VARYING WS-ROW-IDX FROM 1 BY 1
044000          UNTIL WS-ROW-IDX > 8
044100             OR SQLCODE NOT = ZERO.
044200
044300     EXEC SQL CLOSE C-HOLD-LIST END-EXEC.
044400
044500     MOVE WS-LIST-SCREEN TO HLDRSLTO.
044600 3050-EXIT.
044700     EXIT.
044800*----------------------------------------------------------*
044900* 3100-FETCH-ONE-HOLD                                      *
045000*----------------------------------------------------------*
045100 3100-FETCH-ONE-HOLD.
045200     EXEC SQL
045300         FETCH C-HOLD-LIST
045400          INTO :WS-FETCH-SEQ,
045500               :WS-LL-TYPE(WS-ROW-IDX),
045600               :WS-FETCH-AMOUNT,
045700               :WS-LL-PLACED(WS-ROW-IDX),
045800               :WS-LL-RELEASE(WS-ROW-IDX),
045900               :WS-LL-BY(WS-ROW-IDX),
046000               :WS-LL-REASON(WS-ROW-IDX)
046100     END-EXEC.
046200
046300     IF SQLCODE = ZERO
046400         MOVE WS-FETCH-SEQ    TO WS-LL-SEQ(WS-ROW-IDX)
046500         MOVE WS-FETCH-AMOUNT TO WS-LL-AMOUNT(WS-ROW-IDX)
046600         ADD 1 TO WS-LIST-COUNT
046700     END-IF.
046800 3100-EXIT.
046900     EXIT.
047000*----------------------------------------------------------*
047100* 3600-READ-CUSTOMER                                       *
047200* PULLS THE ACCOUNT STATUS, THE LEDGER BALANCE AND THE SUM  *
047300* OF THE CUSTOMER'S ACTIVE HOLDS - A HOLD COUNTS WHILE IT   *
047400* IS ACTIVE AND ITS RELEASE DATE IS NULL OR STILL TO COME,  *
047500* THE SAME RULE EVERY BALANCE INQUIRY USES.                 *
047600*----------------------------------------------------------*
047700 3600-READ-CUSTOMER.
047800     EXEC SQL
047900         SELECT C.AccountStatus, C.Balance,
048000                COALESCE((SELECT SUM(H.HoldAmount)
048100                            FROM FundsHolds H
048200                           WHERE H.CustomerID = C.CustomerID
048300                             AND H.HoldStatus = 'A'
048400                             AND (H.ReleaseDate IS NULL
048500                              OR H.ReleaseDate > CURRENT DATE)),
048600                         0)
048700           INTO :WS-CUSTOMER-STATUS, :WS-CUSTOMER-BALANCE,
048800                :WS-HELD-AMOUNT
048900           FROM Customers C
049000          WHERE C.CustomerID = :WS-CUSTOMER-ID
049100     END-EXEC.
049200
049300     EVALUATE SQLCODE
049400         WHEN ZERO
049500             SET CUSTOMER-FOUND     TO TRUE
049600             COMPUTE WS-AVAIL-BALANCE = WS-CUSTOMER-BALANCE
049700                                      - WS-HELD-AMOUNT
049800         WHEN OTHER
049900             SET CUSTOMER-NOT-FOUND TO TRUE
050000     END-EVALUATE.
050100 3600-EXIT.
050200     EXIT.
050300*----------------------------------------------------------*
050400* 3700-SHOW-BALANCES                                       *
050500* LOADS THE BALANCE LINE.  THE HELD TOTAL IS ALWAYS SHOWN   *
050600* - THE OPERATOR IS WORKING THE HOLDS - BUT THE LEDGER AND  *
050700* AVAILABLE FIGURES ARE MASKED FOR AN OPERATOR WITHOUT      *
050800* CANVIEWBALANCE, AS ON THE INQUIRY SCREEN.                 *
050900*----------------------------------------------------------*
051000 3700-SHOW-BALANCES.
051100     MOVE WS-HELD-AMOUNT TO WS-AMOUNT-EDIT.
051200     MOVE WS-AMOUNT-EDIT TO WS-BL-HELD.
051300
051400     IF OPERATOR-SEES-BALANCE
051500         MOVE WS-CUSTOMER-BALANCE TO WS-AMOUNT-EDIT
051600         MOVE WS-AMOUNT-EDIT      TO WS-BL-LEDGER
051700         MOVE WS-AVAIL-BALANCE    TO WS-AMOUNT-EDIT
051800         MOVE WS-AMOUNT-EDIT      TO WS-BL-AVAIL
051900     ELSE
052000         MOVE WS-BALANCE-MASK     TO WS-BL-LEDGER
052100                                     WS-BL-AVAIL
052200     END-IF.
052300
052400     MOVE WS-BALANCE-LINE TO HLDBALO.
052500 3700-EXIT.
052600     EXIT.
052700*----------------------------------------------------------*
052800* 3900-RETURN-TO-MENU                                      *
052900* PF3 - CLEARS THE COMMAREA MODE AND REPAINTS A BLANK MENU  *
053000* MAP SO CONSULTACLIENTES'S NEXT RECEIVE HAS A REAL         *
053100* CLIMENUM FIELD STRUCTURE TO RECEIVE AGAINST.              *
053200*----------------------------------------------------------*
053300 3900-RETURN-TO-MENU.
053400     MOVE SPACE TO CLI-COMM-MODE.
053500     MOVE SPACES TO CLIMENUO.
053600     EXEC CICS SEND MAP('CLIMENUM')
053700               MAPSET('CLIMENU')
053800               FROM(CLIMENUO)
053900               ERASE
054000     END-EXEC.
054100 3900-EXIT.
054200     EXIT.
054300*----------------------------------------------------------*
054400* 4000-PLACE-HOLD                                          *
054500* PLACES A NEW ACTIVE HOLD.  THE CUSTOMER MUST EXIST AND    *
054600* NOT BE CLOSED, THE AMOUNT MUST BE NUMERIC AND ABOVE       *
054700* ZERO, THE TYPE D, L OR O, AND A REASON MUST BE KEYED.  A  *
054800* HOLD MAY TAKE THE AVAILABLE BALANCE BELOW ZERO - A        *
054900* GARNISHMENT ORDER IS NOT LIMITED TO WHAT IS ON DEPOSIT.   *
055000* THE NEW HOLD SEQ GOES BACK ON THE MESSAGE LINE AND THE    *
055100* BALANCES AND LIST ARE REFRESHED.                          *
055200*----------------------------------------------------------*
055300 4000-PLACE-HOLD.
055400     MOVE HLDCUIDI TO WS-CUSTOMER-ID.
055500     PERFORM 1500-VALIDATE-CUSTOMER-ID
055600         THRU 1500-EXIT.
055700     IF ID-INVALID
055800         MOVE WS-MSG-INVALID-ID TO HLDMSGO
055900         GO TO 4000-EXIT
056000     END-IF.
056100
056200     MOVE HLDAMTI TO WS-HOLD-AMOUNT-X.
056300     IF WS-HOLD-AMOUNT-X NOT NUMERIC
056400         MOVE WS-MSG-AMOUNT-NOT-NUM TO HLDMSGO
056500         GO TO 4000-EXIT
056600     END-IF.
056700     IF WS-HOLD-AMOUNT-N = ZERO
056800         MOVE WS-MSG-AMOUNT-ZERO TO HLDMSGO
056900         GO TO 4000-EXIT
057000     END-IF.
057100     MOVE WS-HOLD-AMOUNT-N TO WS-HOLD-AMOUNT.
057200
057300     MOVE HLDTYPI TO WS-HOLD-TYPE.
057400     IF NOT HOLD-TYPE-DEPOSIT
057500        AND NOT HOLD-TYPE-LEGAL
057600        AND NOT HOLD-TYPE-OPERATOR
057700         MOVE WS-MSG-INVALID-TYPE TO HLDMSGO
057800         GO TO 4000-EXIT
057900     END-IF.
058000
058100     MOVE HLDRSNI TO WS-HOLD-REASON.
058200     IF WS-HOLD-REASON = SPACES OR WS-HOLD-REASON = LOW-VALUES
058300         MOVE WS-MSG-REASON-REQUIRED TO HLDMSGO
058400         GO TO 4000-EXIT
058500     END-IF.
058600
058700     PERFORM 4100-SET-RELEASE-DATE
058800         THRU 4100-EXIT.
058900     IF HLDMSGO NOT = SPACES
059000         GO TO 4000-EXIT
059100     END-IF.
059200
059300     PERFORM 3600-READ-CUSTOMER
059400         THRU 3600-EXIT.
059500     IF CUSTOMER-NOT-FOUND
059600         MOVE WS-MSG-NOT-FOUND TO HLDMSGO
059700         GO TO 4000-EXIT
059800     END-IF.
059900
060000     IF WS-CUSTOMER-STATUS = 'C'
060100         MOVE WS-MSG-ACCT-CLOSED TO HLDMSGO
060200         GO TO 4000-EXIT
060300     END-IF.
060400
060500     EXEC SQL
060600         INSERT INTO FundsHolds
060700             (CustomerID, HoldAmount, HoldType, HoldStatus,
060800              PlacedDate, ReleaseDate, HoldReason,
060900              PlacedBy, PlacedTerminal, PlacedTimestamp)
061000         VALUES
061100             (:WS-CUSTOMER-ID, :WS-HOLD-AMOUNT, :WS-HOLD-TYPE,
061200              'A', CURRENT DATE,
061300              :WS-RELEASE-DATE :WS-RELEASE-IND,
061400              :WS-HOLD-REASON,
061500              :EIBOPID, :EIBTRMID, CURRENT TIMESTAMP)
061600     END-EXEC.
061700
061800     IF SQLCODE NOT = ZERO
061900         MOVE WS-MSG-DB2-ERROR TO HLDMSGO
062000         GO TO 4000-EXIT
062100     END-IF.
062200
062300     EXEC SQL
062400         SELECT IDENTITY_VAL_LOCAL()
062500           INTO :WS-HOLD-SEQ
062600           FROM SYSIBM.SYSDUMMY1
062700     END-EXEC.
062800     IF SQLCODE NOT = ZERO
062900         MOVE ZERO TO WS-HOLD-SEQ
063000     END-IF.
063100     MOVE WS-HOLD-SEQ TO WS-MSG-PLACED-SEQ.
063200     MOVE WS-MSG-PLACED TO HLDMSGO.
063300
063400     PERFORM 4900-REFRESH-CUSTOMER
063500         THRU 4900-EXIT.
063600 4000-EXIT.
063700     EXIT.
063800*----------------------------------------------------------*
063900* 4100-SET-RELEASE-DATE                                    *
064000* A KEYED RELEASE DATE MUST BE A VALID YYYY-MM-DD AFTER     *
064100* TODAY.  LEFT BLANK, A DEPOSIT HOLD RUNS                   *
064200* WS-DEPOSIT-HOLD-DAYS FROM TODAY, AND A LEGAL OR OPERATOR  *
064300* HOLD IS KEPT UNTIL RELEASED BY HAND (RELEASEDATE NULL).   *
064400* LEAVES THE ERROR MESSAGE SET WHEN AN EDIT FAILS.          *
064500*----------------------------------------------------------*
064600 4100-SET-RELEASE-DATE.
064700     MOVE ZERO TO WS-RELEASE-IND.
064800     MOVE HLDRELI TO WS-RELEASE-DATE.
064900
065000     IF WS-RELEASE-DATE = SPACES OR WS-RELEASE-DATE = LOW-VALUES
065100         IF HOLD-TYPE-DEPOSIT
065200             EXEC SQL
065300                 SELECT CHAR(CURRENT DATE
065400                             + :WS-DEPOSIT-HOLD-DAYS DAYS, ISO)
065500                   INTO :WS-RELEASE-DATE
065600                   FROM SYSIBM.SYSDUMMY1
065700             END-EXEC
065800             IF SQLCODE NOT = ZERO
065900                 MOVE WS-MSG-DB2-ERROR TO HLDMSGO
066000             END-IF
066100         ELSE
066200*            DB2 STILL NEEDS A VALID DATE IN THE HOST VARIABLE
066300*            EVEN WHEN THE INDICATOR SENDS NULL.
066400             MOVE -1 TO WS-RELEASE-IND
066500             MOVE '0001-01-01' TO WS-RELEASE-DATE
066600         END-IF
066700         GO TO 4100-EXIT
066800     END-IF.
066900
067000     IF WS-RELEASE-YYYY NOT NUMERIC
067100        OR WS-RELEASE-MM NOT NUMERIC
067200        OR WS-RELEASE-DD NOT NUMERIC
067300        OR WS-RELEASE-DASH-1 NOT = '-'
067400        OR WS-RELEASE-DASH-2 NOT = '-'
067500        OR WS-RELEASE-MM < '01' OR WS-RELEASE-MM > '12'
067600        OR WS-RELEASE-DD < '01' OR WS-RELEASE-DD > '31'
067700         MOVE WS-MSG-INVALID-DATE TO HLDMSGO
067800         GO TO 4100-EXIT
067900     END-IF.
068000
068100*    DB2 HAS THE FINAL SAY ON THE DATE - A 31ST OF A 30-DAY
068200*    MONTH PASSES THE EDIT ABOVE BUT FAILS HERE.
068300     EXEC SQL
068400         SELECT CASE WHEN DATE(:WS-RELEASE-DATE) > CURRENT DATE
068500                     THEN 'Y' ELSE 'N' END
068600           INTO :WS-RELEASE-DATE-SW
068700           FROM SYSIBM.SYSDUMMY1
068800     END-EXEC.
068900
069000     IF SQLCODE NOT = ZERO
069100         MOVE WS-MSG-INVALID-DATE TO HLDMSGO
069200         GO TO 4100-EXIT
069300     END-IF.
069400
069500     IF RELEASE-DATE-NOT-FUTURE
069600         MOVE WS-MSG-DATE-NOT-FUTURE TO HLDMSGO
069700     END-IF.
069800 4100-EXIT.
069900     EXIT.
070000*----------------------------------------------------------*
070100* 4900-REFRESH-CUSTOMER                                    *
070200* AFTER A PLACE OR RELEASE, RE-READS THE CUSTOMER SO THE    *
070300* BALANCE LINE AND THE LIST SHOW THE CHANGE.                *
070400*----------------------------------------------------------*
070500 4900-REFRESH-CUSTOMER.
070600     PERFORM 3600-READ-CUSTOMER
070700         THRU 3600-EXIT.
070800     IF CUSTOMER-NOT-FOUND
070900         GO TO 4900-EXIT
071000     END-IF.
071100
071200     PERFORM 3700-SHOW-BALANCES
071300         THRU 3700-EXIT.
071400
071500     MOVE ZERO TO WS-LIST-FROM-SEQ.
071600     PERFORM 3050-BUILD-HOLD-LIST
071700         THRU 3050-EXIT.
071800 4900-EXIT.
071900     EXIT.
072000*----------------------------------------------------------*
072100* 5000-RELEASE-HOLD                                        *
072200* RELEASES AN ACTIVE HOLD AHEAD OF (OR WITHOUT) ITS         *
072300* RELEASE DATE.  A HOLD SEQ AND A REASON MUST BE KEYED; A   *
072400* CUSTOMERID, WHEN KEYED, MUST BE THE HOLD'S OWN.  A LEGAL  *
072500* HOLD NEEDS A SUPERVISOR.  THE STATUS CHECK IS REPEATED    *
072600* ON THE UPDATE SO TWO OPERATORS CANNOT BOTH RELEASE IT.    *
072700*----------------------------------------------------------*
072800 5000-RELEASE-HOLD.
072900     MOVE HLDSEQI TO WS-HOLD-SEQ-X.
073000     IF WS-HOLD-SEQ-X NOT NUMERIC
073100         MOVE WS-MSG-SEQ-REQUIRED TO HLDMSGO
073200         GO TO 5000-EXIT
073300     END-IF.
073400     IF WS-HOLD-SEQ-N = ZERO
073500         MOVE WS-MSG-SEQ-REQUIRED TO HLDMSGO
073600         GO TO 5000-EXIT
073700     END-IF.
073800     MOVE WS-HOLD-SEQ-N TO WS-HOLD-SEQ.
073900
074000     MOVE HLDRSNI TO WS-HOLD-REASON.
074100     IF WS-HOLD-REASON = SPACES OR WS-HOLD-REASON = LOW-VALUES
074200         MOVE WS-MSG-REASON-REQUIRED TO HLDMSGO
074300         GO TO 5000-EXIT
074400     END-IF.
074500
074600     EXEC SQL
074700         SELECT CustomerID, HoldType, HoldStatus
074800           INTO :WS-HOLD-CUSTOMER, :WS-HOLD-TYPE,
074900                :WS-HOLD-STATUS
075000           FROM FundsHolds
075100          WHERE HoldSeq = :WS-HOLD-SEQ
075200     END-EXEC.
075300
075400     EVALUATE SQLCODE
075500         WHEN ZERO
075600             CONTINUE
075700         WHEN 100
075800             MOVE WS-MSG-HOLD-NOT-FOUND TO HLDMSGO
075900             GO TO 5000-EXIT
076000         WHEN OTHER
076100             MOVE WS-MSG-DB2-ERROR TO HLDMSGO
076200             GO TO 5000-EXIT
076300     END-EVALUATE.
076400
076500     IF WS-HOLD-STATUS NOT = 'A'
076600         MOVE WS-MSG-HOLD-NOT-ACTIVE TO HLDMSGO
076700         GO TO 5000-EXIT
076800     END-IF.
076900
077000     IF HLDCUIDI NOT = SPACES AND HLDCUIDI NOT = LOW-VALUES
077100        AND HLDCUIDI NOT = WS-HOLD-CUSTOMER
077200         MOVE WS-MSG-OTHER-CUSTOMER TO HLDMSGO
077300         GO TO 5000-EXIT
077400     END-IF.
077500
077600     IF HOLD-TYPE-LEGAL AND NOT OPERATOR-SUPERVISOR
077700         MOVE WS-MSG-LEGAL-NEEDS-SUPV TO HLDMSGO
077800         GO TO 5000-EXIT
077900     END-IF.
078000
078100     EXEC SQL
078200         UPDATE FundsHolds
078300            SET HoldStatus        = 'R',
078400                ReleaseReason     = :WS-HOLD-REASON,
078500                ReleasedBy        = :EIBOPID,
078600                ReleasedTerminal  = :EIBTRMID,
078700                ReleasedTimestamp = CURRENT TIMESTAMP
078800          WHERE HoldSeq    = :WS-HOLD-SEQ
078900            AND HoldStatus = 'A'
079000     END-EXEC.
079100
079200     EVALUATE SQLCODE
079300         WHEN ZERO
079400             MOVE WS-MSG-RELEASED TO HLDMSGO
079500         WHEN 100
079600             MOVE WS-MSG-HOLD-NOT-ACTIVE TO HLDMSGO
079700             GO TO 5000-EXIT
079800         WHEN OTHER
079900             MOVE WS-MSG-DB2-ERROR TO HLDMSGO
080000             GO TO 5000-EXIT
080100     END-EVALUATE.
080200
080300     MOVE WS-HOLD-CUSTOMER TO WS-CUSTOMER-ID.
080400     PERFORM 4900-REFRESH-CUSTOMER
080500         THRU 4900-EXIT.
080600 5000-EXIT.
080700     EXIT.
080800*----------------------------------------------------------*
080900* 9999-END-PROGRAM                                         *
081000* ENDS THIS PSEUDO-CONVERSATIONAL LEG.  THE COMMAREA GOES   *
081100* BACK TO CICS WITH THE MODE BYTE STILL SET, SO THE NEXT    *
081200* KEYSTROKE RE-ENTERS CONSULTACLIENTES AND IS ROUTED        *
081300* STRAIGHT BACK HERE WHILE THE HOLD SCREEN IS UP.           *
081400*----------------------------------------------------------*
081500 9999-END-PROGRAM.
081600     EXEC CICS RETURN TRANSID(EIBTRNID)
081700               COMMAREA(DFHCOMMAREA)
081800               LENGTH(LENGTH OF DFHCOMMAREA)
081900     END-EXEC.
082000*----------------------------------------------------------*
082100* 9999-END-PROGRAM-FIRST-ENTRY                             *
082200* EIBCALEN = 0 LEG - THE TRANSACTION WAS KEYED DIRECTLY AT  *
082300* A BLANK TERMINAL, SO DFHCOMMAREA MUST NOT BE REFERENCED.  *
082400* RETURNS A ZERO-INITIALIZED WORKING-STORAGE COMMAREA WITH  *
082500* THE MODE BYTE SET SO THE NEXT LEG COMES BACK HERE.        *
082600*----------------------------------------------------------*
082700 9999-END-PROGRAM-FIRST-ENTRY.
082800     INITIALIZE WS-INIT-COMMAREA.
082900     MOVE 'W' TO WS-INIT-COMM-MODE.
083000     EXEC CICS RETURN TRANSID(EIBTRNID)
083100               COMMAREA(WS-INIT-COMMAREA)
083200               LENGTH(LENGTH OF WS-INIT-COMMAREA)
083300     END-EXEC.
