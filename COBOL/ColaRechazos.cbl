000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ColaRechazos.
000300 AUTHOR.        R RAMIREZ.
000400 INSTALLATION.  RETAIL BANKING SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                     *
000900*----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                              *
001100* 10/15/2026 RR    ORIGINAL PROGRAM - ONLINE REJECT-REPAIR  *
001200*                  QUEUE.  ENTERED FROM OPTION 9 OF THE     *
001300*                  CONSULTACLIENTES MENU BY XCTL.  THE      *
001400*                  NIGHTLY POSTING BATCH QUEUES EVERY       *
001500*                  MOVEMENT IT REFUSES ON REJECTQUEUE; THIS *
001600*                  SCREEN LISTS THE UNRESOLVED ITEMS FOR A  *
001700*                  BRANCH AND BUSINESS DATE AND LETS THE    *
001800*                  BACK OFFICE RELEASE AN ITEM - WITH THE   *
001900*                  CUSTOMERID, TYPE AND/OR AMOUNT CORRECTED *
002000*                  - OR WRITE IT OFF, ALWAYS WITH A REASON. *
002100*                  A RELEASE MUST PASS THE SAME EDITS THE   *
002200*                  POSTING BATCH APPLIES.  RELEASED ITEMS GO *
002300*                  BACK THROUGH POSTING ON THE NEXT         *
002400*                  CORRECTION RUN (LIBERARECHAZOS, JOB      *
002500*                  POSTCOR).  REPAIR AUTHORITY COMES FROM   *
002600*                  THE CANREPAIR COLUMN OF OPERATORAUTH     *
002700*                  (FAIL CLOSED); AN OPERATOR WHOSE ROW     *
002800*                  CARRIES A BRANCH WORKS ONLY THAT         *
002900*                  BRANCH'S QUEUE.                          *
003000*----------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 DATA DIVISION.
003400 WORKING-STORAGE SECTION.
003500*----------------------------------------------------------*
003600* BMS SYMBOLIC MAP - CLIREJM (MAPSET CLIREJ)                *
003700*----------------------------------------------------------*
003800     COPY CLIREJM.
003900*----------------------------------------------------------*
004000* BMS SYMBOLIC MAP - CLIMENUM (MAPSET CLIMENU)              *
004100* BORROWED FROM CONSULTACLIENTES SO PF3 CAN LEAVE A REAL    *
004200* FORMATTED MENU MAP ON THE TERMINAL WHEN CONTROL GOES      *
004300* BACK TO THE INQUIRY TRANSACTION.                          *
004400*----------------------------------------------------------*
004500     COPY CLIMENUM.
004600*----------------------------------------------------------*
004700* REJECTQUEUE ITEM FIELDS                                   *
004800*----------------------------------------------------------*
004900 01  WS-RQ-SEQ                    PIC S9(09) COMP.
005000 01  WS-RQ-SEQ-X                  PIC X(09).
005100 01  WS-RQ-SEQ-N REDEFINES WS-RQ-SEQ-X
005200                                  PIC 9(09).
005300 01  WS-RQ-STATUS                 PIC X(01).
005400 01  WS-RQ-BRANCH                 PIC X(03).
005500 01  WS-RQ-ORIG-CUST              PIC X(10).
005600 01  WS-RQ-ORIG-TYPE              PIC X(01).
005700 01  WS-RQ-ORIG-AMOUNT-X          PIC X(11).
005800 01  WS-RQ-CORR-CUST              PIC X(10).
005900 01  WS-RQ-CORR-TYPE              PIC X(01).
006000 01  WS-RQ-CORR-AMOUNT            PIC S9(9)V99 COMP-3.
006100 01  WS-RESOLUTION-REASON         PIC X(40).
006200*----------------------------------------------------------*
006300* NULL INDICATOR VARIABLES                                  *
006400* THE CORRECTION COLUMNS STAY NULL UNTIL AN ITEM IS         *
006500* RELEASED; OPERATORAUTH.BRANCHID IS NULLABLE.              *
006600*----------------------------------------------------------*
006700 01  WS-CORR-CUST-IND             PIC S9(04) COMP.
006800 01  WS-CORR-TYPE-IND             PIC S9(04) COMP.
006900 01  WS-CORR-AMOUNT-IND           PIC S9(04) COMP.
007000 01  WS-OPER-BRANCH-IND           PIC S9(04) COMP.
007100*----------------------------------------------------------*
007200* EFFECTIVE MOVEMENT - THE KEYED CORRECTION, OR WHAT THE    *
007300* ITEM ALREADY CARRIES WHERE A FIELD IS LEFT BLANK.  THE    *
007400* AMOUNT ARRIVES FROM THE MAP RIGHT-JUSTIFIED AND           *
007500* ZERO-FILLED (NUM ATTRIBUTE), IN THE SAME DIGITS-WITH-TWO- *
007600* ASSUMED-DECIMALS SHAPE THE BRANCH POSTING FILE CARRIES.   *
007700*----------------------------------------------------------*
007800 01  WS-CUSTOMER-ID               PIC X(10).
007900 01  WS-CUSTOMER-STATUS           PIC X(01).
008000 01  WS-TRAN-TYPE                 PIC X(01).
008100 01  WS-TRAN-AMOUNT-X             PIC X(11).
008200 01  WS-TRAN-AMOUNT REDEFINES WS-TRAN-AMOUNT-X
008300                                  PIC 9(9)V99.
008400 01  WS-CORR-AMOUNT               PIC S9(9)V99 COMP-3.
008500*----------------------------------------------------------*
008600* LIST FILTER FIELDS                                        *
008700*----------------------------------------------------------*
008800 01  WS-FILTER-BRANCH             PIC X(03).
008900 01  WS-FILTER-DATE               PIC X(10).
009000 01  WS-FILTER-DATE-PARTS REDEFINES WS-FILTER-DATE.
009100     05  WS-FILTER-YYYY           PIC X(04).
009200     05  WS-FILTER-DASH-1         PIC X(01).
009300     05  WS-FILTER-MM             PIC X(02).
009400     05  WS-FILTER-DASH-2         PIC X(01).
009500     05  WS-FILTER-DD             PIC X(02).
009600 01  WS-FILTER-DATE-SW            PIC X(01).
009700     88  FILTER-ALL-DATES                  VALUE 'A'.
009800     88  FILTER-ONE-DATE                   VALUE 'D'.
009900 01  WS-FILTER-FROM-SEQ           PIC S9(09) COMP.
010000*----------------------------------------------------------*
010100* OPERATOR AUTHORITY                                        *
010200*----------------------------------------------------------*
010300 01  WS-OPERATOR-AUTH-SW          PIC X(01).
010400     88  OPERATOR-MAY-REPAIR               VALUE 'Y'.
010500     88  OPERATOR-NOT-AUTHORIZED           VALUE 'N'.
010600 01  WS-OPERATOR-BRANCH           PIC X(03).
010700*----------------------------------------------------------*
010800* PROGRAM SWITCHES                                          *
010900*----------------------------------------------------------*
011000 01  WS-CUSTOMER-FOUND-SW         PIC X(01)    VALUE 'N'.
011100     88  CUSTOMER-FOUND                    VALUE 'Y'.
011200     88  CUSTOMER-NOT-FOUND                VALUE 'N'.
011300 01  WS-ID-VALID-SW               PIC X(01).
011400     88  ID-VALID                          VALUE 'Y'.
011500     88  ID-INVALID                        VALUE 'N'.
011600*----------------------------------------------------------*
011700* LIST SCREEN FIELDS - EIGHT 80-BYTE LINES UNDER THE        *
011800* COLUMN HEADINGS PAINTED BY THE MAP.                       *
011900*----------------------------------------------------------*
012000 01  WS-ROW-IDX                   PIC S9(04) COMP.
012100 01  WS-LIST-COUNT                PIC S9(04) COMP.
012200 01  WS-FETCH-SEQ                 PIC S9(09) COMP.
012300 01  WS-LIST-SCREEN.
012400     05  WS-LIST-LINE OCCURS 8 TIMES.
012500         10  WS-LL-SEQ            PIC 9(09).
012600         10  FILLER               PIC X(01).
012700         10  WS-LL-DATE           PIC X(10).
012800         10  FILLER               PIC X(01).
012900         10  WS-LL-BRANCH         PIC X(03).
013000         10  FILLER               PIC X(01).
013100         10  WS-LL-CUSTOMER       PIC X(10).
013200         10  FILLER               PIC X(01).
013300         10  WS-LL-TYPE           PIC X(01).
013400         10  FILLER               PIC X(01).
013500         10  WS-LL-AMOUNT         PIC X(11).
013600         10  FILLER               PIC X(01).
013700         10  WS-LL-REASON         PIC X(02).
013800         10  FILLER               PIC X(01).
013900         10  WS-LL-STATUS         PIC X(01).
014000         10  FILLER               PIC X(01).
014100         10  WS-LL-DESC           PIC X(16).
014200         10  FILLER               PIC X(09).
014300*----------------------------------------------------------*
014400* SCREEN MESSAGES                                           *
014500*----------------------------------------------------------*
014600 01  WS-MSG-NOT-AUTH              PIC X(60)
014700         VALUE 'OPERATOR NOT AUTHORIZED FOR REJECT REPAIR'.
014800 01  WS-MSG-INVALID-ACTION        PIC X(60)
014900         VALUE 'INVALID ACTION - KEY L, R OR W'.
015000 01  WS-MSG-OTHER-BRANCH          PIC X(60)
015100         VALUE 'YOU MAY ONLY WORK YOUR OWN BRANCH QUEUE'.
015200 01  WS-MSG-INVALID-DATE          PIC X(60)
015300         VALUE 'INVALID BUSINESS DATE - KEY YYYY-MM-DD'.
015400 01  WS-MSG-SEQ-REQUIRED          PIC X(60)
015500         VALUE 'QUEUE SEQ IS REQUIRED'.
015600 01  WS-MSG-REASON-REQUIRED       PIC X(60)
015700         VALUE 'A REASON IS REQUIRED TO RELEASE OR WRITE OFF'.
015800 01  WS-MSG-ITEM-NOT-FOUND        PIC X(60)
015900         VALUE 'QUEUE ITEM NOT FOUND'.
016000 01  WS-MSG-ITEM-NOT-OPEN         PIC X(60)
016100         VALUE 'ITEM IS NOT OPEN - ALREADY RELEASED OR RESOLVED'.
016200 01  WS-MSG-INVALID-ID            PIC X(60)
016300         VALUE 'INVALID CUSTOMER NUMBER'.
016400 01  WS-MSG-NOT-FOUND             PIC X(60)
016500         VALUE 'CUSTOMER NOT FOUND'.
016600 01  WS-MSG-AMOUNT-NOT-NUM        PIC X(60)
016700         VALUE 'AMOUNT NOT NUMERIC'.
016800 01  WS-MSG-INVALID-TYPE          PIC X(60)
016900         VALUE 'INVALID TYPE - KEY D OR C'.
017000 01  WS-MSG-ACCT-CLOSED           PIC X(60)
017100         VALUE 'ACCOUNT IS CLOSED - CANNOT RELEASE'.
017200 01  WS-MSG-NO-ROWS               PIC X(60)
017300         VALUE 'NO UNRESOLVED QUEUE ITEMS FOUND'.
017400 01  WS-MSG-RELEASED              PIC X(60)
017500         VALUE 'ITEM RELEASED - POSTS ON THE NEXT CORRECTION RUN'.
017600 01  WS-MSG-WRITTEN-OFF           PIC X(60)
017700         VALUE 'ITEM WRITTEN OFF'.
017800 01  WS-MSG-DB2-ERROR             PIC X(60)
017900         VALUE 'DB2 ERROR - CHANGE NOT APPLIED'.
018000*----------------------------------------------------------*
018100* ZERO-INITIALIZED COMMAREA FOR THE EIBCALEN = 0 LEG (THIS  *
018200* TRANSACTION KEYED DIRECTLY AT A BLANK TERMINAL, WITH NO   *
018300* COMMAREA PASSED IN), WHEN THE LINKAGE SECTION ITEM MUST   *
018400* NOT BE TOUCHED.  COPIED WITH REPLACING SO ITS FIELD NAMES *
018500* DO NOT COLLIDE WITH DFHCOMMAREA'S OWN COPY OF CLICOMM.    *
018600*----------------------------------------------------------*
018700 01  WS-INIT-COMMAREA.
018800     COPY CLICOMM REPLACING
018900        ==CLI-COMM-FRAGMENT==  BY ==WS-INIT-COMM-FRAGMENT==
019000        ==CLI-COMM-LAST-ID==   BY ==WS-INIT-COMM-LAST-ID==
019100        ==CLI-COMM-ROW-COUNT== BY ==WS-INIT-COMM-ROW-COUNT==
019200        ==CLI-COMM-SEL-TABLE== BY ==WS-INIT-COMM-SEL-TABLE==
019300        ==CLI-COMM-SEL-ID==    BY ==WS-INIT-COMM-SEL-ID==
019400        ==CLI-COMM-CURR-ID==   BY ==WS-INIT-COMM-CURR-ID==
019500        ==CLI-COMM-MODE==      BY ==WS-INIT-COMM-MODE==
019600        ==CLI-COMM-BRANCH-ONLY==
019700                               BY ==WS-INIT-COMM-BRANCH-ONLY==
019800        ==CLI-COMM-HIST-SW==   BY ==WS-INIT-COMM-HIST-SW==
019900        ==CLI-COMM-HIST-LAST-SEQ==
020000                               BY ==WS-INIT-COMM-HIST-LAST-SEQ==
020100        ==CLI-COMM-HIST-BAL==  BY ==WS-INIT-COMM-HIST-BAL==.
020200     EXEC SQL INCLUDE SQLCA END-EXEC.
020300*
020400 LINKAGE SECTION.
020500 01  DFHCOMMAREA.
020600     COPY CLICOMM.
020700*
020800 PROCEDURE DIVISION.
020900*----------------------------------------------------------*
021000* 0000-MAIN-PROCESS                                        *
021100* MODE 'J' (JUST HANDED OFF BY THE MENU) PAINTS THE QUEUE   *
021200* SCREEN.  MODE 'K' RECEIVES IT, CHECKS THE OPERATOR'S      *
021300* REPAIR AUTHORITY, DISPATCHES ON THE ACTION AND REFRESHES  *
021400* THE SCREEN.  PF3 REPAINTS THE MENU AND HANDS THE TERMINAL *
021500* BACK.                                                     *
021600*----------------------------------------------------------*
021700 0000-MAIN-PROCESS.
021800     IF EIBCALEN = ZERO
021900         PERFORM 1000-SEND-QUEUE-SCREEN
022000             THRU 1000-EXIT
022100         GO TO 9999-END-PROGRAM-FIRST-ENTRY
022200     END-IF.
022300
022400     IF CLI-COMM-MODE = 'J'
022500         PERFORM 1000-SEND-QUEUE-SCREEN
022600             THRU 1000-EXIT
022700         MOVE 'K' TO CLI-COMM-MODE
022800         GO TO 9999-END-PROGRAM
022900     END-IF.
023000
023100     PERFORM 1100-RECEIVE-QUEUE-SCREEN
023200         THRU 1100-EXIT.
023300
023400     IF EIBAID = '3'
023500         PERFORM 3900-RETURN-TO-MENU
023600             THRU 3900-EXIT
023700         GO TO 9999-END-PROGRAM
023800     END-IF.
023900
024000     MOVE SPACES TO REJMSGO.
024100
024200     PERFORM 2400-CHECK-AUTHORIZATION
024300         THRU 2400-EXIT.
024400
024500     IF OPERATOR-NOT-AUTHORIZED
024600         MOVE WS-MSG-NOT-AUTH TO REJMSGO
024700     ELSE
024800         PERFORM 2000-DISPATCH-ACTION
024900             THRU 2000-EXIT
025000     END-IF.
025100
025200     PERFORM 1200-RESEND-QUEUE-SCREEN
025300         THRU 1200-EXIT.
025400
025500     GO TO 9999-END-PROGRAM.
025600*----------------------------------------------------------*
025700* 1000-SEND-QUEUE-SCREEN                                   *
025800*----------------------------------------------------------*
025900 1000-SEND-QUEUE-SCREEN.
026000     MOVE SPACES TO CLIREJO.
026100     EXEC CICS SEND MAP('CLIREJM')
026200               MAPSET('CLIREJ')
026300               FROM(CLIREJO)
026400               ERASE
026500     END-EXEC.
026600 1000-EXIT.
026700     EXIT.
026800*----------------------------------------------------------*
026900* 1100-RECEIVE-QUEUE-SCREEN                                *
027000*----------------------------------------------------------*
027100 1100-RECEIVE-QUEUE-SCREEN.
027200     EXEC CICS RECEIVE MAP('CLIREJM')
027300               MAPSET('CLIREJ')
027400               INTO(CLIREJI)
027500     END-EXEC.
027600 1100-EXIT.
027700     EXIT.
027800*----------------------------------------------------------*
027900* 1200-RESEND-QUEUE-SCREEN                                 *
028000*----------------------------------------------------------*
028100 1200-RESEND-QUEUE-SCREEN.
028200     EXEC CICS SEND MAP('CLIREJM')
028300               MAPSET('CLIREJ')
028400               FROM(CLIREJO)
028500               DATAONLY
028600     END-EXEC.
028700 1200-EXIT.
028800     EXIT.
028900*----------------------------------------------------------*
029000* 1500-VALIDATE-CUSTOMER-ID                                *
029100* REJECTS A BLANK OR NON-NUMERIC CUSTOMERID BEFORE IT EVER  *
029200* REACHES DB2 - SAME EDIT CONSULTACLIENTES APPLIES.         *
029300*----------------------------------------------------------*
029400 1500-VALIDATE-CUSTOMER-ID.
029500     SET ID-VALID TO TRUE.
029600     IF WS-CUSTOMER-ID = SPACES
029700         SET ID-INVALID TO TRUE
029800     END-IF.
029900     IF WS-CUSTOMER-ID NOT NUMERIC
030000         SET ID-INVALID TO TRUE
030100     END-IF.
030200 1500-EXIT.
030300     EXIT.
030400*----------------------------------------------------------*
030500* 2000-DISPATCH-ACTION                                     *
030600*----------------------------------------------------------*
030700 2000-DISPATCH-ACTION.
030800     EVALUATE REJACTI
030900         WHEN 'L'
031000             PERFORM 3000-LIST-QUEUE
031100                 THRU 3000-EXIT
031200         WHEN 'R'
031300             PERFORM 4000-RELEASE-ITEM
031400                 THRU 4000-EXIT
031500         WHEN 'W'
031600             PERFORM 5000-WRITE-OFF-ITEM
031700                 THRU 5000-EXIT
031800         WHEN OTHER
031900             MOVE WS-MSG-INVALID-ACTION TO REJMSGO
032000     END-EVALUATE.
032100 2000-EXIT.
032200     EXIT.
032300*----------------------------------------------------------*
032400* 2400-CHECK-AUTHORIZATION                                 *
032500* LOOKS UP THE INVOKING OPERATOR IN OPERATORAUTH.  NO ROW,  *
032600* AN EXPIRED ROW OR CANREPAIR = 'N' ALL FAIL CLOSED.  THE   *
032700* ROW'S BRANCH, WHEN PRESENT, LIMITS THE OPERATOR TO THAT   *
032800* BRANCH'S QUEUE; A HEAD-OFFICE ROW (NO BRANCH) SEES ALL.   *
032900*----------------------------------------------------------*
033000 2400-CHECK-AUTHORIZATION.
033100     EXEC SQL
033200         SELECT CanRepair, BranchID
033300           INTO :WS-OPERATOR-AUTH-SW,
033400                :WS-OPERATOR-BRANCH :WS-OPER-BRANCH-IND
033500           FROM OperatorAuth
033600          WHERE OperatorID = :EIBOPID
033700            AND (ExpiryDate IS NULL
033800                 OR ExpiryDate >= CURRENT DATE)
033900     END-EXEC.
034000
034100     IF SQLCODE NOT = ZERO
034200         SET OPERATOR-NOT-AUTHORIZED TO TRUE
034300         GO TO 2400-EXIT
034400     END-IF.
034500
034600     IF WS-OPER-BRANCH-IND < ZERO
034700         MOVE SPACES TO WS-OPERATOR-BRANCH
034800     END-IF.
034900 2400-EXIT.
035000     EXIT.
035100*----------------------------------------------------------*
035200* 3000-LIST-QUEUE                                          *
035300* LISTS UP TO 8 UNRESOLVED ITEMS (OPEN, RELEASED, OR SENT   *
035400* AND NOT YET POSTED) FOR THE BRANCH AND BUSINESS DATE      *
035500* KEYED, FROM THE KEYED QUEUE SEQ ON (BLANK = FROM THE      *
035600* BEGINNING).  A BLANK BRANCH MEANS THE OPERATOR'S OWN      *
035700* BRANCH, OR EVERY BRANCH FOR HEAD OFFICE; A BLANK DATE     *
035800* MEANS EVERY BUSINESS DATE.                                *
035900*----------------------------------------------------------*
036000 3000-LIST-QUEUE.
036100     EXEC SQL
036200         DECLARE C-REJ-LIST CURSOR FOR
036300             SELECT RejectSeq, CHAR(BusinessDate, ISO),
036400                    BranchID, OrigCustomerID, OrigTranType,
036500                    OrigAmountText, ReasonCode, QueueStatus
036600               FROM RejectQueue
036700              WHERE QueueStatus IN ('O', 'R', 'S')
036800                AND RejectSeq >= :WS-FILTER-FROM-SEQ
036900                AND (BranchID = :WS-FILTER-BRANCH
037000                     OR :WS-FILTER-BRANCH = '   ')
037100                AND (BusinessDate = :WS-FILTER-DATE
037200                     OR :WS-FILTER-DATE-SW = 'A')
037300              ORDER BY RejectSeq
037400              FETCH FIRST 8 ROWS ONLY
037500     END-EXEC.
037600
037700     PERFORM 3200-EDIT-LIST-FILTER
037800         THRU 3200-EXIT.
037900     IF REJMSGO NOT = SPACES
038000         GO TO 3000-EXIT
038100     END-IF.
038200
038300     EXEC SQL OPEN C-REJ-LIST END-EXEC.
038400
038500     IF SQLCODE NOT = ZERO
038600         MOVE WS-MSG-DB2-ERROR TO REJMSGO
038700         GO TO 3000-EXIT
038800     END-IF.
038900
039000     MOVE SPACES TO WS-LIST-SCREEN.
039100     MOVE ZERO   TO WS-LIST-COUNT.
039200     PERFORM 3100-FETCH-ONE-ITEM
039300         THRU 3100-EXIT
039400        VARYING WS-ROW-IDX FROM 1 BY 1
039500          UNTIL WS-ROW-IDX > 8
039600             OR SQLCODE NOT = ZERO.
039700
039800     EXEC SQL CLOSE C-REJ-LIST END-EXEC.
039900
040000     IF WS-LIST-COUNT = ZERO
040100         MOVE SPACES TO REJRSLTO
040200         MOVE WS-MSG-NO-ROWS TO REJMSGO
040300     ELSE
040400         MOVE WS-LIST-SCREEN TO REJRSLTO
040500     END-IF.
040600 3000-EXIT.
040700     EXIT.
040800*----------------------------------------------------------*
040900* 3100-FETCH-ONE-ITEM                                      *
041000*----------------------------------------------------------*
041100 3100-FETCH-ONE-ITEM.
041200     EXEC SQL
041300         FETCH C-REJ-LIST
041400          INTO :WS-FETCH-SEQ,
041500               :WS-LL-DATE(WS-ROW-IDX),
041600               :WS-LL-BRANCH(WS-ROW-IDX),
041700               :WS-LL-CUSTOMER(WS-ROW-IDX),
041800               :WS-LL-TYPE(WS-ROW-IDX),
041900               :WS-LL-AMOUNT(WS-ROW-IDX),
042000               :WS-LL-REASON(WS-ROW-IDX),
042100               :WS-LL-STATUS(WS-ROW-IDX)
042200     END-EXEC.
042300
042400     IF SQLCODE = ZERO
042500         MOVE WS-FETCH-SEQ TO WS-LL-SEQ(WS-ROW-IDX)
042600         PERFORM 3150-DESCRIBE-REASON
042700             THRU 3150-EXIT
042800         ADD 1 TO WS-LIST-COUNT
042900     END-IF.
043000 3100-EXIT.
043100     EXIT.
043200*----------------------------------------------------------*
043300* 3150-DESCRIBE-REASON                                     *
043400* SPELLS OUT THE POSTING BATCH'S REJECT REASON CODE.        *
043500*----------------------------------------------------------*
043600 3150-DESCRIBE-REASON.
043700     EVALUATE WS-LL-REASON(WS-ROW-IDX)
043800         WHEN '01'
043900             MOVE 'UNKNOWN CUSTOMER' TO WS-LL-DESC(WS-ROW-IDX)
044000         WHEN '02'
044100             MOVE 'AMOUNT NOT NUM'   TO WS-LL-DESC(WS-ROW-IDX)
044200         WHEN '03'
044300             MOVE 'ACCOUNT CLOSED'   TO WS-LL-DESC(WS-ROW-IDX)
044400         WHEN '04'
044500             MOVE 'INVALID TYPE'     TO WS-LL-DESC(WS-ROW-IDX)
044600         WHEN OTHER
044700             MOVE SPACES             TO WS-LL-DESC(WS-ROW-IDX)
044800     END-EVALUATE.
044900 3150-EXIT.
045000     EXIT.
045100*----------------------------------------------------------*
045200* 3200-EDIT-LIST-FILTER                                    *
045300* LOADS THE BRANCH, BUSINESS DATE AND STARTING QUEUE SEQ    *
045400* FOR THE LIST.  AN OPERATOR TIED TO A BRANCH MAY NOT LIST  *
045500* ANOTHER BRANCH'S QUEUE.  LEAVES THE ERROR MESSAGE SET     *
045600* WHEN AN EDIT FAILS.                                       *
045700*----------------------------------------------------------*
045800 3200-EDIT-LIST-FILTER.
045900     MOVE REJBRNI TO WS-FILTER-BRANCH.
046000     IF WS-FILTER-BRANCH = LOW-VALUES
046100         MOVE SPACES TO WS-FILTER-BRANCH
046200     END-IF.
046300
046400     IF WS-FILTER-BRANCH = SPACES
046500         MOVE WS-OPERATOR-BRANCH TO WS-FILTER-BRANCH
046600     ELSE
046700         IF WS-OPERATOR-BRANCH NOT = SPACES
046800            AND WS-FILTER-BRANCH NOT = WS-OPERATOR-BRANCH
046900             MOVE WS-MSG-OTHER-BRANCH TO REJMSGO
047000             GO TO 3200-EXIT
047100         END-IF
047200     END-IF.
047300
047400     MOVE REJDATI TO WS-FILTER-DATE.
047500     IF WS-FILTER-DATE = SPACES OR WS-FILTER-DATE = LOW-VALUES
047600*        DB2 STILL NEEDS A VALID DATE IN THE HOST VARIABLE
047700*        EVEN WHEN THE SWITCH SHORT-CIRCUITS THE PREDICATE.
047800         SET FILTER-ALL-DATES TO TRUE
047900         MOVE '0001-01-01' TO WS-FILTER-DATE
048000     ELSE
048100         IF WS-FILTER-YYYY NOT NUMERIC
048200            OR WS-FILTER-MM NOT NUMERIC
048300            OR WS-FILTER-DD NOT NUMERIC
048400            OR WS-FILTER-DASH-1 NOT = '-'
048500            OR WS-FILTER-DASH-2 NOT = '-'
048600            OR WS-FILTER-MM < '01' OR WS-FILTER-MM > '12'
048700            OR WS-FILTER-DD < '01' OR WS-FILTER-DD > '31'
048800             MOVE WS-MSG-INVALID-DATE TO REJMSGO
048900             GO TO 3200-EXIT
049000         END-IF
049100         SET FILTER-ONE-DATE TO TRUE
049200     END-IF.
049300
049400     MOVE REJSEQI TO WS-RQ-SEQ-X.
049500     IF WS-RQ-SEQ-X NUMERIC
049600         MOVE WS-RQ-SEQ-N TO WS-FILTER-FROM-SEQ
049700     ELSE
049800         MOVE ZERO TO WS-FILTER-FROM-SEQ
049900     END-IF.
050000 3200-EXIT.
050100     EXIT.
050200*----------------------------------------------------------*
050300* 3500-READ-QUEUE-ITEM                                     *
050400* SHARED EDITS FOR RELEASE AND WRITE-OFF - A QUEUE SEQ AND  *
050500* A REASON MUST BE KEYED, AND THE ITEM MUST EXIST, STILL BE *
050600* OPEN, AND BELONG TO THE OPERATOR'S BRANCH WHEN THE        *
050700* OPERATOR IS TIED TO ONE.  LEAVES THE ERROR MESSAGE SET    *
050800* WHEN AN EDIT FAILS.                                       *
050900*----------------------------------------------------------*
051000 3500-READ-QUEUE-ITEM.
051100     MOVE REJSEQI TO WS-RQ-SEQ-X.
051200     IF WS-RQ-SEQ-X NOT NUMERIC
051300         MOVE WS-MSG-SEQ-REQUIRED TO REJMSGO
051400         GO TO 3500-EXIT
051500     END-IF.
051600     IF WS-RQ-SEQ-N = ZERO
051700         MOVE WS-MSG-SEQ-REQUIRED TO REJMSGO
051800         GO TO 3500-EXIT
051900     END-IF.
052000     MOVE WS-RQ-SEQ-N TO WS-RQ-SEQ.
052100
052200     MOVE REJRSNI TO WS-RESOLUTION-REASON.
052300     IF WS-RESOLUTION-REASON = SPACES
052400        OR WS-RESOLUTION-REASON = LOW-VALUES
052500         MOVE WS-MSG-REASON-REQUIRED TO REJMSGO
052600         GO TO 3500-EXIT
052700     END-IF.
052800
052900     EXEC SQL
053000         SELECT QueueStatus, BranchID,
053100                OrigCustomerID, OrigTranType, OrigAmountText,
053200                CorrCustomerID, CorrTranType, CorrAmount
053300           INTO :WS-RQ-STATUS, :WS-RQ-BRANCH,
053400                :WS-RQ-ORIG-CUST, :WS-RQ-ORIG-TYPE,
053500                :WS-RQ-ORIG-AMOUNT-X,
053600                :WS-RQ-CORR-CUST   :WS-CORR-CUST-IND,
053700                :WS-RQ-CORR-TYPE   :WS-CORR-TYPE-IND,
053800                :WS-RQ-CORR-AMOUNT :WS-CORR-AMOUNT-IND
053900           FROM RejectQueue
054000          WHERE RejectSeq = :WS-RQ-SEQ
054100     END-EXEC.
054200
054300     EVALUATE SQLCODE
054400         WHEN ZERO
054500             CONTINUE
054600         WHEN 100
054700             MOVE WS-MSG-ITEM-NOT-FOUND TO REJMSGO
054800             GO TO 3500-EXIT
054900         WHEN OTHER
055000             MOVE WS-MSG-DB2-ERROR TO REJMSGO
055100             GO TO 3500-EXIT
055200     END-EVALUATE.
055300
055400     IF WS-RQ-STATUS NOT = 'O'
055500         MOVE WS-MSG-ITEM-NOT-OPEN TO REJMSGO
055600         GO TO 3500-EXIT
055700     END-IF.
055800
055900     IF WS-OPERATOR-BRANCH NOT = SPACES
056000        AND WS-RQ-BRANCH NOT = WS-OPERATOR-BRANCH
056100         MOVE WS-MSG-OTHER-BRANCH TO REJMSGO
056200         GO TO 3500-EXIT
056300     END-IF.
056400 3500-EXIT.
056500     EXIT.
056600*----------------------------------------------------------*
056700* 3600-READ-CUSTOMER                                       *
056800* PULLS THE ACCOUNT STATUS TO VALIDATE THE RELEASED         *
056900* MOVEMENT THE WAY THE POSTING BATCH WILL.                  *
057000*----------------------------------------------------------*
057100 3600-READ-CUSTOMER.
057200     EXEC SQL
057300         SELECT AccountStatus
057400           INTO :WS-CUSTOMER-STATUS
057500           FROM Customers
057600          WHERE CustomerID = :WS-CUSTOMER-ID
057700     END-EXEC.
057800
057900     EVALUATE SQLCODE
058000         WHEN ZERO
058100             SET CUSTOMER-FOUND     TO TRUE
058200         WHEN OTHER
058300             SET CUSTOMER-NOT-FOUND TO TRUE
058400     END-EVALUATE.
058500 3600-EXIT.
058600     EXIT.
058700*----------------------------------------------------------*
058800* 3900-RETURN-TO-MENU                                      *
058900* PF3 - CLEARS THE COMMAREA MODE AND REPAINTS A BLANK MENU  *
059000* MAP SO CONSULTACLIENTES'S NEXT RECEIVE HAS A REAL         *
059100* CLIMENUM FIELD STRUCTURE TO RECEIVE AGAINST.              *
059200*----------------------------------------------------------*
059300 3900-RETURN-TO-MENU.
059400     MOVE SPACE TO CLI-COMM-MODE.
059500     MOVE SPACES TO CLIMENUO.
059600     EXEC CICS SEND MAP('CLIMENUM')
059700               MAPSET('CLIMENU')
059800               FROM(CLIMENUO)
059900               ERASE
060000     END-EXEC.
060100 3900-EXIT.
060200     EXIT.
060300*----------------------------------------------------------*
060400* 4000-RELEASE-ITEM                                        *
060500* RELEASES AN OPEN ITEM FOR THE NEXT CORRECTION RUN.  EACH  *
060600* OF CUSTOMERID, TYPE AND AMOUNT MAY BE CORRECTED; A FIELD  *
060700* LEFT BLANK KEEPS WHAT THE ITEM ALREADY CARRIES (AN        *
060800* EARLIER CORRECTION, ELSE THE ORIGINAL RECORD).  THE       *
060900* RESULT MUST PASS THE SAME EDITS, IN THE SAME ORDER, AS    *
061000* THE POSTING BATCH, SO A RELEASED ITEM IS NOT SIMPLY       *
061100* REFUSED AGAIN TONIGHT.  THE STATUS CHECK IS REPEATED ON   *
061200* THE UPDATE SO TWO OPERATORS CANNOT BOTH RESOLVE THE ITEM. *
061300*----------------------------------------------------------*
061400 4000-RELEASE-ITEM.
061500     PERFORM 3500-READ-QUEUE-ITEM
061600         THRU 3500-EXIT.
061700     IF REJMSGO NOT = SPACES
061800         GO TO 4000-EXIT
061900     END-IF.
062000
062100     PERFORM 4100-LOAD-EFFECTIVE-MOVEMENT
062200         THRU 4100-EXIT.
062300
062400     PERFORM 1500-VALIDATE-CUSTOMER-ID
062500         THRU 1500-EXIT.
062600     IF ID-INVALID
062700         MOVE WS-MSG-INVALID-ID TO REJMSGO
062800         GO TO 4000-EXIT
062900     END-IF.
063000
063100     IF WS-TRAN-AMOUNT-X NOT NUMERIC
063200         MOVE WS-MSG-AMOUNT-NOT-NUM TO REJMSGO
063300         GO TO 4000-EXIT
063400     END-IF.
063500
063600     IF WS-TRAN-TYPE NOT = 'D' AND WS-TRAN-TYPE NOT = 'C'
063700         MOVE WS-MSG-INVALID-TYPE TO REJMSGO
063800         GO TO 4000-EXIT
063900     END-IF.
064000
064100     PERFORM 3600-READ-CUSTOMER
064200         THRU 3600-EXIT.
064300     IF CUSTOMER-NOT-FOUND
064400         MOVE WS-MSG-NOT-FOUND TO REJMSGO
064500         GO TO 4000-EXIT
064600     END-IF.
064700
064800     IF WS-CUSTOMER-STATUS = 'C'
064900         MOVE WS-MSG-ACCT-CLOSED TO REJMSGO
065000         GO TO 4000-EXIT
065100     END-IF.
065200
065300     MOVE WS-TRAN-AMOUNT TO WS-CORR-AMOUNT.
065400
065500     EXEC SQL
065600         UPDATE RejectQueue
065700            SET QueueStatus       = 'R',
065800                CorrCustomerID    = :WS-CUSTOMER-ID,
065900                CorrTranType      = :WS-TRAN-TYPE,
066000                CorrAmount        = :WS-CORR-AMOUNT,
066100                ResolutionReason  = :WS-RESOLUTION-REASON,
066200                ResolvedBy        = :EIBOPID,
066300                ResolvedTerminal  = :EIBTRMID,
066400                ResolvedTimestamp = CURRENT TIMESTAMP
066500          WHERE RejectSeq   = :WS-RQ-SEQ
066600            AND QueueStatus = 'O'
066700     END-EXEC.
066800
066900     EVALUATE SQLCODE
067000         WHEN ZERO
067100             MOVE WS-MSG-RELEASED TO REJMSGO
067200         WHEN 100
067300             MOVE WS-MSG-ITEM-NOT-OPEN TO REJMSGO
067400         WHEN OTHER
067500             MOVE WS-MSG-DB2-ERROR TO REJMSGO
067600     END-EVALUATE.
067700 4000-EXIT.
067800     EXIT.
067900*----------------------------------------------------------*
068000* 4100-LOAD-EFFECTIVE-MOVEMENT                             *
068100* KEYED FIELD FIRST, THEN ANY EARLIER CORRECTION (AN ITEM   *
068200* THE CORRECTION RUN REFUSED AGAIN COMES BACK OPEN WITH ITS *
068300* CORRECTIONS KEPT), THEN THE ORIGINAL RECORD.              *
068400*----------------------------------------------------------*
068500 4100-LOAD-EFFECTIVE-MOVEMENT.
068600     IF REJCUIDI = SPACES OR REJCUIDI = LOW-VALUES
068700         IF WS-CORR-CUST-IND < ZERO
068800             MOVE WS-RQ-ORIG-CUST TO WS-CUSTOMER-ID
068900         ELSE
069000             MOVE WS-RQ-CORR-CUST TO WS-CUSTOMER-ID
069100         END-IF
069200     ELSE
069300         MOVE REJCUIDI TO WS-CUSTOMER-ID
069400     END-IF.
069500
069600     IF REJTYPI = SPACES OR REJTYPI = LOW-VALUES
069700         IF WS-CORR-TYPE-IND < ZERO
069800             MOVE WS-RQ-ORIG-TYPE TO WS-TRAN-TYPE
069900         ELSE
070000             MOVE WS-RQ-CORR-TYPE TO WS-TRAN-TYPE
070100         END-IF
070200     ELSE
070300         MOVE REJTYPI TO WS-TRAN-TYPE
070400     END-IF.
070500
070600     IF REJAMTI = SPACES OR REJAMTI = LOW-VALUES
070700         IF WS-CORR-AMOUNT-IND < ZERO
070800             MOVE WS-RQ-ORIG-AMOUNT-X TO WS-TRAN-AMOUNT-X
070900         ELSE
071000             MOVE WS-RQ-CORR-AMOUNT TO WS-TRAN-AMOUNT
071100         END-IF
071200     ELSE
071300         MOVE REJAMTI TO WS-TRAN-AMOUNT-X
071400     END-IF.
071500 4100-EXIT.
071600     EXIT.
071700*----------------------------------------------------------*
071800* 5000-WRITE-OFF-ITEM                                      *
071900* CLOSES AN OPEN ITEM WITHOUT POSTING IT.  THE REASON,      *
072000* OPERATOR, TERMINAL AND TIMESTAMP STAY ON THE ROW.         *
072100*----------------------------------------------------------*
072200 5000-WRITE-OFF-ITEM.
072300     PERFORM 3500-READ-QUEUE-ITEM
072400         THRU 3500-EXIT.
072500     IF REJMSGO NOT = SPACES
072600         GO TO 5000-EXIT
072700     END-IF.
072800
072900     EXEC SQL
073000         UPDATE RejectQueue
073100            SET QueueStatus       = 'W',
073200                ResolutionReason  = :WS-RESOLUTION-REASON,
073300                ResolvedBy        = :EIBOPID,
073400                ResolvedTerminal  = :EIBTRMID,
073500                ResolvedTimestamp = CURRENT TIMESTAMP
073600          WHERE RejectSeq   = :WS-RQ-SEQ
073700            AND QueueStatus = 'O'
073800     END-EXEC.
073900
074000     EVALUATE SQLCODE
074100         WHEN ZERO
074200             MOVE WS-MSG-WRITTEN-OFF TO REJMSGO
074300         WHEN 100
074400             MOVE WS-MSG-ITEM-NOT-OPEN TO REJMSGO
074500         WHEN OTHER
074600             MOVE WS-MSG-DB2-ERROR TO REJMSGO
074700     END-EVALUATE.
074800 5000-EXIT.
074900     EXIT.
075000*----------------------------------------------------------*
075100* 9999-END-PROGRAM                                         *
075200* ENDS THIS PSEUDO-CONVERSATIONAL LEG.  THE COMMAREA GOES   *
075300* BACK TO CICS WITH THE MODE BYTE STILL SET, SO THE NEXT    *
075400* KEYSTROKE RE-ENTERS CONSULTACLIENTES AND IS ROUTED        *
075500* STRAIGHT BACK HERE WHILE THE QUEUE SCREEN IS UP.          *
075600*----------------------------------------------------------*
075700 9999-END-PROGRAM.
075800     EXEC CICS RETURN TRANSID(EIBTRNID)
075900               COMMAREA(DFHCOMMAREA)
076000               LENGTH(LENGTH OF DFHCOMMAREA)
076100     END-EXEC.
076200*----------------------------------------------------------*
076300* 9999-END-PROGRAM-FIRST-ENTRY                              *
076400* EIBCALEN = 0 LEG - THE TRANSACTION WAS KEYED DIRECTLY AT   *
076500* A BLANK TERMINAL, SO DFHCOMMAREA MUST NOT BE REFERENCED.   *
076600* RETURNS A ZERO-INITIALIZED WORKING-STORAGE COMMAREA WITH   *
076700* THE MODE BYTE SET SO THE NEXT LEG COMES BACK HERE.         *
076800*----------------------------------------------------------*
076900 9999-END-PROGRAM-FIRST-ENTRY.
077000     INITIALIZE WS-INIT-COMMAREA.
077100     MOVE 'K' TO WS-INIT-COMM-MODE.
077200     EXEC CICS RETURN TRANSID(EIBTRNID)
077300               COMMAREA(WS-INIT-COMMAREA)
077400               LENGTH(LENGTH OF WS-INIT-COMMAREA)
077500     END-EXEC.
