000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DiarioTransferencias.
000300 AUTHOR.        R RAMIREZ.
000400 INSTALLATION.  RETAIL BANKING SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                     *
000900*----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                              *
001100* 10/15/2026 RR    ORIGINAL PROGRAM - NIGHTLY GENERAL-LEDGER*
001200*                  JOURNAL OF THE IVR ACCOUNT-TO-ACCOUNT    *
001300*                  TRANSFERS (TRANSACTIONS TYPE X, POSTED   *
001400*                  ONLINE BY TRANSFERENCIASALDO).  WRITES   *
001500*                  ONE DETAIL RECORD PER BRANCH OF THE LEG'S*
001600*                  CUSTOMER (DEBIT COUNT AND AMOUNT, CREDIT *
001700*                  COUNT AND AMOUNT, NET) AND A TRAILER, IN *
001800*                  THE SAME FIXED LAYOUT AS THE POSTING     *
001900*                  BATCH'S GLJRNL, SO ACCOUNTING LOADS IT   *
002000*                  ALONGSIDE THE NIGHT'S GLJRNL.  EACH RUN  *
002100*                  PICKS UP EVERY LEG POSTED SINCE THE LAST *
002200*                  ONE IT JOURNALED (HIGH-WATER TRANSEQ ON  *
002300*                  POSTINGCHECKPOINT), SO NO LEG IS MISSED  *
002400*                  OR JOURNALED TWICE WHATEVER TIME OF NIGHT*
002500*                  THE JOB RUNS.  THE BRANCH LINES ARE      *
002600*                  CROSS-FOOTED AGAINST AN INDEPENDENT COUNT*
002700*                  AND SUM OF THE SAME LEGS BEFORE THE      *
002800*                  TRAILER IS WRITTEN.                      *
002900*----------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT GL-JOURNAL-FILE ASSIGN TO GLJRNL
003400         ORGANIZATION IS LINE SEQUENTIAL.
003500*
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  GL-JOURNAL-FILE
003900     RECORDING MODE IS F
004000     LABEL RECORDS ARE STANDARD.
004100 01  GL-JOURNAL-RECORD            PIC X(80).
004200*
004300 WORKING-STORAGE SECTION.
004400*----------------------------------------------------------*
004500* PROGRAM SWITCHES AND CONSTANTS                            *
004600*----------------------------------------------------------*
004700 01  WS-EOF-SW                    PIC X(01)    VALUE 'N'.
004800     88  END-OF-BRANCHES                       VALUE 'Y'.
004900 77  WS-TRANSFER-TYPE             PIC X(01)    VALUE 'X'.
005000*----------------------------------------------------------*
005100* JOURNAL WINDOW - THE LEGS AFTER THE LAST TRANSEQ          *
005200* JOURNALED (POSTINGCHECKPOINT.LASTCOMMITRECNO FOR THIS     *
005300* JOB) UP TO THE HIGHEST TRANSEQ ON FILE WHEN THIS RUN      *
005400* STARTED.                                                  *
005500*----------------------------------------------------------*
005600 77  WS-JOB-NAME                  PIC X(08)    VALUE 'TRFJRN'.
005700 01  WS-LOW-TRAN-SEQ              PIC S9(09) COMP.
005800 01  WS-HIGH-TRAN-SEQ             PIC S9(09) COMP.
005900*----------------------------------------------------------*
006000* DB2 RETRIEVAL FIELDS - ONE ROW PER BRANCH                 *
006100*----------------------------------------------------------*
006200 01  WS-BR-BRANCH                 PIC X(03).
006300 01  WS-BR-DEB-COUNT              PIC S9(09) COMP.
006400 01  WS-BR-DEB-AMOUNT             PIC S9(11)V99 COMP-3.
006500 01  WS-BR-CRD-COUNT              PIC S9(09) COMP.
006600 01  WS-BR-CRD-AMOUNT             PIC S9(11)V99 COMP-3.
006700 01  WS-BR-NET                    PIC S9(11)V99 COMP-3.
006800*----------------------------------------------------------*
006900* CONTROL TOTALS - THE INDEPENDENT COUNT AND SUM OF THE     *
007000* WINDOW'S LEGS, AND WHAT THE BRANCH LINES ADD UP TO.       *
007100*----------------------------------------------------------*
007200 01  WS-CTL-LEG-COUNT             PIC S9(09) COMP.
007300 01  WS-CTL-NET-AMOUNT            PIC S9(11)V99 COMP-3.
007400 01  WS-JRN-LEG-COUNT             PIC S9(09) COMP VALUE ZERO.
007500 01  WS-JRN-CROSS-FOOT            PIC S9(11)V99 COMP-3 VALUE ZERO.
007600 01  WS-BRANCHES-WRITTEN          PIC S9(04) COMP VALUE ZERO.
007700 01  WS-COUNT-EDIT                PIC ZZZZZZ9.
007800 01  WS-NET-EDIT                  PIC -(11)9.99.
007900*----------------------------------------------------------*
008000* GENERAL-LEDGER JOURNAL RECORD LAYOUTS - THE FIXED FORMAT  *
008100* THE GL SYSTEM LOADS, AS WRITTEN BY POSTEOTRANSACCIONES.   *
008200* AMOUNTS ARE DIGITS WITH TWO ASSUMED DECIMALS; NET CARRIES *
008300* A LEADING SIGN BYTE.                                      *
008400*----------------------------------------------------------*
008500 01  WS-JRN-DETAIL.
008600     05  FILLER                   PIC X(03)    VALUE 'DTL'.
008700     05  WS-JD-BUS-DATE           PIC X(10).
008800     05  WS-JD-BRANCH             PIC X(03).
008900     05  WS-JD-DEB-COUNT          PIC 9(07).
009000     05  WS-JD-DEB-AMOUNT         PIC 9(11)V99.
009100     05  WS-JD-CRD-COUNT          PIC 9(07).
009200     05  WS-JD-CRD-AMOUNT         PIC 9(11)V99.
009300     05  WS-JD-NET-SIGN           PIC X(01).
009400     05  WS-JD-NET-AMOUNT         PIC 9(11)V99.
009500     05  FILLER                   PIC X(10)    VALUE SPACES.
009600 01  WS-JRN-TRAILER.
009700     05  FILLER                   PIC X(03)    VALUE 'TRL'.
009800     05  WS-JT-BUS-DATE           PIC X(10).
009900     05  WS-JT-POSTED-COUNT       PIC 9(07).
010000     05  WS-JT-NET-SIGN           PIC X(01).
010100     05  WS-JT-NET-AMOUNT         PIC 9(11)V99.
010200     05  FILLER                   PIC X(46)    VALUE SPACES.
010300*----------------------------------------------------------*
010400* RUN-CONTROL FIELDS - JOBRUNCONTROL CYCLE SEQUENCING       *
010500*----------------------------------------------------------*
010600 77  WS-RC-JOB-NAME               PIC X(08)    VALUE 'TRFJRN'.
010700 01  WS-RC-STATUS                 PIC X(01).
010800 01  WS-RC-FOUND-SW               PIC X(01).
010900     88  RC-ROW-FOUND                          VALUE 'Y'.
011000     88  RC-ROW-ABSENT                         VALUE 'N'.
011100 01  WS-RC-CYCLE-DATE             PIC X(10).
011200     EXEC SQL INCLUDE SQLCA END-EXEC.
011300*
011400 PROCEDURE DIVISION.
011500*----------------------------------------------------------*
011600* 0000-MAIN-PROCESS                                        *
011700*----------------------------------------------------------*
011800 0000-MAIN-PROCESS.
011900     PERFORM 0800-CHECK-RUN-CONTROL
012000         THRU 0800-EXIT.
012100
012200     PERFORM 1000-INITIALIZE
012300         THRU 1000-EXIT.
012400
012500     PERFORM 2000-JOURNAL-ONE-BRANCH
012600         THRU 2000-EXIT
012700        UNTIL END-OF-BRANCHES.
012800
012900     PERFORM 8200-WRITE-TRAILER
013000         THRU 8200-EXIT.
013100
013200     PERFORM 9000-TERMINATE
013300         THRU 9000-EXIT.
013400
013500     PERFORM 8000-ADVANCE-CHECKPOINT
013600         THRU 8000-EXIT.
013700
013800     PERFORM 8500-PRINT-TOTALS
013900         THRU 8500-EXIT.
014000
014100     PERFORM 8900-RECORD-JOB-END
014200         THRU 8900-EXIT.
014300
014400     STOP RUN.
014500*----------------------------------------------------------*
014600* 0800-CHECK-RUN-CONTROL                                   *
014700* REGISTERS THIS RUN ON JOBRUNCONTROL - A JOB ALREADY       *
014800* COMPLETE FOR TONIGHT'S BUSINESS DATE REFUSES TO RUN       *
014900* TWICE (RC=8).  A ROW LEFT AT 'S' BY AN ABENDED RUN IS A   *
015000* RESTART AND IS LET THROUGH WITH ITS START RE-STAMPED.     *
015100* TRANSFERS ARE POSTED ONLINE, SO THERE IS NO BATCH         *
015200* PREDECESSOR TO WAIT ON.                                   *
015300*----------------------------------------------------------*
015400 0800-CHECK-RUN-CONTROL.
015500*    ONE CYCLE BUSINESS DATE FOR EVERY JOB IN THE NIGHT'S
015600*    RUN - THE CALENDAR DATE AS OF TWELVE HOURS AGO, SO
015700*    THE JOBS THAT RUN PAST MIDNIGHT LAND ON THE SAME
015800*    DATE AS THE EVENING JOBS AND A RESUBMIT AFTER 00:00
015900*    STILL HITS THE NO-RERUN GUARD.
016000     EXEC SQL
016100         SELECT CHAR(DATE(CURRENT TIMESTAMP - 12 HOURS),
016200                     ISO)
016300           INTO :WS-RC-CYCLE-DATE
016400           FROM SYSIBM.SYSDUMMY1
016500     END-EXEC.
016600
016700     IF SQLCODE NOT = ZERO
016800         DISPLAY 'DiarioTransferencias: CYCLE DATE DERIVATION '
016900                 'FAILED, SQLCODE = ' SQLCODE
017000         MOVE 16 TO RETURN-CODE
017100         STOP RUN
017200     END-IF.
017300
017400     EXEC SQL
017500         SELECT RunStatus
017600           INTO :WS-RC-STATUS
017700           FROM JobRunControl
017800          WHERE JobName = :WS-RC-JOB-NAME
017900            AND BusinessDate = :WS-RC-CYCLE-DATE
018000     END-EXEC.
018100
018200     EVALUATE SQLCODE
018300         WHEN ZERO
018400             SET RC-ROW-FOUND TO TRUE
018500             IF WS-RC-STATUS = 'C'
018600                 DISPLAY 'DiarioTransferencias: ALREADY '
018700                         'COMPLETE FOR THIS BUSINESS DATE - '
018800                         'RUN REFUSED'
018900                 MOVE 8 TO RETURN-CODE
019000                 STOP RUN
019100             END-IF
019200         WHEN 100
019300             SET RC-ROW-ABSENT TO TRUE
019400         WHEN OTHER
019500             DISPLAY 'DiarioTransferencias: RUN-CONTROL READ '
019600                     'FAILED, SQLCODE = ' SQLCODE
019700             MOVE 16 TO RETURN-CODE
019800             STOP RUN
019900     END-EVALUATE.
020000
020100     IF RC-ROW-FOUND
020200         EXEC SQL
020300             UPDATE JobRunControl
020400                SET StartTimestamp = CURRENT TIMESTAMP,
020500                    RunStatus      = 'S'
020600              WHERE JobName = :WS-RC-JOB-NAME
020700                AND BusinessDate = :WS-RC-CYCLE-DATE
020800         END-EXEC
020900     ELSE
021000         EXEC SQL
021100             INSERT INTO JobRunControl
021200                 (JobName, BusinessDate,
021300                  StartTimestamp, RunStatus)
021400             VALUES
021500                 (:WS-RC-JOB-NAME, :WS-RC-CYCLE-DATE,
021600                  CURRENT TIMESTAMP, 'S')
021700         END-EXEC
021800     END-IF.
021900
022000     IF SQLCODE NOT = ZERO
022100         DISPLAY 'DiarioTransferencias: RUN-CONTROL WRITE '
022200                 'FAILED, SQLCODE = ' SQLCODE
022300         MOVE 16 TO RETURN-CODE
022400         STOP RUN
022500     END-IF.
022600
022700     EXEC SQL COMMIT END-EXEC.
022800
022900     IF SQLCODE NOT = ZERO
023000         DISPLAY 'DiarioTransferencias: RUN-CONTROL COMMIT '
023100                 'FAILED, SQLCODE = ' SQLCODE
023200         MOVE 16 TO RETURN-CODE
023300         STOP RUN
023400     END-IF.
023500 0800-EXIT.
023600     EXIT.
023700*----------------------------------------------------------*
023800* 1000-INITIALIZE                                          *
023900* FIXES THE JOURNAL WINDOW - FROM THE HIGH-WATER TRANSEQ    *
024000* SAVED BY THE LAST RUN (THE ROW IS SEEDED AT ZERO ON THE   *
024100* FIRST RUN) TO THE HIGHEST TRANSEQ ON FILE NOW - TAKES THE *
024200* INDEPENDENT CONTROL TOTALS FOR IT, AND OPENS THE JOURNAL  *
024300* FILE AND THE BRANCH CURSOR.  A LEG WHOSE CUSTOMER HAS NO  *
024400* BRANCH JOURNALS UNDER ZZZ, AS IN THE POSTING BATCH.       *
024500*----------------------------------------------------------*
024600 1000-INITIALIZE.
024700     EXEC SQL
024800         SELECT LastCommitRecNo
024900           INTO :WS-LOW-TRAN-SEQ
025000           FROM PostingCheckpoint
025100          WHERE JobName = :WS-JOB-NAME
025200     END-EXEC.
025300
025400     EVALUATE SQLCODE
025500         WHEN ZERO
025600             CONTINUE
025700         WHEN 100
025800             MOVE ZERO TO WS-LOW-TRAN-SEQ
025900             EXEC SQL
026000                 INSERT INTO PostingCheckpoint
026100                     (JobName, LastCommitRecNo,
026200                      LastRunTimestamp)
026300                 VALUES
026400                     (:WS-JOB-NAME, 0, CURRENT TIMESTAMP)
026500             END-EXEC
026600             IF SQLCODE NOT = ZERO
026700                 DISPLAY 'DiarioTransferencias: CHECKPOINT '
026800                         'SEED FAILED, SQLCODE = ' SQLCODE
026900                 MOVE 16 TO RETURN-CODE
027000                 STOP RUN
027100             END-IF
027200         WHEN OTHER
027300             DISPLAY 'DiarioTransferencias: CHECKPOINT READ '
027400                     'FAILED, SQLCODE = ' SQLCODE
027500             MOVE 16 TO RETURN-CODE
027600             STOP RUN
027700     END-EVALUATE.
027800
027900     EXEC SQL
028000         SELECT COALESCE(MAX(TranSeq), 0)
028100           INTO :WS-HIGH-TRAN-SEQ
028200           FROM Transactions
028300     END-EXEC.
028400
028500     IF SQLCODE NOT = ZERO
028600         DISPLAY 'DiarioTransferencias: HIGH-WATER READ '
028700                 'FAILED, SQLCODE = ' SQLCODE
028800         MOVE 16 TO RETURN-CODE
028900         STOP RUN
029000     END-IF.
029100
029200     EXEC SQL
029300         SELECT COUNT(*), COALESCE(SUM(TranAmount), 0)
029400           INTO :WS-CTL-LEG-COUNT, :WS-CTL-NET-AMOUNT
029500           FROM Transactions
029600          WHERE TranType = :WS-TRANSFER-TYPE
029700            AND TranSeq  > :WS-LOW-TRAN-SEQ
029800            AND TranSeq <= :WS-HIGH-TRAN-SEQ
029900     END-EXEC.
030000
030100     IF SQLCODE NOT = ZERO
030200         DISPLAY 'DiarioTransferencias: CONTROL TOTAL READ '
030300                 'FAILED, SQLCODE = ' SQLCODE
030400         MOVE 16 TO RETURN-CODE
030500         STOP RUN
030600     END-IF.
030700
030800     OPEN OUTPUT GL-JOURNAL-FILE.
030900
031000     EXEC SQL
031100         DECLARE C-BRANCH-LEGS CURSOR FOR
031200             SELECT CASE WHEN C.BranchID IS NULL
031300                           OR C.BranchID = ' '
031400                         THEN 'ZZZ' ELSE C.BranchID END,
031500                    SUM(CASE WHEN T.TranAmount < 0
031600                             THEN 1 ELSE 0 END),
031700                    SUM(CASE WHEN T.TranAmount < 0
031800                             THEN 0 - T.TranAmount ELSE 0 END),
031900                    SUM(CASE WHEN T.TranAmount > 0
032000                             THEN 1 ELSE 0 END),
032100                    SUM(CASE WHEN T.TranAmount > 0
032200                             THEN T.TranAmount ELSE 0 END)
032300               FROM Transactions T
032400               LEFT JOIN Customers C
032500                 ON C.CustomerID = T.CustomerID
032600              WHERE T.TranType = :WS-TRANSFER-TYPE
032700                AND T.TranSeq  > :WS-LOW-TRAN-SEQ
032800                AND T.TranSeq <= :WS-HIGH-TRAN-SEQ
032900              GROUP BY CASE WHEN C.BranchID IS NULL
033000                              OR C.BranchID = ' '
033100                            THEN 'ZZZ' ELSE C.BranchID END
033200              ORDER BY 1
033300     END-EXEC.
033400
033500     EXEC SQL OPEN C-BRANCH-LEGS END-EXEC.
033600
033700     IF SQLCODE NOT = ZERO
033800         DISPLAY 'DiarioTransferencias: BRANCH CURSOR OPEN '
033900                 'FAILED, SQLCODE = ' SQLCODE
034000         MOVE 16 TO RETURN-CODE
034100         STOP RUN
034200     END-IF.
034300
034400     PERFORM 2900-FETCH-BRANCH
034500         THRU 2900-EXIT.
034600 1000-EXIT.
034700     EXIT.
034800*----------------------------------------------------------*
034900* 2000-JOURNAL-ONE-BRANCH                                  *
035000* WRITES ONE BRANCH'S DETAIL RECORD, THEN FETCHES THE NEXT. *
035100*----------------------------------------------------------*
035200 2000-JOURNAL-ONE-BRANCH.
035300     COMPUTE WS-BR-NET = WS-BR-CRD-AMOUNT - WS-BR-DEB-AMOUNT.
035400     ADD WS-BR-NET TO WS-JRN-CROSS-FOOT.
035500     ADD WS-BR-DEB-COUNT WS-BR-CRD-COUNT TO WS-JRN-LEG-COUNT.
035600
035700     MOVE WS-RC-CYCLE-DATE TO WS-JD-BUS-DATE.
035800     MOVE WS-BR-BRANCH     TO WS-JD-BRANCH.
035900     MOVE WS-BR-DEB-COUNT  TO WS-JD-DEB-COUNT.
036000     MOVE WS-BR-DEB-AMOUNT TO WS-JD-DEB-AMOUNT.
036100     MOVE WS-BR-CRD-COUNT  TO WS-JD-CRD-COUNT.
036200     MOVE WS-BR-CRD-AMOUNT TO WS-JD-CRD-AMOUNT.
036300     IF WS-BR-NET < ZERO
036400         MOVE '-' TO WS-JD-NET-SIGN
036500         COMPUTE WS-JD-NET-AMOUNT = ZERO - WS-BR-NET
036600     ELSE
036700         MOVE '+' TO WS-JD-NET-SIGN
036800         MOVE WS-BR-NET TO WS-JD-NET-AMOUNT
036900     END-IF.
037000     WRITE GL-JOURNAL-RECORD FROM WS-JRN-DETAIL.
037100     ADD 1 TO WS-BRANCHES-WRITTEN.
037200
037300     PERFORM 2900-FETCH-BRANCH
037400         THRU 2900-EXIT.
037500 2000-EXIT.
037600     EXIT.
037700*----------------------------------------------------------*
037800* 2900-FETCH-BRANCH                                        *
037900*----------------------------------------------------------*
038000 2900-FETCH-BRANCH.
038100     EXEC SQL
038200         FETCH C-BRANCH-LEGS
038300          INTO :WS-BR-BRANCH,
038400               :WS-BR-DEB-COUNT, :WS-BR-DEB-AMOUNT,
038500               :WS-BR-CRD-COUNT, :WS-BR-CRD-AMOUNT
038600     END-EXEC.
038700
038800     EVALUATE SQLCODE
038900         WHEN ZERO
039000             CONTINUE
039100         WHEN 100
039200             SET END-OF-BRANCHES TO TRUE
039300         WHEN OTHER
039400             DISPLAY 'DiarioTransferencias: FETCH FAILED, '
039500                     'SQLCODE = ' SQLCODE
039600             MOVE 16 TO RETURN-CODE
039700             STOP RUN
039800     END-EVALUATE.
039900 2900-EXIT.
040000     EXIT.
040100*----------------------------------------------------------*
040200* 8000-ADVANCE-CHECKPOINT                                  *
040300* THE JOURNAL IS WRITTEN AND BALANCED - MOVE THE HIGH-WATER *
040400* TRANSEQ UP TO THE END OF THIS RUN'S WINDOW SO THE NEXT    *
040500* RUN STARTS AFTER IT.                                      *
040600*----------------------------------------------------------*
040700 8000-ADVANCE-CHECKPOINT.
040800     EXEC SQL
040900         UPDATE PostingCheckpoint
041000            SET LastCommitRecNo  = :WS-HIGH-TRAN-SEQ,
041100                LastRunTimestamp = CURRENT TIMESTAMP,
041200                LastBusinessDate = :WS-RC-CYCLE-DATE
041300          WHERE JobName = :WS-JOB-NAME
041400     END-EXEC.
041500
041600     IF SQLCODE NOT = ZERO
041700         DISPLAY 'DiarioTransferencias: CHECKPOINT UPDATE '
041800                 'FAILED, SQLCODE = ' SQLCODE
041900         MOVE 16 TO RETURN-CODE
042000         STOP RUN
042100     END-IF.
042200
042300     EXEC SQL COMMIT END-EXEC.
042400
042500     IF SQLCODE NOT = ZERO
042600         DISPLAY 'DiarioTransferencias: CHECKPOINT COMMIT '
042700                 'FAILED, SQLCODE = ' SQLCODE
042800         MOVE 16 TO RETURN-CODE
042900         STOP RUN
043000     END-IF.
043100 8000-EXIT.
043200     EXIT.
043300*----------------------------------------------------------*
043400* 8200-WRITE-TRAILER                                       *
043500* THE BRANCH LINES ARE CROSS-FOOTED AGAINST THE CONTROL     *
043600* TOTALS FIRST; A FILE THAT DOES NOT BALANCE ABENDS HERE,   *
043700* WITH THE HIGH-WATER MARK NOT MOVED, AND NEVER REACHES     *
043800* THE LEDGER.  THE TRAILER'S NET IS ZERO WHEN EVERY         *
043900* TRANSFER IN THE WINDOW HAS BOTH ITS LEGS.                 *
044000*----------------------------------------------------------*
044100 8200-WRITE-TRAILER.
044200     IF WS-JRN-CROSS-FOOT NOT = WS-CTL-NET-AMOUNT
044300        OR WS-JRN-LEG-COUNT NOT = WS-CTL-LEG-COUNT
044400         DISPLAY 'DiarioTransferencias: JOURNAL DOES NOT '
044500                 'CROSS-FOOT TO CONTROL TOTALS - '
044600                 'FILE NOT RELEASED'
044700         MOVE 16 TO RETURN-CODE
044800         STOP RUN
044900     END-IF.
045000
045100     MOVE WS-RC-CYCLE-DATE TO WS-JT-BUS-DATE.
045200     MOVE WS-CTL-LEG-COUNT TO WS-JT-POSTED-COUNT.
045300     IF WS-CTL-NET-AMOUNT < ZERO
045400         MOVE '-' TO WS-JT-NET-SIGN
045500         COMPUTE WS-JT-NET-AMOUNT = ZERO - WS-CTL-NET-AMOUNT
045600     ELSE
045700         MOVE '+' TO WS-JT-NET-SIGN
045800         MOVE WS-CTL-NET-AMOUNT TO WS-JT-NET-AMOUNT
045900     END-IF.
046000     WRITE GL-JOURNAL-RECORD FROM WS-JRN-TRAILER.
046100 8200-EXIT.
046200     EXIT.
046300*----------------------------------------------------------*
046400* 8500-PRINT-TOTALS                                        *
046500* CONTROL TOTALS FOR OPERATIONS TO BALANCE THE RUN.  A      *
046600* NON-ZERO NET MEANS A TRANSFER LEG WITHOUT ITS PARTNER -   *
046700* THE BALANCE PROOF LISTS IT.                               *
046800*----------------------------------------------------------*
046900 8500-PRINT-TOTALS.
047000     DISPLAY 'DiarioTransferencias: BUSINESS DATE. . '
047100             WS-RC-CYCLE-DATE.
047200     MOVE WS-BRANCHES-WRITTEN TO WS-COUNT-EDIT.
047300     DISPLAY 'DiarioTransferencias: BRANCH RECORDS . '
047400             WS-COUNT-EDIT.
047500     MOVE WS-CTL-LEG-COUNT TO WS-COUNT-EDIT.
047600     DISPLAY 'DiarioTransferencias: LEGS JOURNALED . '
047700             WS-COUNT-EDIT.
047800     MOVE WS-CTL-NET-AMOUNT TO WS-NET-EDIT.
047900     DISPLAY 'DiarioTransferencias: NET AMOUNT . . . '
048000             WS-NET-EDIT.
048100 8500-EXIT.
048200     EXIT.
048300*----------------------------------------------------------*
048400* 8900-RECORD-JOB-END                                      *
048500* MARKS THIS JOB COMPLETE FOR TONIGHT'S BUSINESS DATE ON    *
048600* JOBRUNCONTROL, RELEASING ITS SUCCESSORS.                  *
048700*----------------------------------------------------------*
048800 8900-RECORD-JOB-END.
048900     EXEC SQL
049000         UPDATE JobRunControl
049100            SET RunStatus    = 'C',
049200                EndTimestamp = CURRENT TIMESTAMP
049300          WHERE JobName = :WS-RC-JOB-NAME
049400            AND BusinessDate = :WS-RC-CYCLE-DATE
049500     END-EXEC.
049600
049700     IF SQLCODE NOT = ZERO
049800         DISPLAY 'DiarioTransferencias: RUN-CONTROL CLOSE-OUT '
049900                 'FAILED, SQLCODE = ' SQLCODE
050000         MOVE 16 TO RETURN-CODE
050100         STOP RUN
050200     END-IF.
050300 8900-EXIT.
050400     EXIT.
050500*----------------------------------------------------------*
050600* 9000-TERMINATE                                           *
050700*----------------------------------------------------------*
050800 9000-TERMINATE.
050900     EXEC SQL CLOSE C-BRANCH-LEGS END-EXEC.
051000     CLOSE GL-JOURNAL-FILE.
051100 9000-EXIT.
051200     EXIT.
