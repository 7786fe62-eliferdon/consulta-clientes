000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LiberaRechazos.
000300 AUTHOR.        R RAMIREZ.
000400 INSTALLATION.  RETAIL BANKING SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                     *
000900*----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                              *
001100* 10/15/2026 RR    ORIGINAL PROGRAM - BUILDS THE NIGHTLY    *
001200*                  CORRECTION FILE FROM THE REJECT-REPAIR   *
001300*                  QUEUE.  EVERY ITEM RELEASED ONLINE SINCE *
001400*                  THE LAST RUN (QUEUESTATUS 'R') IS        *
001500*                  WRITTEN AS AN ORDINARY 80-BYTE POSTING   *
001600*                  RECORD CARRYING ITS CORRECTED CUSTOMERID,*
001700*                  TYPE AND AMOUNT PLUS ITS QUEUE SEQUENCE, *
001800*                  BETWEEN A HEADER (HDR + CYCLE DATE +     *
001900*                  'COR') AND A TRAILER (TRL + RECORD COUNT *
002000*                  + HASH TOTAL), THE SAME CONTROL RECORDS  *
002100*                  A BRANCH FILE CARRIES.  THE ITEMS ARE    *
002200*                  MARKED SENT ('S') WITH THE RESUBMIT DATE *
002300*                  IN THE SAME UNIT OF WORK, SO AN ITEM     *
002400*                  GOES OUT ONCE.  POSTEOTRANSACCIONES      *
002500*                  POSTS THE FILE IN THE NEXT STEP OF JOB   *
002600*                  POSTCOR.                                 *
002700*----------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT TRAN-COR-FILE  ASSIGN TO TRANCOR
003200         ORGANIZATION IS LINE SEQUENTIAL.
003300*
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  TRAN-COR-FILE
003700     RECORDING MODE IS F
003800     LABEL RECORDS ARE STANDARD.
003900 01  TRAN-COR-RECORD              PIC X(80).
004000*
004100 WORKING-STORAGE SECTION.
004200*----------------------------------------------------------*
004300* PROGRAM SWITCHES AND CONSTANTS                            *
004400*----------------------------------------------------------*
004500 01  WS-EOF-SW                    PIC X(01)    VALUE 'N'.
004600     88  END-OF-RELEASED                       VALUE 'Y'.
004700*    THE CORRECTION FILE'S HEADER CARRIES THIS IN PLACE OF A
004800*    BRANCH - POSTEOTRANSACCIONES KEYS ITS CORRECTION RUN
004900*    OFF IT.
005000 77  WS-CORRECTION-BRANCH         PIC X(03)    VALUE 'COR'.
005100*----------------------------------------------------------*
005200* DB2 RETRIEVAL FIELDS                                      *
005300*----------------------------------------------------------*
005400 01  WS-RQ-SEQ                    PIC S9(09) COMP.
005500 01  WS-RQ-CUSTOMER-ID            PIC X(10).
005600 01  WS-RQ-TRAN-TYPE              PIC X(01).
005700 01  WS-RQ-AMOUNT                 PIC S9(9)V99 COMP-3.
005800*----------------------------------------------------------*
005900* CORRECTION FILE RECORDS - THE SAME 80-BYTE SHAPES THE     *
006000* BRANCH POSTING FILE CARRIES.  THE DETAIL ADDS THE QUEUE   *
006100* SEQUENCE IN THE SPACE A BRANCH RECORD LEAVES BLANK, SO    *
006200* THE POSTING RUN CAN CLOSE OFF OR REOPEN ITS ITEM.         *
006300*----------------------------------------------------------*
006400 01  WS-COR-HEADER.
006500     05  WS-CH-REC-ID             PIC X(03)    VALUE 'HDR'.
006600     05  WS-CH-BUS-DATE           PIC X(10).
006700     05  WS-CH-BRANCH             PIC X(03).
006800     05  FILLER                   PIC X(64)    VALUE SPACES.
006900 01  WS-COR-DETAIL.
007000     05  WS-CD-CUSTOMER-ID        PIC X(10).
007100     05  WS-CD-TRAN-TYPE          PIC X(01).
007200     05  WS-CD-AMOUNT             PIC 9(9)V99.
007300     05  WS-CD-QUEUE-SEQ          PIC 9(09).
007400     05  FILLER                   PIC X(49)    VALUE SPACES.
007500 01  WS-COR-TRAILER.
007600     05  WS-CT-REC-ID             PIC X(03)    VALUE 'TRL'.
007700     05  WS-CT-COUNT              PIC 9(09).
007800     05  WS-CT-HASH               PIC 9(13)V99.
007900     05  FILLER                   PIC X(53)    VALUE SPACES.
008000*----------------------------------------------------------*
008100* CONTROL TOTALS                                            *
008200*----------------------------------------------------------*
008300 01  WS-ITEMS-WRITTEN             PIC S9(09) COMP VALUE ZERO.
008400 01  WS-HASH-TOTAL                PIC S9(13)V99 COMP-3
008500                                  VALUE ZERO.
008600 01  WS-COUNT-EDIT                PIC ZZZZZZZZ9.
008700 01  WS-HASH-EDIT                 PIC Z(12)9.99.
008800*----------------------------------------------------------*
008900* RUN-CONTROL FIELDS - JOBRUNCONTROL CYCLE SEQUENCING       *
009000*----------------------------------------------------------*
009100 77  WS-RC-JOB-NAME              PIC X(08)    VALUE 'REJLIB'.
009200 77  WS-RC-PRED-NAME             PIC X(08)    VALUE 'POSTTRN'.
009300 01  WS-RC-STATUS                 PIC X(01).
009400 01  WS-RC-FOUND-SW               PIC X(01).
009500     88  RC-ROW-FOUND                          VALUE 'Y'.
009600     88  RC-ROW-ABSENT                         VALUE 'N'.
009700 01  WS-RC-CYCLE-DATE             PIC X(10).
009800     EXEC SQL INCLUDE SQLCA END-EXEC.
009900*
010000 PROCEDURE DIVISION.
010100*----------------------------------------------------------*
010200* 0000-MAIN-PROCESS                                        *
010300*----------------------------------------------------------*
010400 0000-MAIN-PROCESS.
010500     PERFORM 0800-CHECK-RUN-CONTROL
010600         THRU 0800-EXIT.
010700
010800     PERFORM 1000-INITIALIZE
010900         THRU 1000-EXIT.
011000
011100     PERFORM 2000-PROCESS-ONE-ITEM
011200         THRU 2000-EXIT
011300        UNTIL END-OF-RELEASED.
011400
011500     PERFORM 8000-WRITE-TRAILER
011600         THRU 8000-EXIT.
011700
011800     PERFORM 9000-TERMINATE
011900         THRU 9000-EXIT.
012000
012100     PERFORM 8900-RECORD-JOB-END
012200         THRU 8900-EXIT.
012300
012400     STOP RUN.
012500*----------------------------------------------------------*
012600* 0800-CHECK-RUN-CONTROL                                   *
012700* REGISTERS THIS RUN ON JOBRUNCONTROL AND ENFORCES THE     *
012800* CYCLE SEQUENCING - A JOB ALREADY COMPLETE FOR TONIGHT'S  *
012900* BUSINESS DATE REFUSES TO RUN TWICE, AND A JOB WHOSE      *
013000* PREDECESSOR HAS NOT COMPLETED REFUSES TO START (RC=8     *
013100* EITHER WAY).  A ROW LEFT AT 'S' BY AN ABENDED RUN IS A   *
013200* RESTART AND IS LET THROUGH WITH ITS START RE-STAMPED.    *
013300*----------------------------------------------------------*
013400 0800-CHECK-RUN-CONTROL.
013500*    ONE CYCLE BUSINESS DATE FOR EVERY JOB IN THE NIGHT'S
013600*    RUN - THE CALENDAR DATE AS OF TWELVE HOURS AGO, SO
013700*    THE JOBS THAT RUN PAST MIDNIGHT LAND ON THE SAME
013800*    DATE AS THE EVENING JOBS AND A RESUBMIT AFTER 00:00
013900*    STILL HITS THE NO-RERUN GUARD.
014000     EXEC SQL
014100         SELECT CHAR(DATE(CURRENT TIMESTAMP - 12 HOURS),
014200                     ISO)
014300           INTO :WS-RC-CYCLE-DATE
014400           FROM SYSIBM.SYSDUMMY1
014500     END-EXEC.
014600
014700     IF SQLCODE NOT = ZERO
014800         DISPLAY 'LiberaRechazos: CYCLE DATE DERIVATION '
014900                 'FAILED, SQLCODE = ' SQLCODE
015000         MOVE 16 TO RETURN-CODE
015100         STOP RUN
015200     END-IF.
015300
015400     EXEC SQL
015500         SELECT RunStatus
015600           INTO :WS-RC-STATUS
015700           FROM JobRunControl
015800          WHERE JobName = :WS-RC-JOB-NAME
015900            AND BusinessDate = :WS-RC-CYCLE-DATE
016000     END-EXEC.
016100
016200     EVALUATE SQLCODE
016300         WHEN ZERO
016400             SET RC-ROW-FOUND TO TRUE
016500             IF WS-RC-STATUS = 'C'
016600                 DISPLAY 'LiberaRechazos: ALREADY COMPLETE '
016700                         'FOR THIS BUSINESS DATE - '
016800                         'RUN REFUSED'
016900                 MOVE 8 TO RETURN-CODE
017000                 STOP RUN
017100             END-IF
017200         WHEN 100
017300             SET RC-ROW-ABSENT TO TRUE
017400         WHEN OTHER
017500             DISPLAY 'LiberaRechazos: RUN-CONTROL READ '
017600                     'FAILED, SQLCODE = ' SQLCODE
017700             MOVE 16 TO RETURN-CODE
017800             STOP RUN
017900     END-EVALUATE.
018000
018100     EXEC SQL
018200         SELECT RunStatus
018300           INTO :WS-RC-STATUS
018400           FROM JobRunControl
018500          WHERE JobName = :WS-RC-PRED-NAME
018600            AND BusinessDate = :WS-RC-CYCLE-DATE
018700     END-EXEC.
018800
018900     IF SQLCODE NOT = ZERO OR WS-RC-STATUS NOT = 'C'
019000         DISPLAY 'LiberaRechazos: PREDECESSOR POSTTRN '
019100                 'NOT COMPLETE FOR THIS BUSINESS '
019200                 'DATE - RUN REFUSED'
019300         MOVE 8 TO RETURN-CODE
019400         STOP RUN
019500     END-IF.
019600
019700     IF RC-ROW-FOUND
019800         EXEC SQL
019900             UPDATE JobRunControl
020000                SET StartTimestamp = CURRENT TIMESTAMP,
020100                    RunStatus      = 'S'
020200              WHERE JobName = :WS-RC-JOB-NAME
020300                AND BusinessDate = :WS-RC-CYCLE-DATE
020400         END-EXEC
020500     ELSE
020600         EXEC SQL
020700             INSERT INTO JobRunControl
020800                 (JobName, BusinessDate,
020900                  StartTimestamp, RunStatus)
021000             VALUES
021100                 (:WS-RC-JOB-NAME, :WS-RC-CYCLE-DATE,
021200                  CURRENT TIMESTAMP, 'S')
021300         END-EXEC
021400     END-IF.
021500
021600     IF SQLCODE NOT = ZERO
021700         DISPLAY 'LiberaRechazos: RUN-CONTROL WRITE '
021800                 'FAILED, SQLCODE = ' SQLCODE
021900         MOVE 16 TO RETURN-CODE
022000         STOP RUN
022100     END-IF.
022200
022300     EXEC SQL COMMIT END-EXEC.
022400
022500     IF SQLCODE NOT = ZERO
022600         DISPLAY 'LiberaRechazos: RUN-CONTROL COMMIT '
022700                 'FAILED, SQLCODE = ' SQLCODE
022800         MOVE 16 TO RETURN-CODE
022900         STOP RUN
023000     END-IF.
023100 0800-EXIT.
023200     EXIT.
023300*----------------------------------------------------------*
023400* 1000-INITIALIZE                                          *
023500* OPENS THE CORRECTION FILE, WRITES ITS HEADER AND OPENS    *
023600* THE RELEASED-ITEM CURSOR, OLDEST ITEM FIRST.  THE CURSOR  *
023700* IS FOR UPDATE SO EACH ITEM IS MARKED SENT AS IT IS        *
023800* WRITTEN; NOTHING IS COMMITTED UNTIL THE FILE IS COMPLETE. *
023900*----------------------------------------------------------*
024000 1000-INITIALIZE.
024100     OPEN OUTPUT TRAN-COR-FILE.
024200
024300     MOVE WS-RC-CYCLE-DATE     TO WS-CH-BUS-DATE.
024400     MOVE WS-CORRECTION-BRANCH TO WS-CH-BRANCH.
024500     WRITE TRAN-COR-RECORD FROM WS-COR-HEADER.
024600
024700     EXEC SQL
024800         DECLARE C-RELEASED CURSOR FOR
024900             SELECT RejectSeq, CorrCustomerID,
025000                    CorrTranType, CorrAmount
025100               FROM RejectQueue
025200              WHERE QueueStatus = 'R'
025300              ORDER BY RejectSeq
025400                FOR UPDATE OF QueueStatus, ResubmitDate
025500     END-EXEC.
025600
025700     EXEC SQL OPEN C-RELEASED END-EXEC.
025800
025900     IF SQLCODE NOT = ZERO
026000         DISPLAY 'LiberaRechazos: QUEUE CURSOR OPEN '
026100                 'FAILED, SQLCODE = ' SQLCODE
026200         MOVE 16 TO RETURN-CODE
026300         STOP RUN
026400     END-IF.
026500
026600     PERFORM 2900-FETCH-ITEM
026700         THRU 2900-EXIT.
026800 1000-EXIT.
026900     EXIT.
027000*----------------------------------------------------------*
027100* 2000-PROCESS-ONE-ITEM                                    *
027200* WRITES ONE CORRECTION RECORD, MARKS ITS ITEM SENT, THEN   *
027300* FETCHES THE NEXT.                                         *
027400*----------------------------------------------------------*
027500 2000-PROCESS-ONE-ITEM.
027600     MOVE WS-RQ-CUSTOMER-ID TO WS-CD-CUSTOMER-ID.
027700     MOVE WS-RQ-TRAN-TYPE   TO WS-CD-TRAN-TYPE.
027800     MOVE WS-RQ-AMOUNT      TO WS-CD-AMOUNT.
027900     MOVE WS-RQ-SEQ         TO WS-CD-QUEUE-SEQ.
028000     WRITE TRAN-COR-RECORD FROM WS-COR-DETAIL.
028100
028200     ADD 1            TO WS-ITEMS-WRITTEN.
028300     ADD WS-CD-AMOUNT TO WS-HASH-TOTAL.
028400
028500     EXEC SQL
028600         UPDATE RejectQueue
028700            SET QueueStatus  = 'S',
028800                ResubmitDate = :WS-RC-CYCLE-DATE
028900          WHERE CURRENT OF C-RELEASED
029000     END-EXEC.
029100
029200     IF SQLCODE NOT = ZERO
029300         DISPLAY 'LiberaRechazos: QUEUE UPDATE FAILED '
029400                 'FOR ITEM ' WS-CD-QUEUE-SEQ
029500                 ', SQLCODE = ' SQLCODE
029600         MOVE 16 TO RETURN-CODE
029700         STOP RUN
029800     END-IF.
029900
030000     PERFORM 2900-FETCH-ITEM
030100         THRU 2900-EXIT.
030200 2000-EXIT.
030300     EXIT.
030400*----------------------------------------------------------*
030500* 2900-FETCH-ITEM                                          *
030600*----------------------------------------------------------*
030700 2900-FETCH-ITEM.
030800     EXEC SQL
030900         FETCH C-RELEASED
031000          INTO :WS-RQ-SEQ, :WS-RQ-CUSTOMER-ID,
031100               :WS-RQ-TRAN-TYPE, :WS-RQ-AMOUNT
031200     END-EXEC.
031300
031400     EVALUATE SQLCODE
031500         WHEN ZERO
031600             CONTINUE
031700         WHEN 100
031800             SET END-OF-RELEASED TO TRUE
031900         WHEN OTHER
032000             DISPLAY 'LiberaRechazos: FETCH FAILED, SQLCODE='
032100                     SQLCODE
032200             MOVE 16 TO RETURN-CODE
032300             STOP RUN
032400     END-EVALUATE.
032500 2900-EXIT.
032600     EXIT.
032700*----------------------------------------------------------*
032800* 8000-WRITE-TRAILER                                       *
032900* CLOSES THE FILE OFF WITH ITS CONTROL RECORD - THE POSTING *
033000* RUN VERIFIES BOTH FIELDS BEFORE IT POSTS A SINGLE ITEM.   *
033100* A NIGHT WITH NOTHING RELEASED STILL WRITES A HEADER AND   *
033200* A ZERO TRAILER, SO THE POSTING STEP RUNS CLEAN.           *
033300*----------------------------------------------------------*
033400 8000-WRITE-TRAILER.
033500     MOVE WS-ITEMS-WRITTEN TO WS-CT-COUNT.
033600     MOVE WS-HASH-TOTAL    TO WS-CT-HASH.
033700     WRITE TRAN-COR-RECORD FROM WS-COR-TRAILER.
033800
033900     MOVE WS-ITEMS-WRITTEN TO WS-COUNT-EDIT.
034000     MOVE WS-HASH-TOTAL    TO WS-HASH-EDIT.
034100     DISPLAY 'LiberaRechazos: BUSINESS DATE. . '
034200             WS-RC-CYCLE-DATE.
034300     DISPLAY 'LiberaRechazos: ITEMS RELEASED . '
034400             WS-COUNT-EDIT.
034500     DISPLAY 'LiberaRechazos: HASH TOTAL . . . '
034600             WS-HASH-EDIT.
034700 8000-EXIT.
034800     EXIT.
034900*----------------------------------------------------------*
035000* 8900-RECORD-JOB-END                                      *
035100* MARKS THIS JOB COMPLETE FOR TONIGHT'S BUSINESS DATE ON   *
035200* JOBRUNCONTROL, RELEASING ITS SUCCESSORS.                 *
035300*----------------------------------------------------------*
035400 8900-RECORD-JOB-END.
035500     EXEC SQL
035600         UPDATE JobRunControl
035700            SET RunStatus    = 'C',
035800                EndTimestamp = CURRENT TIMESTAMP
035900          WHERE JobName = :WS-RC-JOB-NAME
036000            AND BusinessDate = :WS-RC-CYCLE-DATE
036100     END-EXEC.
036200
036300     IF SQLCODE NOT = ZERO
036400         DISPLAY 'LiberaRechazos: RUN-CONTROL CLOSE-OUT '
036500                 'FAILED, SQLCODE = ' SQLCODE
036600         MOVE 16 TO RETURN-CODE
036700         STOP RUN
036800     END-IF.
036900 8900-EXIT.
037000     EXIT.
037100*----------------------------------------------------------*
037200* 9000-TERMINATE                                           *
037300* THE FILE IS CLOSED BEFORE THE QUEUE UPDATES ARE           *
037400* COMMITTED - AN ABEND ANYWHERE UP TO HERE ROLLS THE ITEMS  *
037500* BACK TO RELEASED AND A RESUBMIT SIMPLY WRITES THEM AGAIN. *
037600*----------------------------------------------------------*
037700 9000-TERMINATE.
037800     EXEC SQL CLOSE C-RELEASED END-EXEC.
037900     CLOSE TRAN-COR-FILE.
038000
038100     EXEC SQL COMMIT END-EXEC.
038200
038300     IF SQLCODE NOT = ZERO
038400         DISPLAY 'LiberaRechazos: QUEUE COMMIT '
038500                 'FAILED, SQLCODE = ' SQLCODE
038600         MOVE 16 TO RETURN-CODE
038700         STOP RUN
038800     END-IF.
038900 9000-EXIT.
039000     EXIT.
