000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    AntiguedadRechazos.
000300 AUTHOR.        R RAMIREZ.
000400 INSTALLATION.  RETAIL BANKING SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                     *
000900*----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                              *
001100* 10/15/2026 RR    ORIGINAL PROGRAM - NIGHTLY AGING REPORT  *
001200*                  OF THE REJECT-REPAIR QUEUE.  LISTS EVERY *
001300*                  ITEM STILL UNRESOLVED (OPEN, RELEASED,   *
001400*                  OR SENT AND NOT YET POSTED) WHOSE        *
001500*                  BUSINESS DATE IS AT LEAST THE AGING      *
001600*                  THRESHOLD IN DAYS BEHIND TONIGHT'S CYCLE *
001700*                  DATE, BY BRANCH, OLDEST FIRST, WITH ITS  *
001800*                  AGE, REASON AND STATUS.  EACH BRANCH     *
001900*                  STARTS ITS OWN PAGE AND PRINTS ITS OWN   *
002000*                  COUNT; THE RUN TOTAL PRINTS ON A FINAL   *
002100*                  PAGE.  RUNS AFTER THE CORRECTION POSTING *
002200*                  (POSTCOR) SO TONIGHT'S POSTED ITEMS ARE  *
002300*                  ALREADY OFF THE LIST.                    *
002400*----------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT RPT-REJ-FILE    ASSIGN TO RPTREJ
002900         ORGANIZATION IS LINE SEQUENTIAL.
003000*
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  RPT-REJ-FILE
003400     RECORDING MODE IS F
003500     LABEL RECORDS ARE STANDARD.
003600 01  RPT-REJ-RECORD               PIC X(133).
003700*
003800 WORKING-STORAGE SECTION.
003900*----------------------------------------------------------*
004000* PROGRAM SWITCHES AND CONSTANTS                            *
004100*----------------------------------------------------------*
004200 01  WS-EOF-SW                    PIC X(01)    VALUE 'N'.
004300     88  END-OF-ITEMS                          VALUE 'Y'.
004400 77  WS-AGING-DAYS                PIC S9(04) COMP VALUE +5.
004500 01  WS-LINE-COUNT                PIC S9(04) COMP VALUE ZERO.
004600 01  WS-LINES-PER-PAGE            PIC S9(04) COMP VALUE +55.
004700 01  WS-PAGE-COUNT                PIC S9(04) COMP VALUE ZERO.
004800*----------------------------------------------------------*
004900* DB2 RETRIEVAL FIELDS                                      *
005000*----------------------------------------------------------*
005100 01  WS-RQ-SEQ                    PIC S9(09) COMP.
005200 01  WS-RQ-BUS-DATE               PIC X(10).
005300 01  WS-RQ-CUSTOMER-ID            PIC X(10).
005400 01  WS-RQ-TRAN-TYPE              PIC X(01).
005500 01  WS-RQ-AMOUNT-X               PIC X(11).
005600 01  WS-RQ-REASON                 PIC X(02).
005700 01  WS-RQ-STATUS                 PIC X(01).
005800 01  WS-RQ-AGE                    PIC S9(09) COMP.
005900*----------------------------------------------------------*
006000* BRANCH CONTROL-BREAK FIELDS                               *
006100*----------------------------------------------------------*
006200 01  WS-BRANCH-ID                 PIC X(03).
006300 01  WS-BRANCH-NAME               PIC X(30).
006400 01  WS-PREV-BRANCH-ID            PIC X(03) VALUE LOW-VALUES.
006500*----------------------------------------------------------*
006600* CONTROL TOTALS                                            *
006700*----------------------------------------------------------*
006800 01  WS-TOTAL-COUNT               PIC S9(07) COMP-3 VALUE ZERO.
006900 01  WS-BR-COUNT                  PIC S9(07) COMP-3 VALUE ZERO.
007000*----------------------------------------------------------*
007100* REPORT LINES                                              *
007200*----------------------------------------------------------*
007300 01  WS-HDR-LINE-1.
007400     05  FILLER                   PIC X(01)    VALUE '1'.
007500     05  FILLER                   PIC X(30)
007600                       VALUE 'REJECT QUEUE AGING REPORT'.
007700     05  FILLER                   PIC X(11)    VALUE 'CYCLE DATE'.
007800     05  WS-HDR1-DATE             PIC X(10).
007900     05  FILLER                   PIC X(05)    VALUE SPACES.
008000     05  FILLER                   PIC X(05)    VALUE 'PAGE '.
008100     05  WS-HDR1-PAGE             PIC ZZZ9.
008200     05  FILLER                   PIC X(67)    VALUE SPACES.
008300 01  WS-HDR-BRANCH-LINE.
008400     05  FILLER                   PIC X(01)    VALUE ' '.
008500     05  FILLER                   PIC X(08)    VALUE 'BRANCH '.
008600     05  WS-HDRB-BRANCH-ID        PIC X(03).
008700     05  FILLER                   PIC X(02)    VALUE SPACES.
008800     05  WS-HDRB-BRANCH-NAME      PIC X(30).
008900     05  FILLER                   PIC X(89)    VALUE SPACES.
009000 01  WS-HDR-LINE-2.
009100     05  FILLER                   PIC X(01)    VALUE ' '.
009200     05  FILLER                   PIC X(11)    VALUE 'QUEUE SEQ'.
009300     05  FILLER                   PIC X(12)    VALUE 'BUS DATE'.
009400     05  FILLER                   PIC X(12)    VALUE 'CUSTID'.
009500     05  FILLER                   PIC X(03)    VALUE 'T'.
009600     05  FILLER                   PIC X(13)    VALUE 'AMOUNT'.
009700     05  FILLER                   PIC X(04)    VALUE 'RC'.
009800     05  FILLER                   PIC X(03)    VALUE 'ST'.
009900     05  FILLER                   PIC X(07)    VALUE '  AGE'.
010000     05  FILLER                   PIC X(18)    VALUE 'REASON'.
010100     05  FILLER                   PIC X(49)    VALUE SPACES.
010200 01  WS-DETAIL-LINE.
010300     05  FILLER                   PIC X(01)    VALUE ' '.
010400     05  WS-DTL-SEQ               PIC 9(09).
010500     05  FILLER                   PIC X(02)    VALUE SPACES.
010600     05  WS-DTL-BUS-DATE          PIC X(10).
010700     05  FILLER                   PIC X(02)    VALUE SPACES.
010800     05  WS-DTL-CUST-ID           PIC X(10).
010900     05  FILLER                   PIC X(02)    VALUE SPACES.
011000     05  WS-DTL-TYPE              PIC X(01).
011100     05  FILLER                   PIC X(02)    VALUE SPACES.
011200     05  WS-DTL-AMOUNT            PIC X(11).
011300     05  FILLER                   PIC X(02)    VALUE SPACES.
011400     05  WS-DTL-REASON            PIC X(02).
011500     05  FILLER                   PIC X(02)    VALUE SPACES.
011600     05  WS-DTL-STATUS            PIC X(01).
011700     05  FILLER                   PIC X(02)    VALUE SPACES.
011800     05  WS-DTL-AGE               PIC ZZZZ9.
011900     05  FILLER                   PIC X(02)    VALUE SPACES.
012000     05  WS-DTL-REASON-DESC       PIC X(16).
012100     05  FILLER                   PIC X(51)    VALUE SPACES.
012200 01  WS-BR-TOTAL-LINE.
012300     05  FILLER                   PIC X(01)    VALUE '0'.
012400     05  FILLER                   PIC X(28)
012500                       VALUE 'BRANCH ITEMS OVER AGE . . . '.
012600     05  WS-BRT-COUNT             PIC ZZZZZZ9.
012700     05  FILLER                   PIC X(97)    VALUE SPACES.
012800*    THE RUN TOTALS START THEIR OWN PAGE - EACH BRANCH'S
012900*    PAGES GO TO THAT BRANCH'S BACK OFFICE.
013000 01  WS-TOTAL-LINE-1.
013100     05  FILLER                   PIC X(01)    VALUE '1'.
013200     05  FILLER                   PIC X(28)
013300                       VALUE 'ITEMS OVER AGE. . . . . . . '.
013400     05  WS-TOT1-COUNT            PIC ZZZZZZ9.
013500     05  FILLER                   PIC X(97)    VALUE SPACES.
013600 01  WS-TOTAL-LINE-2.
013700     05  FILLER                   PIC X(01)    VALUE ' '.
013800     05  FILLER                   PIC X(28)
013900                       VALUE 'AGING THRESHOLD (DAYS). . . '.
014000     05  WS-TOT2-DAYS             PIC ZZZZZZ9.
014100     05  FILLER                   PIC X(97)    VALUE SPACES.
014200 01  WS-NO-ITEMS-LINE.
014300     05  FILLER                   PIC X(01)    VALUE ' '.
014400     05  FILLER                   PIC X(40)
014500         VALUE 'NO QUEUE ITEMS OVER THE AGING THRESHOLD'.
014600     05  FILLER                   PIC X(92)    VALUE SPACES.
014700*----------------------------------------------------------*
014800* RUN-CONTROL FIELDS - JOBRUNCONTROL CYCLE SEQUENCING       *
014900*----------------------------------------------------------*
015000 77  WS-RC-JOB-NAME              PIC X(08)    VALUE 'RPTREJ'.
015100 77  WS-RC-PRED-NAME             PIC X(08)    VALUE 'POSTCOR'.
015200 01  WS-RC-STATUS                 PIC X(01).
015300 01  WS-RC-FOUND-SW               PIC X(01).
015400     88  RC-ROW-FOUND                          VALUE 'Y'.
015500     88  RC-ROW-ABSENT                         VALUE 'N'.
015600 01  WS-RC-CYCLE-DATE             PIC X(10).
015700     EXEC SQL INCLUDE SQLCA END-EXEC.
015800*
015900 PROCEDURE DIVISION.
016000*----------------------------------------------------------*
016100* 0000-MAIN-PROCESS                                        *
016200*----------------------------------------------------------*
016300 0000-MAIN-PROCESS.
016400     PERFORM 0800-CHECK-RUN-CONTROL
016500         THRU 0800-EXIT.
016600
016700     PERFORM 1000-INITIALIZE
016800         THRU 1000-EXIT.
016900
017000     PERFORM 2000-PROCESS-ONE-ITEM
017100         THRU 2000-EXIT
017200        UNTIL END-OF-ITEMS.
017300
017400     IF WS-PREV-BRANCH-ID NOT = LOW-VALUES
017500         PERFORM 2150-WRITE-BRANCH-TOTALS
017600             THRU 2150-EXIT
017700     END-IF.
017800
017900     PERFORM 8000-WRITE-TOTALS
018000         THRU 8000-EXIT.
018100
018200     PERFORM 9000-TERMINATE
018300         THRU 9000-EXIT.
018400
018500     PERFORM 8900-RECORD-JOB-END
018600         THRU 8900-EXIT.
018700
018800     STOP RUN.
018900*----------------------------------------------------------*
019000* 0800-CHECK-RUN-CONTROL                                   *
019100* REGISTERS THIS RUN ON JOBRUNCONTROL AND ENFORCES THE     *
019200* CYCLE SEQUENCING - A JOB ALREADY COMPLETE FOR TONIGHT'S  *
019300* BUSINESS DATE REFUSES TO RUN TWICE, AND A JOB WHOSE      *
019400* PREDECESSOR HAS NOT COMPLETED REFUSES TO START (RC=8     *
019500* EITHER WAY).  A ROW LEFT AT 'S' BY AN ABENDED RUN IS A   *
019600* RESTART AND IS LET THROUGH WITH ITS START RE-STAMPED.    *
019700*----------------------------------------------------------*
019800 0800-CHECK-RUN-CONTROL.
019900*    ONE CYCLE BUSINESS DATE FOR EVERY JOB IN THE NIGHT'S
020000*    RUN - THE CALENDAR DATE AS OF TWELVE HOURS AGO, SO
020100*    THE JOBS THAT RUN PAST MIDNIGHT LAND ON THE SAME
020200*    DATE AS THE EVENING JOBS AND A RESUBMIT AFTER 00:00
020300*    STILL HITS THE NO-RERUN GUARD.
020400     EXEC SQL
020500         SELECT CHAR(DATE(CURRENT TIMESTAMP - 12 HOURS),
020600                     ISO)
020700           INTO :WS-RC-CYCLE-DATE
020800           FROM SYSIBM.SYSDUMMY1
020900     END-EXEC.
021000
021100     IF SQLCODE NOT = ZERO
021200         DISPLAY 'AntiguedadRechazos: CYCLE DATE DERIVATION '
021300                 'FAILED, SQLCODE = ' SQLCODE
021400         MOVE 16 TO RETURN-CODE
021500         STOP RUN
021600     END-IF.
021700
021800     EXEC SQL
021900         SELECT RunStatus
022000           INTO :WS-RC-STATUS
022100           FROM JobRunControl
022200          WHERE JobName = :WS-RC-JOB-NAME
022300            AND BusinessDate = :WS-RC-CYCLE-DATE
022400     END-EXEC.
022500
022600     EVALUATE SQLCODE
022700         WHEN ZERO
022800             SET RC-ROW-FOUND TO TRUE
022900             IF WS-RC-STATUS = 'C'
023000                 DISPLAY 'AntiguedadRechazos: ALREADY COMPLETE '
023100                         'FOR THIS BUSINESS DATE - '
023200                         'RUN REFUSED'
023300                 MOVE 8 TO RETURN-CODE
023400                 STOP RUN
023500             END-IF
023600         WHEN 100
023700             SET RC-ROW-ABSENT TO TRUE
023800         WHEN OTHER
023900             DISPLAY 'AntiguedadRechazos: RUN-CONTROL READ '
024000                     'FAILED, SQLCODE = ' SQLCODE
024100             MOVE 16 TO RETURN-CODE
024200             STOP RUN
024300     END-EVALUATE.
024400
024500     EXEC SQL
024600         SELECT RunStatus
024700           INTO :WS-RC-STATUS
024800           FROM JobRunControl
024900          WHERE JobName = :WS-RC-PRED-NAME
025000            AND BusinessDate = :WS-RC-CYCLE-DATE
025100     END-EXEC.
025200
025300     IF SQLCODE NOT = ZERO OR WS-RC-STATUS NOT = 'C'
025400         DISPLAY 'AntiguedadRechazos: PREDECESSOR POSTCOR '
025500                 'NOT COMPLETE FOR THIS BUSINESS '
025600                 'DATE - RUN REFUSED'
025700         MOVE 8 TO RETURN-CODE
025800         STOP RUN
025900     END-IF.
026000
026100     IF RC-ROW-FOUND
026200         EXEC SQL
026300             UPDATE JobRunControl
026400                SET StartTimestamp = CURRENT TIMESTAMP,
026500                    RunStatus      = 'S'
026600              WHERE JobName = :WS-RC-JOB-NAME
026700                AND BusinessDate = :WS-RC-CYCLE-DATE
026800         END-EXEC
026900     ELSE
027000         EXEC SQL
027100             INSERT INTO JobRunControl
027200                 (JobName, BusinessDate,
027300                  StartTimestamp, RunStatus)
027400             VALUES
027500                 (:WS-RC-JOB-NAME, :WS-RC-CYCLE-DATE,
027600                  CURRENT TIMESTAMP, 'S')
027700         END-EXEC
027800     END-IF.
027900
028000     IF SQLCODE NOT = ZERO
028100         DISPLAY 'AntiguedadRechazos: RUN-CONTROL WRITE '
028200                 'FAILED, SQLCODE = ' SQLCODE
028300         MOVE 16 TO RETURN-CODE
028400         STOP RUN
028500     END-IF.
028600
028700     EXEC SQL COMMIT END-EXEC.
028800
028900     IF SQLCODE NOT = ZERO
029000         DISPLAY 'AntiguedadRechazos: RUN-CONTROL COMMIT '
029100                 'FAILED, SQLCODE = ' SQLCODE
029200         MOVE 16 TO RETURN-CODE
029300         STOP RUN
029400     END-IF.
029500 0800-EXIT.
029600     EXIT.
029700*----------------------------------------------------------*
029800* 1000-INITIALIZE                                          *
029900* OPENS THE REPORT FILE, OPENS THE AGED-ITEM CURSOR AND     *
030000* PRIMES THE FIRST FETCH.  AGE IS TONIGHT'S CYCLE DATE LESS *
030100* THE BUSINESS DATE OF THE FILE THAT CARRIED THE MOVEMENT.  *
030200*----------------------------------------------------------*
030300 1000-INITIALIZE.
030400     OPEN OUTPUT RPT-REJ-FILE.
030500     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT.
030600
030700     EXEC SQL
030800         DECLARE C-AGED CURSOR FOR
030900             SELECT Q.BranchID,
031000                    COALESCE(B.BranchName, 'UNASSIGNED'),
031100                    Q.RejectSeq, CHAR(Q.BusinessDate, ISO),
031200                    Q.OrigCustomerID, Q.OrigTranType,
031300                    Q.OrigAmountText, Q.ReasonCode,
031400                    Q.QueueStatus,
031500                    DAYS(DATE(:WS-RC-CYCLE-DATE))
031600                        - DAYS(Q.BusinessDate)
031700               FROM RejectQueue Q
031800               LEFT JOIN Branches B
031900                 ON B.BranchID = Q.BranchID
032000              WHERE Q.QueueStatus IN ('O', 'R', 'S')
032100                AND DAYS(DATE(:WS-RC-CYCLE-DATE))
032200                        - DAYS(Q.BusinessDate) >= :WS-AGING-DAYS
032300              ORDER BY Q.BranchID, Q.BusinessDate, Q.RejectSeq
032400     END-EXEC.
032500
032600     EXEC SQL OPEN C-AGED END-EXEC.
032610
032620     IF SQLCODE NOT = ZERO
032630         DISPLAY 'AntiguedadRechazos: AGED CURSOR OPEN '
032640                 'FAILED, SQLCODE = ' SQLCODE
032650         MOVE 16 TO RETURN-CODE
032660         STOP RUN
032670     END-IF.
032700
032800     PERFORM 2900-FETCH-ITEM
032900         THRU 2900-EXIT.
033000 1000-EXIT.
033100     EXIT.
033200*----------------------------------------------------------*
033300* 2000-PROCESS-ONE-ITEM                                    *
033400* WRITES ONE AGED-ITEM DETAIL LINE, THEN FETCHES THE NEXT   *
033500* ROW.  A NEW PAGE OF HEADINGS PRINTS WHEN THE CURRENT PAGE *
033600* IS FULL.                                                  *
033700*----------------------------------------------------------*
033800 2000-PROCESS-ONE-ITEM.
033900     IF WS-BRANCH-ID NOT = WS-PREV-BRANCH-ID
034000         PERFORM 2050-BRANCH-BREAK
034100             THRU 2050-EXIT
034200     END-IF.
034300
034400     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
034500         PERFORM 2100-WRITE-HEADINGS
034600             THRU 2100-EXIT
034700     END-IF.
034800
034900     PERFORM 2200-WRITE-DETAIL
035000         THRU 2200-EXIT.
035100
035200     PERFORM 2900-FETCH-ITEM
035300         THRU 2900-EXIT.
035400 2000-EXIT.
035500     EXIT.
035600*----------------------------------------------------------*
035700* 2050-BRANCH-BREAK                                        *
035800* A NEW BRANCH HAS ARRIVED ON THE CURSOR.  THE FINISHED     *
035900* BRANCH (IF ANY) PRINTS ITS COUNT, THEN THE NEW ONE STARTS *
036000* ITS OWN PAGE SO EACH BACK OFFICE'S PAGES BURST CLEAN.     *
036100*----------------------------------------------------------*
036200 2050-BRANCH-BREAK.
036300     IF WS-PREV-BRANCH-ID NOT = LOW-VALUES
036400         PERFORM 2150-WRITE-BRANCH-TOTALS
036500             THRU 2150-EXIT
036600     END-IF.
036700     MOVE WS-BRANCH-ID TO WS-PREV-BRANCH-ID.
036800     MOVE ZERO TO WS-BR-COUNT.
036900     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT.
037000 2050-EXIT.
037100     EXIT.
037200*----------------------------------------------------------*
037300* 2100-WRITE-HEADINGS                                      *
037400*----------------------------------------------------------*
037500 2100-WRITE-HEADINGS.
037600     ADD 1 TO WS-PAGE-COUNT.
037700     MOVE WS-PAGE-COUNT    TO WS-HDR1-PAGE.
037800     MOVE WS-RC-CYCLE-DATE TO WS-HDR1-DATE.
037900     WRITE RPT-REJ-RECORD FROM WS-HDR-LINE-1.
038000     MOVE WS-BRANCH-ID     TO WS-HDRB-BRANCH-ID.
038100     MOVE WS-BRANCH-NAME   TO WS-HDRB-BRANCH-NAME.
038200     WRITE RPT-REJ-RECORD FROM WS-HDR-BRANCH-LINE.
038300     WRITE RPT-REJ-RECORD FROM WS-HDR-LINE-2.
038400     MOVE ZERO             TO WS-LINE-COUNT.
038500 2100-EXIT.
038600     EXIT.
038700*----------------------------------------------------------*
038800* 2150-WRITE-BRANCH-TOTALS                                 *
038900*----------------------------------------------------------*
039000 2150-WRITE-BRANCH-TOTALS.
039100     MOVE WS-BR-COUNT TO WS-BRT-COUNT.
039200     WRITE RPT-REJ-RECORD FROM WS-BR-TOTAL-LINE.
039300 2150-EXIT.
039400     EXIT.
039500*----------------------------------------------------------*
039600* 2200-WRITE-DETAIL                                        *
039700* THE REASON CODE IS THE POSTING BATCH'S -                  *
039800* 01 = UNKNOWN CUSTOMER    02 = AMOUNT NOT NUMERIC          *
039900* 03 = ACCOUNT CLOSED      04 = INVALID TRAN TYPE           *
040000*----------------------------------------------------------*
040100 2200-WRITE-DETAIL.
040200     MOVE WS-RQ-SEQ          TO WS-DTL-SEQ.
040300     MOVE WS-RQ-BUS-DATE     TO WS-DTL-BUS-DATE.
040400     MOVE WS-RQ-CUSTOMER-ID  TO WS-DTL-CUST-ID.
040500     MOVE WS-RQ-TRAN-TYPE    TO WS-DTL-TYPE.
040600     MOVE WS-RQ-AMOUNT-X     TO WS-DTL-AMOUNT.
040700     MOVE WS-RQ-REASON       TO WS-DTL-REASON.
040800     MOVE WS-RQ-STATUS       TO WS-DTL-STATUS.
040900     MOVE WS-RQ-AGE          TO WS-DTL-AGE.
041000
041100     EVALUATE WS-RQ-REASON
041200         WHEN '01'
041300             MOVE 'UNKNOWN CUSTOMER' TO WS-DTL-REASON-DESC
041400         WHEN '02'
041500             MOVE 'AMOUNT NOT NUM'   TO WS-DTL-REASON-DESC
041600         WHEN '03'
041700             MOVE 'ACCOUNT CLOSED'   TO WS-DTL-REASON-DESC
041800         WHEN '04'
041900             MOVE 'INVALID TYPE'     TO WS-DTL-REASON-DESC
042000         WHEN OTHER
042100             MOVE SPACES             TO WS-DTL-REASON-DESC
042200     END-EVALUATE.
042300
042400     WRITE RPT-REJ-RECORD FROM WS-DETAIL-LINE.
042500     ADD 1 TO WS-LINE-COUNT.
042600     ADD 1 TO WS-BR-COUNT.
042700     ADD 1 TO WS-TOTAL-COUNT.
042800 2200-EXIT.
042900     EXIT.
043000*----------------------------------------------------------*
043100* 2900-FETCH-ITEM                                          *
043200*----------------------------------------------------------*
043300 2900-FETCH-ITEM.
043400     EXEC SQL
043500         FETCH C-AGED
043600          INTO :WS-BRANCH-ID, :WS-BRANCH-NAME,
043700               :WS-RQ-SEQ, :WS-RQ-BUS-DATE,
043800               :WS-RQ-CUSTOMER-ID, :WS-RQ-TRAN-TYPE,
043900               :WS-RQ-AMOUNT-X, :WS-RQ-REASON,
044000               :WS-RQ-STATUS, :WS-RQ-AGE
044100     END-EXEC.
044200
044300     EVALUATE SQLCODE
044400         WHEN ZERO
044500             CONTINUE
044600         WHEN 100
044700             SET END-OF-ITEMS TO TRUE
044800         WHEN OTHER
044900             DISPLAY 'AntiguedadRechazos: FETCH FAILED, SQLCODE='
045000                     SQLCODE
045100             MOVE 16 TO RETURN-CODE
045200             STOP RUN
045300     END-EVALUATE.
045400 2900-EXIT.
045500     EXIT.
045600*----------------------------------------------------------*
045700* 8000-WRITE-TOTALS                                        *
045800*----------------------------------------------------------*
045900 8000-WRITE-TOTALS.
046000     MOVE WS-TOTAL-COUNT TO WS-TOT1-COUNT.
046100     MOVE WS-AGING-DAYS  TO WS-TOT2-DAYS.
046200
046300     WRITE RPT-REJ-RECORD FROM WS-TOTAL-LINE-1.
046400     WRITE RPT-REJ-RECORD FROM WS-TOTAL-LINE-2.
046500     IF WS-TOTAL-COUNT = ZERO
046600         WRITE RPT-REJ-RECORD FROM WS-NO-ITEMS-LINE
046700     END-IF.
046800 8000-EXIT.
046900     EXIT.
047000*----------------------------------------------------------*
047100* 8900-RECORD-JOB-END                                      *
047200* MARKS THIS JOB COMPLETE FOR TONIGHT'S BUSINESS DATE ON   *
047300* JOBRUNCONTROL, RELEASING ITS SUCCESSORS.                 *
047400*----------------------------------------------------------*
047500 8900-RECORD-JOB-END.
047600     EXEC SQL
047700         UPDATE JobRunControl
047800            SET RunStatus    = 'C',
047900                EndTimestamp = CURRENT TIMESTAMP
048000          WHERE JobName = :WS-RC-JOB-NAME
048100            AND BusinessDate = :WS-RC-CYCLE-DATE
048200     END-EXEC.
048300
048400     IF SQLCODE NOT = ZERO
048500         DISPLAY 'AntiguedadRechazos: RUN-CONTROL CLOSE-OUT '
048600                 'FAILED, SQLCODE = ' SQLCODE
048700         MOVE 16 TO RETURN-CODE
048800         STOP RUN
048900     END-IF.
049000 8900-EXIT.
049100     EXIT.
049200*----------------------------------------------------------*
049300* 9000-TERMINATE                                           *
049400*----------------------------------------------------------*
049500 9000-TERMINATE.
049600     EXEC SQL CLOSE C-AGED END-EXEC.
049700     CLOSE RPT-REJ-FILE.
049800 9000-EXIT.
049900     EXIT.
