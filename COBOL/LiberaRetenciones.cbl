000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LiberaRetenciones.
000300 AUTHOR.        R RAMIREZ.
000400 INSTALLATION.  RETAIL BANKING SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                     *
000900*----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                              *
001100* 10/15/2026 RR    ORIGINAL PROGRAM - NIGHTLY RELEASE OF THE*
001200*                  FUNDS HOLDS WHOSE RELEASE DATE HAS       *
001300*                  ARRIVED.  EVERY ACTIVE HOLD ON FUNDSHOLDS*
001400*                  WITH A RELEASE DATE ON OR BEFORE TONIGHT'S*
001500*                  CYCLE DATE IS FLIPPED TO RELEASED (BY    *
001600*                  'SYS') AND LISTED, BY THE CUSTOMER'S     *
001700*                  BRANCH (A NEW PAGE EACH), WITH A COUNT   *
001800*                  AND AMOUNT PER BRANCH AND RUN TOTALS ON A*
001900*                  FINAL PAGE.  HOLDS WITH NO RELEASE DATE  *
002000*                  ARE NEVER TOUCHED - THEY WAIT FOR AN     *
002100*                  OPERATOR ON THE ONLINE HOLD SCREEN.      *
002200*----------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT RPT-HLD-FILE    ASSIGN TO HLDREL
002700         ORGANIZATION IS LINE SEQUENTIAL.
002800*
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  RPT-HLD-FILE
003200     RECORDING MODE IS F
003300     LABEL RECORDS ARE STANDARD.
003400 01  RPT-HLD-RECORD               PIC X(133).
003500*
003600 WORKING-STORAGE SECTION.
003700*----------------------------------------------------------*
003800* PROGRAM SWITCHES AND CONSTANTS                            *
003900*----------------------------------------------------------*
004000 01  WS-EOF-SW                    PIC X(01)    VALUE 'N'.
004100     88  END-OF-HOLDS                          VALUE 'Y'.
004200 01  WS-LINE-COUNT                PIC S9(04) COMP VALUE ZERO.
004300 01  WS-LINES-PER-PAGE            PIC S9(04) COMP VALUE +55.
004400 01  WS-PAGE-COUNT                PIC S9(04) COMP VALUE ZERO.
004500 77  WS-RELEASED-BY               PIC X(03)    VALUE 'SYS'.
004600 77  WS-RELEASED-TERM             PIC X(04)    VALUE 'BTCH'.
004700 77  WS-RELEASE-REASON            PIC X(40)
004800                                  VALUE 'RELEASE DATE REACHED'.
004900*----------------------------------------------------------*
005000* DB2 RETRIEVAL FIELDS                                      *
005100*----------------------------------------------------------*
005200 01  WS-FH-SEQ                    PIC S9(09) COMP.
005300 01  WS-FH-CUSTOMER-ID            PIC X(10).
005400 01  WS-FH-TYPE                   PIC X(01).
005500 01  WS-FH-AMOUNT                 PIC S9(9)V99 COMP-3.
005600 01  WS-FH-PLACED-DATE            PIC X(10).
005700 01  WS-FH-RELEASE-DATE           PIC X(10).
005800 01  WS-FH-PLACED-BY              PIC X(03).
005900 01  WS-FH-REASON                 PIC X(40).
006000*----------------------------------------------------------*
006100* BRANCH CONTROL-BREAK FIELDS - A CUSTOMER WITH NO BRANCH   *
006200* SORTS TO THE END UNDER BRANCH ZZZ.                        *
006300*----------------------------------------------------------*
006400 01  WS-BRANCH-ID                 PIC X(03).
006500 01  WS-BRANCH-NAME               PIC X(30).
006600 01  WS-PREV-BRANCH-ID            PIC X(03) VALUE LOW-VALUES.
006700*----------------------------------------------------------*
006800* CONTROL TOTALS                                            *
006900*----------------------------------------------------------*
007000 01  WS-TOTAL-COUNT               PIC S9(07) COMP-3 VALUE ZERO.
007100 01  WS-TOTAL-AMOUNT              PIC S9(11)V99 COMP-3 VALUE ZERO.
007200 01  WS-SKIPPED-COUNT             PIC S9(07) COMP-3 VALUE ZERO.
007300 01  WS-BR-COUNT                  PIC S9(07) COMP-3 VALUE ZERO.
007400 01  WS-BR-AMOUNT                 PIC S9(11)V99 COMP-3 VALUE ZERO.
007500*----------------------------------------------------------*
007600* REPORT LINES                                              *
007700*----------------------------------------------------------*
007800 01  WS-HDR-LINE-1.
007900     05  FILLER                   PIC X(01)    VALUE '1'.
008000     05  FILLER                   PIC X(30)
008100                       VALUE 'EXPIRED FUNDS HOLDS RELEASED'.
008200     05  FILLER                   PIC X(11)    VALUE 'CYCLE DATE'.
008300     05  WS-HDR1-DATE             PIC X(10).
008400     05  FILLER                   PIC X(05)    VALUE SPACES.
008500     05  FILLER                   PIC X(05)    VALUE 'PAGE '.
008600     05  WS-HDR1-PAGE             PIC ZZZ9.
008700     05  FILLER                   PIC X(67)    VALUE SPACES.
008800 01  WS-HDR-BRANCH-LINE.
008900     05  FILLER                   PIC X(01)    VALUE ' '.
009000     05  FILLER                   PIC X(08)    VALUE 'BRANCH '.
009100     05  WS-HDRB-BRANCH-ID        PIC X(03).
009200     05  FILLER                   PIC X(02)    VALUE SPACES.
009300     05  WS-HDRB-BRANCH-NAME      PIC X(30).
009400     05  FILLER                   PIC X(89)    VALUE SPACES.
009500 01  WS-HDR-LINE-2.
009600     05  FILLER                   PIC X(01)    VALUE ' '.
009700     05  FILLER                   PIC X(11)    VALUE 'HOLD SEQ'.
009800     05  FILLER                   PIC X(12)    VALUE 'CUSTID'.
009900     05  FILLER                   PIC X(03)    VALUE 'T'.
010000     05  FILLER                   PIC X(16)
010100                       VALUE '        AMOUNT'.
010200     05  FILLER                   PIC X(12)    VALUE 'PLACED'.
010300     05  FILLER                   PIC X(12)    VALUE 'RELEASE'.
010400     05  FILLER                   PIC X(05)    VALUE 'BY'.
010500     05  FILLER                   PIC X(40)    VALUE 'REASON'.
010600     05  FILLER                   PIC X(21)    VALUE SPACES.
010700 01  WS-DETAIL-LINE.
010800     05  FILLER                   PIC X(01)    VALUE ' '.
010900     05  WS-DTL-SEQ               PIC 9(09).
011000     05  FILLER                   PIC X(02)    VALUE SPACES.
011100     05  WS-DTL-CUST-ID           PIC X(10).
011200     05  FILLER                   PIC X(02)    VALUE SPACES.
011300     05  WS-DTL-TYPE              PIC X(01).
011400     05  FILLER                   PIC X(02)    VALUE SPACES.
011500     05  WS-DTL-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
011600     05  FILLER                   PIC X(02)    VALUE SPACES.
011700     05  WS-DTL-PLACED            PIC X(10).
011800     05  FILLER                   PIC X(02)    VALUE SPACES.
011900     05  WS-DTL-RELEASE           PIC X(10).
012000     05  FILLER                   PIC X(02)    VALUE SPACES.
012100     05  WS-DTL-PLACED-BY         PIC X(03).
012200     05  FILLER                   PIC X(02)    VALUE SPACES.
012300     05  WS-DTL-REASON            PIC X(40).
012400     05  FILLER                   PIC X(21)    VALUE SPACES.
012500 01  WS-BR-TOTAL-LINE.
012600     05  FILLER                   PIC X(01)    VALUE '0'.
012700     05  FILLER                   PIC X(28)
012800                       VALUE 'BRANCH HOLDS RELEASED . . . '.
012900     05  WS-BRT-COUNT             PIC ZZZZZZ9.
013000     05  FILLER                   PIC X(11)
013100                       VALUE '  AMOUNT . '.
013200     05  WS-BRT-AMOUNT            PIC Z(10)9.99.
013300     05  FILLER                   PIC X(72)    VALUE SPACES.
013400*    THE RUN TOTALS START THEIR OWN PAGE - EACH BRANCH'S
013500*    PAGES GO TO THAT BRANCH'S BACK OFFICE.
013600 01  WS-TOTAL-LINE-1.
013700     05  FILLER                   PIC X(01)    VALUE '1'.
013800     05  FILLER                   PIC X(28)
013900                       VALUE 'HOLDS RELEASED. . . . . . . '.
014000     05  WS-TOT1-COUNT            PIC ZZZZZZ9.
014100     05  FILLER                   PIC X(97)    VALUE SPACES.
014200 01  WS-TOTAL-LINE-2.
014300     05  FILLER                   PIC X(01)    VALUE ' '.
014400     05  FILLER                   PIC X(28)
014500                       VALUE 'AMOUNT RELEASED . . . . . . '.
014600     05  WS-TOT2-AMOUNT           PIC Z(10)9.99.
014700     05  FILLER                   PIC X(90)    VALUE SPACES.
014800 01  WS-TOTAL-LINE-3.
014900     05  FILLER                   PIC X(01)    VALUE ' '.
015000     05  FILLER                   PIC X(28)
015100                       VALUE 'ALREADY RELEASED ONLINE . . '.
015200     05  WS-TOT3-COUNT            PIC ZZZZZZ9.
015300     05  FILLER                   PIC X(97)    VALUE SPACES.
015400 01  WS-NO-ITEMS-LINE.
015500     05  FILLER                   PIC X(01)    VALUE ' '.
015600     05  FILLER                   PIC X(40)
015700         VALUE 'NO FUNDS HOLDS DUE FOR RELEASE'.
015800     05  FILLER                   PIC X(92)    VALUE SPACES.
015900*----------------------------------------------------------*
016000* RUN-CONTROL FIELDS - JOBRUNCONTROL CYCLE SEQUENCING       *
016100*----------------------------------------------------------*
016200 77  WS-RC-JOB-NAME               PIC X(08)    VALUE 'HLDREL'.
016300 01  WS-RC-STATUS                 PIC X(01).
016400 01  WS-RC-FOUND-SW               PIC X(01).
016500     88  RC-ROW-FOUND                          VALUE 'Y'.
016600     88  RC-ROW-ABSENT                         VALUE 'N'.
016700 01  WS-RC-CYCLE-DATE             PIC X(10).
016800     EXEC SQL INCLUDE SQLCA END-EXEC.
016900*
017000 PROCEDURE DIVISION.
017100*----------------------------------------------------------*
017200* 0000-MAIN-PROCESS                                        *
017300*----------------------------------------------------------*
017400 0000-MAIN-PROCESS.
017500     PERFORM 0800-CHECK-RUN-CONTROL
017600         THRU 0800-EXIT.
017700
017800     PERFORM 1000-INITIALIZE
017900         THRU 1000-EXIT.
018000
018100     PERFORM 2000-PROCESS-ONE-HOLD
018200         THRU 2000-EXIT
018300        UNTIL END-OF-HOLDS.
018400
018500     IF WS-PREV-BRANCH-ID NOT = LOW-VALUES
018600         PERFORM 2150-WRITE-BRANCH-TOTALS
018700             THRU 2150-EXIT
018800     END-IF.
018900
019000     PERFORM 8000-WRITE-TOTALS
019100         THRU 8000-EXIT.
019200
019300     PERFORM 9000-TERMINATE
019400         THRU 9000-EXIT.
019500
019600     PERFORM 8900-RECORD-JOB-END
019700         THRU 8900-EXIT.
019800
019900     STOP RUN.
020000*----------------------------------------------------------*
020100* 0800-CHECK-RUN-CONTROL                                   *
020200* REGISTERS THIS RUN ON JOBRUNCONTROL - A JOB ALREADY       *
020300* COMPLETE FOR TONIGHT'S BUSINESS DATE REFUSES TO RUN       *
020400* TWICE (RC=8).  A ROW LEFT AT 'S' BY AN ABENDED RUN IS A   *
020500* RESTART AND IS LET THROUGH WITH ITS START RE-STAMPED.     *
020600* HOLDS ARE PLACED ONLINE, SO THERE IS NO BATCH             *
020700* PREDECESSOR TO WAIT ON.                                   *
020800*----------------------------------------------------------*
020900 0800-CHECK-RUN-CONTROL.
021000*    ONE CYCLE BUSINESS DATE FOR EVERY JOB IN THE NIGHT'S
021100*    RUN - THE CALENDAR DATE AS OF TWELVE HOURS AGO, SO
021200*    THE JOBS THAT RUN PAST MIDNIGHT LAND ON THE SAME
021300*    DATE AS THE EVENING JOBS AND A RESUBMIT AFTER 00:00
021400*    STILL HITS THE NO-RERUN GUARD.
021500     EXEC SQL
021600         SELECT CHAR(DATE(CURRENT TIMESTAMP - 12 HOURS),
021700                     ISO)
021800           INTO :WS-RC-CYCLE-DATE
021900           FROM SYSIBM.SYSDUMMY1
022000     END-EXEC.
022100
022200     IF SQLCODE NOT = ZERO
022300         DISPLAY 'LiberaRetenciones: CYCLE DATE DERIVATION '
022400                 'FAILED, SQLCODE = ' SQLCODE
022500         MOVE 16 TO RETURN-CODE
022600         STOP RUN
022700     END-IF.
022800
022900     EXEC SQL
023000         SELECT RunStatus
023100           INTO :WS-RC-STATUS
023200           FROM JobRunControl
023300          WHERE JobName = :WS-RC-JOB-NAME
023400            AND BusinessDate = :WS-RC-CYCLE-DATE
023500     END-EXEC.
023600
023700     EVALUATE SQLCODE
023800         WHEN ZERO
023900             SET RC-ROW-FOUND TO TRUE
024000             IF WS-RC-STATUS = 'C'
024100                 DISPLAY 'LiberaRetenciones: ALREADY COMPLETE '
024200                         'FOR THIS BUSINESS DATE - '
024300                         'RUN REFUSED'
024400                 MOVE 8 TO RETURN-CODE
024500                 STOP RUN
024600             END-IF
024700         WHEN 100
024800             SET RC-ROW-ABSENT TO TRUE
024900         WHEN OTHER
025000             DISPLAY 'LiberaRetenciones: RUN-CONTROL READ '
025100                     'FAILED, SQLCODE = ' SQLCODE
025200             MOVE 16 TO RETURN-CODE
025300             STOP RUN
025400     END-EVALUATE.
025500
025600     IF RC-ROW-FOUND
025700         EXEC SQL
025800             UPDATE JobRunControl
025900                SET StartTimestamp = CURRENT TIMESTAMP,
026000                    RunStatus      = 'S'
026100              WHERE JobName = :WS-RC-JOB-NAME
026200                AND BusinessDate = :WS-RC-CYCLE-DATE
026300         END-EXEC
026400     ELSE
026500         EXEC SQL
026600             INSERT INTO JobRunControl
026700                 (JobName, BusinessDate,
026800                  StartTimestamp, RunStatus)
026900             VALUES
027000                 (:WS-RC-JOB-NAME, :WS-RC-CYCLE-DATE,
027100                  CURRENT TIMESTAMP, 'S')
027200         END-EXEC
027300     END-IF.
027400
027500     IF SQLCODE NOT = ZERO
027600         DISPLAY 'LiberaRetenciones: RUN-CONTROL WRITE '
027700                 'FAILED, SQLCODE = ' SQLCODE
027800         MOVE 16 TO RETURN-CODE
027900         STOP RUN
028000     END-IF.
028100
028200     EXEC SQL COMMIT END-EXEC.
028300
028400     IF SQLCODE NOT = ZERO
028500         DISPLAY 'LiberaRetenciones: RUN-CONTROL COMMIT '
028600                 'FAILED, SQLCODE = ' SQLCODE
028700         MOVE 16 TO RETURN-CODE
028800         STOP RUN
028900     END-IF.
029000 0800-EXIT.
029100     EXIT.
029200*----------------------------------------------------------*
029300* 1000-INITIALIZE                                          *
029400* OPENS THE REPORT FILE AND THE DUE-HOLD CURSOR - EVERY     *
029500* ACTIVE HOLD WHOSE RELEASE DATE IS ON OR BEFORE TONIGHT'S  *
029600* CYCLE DATE, BY THE CUSTOMER'S BRANCH.  SUCH A HOLD        *
029700* ALREADY STOPPED COUNTING AGAINST THE AVAILABLE BALANCE    *
029800* ON ITS RELEASE DATE; THIS RUN ONLY CLOSES IT OFF.         *
029900*----------------------------------------------------------*
030000 1000-INITIALIZE.
030100     OPEN OUTPUT RPT-HLD-FILE.
030200     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT.
030300
030400     EXEC SQL
030500         DECLARE C-DUE-HOLDS CURSOR FOR
030600             SELECT COALESCE(C.BranchID, 'ZZZ'),
030700                    COALESCE(B.BranchName, 'UNASSIGNED'),
030800                    H.HoldSeq, H.CustomerID, H.HoldType,
030900                    H.HoldAmount, CHAR(H.PlacedDate, ISO),
031000                    CHAR(H.ReleaseDate, ISO), H.PlacedBy,
031100                    H.HoldReason
031200               FROM FundsHolds H
031300               LEFT JOIN Customers C
031400                 ON C.CustomerID = H.CustomerID
031500               LEFT JOIN Branches B
031600                 ON B.BranchID = C.BranchID
031700              WHERE H.HoldStatus = 'A'
031800                AND H.ReleaseDate <= DATE(:WS-RC-CYCLE-DATE)
031900              ORDER BY COALESCE(C.BranchID, 'ZZZ'),
032000                       H.CustomerID, H.HoldSeq
032100     END-EXEC.
032200
032300     EXEC SQL OPEN C-DUE-HOLDS END-EXEC.
032400
032500     IF SQLCODE NOT = ZERO
032600         DISPLAY 'LiberaRetenciones: HOLD CURSOR OPEN '
032700                 'FAILED, SQLCODE = ' SQLCODE
032800         MOVE 16 TO RETURN-CODE
032900         STOP RUN
033000     END-IF.
033100
033200     PERFORM 2900-FETCH-HOLD
033300         THRU 2900-EXIT.
033400 1000-EXIT.
033500     EXIT.
033600*----------------------------------------------------------*
033700* 2000-PROCESS-ONE-HOLD                                    *
033800* RELEASES ONE DUE HOLD AND WRITES ITS DETAIL LINE, THEN    *
033900* FETCHES THE NEXT.  THE UPDATE REPEATS THE ACTIVE-STATUS   *
034000* CHECK - A HOLD AN OPERATOR RELEASED ONLINE SINCE THE      *
034100* FETCH IS COUNTED AS SUCH AND NOT LISTED.                  *
034200*----------------------------------------------------------*
034300 2000-PROCESS-ONE-HOLD.
034400     EXEC SQL
034500         UPDATE FundsHolds
034600            SET HoldStatus        = 'R',
034700                ReleaseReason     = :WS-RELEASE-REASON,
034800                ReleasedBy        = :WS-RELEASED-BY,
034900                ReleasedTerminal  = :WS-RELEASED-TERM,
035000                ReleasedTimestamp = CURRENT TIMESTAMP
035100          WHERE HoldSeq    = :WS-FH-SEQ
035200            AND HoldStatus = 'A'
035300     END-EXEC.
035400
035500     EVALUATE SQLCODE
035600         WHEN ZERO
035700             CONTINUE
035800         WHEN 100
035900             ADD 1 TO WS-SKIPPED-COUNT
036000             GO TO 2000-NEXT
036100         WHEN OTHER
036200             DISPLAY 'LiberaRetenciones: HOLD UPDATE FAILED '
036300                     'FOR HOLD ' WS-FH-SEQ
036400                     ', SQLCODE = ' SQLCODE
036500             MOVE 16 TO RETURN-CODE
036600             STOP RUN
036700     END-EVALUATE.
036800
036900     IF WS-BRANCH-ID NOT = WS-PREV-BRANCH-ID
037000         PERFORM 2050-BRANCH-BREAK
037100             THRU 2050-EXIT
037200     END-IF.
037300
037400     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
037500         PERFORM 2100-WRITE-HEADINGS
037600             THRU 2100-EXIT
037700     END-IF.
037800
037900     PERFORM 2200-WRITE-DETAIL
038000         THRU 2200-EXIT.
038100 2000-NEXT.
038200     PERFORM 2900-FETCH-HOLD
038300         THRU 2900-EXIT.
038400 2000-EXIT.
038500     EXIT.
038600*----------------------------------------------------------*
038700* 2050-BRANCH-BREAK                                        *
038800* A NEW BRANCH HAS ARRIVED ON THE CURSOR.  THE FINISHED     *
038900* BRANCH (IF ANY) PRINTS ITS TOTALS, THEN THE NEW ONE       *
039000* STARTS ITS OWN PAGE SO EACH BACK OFFICE'S PAGES BURST     *
039100* CLEAN.                                                    *
039200*----------------------------------------------------------*
039300 2050-BRANCH-BREAK.
039400     IF WS-PREV-BRANCH-ID NOT = LOW-VALUES
039500         PERFORM 2150-WRITE-BRANCH-TOTALS
039600             THRU 2150-EXIT
039700     END-IF.
039800     MOVE WS-BRANCH-ID TO WS-PREV-BRANCH-ID.
039900     MOVE ZERO TO WS-BR-COUNT
040000                  WS-BR-AMOUNT.
040100     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT.
040200 2050-EXIT.
040300     EXIT.
040400*----------------------------------------------------------*
040500* 2100-WRITE-HEADINGS                                      *
040600*----------------------------------------------------------*
040700 2100-WRITE-HEADINGS.
040800     ADD 1 TO WS-PAGE-COUNT.
040900     MOVE WS-PAGE-COUNT    TO WS-HDR1-PAGE.
041000     MOVE WS-RC-CYCLE-DATE TO WS-HDR1-DATE.
041100     WRITE RPT-HLD-RECORD FROM WS-HDR-LINE-1.
041200     MOVE WS-BRANCH-ID     TO WS-HDRB-BRANCH-ID.
041300     MOVE WS-BRANCH-NAME   TO WS-HDRB-BRANCH-NAME.
041400     WRITE RPT-HLD-RECORD FROM WS-HDR-BRANCH-LINE.
041500     WRITE RPT-HLD-RECORD FROM WS-HDR-LINE-2.
041600     MOVE ZERO             TO WS-LINE-COUNT.
041700 2100-EXIT.
041800     EXIT.
041900*----------------------------------------------------------*
042000* 2150-WRITE-BRANCH-TOTALS                                 *
042100*----------------------------------------------------------*
042200 2150-WRITE-BRANCH-TOTALS.
042300     MOVE WS-BR-COUNT  TO WS-BRT-COUNT.
042400     MOVE WS-BR-AMOUNT TO WS-BRT-AMOUNT.
042500     WRITE RPT-HLD-RECORD FROM WS-BR-TOTAL-LINE.
042600 2150-EXIT.
042700     EXIT.
042800*----------------------------------------------------------*
042900* 2200-WRITE-DETAIL                                        *
043000* HOLD TYPE - D = DEPOSIT   L = LEGAL   O = OPERATOR        *
043100*----------------------------------------------------------*
043200 2200-WRITE-DETAIL.
043300     MOVE WS-FH-SEQ          TO WS-DTL-SEQ.
043400     MOVE WS-FH-CUSTOMER-ID  TO WS-DTL-CUST-ID.
043500     MOVE WS-FH-TYPE         TO WS-DTL-TYPE.
043600     MOVE WS-FH-AMOUNT       TO WS-DTL-AMOUNT.
043700     MOVE WS-FH-PLACED-DATE  TO WS-DTL-PLACED.
043800     MOVE WS-FH-RELEASE-DATE TO WS-DTL-RELEASE.
043900     MOVE WS-FH-PLACED-BY    TO WS-DTL-PLACED-BY.
044000     MOVE WS-FH-REASON       TO WS-DTL-REASON.
044100
044200     WRITE RPT-HLD-RECORD FROM WS-DETAIL-LINE.
044300     ADD 1            TO WS-LINE-COUNT.
044400     ADD 1            TO WS-BR-COUNT.
044500     ADD 1            TO WS-TOTAL-COUNT.
044600     ADD WS-FH-AMOUNT TO WS-BR-AMOUNT.
044700     ADD WS-FH-AMOUNT TO WS-TOTAL-AMOUNT.
044800 2200-EXIT.
044900     EXIT.
045000*----------------------------------------------------------*
045100* 2900-FETCH-HOLD                                          *
045200*----------------------------------------------------------*
045300 2900-FETCH-HOLD.
045400     EXEC SQL
045500         FETCH C-DUE-HOLDS
045600          INTO :WS-BRANCH-ID, :WS-BRANCH-NAME,
045700               :WS-FH-SEQ, :WS-FH-CUSTOMER-ID, :WS-FH-TYPE,
045800               :WS-FH-AMOUNT, :WS-FH-PLACED-DATE,
045900               :WS-FH-RELEASE-DATE, :WS-FH-PLACED-BY,
046000               :WS-FH-REASON
046100     END-EXEC.
046200
046300     EVALUATE SQLCODE
046400         WHEN ZERO
046500             CONTINUE
046600         WHEN 100
046700             SET END-OF-HOLDS TO TRUE
046800         WHEN OTHER
046900             DISPLAY 'LiberaRetenciones: FETCH FAILED, SQLCODE='
047000                     SQLCODE
047100             MOVE 16 TO RETURN-CODE
047200             STOP RUN
047300     END-EVALUATE.
047400 2900-EXIT.
047500     EXIT.
047600*----------------------------------------------------------*
047700* 8000-WRITE-TOTALS                                        *
047800*----------------------------------------------------------*
047900 8000-WRITE-TOTALS.
048000     MOVE WS-TOTAL-COUNT   TO WS-TOT1-COUNT.
048100     MOVE WS-TOTAL-AMOUNT  TO WS-TOT2-AMOUNT.
048200     MOVE WS-SKIPPED-COUNT TO WS-TOT3-COUNT.
048300
048400     WRITE RPT-HLD-RECORD FROM WS-TOTAL-LINE-1.
048500     WRITE RPT-HLD-RECORD FROM WS-TOTAL-LINE-2.
048600     WRITE RPT-HLD-RECORD FROM WS-TOTAL-LINE-3.
048700     IF WS-TOTAL-COUNT = ZERO
048800         WRITE RPT-HLD-RECORD FROM WS-NO-ITEMS-LINE
048900     END-IF.
049000 8000-EXIT.
049100     EXIT.
049200*----------------------------------------------------------*
049300* 8900-RECORD-JOB-END                                      *
049400* MARKS THIS JOB COMPLETE FOR TONIGHT'S BUSINESS DATE ON    *
049500* JOBRUNCONTROL, RELEASING ITS SUCCESSORS.                  *
049600*----------------------------------------------------------*
049700 8900-RECORD-JOB-END.
049800     EXEC SQL
049900         UPDATE JobRunControl
050000            SET RunStatus    = 'C',
050100                EndTimestamp = CURRENT TIMESTAMP
050200          WHERE JobName = :WS-RC-JOB-NAME
050300            AND BusinessDate = :WS-RC-CYCLE-DATE
050400     END-EXEC.
050500
050600     IF SQLCODE NOT = ZERO
050700         DISPLAY 'LiberaRetenciones: RUN-CONTROL CLOSE-OUT '
050800                 'FAILED, SQLCODE = ' SQLCODE
050900         MOVE 16 TO RETURN-CODE
051000         STOP RUN
051100     END-IF.
051200 8900-EXIT.
051300     EXIT.
051400*----------------------------------------------------------*
051500* 9000-TERMINATE                                           *
051600* THE REPORT IS CLOSED BEFORE THE RELEASES ARE COMMITTED -  *
051700* AN ABEND ANYWHERE UP TO HERE LEAVES THE HOLDS ACTIVE AND  *
051800* A RESUBMIT SIMPLY RELEASES AND LISTS THEM AGAIN.          *
051900*----------------------------------------------------------*
052000 9000-TERMINATE.
052100     EXEC SQL CLOSE C-DUE-HOLDS END-EXEC.
052200     CLOSE RPT-HLD-FILE.
052300
052400     EXEC SQL COMMIT END-EXEC.
052500
052600     IF SQLCODE NOT = ZERO
052700         DISPLAY 'LiberaRetenciones: HOLD COMMIT '
052800                 'FAILED, SQLCODE = ' SQLCODE
052900         MOVE 16 TO RETURN-CODE
053000         STOP RUN
053100     END-IF.
053200 9000-EXIT.
053300     EXIT.
