000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ReporteReversos.
000300 AUTHOR.        R RAMIREZ.
000400 INSTALLATION.  RETAIL BANKING SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                     *
000900*----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                              *
001100* 10/15/2026 RR    ORIGINAL PROGRAM - NIGHTLY REPORT OF THE *
001200*                  TELLER REVERSALS POSTED ON TONIGHT'S     *
001300*                  CYCLE DATE, FOR BRANCH MANAGEMENT.  ONE  *
001400*                  LINE PER REVERSAL WITH THE MOVEMENT IT   *
001500*                  CANCELLED, THE TERMINAL AND ANY          *
001600*                  SUPERVISOR WHO OVERRODE, GROUPED BY THE  *
001700*                  KEYING OPERATOR'S BRANCH (A NEW PAGE     *
001800*                  EACH) AND BY OPERATOR WITHIN BRANCH.     *
001900*                  AN OPERATOR AT OR OVER THE REVIEW        *
002000*                  THRESHOLD FOR THE DAY IS FLAGGED ON THE  *
002100*                  OPERATOR TOTAL LINE.  RUN TOTALS PRINT   *
002200*                  ON A FINAL PAGE.                         *
002300*----------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT RPT-REV-FILE    ASSIGN TO RPTREV
002800         ORGANIZATION IS LINE SEQUENTIAL.
002900*
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  RPT-REV-FILE
003300     RECORDING MODE IS F
003400     LABEL RECORDS ARE STANDARD.
003500 01  RPT-REV-RECORD               PIC X(133).
003600*
003700 WORKING-STORAGE SECTION.
003800*----------------------------------------------------------*
003900* PROGRAM SWITCHES AND CONSTANTS                            *
004000*----------------------------------------------------------*
004100 01  WS-EOF-SW                    PIC X(01)    VALUE 'N'.
004200     88  END-OF-REVERSALS                      VALUE 'Y'.
004300 77  WS-REVIEW-THRESHOLD          PIC S9(04) COMP VALUE +3.
004400 01  WS-LINE-COUNT                PIC S9(04) COMP VALUE ZERO.
004500 01  WS-LINES-PER-PAGE            PIC S9(04) COMP VALUE +55.
004600 01  WS-PAGE-COUNT                PIC S9(04) COMP VALUE ZERO.
004700*----------------------------------------------------------*
004800* DB2 RETRIEVAL FIELDS                                      *
004900*----------------------------------------------------------*
005000 01  WS-RV-OPER-ID                PIC X(03).
005100 01  WS-RV-TRAN-SEQ               PIC S9(09) COMP.
005200 01  WS-RV-ORIG-SEQ               PIC S9(09) COMP.
005300 01  WS-RV-CUSTOMER-ID            PIC X(10).
005400 01  WS-RV-ORIG-DATE              PIC X(10).
005500 01  WS-RV-ORIG-TYPE              PIC X(01).
005600 01  WS-RV-ORIG-AMOUNT            PIC S9(11)V99 COMP-3.
005700 01  WS-RV-ABS-AMOUNT             PIC S9(11)V99 COMP-3.
005800 01  WS-RV-TERMINAL-ID            PIC X(04).
005900 01  WS-RV-OVERRIDE-ID            PIC X(03).
006000 01  WS-RV-TIME                   PIC X(08).
006100*----------------------------------------------------------*
006200* CONTROL-BREAK FIELDS - OPERATOR'S BRANCH, THEN OPERATOR.  *
006300* AN OPERATOR WITH NO BRANCH ON OPERATORAUTH (HEAD OFFICE)  *
006400* SORTS TO THE END UNDER BRANCH ZZZ.                        *
006500*----------------------------------------------------------*
006600 01  WS-BRANCH-ID                 PIC X(03).
006700 01  WS-BRANCH-NAME               PIC X(30).
006800 01  WS-PREV-BRANCH-ID            PIC X(03) VALUE LOW-VALUES.
006900 01  WS-PREV-OPER-ID              PIC X(03) VALUE LOW-VALUES.
007000*----------------------------------------------------------*
007100* CONTROL TOTALS                                            *
007200*----------------------------------------------------------*
007300 01  WS-TOTAL-COUNT               PIC S9(07) COMP-3 VALUE ZERO.
007400 01  WS-TOTAL-AMOUNT              PIC S9(11)V99 COMP-3 VALUE ZERO.
007500 01  WS-OVERRIDE-COUNT            PIC S9(07) COMP-3 VALUE ZERO.
007600 01  WS-FLAGGED-COUNT             PIC S9(07) COMP-3 VALUE ZERO.
007700 01  WS-BR-COUNT                  PIC S9(07) COMP-3 VALUE ZERO.
007800 01  WS-BR-AMOUNT                 PIC S9(11)V99 COMP-3 VALUE ZERO.
007900 01  WS-OP-COUNT                  PIC S9(07) COMP-3 VALUE ZERO.
008000 01  WS-OP-AMOUNT                 PIC S9(11)V99 COMP-3 VALUE ZERO.
008100*----------------------------------------------------------*
008200* REPORT LINES                                              *
008300*----------------------------------------------------------*
008400 01  WS-HDR-LINE-1.
008500     05  FILLER                   PIC X(01)    VALUE '1'.
008600     05  FILLER                   PIC X(30)
008700                       VALUE 'TELLER REVERSALS BY OPERATOR'.
008800     05  FILLER                   PIC X(11)    VALUE 'CYCLE DATE'.
008900     05  WS-HDR1-DATE             PIC X(10).
009000     05  FILLER                   PIC X(05)    VALUE SPACES.
009100     05  FILLER                   PIC X(05)    VALUE 'PAGE '.
009200     05  WS-HDR1-PAGE             PIC ZZZ9.
009300     05  FILLER                   PIC X(67)    VALUE SPACES.
009400 01  WS-HDR-BRANCH-LINE.
009500     05  FILLER                   PIC X(01)    VALUE ' '.
009600     05  FILLER                   PIC X(08)    VALUE 'BRANCH '.
009700     05  WS-HDRB-BRANCH-ID        PIC X(03).
009800     05  FILLER                   PIC X(02)    VALUE SPACES.
009900     05  WS-HDRB-BRANCH-NAME      PIC X(30).
010000     05  FILLER                   PIC X(89)    VALUE SPACES.
010100 01  WS-HDR-LINE-2.
010200     05  FILLER                   PIC X(01)    VALUE ' '.
010300     05  FILLER                   PIC X(05)    VALUE 'OPR'.
010400     05  FILLER                   PIC X(11)    VALUE 'REV SEQ'.
010500     05  FILLER                   PIC X(11)    VALUE 'ORIG SEQ'.
010600     05  FILLER                   PIC X(12)    VALUE 'CUSTID'.
010700     05  FILLER                   PIC X(12)    VALUE 'ORIG DATE'.
010800     05  FILLER                   PIC X(03)    VALUE 'T'.
010900     05  FILLER                   PIC X(14)
011000                       VALUE '  ORIG AMOUNT'.
011100     05  FILLER                   PIC X(06)    VALUE 'TERM'.
011200     05  FILLER                   PIC X(05)    VALUE 'SUP'.
011300     05  FILLER                   PIC X(08)    VALUE 'TIME'.
011400     05  FILLER                   PIC X(45)    VALUE SPACES.
011500 01  WS-DETAIL-LINE.
011600     05  FILLER                   PIC X(01)    VALUE ' '.
011700     05  WS-DTL-OPER-ID           PIC X(03).
011800     05  FILLER                   PIC X(02)    VALUE SPACES.
011900     05  WS-DTL-REV-SEQ           PIC 9(09).
012000     05  FILLER                   PIC X(02)    VALUE SPACES.
012100     05  WS-DTL-ORIG-SEQ          PIC 9(09).
012200     05  FILLER                   PIC X(02)    VALUE SPACES.
012300     05  WS-DTL-CUST-ID           PIC X(10).
012400     05  FILLER                   PIC X(02)    VALUE SPACES.
012500     05  WS-DTL-ORIG-DATE         PIC X(10).
012600     05  FILLER                   PIC X(02)    VALUE SPACES.
012700     05  WS-DTL-ORIG-TYPE         PIC X(01).
012800     05  FILLER                   PIC X(02)    VALUE SPACES.
012900     05  WS-DTL-AMOUNT            PIC -(8)9.99.
013000     05  FILLER                   PIC X(02)    VALUE SPACES.
013100     05  WS-DTL-TERMINAL-ID       PIC X(04).
013200     05  FILLER                   PIC X(02)    VALUE SPACES.
013300     05  WS-DTL-OVERRIDE-ID       PIC X(03).
013400     05  FILLER                   PIC X(02)    VALUE SPACES.
013500     05  WS-DTL-TIME              PIC X(08).
013600     05  FILLER                   PIC X(45)    VALUE SPACES.
013700 01  WS-OP-TOTAL-LINE.
013800     05  FILLER                   PIC X(01)    VALUE '0'.
013900     05  FILLER                   PIC X(09)    VALUE 'OPERATOR '.
014000     05  WS-OPT-OPER-ID           PIC X(03).
014100     05  FILLER                   PIC X(14)
014200                       VALUE '  REVERSALS . '.
014300     05  WS-OPT-COUNT             PIC ZZZ9.
014400     05  FILLER                   PIC X(11)
014500                       VALUE '  AMOUNT . '.
014600     05  WS-OPT-AMOUNT            PIC Z(10)9.99.
014700     05  FILLER                   PIC X(02)    VALUE SPACES.
014800     05  WS-OPT-REVIEW-FLAG       PIC X(10).
014900     05  FILLER                   PIC X(65)    VALUE SPACES.
015000 01  WS-BR-TOTAL-LINE.
015100     05  FILLER                   PIC X(01)    VALUE '0'.
015200     05  FILLER                   PIC X(28)
015300                       VALUE 'BRANCH REVERSALS. . . . . . '.
015400     05  WS-BRT-COUNT             PIC ZZZZZZ9.
015500     05  FILLER                   PIC X(11)
015600                       VALUE '  AMOUNT . '.
015700     05  WS-BRT-AMOUNT            PIC Z(10)9.99.
015800     05  FILLER                   PIC X(72)    VALUE SPACES.
015900*    THE RUN TOTALS START THEIR OWN PAGE - EACH BRANCH'S
016000*    PAGES GO TO THAT BRANCH'S MANAGER.
016100 01  WS-TOTAL-LINE-1.
016200     05  FILLER                   PIC X(01)    VALUE '1'.
016300     05  FILLER                   PIC X(28)
016400                       VALUE 'REVERSALS POSTED. . . . . . '.
016500     05  WS-TOT1-COUNT            PIC ZZZZZZ9.
016600     05  FILLER                   PIC X(97)    VALUE SPACES.
016700 01  WS-TOTAL-LINE-2.
016800     05  FILLER                   PIC X(01)    VALUE ' '.
016900     05  FILLER                   PIC X(28)
017000                       VALUE 'AMOUNT REVERSED . . . . . . '.
017100     05  WS-TOT2-AMOUNT           PIC Z(10)9.99.
017200     05  FILLER                   PIC X(90)    VALUE SPACES.
017300 01  WS-TOTAL-LINE-3.
017400     05  FILLER                   PIC X(01)    VALUE ' '.
017500     05  FILLER                   PIC X(28)
017600                       VALUE 'WITH SUPERVISOR OVERRIDE. . '.
017700     05  WS-TOT3-COUNT            PIC ZZZZZZ9.
017800     05  FILLER                   PIC X(97)    VALUE SPACES.
017900 01  WS-TOTAL-LINE-4.
018000     05  FILLER                   PIC X(01)    VALUE ' '.
018100     05  FILLER                   PIC X(28)
018200                       VALUE 'OPERATORS FLAGGED FOR REVIEW'.
018300     05  WS-TOT4-COUNT            PIC ZZZZZZ9.
018400     05  FILLER                   PIC X(97)    VALUE SPACES.
018500 01  WS-TOTAL-LINE-5.
018600     05  FILLER                   PIC X(01)    VALUE ' '.
018700     05  FILLER                   PIC X(28)
018800                       VALUE 'REVIEW THRESHOLD (COUNT). . '.
018900     05  WS-TOT5-THRESHOLD        PIC ZZZZZZ9.
019000     05  FILLER                   PIC X(97)    VALUE SPACES.
019100 01  WS-NO-ITEMS-LINE.
019200     05  FILLER                   PIC X(01)    VALUE ' '.
019300     05  FILLER                   PIC X(40)
019400         VALUE 'NO TELLER REVERSALS POSTED THIS CYCLE'.
019500     05  FILLER                   PIC X(92)    VALUE SPACES.
019600*----------------------------------------------------------*
019700* RUN-CONTROL FIELDS - JOBRUNCONTROL CYCLE SEQUENCING       *
019800*----------------------------------------------------------*
019900 77  WS-RC-JOB-NAME              PIC X(08)    VALUE 'RPTREV'.
020000 01  WS-RC-STATUS                 PIC X(01).
020100 01  WS-RC-FOUND-SW               PIC X(01).
020200     88  RC-ROW-FOUND                          VALUE 'Y'.
020300     88  RC-ROW-ABSENT                         VALUE 'N'.
020400 01  WS-RC-CYCLE-DATE             PIC X(10).
020500     EXEC SQL INCLUDE SQLCA END-EXEC.
020600*
020700 PROCEDURE DIVISION.
020800*----------------------------------------------------------*
020900* 0000-MAIN-PROCESS                                        *
021000*----------------------------------------------------------*
021100 0000-MAIN-PROCESS.
021200     PERFORM 0800-CHECK-RUN-CONTROL
021300         THRU 0800-EXIT.
021400
021500     PERFORM 1000-INITIALIZE
021600         THRU 1000-EXIT.
021700
021800     PERFORM 2000-PROCESS-ONE-REVERSAL
021900         THRU 2000-EXIT
022000        UNTIL END-OF-REVERSALS.
022100
022200     IF WS-PREV-BRANCH-ID NOT = LOW-VALUES
022300         PERFORM 2160-WRITE-OPER-TOTALS
022400             THRU 2160-EXIT
022500         PERFORM 2150-WRITE-BRANCH-TOTALS
022600             THRU 2150-EXIT
022700     END-IF.
022800
022900     PERFORM 8000-WRITE-TOTALS
023000         THRU 8000-EXIT.
023100
023200     PERFORM 9000-TERMINATE
023300         THRU 9000-EXIT.
023400
023500     PERFORM 8900-RECORD-JOB-END
023600         THRU 8900-EXIT.
023700
023800     STOP RUN.
023900*----------------------------------------------------------*
024000* 0800-CHECK-RUN-CONTROL                                   *
024100* REGISTERS THIS RUN ON JOBRUNCONTROL.  A JOB ALREADY      *
024200* COMPLETE FOR TONIGHT'S BUSINESS DATE REFUSES TO RUN      *
024300* TWICE (RC=8).  A ROW LEFT AT 'S' BY AN ABENDED RUN IS A  *
024400* RESTART AND IS LET THROUGH WITH ITS START RE-STAMPED.    *
024500* REVERSALS ARE POSTED ONLINE, SO THE REPORT WAITS ON NO   *
024600* BATCH PREDECESSOR.                                       *
024700*----------------------------------------------------------*
024800 0800-CHECK-RUN-CONTROL.
024900*    ONE CYCLE BUSINESS DATE FOR EVERY JOB IN THE NIGHT'S
025000*    RUN - THE CALENDAR DATE AS OF TWELVE HOURS AGO, SO
025100*    THE JOBS THAT RUN PAST MIDNIGHT LAND ON THE SAME
025200*    DATE AS THE EVENING JOBS AND A RESUBMIT AFTER 00:00
025300*    STILL HITS THE NO-RERUN GUARD.
025400     EXEC SQL
025500         SELECT CHAR(DATE(CURRENT TIMESTAMP - 12 HOURS),
025600                     ISO)
025700           INTO :WS-RC-CYCLE-DATE
025800           FROM SYSIBM.SYSDUMMY1
025900     END-EXEC.
026000
026100     IF SQLCODE NOT = ZERO
026200         DISPLAY 'ReporteReversos: CYCLE DATE DERIVATION '
026300                 'FAILED, SQLCODE = ' SQLCODE
026400         MOVE 16 TO RETURN-CODE
026500         STOP RUN
026600     END-IF.
026700
026800     EXEC SQL
026900         SELECT RunStatus
027000           INTO :WS-RC-STATUS
027100           FROM JobRunControl
027200          WHERE JobName = :WS-RC-JOB-NAME
027300            AND BusinessDate = :WS-RC-CYCLE-DATE
027400     END-EXEC.
027500
027600     EVALUATE SQLCODE
027700         WHEN ZERO
027800             SET RC-ROW-FOUND TO TRUE
027900             IF WS-RC-STATUS = 'C'
028000                 DISPLAY 'ReporteReversos: ALREADY COMPLETE '
028100                         'FOR THIS BUSINESS DATE - '
028200                         'RUN REFUSED'
028300                 MOVE 8 TO RETURN-CODE
028400                 STOP RUN
028500             END-IF
028600         WHEN 100
028700             SET RC-ROW-ABSENT TO TRUE
028800         WHEN OTHER
028900             DISPLAY 'ReporteReversos: RUN-CONTROL READ '
029000                     'FAILED, SQLCODE = ' SQLCODE
029100             MOVE 16 TO RETURN-CODE
029200             STOP RUN
029300     END-EVALUATE.
029400
029500     IF RC-ROW-FOUND
029600         EXEC SQL
029700             UPDATE JobRunControl
029800                SET StartTimestamp = CURRENT TIMESTAMP,
029900                    RunStatus      = 'S'
030000              WHERE JobName = :WS-RC-JOB-NAME
030100                AND BusinessDate = :WS-RC-CYCLE-DATE
030200         END-EXEC
030300     ELSE
030400         EXEC SQL
030500             INSERT INTO JobRunControl
030600                 (JobName, BusinessDate,
030700                  StartTimestamp, RunStatus)
030800             VALUES
030900                 (:WS-RC-JOB-NAME, :WS-RC-CYCLE-DATE,
031000                  CURRENT TIMESTAMP, 'S')
031100         END-EXEC
031200     END-IF.
031300
031400     IF SQLCODE NOT = ZERO
031500         DISPLAY 'ReporteReversos: RUN-CONTROL WRITE '
031600                 'FAILED, SQLCODE = ' SQLCODE
031700         MOVE 16 TO RETURN-CODE
031800         STOP RUN
031900     END-IF.
032000
032100     EXEC SQL COMMIT END-EXEC.
032200
032300     IF SQLCODE NOT = ZERO
032400         DISPLAY 'ReporteReversos: RUN-CONTROL COMMIT '
032500                 'FAILED, SQLCODE = ' SQLCODE
032600         MOVE 16 TO RETURN-CODE
032700         STOP RUN
032800     END-IF.
032900 0800-EXIT.
033000     EXIT.
033100*----------------------------------------------------------*
033200* 1000-INITIALIZE                                          *
033300* OPENS THE REPORT FILE, OPENS THE REVERSAL CURSOR AND     *
033400* PRIMES THE FIRST FETCH.  EACH REVERSAL ROW IS JOINED     *
033500* BACK TO THE MOVEMENT IT CANCELLED THROUGH                *
033600* REVERSESTRANSEQ, AND TO THE KEYING OPERATOR'S BRANCH.    *
033700*----------------------------------------------------------*
033800 1000-INITIALIZE.
033900     OPEN OUTPUT RPT-REV-FILE.
034000     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT.
034100
034200     EXEC SQL
034300         DECLARE C-REVERSALS CURSOR FOR
034400             SELECT COALESCE(A.BranchID, 'ZZZ'),
034500                    COALESCE(B.BranchName,
034600                             'NO BRANCH - HEAD OFFICE'),
034700                    COALESCE(R.OperatorID, '???'),
034800                    R.TranSeq, R.ReversesTranSeq,
034900                    R.CustomerID,
035000                    CHAR(DATE(O.PostingTimestamp), ISO),
035100                    O.TranType, O.TranAmount,
035200                    ABS(O.TranAmount),
035300                    COALESCE(R.TerminalID, ' '),
035400                    COALESCE(R.OverrideOperID, ' '),
035500                    CHAR(TIME(R.PostingTimestamp), ISO)
035600               FROM Transactions R
035700               JOIN Transactions O
035800                 ON O.TranSeq = R.ReversesTranSeq
035900               LEFT JOIN OperatorAuth A
036000                 ON A.OperatorID = R.OperatorID
036100               LEFT JOIN Branches B
036200                 ON B.BranchID = A.BranchID
036300              WHERE R.TranType = 'R'
036400                AND DATE(R.PostingTimestamp)
036500                        = DATE(:WS-RC-CYCLE-DATE)
036600              ORDER BY COALESCE(A.BranchID, 'ZZZ'),
036700                       R.OperatorID, R.TranSeq
036800     END-EXEC.
036900
037000     EXEC SQL OPEN C-REVERSALS END-EXEC.
037010
037020     IF SQLCODE NOT = ZERO
037030         DISPLAY 'ReporteReversos: REVERSAL CURSOR OPEN '
037040                 'FAILED, SQLCODE = ' SQLCODE
037050         MOVE 16 TO RETURN-CODE
037060         STOP RUN
037070     END-IF.
037100
037200     PERFORM 2900-FETCH-REVERSAL
037300         THRU 2900-EXIT.
037400 1000-EXIT.
037500     EXIT.
037600*----------------------------------------------------------*
037700* 2000-PROCESS-ONE-REVERSAL                                *
037800* WRITES ONE REVERSAL DETAIL LINE, THEN FETCHES THE NEXT   *
037900* ROW.  A NEW PAGE OF HEADINGS PRINTS WHEN THE CURRENT     *
038000* PAGE IS FULL.                                            *
038100*----------------------------------------------------------*
038200 2000-PROCESS-ONE-REVERSAL.
038300     IF WS-BRANCH-ID NOT = WS-PREV-BRANCH-ID
038400         PERFORM 2050-BRANCH-BREAK
038500             THRU 2050-EXIT
038600     END-IF.
038700
038800     IF WS-RV-OPER-ID NOT = WS-PREV-OPER-ID
038900         PERFORM 2060-OPERATOR-BREAK
039000             THRU 2060-EXIT
039100     END-IF.
039200
039300     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
039400         PERFORM 2100-WRITE-HEADINGS
039500             THRU 2100-EXIT
039600     END-IF.
039700
039800     PERFORM 2200-WRITE-DETAIL
039900         THRU 2200-EXIT.
040000
040100     PERFORM 2900-FETCH-REVERSAL
040200         THRU 2900-EXIT.
040300 2000-EXIT.
040400     EXIT.
040500*----------------------------------------------------------*
040600* 2050-BRANCH-BREAK                                        *
040700* A NEW BRANCH HAS ARRIVED ON THE CURSOR.  THE FINISHED    *
040800* BRANCH (IF ANY) PRINTS ITS LAST OPERATOR'S TOTAL AND ITS *
040900* OWN TOTAL, THEN THE NEW ONE STARTS ITS OWN PAGE SO EACH  *
041000* BRANCH MANAGER'S PAGES BURST CLEAN.                      *
041100*----------------------------------------------------------*
041200 2050-BRANCH-BREAK.
041300     IF WS-PREV-BRANCH-ID NOT = LOW-VALUES
041400         PERFORM 2160-WRITE-OPER-TOTALS
041500             THRU 2160-EXIT
041600         PERFORM 2150-WRITE-BRANCH-TOTALS
041700             THRU 2150-EXIT
041800     END-IF.
041900     MOVE WS-BRANCH-ID TO WS-PREV-BRANCH-ID.
042000     MOVE LOW-VALUES TO WS-PREV-OPER-ID.
042100     MOVE ZERO TO WS-BR-COUNT WS-BR-AMOUNT.
042200     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT.
042300 2050-EXIT.
042400     EXIT.
042500*----------------------------------------------------------*
042600* 2060-OPERATOR-BREAK                                      *
042700* A NEW OPERATOR HAS ARRIVED WITHIN THE BRANCH.  THE       *
042800* FINISHED OPERATOR (IF ANY) PRINTS ITS TOTAL.             *
042900*----------------------------------------------------------*
043000 2060-OPERATOR-BREAK.
043100     IF WS-PREV-OPER-ID NOT = LOW-VALUES
043200         PERFORM 2160-WRITE-OPER-TOTALS
043300             THRU 2160-EXIT
043400     END-IF.
043500     MOVE WS-RV-OPER-ID TO WS-PREV-OPER-ID.
043600     MOVE ZERO TO WS-OP-COUNT WS-OP-AMOUNT.
043700 2060-EXIT.
043800     EXIT.
043900*----------------------------------------------------------*
044000* 2100-WRITE-HEADINGS                                      *
044100*----------------------------------------------------------*
044200 2100-WRITE-HEADINGS.
044300     ADD 1 TO WS-PAGE-COUNT.
044400     MOVE WS-PAGE-COUNT    TO WS-HDR1-PAGE.
044500     MOVE WS-RC-CYCLE-DATE TO WS-HDR1-DATE.
044600     WRITE RPT-REV-RECORD FROM WS-HDR-LINE-1.
044700     MOVE WS-BRANCH-ID     TO WS-HDRB-BRANCH-ID.
044800     MOVE WS-BRANCH-NAME   TO WS-HDRB-BRANCH-NAME.
044900     WRITE RPT-REV-RECORD FROM WS-HDR-BRANCH-LINE.
045000     WRITE RPT-REV-RECORD FROM WS-HDR-LINE-2.
045100     MOVE ZERO             TO WS-LINE-COUNT.
045200 2100-EXIT.
045300     EXIT.
045400*----------------------------------------------------------*
045500* 2150-WRITE-BRANCH-TOTALS                                 *
045600*----------------------------------------------------------*
045700 2150-WRITE-BRANCH-TOTALS.
045800     MOVE WS-BR-COUNT  TO WS-BRT-COUNT.
045900     MOVE WS-BR-AMOUNT TO WS-BRT-AMOUNT.
046000     WRITE RPT-REV-RECORD FROM WS-BR-TOTAL-LINE.
046100 2150-EXIT.
046200     EXIT.
046300*----------------------------------------------------------*
046400* 2160-WRITE-OPER-TOTALS                                   *
046500* AN OPERATOR WHOSE REVERSAL COUNT FOR THE DAY REACHES THE *
046600* REVIEW THRESHOLD IS FLAGGED FOR THE BRANCH MANAGER.      *
046700*----------------------------------------------------------*
046800 2160-WRITE-OPER-TOTALS.
046900     MOVE WS-PREV-OPER-ID TO WS-OPT-OPER-ID.
047000     MOVE WS-OP-COUNT     TO WS-OPT-COUNT.
047100     MOVE WS-OP-AMOUNT    TO WS-OPT-AMOUNT.
047200     IF WS-OP-COUNT >= WS-REVIEW-THRESHOLD
047300         MOVE '*** REVIEW' TO WS-OPT-REVIEW-FLAG
047400         ADD 1 TO WS-FLAGGED-COUNT
047500     ELSE
047600         MOVE SPACES TO WS-OPT-REVIEW-FLAG
047700     END-IF.
047800     WRITE RPT-REV-RECORD FROM WS-OP-TOTAL-LINE.
047900     ADD 2 TO WS-LINE-COUNT.
048000 2160-EXIT.
048100     EXIT.
048200*----------------------------------------------------------*
048300* 2200-WRITE-DETAIL                                        *
048400* THE AMOUNT SHOWN IS THE CANCELLED MOVEMENT'S, AS POSTED  *
048500* (DEBITS NEGATIVE).  THE TOTALS ADD IT UNSIGNED.  SUP IS  *
048600* THE SUPERVISOR WHO OVERRODE AN EARLIER-DAY REVERSAL -    *
048700* BLANK ON A SAME-DAY REVERSAL.                            *
048800*----------------------------------------------------------*
048900 2200-WRITE-DETAIL.
049000     MOVE WS-RV-OPER-ID      TO WS-DTL-OPER-ID.
049100     MOVE WS-RV-TRAN-SEQ     TO WS-DTL-REV-SEQ.
049200     MOVE WS-RV-ORIG-SEQ     TO WS-DTL-ORIG-SEQ.
049300     MOVE WS-RV-CUSTOMER-ID  TO WS-DTL-CUST-ID.
049400     MOVE WS-RV-ORIG-DATE    TO WS-DTL-ORIG-DATE.
049500     MOVE WS-RV-ORIG-TYPE    TO WS-DTL-ORIG-TYPE.
049600     MOVE WS-RV-ORIG-AMOUNT  TO WS-DTL-AMOUNT.
049700     MOVE WS-RV-TERMINAL-ID  TO WS-DTL-TERMINAL-ID.
049800     MOVE WS-RV-OVERRIDE-ID  TO WS-DTL-OVERRIDE-ID.
049900     MOVE WS-RV-TIME         TO WS-DTL-TIME.
050000
050100     WRITE RPT-REV-RECORD FROM WS-DETAIL-LINE.
050200     ADD 1 TO WS-LINE-COUNT.
050300     ADD 1 TO WS-OP-COUNT WS-BR-COUNT WS-TOTAL-COUNT.
050400     ADD WS-RV-ABS-AMOUNT
050500         TO WS-OP-AMOUNT WS-BR-AMOUNT WS-TOTAL-AMOUNT.
050600     IF WS-RV-OVERRIDE-ID NOT = SPACES
050700         ADD 1 TO WS-OVERRIDE-COUNT
050800     END-IF.
050900 2200-EXIT.
051000     EXIT.
051100*----------------------------------------------------------*
051200* 2900-FETCH-REVERSAL                                      *
051300*----------------------------------------------------------*
051400 2900-FETCH-REVERSAL.
051500     EXEC SQL
051600         FETCH C-REVERSALS
051700          INTO :WS-BRANCH-ID, :WS-BRANCH-NAME,
051800               :WS-RV-OPER-ID,
051900               :WS-RV-TRAN-SEQ, :WS-RV-ORIG-SEQ,
052000               :WS-RV-CUSTOMER-ID,
052100               :WS-RV-ORIG-DATE,
052200               :WS-RV-ORIG-TYPE, :WS-RV-ORIG-AMOUNT,
052300               :WS-RV-ABS-AMOUNT,
052400               :WS-RV-TERMINAL-ID,
052500               :WS-RV-OVERRIDE-ID,
052600               :WS-RV-TIME
052700     END-EXEC.
052800
052900     EVALUATE SQLCODE
053000         WHEN ZERO
053100             CONTINUE
053200         WHEN 100
053300             SET END-OF-REVERSALS TO TRUE
053400         WHEN OTHER
053500             DISPLAY 'ReporteReversos: FETCH FAILED, SQLCODE='
053600                     SQLCODE
053700             MOVE 16 TO RETURN-CODE
053800             STOP RUN
053900     END-EVALUATE.
054000 2900-EXIT.
054100     EXIT.
054200*----------------------------------------------------------*
054300* 8000-WRITE-TOTALS                                        *
054400*----------------------------------------------------------*
054500 8000-WRITE-TOTALS.
054600     MOVE WS-TOTAL-COUNT      TO WS-TOT1-COUNT.
054700     MOVE WS-TOTAL-AMOUNT     TO WS-TOT2-AMOUNT.
054800     MOVE WS-OVERRIDE-COUNT   TO WS-TOT3-COUNT.
054900     MOVE WS-FLAGGED-COUNT    TO WS-TOT4-COUNT.
055000     MOVE WS-REVIEW-THRESHOLD TO WS-TOT5-THRESHOLD.
055100
055200     WRITE RPT-REV-RECORD FROM WS-TOTAL-LINE-1.
055300     WRITE RPT-REV-RECORD FROM WS-TOTAL-LINE-2.
055400     WRITE RPT-REV-RECORD FROM WS-TOTAL-LINE-3.
055500     WRITE RPT-REV-RECORD FROM WS-TOTAL-LINE-4.
055600     WRITE RPT-REV-RECORD FROM WS-TOTAL-LINE-5.
055700     IF WS-TOTAL-COUNT = ZERO
055800         WRITE RPT-REV-RECORD FROM WS-NO-ITEMS-LINE
055900     END-IF.
056000 8000-EXIT.
056100     EXIT.
056200*----------------------------------------------------------*
056300* 8900-RECORD-JOB-END                                      *
056400* MARKS THIS JOB COMPLETE FOR TONIGHT'S BUSINESS DATE ON   *
056500* JOBRUNCONTROL, RELEASING ITS SUCCESSORS.                 *
056600*----------------------------------------------------------*
056700 8900-RECORD-JOB-END.
056800     EXEC SQL
056900         UPDATE JobRunControl
057000            SET RunStatus    = 'C',
057100                EndTimestamp = CURRENT TIMESTAMP
057200          WHERE JobName = :WS-RC-JOB-NAME
057300            AND BusinessDate = :WS-RC-CYCLE-DATE
057400     END-EXEC.
057500
057600     IF SQLCODE NOT = ZERO
057700         DISPLAY 'ReporteReversos: RUN-CONTROL CLOSE-OUT '
057800                 'FAILED, SQLCODE = ' SQLCODE
057900         MOVE 16 TO RETURN-CODE
058000         STOP RUN
058100     END-IF.
058200 8900-EXIT.
058300     EXIT.
058400*----------------------------------------------------------*
058500* 9000-TERMINATE                                           *
058600*----------------------------------------------------------*
058700 9000-TERMINATE.
058800     EXEC SQL CLOSE C-REVERSALS END-EXEC.
058900     CLOSE RPT-REV-FILE.
059000 9000-EXIT.
059100     EXIT.
