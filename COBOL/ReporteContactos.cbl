000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ReporteContactos.
000300 AUTHOR.        R RAMIREZ.
000400 INSTALLATION.  RETAIL BANKING SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                     *
000900*----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                              *
001100* 10/15/2026 RR    ORIGINAL PROGRAM - WEEKLY CONTACT-CHANGE *
001200*                  LARGE-DEBIT REPORT.  LISTS, BY BRANCH,   *
001300*                  EVERY DEBIT POSTED IN THE SEVEN DAYS     *
001400*                  ENDING ON THE CYCLE DATE THAT CAME AFTER *
001500*                  AN ADDRESS OR PHONE CHANGE, WITHIN THAT  *
001600*                  CHANGE'S COOLING-OFF PERIOD, AND FOR THE *
001700*                  LARGE-DEBIT LIMIT OR MORE (CONTACTREVIEW *
001800*                  WRITTEN BY REVISIONCONTACTOS) - WITH THE *
001900*                  SUPERVISOR WHO OVERRODE IT, IF ANY, AND  *
002000*                  WHETHER IT HAS SINCE BEEN REVERSED.      *
002100*----------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT RPT-CON-FILE    ASSIGN TO RPTCON
002600         ORGANIZATION IS LINE SEQUENTIAL.
002700*
002800 DATA DIVISION.
002900 FILE SECTION.
003000 FD  RPT-CON-FILE
003100     RECORDING MODE IS F
003200     LABEL RECORDS ARE STANDARD.
003300 01  RPT-CON-RECORD               PIC X(133).
003400*
003500 WORKING-STORAGE SECTION.
003600*----------------------------------------------------------*
003700* PROGRAM SWITCHES                                          *
003800*----------------------------------------------------------*
003900 01  WS-DEBIT-EOF-SW              PIC X(01)    VALUE 'N'.
004000     88  END-OF-DEBITS                         VALUE 'Y'.
004100 01  WS-LINE-COUNT                PIC S9(04) COMP VALUE ZERO.
004200 01  WS-LINES-PER-PAGE            PIC S9(04) COMP VALUE +55.
004300 01  WS-PAGE-COUNT                PIC S9(04) COMP VALUE ZERO.
004400*----------------------------------------------------------*
004500* REPORT WEEK - THE SEVEN CALENDAR DAYS ENDING ON THE CYCLE *
004600* DATE, WHICHEVER NIGHT OF THE WEEK THE JOB IS RUN.         *
004700*----------------------------------------------------------*
004800 77  WS-WEEK-DAYS-BACK            PIC S9(04) COMP VALUE +6.
004900 01  WS-WEEK-START                PIC X(10).
005000*----------------------------------------------------------*
005100* DB2 RETRIEVAL FIELDS - ONE LARGE DEBIT AND THE CONTACT    *
005200* CHANGE WHOSE COOLING-OFF IT FELL IN.  THE BRANCH IS THE   *
005300* ONE THE REVIEW WAS LISTED UNDER (ZZZ FOR NO BRANCH).      *
005400*----------------------------------------------------------*
005500 01  WS-BRANCH-ID                 PIC X(03).
005600 01  WS-BRANCH-NAME               PIC X(30).
005700 01  WS-CD-CUSTOMER-ID            PIC X(10).
005800 01  WS-CD-NAME                   PIC X(30).
005900 01  WS-CD-CHANGE-KIND            PIC X(01).
006000     88  CD-KIND-ADDRESS                       VALUE 'A'.
006100     88  CD-KIND-PHONE                         VALUE 'P'.
006200     88  CD-KIND-BOTH                          VALUE 'B'.
006300 01  WS-CD-CHANGE-DATE            PIC X(10).
006400 01  WS-CD-COOL-OFF-END           PIC X(10).
006500 01  WS-CD-TRAN-SEQ               PIC S9(09) COMP.
006600 01  WS-CD-POSTED-TS              PIC X(26).
006700 01  WS-CD-CHANNEL                PIC X(01).
006800 01  WS-CD-AMOUNT                 PIC S9(9)V99 COMP-3.
006900 01  WS-CD-OPERATOR-ID            PIC X(03).
007000 01  WS-CD-OVERRIDE-ID            PIC X(03).
007100 01  WS-CD-REVERSED               PIC X(03).
007200 01  WS-PREV-BRANCH-ID            PIC X(03) VALUE LOW-VALUES.
007300 01  WS-PREV-CUSTOMER-ID          PIC X(10) VALUE LOW-VALUES.
007400*----------------------------------------------------------*
007500* CONTROL TOTALS                                            *
007600*----------------------------------------------------------*
007700 01  WS-DEBITS-LISTED             PIC S9(07) COMP-3 VALUE ZERO.
007800 01  WS-ACCOUNTS-LISTED           PIC S9(07) COMP-3 VALUE ZERO.
007900 01  WS-AMOUNT-LISTED             PIC S9(11)V99 COMP-3 VALUE ZERO.
008000 01  WS-OVERRIDDEN                PIC S9(07) COMP-3 VALUE ZERO.
008100 01  WS-NOT-OVERRIDDEN            PIC S9(07) COMP-3 VALUE ZERO.
008200 01  WS-REVERSED-COUNT            PIC S9(07) COMP-3 VALUE ZERO.
008300 01  WS-BR-DEBITS                 PIC S9(07) COMP-3 VALUE ZERO.
008400*----------------------------------------------------------*
008500* REPORT LINES                                              *
008600*----------------------------------------------------------*
008700 01  WS-HDR-LINE-1.
008800     05  FILLER                   PIC X(01)    VALUE '1'.
008900     05  FILLER                   PIC X(45)
009000             VALUE 'CONTACT CHANGES WITH A LARGE DEBIT - WEEKLY'.
009100     05  FILLER                   PIC X(05)    VALUE 'WEEK '.
009200     05  WS-HDR1-WEEK-START       PIC X(10).
009300     05  FILLER                   PIC X(04)    VALUE ' TO '.
009400     05  WS-HDR1-WEEK-END         PIC X(10).
009500     05  FILLER                   PIC X(05)    VALUE SPACES.
009600     05  FILLER                   PIC X(05)    VALUE 'PAGE '.
009700     05  WS-HDR1-PAGE             PIC ZZZ9.
009800     05  FILLER                   PIC X(44)    VALUE SPACES.
009900 01  WS-HDR-BRANCH-LINE.
010000     05  FILLER                   PIC X(01)    VALUE ' '.
010100     05  FILLER                   PIC X(08)    VALUE 'BRANCH '.
010200     05  WS-HDRB-BRANCH-ID        PIC X(03).
010300     05  FILLER                   PIC X(02)    VALUE SPACES.
010400     05  WS-HDRB-BRANCH-NAME      PIC X(30).
010500     05  FILLER                   PIC X(89)    VALUE SPACES.
010600 01  WS-DEB-HDR-LINE.
010700     05  FILLER                   PIC X(01)    VALUE ' '.
010800     05  FILLER                   PIC X(12)    VALUE 'CUSTID'.
010900     05  FILLER                   PIC X(24)    VALUE 'NAME'.
011000     05  FILLER                   PIC X(09)    VALUE 'CHANGED'.
011100     05  FILLER                   PIC X(12)    VALUE 'CHANGED ON'.
011200     05  FILLER                   PIC X(12)
011300                                             VALUE 'COOL-OFF TO'.
011400     05  FILLER                   PIC X(21)    VALUE 'POSTED AT'.
011500     05  FILLER                   PIC X(03)    VALUE 'CH'.
011600     05  FILLER                   PIC X(14)
011700                                            VALUE '      AMOUNT'.
011800     05  FILLER                   PIC X(11)    VALUE '  TRANSEQ'.
011900     05  FILLER                   PIC X(05)    VALUE 'OPR'.
012000     05  FILLER                   PIC X(05)    VALUE 'SUP'.
012100     05  FILLER                   PIC X(04)    VALUE 'REV'.
012200*    CH IS THE CHANNEL THE DEBIT CAME IN THROUGH (T TELLER,
012300*    V IVR TRANSFER, B BRANCH FILE), SUP THE SUPERVISOR WHO
012400*    OVERRODE THE COOLING-OFF, AND REV 'YES' WHEN THE DEBIT
012500*    HAS SINCE BEEN REVERSED.
012600 01  WS-DEB-DETAIL-LINE.
012700     05  FILLER                   PIC X(01)    VALUE ' '.
012800     05  WS-DDL-CUSTOMER-ID       PIC X(10).
012900     05  FILLER                   PIC X(02)    VALUE SPACES.
013000     05  WS-DDL-NAME              PIC X(22).
013100     05  FILLER                   PIC X(02)    VALUE SPACES.
013200     05  WS-DDL-CHANGE-TEXT       PIC X(07).
013300     05  FILLER                   PIC X(02)    VALUE SPACES.
013400     05  WS-DDL-CHANGE-DATE       PIC X(10).
013500     05  FILLER                   PIC X(02)    VALUE SPACES.
013600     05  WS-DDL-COOL-OFF-END      PIC X(10).
013700     05  FILLER                   PIC X(02)    VALUE SPACES.
013800     05  WS-DDL-POSTED-TS         PIC X(19).
013900     05  FILLER                   PIC X(02)    VALUE SPACES.
014000     05  WS-DDL-CHANNEL           PIC X(01).
014100     05  FILLER                   PIC X(02)    VALUE SPACES.
014200     05  WS-DDL-AMOUNT            PIC Z(8)9.99.
014300     05  FILLER                   PIC X(02)    VALUE SPACES.
014400     05  WS-DDL-TRAN-SEQ          PIC Z(8)9.
014500     05  FILLER                   PIC X(02)    VALUE SPACES.
014600     05  WS-DDL-OPERATOR-ID       PIC X(03).
014700     05  FILLER                   PIC X(02)    VALUE SPACES.
014800     05  WS-DDL-OVERRIDE-ID       PIC X(03).
014900     05  FILLER                   PIC X(02)    VALUE SPACES.
015000     05  WS-DDL-REVERSED          PIC X(03).
015100     05  FILLER                   PIC X(01)    VALUE SPACES.
015200 01  WS-BR-TOTAL-LINE.
015300     05  FILLER                   PIC X(01)    VALUE '0'.
015400     05  FILLER                   PIC X(28)
015500                            VALUE 'BRANCH DEBITS LISTED. . . . '.
015600     05  WS-BRT-COUNT             PIC ZZZZZZ9.
015700     05  FILLER                   PIC X(97)    VALUE SPACES.
015800*    THE RUN TOTALS START THEIR OWN PAGE - EACH BRANCH'S
015900*    PAGES GO TO THAT BRANCH FOR REVIEW.
016000 01  WS-TOTAL-LINE-1.
016100     05  FILLER                   PIC X(01)    VALUE '1'.
016200     05  FILLER                   PIC X(28)
016300                            VALUE 'DEBITS LISTED . . . . . . . '.
016400     05  WS-TOT1-COUNT            PIC ZZZZZZ9.
016500     05  FILLER                   PIC X(97)    VALUE SPACES.
016600 01  WS-TOTAL-LINE-2.
016700     05  FILLER                   PIC X(01)    VALUE ' '.
016800     05  FILLER                   PIC X(28)
016900                            VALUE 'ACCOUNTS LISTED . . . . . . '.
017000     05  WS-TOT2-COUNT            PIC ZZZZZZ9.
017100     05  FILLER                   PIC X(97)    VALUE SPACES.
017200 01  WS-TOTAL-LINE-3.
017300     05  FILLER                   PIC X(01)    VALUE ' '.
017400     05  FILLER                   PIC X(28)
017500                            VALUE 'AMOUNT DEBITED. . . . . . . '.
017600     05  WS-TOT3-AMOUNT           PIC Z(10)9.99.
017700     05  FILLER                   PIC X(90)    VALUE SPACES.
017800 01  WS-TOTAL-LINE-4.
017900     05  FILLER                   PIC X(01)    VALUE ' '.
018000     05  FILLER                   PIC X(28)
018100                            VALUE 'SUPERVISOR OVERRIDDEN . . . '.
018200     05  WS-TOT4-COUNT            PIC ZZZZZZ9.
018300     05  FILLER                   PIC X(97)    VALUE SPACES.
018400 01  WS-TOTAL-LINE-5.
018500     05  FILLER                   PIC X(01)    VALUE ' '.
018600     05  FILLER                   PIC X(28)
018700                            VALUE 'NO OVERRIDE ON RECORD . . . '.
018800     05  WS-TOT5-COUNT            PIC ZZZZZZ9.
018900     05  FILLER                   PIC X(97)    VALUE SPACES.
019000 01  WS-TOTAL-LINE-6.
019100     05  FILLER                   PIC X(01)    VALUE ' '.
019200     05  FILLER                   PIC X(28)
019300                            VALUE 'SINCE REVERSED. . . . . . . '.
019400     05  WS-TOT6-COUNT            PIC ZZZZZZ9.
019500     05  FILLER                   PIC X(97)    VALUE SPACES.
019600 01  WS-NO-ITEMS-LINE.
019700     05  FILLER                   PIC X(01)    VALUE ' '.
019800     05  FILLER                   PIC X(50)
019900           VALUE 'NO LARGE DEBIT DURING A COOLING-OFF THIS WEEK'.
020000     05  FILLER                   PIC X(82)    VALUE SPACES.
020100*----------------------------------------------------------*
020200* RUN-CONTROL FIELDS - JOBRUNCONTROL CYCLE SEQUENCING       *
020300*----------------------------------------------------------*
020400 77  WS-RC-JOB-NAME               PIC X(08)    VALUE 'RPTCON'.
020500 77  WS-RC-PRED-NAME              PIC X(08)    VALUE 'REVCON'.
020600 01  WS-RC-STATUS                 PIC X(01).
020700 01  WS-RC-FOUND-SW               PIC X(01).
020800     88  RC-ROW-FOUND                          VALUE 'Y'.
020900     88  RC-ROW-ABSENT                         VALUE 'N'.
021000 01  WS-RC-CYCLE-DATE             PIC X(10).
021100 01  WS-CAL-BUSINESS-DAY          PIC X(01).
021200     EXEC SQL INCLUDE SQLCA END-EXEC.
021300*
021400 PROCEDURE DIVISION.
021500*----------------------------------------------------------*
021600* 0000-MAIN-PROCESS                                        *
021700*----------------------------------------------------------*
021800 0000-MAIN-PROCESS.
021900     PERFORM 0800-CHECK-RUN-CONTROL
022000         THRU 0800-EXIT.
022100
022200     PERFORM 1000-INITIALIZE
022300         THRU 1000-EXIT.
022400
022500     PERFORM 2000-LIST-ONE-DEBIT
022600         THRU 2000-EXIT
022700        UNTIL END-OF-DEBITS.
022800
022900     IF WS-PREV-BRANCH-ID NOT = LOW-VALUES
023000         PERFORM 2150-WRITE-BRANCH-TOTALS
023100             THRU 2150-EXIT
023200     END-IF.
023300
023400     PERFORM 8500-WRITE-TOTALS
023500         THRU 8500-EXIT.
023600
023700     PERFORM 9000-TERMINATE
023800         THRU 9000-EXIT.
023900
024000     PERFORM 8900-RECORD-JOB-END
024100         THRU 8900-EXIT.
024200
024300     STOP RUN.
024400*----------------------------------------------------------*
024500* 0800-CHECK-RUN-CONTROL                                   *
024600* REGISTERS THIS RUN ON JOBRUNCONTROL, WITH THE CYCLE       *
024700* DATE'S BUSINESS-CALENDAR ENTRY, AND REFUSES TO RUN TWICE  *
024800* FOR THE SAME BUSINESS DATE (RC=8) OR BEFORE THAT NIGHT'S  *
024900* CONTACT-CHANGE REVIEW (REVCON) HAS COMPLETED (RC=8) - THE *
025000* CONTACTREVIEW ROWS FOR THE LAST DAY OF THE WEEK MUST BE   *
025100* ON FILE.  A ROW LEFT AT 'S' BY AN ABENDED RUN IS A        *
025200* RESTART AND IS LET THROUGH WITH ITS START RE-STAMPED.     *
025300*----------------------------------------------------------*
025400 0800-CHECK-RUN-CONTROL.
025500*    ONE CYCLE BUSINESS DATE FOR EVERY JOB IN THE NIGHT'S
025600*    RUN - THE CALENDAR DATE AS OF TWELVE HOURS AGO, SO
025700*    THE JOBS THAT RUN PAST MIDNIGHT LAND ON THE SAME
025800*    DATE AS THE EVENING JOBS AND A RESUBMIT AFTER 00:00
025900*    STILL HITS THE NO-RERUN GUARD.
026000     EXEC SQL
026100         SELECT CHAR(DATE(CURRENT TIMESTAMP - 12 HOURS),
026200                     ISO)
026300           INTO :WS-RC-CYCLE-DATE
026400           FROM SYSIBM.SYSDUMMY1
026500     END-EXEC.
026600
026700     IF SQLCODE NOT = ZERO
026800         DISPLAY 'ReporteContactos: CYCLE DATE DERIVATION '
026900                 'FAILED, SQLCODE = ' SQLCODE
027000         MOVE 16 TO RETURN-CODE
027100         STOP RUN
027200     END-IF.
027300
027400     EXEC SQL
027500         SELECT BusinessDay
027600           INTO :WS-CAL-BUSINESS-DAY
027700           FROM BusinessCalendar
027800          WHERE CalendarDate = :WS-RC-CYCLE-DATE
027900     END-EXEC.
028000
028100     EVALUATE SQLCODE
028200         WHEN ZERO
028300             CONTINUE
028400         WHEN 100
028500             DISPLAY 'ReporteContactos: CYCLE DATE '
028600                     WS-RC-CYCLE-DATE ' IS NOT ON THE '
028700                     'BUSINESS CALENDAR'
028800             MOVE 16 TO RETURN-CODE
028900             STOP RUN
029000         WHEN OTHER
029100             DISPLAY 'ReporteContactos: BUSINESS CALENDAR '
029200                     'READ FAILED, SQLCODE = ' SQLCODE
029300             MOVE 16 TO RETURN-CODE
029400             STOP RUN
029500     END-EVALUATE.
029600
029700     EXEC SQL
029800         SELECT RunStatus
029900           INTO :WS-RC-STATUS
030000           FROM JobRunControl
030100          WHERE JobName = :WS-RC-JOB-NAME
030200            AND BusinessDate = :WS-RC-CYCLE-DATE
030300     END-EXEC.
030400
030500     EVALUATE SQLCODE
030600         WHEN ZERO
030700             SET RC-ROW-FOUND TO TRUE
030800             IF WS-RC-STATUS = 'C'
030900                 DISPLAY 'ReporteContactos: ALREADY COMPLETE '
031000                         'FOR THIS BUSINESS DATE - '
031100                         'RUN REFUSED'
031200                 MOVE 8 TO RETURN-CODE
031300                 STOP RUN
031400             END-IF
031500         WHEN 100
031600             SET RC-ROW-ABSENT TO TRUE
031700         WHEN OTHER
031800             DISPLAY 'ReporteContactos: RUN-CONTROL READ '
031900                     'FAILED, SQLCODE = ' SQLCODE
032000             MOVE 16 TO RETURN-CODE
032100             STOP RUN
032200     END-EVALUATE.
032300
032400     EXEC SQL
032500         SELECT RunStatus
032600           INTO :WS-RC-STATUS
032700           FROM JobRunControl
032800          WHERE JobName = :WS-RC-PRED-NAME
032900            AND BusinessDate = :WS-RC-CYCLE-DATE
033000     END-EXEC.
033100
033200     IF SQLCODE NOT = ZERO OR WS-RC-STATUS NOT = 'C'
033300         DISPLAY 'ReporteContactos: PREDECESSOR REVCON '
033400                 'NOT COMPLETE FOR THIS BUSINESS '
033500                 'DATE - RUN REFUSED'
033600         MOVE 8 TO RETURN-CODE
033700         STOP RUN
033800     END-IF.
033900
034000     IF RC-ROW-FOUND
034100         EXEC SQL
034200             UPDATE JobRunControl
034300                SET StartTimestamp = CURRENT TIMESTAMP,
034400                    RunStatus      = 'S',
034500                    BusinessDay    = :WS-CAL-BUSINESS-DAY
034600              WHERE JobName = :WS-RC-JOB-NAME
034700                AND BusinessDate = :WS-RC-CYCLE-DATE
034800         END-EXEC
034900     ELSE
035000         EXEC SQL
035100             INSERT INTO JobRunControl
035200                 (JobName, BusinessDate,
035300                  StartTimestamp, RunStatus, BusinessDay)
035400             VALUES
035500                 (:WS-RC-JOB-NAME, :WS-RC-CYCLE-DATE,
035600                  CURRENT TIMESTAMP, 'S',
035700                  :WS-CAL-BUSINESS-DAY)
035800         END-EXEC
035900     END-IF.
036000
036100     IF SQLCODE NOT = ZERO
036200         DISPLAY 'ReporteContactos: RUN-CONTROL WRITE '
036300                 'FAILED, SQLCODE = ' SQLCODE
036400         MOVE 16 TO RETURN-CODE
036500         STOP RUN
036600     END-IF.
036700
036800     EXEC SQL COMMIT END-EXEC.
036900
037000     IF SQLCODE NOT = ZERO
037100         DISPLAY 'ReporteContactos: RUN-CONTROL COMMIT '
037200                 'FAILED, SQLCODE = ' SQLCODE
037300         MOVE 16 TO RETURN-CODE
037400         STOP RUN
037500     END-IF.
037600 0800-EXIT.
037700     EXIT.
037800*----------------------------------------------------------*
037900* 1000-INITIALIZE                                          *
038000* FIXES THE REPORT WEEK AND OPENS THE REPORT AND THE DEBIT  *
038100* CURSOR.                                                   *
038200*----------------------------------------------------------*
038300 1000-INITIALIZE.
038400     OPEN OUTPUT RPT-CON-FILE.
038500     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT.
038600
038700     EXEC SQL
038800         SELECT CHAR(DATE(:WS-RC-CYCLE-DATE)
038900                     - :WS-WEEK-DAYS-BACK DAYS, ISO)
039000           INTO :WS-WEEK-START
039100           FROM SYSIBM.SYSDUMMY1
039200     END-EXEC.
039300
039400     IF SQLCODE NOT = ZERO
039500         DISPLAY 'ReporteContactos: REPORT WEEK DERIVATION '
039600                 'FAILED, SQLCODE = ' SQLCODE
039700         MOVE 16 TO RETURN-CODE
039800         STOP RUN
039900     END-IF.
040000
040100*    A DEBIT IS MATCHED TO THE LAST CONTACT CHANGE KEYED
040200*    BEFORE IT WAS POSTED, SO A CUSTOMER WITH TWO CHANGES
040300*    LISTS EACH DEBIT ONCE.  IT IS LISTED WHEN IT FELL ON
040400*    OR BEFORE THAT CHANGE'S COOLING-OFF END AND WAS FOR
040500*    THE LIMIT WRITTEN ON THE REVIEW OR MORE.  A REVERSAL
040600*    IS A CORRECTION, NOT A WITHDRAWAL, AND IS NOT LISTED.
040700*    A DEBIT KEYED ON THE DAY OF THE CHANGE, BEFORE THAT
040800*    NIGHT'S REVIEW WROTE THE ROW, IS LISTED HERE WITH NO
040900*    OVERRIDE - THE ONLINE CHECK COULD NOT YET SEE IT.
041000     EXEC SQL
041100         DECLARE C-DEBITS CURSOR FOR
041200             SELECT R.BranchID,
041300                    COALESCE(B.BranchName,
041400                             'NO BRANCH - HEAD OFFICE'),
041500                    T.CustomerID,
041600                    COALESCE(C.CustomerName, ' '),
041700                    R.ChangeKind,
041800                    CHAR(DATE(R.ChangeTimestamp), ISO),
041900                    CHAR(R.CoolOffEnd, ISO),
042000                    T.TranSeq,
042100                    CHAR(T.PostingTimestamp),
042200                    T.Channel,
042300                    0 - T.TranAmount,
042400                    COALESCE(T.OperatorID, ' '),
042500                    COALESCE(T.OverrideOperID, ' '),
042600                    CASE WHEN EXISTS
042700                              (SELECT 1
042800                                 FROM Transactions V
042900                                WHERE V.ReversesTranSeq
043000                                          = T.TranSeq)
043100                         THEN 'YES'
043200                         ELSE ' '
043300                    END
043400               FROM Transactions T
043500               JOIN ContactReview R
043600                 ON R.CustomerID = T.CustomerID
043700               LEFT JOIN Customers C
043800                 ON C.CustomerID = T.CustomerID
043900               LEFT JOIN Branches B
044000                 ON B.BranchID = R.BranchID
044100              WHERE DATE(T.PostingTimestamp)
044200                        BETWEEN DATE(:WS-WEEK-START)
044300                            AND DATE(:WS-RC-CYCLE-DATE)
044400                AND T.TranAmount < 0
044500                AND T.TranType <> 'R'
044600                AND R.ChangeSeq =
044700                    (SELECT MAX(R2.ChangeSeq)
044800                       FROM ContactReview R2
044900                      WHERE R2.CustomerID = T.CustomerID
045000                        AND R2.ChangeTimestamp
045100                                < T.PostingTimestamp)
045200                AND DATE(T.PostingTimestamp) <= R.CoolOffEnd
045300                AND 0 - T.TranAmount >= R.LargeDebitLimit
045400              ORDER BY 1, T.CustomerID, T.TranSeq
045500     END-EXEC.
045600
045700     EXEC SQL OPEN C-DEBITS END-EXEC.
045800
045900     IF SQLCODE NOT = ZERO
046000         DISPLAY 'ReporteContactos: DEBIT CURSOR OPEN '
046100                 'FAILED, SQLCODE = ' SQLCODE
046200         MOVE 16 TO RETURN-CODE
046300         STOP RUN
046400     END-IF.
046500
046600     PERFORM 2900-FETCH-DEBIT
046700         THRU 2900-EXIT.
046800 1000-EXIT.
046900     EXIT.
047000*----------------------------------------------------------*
047100* 2000-LIST-ONE-DEBIT                                      *
047200* ONE DETAIL LINE PER LARGE DEBIT, COUNTED INTO THE BRANCH  *
047300* AND RUN TOTALS.                                           *
047400*----------------------------------------------------------*
047500 2000-LIST-ONE-DEBIT.
047600     IF WS-BRANCH-ID NOT = WS-PREV-BRANCH-ID
047700         PERFORM 2100-BRANCH-BREAK
047800             THRU 2100-EXIT
047900     END-IF.
048000
048100     IF WS-CD-CUSTOMER-ID NOT = WS-PREV-CUSTOMER-ID
048200         MOVE WS-CD-CUSTOMER-ID TO WS-PREV-CUSTOMER-ID
048300         ADD 1 TO WS-ACCOUNTS-LISTED
048400     END-IF.
048500
048600     IF WS-LINE-COUNT + 1 > WS-LINES-PER-PAGE
048700         PERFORM 7000-WRITE-HEADINGS
048800             THRU 7000-EXIT
048900     END-IF.
049000
049100     EVALUATE TRUE
049200         WHEN CD-KIND-BOTH
049300             MOVE 'BOTH'    TO WS-DDL-CHANGE-TEXT
049400         WHEN CD-KIND-ADDRESS
049500             MOVE 'ADDRESS' TO WS-DDL-CHANGE-TEXT
049600         WHEN OTHER
049700             MOVE 'PHONE'   TO WS-DDL-CHANGE-TEXT
049800     END-EVALUATE.
049900     MOVE WS-CD-CUSTOMER-ID  TO WS-DDL-CUSTOMER-ID.
050000     MOVE WS-CD-NAME         TO WS-DDL-NAME.
050100     MOVE WS-CD-CHANGE-DATE  TO WS-DDL-CHANGE-DATE.
050200     MOVE WS-CD-COOL-OFF-END TO WS-DDL-COOL-OFF-END.
050300     MOVE WS-CD-POSTED-TS    TO WS-DDL-POSTED-TS.
050400     MOVE WS-CD-CHANNEL      TO WS-DDL-CHANNEL.
050500     MOVE WS-CD-AMOUNT       TO WS-DDL-AMOUNT.
050600     MOVE WS-CD-TRAN-SEQ     TO WS-DDL-TRAN-SEQ.
050700     MOVE WS-CD-OPERATOR-ID  TO WS-DDL-OPERATOR-ID.
050800     MOVE WS-CD-OVERRIDE-ID  TO WS-DDL-OVERRIDE-ID.
050900     MOVE WS-CD-REVERSED     TO WS-DDL-REVERSED.
051000     WRITE RPT-CON-RECORD FROM WS-DEB-DETAIL-LINE.
051100     ADD 1 TO WS-LINE-COUNT.
051200
051300     ADD 1 TO WS-BR-DEBITS
051400              WS-DEBITS-LISTED.
051500     ADD WS-CD-AMOUNT TO WS-AMOUNT-LISTED.
051600     IF WS-CD-OVERRIDE-ID = SPACES
051700         ADD 1 TO WS-NOT-OVERRIDDEN
051800     ELSE
051900         ADD 1 TO WS-OVERRIDDEN
052000     END-IF.
052100     IF WS-CD-REVERSED NOT = SPACES
052200         ADD 1 TO WS-REVERSED-COUNT
052300     END-IF.
052400
052500     PERFORM 2900-FETCH-DEBIT
052600         THRU 2900-EXIT.
052700 2000-EXIT.
052800     EXIT.
052900*----------------------------------------------------------*
053000* 2100-BRANCH-BREAK                                        *
053100* THE FINISHED BRANCH (IF ANY) PRINTS ITS TOTAL, THEN THE   *
053200* NEW ONE STARTS ITS OWN PAGE SO EACH BRANCH'S PAGES BURST  *
053300* CLEAN.                                                    *
053400*----------------------------------------------------------*
053500 2100-BRANCH-BREAK.
053600     IF WS-PREV-BRANCH-ID NOT = LOW-VALUES
053700         PERFORM 2150-WRITE-BRANCH-TOTALS
053800             THRU 2150-EXIT
053900     END-IF.
054000     MOVE WS-BRANCH-ID TO WS-PREV-BRANCH-ID.
054100     MOVE ZERO TO WS-BR-DEBITS.
054200     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT.
054300 2100-EXIT.
054400     EXIT.
054500*----------------------------------------------------------*
054600* 2150-WRITE-BRANCH-TOTALS                                 *
054700*----------------------------------------------------------*
054800 2150-WRITE-BRANCH-TOTALS.
054900     MOVE WS-BR-DEBITS TO WS-BRT-COUNT.
055000     WRITE RPT-CON-RECORD FROM WS-BR-TOTAL-LINE.
055100 2150-EXIT.
055200     EXIT.
055300*----------------------------------------------------------*
055400* 2900-FETCH-DEBIT                                         *
055500*----------------------------------------------------------*
055600 2900-FETCH-DEBIT.
055700     EXEC SQL
055800         FETCH C-DEBITS
055900          INTO :WS-BRANCH-ID, :WS-BRANCH-NAME,
056000               :WS-CD-CUSTOMER-ID, :WS-CD-NAME,
056100               :WS-CD-CHANGE-KIND, :WS-CD-CHANGE-DATE,
056200               :WS-CD-COOL-OFF-END,
056300               :WS-CD-TRAN-SEQ, :WS-CD-POSTED-TS,
056400               :WS-CD-CHANNEL, :WS-CD-AMOUNT,
056500               :WS-CD-OPERATOR-ID, :WS-CD-OVERRIDE-ID,
056600               :WS-CD-REVERSED
056700     END-EXEC.
056800
056900     EVALUATE SQLCODE
057000         WHEN ZERO
057100             CONTINUE
057200         WHEN 100
057300             SET END-OF-DEBITS TO TRUE
057400         WHEN OTHER
057500             DISPLAY 'ReporteContactos: DEBIT FETCH FAILED, '
057600                     'SQLCODE = ' SQLCODE
057700             MOVE 16 TO RETURN-CODE
057800             STOP RUN
057900     END-EVALUATE.
058000 2900-EXIT.
058100     EXIT.
058200*----------------------------------------------------------*
058300* 7000-WRITE-HEADINGS                                      *
058400*----------------------------------------------------------*
058500 7000-WRITE-HEADINGS.
058600     ADD 1 TO WS-PAGE-COUNT.
058700     MOVE WS-PAGE-COUNT    TO WS-HDR1-PAGE.
058800     MOVE WS-WEEK-START    TO WS-HDR1-WEEK-START.
058900     MOVE WS-RC-CYCLE-DATE TO WS-HDR1-WEEK-END.
059000     WRITE RPT-CON-RECORD FROM WS-HDR-LINE-1.
059100     MOVE WS-BRANCH-ID     TO WS-HDRB-BRANCH-ID.
059200     MOVE WS-BRANCH-NAME   TO WS-HDRB-BRANCH-NAME.
059300     WRITE RPT-CON-RECORD FROM WS-HDR-BRANCH-LINE.
059400     WRITE RPT-CON-RECORD FROM WS-DEB-HDR-LINE.
059500     MOVE ZERO TO WS-LINE-COUNT.
059600 7000-EXIT.
059700     EXIT.
059800*----------------------------------------------------------*
059900* 8500-WRITE-TOTALS                                        *
060000* RC=4 WHEN ANY DEBIT LISTED HAS NO SUPERVISOR OVERRIDE ON  *
060100* RECORD - ONE THAT GOT PAST THE ONLINE CHECK (KEYED BEFORE *
060200* THE REVIEW RAN, OR POSTED FROM THE BRANCH FILE) AND NEEDS *
060300* THE BRANCH TO CONFIRM IT WITH THE CUSTOMER.               *
060400*----------------------------------------------------------*
060500 8500-WRITE-TOTALS.
060600     MOVE WS-DEBITS-LISTED   TO WS-TOT1-COUNT.
060700     MOVE WS-ACCOUNTS-LISTED TO WS-TOT2-COUNT.
060800     MOVE WS-AMOUNT-LISTED   TO WS-TOT3-AMOUNT.
060900     MOVE WS-OVERRIDDEN      TO WS-TOT4-COUNT.
061000     MOVE WS-NOT-OVERRIDDEN  TO WS-TOT5-COUNT.
061100     MOVE WS-REVERSED-COUNT  TO WS-TOT6-COUNT.
061200
061300     WRITE RPT-CON-RECORD FROM WS-TOTAL-LINE-1.
061400     WRITE RPT-CON-RECORD FROM WS-TOTAL-LINE-2.
061500     WRITE RPT-CON-RECORD FROM WS-TOTAL-LINE-3.
061600     WRITE RPT-CON-RECORD FROM WS-TOTAL-LINE-4.
061700     WRITE RPT-CON-RECORD FROM WS-TOTAL-LINE-5.
061800     WRITE RPT-CON-RECORD FROM WS-TOTAL-LINE-6.
061900     IF WS-DEBITS-LISTED = ZERO
062000         WRITE RPT-CON-RECORD FROM WS-NO-ITEMS-LINE
062100     END-IF.
062200
062300     IF WS-NOT-OVERRIDDEN > ZERO
062400         MOVE 4 TO RETURN-CODE
062500     END-IF.
062600 8500-EXIT.
062700     EXIT.
062800*----------------------------------------------------------*
062900* 8900-RECORD-JOB-END                                      *
063000* MARKS THIS JOB COMPLETE FOR THE CYCLE BUSINESS DATE ON    *
063100* JOBRUNCONTROL.                                            *
063200*----------------------------------------------------------*
063300 8900-RECORD-JOB-END.
063400     EXEC SQL
063500         UPDATE JobRunControl
063600            SET RunStatus    = 'C',
063700                EndTimestamp = CURRENT TIMESTAMP
063800          WHERE JobName = :WS-RC-JOB-NAME
063900            AND BusinessDate = :WS-RC-CYCLE-DATE
064000     END-EXEC.
064100
064200     IF SQLCODE NOT = ZERO
064300         DISPLAY 'ReporteContactos: RUN-CONTROL CLOSE-OUT '
064400                 'FAILED, SQLCODE = ' SQLCODE
064500         MOVE 16 TO RETURN-CODE
064600         STOP RUN
064700     END-IF.
064800 8900-EXIT.
064900     EXIT.
065000*----------------------------------------------------------*
065100* 9000-TERMINATE                                           *
065200*----------------------------------------------------------*
065300 9000-TERMINATE.
065400     EXEC SQL CLOSE C-DEBITS END-EXEC.
065500     CLOSE RPT-CON-FILE.
065600 9000-EXIT.
065700     EXIT.
