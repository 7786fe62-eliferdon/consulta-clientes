002925*                  CYCLE THAT RUNS PAST MIDNIGHT KEEPS     *
002926*                  EVERY JOB ON ONE DATE AND THE NO-RERUN  *
002927*                  GUARD HOLDS ACROSS 00:00.               *
002928* 10/15/2026 RR    THE INTEREST AND FEE MOVEMENTS ARE NOW  *
002929*                  STAMPED ON TRANSACTIONS WITH THEIR      *
002930*                  SOURCE CHANNEL ('I' - INTEREST/FEE      *
002931*                  BATCH) AND WITH OPERATOR 'SYS' AND      *
002932*                  TERMINAL 'BTCH'.                        *
002933* 10/15/2026 RR    THE MONTH IS NOW CLOSED ON ITS LAST     *
002934*                  BUSINESS DAY PER THE BUSINESSCALENDAR   *
002935*                  TABLE (RC=16 IF THE CYCLE DATE IS NOT   *
002936*                  ON IT) - ANY OTHER NIGHT COMPLETES      *
002937*                  WITHOUT POSTING - AND THE MOVEMENTS ARE *
002938*                  TIMESTAMPED AT THE END OF THAT DAY.     *
002939*                  THE RUN-CONTROL ROW RECORDS THE         *
002940*                  BUSINESS-DAY FLAG.                      *
003000*----------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
005800                                  VALUE +5.00.
005900 77  WS-COMMIT-INTERVAL           PIC S9(04) COMP VALUE +500.
006000 77  WS-JOB-NAME                  PIC X(08)    VALUE 'INTCOM'.
006010*    THE INTEREST AND FEE MOVEMENTS ARE STAMPED ON
006020*    TRANSACTIONS AS THE INTEREST/FEE BATCH CHANNEL, KEYED BY
006030*    THE BATCH ITSELF.
006040 77  WS-TRAN-CHANNEL              PIC X(01)    VALUE 'I'.
006050 77  WS-BATCH-OPERATOR            PIC X(03)    VALUE 'SYS'.
006060 77  WS-BATCH-TERMINAL            PIC X(04)    VALUE 'BTCH'.
006100*----------------------------------------------------------*
006200* DB2 RETRIEVAL FIELDS                                      *
006300*----------------------------------------------------------*
006800 01  WS-CHECKPOINT-REC-NO         PIC S9(09) COMP.
006810*----------------------------------------------------------*
006820* EFFECTIVE POSTING TIMESTAMP - THE LAST MOMENT OF THE      *
006830* MONTH'S LAST BUSINESS DAY (TONIGHT'S CYCLE DATE), SO THE  *
006840* MOVEMENTS FALL INSIDE THE STATEMENT PERIOD ESTCTA PRINTS  *
006845* ON THIS SAME NIGHT.                                       *
006850*----------------------------------------------------------*
006860 01  WS-MONTH-END-DATE            PIC X(10).
006870 01  WS-POSTING-TS                PIC X(26).
012108     88  RC-ROW-FOUND                          VALUE 'Y'.
012109     88  RC-ROW-ABSENT                         VALUE 'N'.
012110 01  WS-RC-CYCLE-DATE             PIC X(10).
012120*----------------------------------------------------------*
012130* BUSINESS CALENDAR ROW FOR THE CYCLE DATE - THE MONTH IS   *
012140* CLOSED ON ITS LAST BUSINESS DAY.                          *
012150*----------------------------------------------------------*
012160 01  WS-CAL-BUSINESS-DAY          PIC X(01).
012170 01  WS-CAL-MONTH-END             PIC X(01).
012180     88  CAL-MONTH-END                         VALUE 'Y'.
012200     EXEC SQL INCLUDE SQLCA END-EXEC.
012300*
012400 PROCEDURE DIVISION.
012801     PERFORM 0800-CHECK-RUN-CONTROL
012802         THRU 0800-EXIT.
012803
012808*    THE MONTH IS CLOSED ONLY ON THE LAST BUSINESS DAY OF THE
012813*    MONTH - ANY OTHER NIGHT COMPLETES WITHOUT POSTING.
012818     IF NOT CAL-MONTH-END
012823         DISPLAY 'InteresComisiones: ' WS-RC-CYCLE-DATE
012828                 ' IS NOT A MONTH-END BUSINESS DAY - '
012833                 'NO MONTH CLOSED'
012838         PERFORM 8900-RECORD-JOB-END
012843             THRU 8900-EXIT
012848         STOP RUN
012853     END-IF.
012878
012900     PERFORM 1000-INITIALIZE
013000         THRU 1000-EXIT.
013100
014528     END-IF.
014529
014530     EXEC SQL
014531         SELECT BusinessDay, MonthEnd
014532           INTO :WS-CAL-BUSINESS-DAY, :WS-CAL-MONTH-END
014533           FROM BusinessCalendar
014534          WHERE CalendarDate = :WS-RC-CYCLE-DATE
014535     END-EXEC.
014536
014537     EVALUATE SQLCODE
014538         WHEN ZERO
014539             CONTINUE
014540         WHEN 100
014541             DISPLAY 'InteresComisiones: CYCLE DATE '
014542                     WS-RC-CYCLE-DATE ' IS NOT ON THE '
014543                     'BUSINESS CALENDAR'
014544             MOVE 16 TO RETURN-CODE
014545             STOP RUN
014546         WHEN OTHER
014547             DISPLAY 'InteresComisiones: BUSINESS CALENDAR '
014548                     'READ FAILED, SQLCODE = ' SQLCODE
014549             MOVE 16 TO RETURN-CODE
014550             STOP RUN
014551     END-EVALUATE.
014552
014553     EXEC SQL
014554         SELECT RunStatus
014555           INTO :WS-RC-STATUS
014556           FROM JobRunControl
014557          WHERE JobName = :WS-RC-JOB-NAME
014558            AND BusinessDate = :WS-RC-CYCLE-DATE
014559     END-EXEC.
014560
014561     EVALUATE SQLCODE
014562         WHEN ZERO
014563             SET RC-ROW-FOUND TO TRUE
014564             IF WS-RC-STATUS = 'C'
014565                 DISPLAY 'InteresComisiones: ALREADY COMPLETE '
014566                         'FOR THIS BUSINESS DATE - '
014567                         'RUN REFUSED'
014568                 MOVE 8 TO RETURN-CODE
014569                 STOP RUN
014570             END-IF
014571         WHEN 100
014572             SET RC-ROW-ABSENT TO TRUE
014573         WHEN OTHER
014574             DISPLAY 'InteresComisiones: RUN-CONTROL READ '
014575                     'FAILED, SQLCODE = ' SQLCODE
014576             MOVE 16 TO RETURN-CODE
014577             STOP RUN
014578     END-EVALUATE.
014579
014580     EXEC SQL
014581         SELECT RunStatus
014582           INTO :WS-RC-STATUS
014583           FROM JobRunControl
014584          WHERE JobName = :WS-RC-PRED-NAME
014585            AND BusinessDate = :WS-RC-CYCLE-DATE
014586     END-EXEC.
014587
014588     IF SQLCODE NOT = ZERO OR WS-RC-STATUS NOT = 'C'
014589         DISPLAY 'InteresComisiones: PREDECESSOR POSTTRN '
014590                 'NOT COMPLETE FOR THIS BUSINESS '
014591                 'DATE - RUN REFUSED'
014592         MOVE 8 TO RETURN-CODE
014593         STOP RUN
014594     END-IF.
014595
014596     IF RC-ROW-FOUND
014597         EXEC SQL
014598             UPDATE JobRunControl
014599                SET StartTimestamp = CURRENT TIMESTAMP,
014600                    RunStatus      = 'S',
014601                    BusinessDay    = :WS-CAL-BUSINESS-DAY
014602              WHERE JobName = :WS-RC-JOB-NAME
014603                AND BusinessDate = :WS-RC-CYCLE-DATE
014604         END-EXEC
014605     ELSE
014606         EXEC SQL
014607             INSERT INTO JobRunControl
014608                 (JobName, BusinessDate,
014609                  StartTimestamp, RunStatus, BusinessDay)
014610             VALUES
014611                 (:WS-RC-JOB-NAME, :WS-RC-CYCLE-DATE,
014612                  CURRENT TIMESTAMP, 'S',
014613                  :WS-CAL-BUSINESS-DAY)
014614         END-EXEC
014615     END-IF.
014616
014617     IF SQLCODE NOT = ZERO
014618         DISPLAY 'InteresComisiones: RUN-CONTROL WRITE '
014619                 'FAILED, SQLCODE = ' SQLCODE
014620         MOVE 16 TO RETURN-CODE
014621         STOP RUN
014622     END-IF.
014623
014624     EXEC SQL COMMIT END-EXEC.
014625
014626     IF SQLCODE NOT = ZERO
014627         DISPLAY 'InteresComisiones: RUN-CONTROL COMMIT '
014628                 'FAILED, SQLCODE = ' SQLCODE
014629         MOVE 16 TO RETURN-CODE
014630         STOP RUN
014631     END-IF.
014632 0800-EXIT.
014633     EXIT.
014690*----------------------------------------------------------*
014700* 1000-INITIALIZE                                          *
014800* OPENS THE REPORT FILE, READS (OR SEEDS) THE RESTART       *
014900* CHECKPOINT, DECLARES THE ACTIVE-ACCOUNT CURSOR AND PRIMES *
019200                 'ACCOUNT ' WS-CHECKPOINT-REC-NO
019300     END-IF.
019400
019420*    THE CYCLE DATE IS THE MONTH'S LAST BUSINESS DAY.
019440     MOVE WS-RC-CYCLE-DATE TO WS-MONTH-END-DATE.
019460     STRING WS-MONTH-END-DATE    DELIMITED BY SIZE
019480            '-23.59.59.999999'   DELIMITED BY SIZE
019500       INTO WS-POSTING-TS.
019501
019510*    THE INTERVAL COMMITS MUST NOT CLOSE THE CURSOR
019520*    MID-FETCH, SO IT IS DECLARED WITH HOLD.
031600     END-IF.
031700
031800     EXEC SQL
031850         INSERT INTO Transactions
031900             (CustomerID, PostingTimestamp,
031950              TranType, TranAmount,
032000              Channel, OperatorID, TerminalID)
032050         VALUES
032100             (:WS-CUSTOMER-ID, :WS-POSTING-TS,
032150              'I', :WS-INTEREST-AMOUNT,
032200              :WS-TRAN-CHANNEL, :WS-BATCH-OPERATOR,
032250              :WS-BATCH-TERMINAL)
032500     END-EXEC.
032600
032700     IF SQLCODE NOT = ZERO
035600     END-IF.
035700
035800     EXEC SQL
035850         INSERT INTO Transactions
035900             (CustomerID, PostingTimestamp,
035950              TranType, TranAmount,
036000              Channel, OperatorID, TerminalID)
036050         VALUES
036100             (:WS-CUSTOMER-ID, :WS-POSTING-TS,
036150              'F', :WS-FEE-AMOUNT,
036200              :WS-TRAN-CHANNEL, :WS-BATCH-OPERATOR,
036250              :WS-BATCH-TERMINAL)
036500     END-EXEC.
036600
036700     IF SQLCODE NOT = ZERO
