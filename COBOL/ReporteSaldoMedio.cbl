002312*                  CYCLE THAT RUNS PAST MIDNIGHT KEEPS     *
002313*                  EVERY JOB ON ONE DATE AND THE NO-RERUN  *
002314*                  GUARD HOLDS ACROSS 00:00.               *
002315* 10/15/2026 RR    THE REPORT MONTH IS NOW THE BUSINESS    *
002316*                  MONTH - THE DAY AFTER THE PREVIOUS      *
002317*                  MONTH-END ON THE BUSINESSCALENDAR TABLE *
002318*                  THROUGH THE CYCLE DATE - AND IS CLOSED  *
002319*                  ONLY ON THE MONTH-END NIGHT (RC=16 IF   *
002320*                  THE CYCLE DATE IS NOT ON THE CALENDAR). *
002321*                  THE RUN-CONTROL ROW RECORDS THE         *
002322*                  BUSINESS-DAY FLAG.                      *
002400*----------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
004500 01  WS-LINES-PER-PAGE            PIC S9(04) COMP VALUE +55.
004600 01  WS-PAGE-COUNT                PIC S9(04) COMP VALUE ZERO.
004700*----------------------------------------------------------*
004800* REPORT PERIOD - THE DAY AFTER THE PREVIOUS MONTH-END AND  *
004900* THE DAY AFTER TONIGHT'S MONTH-END (EXCLUSIVE END).        *
005000*----------------------------------------------------------*
005100 01  WS-PERIOD-START              PIC X(10).
005200 01  WS-PERIOD-END                PIC X(10).
014608     88  RC-ROW-FOUND                          VALUE 'Y'.
014609     88  RC-ROW-ABSENT                         VALUE 'N'.
014610 01  WS-RC-CYCLE-DATE             PIC X(10).
014620*----------------------------------------------------------*
014630* BUSINESS CALENDAR ROW FOR THE CYCLE DATE - THE MONTH IS   *
014640* CLOSED ON ITS LAST BUSINESS DAY.                          *
014650*----------------------------------------------------------*
014660 01  WS-CAL-BUSINESS-DAY          PIC X(01).
014670 01  WS-CAL-MONTH-END             PIC X(01).
014680     88  CAL-MONTH-END                         VALUE 'Y'.
014700     EXEC SQL INCLUDE SQLCA END-EXEC.
014800*
014900 PROCEDURE DIVISION.
015301     PERFORM 0800-CHECK-RUN-CONTROL
015302         THRU 0800-EXIT.
015303
015308*    THE MONTH IS CLOSED ONLY ON THE LAST BUSINESS DAY OF THE
015313*    MONTH - ANY OTHER NIGHT COMPLETES WITHOUT A REPORT.
015318     IF NOT CAL-MONTH-END
015323         DISPLAY 'ReporteSaldoMedio: ' WS-RC-CYCLE-DATE
015328                 ' IS NOT A MONTH-END BUSINESS DAY - '
015333                 'NO MONTH CLOSED'
015338         PERFORM 8900-RECORD-JOB-END
015343             THRU 8900-EXIT
015348         STOP RUN
015353     END-IF.
015378
015400     PERFORM 1000-INITIALIZE
015500         THRU 1000-EXIT.
015600
017228     END-IF.
017229
017230     EXEC SQL
017231         SELECT BusinessDay, MonthEnd
017232           INTO :WS-CAL-BUSINESS-DAY, :WS-CAL-MONTH-END
017233           FROM BusinessCalendar
017234          WHERE CalendarDate = :WS-RC-CYCLE-DATE
017235     END-EXEC.
017236
017237     EVALUATE SQLCODE
017238         WHEN ZERO
017239             CONTINUE
017240         WHEN 100
017241             DISPLAY 'ReporteSaldoMedio: CYCLE DATE '
017242                     WS-RC-CYCLE-DATE ' IS NOT ON THE '
017243                     'BUSINESS CALENDAR'
017244             MOVE 16 TO RETURN-CODE
017245             STOP RUN
017246         WHEN OTHER
017247             DISPLAY 'ReporteSaldoMedio: BUSINESS CALENDAR '
017248                     'READ FAILED, SQLCODE = ' SQLCODE
017249             MOVE 16 TO RETURN-CODE
017250             STOP RUN
017251     END-EVALUATE.
017252
017253     EXEC SQL
017254         SELECT RunStatus
017255           INTO :WS-RC-STATUS
017256           FROM JobRunControl
017257          WHERE JobName = :WS-RC-JOB-NAME
017258            AND BusinessDate = :WS-RC-CYCLE-DATE
017259     END-EXEC.
017260
017261     EVALUATE SQLCODE
017262         WHEN ZERO
017263             SET RC-ROW-FOUND TO TRUE
017264             IF WS-RC-STATUS = 'C'
017265                 DISPLAY 'ReporteSaldoMedio: ALREADY COMPLETE '
017266                         'FOR THIS BUSINESS DATE - '
017267                         'RUN REFUSED'
017268                 MOVE 8 TO RETURN-CODE
017269                 STOP RUN
017270             END-IF
017271         WHEN 100
017272             SET RC-ROW-ABSENT TO TRUE
017273         WHEN OTHER
017274             DISPLAY 'ReporteSaldoMedio: RUN-CONTROL READ '
017275                     'FAILED, SQLCODE = ' SQLCODE
017276             MOVE 16 TO RETURN-CODE
017277             STOP RUN
017278     END-EVALUATE.
017279
017280     EXEC SQL
017281         SELECT RunStatus
017282           INTO :WS-RC-STATUS
017283           FROM JobRunControl
017284          WHERE JobName = :WS-RC-PRED-NAME
017285            AND BusinessDate = :WS-RC-CYCLE-DATE
017286     END-EXEC.
017287
017288     IF SQLCODE NOT = ZERO OR WS-RC-STATUS NOT = 'C'
017289         DISPLAY 'ReporteSaldoMedio: PREDECESSOR CORSAL '
017290                 'NOT COMPLETE FOR THIS BUSINESS '
017291                 'DATE - RUN REFUSED'
017292         MOVE 8 TO RETURN-CODE
017293         STOP RUN
017294     END-IF.
017295
017296     IF RC-ROW-FOUND
017297         EXEC SQL
017298             UPDATE JobRunControl
017299                SET StartTimestamp = CURRENT TIMESTAMP,
017300                    RunStatus      = 'S',
017301                    BusinessDay    = :WS-CAL-BUSINESS-DAY
017302              WHERE JobName = :WS-RC-JOB-NAME
017303                AND BusinessDate = :WS-RC-CYCLE-DATE
017304         END-EXEC
017305     ELSE
017306         EXEC SQL
017307             INSERT INTO JobRunControl
017308                 (JobName, BusinessDate,
017309                  StartTimestamp, RunStatus, BusinessDay)
017310             VALUES
017311                 (:WS-RC-JOB-NAME, :WS-RC-CYCLE-DATE,
017312                  CURRENT TIMESTAMP, 'S',
017313                  :WS-CAL-BUSINESS-DAY)
017314         END-EXEC
017315     END-IF.
017316
017317     IF SQLCODE NOT = ZERO
017318         DISPLAY 'ReporteSaldoMedio: RUN-CONTROL WRITE '
017319                 'FAILED, SQLCODE = ' SQLCODE
017320         MOVE 16 TO RETURN-CODE
017321         STOP RUN
017322     END-IF.
017323
017324     EXEC SQL COMMIT END-EXEC.
017325
017326     IF SQLCODE NOT = ZERO
017327         DISPLAY 'ReporteSaldoMedio: RUN-CONTROL COMMIT '
017328                 'FAILED, SQLCODE = ' SQLCODE
017329         MOVE 16 TO RETURN-CODE
017330         STOP RUN
017331     END-IF.
017332 0800-EXIT.
017333     EXIT.
017390*----------------------------------------------------------*
017490* 1000-INITIALIZE                                          *
017590* OPENS THE REPORT FILE, DERIVES THE REPORT PERIOD (THE     *
017690* BUSINESS MONTH ENDING ON THE CYCLE DATE) AND OPENS THE    *
017790* SNAPSHOT CURSOR.  THE AVERAGE AND THE MONTH-END BALANCE   *
017890* ARE COMPUTED IN THE CURSOR OFF THE SNAPSHOT ROWS; AN      *
017990* ACCOUNT WITH NO SNAPSHOT IN THE MONTH COMES BACK NULL     *
018090* AND IS SKIPPED.                                           *
018190*----------------------------------------------------------*
018200 1000-INITIALIZE.
018300     OPEN OUTPUT AVG-REPORT-FILE.
018400     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT.
018500
018550*    THE PERIOD RUNS FROM THE DAY AFTER THE PREVIOUS MONTH-END
018600*    ON THE BUSINESS CALENDAR THROUGH TONIGHT'S CYCLE DATE, SO
018650*    EVERY SNAPSHOT FALLS IN EXACTLY ONE REPORT MONTH.  WITH NO
018700*    EARLIER MONTH-END ON THE CALENDAR THE PERIOD STARTS ON
018750*    THE FIRST OF THE CYCLE MONTH.
018800     EXEC SQL
018850         SELECT CHAR(COALESCE(MAX(CalendarDate) + 1 DAY,
018900                              DATE(:WS-RC-CYCLE-DATE)
018950                              - (DAY(DATE(:WS-RC-CYCLE-DATE))
019000                                 - 1) DAYS), ISO),
019050                CHAR(DATE(:WS-RC-CYCLE-DATE) + 1 DAY, ISO)
019100           INTO :WS-PERIOD-START, :WS-PERIOD-END
019150           FROM BusinessCalendar
019200          WHERE MonthEnd = 'Y'
019250            AND CalendarDate < :WS-RC-CYCLE-DATE
019300     END-EXEC.
019500
019600     IF SQLCODE NOT = ZERO
019700         DISPLAY 'ReporteSaldoMedio: PERIOD DERIVATION '
