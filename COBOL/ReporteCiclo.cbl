002040*                  EVERY JOB REGISTERS UNDER - SO A QUERY   *
002050*                  AFTER MIDNIGHT STILL SHOWS TONIGHT'S     *
002060*                  CYCLE.                                   *
002061* 10/15/2026 RR    EACH JOB'S LINE NOW SHOWS WHETHER IT     *
002062*                  REGISTERED TONIGHT AS A BUSINESS DAY,    *
002063*                  AND A LINE UNDER THE TITLE GIVES         *
002064*                  TONIGHT'S ENTRY ON THE BUSINESS CALENDAR *
002065*                  - BUSINESS DAY, HOLIDAY, MONTH-END,      *
002066*                  YEAR-END - OR THAT THE DATE IS NOT ON    *
002067*                  THE CALENDAR.                            *
002100*----------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
004700 01  WS-END-TS                    PIC X(26).
004800 01  WS-END-TS-IND                PIC S9(04) COMP.
004900 01  WS-RUN-STATUS                PIC X(01).
004910 01  WS-JOB-BUSINESS-DAY          PIC X(01).
004920 01  WS-CAL-BUSINESS-DAY          PIC X(01).
004930 01  WS-CAL-HOLIDAY-NAME          PIC X(30).
004940 01  WS-CAL-MONTH-END             PIC X(01).
004950 01  WS-CAL-YEAR-END              PIC X(01).
005000*----------------------------------------------------------*
005100* CONTROL TOTALS                                            *
005200*----------------------------------------------------------*
006700     05  FILLER                   PIC X(28)    VALUE 'STARTED'.
006800     05  FILLER                   PIC X(28)    VALUE 'ENDED'.
006900     05  FILLER                   PIC X(10)    VALUE 'STATUS'.
006950     05  FILLER                   PIC X(14)
006960                       VALUE 'BUSINESS DAY'.
007000     05  FILLER                   PIC X(42)    VALUE SPACES.
007100 01  WS-DETAIL-LINE.
007200     05  FILLER                   PIC X(01)    VALUE ' '.
007300     05  WS-DTL-JOB               PIC X(08).
007700     05  WS-DTL-END               PIC X(26).
007800     05  FILLER                   PIC X(02)    VALUE SPACES.
007900     05  WS-DTL-STATUS            PIC X(10).
007950     05  WS-DTL-BUS-DAY           PIC X(14).
008000     05  FILLER                   PIC X(42)    VALUE SPACES.
008010 01  WS-CAL-LINE.
008020     05  FILLER                   PIC X(01)    VALUE ' '.
008030     05  FILLER                   PIC X(28)
008040                       VALUE 'BUSINESS CALENDAR . . . . . '.
008050     05  WS-CAL-DESC              PIC X(30).
008060     05  WS-CAL-NOTE              PIC X(30).
008070     05  FILLER                   PIC X(44)    VALUE SPACES.
008100 01  WS-TOTAL-LINE-1.
008200     05  FILLER                   PIC X(01)    VALUE '0'.
008300     05  FILLER                   PIC X(28)
013200
013300     MOVE WS-RUN-DATE TO WS-HDR1-DATE.
013400     WRITE CIC-REPORT-RECORD FROM WS-HDR-LINE-1.
013410     PERFORM 1100-READ-CALENDAR
013420         THRU 1100-EXIT.
013430     WRITE CIC-REPORT-RECORD FROM WS-CAL-LINE.
013500     WRITE CIC-REPORT-RECORD FROM WS-HDR-LINE-2.
013600
013700     EXEC SQL
013800         DECLARE C-TONIGHT CURSOR FOR
013900             SELECT JobName, CHAR(StartTimestamp),
014000                    CHAR(EndTimestamp), RunStatus,
014050                    BusinessDay
014100               FROM JobRunControl
014200              WHERE BusinessDate = :WS-RUN-DATE
014300              ORDER BY StartTimestamp
014900         THRU 2900-EXIT.
015000 1000-EXIT.
015100     EXIT.
015102*----------------------------------------------------------*
015104* 1100-READ-CALENDAR                                       *
015106*----------------------------------------------------------*
015108*    TONIGHT'S ENTRY ON THE BUSINESS CALENDAR, PRINTED     *
015110*    UNDER THE TITLE.  A DATE WITH NO CALENDAR ROW IS      *
015112*    REPORTED AS SUCH RATHER THAN TREATED AS AN ERROR -    *
015114*    THE INQUIRY IS HOW OPERATIONS FINDS OUT THE CALENDAR  *
015116*    WAS NOT MAINTAINED.                                   *
015118*----------------------------------------------------------*
015120 1100-READ-CALENDAR.
015122     EXEC SQL
015124         SELECT BusinessDay, HolidayName, MonthEnd, YearEnd
015126           INTO :WS-CAL-BUSINESS-DAY, :WS-CAL-HOLIDAY-NAME,
015128                :WS-CAL-MONTH-END, :WS-CAL-YEAR-END
015130           FROM BusinessCalendar
015132          WHERE CalendarDate = :WS-RUN-DATE
015134     END-EXEC.
015136
015138     MOVE SPACES TO WS-CAL-DESC WS-CAL-NOTE.
015140     EVALUATE TRUE
015142         WHEN SQLCODE = 100
015144             MOVE 'NOT ON THE BUSINESS CALENDAR' TO WS-CAL-DESC
015146         WHEN SQLCODE NOT = ZERO
015148             DISPLAY 'ReporteCiclo: CALENDAR READ FAILED, '
015150                     'SQLCODE = ' SQLCODE
015152             MOVE 16 TO RETURN-CODE
015154             STOP RUN
015156         WHEN WS-CAL-BUSINESS-DAY NOT = 'Y'
015158             MOVE 'NON-BUSINESS DAY'    TO WS-CAL-DESC
015160             MOVE WS-CAL-HOLIDAY-NAME   TO WS-CAL-NOTE
015162         WHEN WS-CAL-YEAR-END = 'Y'
015164             MOVE 'BUSINESS DAY'        TO WS-CAL-DESC
015166             MOVE 'MONTH-END, YEAR-END' TO WS-CAL-NOTE
015168         WHEN WS-CAL-MONTH-END = 'Y'
015170             MOVE 'BUSINESS DAY'        TO WS-CAL-DESC
015172             MOVE 'MONTH-END'           TO WS-CAL-NOTE
015174         WHEN OTHER
015176             MOVE 'BUSINESS DAY'        TO WS-CAL-DESC
015178     END-EVALUATE.
015180 1100-EXIT.
015182     EXIT.
015200*----------------------------------------------------------*
015300* 2000-LIST-ONE-JOB                                        *
015400*----------------------------------------------------------*
016700         ADD 1 TO WS-JOBS-RUNNING
016800     END-IF.
016900
016910     EVALUATE WS-JOB-BUSINESS-DAY
016920         WHEN 'Y'
016930             MOVE 'YES'       TO WS-DTL-BUS-DAY
016940         WHEN 'N'
016950             MOVE 'NO'        TO WS-DTL-BUS-DAY
016960         WHEN OTHER
016970             MOVE SPACES      TO WS-DTL-BUS-DAY
016980     END-EVALUATE.
016985
017000     WRITE CIC-REPORT-RECORD FROM WS-DETAIL-LINE.
017100     ADD 1 TO WS-JOBS-LISTED.
017200
018200         FETCH C-TONIGHT
018300          INTO :WS-JOB-NAME, :WS-START-TS,
018400               :WS-END-TS :WS-END-TS-IND,
018500               :WS-RUN-STATUS, :WS-JOB-BUSINESS-DAY
018600     END-EXEC.
018700
018800     EVALUATE SQLCODE
