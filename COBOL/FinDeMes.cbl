000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FinDeMes.
000300 AUTHOR.        R RAMIREZ.
000400 INSTALLATION.  RETAIL BANKING SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                     *
000900*----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                              *
001100* 10/15/2026 RR    ORIGINAL PROGRAM - MONTH-END GATE FOR    *
001200*                  THE JOBS THAT CLOSE THE MONTH (INTCOM,   *
001300*                  ESTCTA, RPTSALM).  RUN AS THE FIRST STEP *
001400*                  OF EACH, IT READS THE BUSINESSCALENDAR   *
001500*                  ROW FOR THE CYCLE DATE AND ENDS RC=0 ON  *
001600*                  THE LAST BUSINESS DAY OF THE MONTH AND   *
001700*                  RC=4 ON ANY OTHER NIGHT, SO THE JOB'S    *
001800*                  MAIN STEP AND ITS NEW GENERATIONS ARE    *
001900*                  BYPASSED UNTIL THE MONTH ACTUALLY        *
002000*                  CLOSES.  A CYCLE DATE MISSING FROM THE   *
002100*                  CALENDAR ENDS RC=16.                     *
002200*----------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400*
002500 DATA DIVISION.
002600 WORKING-STORAGE SECTION.
002700*----------------------------------------------------------*
002800* CYCLE DATE AND ITS BUSINESS CALENDAR ROW                  *
002900*----------------------------------------------------------*
003000 01  WS-CYCLE-DATE                PIC X(10).
003100 01  WS-CAL-BUSINESS-DAY          PIC X(01).
003200     88  CAL-BUSINESS-DAY                      VALUE 'Y'.
003300 01  WS-CAL-MONTH-END             PIC X(01).
003400     88  CAL-MONTH-END                         VALUE 'Y'.
003500 01  WS-CAL-HOLIDAY-NAME          PIC X(30).
003600     EXEC SQL INCLUDE SQLCA END-EXEC.
003700*
003800 PROCEDURE DIVISION.
003900*----------------------------------------------------------*
004000* 0000-MAIN-PROCESS                                        *
004100*----------------------------------------------------------*
004200 0000-MAIN-PROCESS.
004300     PERFORM 1000-READ-CALENDAR
004400         THRU 1000-EXIT.
004500
004600     IF CAL-MONTH-END
004700         DISPLAY 'FinDeMes: ' WS-CYCLE-DATE
004800                 ' IS THE LAST BUSINESS DAY OF THE MONTH - '
004900                 'MONTH CLOSES TONIGHT'
005000         MOVE ZERO TO RETURN-CODE
005100     ELSE
005200         DISPLAY 'FinDeMes: ' WS-CYCLE-DATE
005300                 ' IS NOT A MONTH-END BUSINESS DAY - '
005400                 'MONTH-END STEP BYPASSED'
005500         IF NOT CAL-BUSINESS-DAY
005600             DISPLAY 'FinDeMes: BANK CLOSED - '
005700                     WS-CAL-HOLIDAY-NAME
005800         END-IF
005900         MOVE 4 TO RETURN-CODE
006000     END-IF.
006100
006200     STOP RUN.
006300*----------------------------------------------------------*
006400* 1000-READ-CALENDAR                                       *
006500* DERIVES THE NIGHT'S CYCLE DATE THE WAY EVERY CYCLE JOB    *
006600* DOES AND READS ITS CALENDAR ROW.  A DATE MISSING FROM THE *
006700* CALENDAR IS A CALENDAR NOBODY MAINTAINED - RC=16, NOT A   *
006800* GUESS.                                                    *
006900*----------------------------------------------------------*
007000 1000-READ-CALENDAR.
007100*    ONE CYCLE BUSINESS DATE FOR EVERY JOB IN THE NIGHT'S
007200*    RUN - THE CALENDAR DATE AS OF TWELVE HOURS AGO.
007300     EXEC SQL
007400         SELECT CHAR(DATE(CURRENT TIMESTAMP - 12 HOURS),
007500                     ISO)
007600           INTO :WS-CYCLE-DATE
007700           FROM SYSIBM.SYSDUMMY1
007800     END-EXEC.
007900
008000     IF SQLCODE NOT = ZERO
008100         DISPLAY 'FinDeMes: CYCLE DATE DERIVATION '
008200                 'FAILED, SQLCODE = ' SQLCODE
008300         MOVE 16 TO RETURN-CODE
008400         STOP RUN
008500     END-IF.
008600
008700     EXEC SQL
008800         SELECT BusinessDay, MonthEnd, HolidayName
008900           INTO :WS-CAL-BUSINESS-DAY, :WS-CAL-MONTH-END,
009000                :WS-CAL-HOLIDAY-NAME
009100           FROM BusinessCalendar
009200          WHERE CalendarDate = :WS-CYCLE-DATE
009300     END-EXEC.
009400
009500     EVALUATE SQLCODE
009600         WHEN ZERO
009700             CONTINUE
009800         WHEN 100
009900             DISPLAY 'FinDeMes: CYCLE DATE ' WS-CYCLE-DATE
010000                     ' IS NOT ON THE BUSINESS CALENDAR'
010100             MOVE 16 TO RETURN-CODE
010200             STOP RUN
010300         WHEN OTHER
010400             DISPLAY 'FinDeMes: BUSINESS CALENDAR READ '
010500                     'FAILED, SQLCODE = ' SQLCODE
010600             MOVE 16 TO RETURN-CODE
010700             STOP RUN
010800     END-EVALUATE.
010900 1000-EXIT.
011000     EXIT.
