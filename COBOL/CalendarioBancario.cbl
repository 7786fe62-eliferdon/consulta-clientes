000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CalendarioBancario.
000300 AUTHOR.        R RAMIREZ.
000400 INSTALLATION.  RETAIL BANKING SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                     *
000900*----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                              *
001100* 10/15/2026 RR    ORIGINAL PROGRAM - BUSINESS CALENDAR     *
001200*                  MAINTENANCE.  BUILDS ONE YEAR OF THE     *
001300*                  BUSINESSCALENDAR TABLE THE NIGHTLY JOBS  *
001400*                  READ FROM THE CALHOL HOLIDAY LIST: EVERY *
001500*                  DATE OF THE YEAR, OPEN MONDAY TO FRIDAY  *
001600*                  UNLESS LISTED AS A HOLIDAY, WITH THE LAST*
001700*                  BUSINESS DAY OF EACH MONTH FLAGGED AS    *
001800*                  MONTH-END AND THE LAST OF THE YEAR AS    *
001900*                  YEAR-END.  ONLY DATES AFTER THE CYCLE    *
002000*                  DATE ARE REPLACED - A DAY THE CYCLE HAS  *
002100*                  ALREADY RUN, AND A MONTH IT HAS ALREADY  *
002200*                  CLOSED, ARE NEVER REBUILT - SO THE RUN   *
002300*                  CAN BE REPEATED WHENEVER THE HOLIDAY LIST*
002400*                  CHANGES.  THE CONTROL REPORT LISTS THE   *
002500*                  HOLIDAYS AND MONTH-ENDS WRITTEN.         *
002501* 10/15/2026 RR    DAYS ON OR BEFORE THE CYCLE DATE ARE NOW *
002502*                  INSERTED WHEN MISSING (AN EXISTING ROW,  *
002503*                  SQLCODE -803, IS KEPT), SO THE FIRST     *
002504*                  LOAD OF THE YEAR IN PROGRESS COVERS THE  *
002505*                  PAST DAYS AND TONIGHT.  A HOLIDAY THAT   *
002506*                  MOVES THE OPEN MONTH'S LAST BUSINESS DAY *
002507*                  ONTO TONIGHT FLAGS TONIGHT'S KEPT ROW    *
002508*                  MONTH-END; ONTO AN EARLIER DAY ALREADY   *
002509*                  RUN, THE LIST IS REFUSED (RC=8).         *
002600*----------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT HOLIDAY-FILE    ASSIGN TO CALHOL
003100         ORGANIZATION IS LINE SEQUENTIAL.
003200     SELECT RPT-CAL-FILE    ASSIGN TO RPTBCL
003300         ORGANIZATION IS LINE SEQUENTIAL.
003400*
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  HOLIDAY-FILE
003800     RECORDING MODE IS F
003900     LABEL RECORDS ARE STANDARD.
004000 01  HOLIDAY-RECORD               PIC X(80).
004100 FD  RPT-CAL-FILE
004200     RECORDING MODE IS F
004300     LABEL RECORDS ARE STANDARD.
004400 01  RPT-CAL-RECORD               PIC X(133).
004500*
004600 WORKING-STORAGE SECTION.
004700*----------------------------------------------------------*
004800* PROGRAM SWITCHES                                          *
004900*----------------------------------------------------------*
005000 01  WS-HOL-EOF-SW                PIC X(01)    VALUE 'N'.
005100     88  END-OF-HOLIDAYS                       VALUE 'Y'.
005200 01  WS-LINE-COUNT                PIC S9(04) COMP VALUE ZERO.
005300 01  WS-LINES-PER-PAGE            PIC S9(04) COMP VALUE +55.
005400 01  WS-PAGE-COUNT                PIC S9(04) COMP VALUE ZERO.
005500*----------------------------------------------------------*
005600* CALHOL HOLIDAY LIST.  THE FIRST RECORD NAMES THE YEAR     *
005700* ('HDR' AND THE YEAR IN COLUMNS 5-8); EVERY RECORD AFTER   *
005800* IT IS ONE HOLIDAY - THE ISO DATE IN COLUMNS 1-10 AND THE  *
005900* NAME IN COLUMNS 12-41.  A HOLIDAY FALLING ON A WEEKEND IS *
006000* LISTED ON THE WEEKDAY THE BANK OBSERVES IT, IF ANY.       *
006100*----------------------------------------------------------*
006200 01  WS-HOL-HEADER.
006300     05  WS-HH-REC-ID             PIC X(03).
006400     05  FILLER                   PIC X(01).
006500     05  WS-HH-YEAR-X             PIC X(04).
006600     05  WS-HH-YEAR REDEFINES WS-HH-YEAR-X
006700                                  PIC 9(04).
006800     05  FILLER                   PIC X(72).
006900 01  WS-HOL-INPUT.
007000     05  WS-HI-DATE.
007100         10  WS-HI-YEAR-X         PIC X(04).
007200         10  WS-HI-DASH-1         PIC X(01).
007300         10  WS-HI-MONTH-X        PIC X(02).
007400         10  WS-HI-MONTH REDEFINES WS-HI-MONTH-X
007500                                  PIC 9(02).
007600         10  WS-HI-DASH-2         PIC X(01).
007700         10  WS-HI-DAY-X          PIC X(02).
007800         10  WS-HI-DAY REDEFINES WS-HI-DAY-X
007900                                  PIC 9(02).
008000     05  FILLER                   PIC X(01).
008100     05  WS-HI-NAME               PIC X(30).
008200     05  FILLER                   PIC X(39).
008300 01  WS-REFUSE-TEXT               PIC X(50).
008400*----------------------------------------------------------*
008500* THE YEAR'S HOLIDAYS AS READ FROM CALHOL                   *
008600*----------------------------------------------------------*
008700 77  WS-HOL-TABLE-MAX             PIC S9(04) COMP VALUE +40.
008800 01  WS-HOL-COUNT                 PIC S9(04) COMP VALUE ZERO.
008900 01  WS-HOL-TABLE.
009000     05  WS-HOL-ENTRY OCCURS 40 TIMES.
009100         10  WS-HOL-DATE          PIC X(10).
009200         10  WS-HOL-NAME          PIC X(30).
009300 01  WS-HOL-IDX                   PIC S9(04) COMP.
009400*----------------------------------------------------------*
009500* THE YEAR BEING BUILT - ONE ENTRY PER CALENDAR DATE.  DAY  *
009600* OF WEEK RUNS 1 (SUNDAY) TO 7 (SATURDAY), AS DAYOFWEEK     *
009700* RETURNS IT.                                               *
009800*----------------------------------------------------------*
009900 01  WS-CAL-YEAR                  PIC 9(04).
010000 01  WS-DAY-COUNT                 PIC S9(04) COMP VALUE ZERO.
010100 01  WS-DAY-TABLE.
010200     05  WS-DAY-ENTRY OCCURS 366 TIMES.
010300         10  WS-DAY-DATE          PIC X(10).
010400         10  WS-DAY-MONTH         PIC 9(02).
010500         10  WS-DAY-DOW           PIC 9(01).
010600         10  WS-DAY-BUSINESS      PIC X(01).
010700         10  WS-DAY-HOLIDAY       PIC X(30).
010800         10  WS-DAY-MONTH-END     PIC X(01).
010900         10  WS-DAY-YEAR-END      PIC X(01).
011000 01  WS-DAY-IDX                   PIC S9(04) COMP.
011100 01  WS-MONTH                     PIC S9(04) COMP.
011200 01  WS-DAY                       PIC S9(04) COMP.
011300 01  WS-DOW                       PIC S9(04) COMP.
011400 01  WS-LEAP-QUOTIENT             PIC S9(04) COMP.
011500 01  WS-LEAP-REM-4                PIC S9(04) COMP.
011600 01  WS-LEAP-REM-100              PIC S9(04) COMP.
011700 01  WS-LEAP-REM-400              PIC S9(04) COMP.
011800 01  WS-BUILD-DATE.
011900     05  WS-BD-YEAR               PIC 9(04).
012000     05  FILLER                   PIC X(01)    VALUE '-'.
012100     05  WS-BD-MONTH              PIC 9(02).
012200     05  FILLER                   PIC X(01)    VALUE '-'.
012300     05  WS-BD-DAY                PIC 9(02).
012400 01  WS-MONTH-DAYS-VALUES.
012500     05  FILLER                   PIC X(24)
012600                       VALUE '312831303130313130313031'.
012700 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
012800     05  WS-MONTH-DAYS            PIC 9(02)    OCCURS 12 TIMES.
012900 01  WS-DAY-NAME-VALUES.
013000     05  FILLER                   PIC X(21)
013100                       VALUE 'SUNMONTUEWEDTHUFRISAT'.
013200 01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
013300     05  WS-DAY-NAME              PIC X(03)    OCCURS 7 TIMES.
013400*----------------------------------------------------------*
013500* MONTH-END SELECTION - THE LAST BUSINESS DAY SEEN IN EACH  *
013600* MONTH.  A MONTH THE CYCLE HAS ALREADY CLOSED (ITS         *
013700* MONTH-END FLAG IS ON A DAY ALREADY RUN) IS NOT FLAGGED    *
013800* AGAIN.  WHEN THE OPEN CYCLE MONTH'S LAST BUSINESS DAY   *
013810* IS THE CYCLE DATE ITSELF AND ITS ROW IS ALREADY ON FILE,  *
013820* THE ROW IS KEPT BUT FLAGGED - WS-MONTH-END-IDX POINTS AT  *
013830* IT.                                                       *
013900*----------------------------------------------------------*
014000 01  WS-LAST-BUS-TABLE.
014100     05  WS-LAST-BUS-IDX          PIC S9(04) COMP OCCURS 12 TIMES.
014200 01  WS-CLOSED-MONTH              PIC S9(04) COMP VALUE ZERO.
014300 01  WS-CLOSED-COUNT              PIC S9(09) COMP.
014310 01  WS-KEPT-COUNT                PIC S9(09) COMP.
014320 01  WS-MONTH-END-IDX             PIC S9(04) COMP VALUE ZERO.
014400*----------------------------------------------------------*
014500* CYCLE DATE - THE CALENDAR DATE AS OF TWELVE HOURS AGO,    *
014600* AS EVERY NIGHTLY JOB DERIVES IT.  ONLY DATES AFTER IT     *
014700* ARE REPLACED.                                             *
014800*----------------------------------------------------------*
014900 01  WS-CYCLE-DATE                PIC X(10).
015000 01  WS-CYCLE-YEAR                PIC S9(04) COMP.
015100 01  WS-CYCLE-MONTH               PIC S9(04) COMP.
015200 01  WS-JAN-FIRST-DOW             PIC S9(04) COMP.
015300*----------------------------------------------------------*
015400* CONTROL TOTALS                                            *
015500*----------------------------------------------------------*
015600 01  WS-DAYS-WRITTEN              PIC S9(07) COMP-3 VALUE ZERO.
015700 01  WS-BUSINESS-DAYS             PIC S9(07) COMP-3 VALUE ZERO.
015800 01  WS-WEEKEND-DAYS              PIC S9(07) COMP-3 VALUE ZERO.
015900 01  WS-HOLIDAY-DAYS              PIC S9(07) COMP-3 VALUE ZERO.
016000 01  WS-MONTH-ENDS                PIC S9(07) COMP-3 VALUE ZERO.
016100 01  WS-DAYS-KEPT                 PIC S9(07) COMP-3 VALUE ZERO.
016200 01  WS-ROWS-REPLACED             PIC S9(09) COMP VALUE ZERO.
016300*----------------------------------------------------------*
016400* CONTROL REPORT LINES - ONE LINE PER HOLIDAY AND PER       *
016500* MONTH-END WRITTEN                                         *
016600*----------------------------------------------------------*
016700 01  WS-HDR-LINE-1.
016800     05  FILLER                   PIC X(01)    VALUE '1'.
016900     05  FILLER                   PIC X(30)
017000                       VALUE 'BUSINESS CALENDAR LOAD - YEAR '.
017100     05  WS-HDR1-YEAR             PIC 9(04).
017200     05  FILLER                   PIC X(14)
017300                       VALUE '   CYCLE DATE '.
017400     05  WS-HDR1-DATE             PIC X(10).
017500     05  FILLER                   PIC X(08)    VALUE '  PAGE '.
017600     05  WS-HDR1-PAGE             PIC ZZZ9.
017700     05  FILLER                   PIC X(62)    VALUE SPACES.
017800 01  WS-HDR-LINE-2.
017900     05  FILLER                   PIC X(01)    VALUE ' '.
018000     05  FILLER                   PIC X(12)    VALUE 'DATE'.
018100     05  FILLER                   PIC X(05)    VALUE 'DAY'.
018200     05  FILLER                   PIC X(10)    VALUE 'BUSINESS'.
018300     05  FILLER                   PIC X(32)    VALUE 'HOLIDAY'.
018400     05  FILLER                   PIC X(11)    VALUE 'MONTH-END'.
018500     05  FILLER                   PIC X(10)    VALUE 'YEAR-END'.
018600     05  FILLER                   PIC X(52)    VALUE SPACES.
018700 01  WS-DETAIL-LINE.
018800     05  FILLER                   PIC X(01)    VALUE ' '.
018900     05  WS-DTL-DATE              PIC X(10).
019000     05  FILLER                   PIC X(02)    VALUE SPACES.
019100     05  WS-DTL-DAY               PIC X(03).
019200     05  FILLER                   PIC X(02)    VALUE SPACES.
019300     05  WS-DTL-BUSINESS          PIC X(03).
019400     05  FILLER                   PIC X(07)    VALUE SPACES.
019500     05  WS-DTL-HOLIDAY           PIC X(30).
019600     05  FILLER                   PIC X(02)    VALUE SPACES.
019700     05  WS-DTL-MONTH-END         PIC X(03).
019800     05  FILLER                   PIC X(08)    VALUE SPACES.
019900     05  WS-DTL-YEAR-END          PIC X(03).
020000     05  FILLER                   PIC X(59)    VALUE SPACES.
020100 01  WS-TOTAL-LINE-1.
020200     05  FILLER                   PIC X(01)    VALUE '0'.
020300     05  FILLER                   PIC X(28)
020400                       VALUE 'DAYS WRITTEN. . . . . . . . '.
020500     05  WS-TOT1-COUNT            PIC ZZZZZZ9.
020600     05  FILLER                   PIC X(97)    VALUE SPACES.
020700 01  WS-TOTAL-LINE-2.
020800     05  FILLER                   PIC X(01)    VALUE ' '.
020900     05  FILLER                   PIC X(28)
021000                       VALUE '  BUSINESS DAYS . . . . . . '.
021100     05  WS-TOT2-COUNT            PIC ZZZZZZ9.
021200     05  FILLER                   PIC X(97)    VALUE SPACES.
021300 01  WS-TOTAL-LINE-3.
021400     05  FILLER                   PIC X(01)    VALUE ' '.
021500     05  FILLER                   PIC X(28)
021600                       VALUE '  WEEKEND DAYS. . . . . . . '.
021700     05  WS-TOT3-COUNT            PIC ZZZZZZ9.
021800     05  FILLER                   PIC X(97)    VALUE SPACES.
021900 01  WS-TOTAL-LINE-4.
022000     05  FILLER                   PIC X(01)    VALUE ' '.
022100     05  FILLER                   PIC X(28)
022200                       VALUE '  HOLIDAYS. . . . . . . . . '.
022300     05  WS-TOT4-COUNT            PIC ZZZZZZ9.
022400     05  FILLER                   PIC X(97)    VALUE SPACES.
022500 01  WS-TOTAL-LINE-5.
022600     05  FILLER                   PIC X(01)    VALUE ' '.
022700     05  FILLER                   PIC X(28)
022800                       VALUE 'MONTH-ENDS FLAGGED. . . . . '.
022900     05  WS-TOT5-COUNT            PIC ZZZZZZ9.
023000     05  FILLER                   PIC X(97)    VALUE SPACES.
023100 01  WS-TOTAL-LINE-6.
023200     05  FILLER                   PIC X(01)    VALUE ' '.
023300     05  FILLER                   PIC X(28)
023400                       VALUE 'DAYS KEPT (ALREADY RUN) . . '.
023500     05  WS-TOT6-COUNT            PIC ZZZZZZ9.
023600     05  FILLER                   PIC X(97)    VALUE SPACES.
023700 01  WS-TOTAL-LINE-7.
023800     05  FILLER                   PIC X(01)    VALUE ' '.
023900     05  FILLER                   PIC X(28)
024000                       VALUE 'EARLIER ROWS REPLACED . . . '.
024100     05  WS-TOT7-COUNT            PIC ZZZZZZ9.
024200     05  FILLER                   PIC X(97)    VALUE SPACES.
024300     EXEC SQL INCLUDE SQLCA END-EXEC.
024400*
024500 PROCEDURE DIVISION.
024600*----------------------------------------------------------*
024700* 0000-MAIN-PROCESS                                        *
024800*----------------------------------------------------------*
024900 0000-MAIN-PROCESS.
025000     PERFORM 0700-READ-HOLIDAYS
025100         THRU 0700-EXIT.
025200
025300     PERFORM 1000-INITIALIZE
025400         THRU 1000-EXIT.
025500
025600     PERFORM 2000-BUILD-YEAR
025700         THRU 2000-EXIT.
025800
025900     PERFORM 3000-FLAG-MONTH-ENDS
026000         THRU 3000-EXIT.
026100
026200     PERFORM 4000-REPLACE-CALENDAR
026300         THRU 4000-EXIT.
026400
026500     PERFORM 8000-WRITE-TOTALS
026600         THRU 8000-EXIT.
026700
026800     PERFORM 9000-TERMINATE
026900         THRU 9000-EXIT.
027000
027100     STOP RUN.
027200*----------------------------------------------------------*
027300* 0700-READ-HOLIDAYS                                       *
027400* READS THE CALHOL LIST AND FIXES THE YEAR.  THE YEAR MUST  *
027500* NOT BE OVER, AND EVERY HOLIDAY MUST BE A REAL DATE IN     *
027600* THAT YEAR, LISTED ONCE.  ANYTHING WRONG REFUSES THE WHOLE *
027700* LIST (RC=8) BEFORE A SINGLE ROW IS TOUCHED.               *
027800*----------------------------------------------------------*
027900 0700-READ-HOLIDAYS.
028000*    ONE CYCLE BUSINESS DATE FOR EVERY JOB IN THE NIGHT'S
028100*    RUN - THE CALENDAR DATE AS OF TWELVE HOURS AGO.
028200     EXEC SQL
028300         SELECT CHAR(DATE(CURRENT TIMESTAMP - 12 HOURS),
028400                     ISO),
028500                YEAR(CURRENT TIMESTAMP - 12 HOURS),
028600                MONTH(CURRENT TIMESTAMP - 12 HOURS)
028700           INTO :WS-CYCLE-DATE, :WS-CYCLE-YEAR,
028800                :WS-CYCLE-MONTH
028900           FROM SYSIBM.SYSDUMMY1
029000     END-EXEC.
029100
029200     IF SQLCODE NOT = ZERO
029300         DISPLAY 'CalendarioBancario: CYCLE DATE DERIVATION '
029400                 'FAILED, SQLCODE = ' SQLCODE
029500         MOVE 16 TO RETURN-CODE
029600         STOP RUN
029700     END-IF.
029800
029900     OPEN INPUT HOLIDAY-FILE.
030000     READ HOLIDAY-FILE INTO WS-HOL-HEADER
030100         AT END
030200             MOVE SPACES TO WS-HOL-HEADER
030300     END-READ.
030400
030500     IF WS-HH-REC-ID NOT = 'HDR'
030600         MOVE 'FIRST RECORD IS NOT THE HDR YEAR RECORD'
030700           TO WS-REFUSE-TEXT
030800         GO TO 0700-REFUSE
030900     END-IF.
031000
031100     IF WS-HH-YEAR-X NOT NUMERIC
031200         MOVE 'CALENDAR YEAR NOT NUMERIC' TO WS-REFUSE-TEXT
031300         GO TO 0700-REFUSE
031400     END-IF.
031500
031600     MOVE WS-HH-YEAR TO WS-CAL-YEAR.
031700
031800     IF WS-CAL-YEAR < WS-CYCLE-YEAR
031900         MOVE 'CALENDAR YEAR ALREADY OVER' TO WS-REFUSE-TEXT
032000         GO TO 0700-REFUSE
032100     END-IF.
032200
032300*    FEBRUARY HAS 29 DAYS IN A LEAP YEAR - EVERY FOURTH YEAR,
032400*    EXCEPT A CENTURY YEAR NOT DIVISIBLE BY 400.
032500     DIVIDE WS-CAL-YEAR BY 4
032600         GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-4.
032700     DIVIDE WS-CAL-YEAR BY 100
032800         GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-100.
032900     DIVIDE WS-CAL-YEAR BY 400
033000         GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-400.
033100     IF WS-LEAP-REM-4 = ZERO
033200        AND (WS-LEAP-REM-100 NOT = ZERO
033300             OR WS-LEAP-REM-400 = ZERO)
033400         MOVE 29 TO WS-MONTH-DAYS(2)
033500     END-IF.
033600
033700     PERFORM 0750-READ-ONE-HOLIDAY
033800         THRU 0750-EXIT
033900        UNTIL END-OF-HOLIDAYS.
034000
034100     CLOSE HOLIDAY-FILE.
034200     GO TO 0700-EXIT.
034300 0700-REFUSE.
034400     DISPLAY 'CalendarioBancario: ' WS-REFUSE-TEXT
034500             ' - LIST REFUSED'.
034600     MOVE 8 TO RETURN-CODE.
034700     STOP RUN.
034800 0700-EXIT.
034900     EXIT.
035000*----------------------------------------------------------*
035100* 0750-READ-ONE-HOLIDAY                                    *
035200* VALIDATES ONE HOLIDAY RECORD AND ADDS IT TO THE TABLE.    *
035300*----------------------------------------------------------*
035400 0750-READ-ONE-HOLIDAY.
035500     READ HOLIDAY-FILE INTO WS-HOL-INPUT
035600         AT END
035700             SET END-OF-HOLIDAYS TO TRUE
035800             GO TO 0750-EXIT
035900     END-READ.
036000
036100     IF WS-HOL-INPUT = SPACES
036200         GO TO 0750-EXIT
036300     END-IF.
036400
036500     IF WS-HI-YEAR-X NOT = WS-HH-YEAR-X
036600        OR WS-HI-DASH-1 NOT = '-'
036700        OR WS-HI-DASH-2 NOT = '-'
036800        OR WS-HI-MONTH-X NOT NUMERIC
036900        OR WS-HI-DAY-X NOT NUMERIC
037000         GO TO 0750-BAD-DATE
037100     END-IF.
037200
037300     IF WS-HI-MONTH < 1 OR WS-HI-MONTH > 12
037400         GO TO 0750-BAD-DATE
037500     END-IF.
037600
037700     IF WS-HI-DAY < 1
037800        OR WS-HI-DAY > WS-MONTH-DAYS(WS-HI-MONTH)
037900         GO TO 0750-BAD-DATE
038000     END-IF.
038100
038200     PERFORM 0760-CHECK-DUPLICATE
038300         THRU 0760-EXIT
038400        VARYING WS-HOL-IDX FROM 1 BY 1
038500          UNTIL WS-HOL-IDX > WS-HOL-COUNT.
038600
038700     IF WS-HOL-COUNT NOT < WS-HOL-TABLE-MAX
038800         MOVE 'MORE HOLIDAYS THAN THE TABLE HOLDS'
038900           TO WS-REFUSE-TEXT
039000         GO TO 0700-REFUSE
039100     END-IF.
039200
039300     ADD 1 TO WS-HOL-COUNT.
039400     MOVE WS-HI-DATE TO WS-HOL-DATE(WS-HOL-COUNT).
039500     MOVE WS-HI-NAME TO WS-HOL-NAME(WS-HOL-COUNT).
039600     GO TO 0750-EXIT.
039700 0750-BAD-DATE.
039800     DISPLAY 'CalendarioBancario: HOLIDAY RECORD IS '
039900             WS-HOL-INPUT.
040000     MOVE 'HOLIDAY DATE INVALID OR NOT IN THE YEAR'
040100       TO WS-REFUSE-TEXT.
040200     GO TO 0700-REFUSE.
040300 0750-EXIT.
040400     EXIT.
040500*----------------------------------------------------------*
040600* 0760-CHECK-DUPLICATE                                     *
040700*----------------------------------------------------------*
040800 0760-CHECK-DUPLICATE.
040900     IF WS-HOL-DATE(WS-HOL-IDX) = WS-HI-DATE
041000         DISPLAY 'CalendarioBancario: HOLIDAY RECORD IS '
041100                 WS-HOL-INPUT
041200         MOVE 'HOLIDAY DATE LISTED TWICE' TO WS-REFUSE-TEXT
041300         GO TO 0700-REFUSE
041400     END-IF.
041500 0760-EXIT.
041600     EXIT.
041700*----------------------------------------------------------*
041800* 1000-INITIALIZE                                          *
041900* OPENS THE REPORT, FINDS THE DAY OF WEEK OF JANUARY 1ST    *
042000* AND, WHEN THE YEAR IS THE CYCLE'S OWN, WHETHER THE        *
042100* CYCLE'S MONTH HAS ALREADY BEEN CLOSED.                    *
042200*----------------------------------------------------------*
042300 1000-INITIALIZE.
042400     OPEN OUTPUT RPT-CAL-FILE.
042500     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT.
042600
042700     MOVE WS-CAL-YEAR TO WS-BD-YEAR.
042800     MOVE 1           TO WS-BD-MONTH
042900                         WS-BD-DAY.
043000
043100     EXEC SQL
043200         SELECT DAYOFWEEK(DATE(:WS-BUILD-DATE))
043300           INTO :WS-JAN-FIRST-DOW
043400           FROM SYSIBM.SYSDUMMY1
043500     END-EXEC.
043600
043700     IF SQLCODE NOT = ZERO
043800         DISPLAY 'CalendarioBancario: DAY OF WEEK '
043900                 'DERIVATION FAILED, SQLCODE = ' SQLCODE
044000         MOVE 16 TO RETURN-CODE
044100         STOP RUN
044200     END-IF.
044300
044400     IF WS-CAL-YEAR NOT = WS-CYCLE-YEAR
044500         GO TO 1000-EXIT
044600     END-IF.
044700
044800     EXEC SQL
044900         SELECT COUNT(*)
045000           INTO :WS-CLOSED-COUNT
045100           FROM BusinessCalendar
045200          WHERE MonthEnd = 'Y'
045300            AND YEAR(CalendarDate)  = :WS-CYCLE-YEAR
045400            AND MONTH(CalendarDate) = :WS-CYCLE-MONTH
045500            AND CalendarDate <= :WS-CYCLE-DATE
045600     END-EXEC.
045700
045800     IF SQLCODE NOT = ZERO
045900         DISPLAY 'CalendarioBancario: CALENDAR READ '
046000                 'FAILED, SQLCODE = ' SQLCODE
046100         MOVE 16 TO RETURN-CODE
046200         STOP RUN
046300     END-IF.
046400
046500     IF WS-CLOSED-COUNT > ZERO
046600         MOVE WS-CYCLE-MONTH TO WS-CLOSED-MONTH
046700     END-IF.
046800 1000-EXIT.
046900     EXIT.
047000*----------------------------------------------------------*
047100* 2000-BUILD-YEAR                                          *
047200* BUILDS EVERY DATE OF THE YEAR IN THE DAY TABLE.           *
047300*----------------------------------------------------------*
047400 2000-BUILD-YEAR.
047500     MOVE WS-JAN-FIRST-DOW TO WS-DOW.
047600
047700     PERFORM 2100-BUILD-MONTH
047800         THRU 2100-EXIT
047900        VARYING WS-MONTH FROM 1 BY 1
048000          UNTIL WS-MONTH > 12.
048100 2000-EXIT.
048200     EXIT.
048300*----------------------------------------------------------*
048400* 2100-BUILD-MONTH                                         *
048500*----------------------------------------------------------*
048600 2100-BUILD-MONTH.
048700     MOVE ZERO TO WS-LAST-BUS-IDX(WS-MONTH).
048800
048900     PERFORM 2200-BUILD-DAY
049000         THRU 2200-EXIT
049100        VARYING WS-DAY FROM 1 BY 1
049200          UNTIL WS-DAY > WS-MONTH-DAYS(WS-MONTH).
049300 2100-EXIT.
049400     EXIT.
049500*----------------------------------------------------------*
049600* 2200-BUILD-DAY                                           *
049700* ONE DATE - CLOSED ON SATURDAY AND SUNDAY AND ON A LISTED  *
049800* HOLIDAY, OPEN OTHERWISE.  THE LAST OPEN DAY SEEN IN THE   *
049900* MONTH IS KEPT FOR THE MONTH-END FLAG.                     *
050000*----------------------------------------------------------*
050100 2200-BUILD-DAY.
050200     ADD 1 TO WS-DAY-COUNT.
050300     MOVE WS-DAY-COUNT TO WS-DAY-IDX.
050400     MOVE WS-MONTH     TO WS-BD-MONTH.
050500     MOVE WS-DAY       TO WS-BD-DAY.
050600
050700     MOVE WS-BUILD-DATE TO WS-DAY-DATE(WS-DAY-IDX).
050800     MOVE WS-MONTH      TO WS-DAY-MONTH(WS-DAY-IDX).
050900     MOVE WS-DOW        TO WS-DAY-DOW(WS-DAY-IDX).
051000     MOVE SPACES        TO WS-DAY-HOLIDAY(WS-DAY-IDX).
051100     MOVE 'N'           TO WS-DAY-MONTH-END(WS-DAY-IDX)
051200                           WS-DAY-YEAR-END(WS-DAY-IDX).
051300
051400     IF WS-DOW = 1 OR WS-DOW = 7
051500         MOVE 'N' TO WS-DAY-BUSINESS(WS-DAY-IDX)
051600     ELSE
051700         MOVE 'Y' TO WS-DAY-BUSINESS(WS-DAY-IDX)
051800     END-IF.
051900
052000     PERFORM 2300-MATCH-HOLIDAY
052100         THRU 2300-EXIT
052200        VARYING WS-HOL-IDX FROM 1 BY 1
052300          UNTIL WS-HOL-IDX > WS-HOL-COUNT.
052400
052500     IF WS-DAY-BUSINESS(WS-DAY-IDX) = 'Y'
052600         MOVE WS-DAY-IDX TO WS-LAST-BUS-IDX(WS-MONTH)
052700     END-IF.
052800
052900     ADD 1 TO WS-DOW.
053000     IF WS-DOW > 7
053100         MOVE 1 TO WS-DOW
053200     END-IF.
053300 2200-EXIT.
053400     EXIT.
053500*----------------------------------------------------------*
053600* 2300-MATCH-HOLIDAY                                       *
053700*----------------------------------------------------------*
053800 2300-MATCH-HOLIDAY.
053900     IF WS-HOL-DATE(WS-HOL-IDX) = WS-DAY-DATE(WS-DAY-IDX)
054000         MOVE 'N' TO WS-DAY-BUSINESS(WS-DAY-IDX)
054100         MOVE WS-HOL-NAME(WS-HOL-IDX)
054200           TO WS-DAY-HOLIDAY(WS-DAY-IDX)
054300     END-IF.
054400 2300-EXIT.
054500     EXIT.
054600*----------------------------------------------------------*
054700* 3000-FLAG-MONTH-ENDS                                     *
054800* FLAGS THE LAST BUSINESS DAY OF EACH MONTH AS MONTH-END,   *
054900* AND DECEMBER'S AS YEAR-END TOO.  A MONTH ALREADY CLOSED   *
055000* BY THE CYCLE KEEPS THE MONTH-END IT CLOSED ON.            *
055100*----------------------------------------------------------*
055200 3000-FLAG-MONTH-ENDS.
055300     PERFORM 3100-FLAG-ONE-MONTH
055400         THRU 3100-EXIT
055500        VARYING WS-MONTH FROM 1 BY 1
055600          UNTIL WS-MONTH > 12.
055700 3000-EXIT.
055800     EXIT.
055900*----------------------------------------------------------*
056000* 3100-FLAG-ONE-MONTH                                      *
056010* A HOLIDAY KEYED INTO THE OPEN CYCLE MONTH CAN MOVE ITS    *
056020* LAST BUSINESS DAY BACK ONTO A DAY ALREADY ON FILE, WHICH  *
056030* 4100 KEEPS.  IF THAT DAY IS THE CYCLE DATE ITSELF, ITS    *
056040* ROW IS FLAGGED MONTH-END BY 4200 SO THE MONTH STILL       *
056050* CLOSES TONIGHT; IF IT IS AN EARLIER DAY, ALREADY RUN AS   *
056060* AN ORDINARY DAY, THE MONTH COULD NEVER CLOSE AND THE      *
056070* WHOLE LIST IS REFUSED (RC=8) BEFORE A ROW IS TOUCHED.     *
056100*----------------------------------------------------------*
056200 3100-FLAG-ONE-MONTH.
056300     IF WS-LAST-BUS-IDX(WS-MONTH) = ZERO
056400        OR WS-MONTH = WS-CLOSED-MONTH
056500         GO TO 3100-EXIT
056600     END-IF.
056700
056800     MOVE WS-LAST-BUS-IDX(WS-MONTH) TO WS-DAY-IDX.
056900     MOVE 'Y' TO WS-DAY-MONTH-END(WS-DAY-IDX).
057000     IF WS-MONTH = 12
057100         MOVE 'Y' TO WS-DAY-YEAR-END(WS-DAY-IDX)
057200     END-IF.
057202
057204     IF WS-CAL-YEAR NOT = WS-CYCLE-YEAR
057206        OR WS-MONTH NOT = WS-CYCLE-MONTH
057208        OR WS-DAY-DATE(WS-DAY-IDX) > WS-CYCLE-DATE
057210         GO TO 3100-EXIT
057212     END-IF.
057214
057216     EXEC SQL
057218         SELECT COUNT(*)
057220           INTO :WS-KEPT-COUNT
057222           FROM BusinessCalendar
057224          WHERE CalendarDate = :WS-DAY-DATE(WS-DAY-IDX)
057226     END-EXEC.
057228
057230     IF SQLCODE NOT = ZERO
057232         DISPLAY 'CalendarioBancario: CALENDAR READ '
057234                 'FAILED, SQLCODE = ' SQLCODE
057236         MOVE 16 TO RETURN-CODE
057238         STOP RUN
057240     END-IF.
057242
057244*    NO ROW ON FILE YET (THE FIRST LOAD OF THE YEAR) - 4100
057246*    INSERTS IT ALREADY FLAGGED.
057248     IF WS-KEPT-COUNT = ZERO
057250         GO TO 3100-EXIT
057252     END-IF.
057254
057256     IF WS-DAY-DATE(WS-DAY-IDX) = WS-CYCLE-DATE
057258         MOVE WS-DAY-IDX TO WS-MONTH-END-IDX
057260         GO TO 3100-EXIT
057262     END-IF.
057264
057266     DISPLAY 'CalendarioBancario: LAST BUSINESS DAY OF THE '
057268             'MONTH WOULD BE ' WS-DAY-DATE(WS-DAY-IDX)
057270             ', ALREADY RUN'.
057272     MOVE SPACES TO WS-REFUSE-TEXT.
057274     STRING 'MONTH '                       DELIMITED BY SIZE
057276            WS-DAY-DATE(WS-DAY-IDX)(1:7)   DELIMITED BY SIZE
057278            ' WOULD HAVE NO MONTH-END DAY' DELIMITED BY SIZE
057280       INTO WS-REFUSE-TEXT.
057282     GO TO 0700-REFUSE.
057300 3100-EXIT.
057400     EXIT.
057500*----------------------------------------------------------*
057600* 4000-REPLACE-CALENDAR                                    *
057700* DELETES THE YEAR'S ROWS AFTER THE CYCLE DATE AND WRITES   *
057800* EVERY DAY OF THE YEAR FROM THE DAY TABLE, AS ONE UNIT OF  *
057900* WORK - A FAILURE PART-WAY ROLLS BACK TO THE CALENDAR AS   *
057910* IT WAS.  A DAY ON OR BEFORE THE CYCLE DATE IS WRITTEN     *
057920* ONLY IF IT IS MISSING (SEE 4100).                         *
058000*----------------------------------------------------------*
058100 4000-REPLACE-CALENDAR.
058200     EXEC SQL
058300         DELETE FROM BusinessCalendar
058400          WHERE YEAR(CalendarDate) = :WS-CAL-YEAR
058500            AND CalendarDate > :WS-CYCLE-DATE
058600     END-EXEC.
058700
058800     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
058900         DISPLAY 'CalendarioBancario: CALENDAR DELETE '
059000                 'FAILED, SQLCODE = ' SQLCODE
059100         EXEC SQL ROLLBACK END-EXEC
059200         MOVE 16 TO RETURN-CODE
059300         STOP RUN
059400     END-IF.
059500
059600     MOVE SQLERRD(3) TO WS-ROWS-REPLACED.
059700     IF SQLCODE = 100
059800         MOVE ZERO TO WS-ROWS-REPLACED
059900     END-IF.
060000
060100     PERFORM 4100-WRITE-ONE-DAY
060200         THRU 4100-EXIT
060300        VARYING WS-DAY-IDX FROM 1 BY 1
060400          UNTIL WS-DAY-IDX > WS-DAY-COUNT.
060500
060600     EXEC SQL COMMIT END-EXEC.
060700
060800     IF SQLCODE NOT = ZERO
060900         DISPLAY 'CalendarioBancario: CALENDAR COMMIT '
061000                 'FAILED, SQLCODE = ' SQLCODE
061100         MOVE 16 TO RETURN-CODE
061200         STOP RUN
061300     END-IF.
061400 4000-EXIT.
061500     EXIT.
061600*----------------------------------------------------------*
061700* 4100-WRITE-ONE-DAY                                       *
061800* THE DAYS AFTER THE CYCLE DATE WERE DELETED BY 4000 AND   *
061810* ARE WRITTEN AFRESH.  A DAY ON OR BEFORE IT IS WRITTEN TOO *
061820* - THE FIRST LOAD OF THE YEAR IN PROGRESS MUST COVER THE   *
061830* DAYS ALREADY PAST, WHICH THE LOOK-BACKS READ, AND TONIGHT *
061840* WHEN THE LOAD RUNS AFTER NOON - BUT ONE ALREADY ON FILE   *
061850* (SQLCODE -803) IS KEPT AS IT IS, SAVE THE MONTH-END FLAG  *
061860* 3100 MAY HAVE TO SET ON TONIGHT'S ROW.                    *
061900*----------------------------------------------------------*
062000 4100-WRITE-ONE-DAY.
062600     EXEC SQL
062700         INSERT INTO BusinessCalendar
062800             (CalendarDate, BusinessDay, HolidayName,
062900              MonthEnd, YearEnd)
063000         VALUES
063100             (:WS-DAY-DATE(WS-DAY-IDX),
063200              :WS-DAY-BUSINESS(WS-DAY-IDX),
063300              :WS-DAY-HOLIDAY(WS-DAY-IDX),
063400              :WS-DAY-MONTH-END(WS-DAY-IDX),
063500              :WS-DAY-YEAR-END(WS-DAY-IDX))
063600     END-EXEC.
063700
063710     IF SQLCODE = -803
063720        AND WS-DAY-DATE(WS-DAY-IDX) NOT > WS-CYCLE-DATE
063730         ADD 1 TO WS-DAYS-KEPT
063740         IF WS-DAY-IDX = WS-MONTH-END-IDX
063750             PERFORM 4200-FLAG-KEPT-MONTH-END
063760                 THRU 4200-EXIT
063770         END-IF
063780         GO TO 4100-EXIT
063790     END-IF.
063795
063800     IF SQLCODE NOT = ZERO
063900         DISPLAY 'CalendarioBancario: CALENDAR INSERT '
064000                 'FAILED FOR ' WS-DAY-DATE(WS-DAY-IDX)
064100                 ', SQLCODE = ' SQLCODE
064200         EXEC SQL ROLLBACK END-EXEC
064300         MOVE 16 TO RETURN-CODE
064400         STOP RUN
064500     END-IF.
064600
064700     ADD 1 TO WS-DAYS-WRITTEN.
064800     IF WS-DAY-BUSINESS(WS-DAY-IDX) = 'Y'
064900         ADD 1 TO WS-BUSINESS-DAYS
065000     ELSE
065100         IF WS-DAY-HOLIDAY(WS-DAY-IDX) = SPACES
065200             ADD 1 TO WS-WEEKEND-DAYS
065300         ELSE
065400             ADD 1 TO WS-HOLIDAY-DAYS
065500         END-IF
065600     END-IF.
065700
065800     IF WS-DAY-MONTH-END(WS-DAY-IDX) = 'Y'
065900         ADD 1 TO WS-MONTH-ENDS
066000     END-IF.
066100
066200     IF WS-DAY-HOLIDAY(WS-DAY-IDX) NOT = SPACES
066300        OR WS-DAY-MONTH-END(WS-DAY-IDX) = 'Y'
066400         PERFORM 7000-WRITE-DETAIL
066500             THRU 7000-EXIT
066600     END-IF.
066700 4100-EXIT.
066800     EXIT.
066802*----------------------------------------------------------*
066804* 4200-FLAG-KEPT-MONTH-END                                 *
066806* TONIGHT'S ROW, ALREADY ON FILE, BECOMES THE OPEN MONTH'S  *
066808* LAST BUSINESS DAY.  IT IS FLAGGED MONTH-END (AND YEAR-END *
066810* IN DECEMBER) SO TONIGHT'S MONTH-END JOBS CLOSE THE MONTH. *
066812* ANY OF THEM THAT HAS ALREADY PASSED ITS FINDEMES STEP     *
066814* TONIGHT MUST BE RESUBMITTED - THE CONSOLE MESSAGE SAYS SO.*
066816*----------------------------------------------------------*
066818 4200-FLAG-KEPT-MONTH-END.
066820     EXEC SQL
066822         UPDATE BusinessCalendar
066824            SET MonthEnd = 'Y',
066826                YearEnd  = :WS-DAY-YEAR-END(WS-DAY-IDX)
066828          WHERE CalendarDate = :WS-DAY-DATE(WS-DAY-IDX)
066830     END-EXEC.
066832
066834     IF SQLCODE NOT = ZERO
066836         DISPLAY 'CalendarioBancario: MONTH-END UPDATE '
066838                 'FAILED FOR ' WS-DAY-DATE(WS-DAY-IDX)
066840                 ', SQLCODE = ' SQLCODE
066842         EXEC SQL ROLLBACK END-EXEC
066844         MOVE 16 TO RETURN-CODE
066846         STOP RUN
066848     END-IF.
066850
066852     DISPLAY 'CalendarioBancario: ' WS-DAY-DATE(WS-DAY-IDX)
066854             ' NOW CLOSES THE MONTH - RESUBMIT ANY MONTH-END '
066856             'JOB ALREADY RUN TONIGHT'.
066858     ADD 1 TO WS-MONTH-ENDS.
066860     PERFORM 7000-WRITE-DETAIL
066862         THRU 7000-EXIT.
066864 4200-EXIT.
066866     EXIT.
066900*----------------------------------------------------------*
067000* 7000-WRITE-DETAIL                                        *
067100*----------------------------------------------------------*
067200 7000-WRITE-DETAIL.
067300     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
067400         PERFORM 7100-WRITE-HEADINGS
067500             THRU 7100-EXIT
067600     END-IF.
067700
067800     MOVE WS-DAY-DATE(WS-DAY-IDX)    TO WS-DTL-DATE.
067900     MOVE WS-DAY-NAME(WS-DAY-DOW(WS-DAY-IDX))
068000                                     TO WS-DTL-DAY.
068100     MOVE WS-DAY-HOLIDAY(WS-DAY-IDX) TO WS-DTL-HOLIDAY.
068200     IF WS-DAY-BUSINESS(WS-DAY-IDX) = 'Y'
068300         MOVE 'YES' TO WS-DTL-BUSINESS
068400     ELSE
068500         MOVE 'NO'  TO WS-DTL-BUSINESS
068600     END-IF.
068700     IF WS-DAY-MONTH-END(WS-DAY-IDX) = 'Y'
068800         MOVE 'YES' TO WS-DTL-MONTH-END
068900     ELSE
069000         MOVE SPACES TO WS-DTL-MONTH-END
069100     END-IF.
069200     IF WS-DAY-YEAR-END(WS-DAY-IDX) = 'Y'
069300         MOVE 'YES' TO WS-DTL-YEAR-END
069400     ELSE
069500         MOVE SPACES TO WS-DTL-YEAR-END
069600     END-IF.
069700
069800     WRITE RPT-CAL-RECORD FROM WS-DETAIL-LINE.
069900     ADD 1 TO WS-LINE-COUNT.
070000 7000-EXIT.
070100     EXIT.
070200*----------------------------------------------------------*
070300* 7100-WRITE-HEADINGS                                      *
070400*----------------------------------------------------------*
070500 7100-WRITE-HEADINGS.
070600     ADD 1 TO WS-PAGE-COUNT.
070700     MOVE WS-PAGE-COUNT TO WS-HDR1-PAGE.
070800     MOVE WS-CAL-YEAR   TO WS-HDR1-YEAR.
070900     MOVE WS-CYCLE-DATE TO WS-HDR1-DATE.
071000     WRITE RPT-CAL-RECORD FROM WS-HDR-LINE-1.
071100     WRITE RPT-CAL-RECORD FROM WS-HDR-LINE-2.
071200     MOVE ZERO TO WS-LINE-COUNT.
071300 7100-EXIT.
071400     EXIT.
071500*----------------------------------------------------------*
071600* 8000-WRITE-TOTALS                                        *
071700*----------------------------------------------------------*
071800 8000-WRITE-TOTALS.
071900     IF WS-PAGE-COUNT = ZERO
072000        OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
072100         PERFORM 7100-WRITE-HEADINGS
072200             THRU 7100-EXIT
072300     END-IF.
072400
072500     MOVE WS-DAYS-WRITTEN  TO WS-TOT1-COUNT.
072600     MOVE WS-BUSINESS-DAYS TO WS-TOT2-COUNT.
072700     MOVE WS-WEEKEND-DAYS  TO WS-TOT3-COUNT.
072800     MOVE WS-HOLIDAY-DAYS  TO WS-TOT4-COUNT.
072900     MOVE WS-MONTH-ENDS    TO WS-TOT5-COUNT.
073000     MOVE WS-DAYS-KEPT     TO WS-TOT6-COUNT.
073100     MOVE WS-ROWS-REPLACED TO WS-TOT7-COUNT.
073200     WRITE RPT-CAL-RECORD FROM WS-TOTAL-LINE-1.
073300     WRITE RPT-CAL-RECORD FROM WS-TOTAL-LINE-2.
073400     WRITE RPT-CAL-RECORD FROM WS-TOTAL-LINE-3.
073500     WRITE RPT-CAL-RECORD FROM WS-TOTAL-LINE-4.
073600     WRITE RPT-CAL-RECORD FROM WS-TOTAL-LINE-5.
073700     WRITE RPT-CAL-RECORD FROM WS-TOTAL-LINE-6.
073800     WRITE RPT-CAL-RECORD FROM WS-TOTAL-LINE-7.
073900 8000-EXIT.
074000     EXIT.
074100*----------------------------------------------------------*
074200* 9000-TERMINATE                                           *
074300*----------------------------------------------------------*
074400 9000-TERMINATE.
074500     CLOSE RPT-CAL-FILE.
074600 9000-EXIT.
074700     EXIT.
