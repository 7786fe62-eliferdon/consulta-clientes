002809*                  CONTINUED LITERALS, WHICH PICKED UP     *
002811*                  EVERY COLUMN THROUGH 72 AND OVERFLOWED  *
002812*                  THEIR ITEMS WITH EMBEDDED BLANKS.       *
002813* 10/15/2026 RR    DAYS OVERDRAWN NOW COUNTS BUSINESS DAYS  *
002814*                  FROM THE BUSINESSCALENDAR TABLE (RC=16   *
002815*                  IF THE CYCLE DATE IS NOT ON IT).  ON A   *
002816*                  DAY THE BANK WAS CLOSED THE COUNTS ARE   *
002817*                  HELD AND NOTHING ESCALATES, AND A NEW    *
002818*                  OVERDRAFT OPENS AT DAY 0.  THE           *
002819*                  RUN-CONTROL ROW RECORDS THE BUSINESS-DAY *
002820*                  FLAG.                                    *
002900*----------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
005000*----------------------------------------------------------*
005100* PROGRAM SWITCHES AND CONSTANTS                            *
005200* THE ESCALATION THRESHOLD IS THE NUMBER OF CONSECUTIVE     *
005300* BUSINESS DAYS IN THE RED BEFORE THE SECOND LETTER - A     *
005350* COLLECTIONS POLICY TERM, ONE LINE TO CHANGE.              *
005500*----------------------------------------------------------*
005600 01  WS-EOF-SW                    PIC X(01).
005700     88  END-OF-CURSOR                         VALUE 'Y'.
021400     88  RC-ROW-FOUND                          VALUE 'Y'.
021500     88  RC-ROW-ABSENT                         VALUE 'N'.
021501 01  WS-RC-CYCLE-DATE             PIC X(10).
021511*----------------------------------------------------------*
021521* BUSINESS CALENDAR ROW FOR THE CYCLE DATE - DAY COUNTS     *
021531* ONLY MOVE ON A DAY THE BANK WAS OPEN.                     *
021541*----------------------------------------------------------*
021551 01  WS-CAL-BUSINESS-DAY          PIC X(01).
021561     88  CAL-BUSINESS-DAY                      VALUE 'Y'.
021571     88  CAL-CLOSED-DAY                        VALUE 'N'.
021581 01  WS-CAL-HOLIDAY-NAME          PIC X(30).
021600     EXEC SQL INCLUDE SQLCA END-EXEC.
021700*
021800 PROCEDURE DIVISION.
025517         STOP RUN
025518     END-IF.
025519
025521     EXEC SQL
025523         SELECT BusinessDay, HolidayName
025525           INTO :WS-CAL-BUSINESS-DAY, :WS-CAL-HOLIDAY-NAME
025527           FROM BusinessCalendar
025529          WHERE CalendarDate = :WS-RC-CYCLE-DATE
025531     END-EXEC.
025533
025535     EVALUATE SQLCODE
025537         WHEN ZERO
025539             CONTINUE
025541         WHEN 100
025543             DISPLAY 'ControlSobregiros: CYCLE DATE '
025545                     WS-RC-CYCLE-DATE ' IS NOT ON THE '
025547                     'BUSINESS CALENDAR'
025549             MOVE 16 TO RETURN-CODE
025551             STOP RUN
025553         WHEN OTHER
025555             DISPLAY 'ControlSobregiros: BUSINESS CALENDAR '
025557                     'READ FAILED, SQLCODE = ' SQLCODE
025559             MOVE 16 TO RETURN-CODE
025561             STOP RUN
025563     END-EVALUATE.
025565
025567     IF CAL-CLOSED-DAY
025569         DISPLAY 'ControlSobregiros: ' WS-RC-CYCLE-DATE
025571                 ' IS NOT A BUSINESS DAY ' WS-CAL-HOLIDAY-NAME
025573         DISPLAY 'ControlSobregiros: DAYS OVERDRAWN HELD - '
025575                 'NO COUNT STEPPED, NO ESCALATION'
025577     END-IF.
025600     EXEC SQL
025700         SELECT RunStatus
025800           INTO :WS-RC-STATUS
029600         STOP RUN
029700     END-IF.
029800
029850     IF RC-ROW-FOUND
029900         EXEC SQL
029950             UPDATE JobRunControl
030000                SET StartTimestamp = CURRENT TIMESTAMP,
030050                    RunStatus      = 'S',
030100                    BusinessDay    = :WS-CAL-BUSINESS-DAY
030150              WHERE JobName = :WS-RC-JOB-NAME
030200                AND BusinessDate = :WS-RC-CYCLE-DATE
030250         END-EXEC
030300     ELSE
030350         EXEC SQL
030400             INSERT INTO JobRunControl
030450                 (JobName, BusinessDate,
030500                  StartTimestamp, RunStatus, BusinessDay)
030550             VALUES
030600                 (:WS-RC-JOB-NAME, :WS-RC-CYCLE-DATE,
030650                  CURRENT TIMESTAMP, 'S',
030700                  :WS-CAL-BUSINESS-DAY)
030750         END-EXEC
030800     END-IF.
031700
031800     IF SQLCODE NOT = ZERO
031900         DISPLAY 'ControlSobregiros: RUN-CONTROL WRITE '
049300* 4000-NEW-OVERDRAFT                                       *
049400* FIRST NIGHT IN THE RED - OPENS THE TRACK ROW AT DAY 1     *
049500* AND SENDS THE FIRST-NOTICE LETTER.                        *
049550* ON A DAY THE BANK WAS CLOSED IT OPENS AT DAY 0 INSTEAD,   *
049575* SO THE FIRST BUSINESS DAY IS DAY 1.                       *
049600*----------------------------------------------------------*
049700 4000-NEW-OVERDRAFT.
049710     IF CAL-BUSINESS-DAY
049720         MOVE 1    TO WS-DAYS-OVERDRAWN
049730     ELSE
049740         MOVE ZERO TO WS-DAYS-OVERDRAWN
049750     END-IF.
049760
049800     EXEC SQL
049900         INSERT INTO OverdraftTrack
050000             (CustomerID, FirstOverdrawnDate,
050100              DaysOverdrawn, FirstNoticeDate)
050200         VALUES
050300             (:WS-CUSTOMER-ID, CURRENT DATE,
050400              :WS-DAYS-OVERDRAWN, CURRENT DATE)
050500     END-EXEC.
050600
050700     IF SQLCODE NOT = ZERO
051100         STOP RUN
051200     END-IF.
051300
051500     MOVE WS-RUN-DATE TO WS-FIRST-OVD-DATE.
051600     MOVE 'FIRST'     TO WS-NOTICES-DESC.
051700
052800* 4500-CONTINUING-OVERDRAFT                                *
052900* STEPS THE CONSECUTIVE DAY COUNT, AND SENDS THE           *
053000* ESCALATION LETTER ONCE WHEN THE COUNT REACHES THE        *
053100* THRESHOLD.  THE COUNT IS IN BUSINESS DAYS - ON A DAY THE *
053150* BANK WAS CLOSED IT IS HELD AND NOTHING ESCALATES.        *
053200*----------------------------------------------------------*
053300 4500-CONTINUING-OVERDRAFT.
053310     IF CAL-CLOSED-DAY
053320         GO TO 4500-DESCRIBE
053330     END-IF.
053340
053400     ADD 1 TO WS-DAYS-OVERDRAWN.
053500
053600     EXEC SQL
055200             THRU 4600-EXIT
055300     END-IF.
055400
055450 4500-DESCRIBE.
055500     IF WS-ESC-NOTICE-IND < ZERO
055600         MOVE 'FIRST'     TO WS-NOTICES-DESC
055700     ELSE
