000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RevisionContactos.
000300 AUTHOR.        R RAMIREZ.
000400 INSTALLATION.  RETAIL BANKING SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                     *
000900*----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                              *
001100* 10/15/2026 RR    ORIGINAL PROGRAM - NIGHTLY CONTACT-CHANGE*
001200*                  REVIEW.  READS THE ADDRESS AND PHONE     *
001300*                  CHANGES KEYED THROUGH MANTENIMIENTO-     *
001400*                  CLIENTE SINCE THE LAST RUN (HIGH-WATER   *
001500*                  CHANGESEQ ON POSTINGCHECKPOINT), PRINTS  *
001600*                  A CONFIRMATION LETTER TO THE OLD AND THE *
001700*                  NEW ADDRESS, LISTS EACH CHANGE ON A      *
001800*                  REVIEW LIST BY BRANCH, AND WRITES A      *
001900*                  CONTACTREVIEW ROW THAT PUTS THE ACCOUNT  *
002000*                  IN A COOLING-OFF PERIOD OF BUSINESS DAYS *
002100*                  DURING WHICH LARGE TELLER DEBITS AND IVR *
002200*                  TRANSFERS OUT NEED A SUPERVISOR.         *
002300*----------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT LETTER-FILE     ASSIGN TO CONLTR
002800         ORGANIZATION IS LINE SEQUENTIAL.
002900     SELECT RPT-REV-FILE    ASSIGN TO RPTRVC
003000         ORGANIZATION IS LINE SEQUENTIAL.
003100*
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  LETTER-FILE
003500     RECORDING MODE IS F
003600     LABEL RECORDS ARE STANDARD.
003700 01  LETTER-RECORD                PIC X(133).
003800 FD  RPT-REV-FILE
003900     RECORDING MODE IS F
004000     LABEL RECORDS ARE STANDARD.
004100 01  RPT-REV-RECORD               PIC X(133).
004200*
004300 WORKING-STORAGE SECTION.
004400*----------------------------------------------------------*
004500* PROGRAM SWITCHES                                          *
004600*----------------------------------------------------------*
004700 01  WS-CHANGE-EOF-SW             PIC X(01)    VALUE 'N'.
004800     88  END-OF-CHANGES                        VALUE 'Y'.
004900*----------------------------------------------------------*
005000* REVIEW CONSTANTS.  A CHANGED ADDRESS OR PHONE PUTS THE    *
005100* ACCOUNT IN A COOLING-OFF PERIOD THAT RUNS THROUGH THE     *
005200* LAST OF WS-COOL-OFF-DAYS BUSINESS DAYS AFTER THE CHANGE   *
005300* DATE.  DURING IT A DEBIT OF WS-LARGE-DEBIT-LIMIT OR MORE  *
005400* NEEDS A SUPERVISOR - THE LIMIT IS WRITTEN ONTO EACH       *
005500* CONTACTREVIEW ROW, SO THIS IS THE ONE PLACE IT IS SET.    *
005600*----------------------------------------------------------*
005700 77  WS-COOL-OFF-DAYS             PIC S9(04) COMP VALUE +10.
005800 77  WS-LARGE-DEBIT-LIMIT         PIC S9(09)V99 COMP-3
005900                                  VALUE +2000.00.
006000 01  WS-LINE-COUNT                PIC S9(04) COMP VALUE ZERO.
006100 01  WS-LINES-PER-PAGE            PIC S9(04) COMP VALUE +55.
006200 01  WS-PAGE-COUNT                PIC S9(04) COMP VALUE ZERO.
006300*----------------------------------------------------------*
006400* CHANGE WINDOW - THE CUSTCHANGELOG ROWS AFTER THE LAST     *
006500* CHANGESEQ THIS JOB REVIEWED (POSTINGCHECKPOINT.           *
006600* LASTCOMMITRECNO) UP TO THE HIGHEST CHANGESEQ ON FILE WHEN *
006700* THIS RUN STARTED.                                         *
006800*----------------------------------------------------------*
006900 77  WS-JOB-NAME                  PIC X(08)    VALUE 'REVCON'.
007000 01  WS-LOW-CHANGE-SEQ            PIC S9(09) COMP.
007100 01  WS-HIGH-CHANGE-SEQ           PIC S9(09) COMP.
007200*----------------------------------------------------------*
007300* DB2 RETRIEVAL FIELDS - ONE ADDRESS OR PHONE CHANGE.  THE  *
007400* BRANCH IS THE CUSTOMER'S OWN; A CUSTOMER WITH NO BRANCH   *
007500* LISTS UNDER ZZZ.                                          *
007600*----------------------------------------------------------*
007700 01  WS-BRANCH-ID                 PIC X(03).
007800 01  WS-BRANCH-NAME               PIC X(30).
007900 01  WS-CL-CHANGE-SEQ             PIC S9(09) COMP.
008000 01  WS-CL-CUSTOMER-ID            PIC X(10).
008100 01  WS-CL-NAME                   PIC X(30).
008200 01  WS-CL-CHANGE-TS              PIC X(26).
008300 01  WS-CL-CHANGE-DATE            PIC X(10).
008400 01  WS-CL-OPERATOR-ID            PIC X(03).
008500 01  WS-CL-TERMINAL-ID            PIC X(04).
008600 01  WS-CL-OLD-ADDRESS            PIC X(40).
008700 01  WS-CL-NEW-ADDRESS            PIC X(40).
008800 01  WS-CL-OLD-PHONE              PIC X(15).
008900 01  WS-CL-NEW-PHONE              PIC X(15).
009000 01  WS-CHANGE-KIND               PIC X(01).
009100     88  KIND-ADDRESS                          VALUE 'A'.
009200     88  KIND-PHONE                            VALUE 'P'.
009300     88  KIND-BOTH                             VALUE 'B'.
009400     88  KIND-ADDRESS-CHANGED                  VALUE 'A' 'B'.
009500 01  WS-CHANGE-TEXT               PIC X(07).
009600 01  WS-CHANGE-NOTE               PIC X(29).
009700 01  WS-LETTERS-THIS-CHANGE       PIC S9(04) COMP.
009800 01  WS-PREV-BRANCH-ID            PIC X(03) VALUE LOW-VALUES.
009900*----------------------------------------------------------*
010000* COOLING-OFF END - FOUND BY STEPPING FORWARD FROM THE DAY  *
010100* AFTER THE CHANGE ONE DAY AT A TIME, COUNTING THE DAYS THE *
010200* BUSINESS CALENDAR SHOWS OPEN.  THE CHANGES COME IN BRANCH *
010300* ORDER, BUT MOST SHARE A CHANGE DATE, SO THE LAST ANSWER   *
010400* IS KEPT AND ONLY WORKED OUT AGAIN WHEN THE DATE DIFFERS.  *
010500*----------------------------------------------------------*
010600 01  WS-COOL-OFF-END              PIC X(10).
010700 01  WS-CO-CHANGE-DATE            PIC X(10) VALUE SPACES.
010800 01  WS-CO-DATE                   PIC X(10).
010900 01  WS-CO-NEXT-DATE              PIC X(10).
011000 01  WS-CO-BUSINESS-DAY           PIC X(01).
011100     88  CO-BUSINESS-DAY                       VALUE 'Y'.
011200 01  WS-CO-DAYS-COUNTED           PIC S9(04) COMP.
011300*----------------------------------------------------------*
011400* CONTROL TOTALS                                            *
011500*----------------------------------------------------------*
011600 01  WS-CHANGES-REVIEWED          PIC S9(07) COMP-3 VALUE ZERO.
011700 01  WS-ADDRESS-CHANGES           PIC S9(07) COMP-3 VALUE ZERO.
011800 01  WS-PHONE-CHANGES             PIC S9(07) COMP-3 VALUE ZERO.
011900 01  WS-LETTERS-WRITTEN           PIC S9(07) COMP-3 VALUE ZERO.
012000 01  WS-NOT-MAILED                PIC S9(07) COMP-3 VALUE ZERO.
012100 01  WS-COOLING-OFF-ACCTS         PIC S9(09) COMP VALUE ZERO.
012200 01  WS-BR-CHANGES                PIC S9(07) COMP-3 VALUE ZERO.
012300*----------------------------------------------------------*
012400* CONFIRMATION LETTER - ONE PAGE PER ADDRESS MAILED, FOR    *
012500* THE MAILING HOUSE, IN THE SAME 133-BYTE PRINT FORMAT AS   *
012600* THE STATEMENTS.  AN ADDRESS CHANGE MAILS THE OLD ADDRESS  *
012700* AND THE NEW ONE; A PHONE CHANGE MAILS THE ADDRESS ON      *
012800* FILE.                                                     *
012900*----------------------------------------------------------*
013000 01  WS-LTR-HDR-LINE.
013100     05  FILLER                   PIC X(01)    VALUE '1'.
013200     05  FILLER                   PIC X(42)
013300                VALUE 'CONFIRMATION OF A CHANGE TO YOUR DETAILS'.
013400     05  WS-LTR-HDR-DATE          PIC X(10).
013500     05  FILLER                   PIC X(80)    VALUE SPACES.
013600 01  WS-LTR-NAME-LINE.
013700     05  FILLER                   PIC X(01)    VALUE '0'.
013800     05  WS-LTR-NAME              PIC X(30).
013900     05  FILLER                   PIC X(102)   VALUE SPACES.
014000 01  WS-LTR-ADDR-LINE.
014100     05  FILLER                   PIC X(01)    VALUE ' '.
014200     05  WS-LTR-ADDR              PIC X(40).
014300     05  FILLER                   PIC X(92)    VALUE SPACES.
014400 01  WS-LTR-ACCT-LINE.
014500     05  FILLER                   PIC X(01)    VALUE '0'.
014600     05  FILLER                   PIC X(09)    VALUE 'ACCOUNT '.
014700     05  WS-LTR-ACCT-ID           PIC X(10).
014800     05  FILLER                   PIC X(113)   VALUE SPACES.
014900*    EACH SENTENCE IS BUILT FROM EXACTLY-SIZED FILLERS SO
015000*    NO VALUE LITERAL NEEDS A CONTINUATION LINE.  THE DATE
015100*    THE COOLING-OFF ENDS IS MOVED IN FROM THE SAME FIELD
015200*    THAT IS WRITTEN TO CONTACTREVIEW, SO THE LETTER CAN
015300*    NEVER DISAGREE WITH WHAT THE TELLER SCREEN ENFORCES.
015400 01  WS-LTR-BODY-LINE-1.
015500     05  FILLER                   PIC X(01)    VALUE '0'.
015600     05  FILLER                   PIC X(03)    VALUE 'ON '.
015700     05  WS-LTR-CHANGE-DATE       PIC X(10).
015800     05  FILLER                   PIC X(29)
015900                           VALUE ' THE FOLLOWING WAS CHANGED ON'.
016000     05  FILLER                   PIC X(15)
016100                                         VALUE ' YOUR ACCOUNT: '.
016200     05  WS-LTR-WHAT              PIC X(24).
016300     05  FILLER                   PIC X(51)    VALUE SPACES.
016400 01  WS-LTR-BODY-LINE-2A.
016500     05  FILLER                   PIC X(01)    VALUE '0'.
016600     05  FILLER                   PIC X(37)
016700                   VALUE 'THIS LETTER IS SENT TO BOTH YOUR OLD '.
016800     05  FILLER                   PIC X(21)
016900                                   VALUE 'AND YOUR NEW ADDRESS.'.
017000     05  FILLER                   PIC X(74)    VALUE SPACES.
017100 01  WS-LTR-BODY-LINE-2P.
017200     05  FILLER                   PIC X(01)    VALUE '0'.
017300     05  FILLER                   PIC X(35)
017400                     VALUE 'THIS LETTER IS SENT TO THE ADDRESS '.
017500     05  FILLER                   PIC X(16)
017600                                        VALUE 'WE HOLD FOR YOU.'.
017700     05  FILLER                   PIC X(81)    VALUE SPACES.
017800 01  WS-LTR-BODY-LINE-3.
017900     05  FILLER                   PIC X(01)    VALUE '0'.
018000     05  FILLER                   PIC X(36)
018100                    VALUE 'IF YOU DID NOT ASK FOR THIS CHANGE, '.
018200     05  FILLER                   PIC X(34)
018300                      VALUE 'CALL OR VISIT YOUR BRANCH AT ONCE.'.
018400     05  FILLER                   PIC X(62)    VALUE SPACES.
018500 01  WS-LTR-BODY-LINE-4.
018600     05  FILLER                   PIC X(01)    VALUE ' '.
018700     05  FILLER                   PIC X(38)
018800                  VALUE 'FOR YOUR PROTECTION, LARGE WITHDRAWALS'.
018900     05  FILLER                   PIC X(34)
019000                      VALUE ' AND TRANSFERS OUT OF THE ACCOUNT '.
019100     05  FILLER                   PIC X(60)    VALUE SPACES.
019200 01  WS-LTR-BODY-LINE-5.
019300     05  FILLER                   PIC X(01)    VALUE ' '.
019400     05  FILLER                   PIC X(39)
019500                 VALUE 'NEED A SUPERVISOR TO APPROVE THEM UNTIL'.
019600     05  FILLER                   PIC X(01)    VALUE SPACE.
019700     05  WS-LTR-COOL-OFF-END      PIC X(10).
019800     05  FILLER                   PIC X(01)    VALUE '.'.
019900     05  FILLER                   PIC X(81)    VALUE SPACES.
020000*----------------------------------------------------------*
020100* REPORT LINES - THE BRANCH REVIEW LIST                     *
020200*----------------------------------------------------------*
020300 01  WS-HDR-LINE-1.
020400     05  FILLER                   PIC X(01)    VALUE '1'.
020500     05  FILLER                   PIC X(40)
020600                              VALUE 'CONTACT-CHANGE REVIEW LIST'.
020700     05  FILLER                   PIC X(11)    VALUE 'CYCLE DATE'.
020800     05  WS-HDR1-DATE             PIC X(10).
020900     05  FILLER                   PIC X(05)    VALUE SPACES.
021000     05  FILLER                   PIC X(05)    VALUE 'PAGE '.
021100     05  WS-HDR1-PAGE             PIC ZZZ9.
021200     05  FILLER                   PIC X(57)    VALUE SPACES.
021300 01  WS-HDR-BRANCH-LINE.
021400     05  FILLER                   PIC X(01)    VALUE ' '.
021500     05  FILLER                   PIC X(08)    VALUE 'BRANCH '.
021600     05  WS-HDRB-BRANCH-ID        PIC X(03).
021700     05  FILLER                   PIC X(02)    VALUE SPACES.
021800     05  WS-HDRB-BRANCH-NAME      PIC X(30).
021900     05  FILLER                   PIC X(89)    VALUE SPACES.
022000 01  WS-CHG-HDR-LINE.
022100     05  FILLER                   PIC X(01)    VALUE ' '.
022200     05  FILLER                   PIC X(12)    VALUE 'CUSTID'.
022300     05  FILLER                   PIC X(32)    VALUE 'NAME'.
022400     05  FILLER                   PIC X(09)    VALUE 'CHANGED'.
022500     05  FILLER                   PIC X(21)    VALUE 'CHANGED AT'.
022600     05  FILLER                   PIC X(05)    VALUE 'OPR'.
022700     05  FILLER                   PIC X(06)    VALUE 'TERM'.
022800     05  FILLER                   PIC X(12)
022900                                             VALUE 'COOL-OFF TO'.
023000     05  FILLER                   PIC X(06)    VALUE 'LTRS'.
023100     05  FILLER                   PIC X(29)    VALUE 'NOTE'.
023200 01  WS-CHG-DETAIL-LINE.
023300     05  FILLER                   PIC X(01)    VALUE ' '.
023400     05  WS-CDL-CUSTOMER-ID       PIC X(10).
023500     05  FILLER                   PIC X(02)    VALUE SPACES.
023600     05  WS-CDL-NAME              PIC X(30).
023700     05  FILLER                   PIC X(02)    VALUE SPACES.
023800     05  WS-CDL-CHANGE-TEXT       PIC X(07).
023900     05  FILLER                   PIC X(02)    VALUE SPACES.
024000     05  WS-CDL-CHANGE-TS         PIC X(19).
024100     05  FILLER                   PIC X(02)    VALUE SPACES.
024200     05  WS-CDL-OPERATOR-ID       PIC X(03).
024300     05  FILLER                   PIC X(02)    VALUE SPACES.
024400     05  WS-CDL-TERMINAL-ID       PIC X(04).
024500     05  FILLER                   PIC X(02)    VALUE SPACES.
024600     05  WS-CDL-COOL-OFF-END      PIC X(10).
024700     05  FILLER                   PIC X(02)    VALUE SPACES.
024800     05  WS-CDL-LETTERS           PIC ZZZ9.
024900     05  FILLER                   PIC X(02)    VALUE SPACES.
025000     05  WS-CDL-NOTE              PIC X(29).
025100*    THE BEFORE AND AFTER VALUES PRINT UNDER EACH CHANGE SO
025200*    THE BRANCH CAN CHECK THEM AGAINST THE CUSTOMER'S FILE.
025300 01  WS-CHG-VALUE-LINE.
025400     05  FILLER                   PIC X(01)    VALUE ' '.
025500     05  FILLER                   PIC X(12)    VALUE SPACES.
025600     05  WS-CVL-LABEL             PIC X(05).
025700     05  WS-CVL-ADDRESS           PIC X(40).
025800     05  FILLER                   PIC X(02)    VALUE SPACES.
025900     05  WS-CVL-PHONE             PIC X(15).
026000     05  FILLER                   PIC X(58)    VALUE SPACES.
026100 01  WS-BR-TOTAL-LINE.
026200     05  FILLER                   PIC X(01)    VALUE '0'.
026300     05  FILLER                   PIC X(28)
026400                            VALUE 'BRANCH CHANGES LISTED . . . '.
026500     05  WS-BRT-COUNT             PIC ZZZZZZ9.
026600     05  FILLER                   PIC X(97)    VALUE SPACES.
026700*    THE RUN TOTALS START THEIR OWN PAGE - EACH BRANCH'S
026800*    PAGES GO TO THAT BRANCH FOR REVIEW.
026900 01  WS-TOTAL-LINE-1.
027000     05  FILLER                   PIC X(01)    VALUE '1'.
027100     05  FILLER                   PIC X(28)
027200                            VALUE 'CHANGES REVIEWED. . . . . . '.
027300     05  WS-TOT1-COUNT            PIC ZZZZZZ9.
027400     05  FILLER                   PIC X(97)    VALUE SPACES.
027500 01  WS-TOTAL-LINE-2.
027600     05  FILLER                   PIC X(01)    VALUE ' '.
027700     05  FILLER                   PIC X(28)
027800                            VALUE 'ADDRESS CHANGES . . . . . . '.
027900     05  WS-TOT2-COUNT            PIC ZZZZZZ9.
028000     05  FILLER                   PIC X(97)    VALUE SPACES.
028100 01  WS-TOTAL-LINE-3.
028200     05  FILLER                   PIC X(01)    VALUE ' '.
028300     05  FILLER                   PIC X(28)
028400                            VALUE 'PHONE CHANGES . . . . . . . '.
028500     05  WS-TOT3-COUNT            PIC ZZZZZZ9.
028600     05  FILLER                   PIC X(97)    VALUE SPACES.
028700 01  WS-TOTAL-LINE-4.
028800     05  FILLER                   PIC X(01)    VALUE ' '.
028900     05  FILLER                   PIC X(28)
029000                            VALUE 'LETTERS WRITTEN . . . . . . '.
029100     05  WS-TOT4-COUNT            PIC ZZZZZZ9.
029200     05  FILLER                   PIC X(97)    VALUE SPACES.
029300 01  WS-TOTAL-LINE-5.
029400     05  FILLER                   PIC X(01)    VALUE ' '.
029500     05  FILLER                   PIC X(28)
029600                            VALUE 'CHANGES NOT FULLY MAILED. . '.
029700     05  WS-TOT5-COUNT            PIC ZZZZZZ9.
029800     05  FILLER                   PIC X(97)    VALUE SPACES.
029900 01  WS-TOTAL-LINE-6.
030000     05  FILLER                   PIC X(01)    VALUE ' '.
030100     05  FILLER                   PIC X(28)
030200                            VALUE 'COOLING-OFF BUSINESS DAYS . '.
030300     05  WS-TOT6-COUNT            PIC ZZZZZZ9.
030400     05  FILLER                   PIC X(97)    VALUE SPACES.
030500 01  WS-TOTAL-LINE-7.
030600     05  FILLER                   PIC X(01)    VALUE ' '.
030700     05  FILLER                   PIC X(28)
030800                            VALUE 'LARGE-DEBIT LIMIT . . . . . '.
030900     05  WS-TOT7-AMOUNT           PIC Z(10)9.99.
031000     05  FILLER                   PIC X(90)    VALUE SPACES.
031100 01  WS-TOTAL-LINE-8.
031200     05  FILLER                   PIC X(01)    VALUE ' '.
031300     05  FILLER                   PIC X(28)
031400                            VALUE 'ACCOUNTS IN COOLING-OFF . . '.
031500     05  WS-TOT8-COUNT            PIC ZZZZZZ9.
031600     05  FILLER                   PIC X(97)    VALUE SPACES.
031700 01  WS-NO-ITEMS-LINE.
031800     05  FILLER                   PIC X(01)    VALUE ' '.
031900     05  FILLER                   PIC X(50)
032000          VALUE 'NO ADDRESS OR PHONE CHANGES SINCE THE LAST RUN'.
032100     05  FILLER                   PIC X(82)    VALUE SPACES.
032200*----------------------------------------------------------*
032300* RUN-CONTROL FIELDS - JOBRUNCONTROL CYCLE SEQUENCING       *
032400*----------------------------------------------------------*
032500 77  WS-RC-JOB-NAME               PIC X(08)    VALUE 'REVCON'.
032600 01  WS-RC-STATUS                 PIC X(01).
032700 01  WS-RC-FOUND-SW               PIC X(01).
032800     88  RC-ROW-FOUND                          VALUE 'Y'.
032900     88  RC-ROW-ABSENT                         VALUE 'N'.
033000 01  WS-RC-CYCLE-DATE             PIC X(10).
033100 01  WS-CAL-BUSINESS-DAY          PIC X(01).
033200     EXEC SQL INCLUDE SQLCA END-EXEC.
033300*
033400 PROCEDURE DIVISION.
033500*----------------------------------------------------------*
033600* 0000-MAIN-PROCESS                                        *
033700*----------------------------------------------------------*
033800 0000-MAIN-PROCESS.
033900     PERFORM 0800-CHECK-RUN-CONTROL
034000         THRU 0800-EXIT.
034100
034200     PERFORM 1000-INITIALIZE
034300         THRU 1000-EXIT.
034400
034500     PERFORM 2000-REVIEW-ONE-CHANGE
034600         THRU 2000-EXIT
034700        UNTIL END-OF-CHANGES.
034800
034900     IF WS-PREV-BRANCH-ID NOT = LOW-VALUES
035000         PERFORM 2150-WRITE-BRANCH-TOTALS
035100             THRU 2150-EXIT
035200     END-IF.
035300
035400     PERFORM 8500-WRITE-TOTALS
035500         THRU 8500-EXIT.
035600
035700     PERFORM 9000-TERMINATE
035800         THRU 9000-EXIT.
035900
036000     PERFORM 8000-ADVANCE-CHECKPOINT
036100         THRU 8000-EXIT.
036200
036300     PERFORM 8900-RECORD-JOB-END
036400         THRU 8900-EXIT.
036500
036600     STOP RUN.
036700*----------------------------------------------------------*
036800* 0800-CHECK-RUN-CONTROL                                   *
036900* REGISTERS THIS RUN ON JOBRUNCONTROL, WITH TONIGHT'S       *
037000* BUSINESS-CALENDAR ENTRY, AND REFUSES TO RUN TWICE FOR     *
037100* THE SAME BUSINESS DATE (RC=8).  THE JOB HAS NO            *
037200* PREDECESSOR - THE CHANGES IT READS ARE KEYED ONLINE - AND *
037300* RUNS ON CLOSED DAYS TOO.  A ROW LEFT AT 'S' BY AN         *
037400* ABENDED RUN IS A RESTART AND IS LET THROUGH WITH ITS      *
037500* START RE-STAMPED.                                         *
037600*----------------------------------------------------------*
037700 0800-CHECK-RUN-CONTROL.
037800*    ONE CYCLE BUSINESS DATE FOR EVERY JOB IN THE NIGHT'S
037900*    RUN - THE CALENDAR DATE AS OF TWELVE HOURS AGO, SO
038000*    THE JOBS THAT RUN PAST MIDNIGHT LAND ON THE SAME
038100*    DATE AS THE EVENING JOBS AND A RESUBMIT AFTER 00:00
038200*    STILL HITS THE NO-RERUN GUARD.
038300     EXEC SQL
038400         SELECT CHAR(DATE(CURRENT TIMESTAMP - 12 HOURS),
038500                     ISO)
038600           INTO :WS-RC-CYCLE-DATE
038700           FROM SYSIBM.SYSDUMMY1
038800     END-EXEC.
038900
039000     IF SQLCODE NOT = ZERO
039100         DISPLAY 'RevisionContactos: CYCLE DATE DERIVATION '
039200                 'FAILED, SQLCODE = ' SQLCODE
039300         MOVE 16 TO RETURN-CODE
039400         STOP RUN
039500     END-IF.
039600
039700     EXEC SQL
039800         SELECT BusinessDay
039900           INTO :WS-CAL-BUSINESS-DAY
040000           FROM BusinessCalendar
040100          WHERE CalendarDate = :WS-RC-CYCLE-DATE
040200     END-EXEC.
040300
040400     EVALUATE SQLCODE
040500         WHEN ZERO
040600             CONTINUE
040700         WHEN 100
040800             DISPLAY 'RevisionContactos: CYCLE DATE '
040900                     WS-RC-CYCLE-DATE ' IS NOT ON THE '
041000                     'BUSINESS CALENDAR'
041100             MOVE 16 TO RETURN-CODE
041200             STOP RUN
041300         WHEN OTHER
041400             DISPLAY 'RevisionContactos: BUSINESS CALENDAR '
041500                     'READ FAILED, SQLCODE = ' SQLCODE
041600             MOVE 16 TO RETURN-CODE
041700             STOP RUN
041800     END-EVALUATE.
041900
042000     EXEC SQL
042100         SELECT RunStatus
042200           INTO :WS-RC-STATUS
042300           FROM JobRunControl
042400          WHERE JobName = :WS-RC-JOB-NAME
042500            AND BusinessDate = :WS-RC-CYCLE-DATE
042600     END-EXEC.
042700
042800     EVALUATE SQLCODE
042900         WHEN ZERO
043000             SET RC-ROW-FOUND TO TRUE
043100             IF WS-RC-STATUS = 'C'
043200                 DISPLAY 'RevisionContactos: ALREADY COMPLETE '
043300                         'FOR THIS BUSINESS DATE - '
043400                         'RUN REFUSED'
043500                 MOVE 8 TO RETURN-CODE
043600                 STOP RUN
043700             END-IF
043800         WHEN 100
043900             SET RC-ROW-ABSENT TO TRUE
044000         WHEN OTHER
044100             DISPLAY 'RevisionContactos: RUN-CONTROL READ '
044200                     'FAILED, SQLCODE = ' SQLCODE
044300             MOVE 16 TO RETURN-CODE
044400             STOP RUN
044500     END-EVALUATE.
044600
044700     IF RC-ROW-FOUND
044800         EXEC SQL
044900             UPDATE JobRunControl
045000                SET StartTimestamp = CURRENT TIMESTAMP,
045100                    RunStatus      = 'S',
045200                    BusinessDay    = :WS-CAL-BUSINESS-DAY
045300              WHERE JobName = :WS-RC-JOB-NAME
045400                AND BusinessDate = :WS-RC-CYCLE-DATE
045500         END-EXEC
045600     ELSE
045700         EXEC SQL
045800             INSERT INTO JobRunControl
045900                 (JobName, BusinessDate,
046000                  StartTimestamp, RunStatus, BusinessDay)
046100             VALUES
046200                 (:WS-RC-JOB-NAME, :WS-RC-CYCLE-DATE,
046300                  CURRENT TIMESTAMP, 'S',
046400                  :WS-CAL-BUSINESS-DAY)
046500         END-EXEC
046600     END-IF.
046700
046800     IF SQLCODE NOT = ZERO
046900         DISPLAY 'RevisionContactos: RUN-CONTROL WRITE '
047000                 'FAILED, SQLCODE = ' SQLCODE
047100         MOVE 16 TO RETURN-CODE
047200         STOP RUN
047300     END-IF.
047400
047500     EXEC SQL COMMIT END-EXEC.
047600
047700     IF SQLCODE NOT = ZERO
047800         DISPLAY 'RevisionContactos: RUN-CONTROL COMMIT '
047900                 'FAILED, SQLCODE = ' SQLCODE
048000         MOVE 16 TO RETURN-CODE
048100         STOP RUN
048200     END-IF.
048300 0800-EXIT.
048400     EXIT.
048500*----------------------------------------------------------*
048600* 1000-INITIALIZE                                          *
048700* FIXES THE CHANGE WINDOW - FROM THE HIGH-WATER CHANGESEQ   *
048800* SAVED BY THE LAST RUN TO THE HIGHEST CHANGESEQ ON FILE    *
048900* NOW.  ON THE FIRST RUN THE ROW IS SEEDED AT THE LAST      *
049000* CHANGE KEYED BEFORE THE CYCLE DATE, SO OLD CHANGES ARE    *
049100* NOT LETTERED.  OPENS THE FILES AND THE CHANGE CURSOR.     *
049200*----------------------------------------------------------*
049300 1000-INITIALIZE.
049400     OPEN OUTPUT LETTER-FILE
049500                 RPT-REV-FILE.
049600     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT.
049700
049800     EXEC SQL
049900         SELECT LastCommitRecNo
050000           INTO :WS-LOW-CHANGE-SEQ
050100           FROM PostingCheckpoint
050200          WHERE JobName = :WS-JOB-NAME
050300     END-EXEC.
050400
050500     EVALUATE SQLCODE
050600         WHEN ZERO
050700             CONTINUE
050800         WHEN 100
050900             PERFORM 1100-SEED-CHECKPOINT
051000                 THRU 1100-EXIT
051100         WHEN OTHER
051200             DISPLAY 'RevisionContactos: CHECKPOINT READ '
051300                     'FAILED, SQLCODE = ' SQLCODE
051400             MOVE 16 TO RETURN-CODE
051500             STOP RUN
051600     END-EVALUATE.
051700
051800     EXEC SQL
051900         SELECT COALESCE(MAX(ChangeSeq), 0)
052000           INTO :WS-HIGH-CHANGE-SEQ
052100           FROM CustChangeLog
052200     END-EXEC.
052300
052400     IF SQLCODE NOT = ZERO
052500         DISPLAY 'RevisionContactos: HIGH-WATER READ '
052600                 'FAILED, SQLCODE = ' SQLCODE
052700         MOVE 16 TO RETURN-CODE
052800         STOP RUN
052900     END-IF.
053000
053100*    ONLY AN UPDATE CAN CHANGE THE ADDRESS OR PHONE - AN ADD,
053200*    A CLOSE OR A REOPEN CARRIES THEM THROUGH UNCHANGED.  A
053300*    CUSTOMER NO LONGER ON FILE KEEPS THE NAME FROM THE LOG.
053400     EXEC SQL
053500         DECLARE C-CHANGES CURSOR FOR
053600             SELECT COALESCE(NULLIF(C.BranchID, ' '), 'ZZZ'),
053700                    COALESCE(B.BranchName,
053800                             'NO BRANCH - HEAD OFFICE'),
053900                    L.ChangeSeq,
054000                    L.CustomerID,
054100                    COALESCE(C.CustomerName, L.NewName, ' '),
054200                    CHAR(L.ChangeTimestamp),
054300                    CHAR(DATE(L.ChangeTimestamp), ISO),
054400                    L.OperatorID,
054500                    L.TerminalID,
054600                    COALESCE(L.OldAddress, ' '),
054700                    COALESCE(L.NewAddress, ' '),
054800                    COALESCE(L.OldPhone, ' '),
054900                    COALESCE(L.NewPhone, ' ')
055000               FROM CustChangeLog L
055100               LEFT JOIN Customers C
055200                 ON C.CustomerID = L.CustomerID
055300               LEFT JOIN Branches B
055400                 ON B.BranchID = C.BranchID
055500              WHERE L.ChangeSeq  > :WS-LOW-CHANGE-SEQ
055600                AND L.ChangeSeq <= :WS-HIGH-CHANGE-SEQ
055700                AND L.ChangeAction = 'U'
055800                AND (COALESCE(L.OldAddress, ' ')
055900                         <> COALESCE(L.NewAddress, ' ')
056000                     OR COALESCE(L.OldPhone, ' ')
056100                         <> COALESCE(L.NewPhone, ' '))
056200              ORDER BY 1, L.ChangeSeq
056300     END-EXEC.
056400
056500     EXEC SQL OPEN C-CHANGES END-EXEC.
056600
056700     IF SQLCODE NOT = ZERO
056800         DISPLAY 'RevisionContactos: CHANGE CURSOR OPEN '
056900                 'FAILED, SQLCODE = ' SQLCODE
057000         MOVE 16 TO RETURN-CODE
057100         STOP RUN
057200     END-IF.
057300
057400     PERFORM 2900-FETCH-CHANGE
057500         THRU 2900-EXIT.
057600 1000-EXIT.
057700     EXIT.
057800*----------------------------------------------------------*
057900* 1100-SEED-CHECKPOINT                                     *
058000*----------------------------------------------------------*
058100 1100-SEED-CHECKPOINT.
058200     EXEC SQL
058300         SELECT COALESCE(MAX(ChangeSeq), 0)
058400           INTO :WS-LOW-CHANGE-SEQ
058500           FROM CustChangeLog
058600          WHERE DATE(ChangeTimestamp) < DATE(:WS-RC-CYCLE-DATE)
058700     END-EXEC.
058800
058900     IF SQLCODE NOT = ZERO
059000         DISPLAY 'RevisionContactos: CHECKPOINT SEED READ '
059100                 'FAILED, SQLCODE = ' SQLCODE
059200         MOVE 16 TO RETURN-CODE
059300         STOP RUN
059400     END-IF.
059500
059600     EXEC SQL
059700         INSERT INTO PostingCheckpoint
059800             (JobName, LastCommitRecNo,
059900              LastRunTimestamp)
060000         VALUES
060100             (:WS-JOB-NAME, :WS-LOW-CHANGE-SEQ,
060200              CURRENT TIMESTAMP)
060300     END-EXEC.
060400
060500     IF SQLCODE NOT = ZERO
060600         DISPLAY 'RevisionContactos: CHECKPOINT '
060700                 'SEED FAILED, SQLCODE = ' SQLCODE
060800         MOVE 16 TO RETURN-CODE
060900         STOP RUN
061000     END-IF.
061100 1100-EXIT.
061200     EXIT.
061300*----------------------------------------------------------*
061400* 2000-REVIEW-ONE-CHANGE                                   *
061500* WORKS OUT WHAT CHANGED AND WHEN THE COOLING-OFF ENDS,     *
061600* MAILS THE LETTERS, RECORDS THE REVIEW AND LISTS IT FOR    *
061700* THE BRANCH.                                               *
061800*----------------------------------------------------------*
061900 2000-REVIEW-ONE-CHANGE.
062000     IF WS-BRANCH-ID NOT = WS-PREV-BRANCH-ID
062100         PERFORM 2100-BRANCH-BREAK
062200             THRU 2100-EXIT
062300     END-IF.
062400
062500     IF WS-CL-OLD-ADDRESS NOT = WS-CL-NEW-ADDRESS
062600         IF WS-CL-OLD-PHONE NOT = WS-CL-NEW-PHONE
062700             SET KIND-BOTH TO TRUE
062800             MOVE 'BOTH'    TO WS-CHANGE-TEXT
062900             ADD 1 TO WS-ADDRESS-CHANGES
063000                      WS-PHONE-CHANGES
063100         ELSE
063200             SET KIND-ADDRESS TO TRUE
063300             MOVE 'ADDRESS' TO WS-CHANGE-TEXT
063400             ADD 1 TO WS-ADDRESS-CHANGES
063500         END-IF
063600     ELSE
063700         SET KIND-PHONE TO TRUE
063800         MOVE 'PHONE'   TO WS-CHANGE-TEXT
063900         ADD 1 TO WS-PHONE-CHANGES
064000     END-IF.
064100
064200     IF WS-CL-CHANGE-DATE NOT = WS-CO-CHANGE-DATE
064300         PERFORM 2200-FIND-COOL-OFF-END
064400             THRU 2200-EXIT
064500     END-IF.
064600
064700     PERFORM 2300-SEND-LETTERS
064800         THRU 2300-EXIT.
064900
065000     PERFORM 2400-RECORD-REVIEW
065100         THRU 2400-EXIT.
065200
065300     PERFORM 2500-LIST-CHANGE
065400         THRU 2500-EXIT.
065500
065600     ADD 1 TO WS-CHANGES-REVIEWED.
065700
065800     PERFORM 2900-FETCH-CHANGE
065900         THRU 2900-EXIT.
066000 2000-EXIT.
066100     EXIT.
066200*----------------------------------------------------------*
066300* 2100-BRANCH-BREAK                                        *
066400* THE FINISHED BRANCH (IF ANY) PRINTS ITS TOTAL, THEN THE   *
066500* NEW ONE STARTS ITS OWN PAGE SO EACH BRANCH'S PAGES BURST  *
066600* CLEAN.                                                    *
066700*----------------------------------------------------------*
066800 2100-BRANCH-BREAK.
066900     IF WS-PREV-BRANCH-ID NOT = LOW-VALUES
067000         PERFORM 2150-WRITE-BRANCH-TOTALS
067100             THRU 2150-EXIT
067200     END-IF.
067300     MOVE WS-BRANCH-ID TO WS-PREV-BRANCH-ID.
067400     MOVE ZERO TO WS-BR-CHANGES.
067500     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT.
067600 2100-EXIT.
067700     EXIT.
067800*----------------------------------------------------------*
067900* 2150-WRITE-BRANCH-TOTALS                                 *
068000*----------------------------------------------------------*
068100 2150-WRITE-BRANCH-TOTALS.
068200     MOVE WS-BR-CHANGES TO WS-BRT-COUNT.
068300     WRITE RPT-REV-RECORD FROM WS-BR-TOTAL-LINE.
068400 2150-EXIT.
068500     EXIT.
068600*----------------------------------------------------------*
068700* 2200-FIND-COOL-OFF-END                                   *
068800* THE COOLING-OFF RUNS THROUGH THE WS-COOL-OFF-DAYS'TH      *
068900* BUSINESS DAY AFTER THE CHANGE DATE - THE DAY OF THE       *
069000* CHANGE ITSELF IS NOT COUNTED.                             *
069100*----------------------------------------------------------*
069200 2200-FIND-COOL-OFF-END.
069300     MOVE WS-CL-CHANGE-DATE TO WS-CO-CHANGE-DATE.
069400
069500     EXEC SQL
069600         SELECT CHAR(DATE(:WS-CL-CHANGE-DATE) + 1 DAY, ISO)
069700           INTO :WS-CO-DATE
069800           FROM SYSIBM.SYSDUMMY1
069900     END-EXEC.
070000
070100     IF SQLCODE NOT = ZERO
070200         DISPLAY 'RevisionContactos: COOLING-OFF DERIVATION '
070300                 'FAILED, SQLCODE = ' SQLCODE
070400         MOVE 16 TO RETURN-CODE
070500         STOP RUN
070600     END-IF.
070700
070800     MOVE ZERO TO WS-CO-DAYS-COUNTED.
070900     PERFORM 2250-STEP-FORWARD-ONE-DAY
071000         THRU 2250-EXIT
071100        UNTIL WS-CO-DAYS-COUNTED >= WS-COOL-OFF-DAYS.
071200 2200-EXIT.
071300     EXIT.
071400*----------------------------------------------------------*
071500* 2250-STEP-FORWARD-ONE-DAY                                *
071600* COUNTS WS-CO-DATE IF THE BUSINESS CALENDAR SHOWS IT AS    *
071700* AN OPEN DAY AND MOVES IT ON ONE CALENDAR DAY.  THE LAST   *
071800* BUSINESS DAY COUNTED IS THE END OF THE COOLING-OFF.  A    *
071900* DATE MISSING FROM THE CALENDAR STOPS THE RUN.             *
072000*----------------------------------------------------------*
072100 2250-STEP-FORWARD-ONE-DAY.
072200     EXEC SQL
072300         SELECT BusinessDay,
072400                CHAR(CalendarDate + 1 DAY, ISO)
072500           INTO :WS-CO-BUSINESS-DAY, :WS-CO-NEXT-DATE
072600           FROM BusinessCalendar
072700          WHERE CalendarDate = :WS-CO-DATE
072800     END-EXEC.
072900
073000     IF SQLCODE = +100
073100         DISPLAY 'RevisionContactos: ' WS-CO-DATE
073200                 ' IS NOT ON THE BUSINESS CALENDAR'
073300         MOVE 16 TO RETURN-CODE
073400         STOP RUN
073500     END-IF.
073600
073700     IF SQLCODE NOT = ZERO
073800         DISPLAY 'RevisionContactos: COOLING-OFF DERIVATION '
073900                 'FAILED, SQLCODE = ' SQLCODE
074000         MOVE 16 TO RETURN-CODE
074100         STOP RUN
074200     END-IF.
074300
074400     IF CO-BUSINESS-DAY
074500         ADD 1 TO WS-CO-DAYS-COUNTED
074600         MOVE WS-CO-DATE TO WS-COOL-OFF-END
074700     END-IF.
074800     MOVE WS-CO-NEXT-DATE TO WS-CO-DATE.
074900 2250-EXIT.
075000     EXIT.
075100*----------------------------------------------------------*
075200* 2300-SEND-LETTERS                                        *
075300* AN ADDRESS CHANGE IS CONFIRMED TO THE OLD ADDRESS AND TO  *
075400* THE NEW ONE, SO A CUSTOMER WHOSE ADDRESS WAS CHANGED      *
075500* WITHOUT THEIR KNOWLEDGE STILL HEARS OF IT.  A PHONE       *
075600* CHANGE IS CONFIRMED TO THE ADDRESS ON FILE.  A BLANK      *
075700* ADDRESS CANNOT BE MAILED - THE CHANGE IS NOTED ON THE     *
075800* REVIEW LIST FOR THE BRANCH TO FOLLOW UP INSTEAD.          *
075900*----------------------------------------------------------*
076000 2300-SEND-LETTERS.
076100     MOVE ZERO   TO WS-LETTERS-THIS-CHANGE.
076200     MOVE SPACES TO WS-CHANGE-NOTE.
076300
076400     EVALUATE TRUE
076500         WHEN KIND-BOTH
076600             MOVE 'ADDRESS AND PHONE NUMBER' TO WS-LTR-WHAT
076700         WHEN KIND-ADDRESS
076800             MOVE 'MAILING ADDRESS'          TO WS-LTR-WHAT
076900         WHEN OTHER
077000             MOVE 'PHONE NUMBER'             TO WS-LTR-WHAT
077100     END-EVALUATE.
077200
077300     IF NOT KIND-ADDRESS-CHANGED
077400         IF WS-CL-NEW-ADDRESS = SPACES
077500             MOVE 'NO ADDRESS - NOT MAILED' TO WS-CHANGE-NOTE
077600         ELSE
077700             MOVE WS-CL-NEW-ADDRESS TO WS-LTR-ADDR
077800             PERFORM 5000-WRITE-LETTER
077900                 THRU 5000-EXIT
078000         END-IF
078100         GO TO 2300-CHECK-MAILED
078200     END-IF.
078300
078400     IF WS-CL-OLD-ADDRESS = SPACES
078500         MOVE 'NO PRIOR ADDRESS ON FILE' TO WS-CHANGE-NOTE
078600     ELSE
078700         MOVE WS-CL-OLD-ADDRESS TO WS-LTR-ADDR
078800         PERFORM 5000-WRITE-LETTER
078900             THRU 5000-EXIT
079000     END-IF.
079100
079200     IF WS-CL-NEW-ADDRESS = SPACES
079300         MOVE 'ADDRESS REMOVED - NOT MAILED' TO WS-CHANGE-NOTE
079400     ELSE
079500         MOVE WS-CL-NEW-ADDRESS TO WS-LTR-ADDR
079600         PERFORM 5000-WRITE-LETTER
079700             THRU 5000-EXIT
079800     END-IF.
079900 2300-CHECK-MAILED.
080000     IF WS-CHANGE-NOTE NOT = SPACES
080100         ADD 1 TO WS-NOT-MAILED
080200     END-IF.
080300 2300-EXIT.
080400     EXIT.
080500*----------------------------------------------------------*
080600* 2400-RECORD-REVIEW                                       *
080700* THE CONTACTREVIEW ROW IS WHAT THE TELLER AND IVR CHECK -  *
080800* THE ACCOUNT IS IN COOLING-OFF THROUGH COOLOFFEND.         *
080900*----------------------------------------------------------*
081000 2400-RECORD-REVIEW.
081100     EXEC SQL
081200         INSERT INTO ContactReview
081300             (ChangeSeq, CustomerID, BranchID,
081400              ChangeTimestamp, ChangeKind,
081500              OperatorID, TerminalID,
081600              ReviewDate, CoolOffEnd,
081700              LargeDebitLimit, LettersWritten)
081800         VALUES
081900             (:WS-CL-CHANGE-SEQ, :WS-CL-CUSTOMER-ID,
082000              :WS-BRANCH-ID,
082100              TIMESTAMP(:WS-CL-CHANGE-TS), :WS-CHANGE-KIND,
082200              :WS-CL-OPERATOR-ID, :WS-CL-TERMINAL-ID,
082300              :WS-RC-CYCLE-DATE, :WS-COOL-OFF-END,
082400              :WS-LARGE-DEBIT-LIMIT, :WS-LETTERS-THIS-CHANGE)
082500     END-EXEC.
082600
082700     IF SQLCODE NOT = ZERO
082800         DISPLAY 'RevisionContactos: REVIEW INSERT FAILED, '
082900                 'SQLCODE = ' SQLCODE
083000         MOVE 16 TO RETURN-CODE
083100         STOP RUN
083200     END-IF.
083300 2400-EXIT.
083400     EXIT.
083500*----------------------------------------------------------*
083600* 2500-LIST-CHANGE                                         *
083700* ONE DETAIL LINE AND THE BEFORE / AFTER VALUES - THREE     *
083800* LINES, KEPT TOGETHER ON ONE PAGE.                         *
083900*----------------------------------------------------------*
084000 2500-LIST-CHANGE.
084100     IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
084200         PERFORM 7000-WRITE-HEADINGS
084300             THRU 7000-EXIT
084400     END-IF.
084500     MOVE WS-CL-CUSTOMER-ID      TO WS-CDL-CUSTOMER-ID.
084600     MOVE WS-CL-NAME             TO WS-CDL-NAME.
084700     MOVE WS-CHANGE-TEXT         TO WS-CDL-CHANGE-TEXT.
084800     MOVE WS-CL-CHANGE-TS        TO WS-CDL-CHANGE-TS.
084900     MOVE WS-CL-OPERATOR-ID      TO WS-CDL-OPERATOR-ID.
085000     MOVE WS-CL-TERMINAL-ID      TO WS-CDL-TERMINAL-ID.
085100     MOVE WS-COOL-OFF-END        TO WS-CDL-COOL-OFF-END.
085200     MOVE WS-LETTERS-THIS-CHANGE TO WS-CDL-LETTERS.
085300     MOVE WS-CHANGE-NOTE         TO WS-CDL-NOTE.
085400     WRITE RPT-REV-RECORD FROM WS-CHG-DETAIL-LINE.
085500     MOVE 'WAS'                  TO WS-CVL-LABEL.
085600     MOVE WS-CL-OLD-ADDRESS      TO WS-CVL-ADDRESS.
085700     MOVE WS-CL-OLD-PHONE        TO WS-CVL-PHONE.
085800     WRITE RPT-REV-RECORD FROM WS-CHG-VALUE-LINE.
085900     MOVE 'NOW'                  TO WS-CVL-LABEL.
086000     MOVE WS-CL-NEW-ADDRESS      TO WS-CVL-ADDRESS.
086100     MOVE WS-CL-NEW-PHONE        TO WS-CVL-PHONE.
086200     WRITE RPT-REV-RECORD FROM WS-CHG-VALUE-LINE.
086300     ADD 3 TO WS-LINE-COUNT.
086400     ADD 1 TO WS-BR-CHANGES.
086500 2500-EXIT.
086600     EXIT.
086700*----------------------------------------------------------*
086800* 2900-FETCH-CHANGE                                        *
086900*----------------------------------------------------------*
087000 2900-FETCH-CHANGE.
087100     EXEC SQL
087200         FETCH C-CHANGES
087300          INTO :WS-BRANCH-ID, :WS-BRANCH-NAME,
087400               :WS-CL-CHANGE-SEQ, :WS-CL-CUSTOMER-ID,
087500               :WS-CL-NAME, :WS-CL-CHANGE-TS,
087600               :WS-CL-CHANGE-DATE,
087700               :WS-CL-OPERATOR-ID, :WS-CL-TERMINAL-ID,
087800               :WS-CL-OLD-ADDRESS, :WS-CL-NEW-ADDRESS,
087900               :WS-CL-OLD-PHONE, :WS-CL-NEW-PHONE
088000     END-EXEC.
088100
088200     EVALUATE SQLCODE
088300         WHEN ZERO
088400             CONTINUE
088500         WHEN 100
088600             SET END-OF-CHANGES TO TRUE
088700         WHEN OTHER
088800             DISPLAY 'RevisionContactos: CHANGE FETCH FAILED, '
088900                     'SQLCODE = ' SQLCODE
089000             MOVE 16 TO RETURN-CODE
089100             STOP RUN
089200     END-EVALUATE.
089300 2900-EXIT.
089400     EXIT.
089500*----------------------------------------------------------*
089600* 5000-WRITE-LETTER                                        *
089700* ONE MAILED CONFIRMATION PAGE TO THE ADDRESS IN            *
089800* WS-LTR-ADDR - NAME AND ADDRESS BLOCK, THE ACCOUNT, WHAT   *
089900* WAS CHANGED AND WHEN, AND THE DATE THE COOLING-OFF ENDS.  *
090000*----------------------------------------------------------*
090100 5000-WRITE-LETTER.
090200     MOVE WS-RC-CYCLE-DATE  TO WS-LTR-HDR-DATE.
090300     WRITE LETTER-RECORD FROM WS-LTR-HDR-LINE.
090400     MOVE WS-CL-NAME        TO WS-LTR-NAME.
090500     WRITE LETTER-RECORD FROM WS-LTR-NAME-LINE.
090600     WRITE LETTER-RECORD FROM WS-LTR-ADDR-LINE.
090700     MOVE WS-CL-CUSTOMER-ID TO WS-LTR-ACCT-ID.
090800     WRITE LETTER-RECORD FROM WS-LTR-ACCT-LINE.
090900     MOVE WS-CL-CHANGE-DATE TO WS-LTR-CHANGE-DATE.
091000     WRITE LETTER-RECORD FROM WS-LTR-BODY-LINE-1.
091100     IF KIND-ADDRESS-CHANGED
091200         WRITE LETTER-RECORD FROM WS-LTR-BODY-LINE-2A
091300     ELSE
091400         WRITE LETTER-RECORD FROM WS-LTR-BODY-LINE-2P
091500     END-IF.
091600     WRITE LETTER-RECORD FROM WS-LTR-BODY-LINE-3.
091700     WRITE LETTER-RECORD FROM WS-LTR-BODY-LINE-4.
091800     MOVE WS-COOL-OFF-END   TO WS-LTR-COOL-OFF-END.
091900     WRITE LETTER-RECORD FROM WS-LTR-BODY-LINE-5.
092000     ADD 1 TO WS-LETTERS-THIS-CHANGE.
092100     ADD 1 TO WS-LETTERS-WRITTEN.
092200 5000-EXIT.
092300     EXIT.
092400*----------------------------------------------------------*
092500* 7000-WRITE-HEADINGS                                      *
092600*----------------------------------------------------------*
092700 7000-WRITE-HEADINGS.
092800     ADD 1 TO WS-PAGE-COUNT.
092900     MOVE WS-PAGE-COUNT    TO WS-HDR1-PAGE.
093000     MOVE WS-RC-CYCLE-DATE TO WS-HDR1-DATE.
093100     WRITE RPT-REV-RECORD FROM WS-HDR-LINE-1.
093200     MOVE WS-BRANCH-ID     TO WS-HDRB-BRANCH-ID.
093300     MOVE WS-BRANCH-NAME   TO WS-HDRB-BRANCH-NAME.
093400     WRITE RPT-REV-RECORD FROM WS-HDR-BRANCH-LINE.
093500     WRITE RPT-REV-RECORD FROM WS-CHG-HDR-LINE.
093600     MOVE ZERO TO WS-LINE-COUNT.
093700 7000-EXIT.
093800     EXIT.
093900*----------------------------------------------------------*
094000* 8000-ADVANCE-CHECKPOINT                                  *
094100* THE CONTACTREVIEW ROWS AND THE HIGH-WATER CHANGESEQ ARE   *
094200* ONE UNIT OF WORK - AN ABEND BEFORE THIS COMMIT LEAVES     *
094300* BOTH AS THEY WERE, AND THE RESTART REVIEWS THE SAME       *
094400* CHANGES AGAIN INTO A NEW GENERATION OF EACH FILE.         *
094500*----------------------------------------------------------*
094600 8000-ADVANCE-CHECKPOINT.
094700     EXEC SQL
094800         UPDATE PostingCheckpoint
094900            SET LastCommitRecNo  = :WS-HIGH-CHANGE-SEQ,
095000                LastRunTimestamp = CURRENT TIMESTAMP,
095100                LastBusinessDate = :WS-RC-CYCLE-DATE
095200          WHERE JobName = :WS-JOB-NAME
095300     END-EXEC.
095400
095500     IF SQLCODE NOT = ZERO
095600         DISPLAY 'RevisionContactos: CHECKPOINT UPDATE '
095700                 'FAILED, SQLCODE = ' SQLCODE
095800         MOVE 16 TO RETURN-CODE
095900         STOP RUN
096000     END-IF.
096100
096200     EXEC SQL COMMIT END-EXEC.
096300
096400     IF SQLCODE NOT = ZERO
096500         DISPLAY 'RevisionContactos: CHECKPOINT COMMIT '
096600                 'FAILED, SQLCODE = ' SQLCODE
096700         MOVE 16 TO RETURN-CODE
096800         STOP RUN
096900     END-IF.
097000 8000-EXIT.
097100     EXIT.
097200*----------------------------------------------------------*
097300* 8500-WRITE-TOTALS                                        *
097400* RC=4 WHEN A CHANGE COULD NOT BE CONFIRMED TO EVERY        *
097500* ADDRESS - THE BRANCH HAS TO CONTACT THE CUSTOMER.         *
097600*----------------------------------------------------------*
097700 8500-WRITE-TOTALS.
097800     EXEC SQL
097900         SELECT COUNT(DISTINCT CustomerID)
098000           INTO :WS-COOLING-OFF-ACCTS
098100           FROM ContactReview
098200          WHERE CoolOffEnd >= :WS-RC-CYCLE-DATE
098300     END-EXEC.
098400
098500     IF SQLCODE NOT = ZERO
098600         DISPLAY 'RevisionContactos: COOLING-OFF COUNT READ '
098700                 'FAILED, SQLCODE = ' SQLCODE
098800         MOVE 16 TO RETURN-CODE
098900         STOP RUN
099000     END-IF.
099100
099200     MOVE WS-CHANGES-REVIEWED  TO WS-TOT1-COUNT.
099300     MOVE WS-ADDRESS-CHANGES   TO WS-TOT2-COUNT.
099400     MOVE WS-PHONE-CHANGES     TO WS-TOT3-COUNT.
099500     MOVE WS-LETTERS-WRITTEN   TO WS-TOT4-COUNT.
099600     MOVE WS-NOT-MAILED        TO WS-TOT5-COUNT.
099700     MOVE WS-COOL-OFF-DAYS     TO WS-TOT6-COUNT.
099800     MOVE WS-LARGE-DEBIT-LIMIT TO WS-TOT7-AMOUNT.
099900     MOVE WS-COOLING-OFF-ACCTS TO WS-TOT8-COUNT.
100000
100100     WRITE RPT-REV-RECORD FROM WS-TOTAL-LINE-1.
100200     WRITE RPT-REV-RECORD FROM WS-TOTAL-LINE-2.
100300     WRITE RPT-REV-RECORD FROM WS-TOTAL-LINE-3.
100400     WRITE RPT-REV-RECORD FROM WS-TOTAL-LINE-4.
100500     WRITE RPT-REV-RECORD FROM WS-TOTAL-LINE-5.
100600     WRITE RPT-REV-RECORD FROM WS-TOTAL-LINE-6.
100700     WRITE RPT-REV-RECORD FROM WS-TOTAL-LINE-7.
100800     WRITE RPT-REV-RECORD FROM WS-TOTAL-LINE-8.
100900     IF WS-CHANGES-REVIEWED = ZERO
101000         WRITE RPT-REV-RECORD FROM WS-NO-ITEMS-LINE
101100     END-IF.
101200
101300     IF WS-NOT-MAILED > ZERO
101400         MOVE 4 TO RETURN-CODE
101500     END-IF.
101600 8500-EXIT.
101700     EXIT.
101800*----------------------------------------------------------*
101900* 8900-RECORD-JOB-END                                      *
102000* MARKS THIS JOB COMPLETE FOR TONIGHT'S BUSINESS DATE ON    *
102100* JOBRUNCONTROL, RELEASING ITS SUCCESSORS.                  *
102200*----------------------------------------------------------*
102300 8900-RECORD-JOB-END.
102400     EXEC SQL
102500         UPDATE JobRunControl
102600            SET RunStatus    = 'C',
102700                EndTimestamp = CURRENT TIMESTAMP
102800          WHERE JobName = :WS-RC-JOB-NAME
102900            AND BusinessDate = :WS-RC-CYCLE-DATE
103000     END-EXEC.
103100
103200     IF SQLCODE NOT = ZERO
103300         DISPLAY 'RevisionContactos: RUN-CONTROL CLOSE-OUT '
103400                 'FAILED, SQLCODE = ' SQLCODE
103500         MOVE 16 TO RETURN-CODE
103600         STOP RUN
103700     END-IF.
103800 8900-EXIT.
103900     EXIT.
104000*----------------------------------------------------------*
104100* 9000-TERMINATE                                           *
104200*----------------------------------------------------------*
104300 9000-TERMINATE.
104400     EXEC SQL CLOSE C-CHANGES END-EXEC.
104500     CLOSE LETTER-FILE
104600           RPT-REV-FILE.
104700 9000-EXIT.
104800     EXIT.
