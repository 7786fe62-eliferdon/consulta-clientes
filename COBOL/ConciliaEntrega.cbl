000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ConciliaEntrega.
000300 AUTHOR.        R RAMIREZ.
000400 INSTALLATION.  RETAIL BANKING SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                     *
000900*----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                              *
001100* 10/15/2026 RR    ORIGINAL PROGRAM - RECONCILES THE MONTH'S*
001200*                  STATEMENT DELIVERY FILE                  *
001300*                  (PROD.CONSCLI.ESTDEL, WRITTEN BY         *
001400*                  ESTADOCUENTA) AGAINST THE PRINT VENDOR'S *
001500*                  ACKNOWLEDGMENT.  FIRST PROVES THE FILE   *
001600*                  ITSELF - THE HDR, DTL AND PAGE COUNTS    *
001700*                  MUST AGREE WITH ITS OWN TRL RECORD - THEN*
001800*                  COMPARES THE TRAILER'S PERIOD, DOCUMENT, *
001900*                  PAGE AND MOVEMENT COUNTS WITH THE ONES   *
002000*                  THE VENDOR SAYS IT RECEIVED, AND REPORTS *
002100*                  ANY DOCUMENTS THE VENDOR REJECTED.  ENDS *
002200*                  WITH RETURN CODE 8 WHEN ANYTHING DOES NOT*
002300*                  AGREE SO THE SCHEDULER PAGES OPERATIONS. *
002400*----------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT DLV-IN-FILE   ASSIGN TO ESTDEL
002900         ORGANIZATION IS LINE SEQUENTIAL.
003000     SELECT ACK-IN-FILE   ASSIGN TO VENDACK
003100         ORGANIZATION IS LINE SEQUENTIAL.
003200     SELECT ENT-REPORT-FILE ASSIGN TO RPTENT
003300         ORGANIZATION IS LINE SEQUENTIAL.
003400*
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  DLV-IN-FILE
003800     RECORDING MODE IS F
003900     LABEL RECORDS ARE STANDARD.
004000 01  DLV-IN-RECORD                PIC X(150).
004100 FD  ACK-IN-FILE
004200     RECORDING MODE IS F
004300     LABEL RECORDS ARE STANDARD.
004400 01  ACK-IN-RECORD                PIC X(80).
004500 FD  ENT-REPORT-FILE
004600     RECORDING MODE IS F
004700     LABEL RECORDS ARE STANDARD.
004800 01  ENT-REPORT-RECORD            PIC X(133).
004900*
005000 WORKING-STORAGE SECTION.
005100*----------------------------------------------------------*
005200* PROGRAM SWITCHES                                          *
005300*----------------------------------------------------------*
005400 01  WS-DLV-EOF-SW                PIC X(01)    VALUE 'N'.
005500     88  END-OF-DELIVERY                       VALUE 'Y'.
005600 01  WS-ACK-EOF-SW                PIC X(01)    VALUE 'N'.
005700     88  END-OF-ACK                            VALUE 'Y'.
005800 01  WS-TRAILER-SW                PIC X(01)    VALUE 'N'.
005900     88  TRAILER-FOUND                         VALUE 'Y'.
006000*----------------------------------------------------------*
006100* DELIVERY FILE RECORD - AS WRITTEN BY ESTADOCUENTA.  ONLY  *
006200* THE FIELDS THE RECONCILIATION NEEDS ARE NAMED.            *
006300*----------------------------------------------------------*
006400 01  WS-DELIV-RECORD.
006500     05  WS-DLV-REC-TYPE          PIC X(03).
006600         88  DLV-HEADER-REC                    VALUE 'HDR'.
006700         88  DLV-DETAIL-REC                    VALUE 'DTL'.
006800         88  DLV-TRAILER-REC                   VALUE 'TRL'.
006900     05  FILLER                   PIC X(147).
007000 01  WS-DLV-HEADER REDEFINES WS-DELIV-RECORD.
007100     05  FILLER                   PIC X(03).
007200     05  WS-DH-CUST-ID            PIC X(10).
007300     05  FILLER                   PIC X(121).
007400     05  WS-DH-PAGES              PIC 9(05).
007500     05  WS-DH-DELIV-PREF         PIC X(01).
007600     05  FILLER                   PIC X(10).
007700 01  WS-DLV-TRAILER REDEFINES WS-DELIV-RECORD.
007800     05  FILLER                   PIC X(03).
007900     05  WS-DT-PERIOD-START       PIC X(10).
008000     05  WS-DT-PERIOD-END         PIC X(10).
008100     05  WS-DT-DOCUMENTS          PIC 9(07).
008200     05  WS-DT-PAGES              PIC 9(07).
008300     05  WS-DT-MOVEMENTS          PIC 9(09).
008400     05  WS-DT-PAPER-DOCS         PIC 9(07).
008500     05  WS-DT-ELEC-DOCS          PIC 9(07).
008600     05  FILLER                   PIC X(90).
008700*----------------------------------------------------------*
008800* ACKNOWLEDGMENT RECORD - AS RETURNED BY THE PRINT VENDOR,  *
008900* ONE CONTROL RECORD PER DELIVERY FILE RECEIVED: THE        *
009000* STATEMENT PERIOD IT CARRIED, WHAT THE VENDOR COUNTED ON   *
009100* RECEIPT AND HOW MANY DOCUMENTS IT COULD NOT PROCESS.      *
009200*----------------------------------------------------------*
009300 01  WS-ACK-RECORD.
009400     05  WS-ACK-REC-TYPE          PIC X(03).
009500         88  ACK-CONTROL-REC                   VALUE 'ACK'.
009600     05  WS-ACK-PERIOD-START      PIC X(10).
009700     05  WS-ACK-PERIOD-END        PIC X(10).
009800     05  WS-ACK-DOCUMENTS         PIC 9(07).
009900     05  WS-ACK-PAGES             PIC 9(07).
010000     05  WS-ACK-MOVEMENTS         PIC 9(09).
010100     05  WS-ACK-REJECTED          PIC 9(07).
010200     05  FILLER                   PIC X(27).
010300*----------------------------------------------------------*
010400* WHAT THE DELIVERY FILE ACTUALLY HOLDS, COUNTED RECORD BY  *
010500* RECORD, AND THE TRAILER VALUES KEPT ONCE IT IS READ.      *
010600*----------------------------------------------------------*
010700 01  WS-CNT-DOCUMENTS             PIC S9(09) COMP-3 VALUE ZERO.
010800 01  WS-CNT-PAGES                 PIC S9(09) COMP-3 VALUE ZERO.
010900 01  WS-CNT-MOVEMENTS             PIC S9(09) COMP-3 VALUE ZERO.
011000 01  WS-CNT-UNKNOWN               PIC S9(09) COMP-3 VALUE ZERO.
011100 01  WS-TRL-PERIOD-START          PIC X(10)    VALUE SPACES.
011200 01  WS-TRL-PERIOD-END            PIC X(10)    VALUE SPACES.
011300 01  WS-TRL-DOCUMENTS             PIC S9(09) COMP-3 VALUE ZERO.
011400 01  WS-TRL-PAGES                 PIC S9(09) COMP-3 VALUE ZERO.
011500 01  WS-TRL-MOVEMENTS             PIC S9(09) COMP-3 VALUE ZERO.
011600*----------------------------------------------------------*
011700* COMPARISON WORK FIELDS - ONE REPORT ROW AT A TIME         *
011800*----------------------------------------------------------*
011900 01  WS-ROW-LABEL                 PIC X(28).
012000 01  WS-ROW-LEFT                  PIC S9(09) COMP-3.
012100 01  WS-ROW-RIGHT                 PIC S9(09) COMP-3.
012200 01  WS-EXCEPTION-COUNT           PIC S9(07) COMP-3 VALUE ZERO.
012300*----------------------------------------------------------*
012400* REPORT LINES                                              *
012500*----------------------------------------------------------*
012600 01  WS-HDR-LINE-1.
012700     05  FILLER                   PIC X(01)    VALUE '1'.
012800     05  FILLER                   PIC X(40)
012900                       VALUE 'STATEMENT DELIVERY RECONCILIATION'.
013000     05  FILLER                   PIC X(92)    VALUE SPACES.
013100 01  WS-SECTION-LINE.
013200     05  FILLER                   PIC X(01)    VALUE '0'.
013300     05  WS-SEC-TITLE             PIC X(28).
013400     05  WS-SEC-LEFT-HDG          PIC X(11).
013500     05  FILLER                   PIC X(02)    VALUE SPACES.
013600     05  WS-SEC-RIGHT-HDG         PIC X(11).
013700     05  FILLER                   PIC X(02)    VALUE SPACES.
013800     05  FILLER                   PIC X(22)    VALUE 'RESULT'.
013900     05  FILLER                   PIC X(56)    VALUE SPACES.
014000 01  WS-COUNT-LINE.
014100     05  FILLER                   PIC X(01)    VALUE ' '.
014200     05  WS-CNT-LABEL             PIC X(28).
014300     05  WS-CNT-LEFT              PIC ZZZ,ZZZ,ZZ9.
014400     05  FILLER                   PIC X(02)    VALUE SPACES.
014500     05  WS-CNT-RIGHT             PIC ZZZ,ZZZ,ZZ9.
014600     05  FILLER                   PIC X(02)    VALUE SPACES.
014700     05  WS-CNT-RESULT            PIC X(22).
014800     05  FILLER                   PIC X(56)    VALUE SPACES.
014900 01  WS-PERIOD-LINE.
015000     05  FILLER                   PIC X(01)    VALUE ' '.
015100     05  WS-PER-LABEL             PIC X(28).
015200     05  FILLER                   PIC X(01)    VALUE SPACE.
015300     05  WS-PER-LEFT              PIC X(10).
015400     05  FILLER                   PIC X(03)    VALUE SPACES.
015500     05  WS-PER-RIGHT             PIC X(10).
015600     05  FILLER                   PIC X(02)    VALUE SPACES.
015700     05  WS-PER-RESULT            PIC X(22).
015800     05  FILLER                   PIC X(56)    VALUE SPACES.
015900 01  WS-MESSAGE-LINE.
016000     05  FILLER                   PIC X(01)    VALUE ' '.
016100     05  WS-MSG-TEXT              PIC X(60).
016200     05  FILLER                   PIC X(72)    VALUE SPACES.
016300 01  WS-TOTAL-LINE.
016400     05  FILLER                   PIC X(01)    VALUE '0'.
016500     05  FILLER                   PIC X(28)
016600                       VALUE 'RECONCILIATION EXCEPTIONS . '.
016700     05  WS-TOT-COUNT             PIC ZZZZZZ9.
016800     05  FILLER                   PIC X(97)    VALUE SPACES.
016900*----------------------------------------------------------*
017000* RUN-CONTROL FIELDS - JOBRUNCONTROL CYCLE SEQUENCING       *
017100*----------------------------------------------------------*
017200 77  WS-RC-JOB-NAME               PIC X(08)    VALUE 'CONENT'.
017300 01  WS-RC-STATUS                 PIC X(01).
017400 01  WS-RC-FOUND-SW               PIC X(01).
017500     88  RC-ROW-FOUND                          VALUE 'Y'.
017600     88  RC-ROW-ABSENT                         VALUE 'N'.
017700 01  WS-RC-CYCLE-DATE             PIC X(10).
017800     EXEC SQL INCLUDE SQLCA END-EXEC.
017900*
018000 PROCEDURE DIVISION.
018100*----------------------------------------------------------*
018200* 0000-MAIN-PROCESS                                        *
018300* READS THE WHOLE DELIVERY FILE, PROVES IT AGAINST ITS OWN  *
018400* TRAILER, THEN PROVES THE TRAILER AGAINST THE VENDOR'S     *
018500* ACKNOWLEDGMENT.  ANY EXCEPTION LEAVES RETURN CODE 8 FOR   *
018600* THE SCHEDULER.                                            *
018700*----------------------------------------------------------*
018800 0000-MAIN-PROCESS.
018900     PERFORM 0800-CHECK-RUN-CONTROL
019000         THRU 0800-EXIT.
019100
019200     PERFORM 1000-INITIALIZE
019300         THRU 1000-EXIT.
019400
019500     PERFORM 2000-COUNT-ONE-RECORD
019600         THRU 2000-EXIT
019700        UNTIL END-OF-DELIVERY.
019800
019900     PERFORM 3000-PROVE-DELIVERY-FILE
020000         THRU 3000-EXIT.
020100
020200     PERFORM 4000-PROVE-ACKNOWLEDGMENT
020300         THRU 4000-EXIT.
020400
020500     PERFORM 8000-WRITE-TOTALS
020600         THRU 8000-EXIT.
020700
020800     PERFORM 9000-TERMINATE
020900         THRU 9000-EXIT.
021000
021100     IF WS-EXCEPTION-COUNT > ZERO
021200         MOVE 8 TO RETURN-CODE
021300     END-IF.
021400
021500     PERFORM 8900-RECORD-JOB-END
021600         THRU 8900-EXIT.
021700
021800     STOP RUN.
021900*----------------------------------------------------------*
022000* 0800-CHECK-RUN-CONTROL                                   *
022100* REGISTERS THIS RUN ON JOBRUNCONTROL - A JOB ALREADY       *
022200* COMPLETE FOR TONIGHT'S BUSINESS DATE REFUSES TO RUN       *
022300* TWICE (RC=8).  A ROW LEFT AT 'S' BY AN ABENDED RUN IS A   *
022400* RESTART AND IS LET THROUGH WITH ITS START RE-STAMPED.     *
022500*----------------------------------------------------------*
022600 0800-CHECK-RUN-CONTROL.
022700*    ONE CYCLE BUSINESS DATE FOR EVERY JOB IN THE NIGHT'S
022800*    RUN - THE CALENDAR DATE AS OF TWELVE HOURS AGO, SO
022900*    THE JOBS THAT RUN PAST MIDNIGHT LAND ON THE SAME
023000*    DATE AS THE EVENING JOBS AND A RESUBMIT AFTER 00:00
023100*    STILL HITS THE NO-RERUN GUARD.
023200     EXEC SQL
023300         SELECT CHAR(DATE(CURRENT TIMESTAMP - 12 HOURS),
023400                     ISO)
023500           INTO :WS-RC-CYCLE-DATE
023600           FROM SYSIBM.SYSDUMMY1
023700     END-EXEC.
023800
023900     IF SQLCODE NOT = ZERO
024000         DISPLAY 'ConciliaEntrega: CYCLE DATE DERIVATION '
024100                 'FAILED, SQLCODE = ' SQLCODE
024200         MOVE 16 TO RETURN-CODE
024300         STOP RUN
024400     END-IF.
024500
024600     EXEC SQL
024700         SELECT RunStatus
024800           INTO :WS-RC-STATUS
024900           FROM JobRunControl
025000          WHERE JobName = :WS-RC-JOB-NAME
025100            AND BusinessDate = :WS-RC-CYCLE-DATE
025200     END-EXEC.
025300
025400     EVALUATE SQLCODE
025500         WHEN ZERO
025600             SET RC-ROW-FOUND TO TRUE
025700             IF WS-RC-STATUS = 'C'
025800                 DISPLAY 'ConciliaEntrega: ALREADY COMPLETE '
025900                         'FOR THIS BUSINESS DATE - '
026000                         'RUN REFUSED'
026100                 MOVE 8 TO RETURN-CODE
026200                 STOP RUN
026300             END-IF
026400         WHEN 100
026500             SET RC-ROW-ABSENT TO TRUE
026600         WHEN OTHER
026700             DISPLAY 'ConciliaEntrega: RUN-CONTROL READ '
026800                     'FAILED, SQLCODE = ' SQLCODE
026900             MOVE 16 TO RETURN-CODE
027000             STOP RUN
027100     END-EVALUATE.
027200
027300     IF RC-ROW-FOUND
027400         EXEC SQL
027500             UPDATE JobRunControl
027600                SET StartTimestamp = CURRENT TIMESTAMP,
027700                    RunStatus      = 'S'
027800              WHERE JobName = :WS-RC-JOB-NAME
027900                AND BusinessDate = :WS-RC-CYCLE-DATE
028000         END-EXEC
028100     ELSE
028200         EXEC SQL
028300             INSERT INTO JobRunControl
028400                 (JobName, BusinessDate,
028500                  StartTimestamp, RunStatus)
028600             VALUES
028700                 (:WS-RC-JOB-NAME, :WS-RC-CYCLE-DATE,
028800                  CURRENT TIMESTAMP, 'S')
028900         END-EXEC
029000     END-IF.
029100
029200     IF SQLCODE NOT = ZERO
029300         DISPLAY 'ConciliaEntrega: RUN-CONTROL WRITE '
029400                 'FAILED, SQLCODE = ' SQLCODE
029500         MOVE 16 TO RETURN-CODE
029600         STOP RUN
029700     END-IF.
029800
029900     EXEC SQL COMMIT END-EXEC.
030000
030100     IF SQLCODE NOT = ZERO
030200         DISPLAY 'ConciliaEntrega: RUN-CONTROL COMMIT '
030300                 'FAILED, SQLCODE = ' SQLCODE
030400         MOVE 16 TO RETURN-CODE
030500         STOP RUN
030600     END-IF.
030700 0800-EXIT.
030800     EXIT.
030900*----------------------------------------------------------*
031000* 1000-INITIALIZE                                          *
031100* OPENS THE FILES, PRINTS THE REPORT HEADING AND PRIMES     *
031200* THE DELIVERY FILE.                                        *
031300*----------------------------------------------------------*
031400 1000-INITIALIZE.
031500     OPEN INPUT  DLV-IN-FILE
031600                 ACK-IN-FILE.
031700     OPEN OUTPUT ENT-REPORT-FILE.
031800     WRITE ENT-REPORT-RECORD FROM WS-HDR-LINE-1.
031900
032000     PERFORM 2900-READ-DELIVERY
032100         THRU 2900-EXIT.
032200 1000-EXIT.
032300     EXIT.
032400*----------------------------------------------------------*
032500* 2000-COUNT-ONE-RECORD                                    *
032600* TALLIES ONE DELIVERY RECORD BY TYPE AND READS THE NEXT.   *
032700* THE TRAILER'S VALUES ARE KEPT; A RECORD OF ANY OTHER      *
032800* TYPE, OR ANYTHING AFTER THE TRAILER, IS UNRECOGNISED.     *
032900*----------------------------------------------------------*
033000 2000-COUNT-ONE-RECORD.
033100     EVALUATE TRUE
033200         WHEN TRAILER-FOUND
033300             ADD 1 TO WS-CNT-UNKNOWN
033400         WHEN DLV-HEADER-REC
033500             ADD 1 TO WS-CNT-DOCUMENTS
033600             ADD WS-DH-PAGES TO WS-CNT-PAGES
033700         WHEN DLV-DETAIL-REC
033800             ADD 1 TO WS-CNT-MOVEMENTS
033900         WHEN DLV-TRAILER-REC
034000             SET TRAILER-FOUND TO TRUE
034100             MOVE WS-DT-PERIOD-START TO WS-TRL-PERIOD-START
034200             MOVE WS-DT-PERIOD-END   TO WS-TRL-PERIOD-END
034300             MOVE WS-DT-DOCUMENTS    TO WS-TRL-DOCUMENTS
034400             MOVE WS-DT-PAGES        TO WS-TRL-PAGES
034500             MOVE WS-DT-MOVEMENTS    TO WS-TRL-MOVEMENTS
034600         WHEN OTHER
034700             ADD 1 TO WS-CNT-UNKNOWN
034800     END-EVALUATE.
034900
035000     PERFORM 2900-READ-DELIVERY
035100         THRU 2900-EXIT.
035200 2000-EXIT.
035300     EXIT.
035400*----------------------------------------------------------*
035500* 2900-READ-DELIVERY                                       *
035600*----------------------------------------------------------*
035700 2900-READ-DELIVERY.
035800     READ DLV-IN-FILE INTO WS-DELIV-RECORD
035900         AT END SET END-OF-DELIVERY TO TRUE
036000     END-READ.
036100 2900-EXIT.
036200     EXIT.
036300*----------------------------------------------------------*
036400* 3000-PROVE-DELIVERY-FILE                                 *
036500* THE FILE MUST END WITH ITS TRAILER, AND WHAT IT HOLDS     *
036600* MUST ADD UP TO WHAT THE TRAILER SAYS - OTHERWISE IT WAS   *
036700* TRUNCATED OR DAMAGED BEFORE IT EVER REACHED THE VENDOR.   *
036800*----------------------------------------------------------*
036900 3000-PROVE-DELIVERY-FILE.
037000     MOVE 'DELIVERY FILE CONTENTS'  TO WS-SEC-TITLE.
037100     MOVE '    COUNTED'             TO WS-SEC-LEFT-HDG.
037200     MOVE '    TRAILER'             TO WS-SEC-RIGHT-HDG.
037300     WRITE ENT-REPORT-RECORD FROM WS-SECTION-LINE.
037400
037500     IF NOT TRAILER-FOUND
037600         MOVE 'DELIVERY FILE HAS NO TRAILER RECORD' TO WS-MSG-TEXT
037700         WRITE ENT-REPORT-RECORD FROM WS-MESSAGE-LINE
037800         ADD 1 TO WS-EXCEPTION-COUNT
037900     END-IF.
038000
038100     MOVE 'DOCUMENTS'               TO WS-ROW-LABEL.
038200     MOVE WS-CNT-DOCUMENTS          TO WS-ROW-LEFT.
038300     MOVE WS-TRL-DOCUMENTS          TO WS-ROW-RIGHT.
038400     PERFORM 5000-WRITE-COUNT-ROW
038500         THRU 5000-EXIT.
038600
038700     MOVE 'PAGES'                   TO WS-ROW-LABEL.
038800     MOVE WS-CNT-PAGES              TO WS-ROW-LEFT.
038900     MOVE WS-TRL-PAGES              TO WS-ROW-RIGHT.
039000     PERFORM 5000-WRITE-COUNT-ROW
039100         THRU 5000-EXIT.
039200
039300     MOVE 'MOVEMENTS'               TO WS-ROW-LABEL.
039400     MOVE WS-CNT-MOVEMENTS          TO WS-ROW-LEFT.
039500     MOVE WS-TRL-MOVEMENTS          TO WS-ROW-RIGHT.
039600     PERFORM 5000-WRITE-COUNT-ROW
039700         THRU 5000-EXIT.
039800
039900     MOVE 'UNRECOGNISED RECORDS'    TO WS-ROW-LABEL.
040000     MOVE WS-CNT-UNKNOWN            TO WS-ROW-LEFT.
040100     MOVE ZERO                      TO WS-ROW-RIGHT.
040200     PERFORM 5000-WRITE-COUNT-ROW
040300         THRU 5000-EXIT.
040400 3000-EXIT.
040500     EXIT.
040600*----------------------------------------------------------*
040700* 4000-PROVE-ACKNOWLEDGMENT                                *
040800* THE VENDOR'S CONTROL RECORD MUST NAME THE SAME STATEMENT  *
040900* PERIOD AS OUR TRAILER (OTHERWISE IT ACKNOWLEDGES ANOTHER  *
041000* MONTH'S FILE), MUST COUNT WHAT THE TRAILER COUNTS, AND    *
041100* MUST REJECT NOTHING.                                      *
041200*----------------------------------------------------------*
041300 4000-PROVE-ACKNOWLEDGMENT.
041400     MOVE 'VENDOR ACKNOWLEDGMENT'   TO WS-SEC-TITLE.
041500     MOVE '    TRAILER'             TO WS-SEC-LEFT-HDG.
041600     MOVE '     VENDOR'             TO WS-SEC-RIGHT-HDG.
041700     WRITE ENT-REPORT-RECORD FROM WS-SECTION-LINE.
041800
041900     READ ACK-IN-FILE INTO WS-ACK-RECORD
042000         AT END SET END-OF-ACK TO TRUE
042100     END-READ.
042200
042300     IF END-OF-ACK OR NOT ACK-CONTROL-REC
042400         MOVE 'NO ACKNOWLEDGMENT RECEIVED FROM VENDOR'
042500           TO WS-MSG-TEXT
042600         WRITE ENT-REPORT-RECORD FROM WS-MESSAGE-LINE
042700         ADD 1 TO WS-EXCEPTION-COUNT
042800         GO TO 4000-EXIT
042900     END-IF.
043000
043100     MOVE 'PERIOD START'            TO WS-PER-LABEL.
043200     MOVE WS-TRL-PERIOD-START       TO WS-PER-LEFT.
043300     MOVE WS-ACK-PERIOD-START       TO WS-PER-RIGHT.
043400     PERFORM 5100-WRITE-PERIOD-ROW
043500         THRU 5100-EXIT.
043600
043700     MOVE 'PERIOD END'              TO WS-PER-LABEL.
043800     MOVE WS-TRL-PERIOD-END         TO WS-PER-LEFT.
043900     MOVE WS-ACK-PERIOD-END         TO WS-PER-RIGHT.
044000     PERFORM 5100-WRITE-PERIOD-ROW
044100         THRU 5100-EXIT.
044200
044300     MOVE 'DOCUMENTS'               TO WS-ROW-LABEL.
044400     MOVE WS-TRL-DOCUMENTS          TO WS-ROW-LEFT.
044500     MOVE WS-ACK-DOCUMENTS          TO WS-ROW-RIGHT.
044600     PERFORM 5000-WRITE-COUNT-ROW
044700         THRU 5000-EXIT.
044800
044900     MOVE 'PAGES'                   TO WS-ROW-LABEL.
045000     MOVE WS-TRL-PAGES              TO WS-ROW-LEFT.
045100     MOVE WS-ACK-PAGES              TO WS-ROW-RIGHT.
045200     PERFORM 5000-WRITE-COUNT-ROW
045300         THRU 5000-EXIT.
045400
045500     MOVE 'MOVEMENTS'               TO WS-ROW-LABEL.
045600     MOVE WS-TRL-MOVEMENTS          TO WS-ROW-LEFT.
045700     MOVE WS-ACK-MOVEMENTS          TO WS-ROW-RIGHT.
045800     PERFORM 5000-WRITE-COUNT-ROW
045900         THRU 5000-EXIT.
046000
046100     MOVE 'DOCUMENTS REJECTED BY VENDOR' TO WS-ROW-LABEL.
046200     MOVE ZERO                      TO WS-ROW-LEFT.
046300     MOVE WS-ACK-REJECTED           TO WS-ROW-RIGHT.
046400     PERFORM 5000-WRITE-COUNT-ROW
046500         THRU 5000-EXIT.
046600 4000-EXIT.
046700     EXIT.
046800*----------------------------------------------------------*
046900* 5000-WRITE-COUNT-ROW                                     *
047000* PRINTS ONE COUNT COMPARISON; A DIFFERENCE IS AN           *
047100* EXCEPTION.                                                *
047200*----------------------------------------------------------*
047300 5000-WRITE-COUNT-ROW.
047400     MOVE WS-ROW-LABEL TO WS-CNT-LABEL.
047500     MOVE WS-ROW-LEFT  TO WS-CNT-LEFT.
047600     MOVE WS-ROW-RIGHT TO WS-CNT-RIGHT.
047700     IF WS-ROW-LEFT = WS-ROW-RIGHT
047800         MOVE 'AGREES'   TO WS-CNT-RESULT
047900     ELSE
048000         MOVE 'MISMATCH' TO WS-CNT-RESULT
048100         ADD 1 TO WS-EXCEPTION-COUNT
048200     END-IF.
048300     WRITE ENT-REPORT-RECORD FROM WS-COUNT-LINE.
048400 5000-EXIT.
048500     EXIT.
048600*----------------------------------------------------------*
048700* 5100-WRITE-PERIOD-ROW                                    *
048800* PRINTS ONE PERIOD-DATE COMPARISON; A DIFFERENCE IS AN     *
048900* EXCEPTION.                                                *
049000*----------------------------------------------------------*
049100 5100-WRITE-PERIOD-ROW.
049200     IF WS-PER-LEFT = WS-PER-RIGHT
049300         MOVE 'AGREES'          TO WS-PER-RESULT
049400     ELSE
049500         MOVE 'WRONG PERIOD'    TO WS-PER-RESULT
049600         ADD 1 TO WS-EXCEPTION-COUNT
049700     END-IF.
049800     WRITE ENT-REPORT-RECORD FROM WS-PERIOD-LINE.
049900 5100-EXIT.
050000     EXIT.
050100*----------------------------------------------------------*
050200* 8000-WRITE-TOTALS                                        *
050300*----------------------------------------------------------*
050400 8000-WRITE-TOTALS.
050500     MOVE WS-EXCEPTION-COUNT TO WS-TOT-COUNT.
050600     WRITE ENT-REPORT-RECORD FROM WS-TOTAL-LINE.
050700 8000-EXIT.
050800     EXIT.
050900*----------------------------------------------------------*
051000* 8900-RECORD-JOB-END                                      *
051100* MARKS THIS JOB COMPLETE FOR TONIGHT'S BUSINESS DATE ON    *
051200* JOBRUNCONTROL, RELEASING ITS SUCCESSORS.                  *
051300*----------------------------------------------------------*
051400 8900-RECORD-JOB-END.
051500     EXEC SQL
051600         UPDATE JobRunControl
051700            SET RunStatus    = 'C',
051800                EndTimestamp = CURRENT TIMESTAMP
051900          WHERE JobName = :WS-RC-JOB-NAME
052000            AND BusinessDate = :WS-RC-CYCLE-DATE
052100     END-EXEC.
052200
052300     IF SQLCODE NOT = ZERO
052400         DISPLAY 'ConciliaEntrega: RUN-CONTROL CLOSE-OUT '
052500                 'FAILED, SQLCODE = ' SQLCODE
052600         MOVE 16 TO RETURN-CODE
052700         STOP RUN
052800     END-IF.
052900 8900-EXIT.
053000     EXIT.
053100*----------------------------------------------------------*
053200* 9000-TERMINATE                                           *
053300*----------------------------------------------------------*
053400 9000-TERMINATE.
053500     CLOSE DLV-IN-FILE
053600           ACK-IN-FILE
053700           ENT-REPORT-FILE.
053800 9000-EXIT.
053900     EXIT.
