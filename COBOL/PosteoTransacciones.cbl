002743*                  CYCLE THAT RUNS PAST MIDNIGHT KEEPS     *
002744*                  EVERY JOB ON ONE DATE AND THE NO-RERUN  *
002745*                  GUARD HOLDS ACROSS 00:00.               *
002746* 10/15/2026 RR    EVERY REFUSED MOVEMENT IS NOW ALSO       *
002747*                  QUEUED ON THE NEW REJECTQUEUE TABLE, IN  *
002748*                  THE SAME UNIT OF WORK AS THE NIGHT'S     *
002749*                  POSTINGS, FOR THE ONLINE REJECT-REPAIR   *
002750*                  SCREEN - BUSINESS DATE, BRANCH, ORIGINAL *
002751*                  RECORD AND REASON CODE.  A FILE WHOSE    *
002752*                  HEADER BRANCH IS 'COR' IS THE CORRECTION *
002753*                  FILE LIBERARECHAZOS BUILDS FROM THE      *
002754*                  RELEASED ITEMS - IT RUNS UNDER ITS OWN   *
002755*                  JOB NAME (POSTCOR) FOR THE CHECKPOINT,   *
002756*                  THE DUPLICATE-DATE GUARD AND RUN         *
002757*                  CONTROL, MARKS EACH QUEUE ITEM IT POSTS  *
002758*                  AS POSTED, AND SENDS AN ITEM IT STILL    *
002759*                  REFUSES BACK TO OPEN WITH THE NEW REASON *
002760*                  INSTEAD OF QUEUEING IT TWICE.            *
002761* 10/15/2026 RR    EVERY POSTED MOVEMENT IS NOW STAMPED ON  *
002762*                  TRANSACTIONS WITH ITS SOURCE CHANNEL     *
002763*                  ('B' - BRANCH FILE, THE CORRECTION FILE  *
002764*                  INCLUDED) AND WITH OPERATOR 'SYS' AND    *
002765*                  TERMINAL 'BTCH', SO A FILE MOVEMENT CAN  *
002766*                  BE TOLD APART FROM ONE KEYED AT A TELLER *
002767*                  WINDOW.                                  *
002768* 10/15/2026 RR    EVERY POSTED MOVEMENT NOW ALSO CARRIES   *
002769*                  THE BRANCH IT CAME IN THROUGH            *
002770*                  (TRANSACTIONS.BRANCHID - THE FILE        *
002771*                  HEADER'S BRANCH) FOR THE LARGE-CASH AND  *
002772*                  STRUCTURING REVIEW.  A CORRECTION-RUN    *
002773*                  POSTING LEAVES IT NULL.                  *
002774* 10/15/2026 RR    READS THE BUSINESSCALENDAR ROW FOR THE   *
002775*                  CYCLE DATE (RC=16 IF THERE IS NONE) AND  *
002776*                  RECORDS IT ON THE RUN-CONTROL ROW.  ON A *
002777*                  NON-BUSINESS DAY WITH NO NEW BRANCH FILE *
002778*                  THE NIGHT IS CLOSED OUT WITH AN EMPTY    *
002779*                  REJECT FILE AND A ZERO GL JOURNAL        *
002780*                  TRAILER INSTEAD OF ABENDING.             *
002781*----------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
005500     88  TRAN-INVALID                          VALUE 'N'.
005600 01  WS-RESTART-SW                PIC X(01)    VALUE 'N'.
005700     88  RESTARTED-RUN                         VALUE 'Y'.
005710 01  WS-CORRECTION-SW             PIC X(01)    VALUE 'N'.
005720     88  CORRECTION-RUN                        VALUE 'Y'.
005800 77  WS-COMMIT-INTERVAL           PIC S9(04) COMP VALUE +500.
005900 77  WS-JOB-NAME                  PIC X(08)    VALUE 'POSTTRN'.
005910*    THE CORRECTION FILE'S HEADER CARRIES THIS IN PLACE OF A
005920*    BRANCH, AND ITS RUN KEEPS ITS OWN CHECKPOINT AND
005930*    RUN-CONTROL ROWS UNDER THE SECOND JOB NAME.
005940 77  WS-CORRECTION-BRANCH         PIC X(03)    VALUE 'COR'.
005950 77  WS-CORRECTION-JOB-NAME       PIC X(08)    VALUE 'POSTCOR'.
005955*    EVERY MOVEMENT THIS RUN POSTS IS STAMPED ON TRANSACTIONS
005960*    AS BRANCH-FILE CHANNEL, KEYED BY THE BATCH ITSELF.
005965 77  WS-TRAN-CHANNEL              PIC X(01)    VALUE 'B'.
005970 77  WS-BATCH-OPERATOR            PIC X(03)    VALUE 'SYS'.
005975 77  WS-BATCH-TERMINAL            PIC X(04)    VALUE 'BTCH'.
005977*    THE BRANCH A MOVEMENT CAME IN THROUGH - THE FILE HEADER'S
005979*    BRANCH.  THE CORRECTION FILE'S ITEMS LEAVE IT NULL, AS THE
005981*    QUEUE DOES NOT KEEP THE BRANCH THE ORIGINAL CAME FROM.
005983 01  WS-TRAN-BRANCH               PIC X(03).
005985 01  WS-TRAN-BRANCH-IND           PIC S9(04) COMP.
006000*----------------------------------------------------------*
006100* INPUT TRANSACTION RECORD LAYOUT                           *
006200* AS SUPPLIED BY THE BRANCHES - CUSTOMERID, D(EBIT) OR      *
006900     05  WS-TRN-AMOUNT-X          PIC X(11).
007000     05  WS-TRN-AMOUNT REDEFINES WS-TRN-AMOUNT-X
007100                                  PIC 9(9)V99.
007110*    ON THE CORRECTION FILE ONLY, THE REJECTQUEUE ITEM THE
007120*    RECORD WAS RELEASED FROM - BLANK ON A BRANCH FILE.
007130     05  WS-TRN-QUEUE-SEQ-X       PIC X(09).
007140     05  WS-TRN-QUEUE-SEQ REDEFINES WS-TRN-QUEUE-SEQ-X
007150                                  PIC 9(09).
007200     05  FILLER                   PIC X(49).
007210*----------------------------------------------------------*
007211* CONTROL RECORDS - THE FIRST AND LAST RECORDS OF THE       *
007212* BRANCH FILE.  THE HEADER CARRIES THE BUSINESS DATE (ISO)  *
008900 01  WS-CHECKPOINT-REC-NO         PIC S9(09) COMP.
008910 01  WS-CUSTOMER-BRANCH           PIC X(03).
008920 01  WS-CUST-BRANCH-IND           PIC S9(04) COMP.
008921*----------------------------------------------------------*
008922* REJECT QUEUE FIELDS - THE BRANCH A REFUSED MOVEMENT IS    *
008923* QUEUED UNDER IS THE CUSTOMER'S OWN WHEN THE CUSTOMERID IS *
008924* ON FILE, OTHERWISE THE FILE'S ORIGINATING BRANCH.         *
008925*----------------------------------------------------------*
008926 01  WS-RQ-BRANCH                 PIC X(03).
008927 01  WS-RQ-BRANCH-IND             PIC S9(04) COMP.
008928 01  WS-RQ-SEQ                    PIC S9(09) COMP.
008929 01  WS-RQ-REQUEUED               PIC S9(07) COMP-3 VALUE ZERO.
008930 01  WS-RQ-CLEARED                PIC S9(07) COMP-3 VALUE ZERO.
008935*----------------------------------------------------------*
008940* GENERAL-LEDGER JOURNAL ACCUMULATORS - ONE SLOT PER        *
008950* BRANCH SEEN TONIGHT.  AN ACCOUNT NOT YET ASSIGNED A       *
008960* BRANCH ACCUMULATES UNDER 'ZZZ', THE SAME UNASSIGNED       *
010200 01  WS-REJECTED-EDIT             PIC ZZZZZZ9.
010300 01  WS-SKIPPED-EDIT              PIC ZZZZZZ9.
010310 01  WS-PRIOR-EDIT                PIC ZZZZZZ9.
010320 01  WS-REQUEUED-EDIT             PIC ZZZZZZ9.
010330 01  WS-CLEARED-EDIT              PIC ZZZZZZ9.
010400 01  WS-NET-EDIT                  PIC -(11)9.99.
010401*----------------------------------------------------------*
010402* RUN-CONTROL FIELDS - JOBRUNCONTROL CYCLE SEQUENCING       *
010407     88  RC-ROW-FOUND                          VALUE 'Y'.
010408     88  RC-ROW-ABSENT                         VALUE 'N'.
010409 01  WS-RC-CYCLE-DATE             PIC X(10).
010419*----------------------------------------------------------*
010429* BUSINESS CALENDAR ROW FOR THE CYCLE DATE                  *
010439*----------------------------------------------------------*
010449 01  WS-CAL-BUSINESS-DAY          PIC X(01).
010459     88  CAL-BUSINESS-DAY                      VALUE 'Y'.
010469     88  CAL-CLOSED-DAY                        VALUE 'N'.
010479 01  WS-CAL-HOLIDAY-NAME          PIC X(30).
010500     EXEC SQL INCLUDE SQLCA END-EXEC.
010600*
010700 PROCEDURE DIVISION.
010900* 0000-MAIN-PROCESS                                        *
011000*----------------------------------------------------------*
011100 0000-MAIN-PROCESS.
011101     PERFORM 9100-IDENTIFY-FILE
011102         THRU 9100-EXIT.
011103
011104     PERFORM 0800-CHECK-RUN-CONTROL
011105         THRU 0800-EXIT.
011106
011107     PERFORM 9200-READ-BUSINESS-DAY
011108         THRU 9200-EXIT.
011109
011200     PERFORM 1000-INITIALIZE
011300         THRU 1000-EXIT.
011400
013140* AND PRIMES THE FIRST READ.  THE REJECT FILE IS A GDG AND  *
013300* AN ABENDED RUN'S PARTIAL GENERATION STAYS CATALOGED, SO A *
013400* RESTART SIMPLY WRITES ITS OWN NEW GENERATION.             *
013425* ON A DAY THE BANK WAS CLOSED, A MISSING FILE OR THE LAST  *
013450* BUSINESS DAY'S FILE STILL MOUNTED CLOSES THE NIGHT OUT AS *
013475* A NON-BUSINESS DAY INSTEAD OF ABENDING.                   *
013500*----------------------------------------------------------*
013600 1000-INITIALIZE.
013700     OPEN INPUT TRAN-IN-FILE.
016340*    ARRIVING AGAIN IS THE SAME FILE ARRIVING AGAIN.  A
016350*    NON-ZERO CHECKPOINT IS THE ABENDED NIGHT RESTARTING
016360*    AND IS LET THROUGH.
016361*    ON A DAY THE BANK WAS CLOSED THE BRANCHES SEND
016362*    NOTHING AND THE LAST BUSINESS DAY'S FILE IS STILL THE
016363*    CURRENT GENERATION - THAT IS EXPECTED, AND THE NIGHT
016364*    IS CLOSED OUT AS A NON-BUSINESS DAY.
016370     IF WS-CHECKPOINT-REC-NO = ZERO
016380        AND WS-LAST-BUS-DATE-IND NOT < ZERO
016390        AND WS-LAST-BUS-DATE = WS-HDR-BUS-DATE
016391         PERFORM 9300-CLOSED-DAY-ENTRY THRU 9300-EXIT
016392         DISPLAY 'PosteoTransacciones: BUSINESS DATE '
016393                 WS-HDR-BUS-DATE ' ALREADY POSTED TO '
016394                 'COMPLETION - FILE REFUSED'
016395         MOVE 16 TO RETURN-CODE
016396         STOP RUN
016397     END-IF.
016400
016500     OPEN OUTPUT TRAN-REJ-FILE
016510                 GL-JOURNAL-FILE.
017727
017728     IF PRE-END-OF-FILE
017729        OR WS-TRAN-RECORD(1:3) NOT = 'HDR'
017730         PERFORM 9300-CLOSED-DAY-ENTRY THRU 9300-EXIT
017731         DISPLAY 'PosteoTransacciones: HEADER RECORD '
017732                 'MISSING - FILE REFUSED'
017733         MOVE 16 TO RETURN-CODE
027000 3000-EXIT.
027100     EXIT.
027200*----------------------------------------------------------*
027250* 4000-POST-TRAN                                           *
027300* APPLIES THE MOVEMENT TO CUSTOMERS.BALANCE - CREDITS ADD,  *
027350* DEBITS SUBTRACT - AND RECORDS IT ON THE TRANSACTIONS      *
027400* HISTORY TABLE, STAMPED WITH THE BRANCH-FILE CHANNEL AND   *
027450* THE BATCH OPERATOR AND TERMINAL, AND THE BRANCH THE FILE  *
027460* CAME FROM.                                                *
027700*----------------------------------------------------------*
027800 4000-POST-TRAN.
027900     IF WS-TRN-TYPE = 'C'
029500         STOP RUN
029600     END-IF.
029700
029710     IF CORRECTION-RUN
029720         MOVE SPACES        TO WS-TRAN-BRANCH
029730         MOVE -1            TO WS-TRAN-BRANCH-IND
029740     ELSE
029750         MOVE WS-HDR-BRANCH TO WS-TRAN-BRANCH
029760         MOVE ZERO          TO WS-TRAN-BRANCH-IND
029770     END-IF.
029800     EXEC SQL
029850         INSERT INTO Transactions
029900             (CustomerID, PostingTimestamp,
029950              TranType, TranAmount,
030000              Channel, OperatorID, TerminalID,
030010              BranchID)
030050         VALUES
030100             (:WS-TRN-CUSTOMER-ID, CURRENT TIMESTAMP,
030150              :WS-TRN-TYPE, :WS-SIGNED-AMOUNT,
030200              :WS-TRAN-CHANNEL, :WS-BATCH-OPERATOR,
030250              :WS-BATCH-TERMINAL,
030260              :WS-TRAN-BRANCH :WS-TRAN-BRANCH-IND)
030500     END-EXEC.
030600
030700     IF SQLCODE NOT = ZERO
031100         STOP RUN
031200     END-IF.
031300
031310     IF CORRECTION-RUN
031320         PERFORM 4500-CLEAR-QUEUE-ITEM
031330             THRU 4500-EXIT
031340     END-IF.
031350
031400     ADD 1 TO WS-RECS-POSTED.
031500     ADD WS-SIGNED-AMOUNT TO WS-NET-AMOUNT.
031510
031530         THRU 6000-EXIT.
031600 4000-EXIT.
031700     EXIT.
031701*----------------------------------------------------------*
031702* 4500-CLEAR-QUEUE-ITEM                                    *
031703* CORRECTION RUN ONLY - THE MOVEMENT JUST POSTED CAME OFF   *
031704* THE REJECT QUEUE, SO ITS ITEM IS MARKED POSTED IN THE     *
031705* SAME UNIT OF WORK AS THE BALANCE UPDATE.                  *
031706*----------------------------------------------------------*
031707 4500-CLEAR-QUEUE-ITEM.
031708     IF WS-TRN-QUEUE-SEQ-X NOT NUMERIC
031709        OR WS-TRN-QUEUE-SEQ = ZERO
031710         GO TO 4500-EXIT
031711     END-IF.
031712
031713     MOVE WS-TRN-QUEUE-SEQ TO WS-RQ-SEQ.
031714     EXEC SQL
031715         UPDATE RejectQueue
031716            SET QueueStatus     = 'P',
031717                PostedTimestamp = CURRENT TIMESTAMP
031718          WHERE RejectSeq   = :WS-RQ-SEQ
031719            AND QueueStatus = 'S'
031720     END-EXEC.
031721
031722     EVALUATE SQLCODE
031723         WHEN ZERO
031724             ADD 1 TO WS-RQ-CLEARED
031725         WHEN 100
031726             DISPLAY 'PosteoTransacciones: QUEUE ITEM '
031727                     WS-TRN-QUEUE-SEQ ' NOT AWAITING '
031728                     'POSTING - POSTED, QUEUE UNCHANGED'
031729         WHEN OTHER
031730             DISPLAY 'PosteoTransacciones: REJECT QUEUE '
031731                     'UPDATE FAILED, SQLCODE = ' SQLCODE
031732             MOVE 16 TO RETURN-CODE
031733             STOP RUN
031734     END-EVALUATE.
031735 4500-EXIT.
031736     EXIT.
031800*----------------------------------------------------------*
031900* 5000-WRITE-REJECT                                        *
032000*----------------------------------------------------------*
032250     MOVE WS-HDR-BUS-DATE  TO WS-REJ-BUS-DATE.
032300     WRITE TRAN-REJ-RECORD FROM WS-REJECT-RECORD.
032400     ADD 1 TO WS-RECS-REJECTED.
032410
032420     PERFORM 5100-QUEUE-REJECT
032430         THRU 5100-EXIT.
032440 5000-EXIT.
032450     EXIT.
032451*----------------------------------------------------------*
032452* 5100-QUEUE-REJECT                                        *
032453* PUTS THE REFUSED MOVEMENT ON THE REJECT QUEUE FOR THE     *
032454* BACK OFFICE TO RELEASE OR WRITE OFF ONLINE.  ON THE       *
032455* CORRECTION RUN A RECORD THAT CAME OFF THE QUEUE AND IS    *
032456* STILL REFUSED REOPENS ITS OWN ITEM WITH THE NEW REASON -  *
032457* THE OPERATOR'S CORRECTIONS STAY ON IT FOR A SECOND LOOK - *
032458* INSTEAD OF QUEUEING A DUPLICATE.                          *
032459*----------------------------------------------------------*
032460 5100-QUEUE-REJECT.
032461     IF CORRECTION-RUN
032462        AND WS-TRN-QUEUE-SEQ-X NUMERIC
032463        AND WS-TRN-QUEUE-SEQ > ZERO
032464         MOVE WS-TRN-QUEUE-SEQ TO WS-RQ-SEQ
032465         EXEC SQL
032466             UPDATE RejectQueue
032467                SET QueueStatus = 'O',
032468                    ReasonCode  = :WS-REJ-REASON
032469              WHERE RejectSeq   = :WS-RQ-SEQ
032470                AND QueueStatus = 'S'
032471         END-EXEC
032472         EVALUATE SQLCODE
032473             WHEN ZERO
032474                 ADD 1 TO WS-RQ-REQUEUED
032475                 GO TO 5100-EXIT
032476             WHEN 100
032477                 CONTINUE
032478             WHEN OTHER
032479                 DISPLAY 'PosteoTransacciones: REJECT QUEUE '
032480                         'REOPEN FAILED, SQLCODE = ' SQLCODE
032481                 MOVE 16 TO RETURN-CODE
032482                 STOP RUN
032483         END-EVALUATE
032484     END-IF.
032485
032486     EXEC SQL
032487         SELECT BranchID
032488           INTO :WS-RQ-BRANCH :WS-RQ-BRANCH-IND
032489           FROM Customers
032490          WHERE CustomerID = :WS-TRN-CUSTOMER-ID
032491     END-EXEC.
032492
032493     EVALUATE SQLCODE
032494         WHEN ZERO
032495             IF WS-RQ-BRANCH-IND < ZERO
032496                OR WS-RQ-BRANCH = SPACES
032497                 MOVE WS-HDR-BRANCH TO WS-RQ-BRANCH
032498             END-IF
032499         WHEN 100
032500             MOVE WS-HDR-BRANCH TO WS-RQ-BRANCH
032501         WHEN OTHER
032502             DISPLAY 'PosteoTransacciones: QUEUE BRANCH '
032503                     'READ FAILED, SQLCODE = ' SQLCODE
032504             MOVE 16 TO RETURN-CODE
032505             STOP RUN
032506     END-EVALUATE.
032507
032508     EXEC SQL
032509         INSERT INTO RejectQueue
032510             (BusinessDate, BranchID, OrigRecord,
032511              OrigCustomerID, OrigTranType, OrigAmountText,
032512              ReasonCode, QueueStatus, QueuedTimestamp)
032513         VALUES
032514             (:WS-HDR-BUS-DATE, :WS-RQ-BRANCH, :WS-REJ-DATA,
032515              :WS-TRN-CUSTOMER-ID, :WS-TRN-TYPE,
032516              :WS-TRN-AMOUNT-X,
032517              :WS-REJ-REASON, 'O', CURRENT TIMESTAMP)
032518     END-EXEC.
032519
032520     IF SQLCODE NOT = ZERO
032521         DISPLAY 'PosteoTransacciones: REJECT QUEUE '
032522                 'INSERT FAILED, SQLCODE = ' SQLCODE
032523         MOVE 16 TO RETURN-CODE
032524         STOP RUN
032525     END-IF.
032526 5100-EXIT.
032600     EXIT.
032610*----------------------------------------------------------*
032611* 6000-ACCUMULATE-JOURNAL                                  *
038860         DISPLAY 'PosteoTransacciones: POSTED BY PRIOR '
038870                 'RUN . . ' WS-PRIOR-EDIT
038900     END-IF.
038910     IF CORRECTION-RUN
038920         MOVE WS-RQ-CLEARED   TO WS-CLEARED-EDIT
038930         MOVE WS-RQ-REQUEUED  TO WS-REQUEUED-EDIT
038940         DISPLAY 'PosteoTransacciones: QUEUE ITEMS POSTED '
038950                 WS-CLEARED-EDIT
038960         DISPLAY 'PosteoTransacciones: QUEUE ITEMS REOPENED '
038970                 WS-REQUEUED-EDIT
038980     END-IF.
039000 8500-EXIT.
039100     EXIT.
039101*----------------------------------------------------------*
039710           GL-JOURNAL-FILE.
039800 9000-EXIT.
039900     EXIT.
040000*----------------------------------------------------------*
040100* 9100-IDENTIFY-FILE                                       *
040200* LOOKS AT THE HEADER BEFORE ANYTHING IS REGISTERED.  THE   *
040300* CORRECTION FILE BUILT FROM THE RELEASED REJECT-QUEUE      *
040400* ITEMS CARRIES 'COR' WHERE A BRANCH FILE CARRIES ITS       *
040500* BRANCH, AND IS POSTED UNDER ITS OWN JOB NAME SO ITS       *
040600* CHECKPOINT, DUPLICATE-DATE GUARD AND RUN-CONTROL ROW      *
040700* NEVER COLLIDE WITH THE NIGHT'S BRANCH FILE.  A MISSING    *
040800* HEADER IS LEFT FOR THE VERIFICATION PRE-PASS TO REFUSE.   *
040900*----------------------------------------------------------*
041000 9100-IDENTIFY-FILE.
041100     OPEN INPUT TRAN-IN-FILE.
041200
041300     READ TRAN-IN-FILE INTO WS-TRAN-RECORD
041400         AT END MOVE SPACES TO WS-TRAN-RECORD
041500     END-READ.
041600
041700     IF WS-TRAN-RECORD(1:3) = 'HDR'
041800         MOVE WS-TRAN-RECORD TO WS-HEADER-RECORD
041900         IF WS-HDR-BRANCH = WS-CORRECTION-BRANCH
042000             SET CORRECTION-RUN TO TRUE
042100             MOVE WS-CORRECTION-JOB-NAME TO WS-JOB-NAME
042200                                            WS-RC-JOB-NAME
042300             DISPLAY 'PosteoTransacciones: CORRECTION FILE - '
042400                     'POSTING AS ' WS-JOB-NAME
042500         END-IF
042600     END-IF.
042700
042800     CLOSE TRAN-IN-FILE.
042900 9100-EXIT.
043000     EXIT.
043100*----------------------------------------------------------*
043200* 9200-READ-BUSINESS-DAY                                   *
043300* READS THE BUSINESS CALENDAR FOR THE CYCLE DATE ONCE THE   *
043400* RUN IS REGISTERED AND MARKS THE RUN-CONTROL ROW AS A      *
043500* BUSINESS DAY OR NOT.  A CYCLE DATE MISSING FROM THE       *
043600* CALENDAR ENDS THE RUN RC=16 WITH THE ROW LEFT AT 'S', SO  *
043700* IT RESTARTS ONCE THE CALENDAR HAS BEEN LOADED.            *
043800*----------------------------------------------------------*
043900 9200-READ-BUSINESS-DAY.
044000     EXEC SQL
044100         SELECT BusinessDay, HolidayName
044200           INTO :WS-CAL-BUSINESS-DAY, :WS-CAL-HOLIDAY-NAME
044300           FROM BusinessCalendar
044400          WHERE CalendarDate = :WS-RC-CYCLE-DATE
044500     END-EXEC.
044600
044700     EVALUATE SQLCODE
044800         WHEN ZERO
044900             CONTINUE
045000         WHEN 100
045100             DISPLAY 'PosteoTransacciones: CYCLE DATE '
045200                     WS-RC-CYCLE-DATE ' IS NOT ON THE '
045300                     'BUSINESS CALENDAR'
045400             MOVE 16 TO RETURN-CODE
045500             STOP RUN
045600         WHEN OTHER
045700             DISPLAY 'PosteoTransacciones: BUSINESS CALENDAR '
045800                     'READ FAILED, SQLCODE = ' SQLCODE
045900             MOVE 16 TO RETURN-CODE
046000             STOP RUN
046100     END-EVALUATE.
046200
046300     EXEC SQL
046400         UPDATE JobRunControl
046500            SET BusinessDay = :WS-CAL-BUSINESS-DAY
046600          WHERE JobName = :WS-RC-JOB-NAME
046700            AND BusinessDate = :WS-RC-CYCLE-DATE
046800     END-EXEC.
046900
047000     IF SQLCODE NOT = ZERO
047100         DISPLAY 'PosteoTransacciones: RUN-CONTROL BUSINESS-DAY '
047200                 'WRITE FAILED, SQLCODE = ' SQLCODE
047300         MOVE 16 TO RETURN-CODE
047400         STOP RUN
047500     END-IF.
047600
047700     EXEC SQL COMMIT END-EXEC.
047800
047900     IF SQLCODE NOT = ZERO
048000         DISPLAY 'PosteoTransacciones: RUN-CONTROL COMMIT '
048100                 'FAILED, SQLCODE = ' SQLCODE
048200         MOVE 16 TO RETURN-CODE
048300         STOP RUN
048400     END-IF.
048500 9200-EXIT.
048600     EXIT.
048700*----------------------------------------------------------*
048800* 9300-CLOSED-DAY-ENTRY                                    *
048900* PERFORMED WHERE THE BRANCH FILE IS REFUSED.  ON A         *
049000* BUSINESS DAY IT RETURNS AT ONCE AND THE REFUSAL STANDS.   *
049100* ON A DAY THE BANK WAS CLOSED NO NEW BRANCH FILE IS        *
049200* EXPECTED AND NOTHING IS POSTED - THE NIGHT IS CLOSED OUT  *
049300* EXPLICITLY INSTEAD: AN EMPTY REJECT GENERATION, A GL      *
049400* JOURNAL CARRYING ONLY A ZERO TRAILER FOR THE CYCLE DATE,  *
049500* AND THE RUN-CONTROL ROW (ALREADY MARKED AS A NON-BUSINESS *
049600* DAY) SET COMPLETE, SO THE REST OF THE CYCLE RUNS AND      *
049700* ACCOUNTING RECEIVES A JOURNAL FOR EVERY NIGHT.            *
049800*----------------------------------------------------------*
049900 9300-CLOSED-DAY-ENTRY.
050000     IF NOT CAL-CLOSED-DAY
050100         GO TO 9300-EXIT
050200     END-IF.
050300
050400     DISPLAY 'PosteoTransacciones: ' WS-RC-CYCLE-DATE
050500             ' IS NOT A BUSINESS DAY ' WS-CAL-HOLIDAY-NAME.
050600     DISPLAY 'PosteoTransacciones: NO BRANCH FILE EXPECTED - '
050700             'NOTHING POSTED'.
050800
050900     CLOSE TRAN-IN-FILE.
051000     OPEN OUTPUT TRAN-REJ-FILE
051100                 GL-JOURNAL-FILE.
051200
051300     MOVE WS-RC-CYCLE-DATE TO WS-JT-BUS-DATE.
051400     MOVE ZERO TO WS-JT-POSTED-COUNT
051500                  WS-JT-NET-AMOUNT.
051600     MOVE '+' TO WS-JT-NET-SIGN.
051700     WRITE GL-JOURNAL-RECORD FROM WS-JRN-TRAILER.
051800
051900     CLOSE TRAN-REJ-FILE
052000           GL-JOURNAL-FILE.
052100
052200     PERFORM 8900-RECORD-JOB-END
052300         THRU 8900-EXIT.
052400
052500     MOVE ZERO TO RETURN-CODE.
052600     STOP RUN.
052700 9300-EXIT.
052800     EXIT.
