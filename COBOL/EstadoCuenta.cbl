002792*                  CYCLE THAT RUNS PAST MIDNIGHT KEEPS     *
002793*                  EVERY JOB ON ONE DATE AND THE NO-RERUN  *
002794*                  GUARD HOLDS ACROSS 00:00.               *
002795* 10/15/2026 RR    THE MOVEMENT LINE NOW LABELS THE TELLER  *
002796*                  REVERSAL MOVEMENT - 'R' PRINTS AS        *
002797*                  REVERSAL, NOTED WITH THE DATE OF THE     *
002798*                  MOVEMENT IT CANCELS - AND A MOVEMENT     *
002799*                  THAT HAS BEEN REVERSED IS NOTED WITH THE *
002800*                  DATE OF ITS REVERSAL, SO THE PAIR READS  *
002801*                  AS SUCH ON THE STATEMENT.                *
002802* 10/15/2026 RR    THE MOVEMENT LINE NOW LABELS THE IVR     *
002803*                  ACCOUNT-TO-ACCOUNT TRANSFER - 'X' PRINTS *
002804*                  AS TRANSFER, NOTED WITH THE CUSTOMERID   *
002805*                  OF THE ACCOUNT THE MONEY WENT TO OR CAME *
002806*                  FROM (THE OTHER LEG, FOUND THROUGH       *
002807*                  LINKEDTRANSEQ).                          *
002808* 10/15/2026 RR    THE RUN NOW ALSO WRITES THE STATEMENT    *
002809*                  DELIVERY FILE (DD ESTDEL) FOR THE        *
002810*                  PRINT-AND-MAIL VENDOR AND THE            *
002811*                  E-STATEMENT PORTAL - A HDR RECORD PER    *
002812*                  CUSTOMER (NAME, ADDRESS, BRANCH, PERIOD, *
002813*                  OPENING AND CLOSING BALANCE, PAGE COUNT, *
002814*                  DELIVERY PREFERENCE), A DTL RECORD PER   *
002815*                  MOVEMENT AND A TRL CONTROL RECORD        *
002816*                  (DOCUMENTS, PAGES, MOVEMENTS).  A        *
002817*                  CUSTOMER WHOSE DELIVERYPREF IS 'E'       *
002818*                  (ELECTRONIC ONLY) IS LEFT OUT OF THE     *
002819*                  PAPER PRINT AND COUNTED ON A NEW TOTAL   *
002820*                  LINE.  A STATEMENT OF MORE THAN FIFTY    *
002821*                  MOVEMENTS NOW CONTINUES ON A NEW PAGE    *
002822*                  UNDER THE SAME HEADING, SO THE PAGE      *
002823*                  COUNT ON THE HEADER MATCHES THE PRINT.   *
002824* 10/15/2026 RR    THE STATEMENT MONTH IS NOW THE BUSINESS  *
002825*                  MONTH - THE DAY AFTER THE PREVIOUS       *
002826*                  MONTH-END ON THE BUSINESSCALENDAR TABLE  *
002827*                  THROUGH THE CYCLE DATE - AND IS CLOSED   *
002828*                  ONLY ON THE MONTH-END NIGHT (RC=16 IF    *
002829*                  THE CYCLE DATE IS NOT ON THE CALENDAR).  *
002830*                  THE RUN-CONTROL ROW RECORDS THE          *
002831*                  BUSINESS-DAY FLAG.                       *
002832*----------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT STMT-PRINT-FILE  ASSIGN TO ESTCTA
003300         ORGANIZATION IS LINE SEQUENTIAL.
003325     SELECT STMT-DELIV-FILE  ASSIGN TO ESTDEL
003350         ORGANIZATION IS LINE SEQUENTIAL.
003400*
003500 DATA DIVISION.
003600 FILE SECTION.
003800     RECORDING MODE IS F
003900     LABEL RECORDS ARE STANDARD.
004000 01  STMT-PRINT-RECORD            PIC X(133).
004020 FD  STMT-DELIV-FILE
004040     RECORDING MODE IS F
004060     LABEL RECORDS ARE STANDARD.
004080 01  STMT-DELIV-RECORD            PIC X(150).
004100*
004200 WORKING-STORAGE SECTION.
004300*----------------------------------------------------------*
004800 01  WS-TRAN-EOF-SW               PIC X(01).
004900     88  END-OF-TRANS                          VALUE 'Y'.
005000     88  MORE-TRANS                            VALUE 'N'.
005010*    STATEMENT DELIVERY PREFERENCE FROM THE CUSTOMER ROW - AN
005020*    UNRECOGNISED VALUE IS TREATED AS PAPER, SO NO CUSTOMER
005030*    EVER GOES WITHOUT A STATEMENT.
005040 01  WS-DELIV-PREF                PIC X(01).
005050     88  DELIV-PREF-KNOWN                      VALUE 'P' 'E' 'B'.
005060     88  DELIVER-ON-PAPER                      VALUE 'P' 'B'.
005070     88  DELIVER-ELECTRONICALLY                VALUE 'E' 'B'.
005100*----------------------------------------------------------*
005200* STATEMENT PERIOD - THE DAY AFTER THE PREVIOUS MONTH-END   *
005300* AND THE DAY AFTER TONIGHT'S MONTH-END (EXCLUSIVE END).    *
005400*----------------------------------------------------------*
005500 01  WS-PERIOD-START              PIC X(10).
005600 01  WS-PERIOD-END                PIC X(10).
005900*----------------------------------------------------------*
006000 01  WS-CUSTOMER-ID               PIC X(10).
006100 01  WS-CUSTOMER-NAME             PIC X(30).
006125 01  WS-CUSTOMER-ADDRESS          PIC X(40).
006150 01  WS-CUSTOMER-BRANCH           PIC X(03).
006200 01  WS-CUSTOMER-BALANCE          PIC S9(7)V99 COMP-3.
006300 01  WS-MONTH-NET                 PIC S9(11)V99 COMP-3.
006400 01  WS-AFTER-NET                 PIC S9(11)V99 COMP-3.
006700 01  WS-TRAN-TIMESTAMP            PIC X(26).
006800 01  WS-TRAN-TYPE                 PIC X(01).
006900 01  WS-TRAN-AMOUNT               PIC S9(11)V99 COMP-3.
006925 01  WS-TRAN-ORIG-DATE            PIC X(10).
006950 01  WS-TRAN-REV-DATE             PIC X(10).
006975 01  WS-TRAN-LINK-CUST-ID         PIC X(10).
007000 01  WS-TRAN-COUNT                PIC S9(05) COMP-3.
007050 01  WS-MONTH-TRAN-COUNT          PIC S9(09) COMP.
007100 01  WS-BALANCE-EDIT              PIC -(11)9.99.
007110*----------------------------------------------------------*
007120* STATEMENT PAGING - A PAGE CARRIES AT MOST FIFTY MOVEMENT  *
007130* LINES; A LONGER STATEMENT CONTINUES ON A NEW PAGE UNDER   *
007140* THE SAME HEADING.  THE DOCUMENT'S PAGE COUNT IS KNOWN     *
007150* FROM THE MONTH'S MOVEMENT COUNT BEFORE ANYTHING PRINTS.   *
007160*----------------------------------------------------------*
007170 77  WS-TRANS-PER-PAGE            PIC S9(04) COMP VALUE +50.
007180 01  WS-TRANS-ON-PAGE             PIC S9(04) COMP.
007190 01  WS-DOC-PAGES                 PIC S9(05) COMP.
007200*----------------------------------------------------------*
007300* CONTROL TOTALS                                            *
007400*----------------------------------------------------------*
007500 01  WS-STMT-COUNT                PIC S9(07) COMP-3 VALUE ZERO.
007600 01  WS-STMT-COUNT-EDIT           PIC ZZZZZZ9.
007700 01  WS-PAGE-COUNT                PIC S9(04) COMP VALUE ZERO.
007701 01  WS-ESTMT-ONLY-COUNT          PIC S9(07) COMP-3 VALUE ZERO.
007702 01  WS-DOC-COUNT                 PIC S9(07) COMP-3 VALUE ZERO.
007703 01  WS-DOC-PAGE-TOTAL            PIC S9(07) COMP-3 VALUE ZERO.
007704 01  WS-DOC-MOVE-TOTAL            PIC S9(09) COMP-3 VALUE ZERO.
007705 01  WS-PAPER-DOC-COUNT           PIC S9(07) COMP-3 VALUE ZERO.
007706 01  WS-ELEC-DOC-COUNT            PIC S9(07) COMP-3 VALUE ZERO.
007707*----------------------------------------------------------*
007708* DELIVERY FILE RECORD LAYOUTS - THE STRUCTURED COPY OF THE *
007709* STATEMENTS FOR THE PRINT-AND-MAIL VENDOR AND THE          *
007710* E-STATEMENT PORTAL.  ONE HDR PER CUSTOMER, ONE DTL PER    *
007711* MOVEMENT, ONE TRL AT THE END OF THE FILE.  AMOUNTS ARE    *
007712* DIGITS WITH TWO ASSUMED DECIMALS AND A LEADING SIGN BYTE. *
007713* THE HDR'S DELIVERY PREFERENCE TELLS THE VENDOR WHETHER TO *
007714* PRINT AND MAIL (P), PUBLISH TO THE PORTAL (E) OR BOTH (B).*
007715*----------------------------------------------------------*
007716 01  WS-DLV-HEADER.
007717     05  FILLER                   PIC X(03)    VALUE 'HDR'.
007718     05  WS-DH-CUST-ID            PIC X(10).
007719     05  WS-DH-CUST-NAME          PIC X(30).
007720     05  WS-DH-ADDRESS            PIC X(40).
007721     05  WS-DH-BRANCH             PIC X(03).
007722     05  WS-DH-PERIOD-START       PIC X(10).
007723     05  WS-DH-PERIOD-END         PIC X(10).
007724     05  WS-DH-OPEN-SIGN          PIC X(01).
007725     05  WS-DH-OPEN-AMOUNT        PIC 9(11)V99.
007726     05  WS-DH-CLOSE-SIGN         PIC X(01).
007727     05  WS-DH-CLOSE-AMOUNT       PIC 9(11)V99.
007728     05  WS-DH-PAGES              PIC 9(05).
007729     05  WS-DH-DELIV-PREF         PIC X(01).
007730     05  FILLER                   PIC X(10)    VALUE SPACES.
007731 01  WS-DLV-DETAIL.
007732     05  FILLER                   PIC X(03)    VALUE 'DTL'.
007733     05  WS-DD-CUST-ID            PIC X(10).
007734     05  WS-DD-POSTED             PIC X(26).
007735     05  WS-DD-TRAN-TYPE          PIC X(01).
007736     05  WS-DD-TYPE-DESC          PIC X(08).
007737     05  WS-DD-AMOUNT-SIGN        PIC X(01).
007738     05  WS-DD-AMOUNT             PIC 9(11)V99.
007739     05  WS-DD-NOTE               PIC X(22).
007740     05  FILLER                   PIC X(66)    VALUE SPACES.
007741 01  WS-DLV-TRAILER.
007742     05  FILLER                   PIC X(03)    VALUE 'TRL'.
007743     05  WS-DT-PERIOD-START       PIC X(10).
007744     05  WS-DT-PERIOD-END         PIC X(10).
007745     05  WS-DT-DOCUMENTS          PIC 9(07).
007746     05  WS-DT-PAGES              PIC 9(07).
007747     05  WS-DT-MOVEMENTS          PIC 9(09).
007748     05  WS-DT-PAPER-DOCS         PIC 9(07).
007749     05  WS-DT-ELEC-DOCS          PIC 9(07).
007750     05  FILLER                   PIC X(90)    VALUE SPACES.
007800*----------------------------------------------------------*
007900* REPORT LINES                                              *
008000*----------------------------------------------------------*
010800     05  WS-TRN-TYPE-DESC         PIC X(08).
010900     05  FILLER                   PIC X(02)    VALUE SPACES.
011000     05  WS-TRN-AMOUNT-OUT        PIC X(15).
011025     05  FILLER                   PIC X(02)    VALUE SPACES.
011050     05  WS-TRN-NOTE.
011075         10  WS-TRN-NOTE-TEXT     PIC X(12).
011100         10  WS-TRN-NOTE-DATE     PIC X(10).
011110         10  WS-TRN-NOTE-ACCOUNT REDEFINES WS-TRN-NOTE-DATE
011120                                  PIC X(10).
011125     05  FILLER                   PIC X(55)    VALUE SPACES.
011200 01  WS-NO-ACTIVITY-LINE.
011300     05  FILLER                   PIC X(01)    VALUE ' '.
011400     05  FILLER                   PIC X(30)
012600                       VALUE 'STATEMENTS PRINTED. . . . . '.
012700     05  WS-TOT-COUNT             PIC ZZZZZZ9.
012800     05  FILLER                   PIC X(97)    VALUE SPACES.
012802 01  WS-TOTAL-LINE-2.
012804     05  FILLER                   PIC X(01)    VALUE ' '.
012806     05  FILLER                   PIC X(28)
012808                       VALUE 'E-STATEMENTS ONLY . . . . . '.
012810     05  WS-TOT2-COUNT            PIC ZZZZZZ9.
012812     05  FILLER                   PIC X(97)    VALUE SPACES.
012814 01  WS-TOTAL-LINE-3.
012816     05  FILLER                   PIC X(01)    VALUE ' '.
012818     05  FILLER                   PIC X(28)
012820                       VALUE 'DELIVERY DOCUMENTS WRITTEN. '.
012822     05  WS-TOT3-COUNT            PIC ZZZZZZ9.
012824     05  FILLER                   PIC X(97)    VALUE SPACES.
012826*----------------------------------------------------------*
012828* RUN-CONTROL FIELDS - JOBRUNCONTROL CYCLE SEQUENCING       *
012830*----------------------------------------------------------*
012832 77  WS-RC-JOB-NAME              PIC X(08)    VALUE 'ESTCTA'.
012834 77  WS-RC-PRED-NAME             PIC X(08)    VALUE 'POSTTRN'.
012836 01  WS-RC-STATUS                 PIC X(01).
012838 01  WS-RC-FOUND-SW               PIC X(01).
012840     88  RC-ROW-FOUND                          VALUE 'Y'.
012842     88  RC-ROW-ABSENT                         VALUE 'N'.
012844 01  WS-RC-CYCLE-DATE             PIC X(10).
012849*----------------------------------------------------------*
012854* BUSINESS CALENDAR ROW FOR THE CYCLE DATE - THE MONTH IS   *
012859* CLOSED ON ITS LAST BUSINESS DAY.                          *
012864*----------------------------------------------------------*
012869 01  WS-CAL-BUSINESS-DAY          PIC X(01).
012874 01  WS-CAL-MONTH-END             PIC X(01).
012879     88  CAL-MONTH-END                         VALUE 'Y'.
012900     EXEC SQL INCLUDE SQLCA END-EXEC.
013000*
013100 PROCEDURE DIVISION.
013501     PERFORM 0800-CHECK-RUN-CONTROL
013502         THRU 0800-EXIT.
013503
013508*    THE MONTH IS CLOSED ONLY ON THE LAST BUSINESS DAY OF THE
013513*    MONTH - ANY OTHER NIGHT COMPLETES WITHOUT A STATEMENT.
013518     IF NOT CAL-MONTH-END
013523         DISPLAY 'EstadoCuenta: ' WS-RC-CYCLE-DATE
013528                 ' IS NOT A MONTH-END BUSINESS DAY - '
013533                 'NO MONTH CLOSED'
013538         PERFORM 8900-RECORD-JOB-END
013543             THRU 8900-EXIT
013548         STOP RUN
013553     END-IF.
013558
013600     PERFORM 1000-INITIALIZE
013700         THRU 1000-EXIT.
013800
014928     END-IF.
014929
014930     EXEC SQL
014931         SELECT BusinessDay, MonthEnd
014932           INTO :WS-CAL-BUSINESS-DAY, :WS-CAL-MONTH-END
014933           FROM BusinessCalendar
014934          WHERE CalendarDate = :WS-RC-CYCLE-DATE
014935     END-EXEC.
014936
014937     EVALUATE SQLCODE
014938         WHEN ZERO
014939             CONTINUE
014940         WHEN 100
014941             DISPLAY 'EstadoCuenta: CYCLE DATE '
014942                     WS-RC-CYCLE-DATE ' IS NOT ON THE '
014943                     'BUSINESS CALENDAR'
014944             MOVE 16 TO RETURN-CODE
014945             STOP RUN
014946         WHEN OTHER
014947             DISPLAY 'EstadoCuenta: BUSINESS CALENDAR '
014948                     'READ FAILED, SQLCODE = ' SQLCODE
014949             MOVE 16 TO RETURN-CODE
014950             STOP RUN
014951     END-EVALUATE.
014952
014953     EXEC SQL
014954         SELECT RunStatus
014955           INTO :WS-RC-STATUS
014956           FROM JobRunControl
014957          WHERE JobName = :WS-RC-JOB-NAME
014958            AND BusinessDate = :WS-RC-CYCLE-DATE
014959     END-EXEC.
014960
014961     EVALUATE SQLCODE
014962         WHEN ZERO
014963             SET RC-ROW-FOUND TO TRUE
014964             IF WS-RC-STATUS = 'C'
014965                 DISPLAY 'EstadoCuenta: ALREADY COMPLETE '
014966                         'FOR THIS BUSINESS DATE - '
014967                         'RUN REFUSED'
014968                 MOVE 8 TO RETURN-CODE
014969                 STOP RUN
014970             END-IF
014971         WHEN 100
014972             SET RC-ROW-ABSENT TO TRUE
014973         WHEN OTHER
014974             DISPLAY 'EstadoCuenta: RUN-CONTROL READ '
014975                     'FAILED, SQLCODE = ' SQLCODE
014976             MOVE 16 TO RETURN-CODE
014977             STOP RUN
014978     END-EVALUATE.
014979
014980     EXEC SQL
014981         SELECT RunStatus
014982           INTO :WS-RC-STATUS
014983           FROM JobRunControl
014984          WHERE JobName = :WS-RC-PRED-NAME
014985            AND BusinessDate = :WS-RC-CYCLE-DATE
014986     END-EXEC.
014987
014988     IF SQLCODE NOT = ZERO OR WS-RC-STATUS NOT = 'C'
014989         DISPLAY 'EstadoCuenta: PREDECESSOR POSTTRN '
014990                 'NOT COMPLETE FOR THIS BUSINESS '
014991                 'DATE - RUN REFUSED'
014992         MOVE 8 TO RETURN-CODE
014993         STOP RUN
014994     END-IF.
014995
014996     IF RC-ROW-FOUND
014997         EXEC SQL
014998             UPDATE JobRunControl
014999                SET StartTimestamp = CURRENT TIMESTAMP,
015000                    RunStatus      = 'S',
015001                    BusinessDay    = :WS-CAL-BUSINESS-DAY
015002              WHERE JobName = :WS-RC-JOB-NAME
015003                AND BusinessDate = :WS-RC-CYCLE-DATE
015004         END-EXEC
015005     ELSE
015006         EXEC SQL
015007             INSERT INTO JobRunControl
015008                 (JobName, BusinessDate,
015009                  StartTimestamp, RunStatus, BusinessDay)
015010             VALUES
015011                 (:WS-RC-JOB-NAME, :WS-RC-CYCLE-DATE,
015012                  CURRENT TIMESTAMP, 'S',
015013                  :WS-CAL-BUSINESS-DAY)
015014         END-EXEC
015015     END-IF.
015016
015017     IF SQLCODE NOT = ZERO
015018         DISPLAY 'EstadoCuenta: RUN-CONTROL WRITE '
015019                 'FAILED, SQLCODE = ' SQLCODE
015020         MOVE 16 TO RETURN-CODE
015021         STOP RUN
015022     END-IF.
015023
015024     EXEC SQL COMMIT END-EXEC.
015025
015026     IF SQLCODE NOT = ZERO
015027         DISPLAY 'EstadoCuenta: RUN-CONTROL COMMIT '
015028                 'FAILED, SQLCODE = ' SQLCODE
015029         MOVE 16 TO RETURN-CODE
015030         STOP RUN
015031     END-IF.
015032 0800-EXIT.
015033     EXIT.
015090*----------------------------------------------------------*
015190* 1000-INITIALIZE                                          *
015290* OPENS THE PRINT AND DELIVERY FILES, DERIVES THE STATEMENT *
015390* PERIOD (THE BUSINESS MONTH ENDING ON THE CYCLE DATE),     *
015490* OPENS THE CUSTOMER CURSOR AND PRIMES THE FIRST FETCH.     *
015590*----------------------------------------------------------*
015600 1000-INITIALIZE.
015700     OPEN OUTPUT STMT-PRINT-FILE
015750                 STMT-DELIV-FILE.
015800
015850*    THE PERIOD RUNS FROM THE DAY AFTER THE PREVIOUS MONTH-END
015900*    ON THE BUSINESS CALENDAR THROUGH TONIGHT'S CYCLE DATE, SO
015950*    EVERY DAY FALLS IN EXACTLY ONE STATEMENT.  WITH NO EARLIER
016000*    MONTH-END ON THE CALENDAR THE PERIOD STARTS ON THE FIRST
016050*    OF THE CYCLE MONTH.
016100     EXEC SQL
016150         SELECT CHAR(COALESCE(MAX(CalendarDate) + 1 DAY,
016200                              DATE(:WS-RC-CYCLE-DATE)
016250                              - (DAY(DATE(:WS-RC-CYCLE-DATE))
016300                                 - 1) DAYS), ISO),
016350                CHAR(DATE(:WS-RC-CYCLE-DATE) + 1 DAY, ISO)
016400           INTO :WS-PERIOD-START, :WS-PERIOD-END
016450           FROM BusinessCalendar
016500          WHERE MonthEnd = 'Y'
016550            AND CalendarDate < :WS-RC-CYCLE-DATE
016600     END-EXEC.
016650
016700     IF SQLCODE NOT = ZERO
016750         DISPLAY 'EstadoCuenta: PERIOD DERIVATION FAILED, '
016800                 'SQLCODE = ' SQLCODE
016850         MOVE 16 TO RETURN-CODE
016900         STOP RUN
016950     END-IF.
017500
017600     MOVE WS-PERIOD-START TO WS-HDR1-START.
017700     MOVE WS-PERIOD-END   TO WS-HDR1-END.
017800
017900     EXEC SQL
018000         DECLARE C-STMT-CUSTOMERS CURSOR FOR
018100             SELECT CustomerID, CustomerName, Balance,
018120                    COALESCE(Address, ' '),
018140                    COALESCE(BranchID, ' '),
018160                    DeliveryPref
018200               FROM Customers
018300              WHERE AccountStatus IN ('A', 'D')
018400              ORDER BY CustomerID
018500     END-EXEC.
018600
018625*    A REVERSAL ROW LINKS BACK TO THE MOVEMENT IT CANCELS
018650*    THROUGH REVERSESTRANSEQ.  BOTH SIDES OF THE PAIR PICK
018675*    UP THE OTHER SIDE'S POSTING DATE SO THE STATEMENT CAN
018700*    PRINT THEM AS A REVERSED PAIR, EVEN WHEN THE PAIR
018725*    STRADDLES A MONTH-END.  A TRANSFER LEG PICKS UP THE
018750*    CUSTOMERID OF ITS OTHER LEG THROUGH LINKEDTRANSEQ, SO
018775*    THE STATEMENT CAN NAME THE ACCOUNT THE MONEY WENT TO OR
018800*    CAME FROM.
018825     EXEC SQL
018850         DECLARE C-MONTH-TRANS CURSOR FOR
018875             SELECT CHAR(T.PostingTimestamp),
018900                    T.TranType, T.TranAmount,
018925                    COALESCE(CHAR(DATE(O.PostingTimestamp),
018950                                  ISO), ' '),
018975                    COALESCE(CHAR(DATE(R.PostingTimestamp),
019000                                  ISO), ' '),
019025                    COALESCE(L.CustomerID, ' ')
019050               FROM Transactions T
019075               LEFT OUTER JOIN Transactions O
019100                 ON O.TranSeq = T.ReversesTranSeq
019125               LEFT OUTER JOIN Transactions R
019150                 ON R.ReversesTranSeq = T.TranSeq
019175               LEFT OUTER JOIN Transactions L
019200                 ON L.TranSeq = T.LinkedTranSeq
019225              WHERE T.CustomerID = :WS-CUSTOMER-ID
019250                AND DATE(T.PostingTimestamp) >= :WS-PERIOD-START
019275                AND DATE(T.PostingTimestamp) <  :WS-PERIOD-END
019300              ORDER BY T.PostingTimestamp
019325     END-EXEC.
019700
019800     EXEC SQL OPEN C-STMT-CUSTOMERS END-EXEC.
019900
022100     EXEC SQL
022200         FETCH C-STMT-CUSTOMERS
022300          INTO :WS-CUSTOMER-ID, :WS-CUSTOMER-NAME,
022400               :WS-CUSTOMER-BALANCE, :WS-CUSTOMER-ADDRESS,
022450               :WS-CUSTOMER-BRANCH, :WS-DELIV-PREF
022500     END-EXEC.
022600
022700     EVALUATE SQLCODE
022800         WHEN ZERO
022900             IF NOT DELIV-PREF-KNOWN
022950                 MOVE 'P' TO WS-DELIV-PREF
022975             END-IF
023000         WHEN 100
023100             SET END-OF-CUSTOMERS TO TRUE
023200         WHEN OTHER
024200* WALKS THE OPENING BALANCE BACK FROM THE CURRENT BALANCE   *
024300* (OPENING = BALANCE - MONTH NET - NET POSTED SINCE MONTH   *
024400* END), PRINTS THE PAGE HEADING, THE MONTH'S MOVEMENTS (OR  *
024500* THE NO-ACTIVITY LINE) AND THE CLOSING BALANCE.  EVERY     *
024510* CUSTOMER GETS A DELIVERY-FILE DOCUMENT; AN ELECTRONIC-    *
024520* ONLY CUSTOMER GETS NOTHING ON THE PAPER PRINT.            *
024600*----------------------------------------------------------*
024700 3000-PRINT-STATEMENT.
024800     EXEC SQL
025300                COALESCE(SUM(CASE
025400                    WHEN DATE(PostingTimestamp)
025500                         >= :WS-PERIOD-END
025600                    THEN TranAmount ELSE 0 END), 0),
025620                COALESCE(SUM(CASE
025640                    WHEN DATE(PostingTimestamp)
025660                         < :WS-PERIOD-END
025680                    THEN 1 ELSE 0 END), 0)
025700           INTO :WS-MONTH-NET, :WS-AFTER-NET,
025750                :WS-MONTH-TRAN-COUNT
025800           FROM Transactions
025900          WHERE CustomerID = :WS-CUSTOMER-ID
026000            AND DATE(PostingTimestamp) >= :WS-PERIOD-START
027200     COMPUTE WS-OPENING-BALANCE =
027300             WS-CLOSING-BALANCE - WS-MONTH-NET.
027400
027410     IF WS-MONTH-TRAN-COUNT = ZERO
027420         MOVE 1 TO WS-DOC-PAGES
027430     ELSE
027440         COMPUTE WS-DOC-PAGES =
027450                 (WS-MONTH-TRAN-COUNT + WS-TRANS-PER-PAGE - 1)
027460                 / WS-TRANS-PER-PAGE
027470     END-IF.
027480
027490     PERFORM 3500-WRITE-DELIVERY-HEADER
027495         THRU 3500-EXIT.
027498
027500     IF DELIVER-ON-PAPER
027600         PERFORM 3100-WRITE-PAGE-HEADING
027700             THRU 3100-EXIT
027800         MOVE WS-OPENING-BALANCE TO WS-BALANCE-EDIT
027900         MOVE WS-BALANCE-EDIT    TO WS-OPEN-AMOUNT
028000         WRITE STMT-PRINT-RECORD FROM WS-OPENING-LINE
028050     END-IF.
028100
028200     PERFORM 3200-PRINT-MONTH-TRANS
028300         THRU 3200-EXIT.
028400
028450     IF DELIVER-ON-PAPER
028500         MOVE WS-CLOSING-BALANCE TO WS-BALANCE-EDIT
028600         MOVE WS-BALANCE-EDIT    TO WS-CLOSE-AMOUNT
028700         WRITE STMT-PRINT-RECORD FROM WS-CLOSING-LINE
028800         ADD 1 TO WS-STMT-COUNT
028850     ELSE
028900         ADD 1 TO WS-ESTMT-ONLY-COUNT
028950     END-IF.
029000 3000-EXIT.
029100     EXIT.
029200*----------------------------------------------------------*
029300* 3100-WRITE-PAGE-HEADING                                  *
029400* ONE CUSTOMER PER PAGE - EVERY STATEMENT STARTS ON A NEW   *
029500* PAGE WITH THE PERIOD AND CUSTOMER IDENTIFICATION, AND A   *
029550* CONTINUATION PAGE REPEATS THE SAME HEADING.               *
029600*----------------------------------------------------------*
029700 3100-WRITE-PAGE-HEADING.
029800     ADD 1 TO WS-PAGE-COUNT.
029850     MOVE ZERO TO WS-TRANS-ON-PAGE.
029900     WRITE STMT-PRINT-RECORD FROM WS-HDR-LINE-1.
030000     MOVE WS-CUSTOMER-ID   TO WS-HDR2-CUST-ID.
030100     MOVE WS-CUSTOMER-NAME TO WS-HDR2-CUST-NAME.
031900
032000     EXEC SQL CLOSE C-MONTH-TRANS END-EXEC.
032100
032200     IF WS-TRAN-COUNT = ZERO AND DELIVER-ON-PAPER
032300         WRITE STMT-PRINT-RECORD FROM WS-NO-ACTIVITY-LINE
032400     END-IF.
032500 3200-EXIT.
033000 3300-PRINT-ONE-TRAN.
033100     EXEC SQL
033200         FETCH C-MONTH-TRANS
033250          INTO :WS-TRAN-TIMESTAMP, :WS-TRAN-TYPE,
033300               :WS-TRAN-AMOUNT, :WS-TRAN-ORIG-DATE,
033400               :WS-TRAN-REV-DATE, :WS-TRAN-LINK-CUST-ID
033500     END-EXEC.
033600
033700     EVALUATE SQLCODE
034300                     MOVE 'SVC FEE'  TO WS-TRN-TYPE-DESC
034310                 WHEN 'E'
034320                     MOVE 'ESCHEAT'  TO WS-TRN-TYPE-DESC
034330                 WHEN 'R'
034340                     MOVE 'REVERSAL' TO WS-TRN-TYPE-DESC
034342                 WHEN 'X'
034344                     MOVE 'TRANSFER' TO WS-TRN-TYPE-DESC
034350                 WHEN OTHER
034400                     MOVE 'CREDIT'   TO WS-TRN-TYPE-DESC
034450             END-EVALUATE
034452             EVALUATE TRUE
034454                 WHEN WS-TRAN-ORIG-DATE NOT = SPACES
034456                     MOVE 'REVERSAL OF' TO WS-TRN-NOTE-TEXT
034458                     MOVE WS-TRAN-ORIG-DATE TO WS-TRN-NOTE-DATE
034460                 WHEN WS-TRAN-REV-DATE NOT = SPACES
034462                     MOVE 'REVERSED' TO WS-TRN-NOTE-TEXT
034464                     MOVE WS-TRAN-REV-DATE TO WS-TRN-NOTE-DATE
034466                 WHEN WS-TRAN-LINK-CUST-ID NOT = SPACES
034468                  AND WS-TRAN-AMOUNT < ZERO
034470                     MOVE 'TO ACCOUNT' TO WS-TRN-NOTE-TEXT
034472                     MOVE WS-TRAN-LINK-CUST-ID
034474                       TO WS-TRN-NOTE-ACCOUNT
034476                 WHEN WS-TRAN-LINK-CUST-ID NOT = SPACES
034478                     MOVE 'FROM ACCOUNT' TO WS-TRN-NOTE-TEXT
034480                     MOVE WS-TRAN-LINK-CUST-ID
034482                       TO WS-TRN-NOTE-ACCOUNT
034484                 WHEN OTHER
034486                     MOVE SPACES TO WS-TRN-NOTE
034488             END-EVALUATE
034500             MOVE WS-TRAN-AMOUNT TO WS-BALANCE-EDIT
034600             MOVE WS-BALANCE-EDIT TO WS-TRN-AMOUNT-OUT
034610             IF DELIVER-ON-PAPER
034620                 IF WS-TRANS-ON-PAGE NOT < WS-TRANS-PER-PAGE
034630                     PERFORM 3100-WRITE-PAGE-HEADING
034640                         THRU 3100-EXIT
034650                 END-IF
034700                 WRITE STMT-PRINT-RECORD FROM WS-TRAN-LINE
034750                 ADD 1 TO WS-TRANS-ON-PAGE
034760             END-IF
034770             PERFORM 3600-WRITE-DELIVERY-DETAIL
034780                 THRU 3600-EXIT
034800             ADD 1 TO WS-TRAN-COUNT
034900         WHEN 100
035000             SET END-OF-TRANS TO TRUE
035600     END-EVALUATE.
035700 3300-EXIT.
035800     EXIT.
035801*----------------------------------------------------------*
035802* 3500-WRITE-DELIVERY-HEADER                               *
035803* ONE DOCUMENT HEADER PER CUSTOMER ON THE DELIVERY FILE -   *
035804* NAME, ADDRESS, BRANCH, PERIOD, OPENING AND CLOSING        *
035805* BALANCE, PAGE COUNT AND DELIVERY PREFERENCE.              *
035806*----------------------------------------------------------*
035807 3500-WRITE-DELIVERY-HEADER.
035808     MOVE WS-CUSTOMER-ID      TO WS-DH-CUST-ID.
035809     MOVE WS-CUSTOMER-NAME    TO WS-DH-CUST-NAME.
035810     MOVE WS-CUSTOMER-ADDRESS TO WS-DH-ADDRESS.
035811     MOVE WS-CUSTOMER-BRANCH  TO WS-DH-BRANCH.
035812     MOVE WS-PERIOD-START     TO WS-DH-PERIOD-START.
035813     MOVE WS-PERIOD-END       TO WS-DH-PERIOD-END.
035814     IF WS-OPENING-BALANCE < ZERO
035815         MOVE '-' TO WS-DH-OPEN-SIGN
035816         COMPUTE WS-DH-OPEN-AMOUNT = ZERO - WS-OPENING-BALANCE
035817     ELSE
035818         MOVE '+' TO WS-DH-OPEN-SIGN
035819         MOVE WS-OPENING-BALANCE TO WS-DH-OPEN-AMOUNT
035820     END-IF.
035821     IF WS-CLOSING-BALANCE < ZERO
035822         MOVE '-' TO WS-DH-CLOSE-SIGN
035823         COMPUTE WS-DH-CLOSE-AMOUNT = ZERO - WS-CLOSING-BALANCE
035824     ELSE
035825         MOVE '+' TO WS-DH-CLOSE-SIGN
035826         MOVE WS-CLOSING-BALANCE TO WS-DH-CLOSE-AMOUNT
035827     END-IF.
035828     MOVE WS-DOC-PAGES        TO WS-DH-PAGES.
035829     MOVE WS-DELIV-PREF       TO WS-DH-DELIV-PREF.
035830     WRITE STMT-DELIV-RECORD FROM WS-DLV-HEADER.
035831
035832     ADD 1            TO WS-DOC-COUNT.
035833     ADD WS-DOC-PAGES TO WS-DOC-PAGE-TOTAL.
035834     IF DELIVER-ON-PAPER
035835         ADD 1 TO WS-PAPER-DOC-COUNT
035836     END-IF.
035837     IF DELIVER-ELECTRONICALLY
035838         ADD 1 TO WS-ELEC-DOC-COUNT
035839     END-IF.
035840 3500-EXIT.
035841     EXIT.
035842*----------------------------------------------------------*
035843* 3600-WRITE-DELIVERY-DETAIL                               *
035844* ONE DETAIL RECORD PER MOVEMENT, CARRYING THE SAME LABEL   *
035845* AND NOTE AS THE PRINTED LINE.                             *
035846*----------------------------------------------------------*
035847 3600-WRITE-DELIVERY-DETAIL.
035848     MOVE WS-CUSTOMER-ID    TO WS-DD-CUST-ID.
035849     MOVE WS-TRAN-TIMESTAMP TO WS-DD-POSTED.
035850     MOVE WS-TRAN-TYPE      TO WS-DD-TRAN-TYPE.
035851     MOVE WS-TRN-TYPE-DESC  TO WS-DD-TYPE-DESC.
035852     IF WS-TRAN-AMOUNT < ZERO
035853         MOVE '-' TO WS-DD-AMOUNT-SIGN
035854         COMPUTE WS-DD-AMOUNT = ZERO - WS-TRAN-AMOUNT
035855     ELSE
035856         MOVE '+' TO WS-DD-AMOUNT-SIGN
035857         MOVE WS-TRAN-AMOUNT TO WS-DD-AMOUNT
035858     END-IF.
035859     MOVE WS-TRN-NOTE       TO WS-DD-NOTE.
035860     WRITE STMT-DELIV-RECORD FROM WS-DLV-DETAIL.
035861     ADD 1 TO WS-DOC-MOVE-TOTAL.
035862 3600-EXIT.
035863     EXIT.
035900*----------------------------------------------------------*
036000* 8000-WRITE-TOTALS                                        *
036050* PRINTS THE RUN TOTALS AND CLOSES THE DELIVERY FILE WITH   *
036075* ITS CONTROL TRAILER.                                      *
036100*----------------------------------------------------------*
036200 8000-WRITE-TOTALS.
036300     MOVE WS-STMT-COUNT TO WS-TOT-COUNT.
036400     WRITE STMT-PRINT-RECORD FROM WS-TOTAL-LINE.
036410     MOVE WS-ESTMT-ONLY-COUNT TO WS-TOT2-COUNT.
036420     WRITE STMT-PRINT-RECORD FROM WS-TOTAL-LINE-2.
036430     MOVE WS-DOC-COUNT TO WS-TOT3-COUNT.
036440     WRITE STMT-PRINT-RECORD FROM WS-TOTAL-LINE-3.
036450
036455     MOVE WS-PERIOD-START    TO WS-DT-PERIOD-START.
036460     MOVE WS-PERIOD-END      TO WS-DT-PERIOD-END.
036465     MOVE WS-DOC-COUNT       TO WS-DT-DOCUMENTS.
036470     MOVE WS-DOC-PAGE-TOTAL  TO WS-DT-PAGES.
036475     MOVE WS-DOC-MOVE-TOTAL  TO WS-DT-MOVEMENTS.
036480     MOVE WS-PAPER-DOC-COUNT TO WS-DT-PAPER-DOCS.
036485     MOVE WS-ELEC-DOC-COUNT  TO WS-DT-ELEC-DOCS.
036490     WRITE STMT-DELIV-RECORD FROM WS-DLV-TRAILER.
036500 8000-EXIT.
036600     EXIT.
036601*----------------------------------------------------------*
036900*----------------------------------------------------------*
037000 9000-TERMINATE.
037100     EXEC SQL CLOSE C-STMT-CUSTOMERS END-EXEC.
037200     CLOSE STMT-PRINT-FILE
037250           STMT-DELIV-FILE.
037300 9000-EXIT.
037400     EXIT.
