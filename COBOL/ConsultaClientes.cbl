001895*                  START - THE ACTIVE-BROWSE FLAG RIDES IN    *
001896*                  THE COMMAREA AND MUST NOT LET LATER        *
001897*                  PAGES BYPASS THE AUTHORITY CHECK.          *
001898* 10/15/2026 RR    ADDED MENU OPTION 9 - XCTLS TO THE NEW     *
001899*                  COLARECHAZOS REJECT-REPAIR QUEUE SCREEN    *
001900*                  (LIST, RELEASE OR WRITE OFF THE MOVEMENTS  *
001901*                  THE NIGHTLY POSTING REFUSED).  COMMAREA    *
001902*                  MODE 'K' ROUTES LATER LEGS STRAIGHT BACK   *
001903*                  TO IT UNTIL PF3, THE SAME WAY AS THE OTHER *
001904*                  HAND-OFF SCREENS.                          *
001905* 10/15/2026 RR    THE HISTORY BROWSE NOW LEADS EACH LINE     *
001906*                  WITH ITS TRANSEQ (THE NUMBER A TELLER KEYS *
001907*                  TO REVERSE A MOVEMENT) AND MARKS A         *
001908*                  MOVEMENT THAT HAS BEEN REVERSED WITH '*'   *
001909*                  NEXT TO ITS TYPE.  THE RESULT AREA IS      *
001910*                  WIDENED TO 570 TO SUIT.                    *
001911* 10/15/2026 RR    THE LOOKUP NOW ALSO SUMS THE CUSTOMER'S    *
001912*                  ACTIVE FUNDS HOLDS (FUNDSHOLDS) AND THE    *
001913*                  RESULT LINE SHOWS THE AVAILABLE BALANCE -  *
001914*                  LEDGER LESS HOLDS - NEXT TO THE LEDGER     *
001915*                  BALANCE, MASKED THE SAME WAY FOR AN        *
001916*                  OPERATOR NOT AUTHORIZED FOR BALANCES.      *
001917* 10/15/2026 RR    ADDED MENU OPTION 0 - XCTLS TO THE NEW     *
001918*                  RETENCIONFONDOS FUNDS-HOLD SCREEN (LIST,   *
001919*                  PLACE OR RELEASE A CUSTOMER'S HOLDS).      *
001920*                  COMMAREA MODE 'W' ROUTES LATER LEGS        *
001921*                  STRAIGHT BACK TO IT UNTIL PF3.             *
001989*----------------------------------------------------------*
001990 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 DATA DIVISION.
002200 WORKING-STORAGE SECTION.
002800 01  WS-CUSTOMER-ID           PIC X(10).
002900 01  WS-CUSTOMER-NAME         PIC X(30).
003000 01  WS-CUSTOMER-BALANCE      PIC S9(7)V99 COMP-3.
003025 01  WS-HELD-AMOUNT           PIC S9(9)V99 COMP-3.
003050 01  WS-AVAIL-BALANCE         PIC S9(9)V99 COMP-3.
003100*----------------------------------------------------------*
003200* SCREEN OUTPUT FIELDS                                      *
003300*----------------------------------------------------------*
003400 01  WS-BALANCE-EDIT          PIC -(7)9.99.
003450 01  WS-AVAIL-EDIT            PIC -(9)9.99.
003500 01  WS-OUTPUT-LINE.
003600     05  WS-OUT-NAME          PIC X(30).
003700     05  FILLER               PIC X(02)    VALUE SPACES.
003800     05  WS-OUT-BALANCE-LIT   PIC X(08)    VALUE 'BALANCE '.
003900     05  WS-OUT-BALANCE       PIC X(12).
004000     05  FILLER               PIC X(01)    VALUE SPACES.
004025     05  WS-OUT-AVAIL-LIT     PIC X(06)    VALUE 'AVAIL '.
004050     05  WS-OUT-AVAIL         PIC X(13).
004100*----------------------------------------------------------*
004200* PROGRAM SWITCHES                                          *
004300*----------------------------------------------------------*
007466 01  WS-HIST-ROW-COUNT        PIC S9(04) COMP.
007467 01  WS-HIST-SCREEN.
007468     05  WS-HIST-LINE OCCURS 10 TIMES.
007469         10  WS-HL-TRAN-SEQ   PIC Z(8)9.
007470         10  FILLER           PIC X(01)    VALUE SPACE.
007471         10  WS-HL-TIMESTAMP  PIC X(19).
007472         10  FILLER           PIC X(01)    VALUE SPACE.
007473         10  WS-HL-TYPE       PIC X(01).
007474         10  WS-HL-REV-FLAG   PIC X(01).
007475         10  WS-HL-AMOUNT     PIC X(12).
007476         10  FILLER           PIC X(01)    VALUE SPACE.
007477         10  WS-HL-RUN-BAL    PIC X(12).
007478 01  WS-NO-TRANS-MSG          PIC X(30)
007479                              VALUE 'NO MORE TRANSACTIONS'.
007480 01  WS-NO-HIST-AUTH-MSG      PIC X(30)
007481                          VALUE 'NOT AUTHORIZED FOR HISTORY'.
007482 01  WS-NO-HIST-MSG           PIC X(30)
007483                          VALUE 'NO ACTIVE HISTORY - USE OPT 8'.
007484 01  WS-HIST-REV-FLAG         PIC X(01).
007500*----------------------------------------------------------*
007600* AUDIT TRAIL FIELDS                                        *
007700*----------------------------------------------------------*
011799             THRU 0700-EXIT
011801     END-IF.
011802
011803     IF CLI-COMM-MODE = 'K'
011804         PERFORM 0750-ROUTE-TO-REJECTS
011805             THRU 0750-EXIT
011806     END-IF.
011816
011826     IF CLI-COMM-MODE = 'W'
011836         PERFORM 0760-ROUTE-TO-HOLDS
011846             THRU 0760-EXIT
011856     END-IF.
011866
011900     PERFORM 1100-RECEIVE-MENU
012000         THRU 1100-EXIT.
012100
015491         WHEN CLIOPTI = '8'
015492             PERFORM 2910-START-HISTORY
015493                 THRU 2910-EXIT
015494         WHEN CLIOPTI = '9'
015495             PERFORM 2940-XCTL-TO-REJECTS
015496                 THRU 2940-EXIT
015497         WHEN CLIOPTI = '0'
015498             PERFORM 2950-XCTL-TO-HOLDS
015499                 THRU 2950-EXIT
015500         WHEN OTHER
015600             MOVE CLICUIDI TO WS-CUSTOMER-ID
015700             PERFORM 1500-VALIDATE-CUSTOMER-ID
017523 0700-EXIT.
017524     EXIT.
017525*----------------------------------------------------------*
017526* 0750-ROUTE-TO-REJECTS                                    *
017527* SAME ROUTING FOR THE REJECT-REPAIR QUEUE SCREEN          *
017528* (COMMAREA MODE 'K').                                     *
017529*----------------------------------------------------------*
017530 0750-ROUTE-TO-REJECTS.
017531     EXEC CICS XCTL
017532         PROGRAM('ColaRechazos')
017533         COMMAREA(DFHCOMMAREA)
017534         LENGTH(LENGTH OF DFHCOMMAREA)
017535     END-EXEC.
017536 0750-EXIT.
017537     EXIT.
017539*----------------------------------------------------------*
017541* 0760-ROUTE-TO-HOLDS                                      *
017543* SAME ROUTING FOR THE FUNDS-HOLD SCREEN (COMMAREA MODE     *
017545* 'W').                                                     *
017547*----------------------------------------------------------*
017549 0760-ROUTE-TO-HOLDS.
017551     EXEC CICS XCTL
017553         PROGRAM('RetencionFondos')
017555         COMMAREA(DFHCOMMAREA)
017557         LENGTH(LENGTH OF DFHCOMMAREA)
017559     END-EXEC.
017561 0760-EXIT.
017563     EXIT.
017590*----------------------------------------------------------*
017600* 1000-SEND-INITIAL-MENU                                   *
017700* FIRST LEG OF THE CONVERSATION - PAINTS A BLANK MENU.      *
017710*----------------------------------------------------------*
023000*----------------------------------------------------------*
023100 2000-LOOKUP-CUSTOMER.
023200     EXEC SQL
023300         SELECT C.CustomerName, C.Balance,
023310                COALESCE((SELECT SUM(H.HoldAmount)
023320                            FROM FundsHolds H
023330                           WHERE H.CustomerID = C.CustomerID
023340                             AND H.HoldStatus = 'A'
023350                             AND (H.ReleaseDate IS NULL
023360                              OR H.ReleaseDate > CURRENT DATE)),
023370                         0)
023400           INTO :WS-CUSTOMER-NAME, :WS-CUSTOMER-BALANCE,
023410                :WS-HELD-AMOUNT
023500           FROM Customers C
023600          WHERE C.CustomerID = :WS-CUSTOMER-ID
023700     END-EXEC.
023800
023900     EVALUATE SQLCODE
043527* THE COMMAREA BOOKMARK, NEWEST FIRST, FORMATS THEM WITH   *
043528* THE RUNNING BALANCE AND LOADS THE PAGE (OR "NO MORE")    *
043529* INTO THE RESULT AREA.                                    *
043530* EACH LINE LEADS WITH ITS TRANSEQ - THE NUMBER A TELLER   *
043532* KEYS TO REVERSE IT - AND A MOVEMENT THAT HAS SINCE BEEN  *
043534* REVERSED IS MARKED '*' NEXT TO ITS TYPE.  THE REVERSAL   *
043536* ITSELF SHOWS AS TYPE R.                                  *
043538*----------------------------------------------------------*
043540 2930-FETCH-HISTORY-PAGE.
043542     EXEC SQL
043544         DECLARE C-TRAN-HIST CURSOR FOR
043546             SELECT T.TranSeq, CHAR(T.PostingTimestamp),
043548                    T.TranType, T.TranAmount,
043550                    CASE WHEN EXISTS
043552                              (SELECT 1
043554                                 FROM Transactions R
043556                                WHERE R.ReversesTranSeq
043558                                      = T.TranSeq)
043560                         THEN '*' ELSE ' ' END
043562               FROM Transactions T
043564              WHERE T.CustomerID = :CLI-COMM-CURR-ID
043566                AND T.TranSeq < :CLI-COMM-HIST-LAST-SEQ
043568              ORDER BY T.TranSeq DESC
043570              FETCH FIRST 10 ROWS ONLY
043572     END-EXEC.
043574
043576     EXEC SQL OPEN C-TRAN-HIST END-EXEC.
043578
043580     MOVE ZERO   TO WS-HIST-ROW-COUNT.
043582     MOVE SPACES TO WS-HIST-SCREEN.
043584     PERFORM 2935-FETCH-ONE-HIST-ROW
043586         THRU 2935-EXIT
043588        VARYING WS-ROW-IDX FROM 1 BY 1
043590          UNTIL WS-ROW-IDX > 10
043592             OR SQLCODE NOT = ZERO.
043594
043596     EXEC SQL CLOSE C-TRAN-HIST END-EXEC.
043598
043600     IF WS-HIST-ROW-COUNT = ZERO
043602         MOVE WS-NO-TRANS-MSG TO CLIRSLTO(1:30)
043604     ELSE
043606         MOVE WS-HIST-SCREEN TO CLIRSLTO(1:570)
043608     END-IF.
043610 2930-EXIT.
043612     EXIT.
043614*----------------------------------------------------------*
043616* 2935-FETCH-ONE-HIST-ROW                                  *
043618* FETCHES ONE MOVEMENT, SHOWS THE BALANCE AS IT STOOD      *
043620* AFTER THAT MOVEMENT, THEN BACKS THE MOVEMENT OUT OF THE  *
043622* RUNNING BALANCE AND ADVANCES THE BOOKMARK SO THE NEXT    *
043624* (OLDER) ROW AND THE NEXT PAGE CARRY ON FROM HERE.        *
043626*----------------------------------------------------------*
043628 2935-FETCH-ONE-HIST-ROW.
043630     EXEC SQL
043632         FETCH C-TRAN-HIST
043634          INTO :WS-HIST-TRAN-SEQ, :WS-HIST-TIMESTAMP,
043636               :WS-HIST-TYPE, :WS-HIST-AMOUNT,
043638               :WS-HIST-REV-FLAG
043640     END-EXEC.
043642
043644     IF SQLCODE = ZERO
043646         ADD 1 TO WS-HIST-ROW-COUNT
043648         MOVE WS-HIST-TRAN-SEQ TO WS-HL-TRAN-SEQ(WS-ROW-IDX)
043650         MOVE WS-HIST-TIMESTAMP(1:19)
043652           TO WS-HL-TIMESTAMP(WS-ROW-IDX)
043654         MOVE WS-HIST-TYPE TO WS-HL-TYPE(WS-ROW-IDX)
043656         MOVE WS-HIST-REV-FLAG TO WS-HL-REV-FLAG(WS-ROW-IDX)
043658         MOVE WS-HIST-AMOUNT TO WS-HIST-AMT-EDIT
043660         MOVE WS-HIST-AMT-EDIT TO WS-HL-AMOUNT(WS-ROW-IDX)
043662         MOVE CLI-COMM-HIST-BAL TO WS-HIST-AMT-EDIT
043664         MOVE WS-HIST-AMT-EDIT TO WS-HL-RUN-BAL(WS-ROW-IDX)
043666         MOVE WS-HIST-TRAN-SEQ TO CLI-COMM-HIST-LAST-SEQ
043668         SUBTRACT WS-HIST-AMOUNT FROM CLI-COMM-HIST-BAL
043670     END-IF.
043672 2935-EXIT.
043674     EXIT.
043676*----------------------------------------------------------*
043678* 2940-XCTL-TO-REJECTS                                     *
043680* OPTION 9 - HANDS THE TERMINAL OFF TO THE REJECT-REPAIR   *
043682* QUEUE.  MODE 'J' MAKES COLARECHAZOS PAINT ITS SCREEN ON  *
043684* THIS LEG; LATER LEGS ROUTE BACK TO IT UNTIL PF3.         *
043686*----------------------------------------------------------*
043688 2940-XCTL-TO-REJECTS.
043690     MOVE 'J' TO CLI-COMM-MODE.
043692     EXEC CICS XCTL
043694         PROGRAM('ColaRechazos')
043696         COMMAREA(DFHCOMMAREA)
043698         LENGTH(LENGTH OF DFHCOMMAREA)
043700     END-EXEC.
043702 2940-EXIT.
043704     EXIT.
043706*----------------------------------------------------------*
043708* 2950-XCTL-TO-HOLDS                                       *
043710* OPTION 0 - HANDS THE TERMINAL OFF TO THE FUNDS-HOLD       *
043712* SCREEN.  MODE 'V' MAKES RETENCIONFONDOS PAINT ITS SCREEN  *
043714* ON THIS LEG; LATER LEGS ROUTE BACK TO IT UNTIL PF3.       *
043716*----------------------------------------------------------*
043718 2950-XCTL-TO-HOLDS.
043720     MOVE 'V' TO CLI-COMM-MODE.
043722     EXEC CICS XCTL
043724         PROGRAM('RetencionFondos')
043726         COMMAREA(DFHCOMMAREA)
043728         LENGTH(LENGTH OF DFHCOMMAREA)
043730     END-EXEC.
043732 2950-EXIT.
043734     EXIT.
043750*----------------------------------------------------------*
043760* 3000-SEND-RESPONSE                                       *
043770* BUILDS THE RESULT LINE WITH NAME, LEDGER BALANCE AND      *
043780* AVAILABLE BALANCE (LEDGER LESS ACTIVE FUNDS HOLDS), BOTH  *
043790* EDITED WITH A DECIMAL POINT.  AN UNAUTHORIZED OPERATOR    *
043800* STILL GETS THE NAME, WITH BOTH BALANCES MASKED.           *
043900*----------------------------------------------------------*
044000 3000-SEND-RESPONSE.
044100     MOVE WS-CUSTOMER-NAME       TO WS-OUT-NAME.
044200     MOVE WS-CUSTOMER-BALANCE    TO WS-BALANCE-EDIT.
044210     COMPUTE WS-AVAIL-BALANCE = WS-CUSTOMER-BALANCE
044220                              - WS-HELD-AMOUNT.
044230     MOVE WS-AVAIL-BALANCE       TO WS-AVAIL-EDIT.
044300     IF OPERATOR-AUTHORIZED
044400         MOVE WS-BALANCE-EDIT    TO WS-OUT-BALANCE
044410         MOVE WS-AVAIL-EDIT      TO WS-OUT-AVAIL
044500     ELSE
044600         MOVE WS-BALANCE-MASK    TO WS-OUT-BALANCE
044610                                    WS-OUT-AVAIL
044700     END-IF.
044800
044900     MOVE WS-OUTPUT-LINE TO CLIRSLTO(1:72).
