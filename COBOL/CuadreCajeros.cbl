000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CuadreCajeros.
000300 AUTHOR.        R RAMIREZ.
000400 INSTALLATION.  RETAIL BANKING SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                     *
000900*----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                              *
001100* 10/15/2026 RR    ORIGINAL PROGRAM - NIGHTLY TELLER        *
001200*                  SETTLEMENT REPORT.  TOTALS EACH TELLER'S *
001300*                  DEBITS AND CREDITS KEYED AT THE WINDOW   *
001400*                  (TRANSACTIONS CHANNEL 'T') ON TONIGHT'S  *
001500*                  CYCLE DATE - COUNT AND AMOUNT EACH WAY,  *
001600*                  THE NET CASH INTO (OUT OF) THE DRAWER AND*
001700*                  THE REVERSALS INCLUDED - SO THE HEAD     *
001800*                  TELLER CAN BALANCE EACH CASH DRAWER      *
001900*                  AGAINST THE SYSTEM.  GROUPED BY THE      *
002000*                  TELLER'S BRANCH (A NEW PAGE EACH) WITH A *
002100*                  BRANCH TOTAL LINE, AND RUN TOTALS ON A   *
002200*                  FINAL PAGE.                              *
002300*----------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT RPT-CUA-FILE    ASSIGN TO CUACAJ
002800         ORGANIZATION IS LINE SEQUENTIAL.
002900*
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  RPT-CUA-FILE
003300     RECORDING MODE IS F
003400     LABEL RECORDS ARE STANDARD.
003500 01  RPT-CUA-RECORD               PIC X(133).
003600*
003700 WORKING-STORAGE SECTION.
003800*----------------------------------------------------------*
003900* PROGRAM SWITCHES AND CONSTANTS                            *
004000*----------------------------------------------------------*
004100 01  WS-EOF-SW                    PIC X(01)    VALUE 'N'.
004200     88  END-OF-TELLERS                        VALUE 'Y'.
004300 77  WS-TELLER-CHANNEL            PIC X(01)    VALUE 'T'.
004400 01  WS-LINE-COUNT                PIC S9(04) COMP VALUE ZERO.
004500 01  WS-LINES-PER-PAGE            PIC S9(04) COMP VALUE +55.
004600 01  WS-PAGE-COUNT                PIC S9(04) COMP VALUE ZERO.
004700*----------------------------------------------------------*
004800* DB2 RETRIEVAL FIELDS - ONE ROW PER TELLER.  DEBIT AMOUNT  *
004900* IS HELD POSITIVE; NET IS CREDITS LESS DEBITS, THE CASH    *
005000* THE DRAWER SHOULD HAVE GAINED (LOST) OVER THE DAY.        *
005100*----------------------------------------------------------*
005200 01  WS-TL-OPER-ID                PIC X(03).
005300 01  WS-TL-DEB-COUNT              PIC S9(09) COMP.
005400 01  WS-TL-DEB-AMOUNT             PIC S9(11)V99 COMP-3.
005500 01  WS-TL-CRD-COUNT              PIC S9(09) COMP.
005600 01  WS-TL-CRD-AMOUNT             PIC S9(11)V99 COMP-3.
005700 01  WS-TL-NET-AMOUNT             PIC S9(11)V99 COMP-3.
005800 01  WS-TL-REV-COUNT              PIC S9(09) COMP.
005900*----------------------------------------------------------*
006000* BRANCH CONTROL-BREAK FIELDS - A TELLER WITH NO BRANCH ON  *
006100* OPERATORAUTH (HEAD OFFICE) SORTS TO THE END UNDER BRANCH  *
006200* ZZZ.                                                      *
006300*----------------------------------------------------------*
006400 01  WS-BRANCH-ID                 PIC X(03).
006500 01  WS-BRANCH-NAME               PIC X(30).
006600 01  WS-PREV-BRANCH-ID            PIC X(03) VALUE LOW-VALUES.
006700*----------------------------------------------------------*
006800* CONTROL TOTALS                                            *
006900*----------------------------------------------------------*
007000 01  WS-TOTAL-TELLERS             PIC S9(07) COMP-3 VALUE ZERO.
007100 01  WS-TOTAL-DEB-COUNT           PIC S9(07) COMP-3 VALUE ZERO.
007200 01  WS-TOTAL-DEB-AMOUNT          PIC S9(11)V99 COMP-3 VALUE ZERO.
007300 01  WS-TOTAL-CRD-COUNT           PIC S9(07) COMP-3 VALUE ZERO.
007400 01  WS-TOTAL-CRD-AMOUNT          PIC S9(11)V99 COMP-3 VALUE ZERO.
007500 01  WS-TOTAL-NET-AMOUNT          PIC S9(11)V99 COMP-3 VALUE ZERO.
007600 01  WS-TOTAL-REV-COUNT           PIC S9(07) COMP-3 VALUE ZERO.
007700 01  WS-BR-DEB-COUNT              PIC S9(07) COMP-3 VALUE ZERO.
007800 01  WS-BR-DEB-AMOUNT             PIC S9(11)V99 COMP-3 VALUE ZERO.
007900 01  WS-BR-CRD-COUNT              PIC S9(07) COMP-3 VALUE ZERO.
008000 01  WS-BR-CRD-AMOUNT             PIC S9(11)V99 COMP-3 VALUE ZERO.
008100 01  WS-BR-NET-AMOUNT             PIC S9(11)V99 COMP-3 VALUE ZERO.
008200 01  WS-BR-REV-COUNT              PIC S9(07) COMP-3 VALUE ZERO.
008300*----------------------------------------------------------*
008400* REPORT LINES                                              *
008500*----------------------------------------------------------*
008600 01  WS-HDR-LINE-1.
008700     05  FILLER                   PIC X(01)    VALUE '1'.
008800     05  FILLER                   PIC X(30)
008900                       VALUE 'TELLER SETTLEMENT BY BRANCH'.
009000     05  FILLER                   PIC X(11)    VALUE 'CYCLE DATE'.
009100     05  WS-HDR1-DATE             PIC X(10).
009200     05  FILLER                   PIC X(05)    VALUE SPACES.
009300     05  FILLER                   PIC X(05)    VALUE 'PAGE '.
009400     05  WS-HDR1-PAGE             PIC ZZZ9.
009500     05  FILLER                   PIC X(67)    VALUE SPACES.
009600 01  WS-HDR-BRANCH-LINE.
009700     05  FILLER                   PIC X(01)    VALUE ' '.
009800     05  FILLER                   PIC X(08)    VALUE 'BRANCH '.
009900     05  WS-HDRB-BRANCH-ID        PIC X(03).
010000     05  FILLER                   PIC X(02)    VALUE SPACES.
010100     05  WS-HDRB-BRANCH-NAME      PIC X(30).
010200     05  FILLER                   PIC X(89)    VALUE SPACES.
010300 01  WS-HDR-LINE-2.
010400     05  FILLER                   PIC X(01)    VALUE ' '.
010500     05  FILLER                   PIC X(08)    VALUE 'TELLER'.
010600     05  FILLER                   PIC X(09)    VALUE ' DEBITS'.
010700     05  FILLER                   PIC X(16)
010800                       VALUE '  DEBIT AMOUNT'.
010900     05  FILLER                   PIC X(09)    VALUE 'CREDITS'.
011000     05  FILLER                   PIC X(16)
011100                       VALUE ' CREDIT AMOUNT'.
011200     05  FILLER                   PIC X(16)
011300                       VALUE '      NET CASH'.
011400     05  FILLER                   PIC X(05)    VALUE ' REVS'.
011500     05  FILLER                   PIC X(53)    VALUE SPACES.
011600*    THE TELLER DETAIL LINE AND THE BRANCH TOTAL LINE SHARE
011700*    THE SAME COLUMNS SO THE BRANCH LINE FOOTS THE ONES ABOVE.
011800 01  WS-DETAIL-LINE.
011900     05  WS-DTL-CC                PIC X(01).
012000     05  WS-DTL-LABEL.
012100         10  WS-DTL-OPER-ID       PIC X(03).
012200         10  FILLER               PIC X(05).
012300     05  WS-DTL-DEB-COUNT         PIC ZZZ,ZZ9.
012400     05  FILLER                   PIC X(02)    VALUE SPACES.
012500     05  WS-DTL-DEB-AMOUNT        PIC Z(10)9.99.
012600     05  FILLER                   PIC X(02)    VALUE SPACES.
012700     05  WS-DTL-CRD-COUNT         PIC ZZZ,ZZ9.
012800     05  FILLER                   PIC X(02)    VALUE SPACES.
012900     05  WS-DTL-CRD-AMOUNT        PIC Z(10)9.99.
013000     05  FILLER                   PIC X(02)    VALUE SPACES.
013100     05  WS-DTL-NET-AMOUNT        PIC -(10)9.99.
013200     05  FILLER                   PIC X(02)    VALUE SPACES.
013300     05  WS-DTL-REV-COUNT         PIC ZZZZ9.
013400     05  FILLER                   PIC X(53)    VALUE SPACES.
013500*    THE RUN TOTALS START THEIR OWN PAGE - EACH BRANCH'S
013600*    PAGES GO TO THAT BRANCH'S HEAD TELLER.
013700 01  WS-TOTAL-LINE-1.
013800     05  FILLER                   PIC X(01)    VALUE '1'.
013900     05  FILLER                   PIC X(28)
014000                       VALUE 'TELLERS REPORTED. . . . . . '.
014100     05  WS-TOT1-COUNT            PIC ZZZZZZ9.
014200     05  FILLER                   PIC X(97)    VALUE SPACES.
014300 01  WS-TOTAL-LINE-2.
014400     05  FILLER                   PIC X(01)    VALUE ' '.
014500     05  FILLER                   PIC X(28)
014600                       VALUE 'DEBITS. . . . . . . . . . . '.
014700     05  WS-TOT2-COUNT            PIC ZZZZZZ9.
014800     05  FILLER                   PIC X(11)
014900                       VALUE '  AMOUNT . '.
015000     05  WS-TOT2-AMOUNT           PIC Z(10)9.99.
015100     05  FILLER                   PIC X(72)    VALUE SPACES.
015200 01  WS-TOTAL-LINE-3.
015300     05  FILLER                   PIC X(01)    VALUE ' '.
015400     05  FILLER                   PIC X(28)
015500                       VALUE 'CREDITS . . . . . . . . . . '.
015600     05  WS-TOT3-COUNT            PIC ZZZZZZ9.
015700     05  FILLER                   PIC X(11)
015800                       VALUE '  AMOUNT . '.
015900     05  WS-TOT3-AMOUNT           PIC Z(10)9.99.
016000     05  FILLER                   PIC X(72)    VALUE SPACES.
016100 01  WS-TOTAL-LINE-4.
016200     05  FILLER                   PIC X(01)    VALUE ' '.
016300     05  FILLER                   PIC X(28)
016400                       VALUE 'NET CASH IN (OUT) . . . . . '.
016500     05  WS-TOT4-AMOUNT           PIC -(10)9.99.
016600     05  FILLER                   PIC X(90)    VALUE SPACES.
016700 01  WS-TOTAL-LINE-5.
016800     05  FILLER                   PIC X(01)    VALUE ' '.
016900     05  FILLER                   PIC X(28)
017000                       VALUE 'REVERSALS INCLUDED. . . . . '.
017100     05  WS-TOT5-COUNT            PIC ZZZZZZ9.
017200     05  FILLER                   PIC X(97)    VALUE SPACES.
017300 01  WS-NO-ITEMS-LINE.
017400     05  FILLER                   PIC X(01)    VALUE ' '.
017500     05  FILLER                   PIC X(40)
017600         VALUE 'NO TELLER MOVEMENTS POSTED THIS CYCLE'.
017700     05  FILLER                   PIC X(92)    VALUE SPACES.
017800*----------------------------------------------------------*
017900* RUN-CONTROL FIELDS - JOBRUNCONTROL CYCLE SEQUENCING       *
018000*----------------------------------------------------------*
018100 77  WS-RC-JOB-NAME               PIC X(08)    VALUE 'CUACAJ'.
018200 01  WS-RC-STATUS                 PIC X(01).
018300 01  WS-RC-FOUND-SW               PIC X(01).
018400     88  RC-ROW-FOUND                          VALUE 'Y'.
018500     88  RC-ROW-ABSENT                         VALUE 'N'.
018600 01  WS-RC-CYCLE-DATE             PIC X(10).
018700     EXEC SQL INCLUDE SQLCA END-EXEC.
018800*
018900 PROCEDURE DIVISION.
019000*----------------------------------------------------------*
019100* 0000-MAIN-PROCESS                                        *
019200*----------------------------------------------------------*
019300 0000-MAIN-PROCESS.
019400     PERFORM 0800-CHECK-RUN-CONTROL
019500         THRU 0800-EXIT.
019600
019700     PERFORM 1000-INITIALIZE
019800         THRU 1000-EXIT.
019900
020000     PERFORM 2000-PROCESS-ONE-TELLER
020100         THRU 2000-EXIT
020200        UNTIL END-OF-TELLERS.
020300
020400     IF WS-PREV-BRANCH-ID NOT = LOW-VALUES
020500         PERFORM 2150-WRITE-BRANCH-TOTALS
020600             THRU 2150-EXIT
020700     END-IF.
020800
020900     PERFORM 8000-WRITE-TOTALS
021000         THRU 8000-EXIT.
021100
021200     PERFORM 9000-TERMINATE
021300         THRU 9000-EXIT.
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
022500* TELLER MOVEMENTS ARE POSTED ONLINE, SO THERE IS NO BATCH  *
022600* PREDECESSOR TO WAIT ON.                                   *
022700*----------------------------------------------------------*
022800 0800-CHECK-RUN-CONTROL.
022900*    ONE CYCLE BUSINESS DATE FOR EVERY JOB IN THE NIGHT'S
023000*    RUN - THE CALENDAR DATE AS OF TWELVE HOURS AGO, SO
023100*    THE JOBS THAT RUN PAST MIDNIGHT LAND ON THE SAME
023200*    DATE AS THE EVENING JOBS AND A RESUBMIT AFTER 00:00
023300*    STILL HITS THE NO-RERUN GUARD.
023400     EXEC SQL
023500         SELECT CHAR(DATE(CURRENT TIMESTAMP - 12 HOURS),
023600                     ISO)
023700           INTO :WS-RC-CYCLE-DATE
023800           FROM SYSIBM.SYSDUMMY1
023900     END-EXEC.
024000
024100     IF SQLCODE NOT = ZERO
024200         DISPLAY 'CuadreCajeros: CYCLE DATE DERIVATION '
024300                 'FAILED, SQLCODE = ' SQLCODE
024400         MOVE 16 TO RETURN-CODE
024500         STOP RUN
024600     END-IF.
024700
024800     EXEC SQL
024900         SELECT RunStatus
025000           INTO :WS-RC-STATUS
025100           FROM JobRunControl
025200          WHERE JobName = :WS-RC-JOB-NAME
025300            AND BusinessDate = :WS-RC-CYCLE-DATE
025400     END-EXEC.
025500
025600     EVALUATE SQLCODE
025700         WHEN ZERO
025800             SET RC-ROW-FOUND TO TRUE
025900             IF WS-RC-STATUS = 'C'
026000                 DISPLAY 'CuadreCajeros: ALREADY COMPLETE '
026100                         'FOR THIS BUSINESS DATE - '
026200                         'RUN REFUSED'
026300                 MOVE 8 TO RETURN-CODE
026400                 STOP RUN
026500             END-IF
026600         WHEN 100
026700             SET RC-ROW-ABSENT TO TRUE
026800         WHEN OTHER
026900             DISPLAY 'CuadreCajeros: RUN-CONTROL READ '
027000                     'FAILED, SQLCODE = ' SQLCODE
027100             MOVE 16 TO RETURN-CODE
027200             STOP RUN
027300     END-EVALUATE.
027400
027500     IF RC-ROW-FOUND
027600         EXEC SQL
027700             UPDATE JobRunControl
027800                SET StartTimestamp = CURRENT TIMESTAMP,
027900                    RunStatus      = 'S'
028000              WHERE JobName = :WS-RC-JOB-NAME
028100                AND BusinessDate = :WS-RC-CYCLE-DATE
028200         END-EXEC
028300     ELSE
028400         EXEC SQL
028500             INSERT INTO JobRunControl
028600                 (JobName, BusinessDate,
028700                  StartTimestamp, RunStatus)
028800             VALUES
028900                 (:WS-RC-JOB-NAME, :WS-RC-CYCLE-DATE,
029000                  CURRENT TIMESTAMP, 'S')
029100         END-EXEC
029200     END-IF.
029300
029400     IF SQLCODE NOT = ZERO
029500         DISPLAY 'CuadreCajeros: RUN-CONTROL WRITE '
029600                 'FAILED, SQLCODE = ' SQLCODE
029700         MOVE 16 TO RETURN-CODE
029800         STOP RUN
029900     END-IF.
030000
030100     EXEC SQL COMMIT END-EXEC.
030200
030300     IF SQLCODE NOT = ZERO
030400         DISPLAY 'CuadreCajeros: RUN-CONTROL COMMIT '
030500                 'FAILED, SQLCODE = ' SQLCODE
030600         MOVE 16 TO RETURN-CODE
030700         STOP RUN
030800     END-IF.
030900 0800-EXIT.
031000     EXIT.
031100*----------------------------------------------------------*
031200* 1000-INITIALIZE                                          *
031300* OPENS THE REPORT FILE AND THE TELLER CURSOR - ONE ROW PER *
031400* TELLER WITH MOVEMENTS ON THE TELLER CHANNEL ON TONIGHT'S  *
031500* CYCLE DATE.  A NEGATIVE AMOUNT IS A DEBIT (CASH PAID OUT) *
031600* AND A POSITIVE ONE A CREDIT (CASH TAKEN IN); A REVERSAL   *
031700* COUNTS ON THE SIDE ITS OWN SIGN PUTS IT, SO IT UNDOES THE *
031800* CASH OF THE MOVEMENT IT CANCELS.                          *
031900*----------------------------------------------------------*
032000 1000-INITIALIZE.
032100     OPEN OUTPUT RPT-CUA-FILE.
032200     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT.
032300
032400     EXEC SQL
032500         DECLARE C-TELLERS CURSOR FOR
032600             SELECT COALESCE(A.BranchID, 'ZZZ'),
032700                    COALESCE(MAX(B.BranchName),
032800                             'NO BRANCH - HEAD OFFICE'),
032900                    T.OperatorID,
033000                    SUM(CASE WHEN T.TranAmount < 0
033100                             THEN 1 ELSE 0 END),
033200                    SUM(CASE WHEN T.TranAmount < 0
033300                             THEN 0 - T.TranAmount ELSE 0 END),
033400                    SUM(CASE WHEN T.TranAmount > 0
033500                             THEN 1 ELSE 0 END),
033600                    SUM(CASE WHEN T.TranAmount > 0
033700                             THEN T.TranAmount ELSE 0 END),
033800                    SUM(T.TranAmount),
033900                    SUM(CASE WHEN T.TranType = 'R'
034000                             THEN 1 ELSE 0 END)
034100               FROM Transactions T
034200               LEFT JOIN OperatorAuth A
034300                 ON A.OperatorID = T.OperatorID
034400               LEFT JOIN Branches B
034500                 ON B.BranchID = A.BranchID
034600              WHERE T.Channel = :WS-TELLER-CHANNEL
034700                AND DATE(T.PostingTimestamp)
034800                        = DATE(:WS-RC-CYCLE-DATE)
034900              GROUP BY COALESCE(A.BranchID, 'ZZZ'), T.OperatorID
035000              ORDER BY COALESCE(A.BranchID, 'ZZZ'), T.OperatorID
035100     END-EXEC.
035200
035300     EXEC SQL OPEN C-TELLERS END-EXEC.
035400
035500     IF SQLCODE NOT = ZERO
035600         DISPLAY 'CuadreCajeros: TELLER CURSOR OPEN '
035700                 'FAILED, SQLCODE = ' SQLCODE
035800         MOVE 16 TO RETURN-CODE
035900         STOP RUN
036000     END-IF.
036100
036200     PERFORM 2900-FETCH-TELLER
036300         THRU 2900-EXIT.
036400 1000-EXIT.
036500     EXIT.
036600*----------------------------------------------------------*
036700* 2000-PROCESS-ONE-TELLER                                  *
036800* WRITES ONE TELLER LINE, THEN FETCHES THE NEXT ROW.  A     *
036900* NEW PAGE OF HEADINGS PRINTS WHEN THE CURRENT PAGE IS      *
037000* FULL.                                                     *
037100*----------------------------------------------------------*
037200 2000-PROCESS-ONE-TELLER.
037300     IF WS-BRANCH-ID NOT = WS-PREV-BRANCH-ID
037400         PERFORM 2050-BRANCH-BREAK
037500             THRU 2050-EXIT
037600     END-IF.
037700
037800     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
037900         PERFORM 2100-WRITE-HEADINGS
038000             THRU 2100-EXIT
038100     END-IF.
038200
038300     PERFORM 2200-WRITE-DETAIL
038400         THRU 2200-EXIT.
038500
038600     PERFORM 2900-FETCH-TELLER
038700         THRU 2900-EXIT.
038800 2000-EXIT.
038900     EXIT.
039000*----------------------------------------------------------*
039100* 2050-BRANCH-BREAK                                        *
039200* A NEW BRANCH HAS ARRIVED ON THE CURSOR.  THE FINISHED     *
039300* BRANCH (IF ANY) PRINTS ITS TOTAL, THEN THE NEW ONE        *
039400* STARTS ITS OWN PAGE SO EACH HEAD TELLER'S PAGES BURST     *
039500* CLEAN.                                                    *
039600*----------------------------------------------------------*
039700 2050-BRANCH-BREAK.
039800     IF WS-PREV-BRANCH-ID NOT = LOW-VALUES
039900         PERFORM 2150-WRITE-BRANCH-TOTALS
040000             THRU 2150-EXIT
040100     END-IF.
040200     MOVE WS-BRANCH-ID TO WS-PREV-BRANCH-ID.
040300     MOVE ZERO TO WS-BR-DEB-COUNT WS-BR-DEB-AMOUNT
040400                  WS-BR-CRD-COUNT WS-BR-CRD-AMOUNT
040500                  WS-BR-NET-AMOUNT WS-BR-REV-COUNT.
040600     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT.
040700 2050-EXIT.
040800     EXIT.
040900*----------------------------------------------------------*
041000* 2100-WRITE-HEADINGS                                      *
041100*----------------------------------------------------------*
041200 2100-WRITE-HEADINGS.
041300     ADD 1 TO WS-PAGE-COUNT.
041400     MOVE WS-PAGE-COUNT    TO WS-HDR1-PAGE.
041500     MOVE WS-RC-CYCLE-DATE TO WS-HDR1-DATE.
041600     WRITE RPT-CUA-RECORD FROM WS-HDR-LINE-1.
041700     MOVE WS-BRANCH-ID     TO WS-HDRB-BRANCH-ID.
041800     MOVE WS-BRANCH-NAME   TO WS-HDRB-BRANCH-NAME.
041900     WRITE RPT-CUA-RECORD FROM WS-HDR-BRANCH-LINE.
042000     WRITE RPT-CUA-RECORD FROM WS-HDR-LINE-2.
042100     MOVE ZERO             TO WS-LINE-COUNT.
042200 2100-EXIT.
042300     EXIT.
042400*----------------------------------------------------------*
042500* 2150-WRITE-BRANCH-TOTALS                                 *
042600*----------------------------------------------------------*
042700 2150-WRITE-BRANCH-TOTALS.
042800     MOVE '0'              TO WS-DTL-CC.
042900     MOVE 'BRANCH'         TO WS-DTL-LABEL.
043000     MOVE WS-BR-DEB-COUNT  TO WS-DTL-DEB-COUNT.
043100     MOVE WS-BR-DEB-AMOUNT TO WS-DTL-DEB-AMOUNT.
043200     MOVE WS-BR-CRD-COUNT  TO WS-DTL-CRD-COUNT.
043300     MOVE WS-BR-CRD-AMOUNT TO WS-DTL-CRD-AMOUNT.
043400     MOVE WS-BR-NET-AMOUNT TO WS-DTL-NET-AMOUNT.
043500     MOVE WS-BR-REV-COUNT  TO WS-DTL-REV-COUNT.
043600     WRITE RPT-CUA-RECORD FROM WS-DETAIL-LINE.
043700 2150-EXIT.
043800     EXIT.
043900*----------------------------------------------------------*
044000* 2200-WRITE-DETAIL                                        *
044100*----------------------------------------------------------*
044200 2200-WRITE-DETAIL.
044300     MOVE ' '              TO WS-DTL-CC.
044400     MOVE SPACES           TO WS-DTL-LABEL.
044500     MOVE WS-TL-OPER-ID    TO WS-DTL-OPER-ID.
044600     MOVE WS-TL-DEB-COUNT  TO WS-DTL-DEB-COUNT.
044700     MOVE WS-TL-DEB-AMOUNT TO WS-DTL-DEB-AMOUNT.
044800     MOVE WS-TL-CRD-COUNT  TO WS-DTL-CRD-COUNT.
044900     MOVE WS-TL-CRD-AMOUNT TO WS-DTL-CRD-AMOUNT.
045000     MOVE WS-TL-NET-AMOUNT TO WS-DTL-NET-AMOUNT.
045100     MOVE WS-TL-REV-COUNT  TO WS-DTL-REV-COUNT.
045200     WRITE RPT-CUA-RECORD FROM WS-DETAIL-LINE.
045300     ADD 1 TO WS-LINE-COUNT.
045400
045500     ADD WS-TL-DEB-COUNT  TO WS-BR-DEB-COUNT
045600                             WS-TOTAL-DEB-COUNT.
045700     ADD WS-TL-DEB-AMOUNT TO WS-BR-DEB-AMOUNT
045800                             WS-TOTAL-DEB-AMOUNT.
045900     ADD WS-TL-CRD-COUNT  TO WS-BR-CRD-COUNT
046000                             WS-TOTAL-CRD-COUNT.
046100     ADD WS-TL-CRD-AMOUNT TO WS-BR-CRD-AMOUNT
046200                             WS-TOTAL-CRD-AMOUNT.
046300     ADD WS-TL-NET-AMOUNT TO WS-BR-NET-AMOUNT
046400                             WS-TOTAL-NET-AMOUNT.
046500     ADD WS-TL-REV-COUNT  TO WS-BR-REV-COUNT
046600                             WS-TOTAL-REV-COUNT.
046700     ADD 1 TO WS-TOTAL-TELLERS.
046800 2200-EXIT.
046900     EXIT.
047000*----------------------------------------------------------*
047100* 2900-FETCH-TELLER                                        *
047200*----------------------------------------------------------*
047300 2900-FETCH-TELLER.
047400     EXEC SQL
047500         FETCH C-TELLERS
047600          INTO :WS-BRANCH-ID, :WS-BRANCH-NAME,
047700               :WS-TL-OPER-ID,
047800               :WS-TL-DEB-COUNT, :WS-TL-DEB-AMOUNT,
047900               :WS-TL-CRD-COUNT, :WS-TL-CRD-AMOUNT,
048000               :WS-TL-NET-AMOUNT, :WS-TL-REV-COUNT
048100     END-EXEC.
048200
048300     EVALUATE SQLCODE
048400         WHEN ZERO
048500             CONTINUE
048600         WHEN 100
048700             SET END-OF-TELLERS TO TRUE
048800         WHEN OTHER
048900             DISPLAY 'CuadreCajeros: FETCH FAILED, SQLCODE='
049000                     SQLCODE
049100             MOVE 16 TO RETURN-CODE
049200             STOP RUN
049300     END-EVALUATE.
049400 2900-EXIT.
049500     EXIT.
049600*----------------------------------------------------------*
049700* 8000-WRITE-TOTALS                                        *
049800*----------------------------------------------------------*
049900 8000-WRITE-TOTALS.
050000     MOVE WS-TOTAL-TELLERS    TO WS-TOT1-COUNT.
050100     MOVE WS-TOTAL-DEB-COUNT  TO WS-TOT2-COUNT.
050200     MOVE WS-TOTAL-DEB-AMOUNT TO WS-TOT2-AMOUNT.
050300     MOVE WS-TOTAL-CRD-COUNT  TO WS-TOT3-COUNT.
050400     MOVE WS-TOTAL-CRD-AMOUNT TO WS-TOT3-AMOUNT.
050500     MOVE WS-TOTAL-NET-AMOUNT TO WS-TOT4-AMOUNT.
050600     MOVE WS-TOTAL-REV-COUNT  TO WS-TOT5-COUNT.
050700
050800     WRITE RPT-CUA-RECORD FROM WS-TOTAL-LINE-1.
050900     WRITE RPT-CUA-RECORD FROM WS-TOTAL-LINE-2.
051000     WRITE RPT-CUA-RECORD FROM WS-TOTAL-LINE-3.
051100     WRITE RPT-CUA-RECORD FROM WS-TOTAL-LINE-4.
051200     WRITE RPT-CUA-RECORD FROM WS-TOTAL-LINE-5.
051300     IF WS-TOTAL-TELLERS = ZERO
051400         WRITE RPT-CUA-RECORD FROM WS-NO-ITEMS-LINE
051500     END-IF.
051600 8000-EXIT.
051700     EXIT.
051800*----------------------------------------------------------*
051900* 8900-RECORD-JOB-END                                      *
052000* MARKS THIS JOB COMPLETE FOR TONIGHT'S BUSINESS DATE ON    *
052100* JOBRUNCONTROL, RELEASING ITS SUCCESSORS.                  *
052200*----------------------------------------------------------*
052300 8900-RECORD-JOB-END.
052400     EXEC SQL
052500         UPDATE JobRunControl
052600            SET RunStatus    = 'C',
052700                EndTimestamp = CURRENT TIMESTAMP
052800          WHERE JobName = :WS-RC-JOB-NAME
052900            AND BusinessDate = :WS-RC-CYCLE-DATE
053000     END-EXEC.
053100
053200     IF SQLCODE NOT = ZERO
053300         DISPLAY 'CuadreCajeros: RUN-CONTROL CLOSE-OUT '
053400                 'FAILED, SQLCODE = ' SQLCODE
053500         MOVE 16 TO RETURN-CODE
053600         STOP RUN
053700     END-IF.
053800 8900-EXIT.
053900     EXIT.
054000*----------------------------------------------------------*
054100* 9000-TERMINATE                                           *
054200*----------------------------------------------------------*
054300 9000-TERMINATE.
054400     EXEC SQL CLOSE C-TELLERS END-EXEC.
054500     CLOSE RPT-CUA-FILE.
054600 9000-EXIT.
054700     EXIT.
