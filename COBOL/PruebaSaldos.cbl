002604*                  CYCLE THAT RUNS PAST MIDNIGHT KEEPS     *
002605*                  EVERY JOB ON ONE DATE AND THE NO-RERUN  *
002606*                  GUARD HOLDS ACROSS 00:00.               *
002607* 10/15/2026 RR    THE PROOF NOW ALSO CHECKS THE IVR        *
002608*                  ACCOUNT-TO-ACCOUNT TRANSFERS - EVERY     *
002609*                  TYPE X LEG POSTED SINCE THE START OF THE *
002610*                  PREVIOUS CYCLE DATE MUST HAVE AN OTHER   *
002611*                  LEG THAT LINKS BACK TO IT                *
002612*                  (LINKEDTRANSEQ) FOR THE EQUAL AND        *
002613*                  OPPOSITE AMOUNT.  AN UNMATCHED LEG       *
002614*                  PRINTS WITH ITS TRANSEQ, COUNTS ON A NEW *
002615*                  TOTAL LINE AND ENDS THE JOB WITH RETURN  *
002616*                  CODE 8 LIKE AN OUT-OF-PROOF ACCOUNT.     *
002617*----------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
005740* SNAPSHOT STRICTLY BEFORE IT; TONIGHT'S OWN SNAPSHOT IS A  *
005750* COPY OF THE LIVE BALANCE AND WOULD PROVE AGAINST ITSELF.  *
005760*----------------------------------------------------------*
005762 77  WS-POSTING-JOB               PIC X(08)    VALUE 'POSTTRN'.
005764 01  WS-ANCHOR-DATE               PIC X(10).
005766 01  WS-ANCHOR-IND                PIC S9(04) COMP.
005768*----------------------------------------------------------*
005770* TRANSFER LEG FIELDS - A TRANSFER POSTS AS TWO TYPE X ROWS *
005772* LINKED THROUGH LINKEDTRANSEQ THAT MUST NET TO ZERO.  A LEG*
005774* WHOSE OTHER LEG IS MISSING, DOES NOT LINK BACK OR DOES NOT*
005776* MATCH IT IS LISTED AS AN EXCEPTION.                       *
005778*----------------------------------------------------------*
005780 77  WS-TRANSFER-TYPE             PIC X(01)    VALUE 'X'.
005782 01  WS-XFER-EOF-SW               PIC X(01)    VALUE 'N'.
005784     88  END-OF-XFER-LEGS                      VALUE 'Y'.
005786 01  WS-XFER-TRAN-SEQ             PIC S9(09) COMP.
005788 01  WS-XFER-AMOUNT               PIC S9(11)V99 COMP-3.
005800*----------------------------------------------------------*
005900* CONTROL TOTALS                                            *
006000*----------------------------------------------------------*
006100 01  WS-ACCTS-CHECKED             PIC S9(07) COMP-3 VALUE ZERO.
006200 01  WS-OUT-OF-PROOF-COUNT        PIC S9(07) COMP-3 VALUE ZERO.
006250 01  WS-XFER-UNMATCHED-COUNT      PIC S9(07) COMP-3 VALUE ZERO.
006300*----------------------------------------------------------*
006400* REPORT LINES                                              *
006500*----------------------------------------------------------*
008700     05  FILLER                   PIC X(01)    VALUE SPACE.
008800     05  WS-DTL-DIFFERENCE        PIC X(15).
008900     05  FILLER                   PIC X(74)    VALUE SPACES.
008905 01  WS-XFER-LINE.
008910     05  FILLER                   PIC X(01)    VALUE ' '.
008915     05  WS-XFR-CUST-ID           PIC X(10).
008920     05  FILLER                   PIC X(01)    VALUE SPACE.
008925     05  WS-XFR-AMOUNT            PIC X(15).
008930     05  FILLER                   PIC X(01)    VALUE SPACE.
008935     05  FILLER                   PIC X(13)
008940                       VALUE 'TRANSFER LEG '.
008945     05  WS-XFR-TRAN-SEQ          PIC Z(8)9.
008950     05  FILLER                   PIC X(26)
008955                       VALUE ' HAS NO MATCHING OTHER LEG'.
008960     05  FILLER                   PIC X(57)    VALUE SPACES.
009000 01  WS-TOTAL-LINE-1.
009100     05  FILLER                   PIC X(01)    VALUE '0'.
009200     05  FILLER                   PIC X(28)
009300                       VALUE 'ACCOUNTS CHECKED. . . . . . '.
009400     05  WS-TOT1-COUNT            PIC ZZZZZZ9.
009500     05  FILLER                   PIC X(97)    VALUE SPACES.
009550 01  WS-TOTAL-LINE-2.
009600     05  FILLER                   PIC X(01)    VALUE ' '.
009650     05  FILLER                   PIC X(28)
009700                       VALUE 'ACCOUNTS OUT OF PROOF . . . '.
009750     05  WS-TOT2-COUNT            PIC ZZZZZZ9.
009800     05  FILLER                   PIC X(97)    VALUE SPACES.
009850 01  WS-TOTAL-LINE-3.
009900     05  FILLER                   PIC X(01)    VALUE ' '.
009950     05  FILLER                   PIC X(28)
010000                       VALUE 'TRANSFER LEGS UNMATCHED . . '.
010050     05  WS-TOT3-COUNT            PIC ZZZZZZ9.
010100     05  FILLER                   PIC X(97)    VALUE SPACES.
010101*----------------------------------------------------------*
010102* RUN-CONTROL FIELDS - JOBRUNCONTROL CYCLE SEQUENCING       *
010400 PROCEDURE DIVISION.
010500*----------------------------------------------------------*
010600* 0000-MAIN-PROCESS                                        *
010650* WALKS EVERY CUSTOMER, COMPARES LIVE TO EXPECTED, PRINTS   *
010700* THE EXCEPTIONS, THEN CHECKS THAT EVERY RECENT TRANSFER LEG*
010750* HAS ITS MATCHING OTHER LEG.  ANY OUT-OF-PROOF ACCOUNT OR  *
010800* UNMATCHED LEG LEAVES RETURN CODE 8 FOR THE SCHEDULER.     *
011000*----------------------------------------------------------*
011100 0000-MAIN-PROCESS.
011101     PERFORM 0800-CHECK-RUN-CONTROL
011500     PERFORM 2000-PROVE-ONE-ACCOUNT
011600         THRU 2000-EXIT
011700        UNTIL END-OF-CUSTOMERS.
011725
011750     PERFORM 6000-PROVE-TRANSFERS
011775         THRU 6000-EXIT.
011800
011900     PERFORM 8000-WRITE-TOTALS
012000         THRU 8000-EXIT.
012200     PERFORM 9000-TERMINATE
012300         THRU 9000-EXIT.
012400
012450     IF WS-OUT-OF-PROOF-COUNT > ZERO
012500        OR WS-XFER-UNMATCHED-COUNT > ZERO
012550         MOVE 8 TO RETURN-CODE
012600     END-IF.
012800
012801     PERFORM 8900-RECORD-JOB-END
012802         THRU 8900-EXIT.
024400     MOVE ZERO TO WS-LINE-COUNT.
024500 5100-EXIT.
024600     EXIT.
024601*----------------------------------------------------------*
024602* 6000-PROVE-TRANSFERS                                     *
024603* A TRANSFER MOVES MONEY BETWEEN TWO ACCOUNTS AS TWO TYPE X *
024604* LEGS THAT EACH CARRY THE OTHER'S TRANSEQ AND NET TO ZERO. *
024605* EVERY LEG POSTED SINCE THE START OF THE PREVIOUS CYCLE    *
024606* DATE (SO A LEG POSTED AFTER LAST NIGHT'S RUN IS STILL     *
024607* SEEN) WHOSE OTHER LEG IS MISSING, DOES NOT LINK BACK, OR  *
024608* IS NOT EQUAL AND OPPOSITE IS LISTED - SUCH A LEG MOVED    *
024609* MONEY INTO OR OUT OF THE BANK THAT BOTH ACCOUNTS CAN      *
024610* STILL PROVE INDIVIDUALLY.                                 *
024611*----------------------------------------------------------*
024612 6000-PROVE-TRANSFERS.
024613     EXEC SQL
024614         DECLARE C-XFER-LEGS CURSOR FOR
024615             SELECT T.TranSeq, T.CustomerID, T.TranAmount
024616               FROM Transactions T
024617               LEFT JOIN Transactions P
024618                 ON P.TranSeq = T.LinkedTranSeq
024619              WHERE T.TranType = :WS-TRANSFER-TYPE
024620                AND DATE(T.PostingTimestamp)
024621                        >= DATE(:WS-RC-CYCLE-DATE) - 1 DAY
024622                AND (P.TranSeq IS NULL
024623                     OR P.LinkedTranSeq IS NULL
024624                     OR P.LinkedTranSeq <> T.TranSeq
024625                     OR P.TranAmount <> 0 - T.TranAmount)
024626              ORDER BY T.TranSeq
024627     END-EXEC.
024628
024629     EXEC SQL OPEN C-XFER-LEGS END-EXEC.
024630
024631     IF SQLCODE NOT = ZERO
024632         DISPLAY 'PruebaSaldos: TRANSFER CURSOR OPEN '
024633                 'FAILED, SQLCODE = ' SQLCODE
024634         MOVE 16 TO RETURN-CODE
024635         STOP RUN
024636     END-IF.
024637
024638     PERFORM 6100-FETCH-XFER-LEG
024639         THRU 6100-EXIT.
024640
024641     PERFORM 6200-REPORT-XFER-LEG
024642         THRU 6200-EXIT
024643        UNTIL END-OF-XFER-LEGS.
024644
024645     EXEC SQL CLOSE C-XFER-LEGS END-EXEC.
024646 6000-EXIT.
024647     EXIT.
024648*----------------------------------------------------------*
024649* 6100-FETCH-XFER-LEG                                      *
024650*----------------------------------------------------------*
024651 6100-FETCH-XFER-LEG.
024652     EXEC SQL
024653         FETCH C-XFER-LEGS
024654          INTO :WS-XFER-TRAN-SEQ, :WS-CUSTOMER-ID,
024655               :WS-XFER-AMOUNT
024656     END-EXEC.
024657
024658     EVALUATE SQLCODE
024659         WHEN ZERO
024660             CONTINUE
024661         WHEN 100
024662             SET END-OF-XFER-LEGS TO TRUE
024663         WHEN OTHER
024664             DISPLAY 'PruebaSaldos: TRANSFER FETCH FAILED, '
024665                     'SQLCODE = ' SQLCODE
024666             MOVE 16 TO RETURN-CODE
024667             STOP RUN
024668     END-EVALUATE.
024669 6100-EXIT.
024670     EXIT.
024671*----------------------------------------------------------*
024672* 6200-REPORT-XFER-LEG                                     *
024673*----------------------------------------------------------*
024674 6200-REPORT-XFER-LEG.
024675     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
024676         PERFORM 5100-WRITE-HEADINGS
024677             THRU 5100-EXIT
024678     END-IF.
024679     MOVE WS-CUSTOMER-ID   TO WS-XFR-CUST-ID.
024680     MOVE WS-XFER-AMOUNT   TO WS-BALANCE-EDIT.
024681     MOVE WS-BALANCE-EDIT  TO WS-XFR-AMOUNT.
024682     MOVE WS-XFER-TRAN-SEQ TO WS-XFR-TRAN-SEQ.
024683     WRITE PRF-REPORT-RECORD FROM WS-XFER-LINE.
024684     ADD 1 TO WS-LINE-COUNT.
024685     ADD 1 TO WS-XFER-UNMATCHED-COUNT.
024686
024687     PERFORM 6100-FETCH-XFER-LEG
024688         THRU 6100-EXIT.
024689 6200-EXIT.
024690     EXIT.
024700*----------------------------------------------------------*
024800* 8000-WRITE-TOTALS                                        *
024900*----------------------------------------------------------*
025400     END-IF.
025500     MOVE WS-ACCTS-CHECKED      TO WS-TOT1-COUNT.
025600     MOVE WS-OUT-OF-PROOF-COUNT TO WS-TOT2-COUNT.
025650     MOVE WS-XFER-UNMATCHED-COUNT TO WS-TOT3-COUNT.
025700     WRITE PRF-REPORT-RECORD FROM WS-TOTAL-LINE-1.
025800     WRITE PRF-REPORT-RECORD FROM WS-TOTAL-LINE-2.
025850     WRITE PRF-REPORT-RECORD FROM WS-TOTAL-LINE-3.
025900 8000-EXIT.
026000     EXIT.
026001*----------------------------------------------------------*
