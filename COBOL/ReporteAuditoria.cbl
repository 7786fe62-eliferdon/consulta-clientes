002410*                  CYCLE THAT RUNS PAST MIDNIGHT KEEPS     *
002411*                  EVERY JOB ON ONE DATE AND THE NO-RERUN  *
002412*                  GUARD HOLDS ACROSS 00:00.               *
002413* 10/15/2026 RR    THE ARCHIVE RECORD NOW CARRIES THE NEW   *
002414*                  AUDITLOG TRANAMOUNT - THE SIGNED AMOUNT  *
002415*                  OF A TELLER POSTING, BLANK ON AN INQUIRY *
002416*                  ROW - IN SPACE TAKEN FROM THE RECORD'S   *
002417*                  FILLER.                                  *
002500*----------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
007100 01  WS-ARCH-CUSTOMER             PIC X(10).
007200 01  WS-ARCH-TIMESTAMP            PIC X(26).
007300 01  WS-ARCH-BAL-RETURNED         PIC X(01).
007302 01  WS-ARCH-AMOUNT               PIC S9(9)V99 COMP-3.
007304 01  WS-ARCH-AMOUNT-IND           PIC S9(04) COMP.
007310 01  WS-LAST-PURGED-SEQ           PIC S9(09) COMP VALUE ZERO.
007320 01  WS-SINCE-PURGE               PIC S9(04) COMP VALUE ZERO.
007400*----------------------------------------------------------*
007900 01  WS-ROWS-PURGED               PIC S9(09) COMP-3 VALUE ZERO.
008000 01  WS-FLAGGED-COUNT             PIC S9(05) COMP-3 VALUE ZERO.
008100 01  WS-COUNT-EDIT                PIC ZZZZZZZZ9.
008150 01  WS-AMOUNT-EDIT               PIC -(9)9.99.
008200*----------------------------------------------------------*
008300* ARCHIVE RECORD LAYOUT                                     *
008400* ONE UNLOADED AUDITLOG ROW - FIELDED SO THE ARCHIVE CAN BE *
009500     05  FILLER                   PIC X(01)    VALUE SPACE.
009600     05  WS-AL-TIMESTAMP          PIC X(26).
009700     05  FILLER                   PIC X(01)    VALUE SPACE.
009725     05  WS-AL-BAL-RETURNED       PIC X(01).
009750     05  FILLER                   PIC X(01)    VALUE SPACE.
009775*        THE SIGNED AMOUNT OF A TELLER POSTING - BLANK ON AN
009800*        INQUIRY ROW.
009825     05  WS-AL-AMOUNT             PIC X(13).
009850     05  FILLER                   PIC X(08)    VALUE SPACES.
010000*----------------------------------------------------------*
010100* REPORT LINES                                              *
010200*----------------------------------------------------------*
022500         DECLARE C-ARCHIVE CURSOR WITH HOLD FOR
022600             SELECT AuditSeq, OperatorID, TerminalID,
022700                    CustomerID, CHAR(InquiryTimestamp),
022800                    BalanceReturned, TranAmount
022900               FROM AuditLog
023000              WHERE InquiryTimestamp < :WS-CUTOFF-TS
023100              ORDER BY AuditSeq
040300 4100-ARCHIVE-ONE-ROW.
040400     EXEC SQL
040500         FETCH C-ARCHIVE
040550          INTO :WS-ARCH-SEQ, :WS-ARCH-OPERATOR,
040600               :WS-ARCH-TERMINAL, :WS-ARCH-CUSTOMER,
040650               :WS-ARCH-TIMESTAMP, :WS-ARCH-BAL-RETURNED,
040700               :WS-ARCH-AMOUNT :WS-ARCH-AMOUNT-IND
040900     END-EXEC.
041000
041100     EVALUATE SQLCODE
041600             MOVE WS-ARCH-CUSTOMER     TO WS-AL-CUSTOMER
041700             MOVE WS-ARCH-TIMESTAMP    TO WS-AL-TIMESTAMP
041800             MOVE WS-ARCH-BAL-RETURNED TO WS-AL-BAL-RETURNED
041810             IF WS-ARCH-AMOUNT-IND < ZERO
041820                 MOVE SPACES          TO WS-AL-AMOUNT
041830             ELSE
041840                 MOVE WS-ARCH-AMOUNT  TO WS-AMOUNT-EDIT
041850                 MOVE WS-AMOUNT-EDIT  TO WS-AL-AMOUNT
041860             END-IF
041900             WRITE AUD-ARCHIVE-RECORD FROM WS-ARCHIVE-LINE
042000             ADD 1 TO WS-ROWS-ARCHIVED
042010             ADD 1 TO WS-SINCE-PURGE
