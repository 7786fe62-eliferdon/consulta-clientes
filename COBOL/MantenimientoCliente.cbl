002870*                  COPY'S REPLACING LIST PICKS THE NEW       *
002880*                  FIELDS UP SO THE NAMES STILL DO NOT       *
002890*                  COLLIDE WITH DFHCOMMAREA'S COPY.          *
002891* 10/15/2026 RR    THE SCREEN NOW CARRIES THE CUSTOMER'S     *
002892*                  STATEMENT DELIVERY PREFERENCE             *
002893*                  (DELIVERYPREF - P=PAPER, E=ELECTRONIC,    *
002894*                  B=BOTH), SET ON ADD (PAPER WHEN LEFT      *
002895*                  BLANK) AND CHANGED ON UPDATE LIKE ANY     *
002896*                  OTHER FIELD.  ANY OTHER VALUE IS REFUSED  *
002897*                  ON THE SCREEN, AND THE BEFORE AND AFTER   *
002898*                  VALUES GO ON THE CHANGE-LOG ROW.          *
002900*----------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
005100     05  WS-BEF-ADDRESS           PIC X(40).
005200     05  WS-BEF-PHONE             PIC X(15).
005300     05  WS-BEF-STATUS            PIC X(01).
005350     05  WS-BEF-DELIV-PREF        PIC X(01).
005400     05  WS-BEF-BALANCE           PIC S9(7)V99 COMP-3.
005500 01  WS-AFTER-IMAGE.
005600     05  WS-AFT-NAME              PIC X(30).
005700     05  WS-AFT-ADDRESS           PIC X(40).
005800     05  WS-AFT-PHONE             PIC X(15).
005900     05  WS-AFT-STATUS            PIC X(01).
005925     05  WS-AFT-DELIV-PREF        PIC X(01).
005950         88  DELIV-PREF-VALID                  VALUE 'P' 'E' 'B'.
006000 01  WS-CUSTOMER-ID               PIC X(10).
006100 01  WS-CHANGE-ACTION             PIC X(01).
006200*----------------------------------------------------------*
011000         VALUE 'BALANCE NOT ZERO - ACCOUNT NOT CLOSED'.
011100 01  WS-MSG-DB2-ERROR             PIC X(60)
011200         VALUE 'DB2 ERROR - CHANGE NOT APPLIED'.
011225 01  WS-MSG-INVALID-DELIVERY      PIC X(60)
011250         VALUE 'INVALID STMT DELIVERY - KEY P, E OR B'.
011300*----------------------------------------------------------*
011400* ZERO-INITIALIZED COMMAREA FOR THE EIBCALEN = 0 LEG (THIS   *
011500* TRANSACTION KEYED DIRECTLY AT A BLANK TERMINAL, WITH NO    *
029300 3000-READ-BEFORE-IMAGE.
029400     EXEC SQL
029500         SELECT CustomerName, Address, Phone,
029600                AccountStatus, Balance, DeliveryPref
029700           INTO :WS-BEF-NAME,
029800                :WS-BEF-ADDRESS :WS-ADDRESS-IND,
029900                :WS-BEF-PHONE   :WS-PHONE-IND,
030000                :WS-BEF-STATUS,
030100                :WS-BEF-BALANCE,
030150                :WS-BEF-DELIV-PREF
030200           FROM Customers
030300          WHERE CustomerID = :WS-CUSTOMER-ID
030400     END-EXEC.
033600     EXIT.
033700*----------------------------------------------------------*
033800* 4000-ADD-CUSTOMER                                        *
033900* ADDS A NEW CUSTOMER ROW - STATUS 'A', BALANCE ZERO, PAPER *
033950* STATEMENTS UNLESS ANOTHER DELIVERY IS KEYED.  THE         *
034000* CUSTOMERID MUST NOT ALREADY BE ON FILE AND THE NAME MUST  *
034100* BE KEYED.  THE CHANGE-LOG ROW CARRIES BLANK BEFORE VALUES.*
034200*----------------------------------------------------------*
034500         MOVE WS-MSG-NAME-REQUIRED TO MNTMSGO
034600         GO TO 4000-EXIT
034700     END-IF.
034710
034720     MOVE MNTDLVPI TO WS-AFT-DELIV-PREF.
034730     IF WS-AFT-DELIV-PREF = SPACE
034740         MOVE 'P' TO WS-AFT-DELIV-PREF
034750     END-IF.
034760     IF NOT DELIV-PREF-VALID
034770         MOVE WS-MSG-INVALID-DELIVERY TO MNTMSGO
034780         GO TO 4000-EXIT
034790     END-IF.
034800
034900     PERFORM 3000-READ-BEFORE-IMAGE
035000         THRU 3000-EXIT.
036300     EXEC SQL
036400         INSERT INTO Customers
036500             (CustomerID, CustomerName, Balance,
036600              AccountStatus, Address, Phone, DeliveryPref)
036700         VALUES
036800             (:WS-CUSTOMER-ID, :WS-AFT-NAME, 0,
036900              :WS-AFT-STATUS, :WS-AFT-ADDRESS, :WS-AFT-PHONE,
036950              :WS-AFT-DELIV-PREF)
037000     END-EXEC.
037100
037200     IF SQLCODE NOT = ZERO
038200     EXIT.
038300*----------------------------------------------------------*
038400* 5000-UPDATE-CUSTOMER                                     *
038500* REPLACES NAME, ADDRESS, PHONE AND/OR STATEMENT DELIVERY  *
038600* WITH WHATEVER THE OPERATOR KEYED.  A FIELD LEFT BLANK ON  *
038700* THE SCREEN KEEPS ITS CURRENT VALUE, SO THE OPERATOR ONLY  *
038750* KEYS WHAT CHANGED.                                        *
038800*----------------------------------------------------------*
038900 5000-UPDATE-CUSTOMER.
039000     PERFORM 3000-READ-BEFORE-IMAGE
039800     MOVE WS-BEF-ADDRESS TO WS-AFT-ADDRESS.
039900     MOVE WS-BEF-PHONE   TO WS-AFT-PHONE.
040000     MOVE WS-BEF-STATUS  TO WS-AFT-STATUS.
040050     MOVE WS-BEF-DELIV-PREF TO WS-AFT-DELIV-PREF.
040100     IF MNTNAMEI NOT = SPACES
040200         MOVE MNTNAMEI TO WS-AFT-NAME
040300     END-IF.
040700     IF MNTPHONI NOT = SPACES
040800         MOVE MNTPHONI TO WS-AFT-PHONE
040900     END-IF.
040910     IF MNTDLVPI NOT = SPACES
040920         MOVE MNTDLVPI TO WS-AFT-DELIV-PREF
040930     END-IF.
040940     IF NOT DELIV-PREF-VALID
040950         MOVE WS-MSG-INVALID-DELIVERY TO MNTMSGO
040960         GO TO 5000-EXIT
040970     END-IF.
041000
041100     EXEC SQL
041200         UPDATE Customers
041300            SET CustomerName = :WS-AFT-NAME,
041400                Address      = :WS-AFT-ADDRESS,
041500                Phone        = :WS-AFT-PHONE,
041550                DeliveryPref = :WS-AFT-DELIV-PREF
041600          WHERE CustomerID   = :WS-CUSTOMER-ID
041700     END-EXEC.
041800
050200     MOVE WS-BEF-NAME    TO WS-AFT-NAME.
050300     MOVE WS-BEF-ADDRESS TO WS-AFT-ADDRESS.
050400     MOVE WS-BEF-PHONE   TO WS-AFT-PHONE.
050450     MOVE WS-BEF-DELIV-PREF TO WS-AFT-DELIV-PREF.
050500
050600     EXEC SQL
050700         UPDATE Customers
052200             (OperatorID, TerminalID, CustomerID,
052300              ChangeTimestamp, ChangeAction,
052400              OldName, NewName, OldAddress, NewAddress,
052500              OldPhone, NewPhone, OldStatus, NewStatus,
052550              OldDeliveryPref, NewDeliveryPref)
052600         VALUES
052700             (:EIBOPID, :EIBTRMID, :WS-CUSTOMER-ID,
052800              CURRENT TIMESTAMP, :WS-CHANGE-ACTION,
052900              :WS-BEF-NAME, :WS-AFT-NAME,
053000              :WS-BEF-ADDRESS, :WS-AFT-ADDRESS,
053100              :WS-BEF-PHONE, :WS-AFT-PHONE,
053200              :WS-BEF-STATUS, :WS-AFT-STATUS,
053250              :WS-BEF-DELIV-PREF, :WS-AFT-DELIV-PREF)
053300     END-EXEC.
053400 8000-EXIT.
053500     EXIT.
