000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ReporteEfectivo.
000300 AUTHOR.        R RAMIREZ.
000400 INSTALLATION.  RETAIL BANKING SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                     *
000900*----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                              *
001100* 10/15/2026 RR    ORIGINAL PROGRAM - NIGHTLY LARGE-CASH    *
001200*                  REVIEW FOR COMPLIANCE.  TOTALS EACH      *
001300*                  CUSTOMER'S CASH DEPOSITS AND WITHDRAWALS *
001400*                  (TELLER AND BRANCH-FILE DEBITS AND       *
001500*                  CREDITS NOT REVERSED) POSTED SINCE THE   *
001600*                  LAST RUN ONTO CASHDAILYTOTALS FOR THE    *
001700*                  CYCLE BUSINESS DATE, BY BRANCH, AND      *
001800*                  WRITES A CURRENCY-TRANSACTION-REPORT     *
001900*                  RECORD FOR EVERY CUSTOMER WHOSE CASH IN  *
002000*                  OR CASH OUT FOR THE DAY IS OVER THE      *
002100*                  REPORTABLE THRESHOLD.  A SECOND PASS     *
002200*                  LOOKS ACROSS A ROLLING WINDOW OF BUSINESS*
002300*                  DAYS FOR STRUCTURING - REPEATED DEPOSITS *
002400*                  JUST UNDER THE THRESHOLD, OR CASH SPREAD *
002500*                  ACROSS SEVERAL BRANCHES - AND OPENS A    *
002600*                  CASE ON SUSPICIOUSCASES, PRINTED ON A    *
002700*                  REVIEW LIST BY BRANCH.  THE COMPLIANCE   *
002800*                  OFFICER'S FILED / DISMISSED DECISIONS ARE*
002900*                  READ FROM THE CASEDEC FILE AT THE START  *
003000*                  OF THE RUN, AND A DECIDED CASE DOES NOT  *
003100*                  COME BACK UNLESS NEW ACTIVITY AFTER THE  *
003200*                  DECISION MEETS THE TRIGGER ON ITS OWN.   *
003201* 10/15/2026 RR    STRUCTURING WINDOW NOW COUNTS THE OPEN   *
003202*                  DAYS ON THE BUSINESSCALENDAR TABLE       *
003203*                  INSTEAD OF MONDAY TO FRIDAY.             *
003204* 10/15/2026 RR    A DECISION FOUND ALREADY ON A CLOSED     *
003205*                  CASE IS PRINTED AS ALREADY RECORDED      *
003206*                  INSTEAD OF REFUSED, SO READING CASEDEC   *
003207*                  AGAIN DOES NOT END THE RUN RC=4.         *
003300*----------------------------------------------------------*
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT CASE-DEC-FILE   ASSIGN TO CASEDEC
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900     SELECT CTR-FILE        ASSIGN TO CTRFILE
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100     SELECT RPT-CTR-FILE    ASSIGN TO RPTCTR
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300*
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  CASE-DEC-FILE
004700     RECORDING MODE IS F
004800     LABEL RECORDS ARE STANDARD.
004900 01  CASE-DEC-RECORD              PIC X(80).
005000 FD  CTR-FILE
005100     RECORDING MODE IS F
005200     LABEL RECORDS ARE STANDARD.
005300 01  CTR-RECORD                   PIC X(200).
005400 FD  RPT-CTR-FILE
005500     RECORDING MODE IS F
005600     LABEL RECORDS ARE STANDARD.
005700 01  RPT-CTR-RECORD               PIC X(133).
005800*
005900 WORKING-STORAGE SECTION.
006000*----------------------------------------------------------*
006100* PROGRAM SWITCHES                                          *
006200*----------------------------------------------------------*
006300 01  WS-DEC-EOF-SW                PIC X(01)    VALUE 'N'.
006400     88  END-OF-DECISIONS                      VALUE 'Y'.
006500 01  WS-CASH-EOF-SW               PIC X(01)    VALUE 'N'.
006600     88  END-OF-CASH                           VALUE 'Y'.
006700 01  WS-CTR-EOF-SW                PIC X(01)    VALUE 'N'.
006800     88  END-OF-CTR-CUSTOMERS                  VALUE 'Y'.
006900 01  WS-CAND-EOF-SW               PIC X(01)    VALUE 'N'.
007000     88  END-OF-CANDIDATES                     VALUE 'Y'.
007100 01  WS-SECTION-SW                PIC X(01)    VALUE 'D'.
007200     88  DECISION-SECTION                      VALUE 'D'.
007300     88  CASE-SECTION                          VALUE 'C'.
007400*----------------------------------------------------------*
007500* REVIEW CONSTANTS.  CASH IS REPORTABLE WHEN A CUSTOMER'S   *
007600* CASH IN OR CASH OUT FOR THE DAY IS OVER THE THRESHOLD.    *
007700* A SINGLE DEPOSIT FROM THE FLOOR UP TO THE THRESHOLD IS    *
007800* "JUST UNDER".  THE STRUCTURING PASS LOOKS BACK OVER THE   *
007900* WINDOW OF BUSINESS DAYS (TONIGHT INCLUDED) AND RAISES A   *
008000* CASE AT THE NEAR-DEPOSIT OR BRANCH TRIGGER.               *
008100*----------------------------------------------------------*
008200 77  WS-CTR-THRESHOLD             PIC S9(11)V99 COMP-3
008300                                  VALUE +10000.00.
008400 77  WS-NEAR-FLOOR                PIC S9(11)V99 COMP-3
008500                                  VALUE +8000.00.
008600 77  WS-WINDOW-DAYS               PIC S9(04) COMP VALUE +10.
008700 77  WS-NEAR-TRIGGER              PIC S9(04) COMP VALUE +3.
008800 77  WS-BRANCH-TRIGGER            PIC S9(04) COMP VALUE +3.
008900 77  WS-PATTERN-NEAR              PIC X(01)    VALUE 'S'.
009000 77  WS-PATTERN-BRANCHES          PIC X(01)    VALUE 'M'.
009100 01  WS-LINE-COUNT                PIC S9(04) COMP VALUE ZERO.
009200 01  WS-LINES-PER-PAGE            PIC S9(04) COMP VALUE +55.
009300 01  WS-PAGE-COUNT                PIC S9(04) COMP VALUE ZERO.
009400*----------------------------------------------------------*
009500* CASH WINDOW - THE MOVEMENTS AFTER THE LAST TRANSEQ THIS   *
009600* JOB TOTALLED (POSTINGCHECKPOINT.LASTCOMMITRECNO) UP TO    *
009700* THE HIGHEST TRANSEQ ON FILE WHEN THIS RUN STARTED.        *
009800*----------------------------------------------------------*
009900 77  WS-JOB-NAME                  PIC X(08)    VALUE 'CTRRPT'.
010000 01  WS-LOW-TRAN-SEQ              PIC S9(09) COMP.
010100 01  WS-HIGH-TRAN-SEQ             PIC S9(09) COMP.
010200*----------------------------------------------------------*
010300* STRUCTURING WINDOW - FOUND BY STEPPING BACK FROM THE      *
010400* CYCLE DATE ONE DAY AT A TIME, COUNTING THE DAYS THE      *
010450* BUSINESS CALENDAR SHOWS OPEN, UNTIL THE WINDOW HOLDS      *
010500* WS-WINDOW-DAYS BUSINESS DAYS.                             *
010600*----------------------------------------------------------*
010700 01  WS-WINDOW-START              PIC X(10).
010800 01  WS-WIN-DATE                  PIC X(10).
010900 01  WS-WIN-PRIOR-DATE            PIC X(10).
011000 01  WS-WIN-BUSINESS-DAY          PIC X(01).
011050     88  WIN-BUSINESS-DAY                      VALUE 'Y'.
011100 01  WS-WIN-DAYS-COUNTED          PIC S9(04) COMP.
011200*----------------------------------------------------------*
011300* CASE-DECISION INPUT RECORD - ONE PER CASE THE COMPLIANCE  *
011400* OFFICER HAS REVIEWED: CASE NUMBER FROM THE REVIEW LIST,   *
011500* F(ILED) OR D(ISMISSED), THE OFFICER'S OPERATOR ID, NOTE.  *
011600*----------------------------------------------------------*
011700 01  WS-DECISION-RECORD.
011800     05  WS-DEC-CASE-SEQ-X        PIC X(09).
011900     05  WS-DEC-CASE-SEQ REDEFINES WS-DEC-CASE-SEQ-X
012000                                  PIC 9(09).
012100     05  WS-DEC-DECISION          PIC X(01).
012200         88  DEC-DECISION-VALID                VALUE 'F' 'D'.
012300     05  WS-DEC-OFFICER           PIC X(03).
012400     05  WS-DEC-NOTE              PIC X(40).
012500     05  FILLER                   PIC X(27).
012600 01  WS-DEC-SEQ                   PIC S9(09) COMP.
012700 01  WS-OFFICER-AUTH-SW           PIC X(01).
012800     88  OFFICER-MAY-REVIEW                    VALUE 'Y'.
012900*----------------------------------------------------------*
013000* DB2 RETRIEVAL FIELDS - ONE CUSTOMER/BRANCH OF THE CASH    *
013100* WINDOW                                                    *
013200*----------------------------------------------------------*
013300 01  WS-CW-CUSTOMER-ID            PIC X(10).
013400 01  WS-CW-BRANCH                 PIC X(03).
013500 01  WS-CW-IN-AMOUNT              PIC S9(11)V99 COMP-3.
013600 01  WS-CW-IN-COUNT               PIC S9(09) COMP.
013700 01  WS-CW-OUT-AMOUNT             PIC S9(11)V99 COMP-3.
013800 01  WS-CW-OUT-COUNT              PIC S9(09) COMP.
013900 01  WS-CW-NEAR-COUNT             PIC S9(09) COMP.
014000*----------------------------------------------------------*
014100* DB2 RETRIEVAL FIELDS - ONE REPORTABLE CUSTOMER-DAY        *
014200*----------------------------------------------------------*
014300 01  WS-CT-CUSTOMER-ID            PIC X(10).
014400 01  WS-CT-NAME                   PIC X(30).
014500 01  WS-CT-ADDRESS                PIC X(40).
014600 01  WS-CT-HOME-BRANCH            PIC X(03).
014700 01  WS-CT-IN-AMOUNT              PIC S9(11)V99 COMP-3.
014800 01  WS-CT-IN-COUNT               PIC S9(09) COMP.
014900 01  WS-CT-OUT-AMOUNT             PIC S9(11)V99 COMP-3.
015000 01  WS-CT-OUT-COUNT              PIC S9(09) COMP.
015100 01  WS-CT-BRANCH-COUNT           PIC S9(09) COMP.
015200*----------------------------------------------------------*
015300* DB2 RETRIEVAL FIELDS - ONE STRUCTURING CANDIDATE, AND THE *
015400* CASE IT RAISES.  THE CASE'S BRANCH IS THE CUSTOMER'S OWN; *
015500* A CUSTOMER WITH NO BRANCH LISTS UNDER ZZZ.                *
015600*----------------------------------------------------------*
015700 01  WS-BRANCH-ID                 PIC X(03).
015800 01  WS-BRANCH-NAME               PIC X(30).
015900 01  WS-CN-CUSTOMER-ID            PIC X(10).
016000 01  WS-CN-NAME                   PIC X(30).
016100 01  WS-CN-NEAR-COUNT             PIC S9(09) COMP.
016200 01  WS-CN-BRANCH-COUNT           PIC S9(09) COMP.
016300 01  WS-CN-IN-AMOUNT              PIC S9(11)V99 COMP-3.
016400 01  WS-PATTERN-CODE              PIC X(01).
016500 01  WS-CASE-SEQ                  PIC S9(09) COMP.
016600 01  WS-CASE-STATUS               PIC X(01).
016700     88  CASE-OPEN                             VALUE 'O'.
016800     88  CASE-FILED                            VALUE 'F'.
016900 01  WS-CASE-REVIEW-DATE          PIC X(10).
017000 01  WS-CASE-NEAR-COUNT           PIC S9(09) COMP.
017100 01  WS-CASE-BRANCH-COUNT         PIC S9(09) COMP.
017200 01  WS-CASE-IN-AMOUNT            PIC S9(11)V99 COMP-3.
017300 01  WS-CASE-TEXT                 PIC X(30).
017400 01  WS-PREV-BRANCH-ID            PIC X(03) VALUE LOW-VALUES.
017500*----------------------------------------------------------*
017600* CONTROL TOTALS                                            *
017700*----------------------------------------------------------*
017800 01  WS-CASH-ROWS                 PIC S9(07) COMP-3 VALUE ZERO.
017900 01  WS-CASH-CUSTOMERS            PIC S9(09) COMP VALUE ZERO.
018000 01  WS-CTR-COUNT                 PIC S9(07) COMP-3 VALUE ZERO.
018100 01  WS-CTR-IN-TOTAL              PIC S9(13)V99 COMP-3 VALUE ZERO.
018200 01  WS-CTR-OUT-TOTAL             PIC S9(13)V99 COMP-3 VALUE ZERO.
018300 01  WS-DEC-RECORDED              PIC S9(07) COMP-3 VALUE ZERO.
018400 01  WS-DEC-REFUSED               PIC S9(07) COMP-3 VALUE ZERO.
018500 01  WS-NEW-CASES                 PIC S9(07) COMP-3 VALUE ZERO.
018600 01  WS-RELISTED-CASES            PIC S9(07) COMP-3 VALUE ZERO.
018700 01  WS-SUPPRESSED-CASES          PIC S9(07) COMP-3 VALUE ZERO.
018800 01  WS-OPEN-CASES                PIC S9(09) COMP VALUE ZERO.
018900 01  WS-BR-CASES                  PIC S9(07) COMP-3 VALUE ZERO.
019000*----------------------------------------------------------*
019100* CURRENCY-TRANSACTION-REPORT FILE LAYOUTS - THE REGULATOR  *
019200* FILING.  ONE HEADER, ONE DETAIL PER REPORTABLE CUSTOMER   *
019300* FOR THE BUSINESS DATE, ONE TRAILER.  AMOUNTS ARE DIGITS   *
019400* WITH TWO ASSUMED DECIMALS.  DIRECTION IS I (CASH IN OVER  *
019500* THE THRESHOLD), O (CASH OUT OVER) OR B (BOTH).            *
019600*----------------------------------------------------------*
019700 01  WS-CTR-HEADER.
019800     05  FILLER                   PIC X(03)    VALUE 'HDR'.
019900     05  WS-CH-BUS-DATE           PIC X(10).
020000     05  WS-CH-THRESHOLD          PIC 9(11)V99.
020100     05  FILLER                   PIC X(174)   VALUE SPACES.
020200 01  WS-CTR-DETAIL.
020300     05  FILLER                   PIC X(03)    VALUE 'DTL'.
020400     05  WS-CD-BUS-DATE           PIC X(10).
020500     05  WS-CD-CUSTOMER-ID        PIC X(10).
020600     05  WS-CD-NAME               PIC X(30).
020700     05  WS-CD-ADDRESS            PIC X(40).
020800     05  WS-CD-HOME-BRANCH        PIC X(03).
020900     05  WS-CD-IN-AMOUNT          PIC 9(11)V99.
021000     05  WS-CD-IN-COUNT           PIC 9(05).
021100     05  WS-CD-OUT-AMOUNT         PIC 9(11)V99.
021200     05  WS-CD-OUT-COUNT          PIC 9(05).
021300     05  WS-CD-BRANCH-COUNT       PIC 9(03).
021400     05  WS-CD-DIRECTION          PIC X(01).
021500     05  FILLER                   PIC X(64)    VALUE SPACES.
021600 01  WS-CTR-TRAILER.
021700     05  FILLER                   PIC X(03)    VALUE 'TRL'.
021800     05  WS-CX-BUS-DATE           PIC X(10).
021900     05  WS-CX-RECORD-COUNT       PIC 9(07).
022000     05  WS-CX-IN-TOTAL           PIC 9(13)V99.
022100     05  WS-CX-OUT-TOTAL          PIC 9(13)V99.
022200     05  FILLER                   PIC X(150)   VALUE SPACES.
022300*----------------------------------------------------------*
022400* REPORT LINES                                              *
022500*----------------------------------------------------------*
022600 01  WS-HDR-LINE-1.
022700     05  FILLER                   PIC X(01)    VALUE '1'.
022800     05  FILLER                   PIC X(40)
022900                       VALUE 'LARGE-CASH AND STRUCTURING REVIEW'.
023000     05  FILLER                   PIC X(11)    VALUE 'CYCLE DATE'.
023100     05  WS-HDR1-DATE             PIC X(10).
023200     05  FILLER                   PIC X(05)    VALUE SPACES.
023300     05  FILLER                   PIC X(05)    VALUE 'PAGE '.
023400     05  WS-HDR1-PAGE             PIC ZZZ9.
023500     05  FILLER                   PIC X(57)    VALUE SPACES.
023600 01  WS-DEC-TITLE-LINE.
023700     05  FILLER                   PIC X(01)    VALUE ' '.
023800     05  FILLER                   PIC X(40)
023900         VALUE 'CASE DECISIONS RECORDED FROM CASEDEC'.
024000     05  FILLER                   PIC X(92)    VALUE SPACES.
024100 01  WS-DEC-HDR-LINE.
024200     05  FILLER                   PIC X(01)    VALUE ' '.
024300     05  FILLER                   PIC X(11)    VALUE 'CASE SEQ'.
024400     05  FILLER                   PIC X(03)    VALUE 'D'.
024500     05  FILLER                   PIC X(05)    VALUE 'OFF'.
024600     05  FILLER                   PIC X(42)    VALUE 'NOTE'.
024700     05  FILLER                   PIC X(30)    VALUE 'RESULT'.
024800     05  FILLER                   PIC X(41)    VALUE SPACES.
024900 01  WS-DEC-DETAIL-LINE.
025000     05  FILLER                   PIC X(01)    VALUE ' '.
025100     05  WS-DDL-CASE-SEQ          PIC X(09).
025200     05  FILLER                   PIC X(02)    VALUE SPACES.
025300     05  WS-DDL-DECISION          PIC X(01).
025400     05  FILLER                   PIC X(02)    VALUE SPACES.
025500     05  WS-DDL-OFFICER           PIC X(03).
025600     05  FILLER                   PIC X(02)    VALUE SPACES.
025700     05  WS-DDL-NOTE              PIC X(40).
025800     05  FILLER                   PIC X(02)    VALUE SPACES.
025900     05  WS-DDL-RESULT            PIC X(30).
026000     05  FILLER                   PIC X(41)    VALUE SPACES.
026100 01  WS-HDR-BRANCH-LINE.
026200     05  FILLER                   PIC X(01)    VALUE ' '.
026300     05  FILLER                   PIC X(08)    VALUE 'BRANCH '.
026400     05  WS-HDRB-BRANCH-ID        PIC X(03).
026500     05  FILLER                   PIC X(02)    VALUE SPACES.
026600     05  WS-HDRB-BRANCH-NAME      PIC X(30).
026700     05  FILLER                   PIC X(89)    VALUE SPACES.
026800 01  WS-CASE-HDR-LINE.
026900     05  FILLER                   PIC X(01)    VALUE ' '.
027000     05  FILLER                   PIC X(11)    VALUE 'CASE SEQ'.
027100     05  FILLER                   PIC X(12)    VALUE 'CUSTID'.
027200     05  FILLER                   PIC X(32)    VALUE 'NAME'.
027300     05  FILLER                   PIC X(03)    VALUE 'P'.
027400     05  FILLER                   PIC X(06)    VALUE 'NEAR'.
027500     05  FILLER                   PIC X(05)    VALUE 'BRS'.
027600     05  FILLER                   PIC X(16)
027700                       VALUE '       CASH IN'.
027800     05  FILLER                   PIC X(12)
027900                       VALUE 'WINDOW FROM'.
028000     05  FILLER                   PIC X(30)    VALUE 'CASE'.
028100     05  FILLER                   PIC X(05)    VALUE SPACES.
028200 01  WS-CASE-DETAIL-LINE.
028300     05  FILLER                   PIC X(01)    VALUE ' '.
028400     05  WS-CDL-CASE-SEQ          PIC 9(09).
028500     05  FILLER                   PIC X(02)    VALUE SPACES.
028600     05  WS-CDL-CUSTOMER-ID       PIC X(10).
028700     05  FILLER                   PIC X(02)    VALUE SPACES.
028800     05  WS-CDL-NAME              PIC X(30).
028900     05  FILLER                   PIC X(02)    VALUE SPACES.
029000     05  WS-CDL-PATTERN           PIC X(01).
029100     05  FILLER                   PIC X(02)    VALUE SPACES.
029200     05  WS-CDL-NEAR-COUNT        PIC ZZZ9.
029300     05  FILLER                   PIC X(02)    VALUE SPACES.
029400     05  WS-CDL-BRANCH-COUNT      PIC ZZ9.
029500     05  FILLER                   PIC X(02)    VALUE SPACES.
029600     05  WS-CDL-IN-AMOUNT         PIC Z(10)9.99.
029700     05  FILLER                   PIC X(02)    VALUE SPACES.
029800     05  WS-CDL-WINDOW-START      PIC X(10).
029900     05  FILLER                   PIC X(02)    VALUE SPACES.
030000     05  WS-CDL-CASE-TEXT         PIC X(30).
030100     05  FILLER                   PIC X(05)    VALUE SPACES.
030200 01  WS-BR-TOTAL-LINE.
030300     05  FILLER                   PIC X(01)    VALUE '0'.
030400     05  FILLER                   PIC X(28)
030500                       VALUE 'BRANCH CASES LISTED . . . . '.
030600     05  WS-BRT-COUNT             PIC ZZZZZZ9.
030700     05  FILLER                   PIC X(97)    VALUE SPACES.
030800*    THE RUN TOTALS START THEIR OWN PAGE - EACH BRANCH'S
030900*    PAGES GO TO THAT BRANCH'S COMPLIANCE CONTACT.
031000 01  WS-TOTAL-LINE-1.
031100     05  FILLER                   PIC X(01)    VALUE '1'.
031200     05  FILLER                   PIC X(28)
031300                       VALUE 'CUSTOMERS WITH CASH TONIGHT '.
031400     05  WS-TOT1-COUNT            PIC ZZZZZZ9.
031500     05  FILLER                   PIC X(97)    VALUE SPACES.
031600 01  WS-TOTAL-LINE-2.
031700     05  FILLER                   PIC X(01)    VALUE ' '.
031800     05  FILLER                   PIC X(28)
031900                       VALUE 'REPORTABLE THRESHOLD. . . . '.
032000     05  WS-TOT2-AMOUNT           PIC Z(12)9.99.
032100     05  FILLER                   PIC X(88)    VALUE SPACES.
032200 01  WS-TOTAL-LINE-3.
032300     05  FILLER                   PIC X(01)    VALUE ' '.
032400     05  FILLER                   PIC X(28)
032500                       VALUE 'CTR RECORDS WRITTEN . . . . '.
032600     05  WS-TOT3-COUNT            PIC ZZZZZZ9.
032700     05  FILLER                   PIC X(97)    VALUE SPACES.
032800 01  WS-TOTAL-LINE-4.
032900     05  FILLER                   PIC X(01)    VALUE ' '.
033000     05  FILLER                   PIC X(28)
033100                       VALUE 'CTR CASH IN . . . . . . . . '.
033200     05  WS-TOT4-AMOUNT           PIC Z(12)9.99.
033300     05  FILLER                   PIC X(88)    VALUE SPACES.
033400 01  WS-TOTAL-LINE-5.
033500     05  FILLER                   PIC X(01)    VALUE ' '.
033600     05  FILLER                   PIC X(28)
033700                       VALUE 'CTR CASH OUT. . . . . . . . '.
033800     05  WS-TOT5-AMOUNT           PIC Z(12)9.99.
033900     05  FILLER                   PIC X(88)    VALUE SPACES.
034000 01  WS-TOTAL-LINE-6.
034100     05  FILLER                   PIC X(01)    VALUE ' '.
034200     05  FILLER                   PIC X(28)
034300                       VALUE 'REVIEW WINDOW FROM. . . . . '.
034400     05  WS-TOT6-DATE             PIC X(10).
034500     05  FILLER                   PIC X(94)    VALUE SPACES.
034600 01  WS-TOTAL-LINE-7.
034700     05  FILLER                   PIC X(01)    VALUE ' '.
034800     05  FILLER                   PIC X(28)
034900                       VALUE 'DECISIONS RECORDED. . . . . '.
035000     05  WS-TOT7-COUNT            PIC ZZZZZZ9.
035100     05  FILLER                   PIC X(97)    VALUE SPACES.
035200 01  WS-TOTAL-LINE-8.
035300     05  FILLER                   PIC X(01)    VALUE ' '.
035400     05  FILLER                   PIC X(28)
035500                       VALUE 'DECISIONS REFUSED . . . . . '.
035600     05  WS-TOT8-COUNT            PIC ZZZZZZ9.
035700     05  FILLER                   PIC X(97)    VALUE SPACES.
035800 01  WS-TOTAL-LINE-9.
035900     05  FILLER                   PIC X(01)    VALUE ' '.
036000     05  FILLER                   PIC X(28)
036100                       VALUE 'NEW CASES OPENED. . . . . . '.
036200     05  WS-TOT9-COUNT            PIC ZZZZZZ9.
036300     05  FILLER                   PIC X(97)    VALUE SPACES.
036400 01  WS-TOTAL-LINE-10.
036500     05  FILLER                   PIC X(01)    VALUE ' '.
036600     05  FILLER                   PIC X(28)
036700                       VALUE 'OPEN CASES DETECTED AGAIN . '.
036800     05  WS-TOT10-COUNT           PIC ZZZZZZ9.
036900     05  FILLER                   PIC X(97)    VALUE SPACES.
037000 01  WS-TOTAL-LINE-11.
037100     05  FILLER                   PIC X(01)    VALUE ' '.
037200     05  FILLER                   PIC X(28)
037300                       VALUE 'SUPPRESSED BY A DECISION. . '.
037400     05  WS-TOT11-COUNT           PIC ZZZZZZ9.
037500     05  FILLER                   PIC X(97)    VALUE SPACES.
037600 01  WS-TOTAL-LINE-12.
037700     05  FILLER                   PIC X(01)    VALUE ' '.
037800     05  FILLER                   PIC X(28)
037900                       VALUE 'OPEN CASES AWAITING DECISION'.
038000     05  WS-TOT12-COUNT           PIC ZZZZZZ9.
038100     05  FILLER                   PIC X(97)    VALUE SPACES.
038200 01  WS-NO-ITEMS-LINE.
038300     05  FILLER                   PIC X(01)    VALUE ' '.
038400     05  FILLER                   PIC X(50)
038500         VALUE 'NO STRUCTURING PATTERN DETECTED THIS CYCLE'.
038600     05  FILLER                   PIC X(82)    VALUE SPACES.
038700*----------------------------------------------------------*
038800* RUN-CONTROL FIELDS - JOBRUNCONTROL CYCLE SEQUENCING       *
038900*----------------------------------------------------------*
039000 77  WS-RC-JOB-NAME               PIC X(08)    VALUE 'CTRRPT'.
039100 77  WS-RC-PRED-NAME              PIC X(08)    VALUE 'POSTTRN'.
039200 01  WS-RC-STATUS                 PIC X(01).
039300 01  WS-RC-FOUND-SW               PIC X(01).
039400     88  RC-ROW-FOUND                          VALUE 'Y'.
039500     88  RC-ROW-ABSENT                         VALUE 'N'.
039600 01  WS-RC-CYCLE-DATE             PIC X(10).
039700     EXEC SQL INCLUDE SQLCA END-EXEC.
039800*
039900 PROCEDURE DIVISION.
040000*----------------------------------------------------------*
040100* 0000-MAIN-PROCESS                                        *
040200*----------------------------------------------------------*
040300 0000-MAIN-PROCESS.
040400     PERFORM 0800-CHECK-RUN-CONTROL
040500         THRU 0800-EXIT.
040600
040700     PERFORM 1000-INITIALIZE
040800         THRU 1000-EXIT.
040900
041000     PERFORM 1500-APPLY-ONE-DECISION
041100         THRU 1500-EXIT
041200        UNTIL END-OF-DECISIONS.
041300
041400     PERFORM 2000-ACCUMULATE-ONE-ROW
041500         THRU 2000-EXIT
041600        UNTIL END-OF-CASH.
041700
041800     PERFORM 3000-START-CTR-FILE
041900         THRU 3000-EXIT.
042000
042100     PERFORM 3100-REPORT-ONE-CUSTOMER
042200         THRU 3100-EXIT
042300        UNTIL END-OF-CTR-CUSTOMERS.
042400
042500     PERFORM 3800-WRITE-CTR-TRAILER
042600         THRU 3800-EXIT.
042700
042800     PERFORM 4000-START-STRUCTURING
042900         THRU 4000-EXIT.
043000
043100     PERFORM 4100-REVIEW-ONE-CUSTOMER
043200         THRU 4100-EXIT
043300        UNTIL END-OF-CANDIDATES.
043400
043500     IF WS-PREV-BRANCH-ID NOT = LOW-VALUES
043600         PERFORM 4150-WRITE-BRANCH-TOTALS
043700             THRU 4150-EXIT
043800     END-IF.
043900
044000     PERFORM 8500-WRITE-TOTALS
044100         THRU 8500-EXIT.
044200
044300     PERFORM 9000-TERMINATE
044400         THRU 9000-EXIT.
044500
044600     PERFORM 8000-ADVANCE-CHECKPOINT
044700         THRU 8000-EXIT.
044800
044900     PERFORM 8900-RECORD-JOB-END
045000         THRU 8900-EXIT.
045100
045200     STOP RUN.
045300*----------------------------------------------------------*
045400* 0800-CHECK-RUN-CONTROL                                   *
045500* REGISTERS THIS RUN ON JOBRUNCONTROL AND ENFORCES THE      *
045600* CYCLE SEQUENCING - A JOB ALREADY COMPLETE FOR TONIGHT'S   *
045700* BUSINESS DATE REFUSES TO RUN TWICE, AND THE JOB WAITS FOR *
045800* POSTTRN SO THE NIGHT'S BRANCH-FILE CASH IS ON FILE (RC=8  *
045900* EITHER WAY).  A ROW LEFT AT 'S' BY AN ABENDED RUN IS A    *
046000* RESTART AND IS LET THROUGH WITH ITS START RE-STAMPED.     *
046100*----------------------------------------------------------*
046200 0800-CHECK-RUN-CONTROL.
046300*    ONE CYCLE BUSINESS DATE FOR EVERY JOB IN THE NIGHT'S
046400*    RUN - THE CALENDAR DATE AS OF TWELVE HOURS AGO, SO
046500*    THE JOBS THAT RUN PAST MIDNIGHT LAND ON THE SAME
046600*    DATE AS THE EVENING JOBS AND A RESUBMIT AFTER 00:00
046700*    STILL HITS THE NO-RERUN GUARD.
046800     EXEC SQL
046900         SELECT CHAR(DATE(CURRENT TIMESTAMP - 12 HOURS),
047000                     ISO)
047100           INTO :WS-RC-CYCLE-DATE
047200           FROM SYSIBM.SYSDUMMY1
047300     END-EXEC.
047400
047500     IF SQLCODE NOT = ZERO
047600         DISPLAY 'ReporteEfectivo: CYCLE DATE DERIVATION '
047700                 'FAILED, SQLCODE = ' SQLCODE
047800         MOVE 16 TO RETURN-CODE
047900         STOP RUN
048000     END-IF.
048100
048200     EXEC SQL
048300         SELECT RunStatus
048400           INTO :WS-RC-STATUS
048500           FROM JobRunControl
048600          WHERE JobName = :WS-RC-JOB-NAME
048700            AND BusinessDate = :WS-RC-CYCLE-DATE
048800     END-EXEC.
048900
049000     EVALUATE SQLCODE
049100         WHEN ZERO
049200             SET RC-ROW-FOUND TO TRUE
049300             IF WS-RC-STATUS = 'C'
049400                 DISPLAY 'ReporteEfectivo: ALREADY COMPLETE '
049500                         'FOR THIS BUSINESS DATE - '
049600                         'RUN REFUSED'
049700                 MOVE 8 TO RETURN-CODE
049800                 STOP RUN
049900             END-IF
050000         WHEN 100
050100             SET RC-ROW-ABSENT TO TRUE
050200         WHEN OTHER
050300             DISPLAY 'ReporteEfectivo: RUN-CONTROL READ '
050400                     'FAILED, SQLCODE = ' SQLCODE
050500             MOVE 16 TO RETURN-CODE
050600             STOP RUN
050700     END-EVALUATE.
050800
050900     EXEC SQL
051000         SELECT RunStatus
051100           INTO :WS-RC-STATUS
051200           FROM JobRunControl
051300          WHERE JobName = :WS-RC-PRED-NAME
051400            AND BusinessDate = :WS-RC-CYCLE-DATE
051500     END-EXEC.
051600
051700     IF SQLCODE NOT = ZERO OR WS-RC-STATUS NOT = 'C'
051800         DISPLAY 'ReporteEfectivo: PREDECESSOR POSTTRN '
051900                 'NOT COMPLETE FOR THIS BUSINESS '
052000                 'DATE - RUN REFUSED'
052100         MOVE 8 TO RETURN-CODE
052200         STOP RUN
052300     END-IF.
052400
052500     IF RC-ROW-FOUND
052600         EXEC SQL
052700             UPDATE JobRunControl
052800                SET StartTimestamp = CURRENT TIMESTAMP,
052900                    RunStatus      = 'S'
053000              WHERE JobName = :WS-RC-JOB-NAME
053100                AND BusinessDate = :WS-RC-CYCLE-DATE
053200         END-EXEC
053300     ELSE
053400         EXEC SQL
053500             INSERT INTO JobRunControl
053600                 (JobName, BusinessDate,
053700                  StartTimestamp, RunStatus)
053800             VALUES
053900                 (:WS-RC-JOB-NAME, :WS-RC-CYCLE-DATE,
054000                  CURRENT TIMESTAMP, 'S')
054100         END-EXEC
054200     END-IF.
054300
054400     IF SQLCODE NOT = ZERO
054500         DISPLAY 'ReporteEfectivo: RUN-CONTROL WRITE '
054600                 'FAILED, SQLCODE = ' SQLCODE
054700         MOVE 16 TO RETURN-CODE
054800         STOP RUN
054900     END-IF.
055000
055100     EXEC SQL COMMIT END-EXEC.
055200
055300     IF SQLCODE NOT = ZERO
055400         DISPLAY 'ReporteEfectivo: RUN-CONTROL COMMIT '
055500                 'FAILED, SQLCODE = ' SQLCODE
055600         MOVE 16 TO RETURN-CODE
055700         STOP RUN
055800     END-IF.
055900 0800-EXIT.
056000     EXIT.
056100*----------------------------------------------------------*
056200* 1000-INITIALIZE                                          *
056300* FIXES THE CASH WINDOW - FROM THE HIGH-WATER TRANSEQ SAVED *
056400* BY THE LAST RUN TO THE HIGHEST TRANSEQ ON FILE NOW.  ON   *
056500* THE FIRST RUN THE ROW IS SEEDED AT THE LAST MOVEMENT      *
056600* POSTED BEFORE THE CYCLE DATE, SO HISTORY IS NOT SWEPT     *
056700* INTO TONIGHT'S TOTALS.  OPENS THE FILES AND THE CASH      *
056800* CURSOR AND READS THE FIRST DECISION.                      *
056900*----------------------------------------------------------*
057000 1000-INITIALIZE.
057100     OPEN INPUT  CASE-DEC-FILE
057200          OUTPUT CTR-FILE
057300                 RPT-CTR-FILE.
057400     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT.
057500
057600     EXEC SQL
057700         SELECT LastCommitRecNo
057800           INTO :WS-LOW-TRAN-SEQ
057900           FROM PostingCheckpoint
058000          WHERE JobName = :WS-JOB-NAME
058100     END-EXEC.
058200
058300     EVALUATE SQLCODE
058400         WHEN ZERO
058500             CONTINUE
058600         WHEN 100
058700             PERFORM 1100-SEED-CHECKPOINT
058800                 THRU 1100-EXIT
058900         WHEN OTHER
059000             DISPLAY 'ReporteEfectivo: CHECKPOINT READ '
059100                     'FAILED, SQLCODE = ' SQLCODE
059200             MOVE 16 TO RETURN-CODE
059300             STOP RUN
059400     END-EVALUATE.
059500
059600     EXEC SQL
059700         SELECT COALESCE(MAX(TranSeq), 0)
059800           INTO :WS-HIGH-TRAN-SEQ
059900           FROM Transactions
060000     END-EXEC.
060100
060200     IF SQLCODE NOT = ZERO
060300         DISPLAY 'ReporteEfectivo: HIGH-WATER READ '
060400                 'FAILED, SQLCODE = ' SQLCODE
060500         MOVE 16 TO RETURN-CODE
060600         STOP RUN
060700     END-IF.
060800
060900*    CASH IS A TELLER OR BRANCH-FILE DEBIT OR CREDIT THAT HAS
061000*    NOT BEEN REVERSED.  THE BRANCH IS THE ONE THE MOVEMENT
061100*    CAME IN THROUGH, ELSE THE CUSTOMER'S OWN, ELSE ZZZ.
061200     EXEC SQL
061300         DECLARE C-CASH-WINDOW CURSOR FOR
061400             SELECT T.CustomerID,
061500                    COALESCE(NULLIF(T.BranchID, ' '),
061600                             NULLIF(C.BranchID, ' '), 'ZZZ'),
061700                    SUM(CASE WHEN T.TranAmount > 0
061800                             THEN T.TranAmount ELSE 0 END),
061900                    SUM(CASE WHEN T.TranAmount > 0
062000                             THEN 1 ELSE 0 END),
062100                    SUM(CASE WHEN T.TranAmount < 0
062200                             THEN 0 - T.TranAmount ELSE 0 END),
062300                    SUM(CASE WHEN T.TranAmount < 0
062400                             THEN 1 ELSE 0 END),
062500                    SUM(CASE WHEN T.TranAmount >= :WS-NEAR-FLOOR
062600                              AND T.TranAmount
062700                                      <= :WS-CTR-THRESHOLD
062800                             THEN 1 ELSE 0 END)
062900               FROM Transactions T
063000               LEFT JOIN Customers C
063100                 ON C.CustomerID = T.CustomerID
063200              WHERE T.TranSeq  > :WS-LOW-TRAN-SEQ
063300                AND T.TranSeq <= :WS-HIGH-TRAN-SEQ
063400                AND T.TranType IN ('D', 'C')
063500                AND T.Channel  IN ('B', 'T')
063600                AND NOT EXISTS
063700                    (SELECT 1
063800                       FROM Transactions R
063900                      WHERE R.ReversesTranSeq = T.TranSeq)
064000              GROUP BY T.CustomerID,
064100                       COALESCE(NULLIF(T.BranchID, ' '),
064200                                NULLIF(C.BranchID, ' '), 'ZZZ')
064300     END-EXEC.
064400
064500     EXEC SQL OPEN C-CASH-WINDOW END-EXEC.
064600
064700     IF SQLCODE NOT = ZERO
064800         DISPLAY 'ReporteEfectivo: CASH CURSOR OPEN '
064900                 'FAILED, SQLCODE = ' SQLCODE
065000         MOVE 16 TO RETURN-CODE
065100         STOP RUN
065200     END-IF.
065300
065400     PERFORM 2900-FETCH-CASH
065500         THRU 2900-EXIT.
065600
065700     PERFORM 1900-READ-DECISION
065800         THRU 1900-EXIT.
065900 1000-EXIT.
066000     EXIT.
066100*----------------------------------------------------------*
066200* 1100-SEED-CHECKPOINT                                     *
066300*----------------------------------------------------------*
066400 1100-SEED-CHECKPOINT.
066500     EXEC SQL
066600         SELECT COALESCE(MAX(TranSeq), 0)
066700           INTO :WS-LOW-TRAN-SEQ
066800           FROM Transactions
066900          WHERE DATE(PostingTimestamp) < DATE(:WS-RC-CYCLE-DATE)
067000     END-EXEC.
067100
067200     IF SQLCODE NOT = ZERO
067300         DISPLAY 'ReporteEfectivo: CHECKPOINT SEED READ '
067400                 'FAILED, SQLCODE = ' SQLCODE
067500         MOVE 16 TO RETURN-CODE
067600         STOP RUN
067700     END-IF.
067800
067900     EXEC SQL
068000         INSERT INTO PostingCheckpoint
068100             (JobName, LastCommitRecNo,
068200              LastRunTimestamp)
068300         VALUES
068400             (:WS-JOB-NAME, :WS-LOW-TRAN-SEQ,
068500              CURRENT TIMESTAMP)
068600     END-EXEC.
068700
068800     IF SQLCODE NOT = ZERO
068900         DISPLAY 'ReporteEfectivo: CHECKPOINT '
069000                 'SEED FAILED, SQLCODE = ' SQLCODE
069100         MOVE 16 TO RETURN-CODE
069200         STOP RUN
069300     END-IF.
069400 1100-EXIT.
069500     EXIT.
069600*----------------------------------------------------------*
069700* 1500-APPLY-ONE-DECISION                                  *
069800* RECORDS ONE OF THE COMPLIANCE OFFICER'S DECISIONS ON AN   *
069900* OPEN CASE.  THE OFFICER MUST HOLD AN UNEXPIRED            *
070000* OPERATORAUTH ROW WITH CANREVIEW 'Y' (FAIL CLOSED).  A     *
070100* REFUSED DECISION LEAVES THE CASE OPEN AND IS PRINTED WITH *
070200* ITS REASON SO IT CAN BE KEYED AGAIN.                      *
070225* A DECISION ALREADY ON THE CASE (CASEDEC READ AGAIN) IS    *
070250* PRINTED AS ALREADY RECORDED, NOT REFUSED.                 *
070300*----------------------------------------------------------*
070400 1500-APPLY-ONE-DECISION.
070500     MOVE WS-DEC-CASE-SEQ-X TO WS-DDL-CASE-SEQ.
070600     MOVE WS-DEC-DECISION   TO WS-DDL-DECISION.
070700     MOVE WS-DEC-OFFICER    TO WS-DDL-OFFICER.
070800     MOVE WS-DEC-NOTE       TO WS-DDL-NOTE.
070900
071000     IF WS-DEC-CASE-SEQ-X NOT NUMERIC
071100        OR WS-DEC-CASE-SEQ = ZERO
071200         MOVE 'REFUSED - CASE NOT NUMERIC' TO WS-DDL-RESULT
071300         GO TO 1500-REFUSE
071400     END-IF.
071500
071600     IF NOT DEC-DECISION-VALID
071700         MOVE 'REFUSED - DECISION NOT F OR D' TO WS-DDL-RESULT
071800         GO TO 1500-REFUSE
071900     END-IF.
072000
072100     EXEC SQL
072200         SELECT CanReview
072300           INTO :WS-OFFICER-AUTH-SW
072400           FROM OperatorAuth
072500          WHERE OperatorID = :WS-DEC-OFFICER
072600            AND (ExpiryDate IS NULL
072700                 OR ExpiryDate >= CURRENT DATE)
072800     END-EXEC.
072900
073000     EVALUATE SQLCODE
073100         WHEN ZERO
073200             CONTINUE
073300         WHEN 100
073400             MOVE 'N' TO WS-OFFICER-AUTH-SW
073500         WHEN OTHER
073600             DISPLAY 'ReporteEfectivo: OFFICER READ '
073700                     'FAILED, SQLCODE = ' SQLCODE
073800             MOVE 16 TO RETURN-CODE
073900             STOP RUN
074000     END-EVALUATE.
074100
074200     IF NOT OFFICER-MAY-REVIEW
074300         MOVE 'REFUSED - NOT AUTHORIZED' TO WS-DDL-RESULT
074500         GO TO 1500-REFUSE
074600     END-IF.
074700
074800     MOVE WS-DEC-CASE-SEQ TO WS-DEC-SEQ.
074900     EXEC SQL
075000         UPDATE SuspiciousCases
075100            SET CaseStatus        = :WS-DEC-DECISION,
075200                ReviewedBy        = :WS-DEC-OFFICER,
075300                ReviewedTimestamp = CURRENT TIMESTAMP,
075400                ReviewNote        = :WS-DEC-NOTE
075500          WHERE CaseSeq    = :WS-DEC-SEQ
075600            AND CaseStatus = 'O'
075700     END-EXEC.
075800
075900     EVALUATE SQLCODE
076000         WHEN ZERO
076100             MOVE 'RECORDED' TO WS-DDL-RESULT
076200             ADD 1 TO WS-DEC-RECORDED
076300         WHEN 100
076400             GO TO 1500-CHECK-DECIDED
076700         WHEN OTHER
076800             DISPLAY 'ReporteEfectivo: CASE DECISION UPDATE '
076900                     'FAILED, SQLCODE = ' SQLCODE
077000             MOVE 16 TO RETURN-CODE
077100             STOP RUN
077200     END-EVALUATE.
077300
077400     GO TO 1500-PRINT.
077402 1500-CHECK-DECIDED.
077404* NO OPEN CASE.  CASEDEC IS READ AGAIN WHEN THE JOB IS RERUN,
077406* SO A CASE ALREADY CLOSED WITH THIS SAME DECISION IS NOT A
077408* REFUSAL - IT IS PRINTED AS ALREADY RECORDED AND COUNTED IN
077410* NEITHER TOTAL.
077412     EXEC SQL
077414         SELECT CaseStatus
077416           INTO :WS-CASE-STATUS
077418           FROM SuspiciousCases
077420          WHERE CaseSeq = :WS-DEC-SEQ
077422     END-EXEC.
077424
077426     EVALUATE SQLCODE
077428         WHEN ZERO
077430             CONTINUE
077432         WHEN 100
077434             MOVE SPACE TO WS-CASE-STATUS
077436         WHEN OTHER
077438             DISPLAY 'ReporteEfectivo: CASE STATUS READ '
077440                     'FAILED, SQLCODE = ' SQLCODE
077442             MOVE 16 TO RETURN-CODE
077444             STOP RUN
077446     END-EVALUATE.
077448
077450     IF WS-CASE-STATUS = WS-DEC-DECISION
077452         MOVE 'ALREADY RECORDED' TO WS-DDL-RESULT
077454         GO TO 1500-PRINT
077456     END-IF.
077458
077460     MOVE 'REFUSED - NO SUCH OPEN CASE'
077462                        TO WS-DDL-RESULT.
077500 1500-REFUSE.
077600     ADD 1 TO WS-DEC-REFUSED.
077700     DISPLAY 'ReporteEfectivo: DECISION FOR CASE '
077800             WS-DEC-CASE-SEQ-X ' ' WS-DDL-RESULT.
077900 1500-PRINT.
078000     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
078100         PERFORM 7000-WRITE-HEADINGS
078200             THRU 7000-EXIT
078300     END-IF.
078400     WRITE RPT-CTR-RECORD FROM WS-DEC-DETAIL-LINE.
078500     ADD 1 TO WS-LINE-COUNT.
078600
078700     PERFORM 1900-READ-DECISION
078800         THRU 1900-EXIT.
078900 1500-EXIT.
079000     EXIT.
079100*----------------------------------------------------------*
079200* 1900-READ-DECISION                                       *
079300*----------------------------------------------------------*
079400 1900-READ-DECISION.
079500     READ CASE-DEC-FILE INTO WS-DECISION-RECORD
079600         AT END SET END-OF-DECISIONS TO TRUE
079700     END-READ.
079800 1900-EXIT.
079900     EXIT.
080000*----------------------------------------------------------*
080100* 2000-ACCUMULATE-ONE-ROW                                  *
080200* ADDS ONE CUSTOMER/BRANCH OF THE CASH WINDOW TO THE CYCLE  *
080300* DATE'S CASHDAILYTOTALS ROW, CREATING THE ROW IF THIS IS   *
080400* THE FIRST CASH SEEN FOR IT.                               *
080500*----------------------------------------------------------*
080600 2000-ACCUMULATE-ONE-ROW.
080700     EXEC SQL
080800         UPDATE CashDailyTotals
080900            SET CashInAmount  = CashInAmount  + :WS-CW-IN-AMOUNT,
081000                CashInCount   = CashInCount   + :WS-CW-IN-COUNT,
081100                CashOutAmount = CashOutAmount + :WS-CW-OUT-AMOUNT,
081200                CashOutCount  = CashOutCount  + :WS-CW-OUT-COUNT,
081300                NearThresholdCount
081400                              = NearThresholdCount
081500                                              + :WS-CW-NEAR-COUNT
081600          WHERE CustomerID   = :WS-CW-CUSTOMER-ID
081700            AND BusinessDate = :WS-RC-CYCLE-DATE
081800            AND BranchID     = :WS-CW-BRANCH
081900     END-EXEC.
082000
082100     EVALUATE SQLCODE
082200         WHEN ZERO
082300             CONTINUE
082400         WHEN 100
082500             EXEC SQL
082600                 INSERT INTO CashDailyTotals
082700                     (CustomerID, BusinessDate, BranchID,
082800                      CashInAmount, CashInCount,
082900                      CashOutAmount, CashOutCount,
083000                      NearThresholdCount)
083100                 VALUES
083200                     (:WS-CW-CUSTOMER-ID, :WS-RC-CYCLE-DATE,
083300                      :WS-CW-BRANCH,
083400                      :WS-CW-IN-AMOUNT, :WS-CW-IN-COUNT,
083500                      :WS-CW-OUT-AMOUNT, :WS-CW-OUT-COUNT,
083600                      :WS-CW-NEAR-COUNT)
083700             END-EXEC
083800             IF SQLCODE NOT = ZERO
083900                 DISPLAY 'ReporteEfectivo: CASH TOTAL INSERT '
084000                         'FAILED, SQLCODE = ' SQLCODE
084100                 MOVE 16 TO RETURN-CODE
084200                 STOP RUN
084300             END-IF
084400         WHEN OTHER
084500             DISPLAY 'ReporteEfectivo: CASH TOTAL UPDATE '
084600                     'FAILED, SQLCODE = ' SQLCODE
084700             MOVE 16 TO RETURN-CODE
084800             STOP RUN
084900     END-EVALUATE.
085000     ADD 1 TO WS-CASH-ROWS.
085100
085200     PERFORM 2900-FETCH-CASH
085300         THRU 2900-EXIT.
085400 2000-EXIT.
085500     EXIT.
085600*----------------------------------------------------------*
085700* 2900-FETCH-CASH                                          *
085800*----------------------------------------------------------*
085900 2900-FETCH-CASH.
086000     EXEC SQL
086100         FETCH C-CASH-WINDOW
086200          INTO :WS-CW-CUSTOMER-ID, :WS-CW-BRANCH,
086300               :WS-CW-IN-AMOUNT, :WS-CW-IN-COUNT,
086400               :WS-CW-OUT-AMOUNT, :WS-CW-OUT-COUNT,
086500               :WS-CW-NEAR-COUNT
086600     END-EXEC.
086700
086800     EVALUATE SQLCODE
086900         WHEN ZERO
087000             CONTINUE
087100         WHEN 100
087200             SET END-OF-CASH TO TRUE
087300         WHEN OTHER
087400             DISPLAY 'ReporteEfectivo: CASH FETCH FAILED, '
087500                     'SQLCODE = ' SQLCODE
087600             MOVE 16 TO RETURN-CODE
087700             STOP RUN
087800     END-EVALUATE.
087900 2900-EXIT.
088000     EXIT.
088100*----------------------------------------------------------*
088200* 3000-START-CTR-FILE                                      *
088300* THE CTR DETAILS COME FROM THE WHOLE DAY'S CASHDAILYTOTALS *
088400* ROWS, NOT FROM THIS RUN'S WINDOW ALONE, SO A RESTART      *
088500* AFTER THE TOTALS WERE COMMITTED STILL WRITES THE FULL     *
088600* FILING FOR THE DATE.  ONE DETAIL PER CUSTOMER, ALL        *
088700* BRANCHES ADDED TOGETHER.                                  *
088800*----------------------------------------------------------*
088900 3000-START-CTR-FILE.
089000     MOVE WS-RC-CYCLE-DATE TO WS-CH-BUS-DATE.
089100     MOVE WS-CTR-THRESHOLD TO WS-CH-THRESHOLD.
089200     WRITE CTR-RECORD FROM WS-CTR-HEADER.
089300
089400     EXEC SQL
089500         DECLARE C-CTR-CUSTOMERS CURSOR FOR
089600             SELECT D.CustomerID,
089700                    COALESCE(C.CustomerName, ' '),
089800                    COALESCE(C.Address, ' '),
089900                    COALESCE(C.BranchID, ' '),
090000                    SUM(D.CashInAmount), SUM(D.CashInCount),
090100                    SUM(D.CashOutAmount), SUM(D.CashOutCount),
090200                    COUNT(*)
090300               FROM CashDailyTotals D
090400               LEFT JOIN Customers C
090500                 ON C.CustomerID = D.CustomerID
090600              WHERE D.BusinessDate = :WS-RC-CYCLE-DATE
090700              GROUP BY D.CustomerID, C.CustomerName,
090800                       C.Address, C.BranchID
090900             HAVING SUM(D.CashInAmount)  > :WS-CTR-THRESHOLD
091000                 OR SUM(D.CashOutAmount) > :WS-CTR-THRESHOLD
091100              ORDER BY D.CustomerID
091200     END-EXEC.
091300
091400     EXEC SQL OPEN C-CTR-CUSTOMERS END-EXEC.
091500
091600     IF SQLCODE NOT = ZERO
091700         DISPLAY 'ReporteEfectivo: CTR CURSOR OPEN '
091800                 'FAILED, SQLCODE = ' SQLCODE
091900         MOVE 16 TO RETURN-CODE
092000         STOP RUN
092100     END-IF.
092200
092300     PERFORM 3900-FETCH-CTR-CUSTOMER
092400         THRU 3900-EXIT.
092500 3000-EXIT.
092600     EXIT.
092700*----------------------------------------------------------*
092800* 3100-REPORT-ONE-CUSTOMER                                 *
092900* WRITES ONE CTR DETAIL, THEN FETCHES THE NEXT CUSTOMER.    *
093000*----------------------------------------------------------*
093100 3100-REPORT-ONE-CUSTOMER.
093200     MOVE WS-RC-CYCLE-DATE   TO WS-CD-BUS-DATE.
093300     MOVE WS-CT-CUSTOMER-ID  TO WS-CD-CUSTOMER-ID.
093400     MOVE WS-CT-NAME         TO WS-CD-NAME.
093500     MOVE WS-CT-ADDRESS      TO WS-CD-ADDRESS.
093600     MOVE WS-CT-HOME-BRANCH  TO WS-CD-HOME-BRANCH.
093700     MOVE WS-CT-IN-AMOUNT    TO WS-CD-IN-AMOUNT.
093800     MOVE WS-CT-IN-COUNT     TO WS-CD-IN-COUNT.
093900     MOVE WS-CT-OUT-AMOUNT   TO WS-CD-OUT-AMOUNT.
094000     MOVE WS-CT-OUT-COUNT    TO WS-CD-OUT-COUNT.
094100     MOVE WS-CT-BRANCH-COUNT TO WS-CD-BRANCH-COUNT.
094200     IF WS-CT-IN-AMOUNT > WS-CTR-THRESHOLD
094300         IF WS-CT-OUT-AMOUNT > WS-CTR-THRESHOLD
094400             MOVE 'B' TO WS-CD-DIRECTION
094500         ELSE
094600             MOVE 'I' TO WS-CD-DIRECTION
094700         END-IF
094800     ELSE
094900         MOVE 'O' TO WS-CD-DIRECTION
095000     END-IF.
095100     WRITE CTR-RECORD FROM WS-CTR-DETAIL.
095200
095300     ADD 1 TO WS-CTR-COUNT.
095400     ADD WS-CT-IN-AMOUNT  TO WS-CTR-IN-TOTAL.
095500     ADD WS-CT-OUT-AMOUNT TO WS-CTR-OUT-TOTAL.
095600
095700     PERFORM 3900-FETCH-CTR-CUSTOMER
095800         THRU 3900-EXIT.
095900 3100-EXIT.
096000     EXIT.
096100*----------------------------------------------------------*
096200* 3800-WRITE-CTR-TRAILER                                   *
096300*----------------------------------------------------------*
096400 3800-WRITE-CTR-TRAILER.
096500     MOVE WS-RC-CYCLE-DATE TO WS-CX-BUS-DATE.
096600     MOVE WS-CTR-COUNT     TO WS-CX-RECORD-COUNT.
096700     MOVE WS-CTR-IN-TOTAL  TO WS-CX-IN-TOTAL.
096800     MOVE WS-CTR-OUT-TOTAL TO WS-CX-OUT-TOTAL.
096900     WRITE CTR-RECORD FROM WS-CTR-TRAILER.
097000 3800-EXIT.
097100     EXIT.
097200*----------------------------------------------------------*
097300* 3900-FETCH-CTR-CUSTOMER                                  *
097400*----------------------------------------------------------*
097500 3900-FETCH-CTR-CUSTOMER.
097600     EXEC SQL
097700         FETCH C-CTR-CUSTOMERS
097800          INTO :WS-CT-CUSTOMER-ID, :WS-CT-NAME,
097900               :WS-CT-ADDRESS, :WS-CT-HOME-BRANCH,
098000               :WS-CT-IN-AMOUNT, :WS-CT-IN-COUNT,
098100               :WS-CT-OUT-AMOUNT, :WS-CT-OUT-COUNT,
098200               :WS-CT-BRANCH-COUNT
098300     END-EXEC.
098400
098500     EVALUATE SQLCODE
098600         WHEN ZERO
098700             CONTINUE
098800         WHEN 100
098900             SET END-OF-CTR-CUSTOMERS TO TRUE
099000         WHEN OTHER
099100             DISPLAY 'ReporteEfectivo: CTR FETCH FAILED, '
099200                     'SQLCODE = ' SQLCODE
099300             MOVE 16 TO RETURN-CODE
099400             STOP RUN
099500     END-EVALUATE.
099600 3900-EXIT.
099700     EXIT.
099800*----------------------------------------------------------*
099900* 4000-START-STRUCTURING                                   *
100000* FINDS THE FIRST DAY OF THE ROLLING WINDOW AND OPENS THE   *
100100* CANDIDATE CURSOR - EVERY CUSTOMER WHOSE CASH OVER THE     *
100200* WINDOW MEETS EITHER TRIGGER, IN ORDER OF THE CUSTOMER'S   *
100300* OWN BRANCH FOR THE REVIEW LIST.                           *
100400*----------------------------------------------------------*
100500 4000-START-STRUCTURING.
100600     MOVE WS-RC-CYCLE-DATE TO WS-WIN-DATE
100700                              WS-WINDOW-START.
100800     MOVE ZERO TO WS-WIN-DAYS-COUNTED.
100900     PERFORM 4050-STEP-BACK-ONE-DAY
101000         THRU 4050-EXIT
101100        UNTIL WS-WIN-DAYS-COUNTED >= WS-WINDOW-DAYS.
101200
101300     SET CASE-SECTION TO TRUE.
101400
101500     EXEC SQL
101600         DECLARE C-CANDIDATES CURSOR FOR
101700             SELECT COALESCE(NULLIF(C.BranchID, ' '), 'ZZZ'),
101800                    COALESCE(B.BranchName,
101900                             'NO BRANCH - HEAD OFFICE'),
102000                    D.CustomerID,
102100                    COALESCE(C.CustomerName, ' '),
102200                    SUM(D.NearThresholdCount),
102300                    COUNT(DISTINCT D.BranchID),
102400                    SUM(D.CashInAmount)
102500               FROM CashDailyTotals D
102600               LEFT JOIN Customers C
102700                 ON C.CustomerID = D.CustomerID
102800               LEFT JOIN Branches B
102900                 ON B.BranchID = C.BranchID
103000              WHERE D.BusinessDate >= :WS-WINDOW-START
103100                AND D.BusinessDate <= :WS-RC-CYCLE-DATE
103200              GROUP BY C.BranchID, B.BranchName,
103300                       D.CustomerID, C.CustomerName
103400             HAVING SUM(D.NearThresholdCount)
103500                                       >= :WS-NEAR-TRIGGER
103600                 OR COUNT(DISTINCT D.BranchID)
103700                                       >= :WS-BRANCH-TRIGGER
103800              ORDER BY 1, 3
103900     END-EXEC.
104000
104100     EXEC SQL OPEN C-CANDIDATES END-EXEC.
104200
104300     IF SQLCODE NOT = ZERO
104400         DISPLAY 'ReporteEfectivo: CANDIDATE CURSOR OPEN '
104500                 'FAILED, SQLCODE = ' SQLCODE
104600         MOVE 16 TO RETURN-CODE
104700         STOP RUN
104800     END-IF.
104900
105000     PERFORM 4900-FETCH-CANDIDATE
105100         THRU 4900-EXIT.
105200 4000-EXIT.
105300     EXIT.
105400*----------------------------------------------------------*
105500* 4050-STEP-BACK-ONE-DAY                                   *
105600* COUNTS WS-WIN-DATE IF THE BUSINESS CALENDAR SHOWS IT AS  *
105700* AN OPEN DAY AND MOVES IT BACK ONE CALENDAR DAY.  THE LAST *
105800* BUSINESS DAY COUNTED IS THE FIRST DAY OF THE WINDOW.  A   *
105850* DATE MISSING FROM THE CALENDAR STOPS THE RUN.             *
105900*----------------------------------------------------------*
106000 4050-STEP-BACK-ONE-DAY.
106100     EXEC SQL
106200         SELECT BusinessDay,
106300                CHAR(CalendarDate - 1 DAY, ISO)
106400           INTO :WS-WIN-BUSINESS-DAY, :WS-WIN-PRIOR-DATE
106500           FROM BusinessCalendar
106550          WHERE CalendarDate = :WS-WIN-DATE
106600     END-EXEC.
106700
106710     IF SQLCODE = +100
106720         DISPLAY 'ReporteEfectivo: ' WS-WIN-DATE
106730                 ' IS NOT ON THE BUSINESS CALENDAR'
106740         MOVE 16 TO RETURN-CODE
106750         STOP RUN
106760     END-IF.
106770
106800     IF SQLCODE NOT = ZERO
106900         DISPLAY 'ReporteEfectivo: REVIEW WINDOW DERIVATION '
107000                 'FAILED, SQLCODE = ' SQLCODE
107100         MOVE 16 TO RETURN-CODE
107200         STOP RUN
107300     END-IF.
107400
107500     IF WIN-BUSINESS-DAY
107700         ADD 1 TO WS-WIN-DAYS-COUNTED
107800         MOVE WS-WIN-DATE TO WS-WINDOW-START
107900     END-IF.
108000     MOVE WS-WIN-PRIOR-DATE TO WS-WIN-DATE.
108100 4050-EXIT.
108200     EXIT.
108300*----------------------------------------------------------*
108400* 4100-REVIEW-ONE-CUSTOMER                                 *
108500* A CUSTOMER CAN MEET BOTH TRIGGERS - EACH PATTERN IS ITS   *
108600* OWN CASE.                                                 *
108700*----------------------------------------------------------*
108800 4100-REVIEW-ONE-CUSTOMER.
108900     IF WS-BRANCH-ID NOT = WS-PREV-BRANCH-ID
109000         PERFORM 4110-BRANCH-BREAK
109100             THRU 4110-EXIT
109200     END-IF.
109300
109400     IF WS-CN-NEAR-COUNT >= WS-NEAR-TRIGGER
109500         MOVE WS-PATTERN-NEAR TO WS-PATTERN-CODE
109600         PERFORM 4200-RECORD-CASE
109700             THRU 4200-EXIT
109800     END-IF.
109900
110000     IF WS-CN-BRANCH-COUNT >= WS-BRANCH-TRIGGER
110100         MOVE WS-PATTERN-BRANCHES TO WS-PATTERN-CODE
110200         PERFORM 4200-RECORD-CASE
110300             THRU 4200-EXIT
110400     END-IF.
110500
110600     PERFORM 4900-FETCH-CANDIDATE
110700         THRU 4900-EXIT.
110800 4100-EXIT.
110900     EXIT.
111000*----------------------------------------------------------*
111100* 4110-BRANCH-BREAK                                        *
111200* THE FINISHED BRANCH (IF ANY) PRINTS ITS TOTAL, THEN THE   *
111300* NEW ONE STARTS ITS OWN PAGE SO EACH BRANCH'S PAGES BURST  *
111400* CLEAN.                                                    *
111500*----------------------------------------------------------*
111600 4110-BRANCH-BREAK.
111700     IF WS-PREV-BRANCH-ID NOT = LOW-VALUES
111800         PERFORM 4150-WRITE-BRANCH-TOTALS
111900             THRU 4150-EXIT
112000     END-IF.
112100     MOVE WS-BRANCH-ID TO WS-PREV-BRANCH-ID.
112200     MOVE ZERO TO WS-BR-CASES.
112300     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT.
112400 4110-EXIT.
112500     EXIT.
112600*----------------------------------------------------------*
112700* 4150-WRITE-BRANCH-TOTALS                                 *
112800*----------------------------------------------------------*
112900 4150-WRITE-BRANCH-TOTALS.
113000     MOVE WS-BR-CASES TO WS-BRT-COUNT.
113100     WRITE RPT-CTR-RECORD FROM WS-BR-TOTAL-LINE.
113200 4150-EXIT.
113300     EXIT.
113400*----------------------------------------------------------*
113500* 4200-RECORD-CASE                                         *
113600* LOOKS UP THE CUSTOMER'S LATEST CASE FOR THE PATTERN:      *
113700*   NONE      - A NEW CASE IS OPENED.                       *
113800*   OPEN      - IT IS UPDATED AND LISTED AGAIN.             *
113900*   FILED OR  - THE PATTERN IS TESTED AGAIN OVER THE        *
114000*   DISMISSED   WINDOW'S ACTIVITY AFTER THE REVIEW DATE     *
114100*               ONLY.  IF THAT ALONE MEETS THE TRIGGER A    *
114200*               NEW CASE IS OPENED; OTHERWISE THE PATTERN   *
114300*               IS SUPPRESSED AND NOT LISTED.               *
114400*----------------------------------------------------------*
114500 4200-RECORD-CASE.
114600     MOVE WS-CN-NEAR-COUNT   TO WS-CASE-NEAR-COUNT.
114700     MOVE WS-CN-BRANCH-COUNT TO WS-CASE-BRANCH-COUNT.
114800     MOVE WS-CN-IN-AMOUNT    TO WS-CASE-IN-AMOUNT.
114900
115000     EXEC SQL
115100         SELECT CaseSeq, CaseStatus,
115200                COALESCE(CHAR(DATE(ReviewedTimestamp), ISO),
115300                         :WS-RC-CYCLE-DATE)
115400           INTO :WS-CASE-SEQ, :WS-CASE-STATUS,
115500                :WS-CASE-REVIEW-DATE
115600           FROM SuspiciousCases
115700          WHERE CustomerID  = :WS-CN-CUSTOMER-ID
115800            AND PatternCode = :WS-PATTERN-CODE
115900          ORDER BY CaseSeq DESC
116000          FETCH FIRST 1 ROW ONLY
116100     END-EXEC.
116200
116300     EVALUATE SQLCODE
116400         WHEN ZERO
116500             CONTINUE
116600         WHEN 100
116700             MOVE 'NEW CASE' TO WS-CASE-TEXT
116800             GO TO 4200-OPEN-CASE
116900         WHEN OTHER
117000             DISPLAY 'ReporteEfectivo: CASE READ FAILED, '
117100                     'SQLCODE = ' SQLCODE
117200             MOVE 16 TO RETURN-CODE
117300             STOP RUN
117400     END-EVALUATE.
117500
117600     IF CASE-OPEN
117700         PERFORM 4300-UPDATE-OPEN-CASE
117800             THRU 4300-EXIT
117900         MOVE 'OPEN - DETECTED AGAIN' TO WS-CASE-TEXT
118000         ADD 1 TO WS-RELISTED-CASES
118100         GO TO 4200-LIST
118200     END-IF.
118300
118400     EXEC SQL
118500         SELECT COALESCE(SUM(NearThresholdCount), 0),
118600                COUNT(DISTINCT BranchID),
118700                COALESCE(SUM(CashInAmount), 0)
118800           INTO :WS-CASE-NEAR-COUNT, :WS-CASE-BRANCH-COUNT,
118900                :WS-CASE-IN-AMOUNT
119000           FROM CashDailyTotals
119100          WHERE CustomerID    = :WS-CN-CUSTOMER-ID
119200            AND BusinessDate  > :WS-CASE-REVIEW-DATE
119300            AND BusinessDate >= :WS-WINDOW-START
119400            AND BusinessDate <= :WS-RC-CYCLE-DATE
119500     END-EXEC.
119600
119700     IF SQLCODE NOT = ZERO
119800         DISPLAY 'ReporteEfectivo: POST-REVIEW ACTIVITY READ '
119900                 'FAILED, SQLCODE = ' SQLCODE
120000         MOVE 16 TO RETURN-CODE
120100         STOP RUN
120200     END-IF.
120300
120400     IF (WS-PATTERN-CODE = WS-PATTERN-NEAR
120500         AND WS-CASE-NEAR-COUNT < WS-NEAR-TRIGGER)
120600        OR (WS-PATTERN-CODE = WS-PATTERN-BRANCHES
120700         AND WS-CASE-BRANCH-COUNT < WS-BRANCH-TRIGGER)
120800         ADD 1 TO WS-SUPPRESSED-CASES
120900         GO TO 4200-EXIT
121000     END-IF.
121100
121200     IF CASE-FILED
121300         MOVE 'NEW - PRIOR CASE FILED' TO WS-CASE-TEXT
121400     ELSE
121500         MOVE 'NEW - PRIOR CASE DISMISSED' TO WS-CASE-TEXT
121600     END-IF.
121700 4200-OPEN-CASE.
121800     PERFORM 4400-INSERT-CASE
121900         THRU 4400-EXIT.
122000     ADD 1 TO WS-NEW-CASES.
122100 4200-LIST.
122200     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
122300         PERFORM 7000-WRITE-HEADINGS
122400             THRU 7000-EXIT
122500     END-IF.
122600     MOVE WS-CASE-SEQ          TO WS-CDL-CASE-SEQ.
122700     MOVE WS-CN-CUSTOMER-ID    TO WS-CDL-CUSTOMER-ID.
122800     MOVE WS-CN-NAME           TO WS-CDL-NAME.
122900     MOVE WS-PATTERN-CODE      TO WS-CDL-PATTERN.
123000     MOVE WS-CASE-NEAR-COUNT   TO WS-CDL-NEAR-COUNT.
123100     MOVE WS-CASE-BRANCH-COUNT TO WS-CDL-BRANCH-COUNT.
123200     MOVE WS-CASE-IN-AMOUNT    TO WS-CDL-IN-AMOUNT.
123300     MOVE WS-WINDOW-START      TO WS-CDL-WINDOW-START.
123400     MOVE WS-CASE-TEXT         TO WS-CDL-CASE-TEXT.
123500     WRITE RPT-CTR-RECORD FROM WS-CASE-DETAIL-LINE.
123600     ADD 1 TO WS-LINE-COUNT.
123700     ADD 1 TO WS-BR-CASES.
123800 4200-EXIT.
123900     EXIT.
124000*----------------------------------------------------------*
124100* 4300-UPDATE-OPEN-CASE                                    *
124200*----------------------------------------------------------*
124300 4300-UPDATE-OPEN-CASE.
124400     EXEC SQL
124500         UPDATE SuspiciousCases
124600            SET LastDetectedDate   = :WS-RC-CYCLE-DATE,
124700                WindowStartDate    = :WS-WINDOW-START,
124800                NearThresholdCount = :WS-CASE-NEAR-COUNT,
124900                BranchCount        = :WS-CASE-BRANCH-COUNT,
125000                CashInAmount       = :WS-CASE-IN-AMOUNT
125100          WHERE CaseSeq = :WS-CASE-SEQ
125200     END-EXEC.
125300
125400     IF SQLCODE NOT = ZERO
125500         DISPLAY 'ReporteEfectivo: CASE UPDATE FAILED, '
125600                 'SQLCODE = ' SQLCODE
125700         MOVE 16 TO RETURN-CODE
125800         STOP RUN
125900     END-IF.
126000 4300-EXIT.
126100     EXIT.
126200*----------------------------------------------------------*
126300* 4400-INSERT-CASE                                         *
126400*----------------------------------------------------------*
126500 4400-INSERT-CASE.
126600     EXEC SQL
126700         INSERT INTO SuspiciousCases
126800             (CustomerID, PatternCode, BranchID,
126900              OpenedDate, LastDetectedDate, WindowStartDate,
127000              NearThresholdCount, BranchCount, CashInAmount,
127100              CaseStatus)
127200         VALUES
127300             (:WS-CN-CUSTOMER-ID, :WS-PATTERN-CODE,
127400              :WS-BRANCH-ID,
127500              :WS-RC-CYCLE-DATE, :WS-RC-CYCLE-DATE,
127600              :WS-WINDOW-START,
127700              :WS-CASE-NEAR-COUNT, :WS-CASE-BRANCH-COUNT,
127800              :WS-CASE-IN-AMOUNT,
127900              'O')
128000     END-EXEC.
128100
128200     IF SQLCODE NOT = ZERO
128300         DISPLAY 'ReporteEfectivo: CASE INSERT FAILED, '
128400                 'SQLCODE = ' SQLCODE
128500         MOVE 16 TO RETURN-CODE
128600         STOP RUN
128700     END-IF.
128800
128900     EXEC SQL
129000         SELECT IDENTITY_VAL_LOCAL()
129100           INTO :WS-CASE-SEQ
129200           FROM SYSIBM.SYSDUMMY1
129300     END-EXEC.
129400     IF SQLCODE NOT = ZERO
129500         MOVE ZERO TO WS-CASE-SEQ
129600     END-IF.
129700 4400-EXIT.
129800     EXIT.
129900*----------------------------------------------------------*
130000* 4900-FETCH-CANDIDATE                                     *
130100*----------------------------------------------------------*
130200 4900-FETCH-CANDIDATE.
130300     EXEC SQL
130400         FETCH C-CANDIDATES
130500          INTO :WS-BRANCH-ID, :WS-BRANCH-NAME,
130600               :WS-CN-CUSTOMER-ID, :WS-CN-NAME,
130700               :WS-CN-NEAR-COUNT, :WS-CN-BRANCH-COUNT,
130800               :WS-CN-IN-AMOUNT
130900     END-EXEC.
131000
131100     EVALUATE SQLCODE
131200         WHEN ZERO
131300             CONTINUE
131400         WHEN 100
131500             SET END-OF-CANDIDATES TO TRUE
131600         WHEN OTHER
131700             DISPLAY 'ReporteEfectivo: CANDIDATE FETCH FAILED, '
131800                     'SQLCODE = ' SQLCODE
131900             MOVE 16 TO RETURN-CODE
132000             STOP RUN
132100     END-EVALUATE.
132200 4900-EXIT.
132300     EXIT.
132400*----------------------------------------------------------*
132500* 7000-WRITE-HEADINGS                                      *
132600* THE DECISIONS PRINT FIRST UNDER THEIR OWN HEADING; THE    *
132700* CASES FOLLOW UNDER THE BRANCH THEY ARE LISTED FOR.        *
132800*----------------------------------------------------------*
132900 7000-WRITE-HEADINGS.
133000     ADD 1 TO WS-PAGE-COUNT.
133100     MOVE WS-PAGE-COUNT    TO WS-HDR1-PAGE.
133200     MOVE WS-RC-CYCLE-DATE TO WS-HDR1-DATE.
133300     WRITE RPT-CTR-RECORD FROM WS-HDR-LINE-1.
133400     IF DECISION-SECTION
133500         WRITE RPT-CTR-RECORD FROM WS-DEC-TITLE-LINE
133600         WRITE RPT-CTR-RECORD FROM WS-DEC-HDR-LINE
133700     ELSE
133800         MOVE WS-BRANCH-ID   TO WS-HDRB-BRANCH-ID
133900         MOVE WS-BRANCH-NAME TO WS-HDRB-BRANCH-NAME
134000         WRITE RPT-CTR-RECORD FROM WS-HDR-BRANCH-LINE
134100         WRITE RPT-CTR-RECORD FROM WS-CASE-HDR-LINE
134200     END-IF.
134300     MOVE ZERO TO WS-LINE-COUNT.
134400 7000-EXIT.
134500     EXIT.
134600*----------------------------------------------------------*
134700* 8000-ADVANCE-CHECKPOINT                                  *
134800* THE DECISIONS, THE DAY'S CASH TOTALS, THE CASES AND THE   *
134900* HIGH-WATER TRANSEQ ARE ONE UNIT OF WORK - AN ABEND BEFORE *
135000* THIS COMMIT LEAVES ALL OF THEM AS THEY WERE, AND THE      *
135100* RESTART TOTALS THE SAME MOVEMENTS AGAIN.                  *
135200*----------------------------------------------------------*
135300 8000-ADVANCE-CHECKPOINT.
135400     EXEC SQL
135500         UPDATE PostingCheckpoint
135600            SET LastCommitRecNo  = :WS-HIGH-TRAN-SEQ,
135700                LastRunTimestamp = CURRENT TIMESTAMP,
135800                LastBusinessDate = :WS-RC-CYCLE-DATE
135900          WHERE JobName = :WS-JOB-NAME
136000     END-EXEC.
136100
136200     IF SQLCODE NOT = ZERO
136300         DISPLAY 'ReporteEfectivo: CHECKPOINT UPDATE '
136400                 'FAILED, SQLCODE = ' SQLCODE
136500         MOVE 16 TO RETURN-CODE
136600         STOP RUN
136700     END-IF.
136800
136900     EXEC SQL COMMIT END-EXEC.
137000
137100     IF SQLCODE NOT = ZERO
137200         DISPLAY 'ReporteEfectivo: CHECKPOINT COMMIT '
137300                 'FAILED, SQLCODE = ' SQLCODE
137400         MOVE 16 TO RETURN-CODE
137500         STOP RUN
137600     END-IF.
137700 8000-EXIT.
137800     EXIT.
137900*----------------------------------------------------------*
138000* 8500-WRITE-TOTALS                                        *
138100* RC=4 WHEN A DECISION WAS REFUSED - THE OFFICER HAS TO KEY *
138200* IT AGAIN ON THE NEXT CASEDEC.                             *
138300*----------------------------------------------------------*
138400 8500-WRITE-TOTALS.
138500     EXEC SQL
138600         SELECT COUNT(DISTINCT CustomerID)
138700           INTO :WS-CASH-CUSTOMERS
138800           FROM CashDailyTotals
138900          WHERE BusinessDate = :WS-RC-CYCLE-DATE
139000     END-EXEC.
139100
139200     IF SQLCODE NOT = ZERO
139300         DISPLAY 'ReporteEfectivo: CUSTOMER COUNT READ '
139400                 'FAILED, SQLCODE = ' SQLCODE
139500         MOVE 16 TO RETURN-CODE
139600         STOP RUN
139700     END-IF.
139800
139900     EXEC SQL
140000         SELECT COUNT(*)
140100           INTO :WS-OPEN-CASES
140200           FROM SuspiciousCases
140300          WHERE CaseStatus = 'O'
140400     END-EXEC.
140500
140600     IF SQLCODE NOT = ZERO
140700         DISPLAY 'ReporteEfectivo: OPEN CASE COUNT READ '
140800                 'FAILED, SQLCODE = ' SQLCODE
140900         MOVE 16 TO RETURN-CODE
141000         STOP RUN
141100     END-IF.
141200
141300     MOVE WS-CASH-CUSTOMERS   TO WS-TOT1-COUNT.
141400     MOVE WS-CTR-THRESHOLD    TO WS-TOT2-AMOUNT.
141500     MOVE WS-CTR-COUNT        TO WS-TOT3-COUNT.
141600     MOVE WS-CTR-IN-TOTAL     TO WS-TOT4-AMOUNT.
141700     MOVE WS-CTR-OUT-TOTAL    TO WS-TOT5-AMOUNT.
141800     MOVE WS-WINDOW-START     TO WS-TOT6-DATE.
141900     MOVE WS-DEC-RECORDED     TO WS-TOT7-COUNT.
142000     MOVE WS-DEC-REFUSED      TO WS-TOT8-COUNT.
142100     MOVE WS-NEW-CASES        TO WS-TOT9-COUNT.
142200     MOVE WS-RELISTED-CASES   TO WS-TOT10-COUNT.
142300     MOVE WS-SUPPRESSED-CASES TO WS-TOT11-COUNT.
142400     MOVE WS-OPEN-CASES       TO WS-TOT12-COUNT.
142500
142600     WRITE RPT-CTR-RECORD FROM WS-TOTAL-LINE-1.
142700     WRITE RPT-CTR-RECORD FROM WS-TOTAL-LINE-2.
142800     WRITE RPT-CTR-RECORD FROM WS-TOTAL-LINE-3.
142900     WRITE RPT-CTR-RECORD FROM WS-TOTAL-LINE-4.
143000     WRITE RPT-CTR-RECORD FROM WS-TOTAL-LINE-5.
143100     WRITE RPT-CTR-RECORD FROM WS-TOTAL-LINE-6.
143200     WRITE RPT-CTR-RECORD FROM WS-TOTAL-LINE-7.
143300     WRITE RPT-CTR-RECORD FROM WS-TOTAL-LINE-8.
143400     WRITE RPT-CTR-RECORD FROM WS-TOTAL-LINE-9.
143500     WRITE RPT-CTR-RECORD FROM WS-TOTAL-LINE-10.
143600     WRITE RPT-CTR-RECORD FROM WS-TOTAL-LINE-11.
143700     WRITE RPT-CTR-RECORD FROM WS-TOTAL-LINE-12.
143800     IF WS-NEW-CASES = ZERO AND WS-RELISTED-CASES = ZERO
143900         WRITE RPT-CTR-RECORD FROM WS-NO-ITEMS-LINE
144000     END-IF.
144100
144200     IF WS-DEC-REFUSED > ZERO
144300         MOVE 4 TO RETURN-CODE
144400     END-IF.
144500 8500-EXIT.
144600     EXIT.
144700*----------------------------------------------------------*
144800* 8900-RECORD-JOB-END                                      *
144900* MARKS THIS JOB COMPLETE FOR TONIGHT'S BUSINESS DATE ON    *
145000* JOBRUNCONTROL, RELEASING ITS SUCCESSORS.                  *
145100*----------------------------------------------------------*
145200 8900-RECORD-JOB-END.
145300     EXEC SQL
145400         UPDATE JobRunControl
145500            SET RunStatus    = 'C',
145600                EndTimestamp = CURRENT TIMESTAMP
145700          WHERE JobName = :WS-RC-JOB-NAME
145800            AND BusinessDate = :WS-RC-CYCLE-DATE
145900     END-EXEC.
146000
146100     IF SQLCODE NOT = ZERO
146200         DISPLAY 'ReporteEfectivo: RUN-CONTROL CLOSE-OUT '
146300                 'FAILED, SQLCODE = ' SQLCODE
146400         MOVE 16 TO RETURN-CODE
146500         STOP RUN
146600     END-IF.
146700 8900-EXIT.
146800     EXIT.
146900*----------------------------------------------------------*
147000* 9000-TERMINATE                                           *
147100*----------------------------------------------------------*
147200 9000-TERMINATE.
147300     EXEC SQL CLOSE C-CASH-WINDOW END-EXEC.
147400     EXEC SQL CLOSE C-CTR-CUSTOMERS END-EXEC.
147500     EXEC SQL CLOSE C-CANDIDATES END-EXEC.
147600     CLOSE CASE-DEC-FILE
147700           CTR-FILE
147800           RPT-CTR-FILE.
147900 9000-EXIT.
148000     EXIT.
