000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DeclaracionIntereses.
000300 AUTHOR.        R RAMIREZ.
000400 INSTALLATION.  RETAIL BANKING SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                     *
000900*----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                              *
001100* 10/15/2026 RR    ORIGINAL PROGRAM - YEAR-END INTEREST TAX *
001200*                  REPORTING.  TOTALS EACH CUSTOMER'S       *
001300*                  INTEREST FOR THE TAX YEAR FROM THE 'I'   *
001400*                  MOVEMENTS INTERESCOMISIONES POSTED ON    *
001500*                  TRANSACTIONS - CLOSED AND ESCHEATED      *
001600*                  ACCOUNTS INCLUDED - AND, FOR EVERY       *
001700*                  CUSTOMER AT OR OVER THE REPORTING        *
001800*                  MINIMUM, WRITES A DETAIL TO THE          *
001900*                  REGULATOR'S FILING FILE (HEADER AND      *
002000*                  TRAILER TOTALS) AND PRINTS THE YEAR-END  *
002100*                  INTEREST NOTICE MAILED TO THE CUSTOMERS  *
002200*                  ADDRESS.  WHAT WAS REPORTED IS KEPT ON   *
002300*                  INTERESTTAXREPORT.  A CORRECTION RUN,    *
002400*                  SELECTED BY THE TAXCTL CONTROL CARD,     *
002500*                  RECOMPUTES ONE CUSTOMER'S YEAR, FILES A  *
002600*                  CORRECTED RECORD CARRYING THE AMOUNT     *
002700*                  PREVIOUSLY REPORTED AND RE-ISSUES THE    *
002800*                  NOTICE MARKED CORRECTED.  THE CONTROL    *
002900*                  REPORT TIES THE TOTAL REPORTED (PLUS THE *
003000*                  TOTAL UNDER THE MINIMUM) TO THE TOTAL    *
003100*                  'I' POSTINGS FOR THE YEAR.               *
003101* 10/15/2026 RR    THE WAIT FOR INTCOM NOW LOOKS FOR ITS    *
003102*                  COMPLETED RUN ON THE TAX YEAR'S YEAR-END *
003103*                  BUSINESS DAY ON THE BUSINESS CALENDAR -  *
003104*                  DECEMBER NOW CLOSES ON ITS LAST BUSINESS *
003105*                  DAY, NOT IN JANUARY.                     *
003200*----------------------------------------------------------*
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT TAX-CTL-FILE    ASSIGN TO TAXCTL
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800     SELECT TAX-FILE        ASSIGN TO TAXFILE
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000     SELECT NOTICE-FILE     ASSIGN TO TAXNOT
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200     SELECT RPT-TAX-FILE    ASSIGN TO RPTTAX
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400*
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  TAX-CTL-FILE
004800     RECORDING MODE IS F
004900     LABEL RECORDS ARE STANDARD.
005000 01  TAX-CTL-RECORD               PIC X(80).
005100 FD  TAX-FILE
005200     RECORDING MODE IS F
005300     LABEL RECORDS ARE STANDARD.
005400 01  TAX-RECORD                   PIC X(200).
005500 FD  NOTICE-FILE
005600     RECORDING MODE IS F
005700     LABEL RECORDS ARE STANDARD.
005800 01  NOTICE-RECORD                PIC X(133).
005900 FD  RPT-TAX-FILE
006000     RECORDING MODE IS F
006100     LABEL RECORDS ARE STANDARD.
006200 01  RPT-TAX-RECORD               PIC X(133).
006300*
006400 WORKING-STORAGE SECTION.
006500*----------------------------------------------------------*
006600* PROGRAM SWITCHES                                          *
006700*----------------------------------------------------------*
006800 01  WS-RUN-MODE-SW               PIC X(01)    VALUE 'A'.
006900     88  ANNUAL-RUN                            VALUE 'A'.
007000     88  CORRECTION-RUN                        VALUE 'C'.
007100 01  WS-INT-EOF-SW                PIC X(01)    VALUE 'N'.
007200     88  END-OF-INTEREST                       VALUE 'Y'.
007300 01  WS-PRIOR-FOUND-SW            PIC X(01)    VALUE 'N'.
007400     88  PRIOR-ROW-FOUND                       VALUE 'Y'.
007500     88  PRIOR-ROW-ABSENT                      VALUE 'N'.
007600 01  WS-BALANCE-SW                PIC X(01)    VALUE 'Y'.
007700     88  RUN-IN-BALANCE                        VALUE 'Y'.
007800     88  RUN-OUT-OF-BALANCE                    VALUE 'N'.
007900*----------------------------------------------------------*
008000* REPORTING MINIMUM.  A CUSTOMER WHOSE INTEREST FOR THE     *
008100* YEAR IS UNDER THIS AMOUNT IS NOT FILED AND GETS NO        *
008200* NOTICE; THE AMOUNT IS STILL KEPT ON INTERESTTAXREPORT AND *
008300* COUNTED ON THE CONTROL REPORT.                            *
008400*----------------------------------------------------------*
008500 77  WS-REPORT-MINIMUM            PIC S9(11)V99 COMP-3
008600                                  VALUE +10.00.
008700 01  WS-LINE-COUNT                PIC S9(04) COMP VALUE ZERO.
008800 01  WS-LINES-PER-PAGE            PIC S9(04) COMP VALUE +55.
008900 01  WS-PAGE-COUNT                PIC S9(04) COMP VALUE ZERO.
009000*----------------------------------------------------------*
009100* TAXCTL CONTROL CARD.  NO CARD (OR A BLANK MODE) IS THE    *
009200* ANNUAL RUN; MODE C IS A CORRECTION FOR THE ONE CUSTOMER   *
009300* ON THE CARD.  A BLANK TAX YEAR IS THE YEAR BEFORE THE     *
009400* CYCLE DATE'S.                                             *
009500*----------------------------------------------------------*
009600 01  WS-CONTROL-CARD.
009700     05  WS-CC-MODE               PIC X(01).
009800     05  FILLER                   PIC X(01).
009900     05  WS-CC-TAX-YEAR-X         PIC X(04).
010000     05  WS-CC-TAX-YEAR REDEFINES WS-CC-TAX-YEAR-X
010100                                  PIC 9(04).
010200     05  FILLER                   PIC X(01).
010300     05  WS-CC-CUSTOMER-ID        PIC X(10).
010400     05  FILLER                   PIC X(63).
010500 01  WS-REFUSE-TEXT               PIC X(50).
010600 01  WS-TAX-YEAR                  PIC S9(04) COMP.
010700 01  WS-CYCLE-YEAR                PIC S9(04) COMP.
010800 01  WS-YEAR-ROWS                 PIC S9(09) COMP.
010900*----------------------------------------------------------*
011000* DB2 RETRIEVAL FIELDS - ONE CUSTOMER'S INTEREST FOR THE    *
011100* YEAR.  STATUS IS THE ACCOUNT STATUS (A, D OR C), E WHEN   *
011200* THE BALANCE WAS ESCHEATED, BLANK WHEN THE CUSTOMER IS NO  *
011300* LONGER ON CUSTOMERS.                                      *
011400*----------------------------------------------------------*
011500 01  WS-IN-CUSTOMER-ID            PIC X(10).
011600 01  WS-IN-NAME                   PIC X(30).
011700 01  WS-IN-ADDRESS                PIC X(40).
011800 01  WS-IN-STATUS                 PIC X(01).
011900 01  WS-IN-AMOUNT                 PIC S9(11)V99 COMP-3.
012000 01  WS-IN-POSTINGS               PIC S9(09) COMP.
012100 01  WS-REPORTABLE                PIC X(01).
012200*----------------------------------------------------------*
012300* CORRECTION FIELDS - WHAT INTERESTTAXREPORT HOLDS FOR THE  *
012400* CUSTOMER FROM THE LAST FILING                             *
012500*----------------------------------------------------------*
012600 01  WS-PRIOR-AMOUNT              PIC S9(11)V99 COMP-3.
012700 01  WS-PRIOR-REPORTABLE          PIC X(01).
012800     88  PRIOR-REPORTED                        VALUE 'Y'.
012900 01  WS-PRIOR-DATE                PIC X(10).
013000 01  WS-FILED-SW                  PIC X(01).
013100     88  RECORD-FILED                          VALUE 'Y'.
013200 01  WS-RESULT-TEXT               PIC X(30).
013300*----------------------------------------------------------*
013400* CONTROL TOTALS.  POSTED IS READ STRAIGHT FROM             *
013500* TRANSACTIONS; REPORTED PLUS UNDER-MINIMUM MUST EQUAL IT.  *
013600*----------------------------------------------------------*
013700 01  WS-CTL-POSTINGS              PIC S9(09) COMP VALUE ZERO.
013800 01  WS-CTL-AMOUNT                PIC S9(13)V99 COMP-3 VALUE ZERO.
013900 01  WS-RPT-COUNT                 PIC S9(09) COMP VALUE ZERO.
014000 01  WS-RPT-AMOUNT                PIC S9(13)V99 COMP-3 VALUE ZERO.
014100 01  WS-UNDER-COUNT               PIC S9(09) COMP VALUE ZERO.
014200 01  WS-UNDER-AMOUNT              PIC S9(13)V99 COMP-3 VALUE ZERO.
014300 01  WS-ALL-COUNT                 PIC S9(09) COMP VALUE ZERO.
014400 01  WS-ALL-AMOUNT                PIC S9(13)V99 COMP-3 VALUE ZERO.
014500 01  WS-FILED-COUNT               PIC S9(07) COMP-3 VALUE ZERO.
014600 01  WS-FILED-AMOUNT              PIC S9(13)V99 COMP-3 VALUE ZERO.
014700 01  WS-NOTICES-PRINTED           PIC S9(07) COMP-3 VALUE ZERO.
014800 01  WS-NO-ADDRESS                PIC S9(07) COMP-3 VALUE ZERO.
014900 01  WS-DIFFERENCE                PIC S9(13)V99 COMP-3 VALUE ZERO.
015000*----------------------------------------------------------*
015100* INTEREST TAX FILING LAYOUTS - THE REGULATOR'S ELECTRONIC  *
015200* FILING.  ONE HEADER (FILE TYPE O ORIGINAL OR C            *
015300* CORRECTED), ONE DETAIL PER REPORTED CUSTOMER, ONE         *
015400* TRAILER WITH THE RECORD COUNT AND TOTAL.  AMOUNTS ARE     *
015500* DIGITS WITH TWO ASSUMED DECIMALS.  A CORRECTED DETAIL     *
015600* CARRIES THE AMOUNT PREVIOUSLY REPORTED.                   *
015700*----------------------------------------------------------*
015800 01  WS-TAX-HEADER.
015900     05  FILLER                   PIC X(03)    VALUE 'HDR'.
016000     05  WS-FH-TAX-YEAR           PIC 9(04).
016100     05  WS-FH-FILE-TYPE          PIC X(01).
016200     05  WS-FH-RUN-DATE           PIC X(10).
016300     05  WS-FH-MINIMUM            PIC 9(11)V99.
016400     05  FILLER                   PIC X(169)   VALUE SPACES.
016500 01  WS-TAX-DETAIL.
016600     05  FILLER                   PIC X(03)    VALUE 'DTL'.
016700     05  WS-FD-TAX-YEAR           PIC 9(04).
016800     05  WS-FD-CORRECTION         PIC X(01).
016900     05  WS-FD-CUSTOMER-ID        PIC X(10).
017000     05  WS-FD-NAME               PIC X(30).
017100     05  WS-FD-ADDRESS            PIC X(40).
017200     05  WS-FD-STATUS             PIC X(01).
017300     05  WS-FD-AMOUNT             PIC 9(11)V99.
017400     05  WS-FD-PRIOR-AMOUNT       PIC 9(11)V99.
017500     05  FILLER                   PIC X(85)    VALUE SPACES.
017600 01  WS-TAX-TRAILER.
017700     05  FILLER                   PIC X(03)    VALUE 'TRL'.
017800     05  WS-FT-TAX-YEAR           PIC 9(04).
017900     05  WS-FT-RECORD-COUNT       PIC 9(07).
018000     05  WS-FT-TOTAL              PIC 9(13)V99.
018100     05  FILLER                   PIC X(171)   VALUE SPACES.
018200*----------------------------------------------------------*
018300* YEAR-END INTEREST NOTICE - ONE PAGE PER REPORTED          *
018400* CUSTOMER FOR THE MAILING HOUSE, IN THE SAME 133-BYTE      *
018500* PRINT FORMAT AS THE STATEMENTS.  THE PRIOR-AMOUNT AND     *
018600* REPLACEMENT LINES PRINT ONLY ON A CORRECTED NOTICE.       *
018700*----------------------------------------------------------*
018800 01  WS-NOT-HDR-LINE.
018900     05  FILLER                   PIC X(01)    VALUE '1'.
019000     05  WS-NOT-TITLE             PIC X(40).
019100     05  FILLER                   PIC X(09)    VALUE 'TAX YEAR '.
019200     05  WS-NOT-YEAR              PIC 9(04).
019300     05  FILLER                   PIC X(03)    VALUE SPACES.
019400     05  WS-NOT-DATE              PIC X(10).
019500     05  FILLER                   PIC X(66)    VALUE SPACES.
019600 01  WS-NOT-NAME-LINE.
019700     05  FILLER                   PIC X(01)    VALUE '0'.
019800     05  WS-NOT-NAME              PIC X(30).
019900     05  FILLER                   PIC X(102)   VALUE SPACES.
020000 01  WS-NOT-ADDR-LINE.
020100     05  FILLER                   PIC X(01)    VALUE ' '.
020200     05  WS-NOT-ADDR              PIC X(40).
020300     05  FILLER                   PIC X(92)    VALUE SPACES.
020400 01  WS-NOT-ACCT-LINE.
020500     05  FILLER                   PIC X(01)    VALUE '0'.
020600     05  FILLER                   PIC X(09)    VALUE 'ACCOUNT '.
020700     05  WS-NOT-ACCT-ID           PIC X(10).
020800     05  FILLER                   PIC X(113)   VALUE SPACES.
020900 01  WS-NOT-AMOUNT-LINE.
021000     05  FILLER                   PIC X(01)    VALUE '0'.
021100     05  FILLER                   PIC X(32)
021200                      VALUE 'INTEREST PAID TO YOU IN THE YEAR'.
021300     05  FILLER                   PIC X(02)    VALUE SPACES.
021400     05  WS-NOT-AMOUNT            PIC Z(10)9.99.
021500     05  FILLER                   PIC X(84)    VALUE SPACES.
021600 01  WS-NOT-PRIOR-LINE.
021700     05  FILLER                   PIC X(01)    VALUE ' '.
021800     05  FILLER                   PIC X(32)
021900                      VALUE 'AMOUNT PREVIOUSLY REPORTED'.
022000     05  FILLER                   PIC X(02)    VALUE SPACES.
022100     05  WS-NOT-PRIOR-AMOUNT      PIC Z(10)9.99.
022200     05  FILLER                   PIC X(84)    VALUE SPACES.
022300*    EACH SENTENCE IS BUILT FROM EXACTLY-SIZED FILLERS SO
022400*    NO VALUE LITERAL NEEDS A CONTINUATION LINE, AS ON THE
022500*    PRE-ESCHEATMENT NOTICE.
022600 01  WS-NOT-BODY-LINE-1.
022700     05  FILLER                   PIC X(01)    VALUE '0'.
022800     05  FILLER                   PIC X(30)
022900                      VALUE 'THIS AMOUNT HAS BEEN REPORTED '.
023000     05  FILLER                   PIC X(21)
023100                      VALUE 'TO THE TAX AUTHORITY.'.
023200     05  FILLER                   PIC X(81)    VALUE SPACES.
023300 01  WS-NOT-BODY-LINE-2.
023400     05  FILLER                   PIC X(01)    VALUE ' '.
023500     05  FILLER                   PIC X(32)
023600                      VALUE 'THIS NOTICE REPLACES ANY EARLIER'.
023700     05  FILLER                   PIC X(22)
023800                      VALUE ' NOTICE FOR THIS YEAR.'.
023900     05  FILLER                   PIC X(78)    VALUE SPACES.
024000*----------------------------------------------------------*
024100* REPORT LINES                                              *
024200*----------------------------------------------------------*
024300 01  WS-HDR-LINE-1.
024400     05  FILLER                   PIC X(01)    VALUE '1'.
024500     05  FILLER                   PIC X(40)
024600                       VALUE 'YEAR-END INTEREST TAX CONTROL'.
024700     05  FILLER                   PIC X(11)    VALUE 'CYCLE DATE'.
024800     05  WS-HDR1-DATE             PIC X(10).
024900     05  FILLER                   PIC X(05)    VALUE SPACES.
025000     05  FILLER                   PIC X(05)    VALUE 'PAGE '.
025100     05  WS-HDR1-PAGE             PIC ZZZ9.
025200     05  FILLER                   PIC X(57)    VALUE SPACES.
025300 01  WS-HDR-LINE-2.
025400     05  FILLER                   PIC X(01)    VALUE ' '.
025500     05  FILLER                   PIC X(09)    VALUE 'TAX YEAR '.
025600     05  WS-HDR2-YEAR             PIC 9(04).
025700     05  FILLER                   PIC X(03)    VALUE SPACES.
025800     05  WS-HDR2-MODE             PIC X(40).
025900     05  FILLER                   PIC X(76)    VALUE SPACES.
026000 01  WS-ADDR-TITLE-LINE.
026100     05  FILLER                   PIC X(01)    VALUE '0'.
026200     05  FILLER                   PIC X(50)
026300         VALUE 'REPORTED CUSTOMERS WITH NO MAILING ADDRESS'.
026400     05  FILLER                   PIC X(82)    VALUE SPACES.
026500 01  WS-ADDR-HDR-LINE.
026600     05  FILLER                   PIC X(01)    VALUE ' '.
026700     05  FILLER                   PIC X(12)    VALUE 'CUSTID'.
026800     05  FILLER                   PIC X(32)    VALUE 'NAME'.
026900     05  FILLER                   PIC X(03)    VALUE 'S'.
027000     05  FILLER                   PIC X(14)
027100                       VALUE '      INTEREST'.
027200     05  FILLER                   PIC X(71)    VALUE SPACES.
027300 01  WS-ADDR-DETAIL-LINE.
027400     05  FILLER                   PIC X(01)    VALUE ' '.
027500     05  WS-ADL-CUSTOMER-ID       PIC X(10).
027600     05  FILLER                   PIC X(02)    VALUE SPACES.
027700     05  WS-ADL-NAME              PIC X(30).
027800     05  FILLER                   PIC X(02)    VALUE SPACES.
027900     05  WS-ADL-STATUS            PIC X(01).
028000     05  FILLER                   PIC X(02)    VALUE SPACES.
028100     05  WS-ADL-AMOUNT            PIC Z(10)9.99.
028200     05  FILLER                   PIC X(71)    VALUE SPACES.
028300 01  WS-CORR-TITLE-LINE.
028400     05  FILLER                   PIC X(01)    VALUE '0'.
028500     05  FILLER                   PIC X(50)
028600         VALUE 'CORRECTION FOR ONE CUSTOMER'.
028700     05  FILLER                   PIC X(82)    VALUE SPACES.
028800 01  WS-CORR-HDR-LINE.
028900     05  FILLER                   PIC X(01)    VALUE ' '.
029000     05  FILLER                   PIC X(12)    VALUE 'CUSTID'.
029100     05  FILLER                   PIC X(32)    VALUE 'NAME'.
029200     05  FILLER                   PIC X(12)    VALUE 'LAST FILED'.
029300     05  FILLER                   PIC X(16)
029400                       VALUE '  PRIOR AMOUNT'.
029500     05  FILLER                   PIC X(16)
029600                       VALUE '     CORRECTED'.
029700     05  FILLER                   PIC X(30)    VALUE 'RESULT'.
029800     05  FILLER                   PIC X(14)    VALUE SPACES.
029900 01  WS-CORR-DETAIL-LINE.
030000     05  FILLER                   PIC X(01)    VALUE ' '.
030100     05  WS-CDL-CUSTOMER-ID       PIC X(10).
030200     05  FILLER                   PIC X(02)    VALUE SPACES.
030300     05  WS-CDL-NAME              PIC X(30).
030400     05  FILLER                   PIC X(02)    VALUE SPACES.
030500     05  WS-CDL-PRIOR-DATE        PIC X(10).
030600     05  FILLER                   PIC X(02)    VALUE SPACES.
030700     05  WS-CDL-PRIOR-AMOUNT      PIC Z(10)9.99.
030800     05  FILLER                   PIC X(02)    VALUE SPACES.
030900     05  WS-CDL-NEW-AMOUNT        PIC Z(10)9.99.
031000     05  FILLER                   PIC X(02)    VALUE SPACES.
031100     05  WS-CDL-RESULT            PIC X(30).
031200     05  FILLER                   PIC X(14)    VALUE SPACES.
031300*    THE CONTROL TOTALS START THEIR OWN PAGE.  IN A
031400*    CORRECTION RUN THE REPORTED AND UNDER-MINIMUM LINES ARE
031500*    READ BACK FROM INTERESTTAXREPORT AFTER THE CORRECTION,
031600*    SO THE TIE SHOWS WHETHER ANY OTHER CUSTOMER'S YEAR HAS
031700*    MOVED SINCE IT WAS FILED.
031800 01  WS-TOTAL-LINE-1.
031900     05  FILLER                   PIC X(01)    VALUE '1'.
032000     05  FILLER                   PIC X(28)
032100                       VALUE 'INTEREST POSTED FOR THE YEAR'.
032200     05  WS-TOT1-COUNT            PIC ZZZZZZ9.
032300     05  FILLER                   PIC X(04)    VALUE SPACES.
032400     05  WS-TOT1-AMOUNT           PIC Z(12)9.99.
032500     05  FILLER                   PIC X(77)    VALUE SPACES.
032600 01  WS-TOTAL-LINE-2.
032700     05  FILLER                   PIC X(01)    VALUE ' '.
032800     05  FILLER                   PIC X(28)
032900                       VALUE 'CUSTOMERS WITH INTEREST . . '.
033000     05  WS-TOT2-COUNT            PIC ZZZZZZ9.
033100     05  FILLER                   PIC X(04)    VALUE SPACES.
033200     05  WS-TOT2-AMOUNT           PIC Z(12)9.99.
033300     05  FILLER                   PIC X(77)    VALUE SPACES.
033400 01  WS-TOTAL-LINE-3.
033500     05  FILLER                   PIC X(01)    VALUE ' '.
033600     05  FILLER                   PIC X(28)
033700                       VALUE 'REPORTED AT OR OVER MINIMUM '.
033800     05  WS-TOT3-COUNT            PIC ZZZZZZ9.
033900     05  FILLER                   PIC X(04)    VALUE SPACES.
034000     05  WS-TOT3-AMOUNT           PIC Z(12)9.99.
034100     05  FILLER                   PIC X(77)    VALUE SPACES.
034200 01  WS-TOTAL-LINE-4.
034300     05  FILLER                   PIC X(01)    VALUE ' '.
034400     05  FILLER                   PIC X(28)
034500                       VALUE 'UNDER THE REPORTING MINIMUM '.
034600     05  WS-TOT4-COUNT            PIC ZZZZZZ9.
034700     05  FILLER                   PIC X(04)    VALUE SPACES.
034800     05  WS-TOT4-AMOUNT           PIC Z(12)9.99.
034900     05  FILLER                   PIC X(77)    VALUE SPACES.
035000 01  WS-TOTAL-LINE-5.
035100     05  FILLER                   PIC X(01)    VALUE ' '.
035200     05  FILLER                   PIC X(28)
035300                       VALUE 'REPORTING MINIMUM . . . . . '.
035400     05  FILLER                   PIC X(11)    VALUE SPACES.
035500     05  WS-TOT5-AMOUNT           PIC Z(12)9.99.
035600     05  FILLER                   PIC X(77)    VALUE SPACES.
035700 01  WS-TOTAL-LINE-6.
035800     05  FILLER                   PIC X(01)    VALUE ' '.
035900     05  FILLER                   PIC X(28)
036000                       VALUE 'FILING RECORDS WRITTEN. . . '.
036100     05  WS-TOT6-COUNT            PIC ZZZZZZ9.
036200     05  FILLER                   PIC X(04)    VALUE SPACES.
036300     05  WS-TOT6-AMOUNT           PIC Z(12)9.99.
036400     05  FILLER                   PIC X(77)    VALUE SPACES.
036500 01  WS-TOTAL-LINE-7.
036600     05  FILLER                   PIC X(01)    VALUE ' '.
036700     05  FILLER                   PIC X(28)
036800                       VALUE 'NOTICES PRINTED . . . . . . '.
036900     05  WS-TOT7-COUNT            PIC ZZZZZZ9.
037000     05  FILLER                   PIC X(97)    VALUE SPACES.
037100 01  WS-TOTAL-LINE-8.
037200     05  FILLER                   PIC X(01)    VALUE ' '.
037300     05  FILLER                   PIC X(28)
037400                       VALUE 'NOTICES WITH NO ADDRESS . . '.
037500     05  WS-TOT8-COUNT            PIC ZZZZZZ9.
037600     05  FILLER                   PIC X(97)    VALUE SPACES.
037700 01  WS-TOTAL-LINE-9.
037800     05  FILLER                   PIC X(01)    VALUE '0'.
037900     05  FILLER                   PIC X(28)
038000                       VALUE 'POSTED LESS CUSTOMER TOTAL. '.
038100     05  FILLER                   PIC X(10)    VALUE SPACES.
038200     05  WS-TOT9-AMOUNT           PIC -(12)9.99.
038300     05  FILLER                   PIC X(02)    VALUE SPACES.
038400     05  WS-TOT9-STATUS           PIC X(30).
038500     05  FILLER                   PIC X(46)    VALUE SPACES.
038600*----------------------------------------------------------*
038700* RUN-CONTROL FIELDS - JOBRUNCONTROL CYCLE SEQUENCING.  THE *
038800* ANNUAL RUN WAITS FOR INTCOM TO HAVE COMPLETED ON THE TAX  *
038900* YEAR'S YEAR-END BUSINESS DAY, SO DECEMBER'S INTEREST IS   *
039000* ON FILE.                                                  *
039100*----------------------------------------------------------*
039200 77  WS-RC-JOB-NAME               PIC X(08)    VALUE 'INTTAX'.
039300 77  WS-RC-PRED-NAME              PIC X(08)    VALUE 'INTCOM'.
039400 01  WS-RC-STATUS                 PIC X(01).
039500 01  WS-RC-FOUND-SW               PIC X(01).
039600     88  RC-ROW-FOUND                          VALUE 'Y'.
039700     88  RC-ROW-ABSENT                         VALUE 'N'.
039800 01  WS-RC-CYCLE-DATE             PIC X(10).
039900 01  WS-RC-PRED-RUNS              PIC S9(09) COMP.
040000     EXEC SQL INCLUDE SQLCA END-EXEC.
040100*
040200 PROCEDURE DIVISION.
040300*----------------------------------------------------------*
040400* 0000-MAIN-PROCESS                                        *
040500*----------------------------------------------------------*
040600 0000-MAIN-PROCESS.
040700     PERFORM 0700-READ-CONTROL-CARD
040800         THRU 0700-EXIT.
040900
041000     PERFORM 0800-CHECK-RUN-CONTROL
041100         THRU 0800-EXIT.
041200
041300     PERFORM 1000-INITIALIZE
041400         THRU 1000-EXIT.
041500
041600     IF ANNUAL-RUN
041700         PERFORM 2000-REPORT-ONE-CUSTOMER
041800             THRU 2000-EXIT
041900            UNTIL END-OF-INTEREST
042000     ELSE
042100         PERFORM 4000-CORRECT-CUSTOMER
042200             THRU 4000-EXIT
042300     END-IF.
042400
042500     PERFORM 3000-BALANCE-RUN
042600         THRU 3000-EXIT.
042700
042800     IF RUN-IN-BALANCE
042900         PERFORM 3800-WRITE-TAX-TRAILER
043000             THRU 3800-EXIT
043100     END-IF.
043200
043300     PERFORM 8500-WRITE-TOTALS
043400         THRU 8500-EXIT.
043500
043600     PERFORM 9000-TERMINATE
043700         THRU 9000-EXIT.
043800
043900     IF RUN-OUT-OF-BALANCE
044000         DISPLAY 'DeclaracionIntereses: REPORTED TOTAL DOES '
044100                 'NOT TIE TO THE YEAR''S INTEREST POSTINGS - '
044200                 'FILING NOT RELEASED'
044300         EXEC SQL ROLLBACK END-EXEC
044400         MOVE 16 TO RETURN-CODE
044500         STOP RUN
044600     END-IF.
044700
044800     PERFORM 8000-COMMIT-FILING
044900         THRU 8000-EXIT.
045000
045100     IF ANNUAL-RUN
045200         PERFORM 8900-RECORD-JOB-END
045300             THRU 8900-EXIT
045400     END-IF.
045500
045600     STOP RUN.
045700*----------------------------------------------------------*
045800* 0700-READ-CONTROL-CARD                                   *
045900* READS THE TAXCTL CARD AND FIXES THE RUN MODE AND TAX      *
046000* YEAR.  THE TAX YEAR MUST BE OVER (BEFORE THE CYCLE        *
046100* DATE'S YEAR).  AN ANNUAL RUN REFUSES A YEAR ALREADY       *
046200* FILED, AND A CORRECTION RUN A YEAR NOT YET FILED          *
046300* (RC=8 EITHER WAY, AS FOR A BAD CARD).                     *
046400*----------------------------------------------------------*
046500 0700-READ-CONTROL-CARD.
046600     OPEN INPUT TAX-CTL-FILE.
046700     READ TAX-CTL-FILE INTO WS-CONTROL-CARD
046800         AT END
046900             MOVE SPACES TO WS-CONTROL-CARD
047000     END-READ.
047100     CLOSE TAX-CTL-FILE.
047200
047300*    ONE CYCLE BUSINESS DATE FOR EVERY JOB IN THE NIGHT'S
047400*    RUN - THE CALENDAR DATE AS OF TWELVE HOURS AGO.
047500     EXEC SQL
047600         SELECT CHAR(DATE(CURRENT TIMESTAMP - 12 HOURS),
047700                     ISO),
047800                YEAR(CURRENT TIMESTAMP - 12 HOURS)
047900           INTO :WS-RC-CYCLE-DATE, :WS-CYCLE-YEAR
048000           FROM SYSIBM.SYSDUMMY1
048100     END-EXEC.
048200
048300     IF SQLCODE NOT = ZERO
048400         DISPLAY 'DeclaracionIntereses: CYCLE DATE '
048500                 'DERIVATION FAILED, SQLCODE = ' SQLCODE
048600         MOVE 16 TO RETURN-CODE
048700         STOP RUN
048800     END-IF.
048900
049000     EVALUATE WS-CC-MODE
049100         WHEN 'A'
049200         WHEN ' '
049300             SET ANNUAL-RUN TO TRUE
049400         WHEN 'C'
049500             SET CORRECTION-RUN TO TRUE
049600         WHEN OTHER
049700             MOVE 'RUN MODE MUST BE A OR C' TO WS-REFUSE-TEXT
049800             GO TO 0700-REFUSE
049900     END-EVALUATE.
050000
050100     IF WS-CC-TAX-YEAR-X = SPACES
050200         COMPUTE WS-TAX-YEAR = WS-CYCLE-YEAR - 1
050300     ELSE
050400         IF WS-CC-TAX-YEAR NOT NUMERIC
050500             MOVE 'TAX YEAR NOT NUMERIC' TO WS-REFUSE-TEXT
050600             GO TO 0700-REFUSE
050700         END-IF
050800         MOVE WS-CC-TAX-YEAR TO WS-TAX-YEAR
050900     END-IF.
051000
051100     IF WS-TAX-YEAR NOT < WS-CYCLE-YEAR
051200         MOVE 'TAX YEAR NOT YET OVER' TO WS-REFUSE-TEXT
051300         GO TO 0700-REFUSE
051400     END-IF.
051500
051600     IF CORRECTION-RUN AND WS-CC-CUSTOMER-ID = SPACES
051700         MOVE 'CORRECTION RUN NEEDS A CUSTOMER ID'
051800           TO WS-REFUSE-TEXT
051900         GO TO 0700-REFUSE
052000     END-IF.
052100
052200     IF ANNUAL-RUN AND WS-CC-CUSTOMER-ID NOT = SPACES
052300         MOVE 'CUSTOMER ID ONLY ON A CORRECTION RUN'
052400           TO WS-REFUSE-TEXT
052500         GO TO 0700-REFUSE
052600     END-IF.
052700
052800     EXEC SQL
052900         SELECT COUNT(*)
053000           INTO :WS-YEAR-ROWS
053100           FROM InterestTaxReport
053200          WHERE TaxYear = :WS-TAX-YEAR
053300     END-EXEC.
053400
053500     IF SQLCODE NOT = ZERO
053600         DISPLAY 'DeclaracionIntereses: TAX REPORT READ '
053700                 'FAILED, SQLCODE = ' SQLCODE
053800         MOVE 16 TO RETURN-CODE
053900         STOP RUN
054000     END-IF.
054100
054200     IF ANNUAL-RUN AND WS-YEAR-ROWS > ZERO
054300         MOVE 'YEAR ALREADY FILED - USE A CORRECTION RUN'
054400           TO WS-REFUSE-TEXT
054500         GO TO 0700-REFUSE
054600     END-IF.
054700
054800     IF CORRECTION-RUN AND WS-YEAR-ROWS = ZERO
054900         MOVE 'YEAR NOT YET FILED - NOTHING TO CORRECT'
055000           TO WS-REFUSE-TEXT
055100         GO TO 0700-REFUSE
055200     END-IF.
055300
055400     GO TO 0700-EXIT.
055500 0700-REFUSE.
055600     DISPLAY 'DeclaracionIntereses: ' WS-REFUSE-TEXT
055700             ' - RUN REFUSED'.
055800     DISPLAY 'DeclaracionIntereses: TAXCTL CARD WAS '
055900             WS-CONTROL-CARD.
056000     MOVE 8 TO RETURN-CODE.
056100     STOP RUN.
056200 0700-EXIT.
056300     EXIT.
056400*----------------------------------------------------------*
056500* 0800-CHECK-RUN-CONTROL                                   *
056600* REGISTERS THE ANNUAL RUN ON JOBRUNCONTROL - A RUN ALREADY *
056700* COMPLETE FOR TONIGHT'S BUSINESS DATE REFUSES TO RUN       *
056800* TWICE, AND THE RUN WAITS UNTIL INTCOM HAS COMPLETED ON    *
056900* THE TAX YEAR'S YEAR-END BUSINESS DAY, AS FLAGGED ON THE   *
056950* BUSINESS CALENDAR (RC=8 EITHER WAY).  A CORRECTION RUN IS *
057000* AN ON-REQUEST RUN OUTSIDE THE CYCLE AND IS NOT            *
057100* REGISTERED.                                               *
057200*----------------------------------------------------------*
057300 0800-CHECK-RUN-CONTROL.
057400     IF CORRECTION-RUN
057500         GO TO 0800-EXIT
057600     END-IF.
057700
057800     EXEC SQL
057900         SELECT RunStatus
058000           INTO :WS-RC-STATUS
058100           FROM JobRunControl
058200          WHERE JobName = :WS-RC-JOB-NAME
058300            AND BusinessDate = :WS-RC-CYCLE-DATE
058400     END-EXEC.
058500
058600     EVALUATE SQLCODE
058700         WHEN ZERO
058800             SET RC-ROW-FOUND TO TRUE
058900             IF WS-RC-STATUS = 'C'
059000                 DISPLAY 'DeclaracionIntereses: ALREADY '
059100                         'COMPLETE FOR THIS BUSINESS DATE - '
059200                         'RUN REFUSED'
059300                 MOVE 8 TO RETURN-CODE
059400                 STOP RUN
059500             END-IF
059600         WHEN 100
059700             SET RC-ROW-ABSENT TO TRUE
059800         WHEN OTHER
059900             DISPLAY 'DeclaracionIntereses: RUN-CONTROL READ '
060000                     'FAILED, SQLCODE = ' SQLCODE
060100             MOVE 16 TO RETURN-CODE
060200             STOP RUN
060300     END-EVALUATE.
060400
060500     EXEC SQL
060600         SELECT COUNT(*)
060700           INTO :WS-RC-PRED-RUNS
060800           FROM JobRunControl R, BusinessCalendar B
060900          WHERE R.JobName = :WS-RC-PRED-NAME
061000            AND R.RunStatus = 'C'
061050            AND B.CalendarDate = R.BusinessDate
061100            AND B.YearEnd = 'Y'
061150            AND YEAR(B.CalendarDate) = :WS-TAX-YEAR
061200     END-EXEC.
061300
061400     IF SQLCODE NOT = ZERO OR WS-RC-PRED-RUNS = ZERO
061500         DISPLAY 'DeclaracionIntereses: PREDECESSOR INTCOM '
061600                 'HAS NOT CLOSED THE TAX YEAR''S LAST MONTH '
061700                 '- RUN REFUSED'
061800         MOVE 8 TO RETURN-CODE
061900         STOP RUN
062000     END-IF.
062100
062200     IF RC-ROW-FOUND
062300         EXEC SQL
062400             UPDATE JobRunControl
062500                SET StartTimestamp = CURRENT TIMESTAMP,
062600                    RunStatus      = 'S'
062700              WHERE JobName = :WS-RC-JOB-NAME
062800                AND BusinessDate = :WS-RC-CYCLE-DATE
062900         END-EXEC
063000     ELSE
063100         EXEC SQL
063200             INSERT INTO JobRunControl
063300                 (JobName, BusinessDate,
063400                  StartTimestamp, RunStatus)
063500             VALUES
063600                 (:WS-RC-JOB-NAME, :WS-RC-CYCLE-DATE,
063700                  CURRENT TIMESTAMP, 'S')
063800         END-EXEC
063900     END-IF.
064000
064100     IF SQLCODE NOT = ZERO
064200         DISPLAY 'DeclaracionIntereses: RUN-CONTROL WRITE '
064300                 'FAILED, SQLCODE = ' SQLCODE
064400         MOVE 16 TO RETURN-CODE
064500         STOP RUN
064600     END-IF.
064700
064800     EXEC SQL COMMIT END-EXEC.
064900
065000     IF SQLCODE NOT = ZERO
065100         DISPLAY 'DeclaracionIntereses: RUN-CONTROL COMMIT '
065200                 'FAILED, SQLCODE = ' SQLCODE
065300         MOVE 16 TO RETURN-CODE
065400         STOP RUN
065500     END-IF.
065600 0800-EXIT.
065700     EXIT.
065800*----------------------------------------------------------*
065900* 1000-INITIALIZE                                          *
066000* OPENS THE OUTPUTS, READS THE CONTROL TOTAL OF THE YEAR'S  *
066100* 'I' POSTINGS, WRITES THE FILING HEADER AND, FOR THE       *
066200* ANNUAL RUN, OPENS THE CUSTOMER INTEREST CURSOR.           *
066300*----------------------------------------------------------*
066400 1000-INITIALIZE.
066500     OPEN OUTPUT TAX-FILE
066600                 NOTICE-FILE
066700                 RPT-TAX-FILE.
066800     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT.
066900
067000     EXEC SQL
067100         SELECT COUNT(*), COALESCE(SUM(TranAmount), 0)
067200           INTO :WS-CTL-POSTINGS, :WS-CTL-AMOUNT
067300           FROM Transactions
067400          WHERE TranType = 'I'
067500            AND YEAR(PostingTimestamp) = :WS-TAX-YEAR
067600     END-EXEC.
067700
067800     IF SQLCODE NOT = ZERO
067900         DISPLAY 'DeclaracionIntereses: CONTROL TOTAL READ '
068000                 'FAILED, SQLCODE = ' SQLCODE
068100         MOVE 16 TO RETURN-CODE
068200         STOP RUN
068300     END-IF.
068400
068500     MOVE WS-TAX-YEAR       TO WS-FH-TAX-YEAR
068600                               WS-FD-TAX-YEAR
068700                               WS-FT-TAX-YEAR
068800                               WS-NOT-YEAR
068900                               WS-HDR2-YEAR.
069000     MOVE WS-RC-CYCLE-DATE  TO WS-FH-RUN-DATE
069100                               WS-NOT-DATE.
069200     MOVE WS-REPORT-MINIMUM TO WS-FH-MINIMUM.
069300     IF ANNUAL-RUN
069400         MOVE 'O' TO WS-FH-FILE-TYPE
069500         MOVE 'YEAR-END INTEREST NOTICE' TO WS-NOT-TITLE
069600         MOVE 'ANNUAL FILING' TO WS-HDR2-MODE
069700     ELSE
069800         MOVE 'C' TO WS-FH-FILE-TYPE
069900         MOVE 'CORRECTED YEAR-END INTEREST NOTICE'
070000           TO WS-NOT-TITLE
070100         MOVE 'CORRECTION RUN' TO WS-HDR2-MODE
070200     END-IF.
070300     WRITE TAX-RECORD FROM WS-TAX-HEADER.
070400
070500     IF CORRECTION-RUN
070600         GO TO 1000-EXIT
070700     END-IF.
070800
070900*    EVERY CUSTOMER WITH INTEREST POSTED IN THE YEAR, WHATEVER
071000*    THE ACCOUNT'S STATUS NOW.  AN ESCHEATED ACCOUNT (ITS
071100*    ESCHEATTRACK NOTICE REMITTED) REPORTS STATUS E.
071200     EXEC SQL
071300         DECLARE C-INTEREST CURSOR FOR
071400             SELECT T.CustomerID,
071500                    COALESCE(C.CustomerName, ' '),
071600                    COALESCE(C.Address, ' '),
071700                    CASE WHEN E.NoticeStatus = 'R' THEN 'E'
071800                         ELSE COALESCE(C.AccountStatus, ' ')
071900                    END,
072000                    SUM(T.TranAmount), COUNT(*)
072100               FROM Transactions T
072200               LEFT JOIN Customers C
072300                 ON C.CustomerID = T.CustomerID
072400               LEFT JOIN EscheatTrack E
072500                 ON E.CustomerID = T.CustomerID
072600              WHERE T.TranType = 'I'
072700                AND YEAR(T.PostingTimestamp) = :WS-TAX-YEAR
072800              GROUP BY T.CustomerID, C.CustomerName, C.Address,
072900                       C.AccountStatus, E.NoticeStatus
073000              ORDER BY T.CustomerID
073100     END-EXEC.
073200
073300     EXEC SQL OPEN C-INTEREST END-EXEC.
073400
073500     IF SQLCODE NOT = ZERO
073600         DISPLAY 'DeclaracionIntereses: INTEREST CURSOR OPEN '
073700                 'FAILED, SQLCODE = ' SQLCODE
073800         MOVE 16 TO RETURN-CODE
073900         STOP RUN
074000     END-IF.
074100
074200     PERFORM 2900-FETCH-INTEREST
074300         THRU 2900-EXIT.
074400 1000-EXIT.
074500     EXIT.
074600*----------------------------------------------------------*
074700* 2000-REPORT-ONE-CUSTOMER                                 *
074800* ANNUAL RUN - FILES AND NOTIFIES ONE CUSTOMER AT OR OVER   *
074900* THE MINIMUM, RECORDS THE YEAR ON INTERESTTAXREPORT, THEN  *
075000* FETCHES THE NEXT CUSTOMER.                                *
075100*----------------------------------------------------------*
075200 2000-REPORT-ONE-CUSTOMER.
075300     ADD 1            TO WS-ALL-COUNT.
075400     ADD WS-IN-AMOUNT TO WS-ALL-AMOUNT.
075500
075600     IF WS-IN-AMOUNT < WS-REPORT-MINIMUM
075700         MOVE 'N' TO WS-REPORTABLE
075800         ADD 1            TO WS-UNDER-COUNT
075900         ADD WS-IN-AMOUNT TO WS-UNDER-AMOUNT
076000     ELSE
076100         MOVE 'Y' TO WS-REPORTABLE
076200         ADD 1            TO WS-RPT-COUNT
076300         ADD WS-IN-AMOUNT TO WS-RPT-AMOUNT
076400         MOVE SPACE TO WS-FD-CORRECTION
076500         MOVE ZERO  TO WS-PRIOR-AMOUNT
076600         PERFORM 5000-FILE-AND-NOTIFY
076700             THRU 5000-EXIT
076800     END-IF.
076900
077000     EXEC SQL
077100         INSERT INTO InterestTaxReport
077200             (TaxYear, CustomerID, InterestAmount,
077300              Reportable, ReportedDate, CorrectionCount)
077400         VALUES
077500             (:WS-TAX-YEAR, :WS-IN-CUSTOMER-ID, :WS-IN-AMOUNT,
077600              :WS-REPORTABLE, :WS-RC-CYCLE-DATE, 0)
077700     END-EXEC.
077800
077900     IF SQLCODE NOT = ZERO
078000         DISPLAY 'DeclaracionIntereses: TAX REPORT INSERT '
078100                 'FAILED FOR ' WS-IN-CUSTOMER-ID
078200                 ', SQLCODE = ' SQLCODE
078300         MOVE 16 TO RETURN-CODE
078400         STOP RUN
078500     END-IF.
078600
078700     PERFORM 2900-FETCH-INTEREST
078800         THRU 2900-EXIT.
078900 2000-EXIT.
079000     EXIT.
079100*----------------------------------------------------------*
079200* 2900-FETCH-INTEREST                                      *
079300*----------------------------------------------------------*
079400 2900-FETCH-INTEREST.
079500     EXEC SQL
079600         FETCH C-INTEREST
079700          INTO :WS-IN-CUSTOMER-ID, :WS-IN-NAME,
079800               :WS-IN-ADDRESS, :WS-IN-STATUS,
079900               :WS-IN-AMOUNT, :WS-IN-POSTINGS
080000     END-EXEC.
080100
080200     EVALUATE SQLCODE
080300         WHEN ZERO
080400             CONTINUE
080500         WHEN 100
080600             SET END-OF-INTEREST TO TRUE
080700         WHEN OTHER
080800             DISPLAY 'DeclaracionIntereses: INTEREST FETCH '
080900                     'FAILED, SQLCODE = ' SQLCODE
081000             MOVE 16 TO RETURN-CODE
081100             STOP RUN
081200     END-EVALUATE.
081300 2900-EXIT.
081400     EXIT.
081500*----------------------------------------------------------*
081600* 3000-BALANCE-RUN                                         *
081700* TIES THE CUSTOMER TOTALS TO THE YEAR'S 'I' POSTINGS.  IN  *
081800* THE ANNUAL RUN A DIFFERENCE STOPS THE RUN (RC=16) WITH    *
081900* NOTHING COMMITTED AND NO FILING TRAILER, SO THE FILE      *
082000* CANNOT BE SENT.  IN A CORRECTION RUN THE CUSTOMER TOTALS  *
082100* ARE INTERESTTAXREPORT'S, AND A DIFFERENCE MEANS ANOTHER   *
082200* CUSTOMER'S YEAR HAS MOVED SINCE IT WAS FILED (RC=4).      *
082300*----------------------------------------------------------*
082400 3000-BALANCE-RUN.
082500     IF CORRECTION-RUN
082600         EXEC SQL
082700             SELECT COALESCE(SUM(CASE WHEN Reportable = 'Y'
082800                                      THEN 1 ELSE 0 END), 0),
082900                    COALESCE(SUM(CASE WHEN Reportable = 'Y'
083000                                      THEN InterestAmount
083100                                      ELSE 0 END), 0),
083200                    COALESCE(SUM(CASE WHEN Reportable = 'Y'
083300                                      THEN 0 ELSE 1 END), 0),
083400                    COALESCE(SUM(CASE WHEN Reportable = 'Y'
083500                                      THEN 0
083600                                      ELSE InterestAmount END), 0)
083700               INTO :WS-RPT-COUNT, :WS-RPT-AMOUNT,
083800                    :WS-UNDER-COUNT, :WS-UNDER-AMOUNT
083900               FROM InterestTaxReport
084000              WHERE TaxYear = :WS-TAX-YEAR
084100         END-EXEC
084200         IF SQLCODE NOT = ZERO
084300             DISPLAY 'DeclaracionIntereses: TAX REPORT TOTAL '
084400                     'READ FAILED, SQLCODE = ' SQLCODE
084500             MOVE 16 TO RETURN-CODE
084600             STOP RUN
084700         END-IF
084800         COMPUTE WS-ALL-COUNT  = WS-RPT-COUNT + WS-UNDER-COUNT
084900         COMPUTE WS-ALL-AMOUNT = WS-RPT-AMOUNT + WS-UNDER-AMOUNT
085000     END-IF.
085100
085200     COMPUTE WS-DIFFERENCE = WS-CTL-AMOUNT - WS-ALL-AMOUNT.
085300
085400     IF WS-DIFFERENCE = ZERO
085500         MOVE 'IN BALANCE' TO WS-TOT9-STATUS
085600     ELSE
085700         IF ANNUAL-RUN
085800             SET RUN-OUT-OF-BALANCE TO TRUE
085900             MOVE 'OUT OF BALANCE - NOT RELEASED'
086000               TO WS-TOT9-STATUS
086100         ELSE
086200             MOVE 'CHANGED SINCE FILED - REVIEW'
086300               TO WS-TOT9-STATUS
086400             MOVE 4 TO RETURN-CODE
086500         END-IF
086600     END-IF.
086700 3000-EXIT.
086800     EXIT.
086900*----------------------------------------------------------*
087000* 3800-WRITE-TAX-TRAILER                                   *
087100*----------------------------------------------------------*
087200 3800-WRITE-TAX-TRAILER.
087300     MOVE WS-FILED-COUNT  TO WS-FT-RECORD-COUNT.
087400     MOVE WS-FILED-AMOUNT TO WS-FT-TOTAL.
087500     WRITE TAX-RECORD FROM WS-TAX-TRAILER.
087600 3800-EXIT.
087700     EXIT.
087800*----------------------------------------------------------*
087900* 4000-CORRECT-CUSTOMER                                    *
088000* CORRECTION RUN - RECOMPUTES THE CARD CUSTOMER'S INTEREST  *
088100* FOR THE YEAR AND COMPARES IT WITH WHAT WAS LAST FILED.  A *
088200* CUSTOMER REPORTED BEFORE, OR AT OR OVER THE MINIMUM NOW,  *
088300* GETS A CORRECTED FILING RECORD AND A CORRECTED NOTICE;    *
088400* ONE UNDER THE MINIMUM BOTH TIMES GETS NOTHING (RC=4).     *
088500* INTERESTTAXREPORT IS BROUGHT UP TO THE NEW AMOUNT.        *
088600*----------------------------------------------------------*
088700 4000-CORRECT-CUSTOMER.
088800     MOVE WS-CC-CUSTOMER-ID TO WS-IN-CUSTOMER-ID.
088900
089000     EXEC SQL
089100         SELECT InterestAmount, Reportable,
089200                CHAR(COALESCE(LastCorrectedDate, ReportedDate),
089300                     ISO)
089400           INTO :WS-PRIOR-AMOUNT, :WS-PRIOR-REPORTABLE,
089500                :WS-PRIOR-DATE
089600           FROM InterestTaxReport
089700          WHERE TaxYear = :WS-TAX-YEAR
089800            AND CustomerID = :WS-IN-CUSTOMER-ID
089900     END-EXEC.
090000
090100     EVALUATE SQLCODE
090200         WHEN ZERO
090300             SET PRIOR-ROW-FOUND TO TRUE
090400         WHEN 100
090500             SET PRIOR-ROW-ABSENT TO TRUE
090600             MOVE ZERO   TO WS-PRIOR-AMOUNT
090700             MOVE 'N'    TO WS-PRIOR-REPORTABLE
090800             MOVE SPACES TO WS-PRIOR-DATE
090900         WHEN OTHER
091000             DISPLAY 'DeclaracionIntereses: TAX REPORT READ '
091100                     'FAILED, SQLCODE = ' SQLCODE
091200             MOVE 16 TO RETURN-CODE
091300             STOP RUN
091400     END-EVALUATE.
091500
091600     EXEC SQL
091700         SELECT COUNT(*), COALESCE(SUM(TranAmount), 0)
091800           INTO :WS-IN-POSTINGS, :WS-IN-AMOUNT
091900           FROM Transactions
092000          WHERE CustomerID = :WS-IN-CUSTOMER-ID
092100            AND TranType = 'I'
092200            AND YEAR(PostingTimestamp) = :WS-TAX-YEAR
092300     END-EXEC.
092400
092500     IF SQLCODE NOT = ZERO
092600         DISPLAY 'DeclaracionIntereses: CUSTOMER INTEREST '
092700                 'READ FAILED, SQLCODE = ' SQLCODE
092800         MOVE 16 TO RETURN-CODE
092900         STOP RUN
093000     END-IF.
093100
093200     EXEC SQL
093300         SELECT COALESCE(C.CustomerName, ' '),
093400                COALESCE(C.Address, ' '),
093500                CASE WHEN EXISTS
093600                          (SELECT 1
093700                             FROM EscheatTrack E
093800                            WHERE E.CustomerID = C.CustomerID
093900                              AND E.NoticeStatus = 'R')
094000                     THEN 'E'
094100                     ELSE C.AccountStatus
094200                END
094300           INTO :WS-IN-NAME, :WS-IN-ADDRESS, :WS-IN-STATUS
094400           FROM Customers C
094500          WHERE C.CustomerID = :WS-IN-CUSTOMER-ID
094600     END-EXEC.
094700
094800     EVALUATE SQLCODE
094900         WHEN ZERO
095000             CONTINUE
095100         WHEN 100
095200             MOVE SPACES TO WS-IN-NAME
095300                            WS-IN-ADDRESS
095400                            WS-IN-STATUS
095500         WHEN OTHER
095600             DISPLAY 'DeclaracionIntereses: CUSTOMER READ '
095700                     'FAILED, SQLCODE = ' SQLCODE
095800             MOVE 16 TO RETURN-CODE
095900             STOP RUN
096000     END-EVALUATE.
096100
096200     IF PRIOR-ROW-ABSENT AND WS-IN-POSTINGS = ZERO
096300         MOVE 'NO INTEREST - NOTHING FILED' TO WS-RESULT-TEXT
096400         MOVE 'N' TO WS-FILED-SW
096500         MOVE 4 TO RETURN-CODE
096600         GO TO 4000-PRINT
096700     END-IF.
096800
096900     IF WS-IN-AMOUNT < WS-REPORT-MINIMUM
097000         MOVE 'N' TO WS-REPORTABLE
097100     ELSE
097200         MOVE 'Y' TO WS-REPORTABLE
097300     END-IF.
097400
097500     EVALUATE TRUE
097600         WHEN PRIOR-REPORTED AND WS-REPORTABLE = 'Y'
097700             MOVE 'CORRECTED NOTICE ISSUED' TO WS-RESULT-TEXT
097800             MOVE 'Y' TO WS-FILED-SW
097900         WHEN PRIOR-REPORTED
098000             MOVE 'CORRECTED - NOW UNDER MINIMUM'
098100               TO WS-RESULT-TEXT
098200             MOVE 'Y' TO WS-FILED-SW
098300         WHEN WS-REPORTABLE = 'Y'
098400             MOVE 'FILED - NOW AT OR OVER MINIMUM'
098500               TO WS-RESULT-TEXT
098600             MOVE 'Y' TO WS-FILED-SW
098700         WHEN OTHER
098800             MOVE 'UNDER MINIMUM - NOTHING FILED'
098900               TO WS-RESULT-TEXT
099000             MOVE 'N' TO WS-FILED-SW
099100             MOVE 4 TO RETURN-CODE
099200     END-EVALUATE.
099300
099400     IF RECORD-FILED
099500         MOVE 'C' TO WS-FD-CORRECTION
099600         IF NOT PRIOR-REPORTED
099700             MOVE ZERO TO WS-PRIOR-AMOUNT
099800         END-IF
099900         PERFORM 5000-FILE-AND-NOTIFY
100000             THRU 5000-EXIT
100100     END-IF.
100200
100300     PERFORM 4500-UPDATE-TAX-REPORT
100400         THRU 4500-EXIT.
100500 4000-PRINT.
100600     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
100700         PERFORM 7000-WRITE-HEADINGS
100800             THRU 7000-EXIT
100900     END-IF.
101000     MOVE WS-IN-CUSTOMER-ID TO WS-CDL-CUSTOMER-ID.
101100     MOVE WS-IN-NAME        TO WS-CDL-NAME.
101200     MOVE WS-PRIOR-DATE     TO WS-CDL-PRIOR-DATE.
101300     MOVE WS-PRIOR-AMOUNT   TO WS-CDL-PRIOR-AMOUNT.
101400     MOVE WS-IN-AMOUNT      TO WS-CDL-NEW-AMOUNT.
101500     MOVE WS-RESULT-TEXT    TO WS-CDL-RESULT.
101600     WRITE RPT-TAX-RECORD FROM WS-CORR-DETAIL-LINE.
101700     ADD 1 TO WS-LINE-COUNT.
101800 4000-EXIT.
101900     EXIT.
102000*----------------------------------------------------------*
102100* 4500-UPDATE-TAX-REPORT                                   *
102200* AN EXISTING ROW TAKES THE NEW AMOUNT; THE CORRECTION      *
102300* COUNT AND DATE MOVE ONLY WHEN A RECORD WAS FILED.  A      *
102400* CUSTOMER WITH NO ROW (INTEREST BACK-POSTED INTO THE YEAR  *
102500* AFTER THE ANNUAL RUN) GETS ONE NOW.                       *
102600*----------------------------------------------------------*
102700 4500-UPDATE-TAX-REPORT.
102800     IF PRIOR-ROW-FOUND AND RECORD-FILED
102900         EXEC SQL
103000             UPDATE InterestTaxReport
103100                SET InterestAmount    = :WS-IN-AMOUNT,
103200                    Reportable        = :WS-REPORTABLE,
103300                    CorrectionCount   = CorrectionCount + 1,
103400                    LastCorrectedDate = :WS-RC-CYCLE-DATE
103500              WHERE TaxYear = :WS-TAX-YEAR
103600                AND CustomerID = :WS-IN-CUSTOMER-ID
103700         END-EXEC
103800     END-IF.
103900
104000     IF PRIOR-ROW-FOUND AND NOT RECORD-FILED
104100         EXEC SQL
104200             UPDATE InterestTaxReport
104300                SET InterestAmount    = :WS-IN-AMOUNT,
104400                    Reportable        = :WS-REPORTABLE
104500              WHERE TaxYear = :WS-TAX-YEAR
104600                AND CustomerID = :WS-IN-CUSTOMER-ID
104700         END-EXEC
104800     END-IF.
104900
105000     IF PRIOR-ROW-ABSENT AND RECORD-FILED
105100         EXEC SQL
105200             INSERT INTO InterestTaxReport
105300                 (TaxYear, CustomerID, InterestAmount,
105400                  Reportable, ReportedDate, CorrectionCount,
105500                  LastCorrectedDate)
105600             VALUES
105700                 (:WS-TAX-YEAR, :WS-IN-CUSTOMER-ID,
105800                  :WS-IN-AMOUNT, :WS-REPORTABLE,
105900                  :WS-RC-CYCLE-DATE, 1, :WS-RC-CYCLE-DATE)
106000         END-EXEC
106100     END-IF.
106200
106300     IF PRIOR-ROW-ABSENT AND NOT RECORD-FILED
106400         EXEC SQL
106500             INSERT INTO InterestTaxReport
106600                 (TaxYear, CustomerID, InterestAmount,
106700                  Reportable, ReportedDate, CorrectionCount)
106800             VALUES
106900                 (:WS-TAX-YEAR, :WS-IN-CUSTOMER-ID,
107000                  :WS-IN-AMOUNT, :WS-REPORTABLE,
107100                  :WS-RC-CYCLE-DATE, 0)
107200         END-EXEC
107300     END-IF.
107400
107500     IF SQLCODE NOT = ZERO
107600         DISPLAY 'DeclaracionIntereses: TAX REPORT UPDATE '
107700                 'FAILED, SQLCODE = ' SQLCODE
107800         MOVE 16 TO RETURN-CODE
107900         STOP RUN
108000     END-IF.
108100 4500-EXIT.
108200     EXIT.
108300*----------------------------------------------------------*
108400* 5000-FILE-AND-NOTIFY                                     *
108500* WRITES THE FILING DETAIL AND PRINTS THE NOTICE.  A        *
108600* CUSTOMER WITH NO ADDRESS ON CUSTOMERS IS STILL FILED, BUT *
108700* THE NOTICE CANNOT BE MAILED - THE CUSTOMER IS LISTED ON   *
108800* THE CONTROL REPORT INSTEAD.                               *
108900*----------------------------------------------------------*
109000 5000-FILE-AND-NOTIFY.
109100     MOVE WS-IN-CUSTOMER-ID TO WS-FD-CUSTOMER-ID.
109200     MOVE WS-IN-NAME        TO WS-FD-NAME.
109300     MOVE WS-IN-ADDRESS     TO WS-FD-ADDRESS.
109400     MOVE WS-IN-STATUS      TO WS-FD-STATUS.
109500     MOVE WS-IN-AMOUNT      TO WS-FD-AMOUNT.
109600     MOVE WS-PRIOR-AMOUNT   TO WS-FD-PRIOR-AMOUNT.
109700     WRITE TAX-RECORD FROM WS-TAX-DETAIL.
109800     ADD 1            TO WS-FILED-COUNT.
109900     ADD WS-IN-AMOUNT TO WS-FILED-AMOUNT.
110000
110100     IF WS-IN-ADDRESS = SPACES
110200         ADD 1 TO WS-NO-ADDRESS
110300         PERFORM 6000-LIST-NO-ADDRESS
110400             THRU 6000-EXIT
110500         GO TO 5000-EXIT
110600     END-IF.
110700
110800     WRITE NOTICE-RECORD FROM WS-NOT-HDR-LINE.
110900     MOVE WS-IN-NAME        TO WS-NOT-NAME.
111000     WRITE NOTICE-RECORD FROM WS-NOT-NAME-LINE.
111100     MOVE WS-IN-ADDRESS     TO WS-NOT-ADDR.
111200     WRITE NOTICE-RECORD FROM WS-NOT-ADDR-LINE.
111300     MOVE WS-IN-CUSTOMER-ID TO WS-NOT-ACCT-ID.
111400     WRITE NOTICE-RECORD FROM WS-NOT-ACCT-LINE.
111500     MOVE WS-IN-AMOUNT      TO WS-NOT-AMOUNT.
111600     WRITE NOTICE-RECORD FROM WS-NOT-AMOUNT-LINE.
111700     IF CORRECTION-RUN
111800         MOVE WS-PRIOR-AMOUNT TO WS-NOT-PRIOR-AMOUNT
111900         WRITE NOTICE-RECORD FROM WS-NOT-PRIOR-LINE
112000     END-IF.
112100     WRITE NOTICE-RECORD FROM WS-NOT-BODY-LINE-1.
112200     IF CORRECTION-RUN
112300         WRITE NOTICE-RECORD FROM WS-NOT-BODY-LINE-2
112400     END-IF.
112500     ADD 1 TO WS-NOTICES-PRINTED.
112600 5000-EXIT.
112700     EXIT.
112800*----------------------------------------------------------*
112900* 6000-LIST-NO-ADDRESS                                     *
113000*----------------------------------------------------------*
113100 6000-LIST-NO-ADDRESS.
113200     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
113300         PERFORM 7000-WRITE-HEADINGS
113400             THRU 7000-EXIT
113500     END-IF.
113600     MOVE WS-IN-CUSTOMER-ID TO WS-ADL-CUSTOMER-ID.
113700     MOVE WS-IN-NAME        TO WS-ADL-NAME.
113800     MOVE WS-IN-STATUS      TO WS-ADL-STATUS.
113900     MOVE WS-IN-AMOUNT      TO WS-ADL-AMOUNT.
114000     WRITE RPT-TAX-RECORD FROM WS-ADDR-DETAIL-LINE.
114100     ADD 1 TO WS-LINE-COUNT.
114200 6000-EXIT.
114300     EXIT.
114400*----------------------------------------------------------*
114500* 7000-WRITE-HEADINGS                                      *
114600* THE ANNUAL RUN LISTS THE REPORTED CUSTOMERS WHOSE NOTICE  *
114700* COULD NOT BE MAILED; THE CORRECTION RUN PRINTS ITS ONE    *
114800* CUSTOMER, BEFORE AND AFTER.                               *
114900*----------------------------------------------------------*
115000 7000-WRITE-HEADINGS.
115100     ADD 1 TO WS-PAGE-COUNT.
115200     MOVE WS-PAGE-COUNT    TO WS-HDR1-PAGE.
115300     MOVE WS-RC-CYCLE-DATE TO WS-HDR1-DATE.
115400     WRITE RPT-TAX-RECORD FROM WS-HDR-LINE-1.
115500     WRITE RPT-TAX-RECORD FROM WS-HDR-LINE-2.
115600     IF ANNUAL-RUN
115700         WRITE RPT-TAX-RECORD FROM WS-ADDR-TITLE-LINE
115800         WRITE RPT-TAX-RECORD FROM WS-ADDR-HDR-LINE
115900     ELSE
116000         WRITE RPT-TAX-RECORD FROM WS-CORR-TITLE-LINE
116100         WRITE RPT-TAX-RECORD FROM WS-CORR-HDR-LINE
116200     END-IF.
116300     MOVE ZERO TO WS-LINE-COUNT.
116400 7000-EXIT.
116500     EXIT.
116600*----------------------------------------------------------*
116700* 8000-COMMIT-FILING                                       *
116800* THE INTERESTTAXREPORT ROWS FOR THE RUN ARE ONE UNIT OF    *
116900* WORK - AN ABEND BEFORE THIS COMMIT LEAVES THE YEAR        *
117000* UNFILED, AND THE RESUBMIT WRITES THE WHOLE FILING AGAIN.  *
117100*----------------------------------------------------------*
117200 8000-COMMIT-FILING.
117300     EXEC SQL COMMIT END-EXEC.
117400
117500     IF SQLCODE NOT = ZERO
117600         DISPLAY 'DeclaracionIntereses: TAX REPORT COMMIT '
117700                 'FAILED, SQLCODE = ' SQLCODE
117800         MOVE 16 TO RETURN-CODE
117900         STOP RUN
118000     END-IF.
118100 8000-EXIT.
118200     EXIT.
118300*----------------------------------------------------------*
118400* 8500-WRITE-TOTALS                                        *
118500*----------------------------------------------------------*
118600 8500-WRITE-TOTALS.
118700     IF WS-PAGE-COUNT = ZERO
118800         PERFORM 7000-WRITE-HEADINGS
118900             THRU 7000-EXIT
119000     END-IF.
119100
119200     MOVE WS-CTL-POSTINGS    TO WS-TOT1-COUNT.
119300     MOVE WS-CTL-AMOUNT      TO WS-TOT1-AMOUNT.
119400     MOVE WS-ALL-COUNT       TO WS-TOT2-COUNT.
119500     MOVE WS-ALL-AMOUNT      TO WS-TOT2-AMOUNT.
119600     MOVE WS-RPT-COUNT       TO WS-TOT3-COUNT.
119700     MOVE WS-RPT-AMOUNT      TO WS-TOT3-AMOUNT.
119800     MOVE WS-UNDER-COUNT     TO WS-TOT4-COUNT.
119900     MOVE WS-UNDER-AMOUNT    TO WS-TOT4-AMOUNT.
120000     MOVE WS-REPORT-MINIMUM  TO WS-TOT5-AMOUNT.
120100     MOVE WS-FILED-COUNT     TO WS-TOT6-COUNT.
120200     MOVE WS-FILED-AMOUNT    TO WS-TOT6-AMOUNT.
120300     MOVE WS-NOTICES-PRINTED TO WS-TOT7-COUNT.
120400     MOVE WS-NO-ADDRESS      TO WS-TOT8-COUNT.
120500     MOVE WS-DIFFERENCE      TO WS-TOT9-AMOUNT.
120600
120700     WRITE RPT-TAX-RECORD FROM WS-TOTAL-LINE-1.
120800     WRITE RPT-TAX-RECORD FROM WS-TOTAL-LINE-2.
120900     WRITE RPT-TAX-RECORD FROM WS-TOTAL-LINE-3.
121000     WRITE RPT-TAX-RECORD FROM WS-TOTAL-LINE-4.
121100     WRITE RPT-TAX-RECORD FROM WS-TOTAL-LINE-5.
121200     WRITE RPT-TAX-RECORD FROM WS-TOTAL-LINE-6.
121300     WRITE RPT-TAX-RECORD FROM WS-TOTAL-LINE-7.
121400     WRITE RPT-TAX-RECORD FROM WS-TOTAL-LINE-8.
121500     WRITE RPT-TAX-RECORD FROM WS-TOTAL-LINE-9.
121600 8500-EXIT.
121700     EXIT.
121800*----------------------------------------------------------*
121900* 8900-RECORD-JOB-END                                      *
122000* MARKS THE ANNUAL RUN COMPLETE FOR TONIGHT'S BUSINESS DATE *
122100* ON JOBRUNCONTROL.                                         *
122200*----------------------------------------------------------*
122300 8900-RECORD-JOB-END.
122400     EXEC SQL
122500         UPDATE JobRunControl
122600            SET RunStatus    = 'C',
122700                EndTimestamp = CURRENT TIMESTAMP
122800          WHERE JobName = :WS-RC-JOB-NAME
122900            AND BusinessDate = :WS-RC-CYCLE-DATE
123000     END-EXEC.
123100
123200     IF SQLCODE NOT = ZERO
123300         DISPLAY 'DeclaracionIntereses: RUN-CONTROL '
123400                 'CLOSE-OUT FAILED, SQLCODE = ' SQLCODE
123500         MOVE 16 TO RETURN-CODE
123600         STOP RUN
123700     END-IF.
123800 8900-EXIT.
123900     EXIT.
124000*----------------------------------------------------------*
124100* 9000-TERMINATE                                           *
124200*----------------------------------------------------------*
124300 9000-TERMINATE.
124400     IF ANNUAL-RUN
124500         EXEC SQL CLOSE C-INTEREST END-EXEC
124600     END-IF.
124700     CLOSE TAX-FILE
124800           NOTICE-FILE
124900           RPT-TAX-FILE.
125000 9000-EXIT.
125100     EXIT.
