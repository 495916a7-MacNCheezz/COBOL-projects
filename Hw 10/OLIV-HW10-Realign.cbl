      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Territory realignment. When the sales VP redraws the
      *          territories, one transaction per customer, store or
      *          salesperson names the new territory and the date the
      *          move takes effect, and this run applies every move
      *          that is in effect on the business date to the
      *          customer, store and salesperson masters together,
      *          printing each record's territory before and after.
      *          Transactions carry the operator who keyed them and
      *          the one who approved them, and are rejected unless a
      *          second operator approved - the same rule the master
      *          file maintenance follows. A move dated after the
      *          business date is listed as pending and left for a
      *          later run of the same file; a move already made shows
      *          as no change, so the file can be rerun safely.
      *
      *          The run also writes restated copies of the sales
      *          history and the quota master under the new
      *          alignment, so SALES-TREND can compare like with like
      *          instead of showing every realigned territory a false
      *          swing. History is restated from the C (customer)
      *          rows TERRITORY keeps: each moved customer's sales in
      *          every period leave the territory they were booked
      *          under and join the new one, on the T rows SALES-TREND
      *          reads. Periods from before the customer rows existed
      *          carry as booked. The restated quota moves each
      *          territory's quota in proportion to the history sales
      *          of the customers leaving it, and the headcount with
      *          the salespeople moved. The live history and quota
      *          files are not touched.
      * Modification History:
      *   10/15/26 - initial version
      *   10/15/26 - restated history and quota steps check for
      *             their input up front and return to the main line
      *             when one is skipped
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERRITORY-REALIGN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REALIGN-TRANS-IN
           ASSIGN TO REALIGN-TRANS-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-STATUS.
           SELECT CUST-MASTER
           ASSIGN TO CUST-MASTER-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-MST-NO
               FILE STATUS IS CUST-MASTER-STATUS.
           SELECT SLS-MASTER
           ASSIGN TO SLS-MASTER-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SLS-MST-NO
               FILE STATUS IS SLS-MASTER-STATUS.
           SELECT STORE-MASTER
           ASSIGN TO STORE-MASTER-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STORE-MST-NO
               FILE STATUS IS STORE-MASTER-STATUS.
           SELECT TERR-MASTER
           ASSIGN TO TERR-MASTER-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERR-STATUS.
           SELECT SALES-HIST
           ASSIGN TO SALES-HIST-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-STATUS.
           SELECT RESTATED-HIST
           ASSIGN TO RESTATED-HIST-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT QUOTA-MASTER
           ASSIGN TO QUOTA-MASTER-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUOTA-STATUS.
           SELECT RESTATED-QUOTA
           ASSIGN TO RESTATED-QUOTA-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REALIGN-REPORT
           ASSIGN TO REALIGN-REPORT-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL
           ASSIGN TO RUN-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REALIGN-TRANS-IN.
       01  REALIGN-TRANS-REC.
      *>      C = CUSTOMER, S = SALESPERSON, R = RETAIL STORE
           05 RLN-ENTITY                   PIC X(1).
           05 RLN-KEY                      PIC X(4).
           05 RLN-KEY-NUM REDEFINES RLN-KEY
                                           PIC 9(4).
           05 RLN-NEW-TERR                 PIC X(2).
           05 RLN-NEW-TERR-NUM REDEFINES RLN-NEW-TERR
                                           PIC 9(2).
           05 RLN-EFF-DATE                 PIC X(8).
           05 RLN-EFF-DATE-NUM REDEFINES RLN-EFF-DATE
                                           PIC 9(8).
           05 RLN-KEYED-BY                 PIC X(8).
           05 RLN-APPROVED-BY              PIC X(8).
       FD  CUST-MASTER.
       01  CUST-MASTER-REC.
           COPY OLIV-CUST-Master.
       FD  SLS-MASTER.
       01  SLS-MASTER-REC.
           COPY OLIV-SLS-Master.
       FD  STORE-MASTER.
       01  STORE-MASTER-REC.
           COPY OLIV-STORE-Master.
       FD  TERR-MASTER.
       01  TERR-MASTER-REC.
           COPY OLIV-TERR-Master.
       FD  SALES-HIST.
       01  SALES-HIST-REC.
           COPY OLIV-SLS-Hist.
       FD  RESTATED-HIST.
       01  RESTATED-HIST-REC               PIC X(24).
       FD  QUOTA-MASTER.
       01  QUOTA-MASTER-REC.
           05 QTA-TERR-IN                  PIC 9(2).
           05 QTA-SALES-QUOTA-IN           PIC 9(9)V99.
           05 QTA-HEADCOUNT-IN             PIC 9(5).
       FD  RESTATED-QUOTA.
       01  RESTATED-QUOTA-REC              PIC X(18).
       FD  REALIGN-REPORT.
       01  REPORT-REC                      PIC X(100).
       FD  RUN-CONTROL.
       01  RUN-CONTROL-REC.
           COPY OLIV-RUN-Ctl.
       WORKING-STORAGE SECTION.
       01  MORE-TRANS                      PIC XXX VALUE 'YES'.
       01  MORE-HIST                       PIC XXX.
       01  TRANS-STATUS                    PIC XX.
       01  CUST-MASTER-STATUS              PIC XX.
       01  SLS-MASTER-STATUS               PIC XX.
       01  STORE-MASTER-STATUS             PIC XX.
       01  TERR-STATUS                     PIC XX.
       01  HIST-STATUS                     PIC XX.
       01  QUOTA-STATUS                    PIC XX.
       01  RUN-CTL-STATUS                  PIC XX.
       01  RUN-DATE                        PIC 9(8).
       01  TERR-MASTER-EOF                 PIC XXX VALUE 'NO'.
       01  TERR-VALID-COUNT                PIC 9(2) VALUE 0.
       01  TERR-IDX                        PIC 9(2).
       01  TERR-VALID-TABLE.
           05 TERR-VALID-ENTRY OCCURS 99 TIMES.
               10 TERR-VALID-NO            PIC 9(2).
       01  TERRITORY-IN-MASTER             PIC XXX.
       01  TRANS-RESULT                    PIC X(8).
       01  TRANS-REASON                    PIC X(32).
       01  OLD-TERR                        PIC 9(2).
       01  MASTER-NAME                     PIC X(20).
       01  READ-COUNT                      PIC 9(5) VALUE 0.
       01  APPLIED-COUNT                   PIC 9(5) VALUE 0.
       01  UNCHANGED-COUNT                 PIC 9(5) VALUE 0.
       01  PENDING-COUNT                   PIC 9(5) VALUE 0.
       01  REJECTED-COUNT                  PIC 9(5) VALUE 0.
      *>      CUSTOMERS WHOSE HISTORY IS RESTATED - EVERY CUSTOMER
      *>      MOVE IN EFFECT, WHETHER MADE THIS RUN OR AN EARLIER ONE,
      *>      SINCE THE LIVE HISTORY IS ALWAYS AS BOOKED
       01  MOVE-COUNT                      PIC 9(4) VALUE 0.
       01  MOVE-IDX                        PIC 9(4).
       01  MOVE-FOUND-IDX                  PIC 9(4).
       01  MOVE-KEY-WORK                   PIC X(4).
       01  CUST-MOVE-TABLE.
           05 MOVE-ENTRY OCCURS 2000 TIMES.
               10 MOV-CUST-KEY             PIC X(4).
               10 MOV-NEW-TERR             PIC 9(2).
      *>      PER PERIOD AND TERRITORY, THE AMOUNT THE T ROW MOVES BY
       01  ADJ-COUNT                       PIC 9(4) VALUE 0.
       01  ADJ-IDX                         PIC 9(4).
       01  ADJ-FOUND-IDX                   PIC 9(4).
       01  ADJ-TERR-WORK                   PIC 9(2).
       01  ADJ-AMT-WORK                    PIC S9(9)V99.
       01  ADJ-TABLE.
           05 ADJ-ENTRY OCCURS 3000 TIMES.
               10 ADJ-PERIOD               PIC 9(6).
               10 ADJ-TERR                 PIC 9(2).
               10 ADJ-AMT                  PIC S9(11)V99.
               10 ADJ-USED                 PIC XXX.
      *>      HISTORY SALES MOVED FROM ONE TERRITORY TO ANOTHER, ALL
      *>      PERIODS - DRIVES THE QUOTA RESTATEMENT
       01  XFR-COUNT                       PIC 9(3) VALUE 0.
       01  XFR-IDX                         PIC 9(3).
       01  XFR-FOUND-IDX                   PIC 9(3).
       01  XFR-FROM-WORK                   PIC 9(2).
       01  XFR-TO-WORK                     PIC 9(2).
       01  XFR-TABLE.
           05 XFR-ENTRY OCCURS 500 TIMES.
               10 XFR-FROM                 PIC 9(2).
               10 XFR-TO                   PIC 9(2).
               10 XFR-AMT                  PIC S9(11)V99.
      *>      ONE ROW PER TERRITORY NUMBER, SUBSCRIPTED BY THE NUMBER
       01  TERR-STATS-TABLE.
           05 TST-ENTRY OCCURS 99 TIMES.
               10 TST-BASE-SALES           PIC S9(11)V99.
               10 TST-IN-QUOTA             PIC XXX.
               10 TST-QUOTA-ORIG           PIC 9(9)V99.
               10 TST-QUOTA-NEW            PIC S9(11)V99.
               10 TST-HC-ORIG              PIC 9(5).
               10 TST-HC-ADJ               PIC S9(5).
       01  TST-IDX                         PIC 9(3).
       01  HC-NEW                          PIC S9(5).
       01  QUOTA-MOVE-AMT                  PIC S9(11)V99.
       01  HIST-AVAILABLE                  PIC XXX VALUE 'NO'.
       01  QUOTA-AVAILABLE                 PIC XXX VALUE 'NO'.
       01  RESTATE-OK                      PIC XXX VALUE 'YES'.
       01  FIRST-CUST-PERIOD               PIC 9(6) VALUE 999999.
       01  CUST-ROWS-MOVED                 PIC 9(7) VALUE 0.
       01  T-ROWS-ADJUSTED                 PIC 9(7) VALUE 0.
       01  T-ROWS-ADDED                    PIC 9(7) VALUE 0.
       01  T-ROWS-AS-BOOKED                PIC 9(7) VALUE 0.
       01  QUOTA-NOT-MOVED                 PIC 9(3) VALUE 0.
       01  HEADING1.
           05                              PIC X(30) VALUE
               'TERRITORY REALIGNMENT REPORT'.
           05                              PIC X(8) VALUE
               '  DATE: '.
           05 HDG-DATE-OUT                 PIC 9(8).
       01  HEADING2.
           05                              PIC X(40) VALUE
               'TYPE      KEY   NAME                 OLD'.
           05                              PIC X(32) VALUE
               ' NEW  EFFECTIVE RESULT    REASON'.
       01  DETAIL-LINE.
           05 DTL-ENTITY-OUT               PIC X(8).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-KEY-OUT                  PIC X(4).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-NAME-OUT                 PIC X(20).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-OLD-TERR-OUT             PIC X(2).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-NEW-TERR-OUT             PIC X(2).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-EFF-OUT                  PIC X(8).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-RESULT-OUT               PIC X(8).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-REASON-OUT               PIC X(32).
       01  SUMMARY-LINE-1.
           05                              PIC X(24) VALUE
               'TRANSACTIONS READ:     '.
           05 SUM-READ-OUT                 PIC ZZ,ZZ9.
           05                              PIC X(18) VALUE
               '   APPLIED:       '.
           05 SUM-APPLIED-OUT              PIC ZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05                              PIC X(24) VALUE
               'ALREADY IN TERRITORY:  '.
           05 SUM-UNCHANGED-OUT            PIC ZZ,ZZ9.
           05                              PIC X(18) VALUE
               '   PENDING:       '.
           05 SUM-PENDING-OUT              PIC ZZ,ZZ9.
       01  SUMMARY-LINE-3.
           05                              PIC X(24) VALUE
               'REJECTED:              '.
           05 SUM-REJ-OUT                  PIC ZZ,ZZ9.
       01  HIST-HEADING.
           05                              PIC X(40) VALUE
               'SALES HISTORY RESTATEMENT'.
       01  HIST-LINE-1.
           05                              PIC X(40) VALUE
               'CUSTOMER ROWS MOVED TO NEW TERRITORY:  '.
           05 HST-CUST-MOVED-OUT           PIC Z,ZZZ,ZZ9.
       01  HIST-LINE-2.
           05                              PIC X(40) VALUE
               'TERRITORY ROWS RESTATED:               '.
           05 HST-T-ADJ-OUT                PIC Z,ZZZ,ZZ9.
       01  HIST-LINE-3.
           05                              PIC X(40) VALUE
               'TERRITORY ROWS ADDED (NEW TERRITORY):  '.
           05 HST-T-ADDED-OUT              PIC Z,ZZZ,ZZ9.
       01  HIST-LINE-4.
           05                              PIC X(40) VALUE
               'ROWS BEFORE CUSTOMER DETAIL, AS BOOKED:'.
           05 HST-T-BOOKED-OUT             PIC Z,ZZZ,ZZ9.
       01  HIST-NONE-LINE.
           05                              PIC X(60) VALUE
               'NO SALES HISTORY FILE - NO RESTATED HISTORY WRITTEN'.
       01  HIST-FAIL-LINE.
           05                              PIC X(60) VALUE
               'RESTATEMENT TABLE FULL - NO RESTATED FILES WRITTEN'.
       01  QUOTA-HEADING.
           05                              PIC X(40) VALUE
               'QUOTA RESTATEMENT'.
       01  QUOTA-COL-LINE.
           05                              PIC X(38) VALUE
               'TERR   QUOTA BEFORE     QUOTA AFTER   '.
           05                              PIC X(22) VALUE
               'HEADCOUNT BEFORE/AFTER'.
       01  QUOTA-LINE.
           05                              PIC X(1) VALUE SPACES.
           05 QL-TERR-OUT                  PIC 9(2).
           05                              PIC X(2) VALUE SPACES.
           05 QL-OLD-QUOTA-OUT             PIC $$$,$$$,$$9.99.
           05                              PIC X(2) VALUE SPACES.
           05 QL-NEW-QUOTA-OUT             PIC $$$,$$$,$$9.99.
           05                              PIC X(3) VALUE SPACES.
           05 QL-OLD-HC-OUT                PIC ZZ,ZZ9.
           05                              PIC X(3) VALUE ' / '.
           05 QL-NEW-HC-OUT                PIC ZZ,ZZ9.
       01  QUOTA-NONE-LINE.
           05                              PIC X(60) VALUE
               'NO QUOTA MASTER - NO RESTATED QUOTA WRITTEN'.
       01  QUOTA-SKIP-LINE.
           05                              PIC X(56) VALUE
               'MOVES WITH NO HISTORY BASE IN THE OLD TERRITORY (QUOTA'.
           05                              PIC X(12) VALUE
               ' NOT MOVED):'.
           05 QSK-COUNT-OUT                PIC ZZ9.
       01  REALIGN-TRANS-DD                PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Terr Master\OLIV-TERR-Realign.txt'.
       01  CUST-MASTER-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-CUST-Master.dat'.
       01  SLS-MASTER-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-SLS-Master.dat'.
       01  STORE-MASTER-DD                 PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-STORE-Master.dat'.
       01  TERR-MASTER-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Terr Master\OLIV-TERR-Master.txt'.
       01  SALES-HIST-DD                   PIC X(100) VALUE
        'D:\COBOL\MIS 280 Homework\Homework #10\OLIV-HW10-SlsHist.txt'.
       01  RESTATED-HIST-DD                PIC X(100) VALUE
        'D:\COBOL\MIS 280 Homework\Homework #10\OLIV-HW10-SlsHistR.txt'.
       01  QUOTA-MASTER-DD                 PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Terr Master\OLIV-TERR-Quota.txt'.
       01  RESTATED-QUOTA-DD               PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Terr Master\OLIV-TERR-QuotaR.txt'.
       01  REALIGN-REPORT-DD               PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Terr Master\OLIV-TERR-RealRpt.txt'.
       01  RUN-CONTROL-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-Ctl.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-GET-FILE-NAMES
           PERFORM 015-GET-BUSINESS-DATE
           PERFORM 020-READ-TERR-MASTER
           PERFORM 025-CLEAR-TERR-STATS
           PERFORM 030-OPEN-MASTERS
           OPEN INPUT REALIGN-TRANS-IN
           OPEN OUTPUT REALIGN-REPORT
           MOVE RUN-DATE TO HDG-DATE-OUT
           WRITE REPORT-REC FROM HEADING1
           WRITE REPORT-REC FROM HEADING2
           IF TRANS-STATUS NOT = '00'
               DISPLAY 'NO REALIGNMENT TRANSACTIONS FILE THIS RUN'
               MOVE 'NO' TO MORE-TRANS
           END-IF
           PERFORM UNTIL MORE-TRANS = 'NO'
               READ REALIGN-TRANS-IN
                   AT END
                       MOVE 'NO' TO MORE-TRANS
                   NOT AT END
                       PERFORM 200-REALIGN-ONE
               END-READ
           END-PERFORM
           MOVE READ-COUNT TO SUM-READ-OUT
           MOVE APPLIED-COUNT TO SUM-APPLIED-OUT
           MOVE UNCHANGED-COUNT TO SUM-UNCHANGED-OUT
           MOVE PENDING-COUNT TO SUM-PENDING-OUT
           MOVE REJECTED-COUNT TO SUM-REJ-OUT
           WRITE REPORT-REC FROM SUMMARY-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM SUMMARY-LINE-2
           WRITE REPORT-REC FROM SUMMARY-LINE-3
           IF TRANS-STATUS = '00' OR TRANS-STATUS = '10'
               CLOSE REALIGN-TRANS-IN
           END-IF
           CLOSE CUST-MASTER
                 SLS-MASTER
                 STORE-MASTER
           PERFORM 400-SCAN-HISTORY
           PERFORM 500-WRITE-RESTATED-HIST
           PERFORM 600-RESTATE-QUOTA
           CLOSE REALIGN-REPORT
           IF REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF RESTATE-OK = 'NO'
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
       010-GET-FILE-NAMES.
           ACCEPT REALIGN-TRANS-DD FROM ENVIRONMENT "REALIGNIN"
           ACCEPT CUST-MASTER-DD FROM ENVIRONMENT "CUSTMASTER"
           ACCEPT SLS-MASTER-DD FROM ENVIRONMENT "SLSMASTER"
           ACCEPT STORE-MASTER-DD FROM ENVIRONMENT "STOREMASTER"
           ACCEPT TERR-MASTER-DD FROM ENVIRONMENT "TERRMASTER"
           ACCEPT SALES-HIST-DD FROM ENVIRONMENT "TERRHIST"
           ACCEPT RESTATED-HIST-DD FROM ENVIRONMENT "TERRHISTRST"
           ACCEPT QUOTA-MASTER-DD FROM ENVIRONMENT "TERRQUOTA"
           ACCEPT RESTATED-QUOTA-DD FROM ENVIRONMENT "TERRQUOTARST"
           ACCEPT REALIGN-REPORT-DD FROM ENVIRONMENT "REALIGNRPT"
           ACCEPT RUN-CONTROL-DD FROM ENVIRONMENT "RUNCTL".
       015-GET-BUSINESS-DATE.
           OPEN INPUT RUN-CONTROL
           IF RUN-CTL-STATUS = '00'
               READ RUN-CONTROL
               MOVE RUN-CTL-BUS-DATE TO RUN-DATE
               CLOSE RUN-CONTROL
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
               DISPLAY 'RUN-CONTROL FILE NOT AVAILABLE - USING '
                   'MACHINE DATE ' RUN-DATE
           END-IF.
       020-READ-TERR-MASTER.
           OPEN INPUT TERR-MASTER
           IF TERR-STATUS NOT = '00'
               DISPLAY 'TERRITORY MASTER NOT AVAILABLE - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL TERR-MASTER-EOF = 'YES'
               READ TERR-MASTER
                   AT END
                       MOVE 'YES' TO TERR-MASTER-EOF
                   NOT AT END
                       IF TERR-VALID-COUNT < 99
                           ADD 1 TO TERR-VALID-COUNT
                           MOVE TERR-VALID-NO-IN
                               TO TERR-VALID-NO(TERR-VALID-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERR-MASTER.
       025-CLEAR-TERR-STATS.
           PERFORM VARYING TST-IDX FROM 1 BY 1 UNTIL TST-IDX > 99
               MOVE 0 TO TST-BASE-SALES(TST-IDX)
               MOVE 'NO' TO TST-IN-QUOTA(TST-IDX)
               MOVE 0 TO TST-QUOTA-ORIG(TST-IDX)
               MOVE 0 TO TST-QUOTA-NEW(TST-IDX)
               MOVE 0 TO TST-HC-ORIG(TST-IDX)
               MOVE 0 TO TST-HC-ADJ(TST-IDX)
           END-PERFORM.
       030-OPEN-MASTERS.
      *>      ALL THREE MASTERS OR NONE - A REALIGNMENT HALF APPLIED
      *>      IS WORSE THAN ONE NOT RUN
           OPEN I-O CUST-MASTER
           IF CUST-MASTER-STATUS NOT = '00'
               DISPLAY 'CUSTOMER MASTER WOULD NOT OPEN - STATUS '
                   CUST-MASTER-STATUS ' - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O SLS-MASTER
           IF SLS-MASTER-STATUS NOT = '00'
               DISPLAY 'SALESPERSON MASTER WOULD NOT OPEN - STATUS '
                   SLS-MASTER-STATUS ' - RUN STOPPED'
               CLOSE CUST-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O STORE-MASTER
           IF STORE-MASTER-STATUS NOT = '00'
               DISPLAY 'STORE MASTER WOULD NOT OPEN - STATUS '
                   STORE-MASTER-STATUS ' - RUN STOPPED'
               CLOSE CUST-MASTER
                     SLS-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       200-REALIGN-ONE.
           ADD 1 TO READ-COUNT
           MOVE 'APPLIED ' TO TRANS-RESULT
           MOVE SPACES TO TRANS-REASON
           MOVE SPACES TO MASTER-NAME
           MOVE SPACES TO DTL-OLD-TERR-OUT
           PERFORM 210-EDIT-TRANS
           IF TRANS-RESULT = 'APPLIED '
               IF RLN-EFF-DATE-NUM > RUN-DATE
                   MOVE 'PENDING ' TO TRANS-RESULT
                   MOVE 'NOT YET EFFECTIVE - RERUN LATER'
                       TO TRANS-REASON
               END-IF
           END-IF
           IF TRANS-RESULT = 'APPLIED '
               EVALUATE RLN-ENTITY
                   WHEN 'C'
                       PERFORM 300-MOVE-CUSTOMER
                   WHEN 'S'
                       PERFORM 320-MOVE-SALESPERSON
                   WHEN 'R'
                       PERFORM 340-MOVE-STORE
               END-EVALUATE
           END-IF
           EVALUATE TRUE
               WHEN TRANS-RESULT = 'REJECTED'
                   ADD 1 TO REJECTED-COUNT
               WHEN TRANS-RESULT = 'PENDING '
                   ADD 1 TO PENDING-COUNT
               WHEN TRANS-REASON = 'ALREADY IN NEW TERRITORY'
                   ADD 1 TO UNCHANGED-COUNT
               WHEN OTHER
                   ADD 1 TO APPLIED-COUNT
           END-EVALUATE
           EVALUATE RLN-ENTITY
               WHEN 'C'
                   MOVE 'CUSTOMER' TO DTL-ENTITY-OUT
               WHEN 'S'
                   MOVE 'SLSPSN' TO DTL-ENTITY-OUT
               WHEN 'R'
                   MOVE 'STORE' TO DTL-ENTITY-OUT
               WHEN OTHER
                   MOVE RLN-ENTITY TO DTL-ENTITY-OUT
           END-EVALUATE
           MOVE RLN-KEY TO DTL-KEY-OUT
           MOVE MASTER-NAME TO DTL-NAME-OUT
           MOVE RLN-NEW-TERR TO DTL-NEW-TERR-OUT
           MOVE RLN-EFF-DATE TO DTL-EFF-OUT
           MOVE TRANS-RESULT TO DTL-RESULT-OUT
           MOVE TRANS-REASON TO DTL-REASON-OUT
           WRITE REPORT-REC FROM DETAIL-LINE.
       210-EDIT-TRANS.
           IF RLN-ENTITY NOT = 'C' AND RLN-ENTITY NOT = 'S'
               AND RLN-ENTITY NOT = 'R'
               MOVE 'REJECTED' TO TRANS-RESULT
               MOVE 'TYPE MUST BE C, S OR R' TO TRANS-REASON
           END-IF
           IF TRANS-RESULT = 'APPLIED '
               IF RLN-KEY IS NOT NUMERIC
                   OR (RLN-ENTITY = 'R' AND RLN-KEY-NUM > 9)
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'KEY NOT A VALID NUMBER' TO TRANS-REASON
               END-IF
           END-IF
           IF TRANS-RESULT = 'APPLIED '
               IF RLN-EFF-DATE IS NOT NUMERIC
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'EFFECTIVE DATE NOT NUMERIC' TO TRANS-REASON
               END-IF
           END-IF
           IF TRANS-RESULT = 'APPLIED '
               MOVE 'NO' TO TERRITORY-IN-MASTER
               IF RLN-NEW-TERR IS NUMERIC
                   PERFORM VARYING TERR-IDX FROM 1 BY 1
                       UNTIL TERR-IDX > TERR-VALID-COUNT
                       IF RLN-NEW-TERR-NUM = TERR-VALID-NO(TERR-IDX)
                           MOVE 'YES' TO TERRITORY-IN-MASTER
                           MOVE TERR-VALID-COUNT TO TERR-IDX
                       END-IF
                   END-PERFORM
               END-IF
               IF TERRITORY-IN-MASTER = 'NO' OR RLN-NEW-TERR-NUM = 0
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'NEW TERRITORY NOT ON MASTER'
                       TO TRANS-REASON
               END-IF
           END-IF
           IF TRANS-RESULT = 'APPLIED '
               IF RLN-APPROVED-BY = SPACES
                   OR RLN-APPROVED-BY = RLN-KEYED-BY
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'NOT APPROVED BY A SECOND OPERATOR'
                       TO TRANS-REASON
               END-IF
           END-IF.
       300-MOVE-CUSTOMER.
           MOVE RLN-KEY-NUM TO CUST-MST-NO
           READ CUST-MASTER
               INVALID KEY
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'CUSTOMER NOT ON MASTER' TO TRANS-REASON
           END-READ
           IF TRANS-RESULT = 'APPLIED '
               MOVE CUST-MST-NAME(1:20) TO MASTER-NAME
               MOVE CUST-MST-TERRITORY TO OLD-TERR
               MOVE OLD-TERR TO DTL-OLD-TERR-OUT
               PERFORM 310-REMEMBER-CUSTOMER-MOVE
           END-IF
           IF TRANS-RESULT = 'APPLIED '
               IF OLD-TERR = RLN-NEW-TERR-NUM
                   MOVE 'ALREADY IN NEW TERRITORY' TO TRANS-REASON
               ELSE
                   MOVE RLN-NEW-TERR-NUM TO CUST-MST-TERRITORY
                   REWRITE CUST-MASTER-REC
               END-IF
           END-IF.
       310-REMEMBER-CUSTOMER-MOVE.
      *>      A LATER ROW FOR THE SAME CUSTOMER REPLACES THE EARLIER
      *>      ONE, THE SAME AS IT DOES ON THE MASTER
           MOVE RLN-KEY TO MOVE-KEY-WORK
           PERFORM 420-FIND-CUSTOMER-MOVE
           IF MOVE-FOUND-IDX > 0
               MOVE RLN-NEW-TERR-NUM TO MOV-NEW-TERR(MOVE-FOUND-IDX)
           ELSE
               IF MOVE-COUNT < 2000
                   ADD 1 TO MOVE-COUNT
                   MOVE RLN-KEY TO MOV-CUST-KEY(MOVE-COUNT)
                   MOVE RLN-NEW-TERR-NUM TO MOV-NEW-TERR(MOVE-COUNT)
               ELSE
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'OVER 2000 CUSTOMER MOVES IN ONE RUN'
                       TO TRANS-REASON
               END-IF
           END-IF.
       320-MOVE-SALESPERSON.
           MOVE RLN-KEY-NUM TO SLS-MST-NO
           READ SLS-MASTER
               INVALID KEY
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'SALESPERSON NOT ON MASTER' TO TRANS-REASON
           END-READ
           IF TRANS-RESULT = 'APPLIED '
               MOVE SLS-MST-NAME TO MASTER-NAME
               MOVE SLS-MST-TERRITORY TO OLD-TERR
               MOVE OLD-TERR TO DTL-OLD-TERR-OUT
               IF OLD-TERR = RLN-NEW-TERR-NUM
                   MOVE 'ALREADY IN NEW TERRITORY' TO TRANS-REASON
               ELSE
                   MOVE RLN-NEW-TERR-NUM TO SLS-MST-TERRITORY
                   REWRITE SLS-MASTER-REC
      *>      THE HEADCOUNT FOLLOWS THE SALESPERSON ON THE RESTATED
      *>      QUOTA MASTER
                   IF OLD-TERR > 0
                       SUBTRACT 1 FROM TST-HC-ADJ(OLD-TERR)
                   END-IF
                   ADD 1 TO TST-HC-ADJ(RLN-NEW-TERR-NUM)
               END-IF
           END-IF.
       340-MOVE-STORE.
           MOVE RLN-KEY-NUM TO STORE-MST-NO
           READ STORE-MASTER
               INVALID KEY
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'STORE NOT ON MASTER' TO TRANS-REASON
           END-READ
           IF TRANS-RESULT = 'APPLIED '
               MOVE STORE-MST-NAME TO MASTER-NAME
               MOVE STORE-MST-TERRITORY TO OLD-TERR
               MOVE OLD-TERR TO DTL-OLD-TERR-OUT
               IF OLD-TERR = RLN-NEW-TERR-NUM
                   MOVE 'ALREADY IN NEW TERRITORY' TO TRANS-REASON
               ELSE
                   MOVE RLN-NEW-TERR-NUM TO STORE-MST-TERRITORY
                   REWRITE STORE-MASTER-REC
               END-IF
           END-IF.
       400-SCAN-HISTORY.
      *>      FIRST PASS: WHAT EACH PERIOD'S T ROWS MOVE BY, AND HOW
      *>      MUCH HISTORY EACH TERRITORY HAS AND LOSES (FOR QUOTA)
           OPEN INPUT SALES-HIST
           IF HIST-STATUS = '00'
               MOVE 'YES' TO HIST-AVAILABLE
               MOVE 'YES' TO MORE-HIST
           ELSE
               DISPLAY 'NO SALES HISTORY FILE - NO RESTATED HISTORY '
                   'THIS RUN'
               MOVE 'NO' TO MORE-HIST
           END-IF
           PERFORM UNTIL MORE-HIST = 'NO'
               READ SALES-HIST
                   AT END
                       MOVE 'NO' TO MORE-HIST
                   NOT AT END
                       PERFORM 410-SCAN-ONE-ROW
               END-READ
           END-PERFORM
           IF HIST-AVAILABLE = 'YES'
               CLOSE SALES-HIST
           END-IF.
       410-SCAN-ONE-ROW.
           IF HIST-REC-TYPE = 'C' AND HIST-TERR IS NUMERIC
               AND HIST-TERR > 0
               IF HIST-PERIOD < FIRST-CUST-PERIOD
                   MOVE HIST-PERIOD TO FIRST-CUST-PERIOD
               END-IF
               ADD HIST-SALES TO TST-BASE-SALES(HIST-TERR)
               MOVE HIST-KEY TO MOVE-KEY-WORK
               PERFORM 420-FIND-CUSTOMER-MOVE
               IF MOVE-FOUND-IDX > 0
                   IF MOV-NEW-TERR(MOVE-FOUND-IDX) NOT = HIST-TERR
                       ADD 1 TO CUST-ROWS-MOVED
                       MOVE HIST-TERR TO ADJ-TERR-WORK
                       COMPUTE ADJ-AMT-WORK = 0 - HIST-SALES
                       PERFORM 430-POST-ADJUSTMENT
                       MOVE MOV-NEW-TERR(MOVE-FOUND-IDX)
                           TO ADJ-TERR-WORK
                       MOVE HIST-SALES TO ADJ-AMT-WORK
                       PERFORM 430-POST-ADJUSTMENT
                       MOVE HIST-TERR TO XFR-FROM-WORK
                       MOVE MOV-NEW-TERR(MOVE-FOUND-IDX)
                           TO XFR-TO-WORK
                       PERFORM 440-POST-TRANSFER
                   END-IF
               END-IF
           END-IF.
       420-FIND-CUSTOMER-MOVE.
           MOVE 0 TO MOVE-FOUND-IDX
           PERFORM VARYING MOVE-IDX FROM 1 BY 1
               UNTIL MOVE-IDX > MOVE-COUNT
               IF MOV-CUST-KEY(MOVE-IDX) = MOVE-KEY-WORK
                   MOVE MOVE-IDX TO MOVE-FOUND-IDX
                   MOVE MOVE-COUNT TO MOVE-IDX
               END-IF
           END-PERFORM.
       430-POST-ADJUSTMENT.
           MOVE 0 TO ADJ-FOUND-IDX
           PERFORM VARYING ADJ-IDX FROM 1 BY 1
               UNTIL ADJ-IDX > ADJ-COUNT
               IF ADJ-PERIOD(ADJ-IDX) = HIST-PERIOD
                   AND ADJ-TERR(ADJ-IDX) = ADJ-TERR-WORK
                   MOVE ADJ-IDX TO ADJ-FOUND-IDX
                   MOVE ADJ-COUNT TO ADJ-IDX
               END-IF
           END-PERFORM
           IF ADJ-FOUND-IDX > 0
               ADD ADJ-AMT-WORK TO ADJ-AMT(ADJ-FOUND-IDX)
           ELSE
               IF ADJ-COUNT < 3000
                   ADD 1 TO ADJ-COUNT
                   MOVE HIST-PERIOD TO ADJ-PERIOD(ADJ-COUNT)
                   MOVE ADJ-TERR-WORK TO ADJ-TERR(ADJ-COUNT)
                   MOVE ADJ-AMT-WORK TO ADJ-AMT(ADJ-COUNT)
                   MOVE 'NO' TO ADJ-USED(ADJ-COUNT)
               ELSE
                   MOVE 'NO' TO RESTATE-OK
               END-IF
           END-IF.
       440-POST-TRANSFER.
           MOVE 0 TO XFR-FOUND-IDX
           PERFORM VARYING XFR-IDX FROM 1 BY 1
               UNTIL XFR-IDX > XFR-COUNT
               IF XFR-FROM(XFR-IDX) = XFR-FROM-WORK
                   AND XFR-TO(XFR-IDX) = XFR-TO-WORK
                   MOVE XFR-IDX TO XFR-FOUND-IDX
                   MOVE XFR-COUNT TO XFR-IDX
               END-IF
           END-PERFORM
           IF XFR-FOUND-IDX > 0
               ADD HIST-SALES TO XFR-AMT(XFR-FOUND-IDX)
           ELSE
               IF XFR-COUNT < 500
                   ADD 1 TO XFR-COUNT
                   MOVE XFR-FROM-WORK TO XFR-FROM(XFR-COUNT)
                   MOVE XFR-TO-WORK TO XFR-TO(XFR-COUNT)
                   MOVE HIST-SALES TO XFR-AMT(XFR-COUNT)
               ELSE
                   MOVE 'NO' TO RESTATE-OK
               END-IF
           END-IF.
       500-WRITE-RESTATED-HIST.
           WRITE REPORT-REC FROM HIST-HEADING
               AFTER ADVANCING 2 LINES
           IF HIST-AVAILABLE = 'NO'
               WRITE REPORT-REC FROM HIST-NONE-LINE
           ELSE
               IF RESTATE-OK = 'NO'
                   DISPLAY 'RESTATEMENT TABLES FULL - NO RESTATED '
                       'HISTORY OR QUOTA WRITTEN'
                   WRITE REPORT-REC FROM HIST-FAIL-LINE
               ELSE
                   PERFORM 505-COPY-HISTORY
               END-IF
           END-IF.
       505-COPY-HISTORY.
      *>      SECOND PASS: COPY THE HISTORY WITH EACH PERIOD'S FIRST
      *>      T ROW FOR A TERRITORY CARRYING THAT PERIOD'S MOVEMENT
      *>      AND THE MOVED CUSTOMERS' C ROWS RETAGGED; A TERRITORY
      *>      THAT HAD NO T ROW IN A PERIOD GETS ONE AT THE END
           OPEN INPUT SALES-HIST
           OPEN OUTPUT RESTATED-HIST
           MOVE 'YES' TO MORE-HIST
           PERFORM UNTIL MORE-HIST = 'NO'
               READ SALES-HIST
                   AT END
                       MOVE 'NO' TO MORE-HIST
                   NOT AT END
                       PERFORM 510-RESTATE-ONE-ROW
               END-READ
           END-PERFORM
           PERFORM VARYING ADJ-IDX FROM 1 BY 1
               UNTIL ADJ-IDX > ADJ-COUNT
               IF ADJ-USED(ADJ-IDX) = 'NO' AND ADJ-AMT(ADJ-IDX) NOT = 0
                   MOVE ADJ-PERIOD(ADJ-IDX) TO HIST-PERIOD
                   MOVE 'T' TO HIST-REC-TYPE
                   MOVE SPACES TO HIST-KEY
                   MOVE ADJ-TERR(ADJ-IDX) TO HIST-KEY(1:2)
                   MOVE ADJ-AMT(ADJ-IDX) TO HIST-SALES
                   MOVE ADJ-TERR(ADJ-IDX) TO HIST-TERR
                   WRITE RESTATED-HIST-REC FROM SALES-HIST-REC
                   ADD 1 TO T-ROWS-ADDED
               END-IF
           END-PERFORM
           CLOSE SALES-HIST
                 RESTATED-HIST
           MOVE CUST-ROWS-MOVED TO HST-CUST-MOVED-OUT
           MOVE T-ROWS-ADJUSTED TO HST-T-ADJ-OUT
           MOVE T-ROWS-ADDED TO HST-T-ADDED-OUT
           MOVE T-ROWS-AS-BOOKED TO HST-T-BOOKED-OUT
           WRITE REPORT-REC FROM HIST-LINE-1
           WRITE REPORT-REC FROM HIST-LINE-2
           WRITE REPORT-REC FROM HIST-LINE-3
           WRITE REPORT-REC FROM HIST-LINE-4.
       510-RESTATE-ONE-ROW.
           EVALUATE TRUE
               WHEN HIST-REC-TYPE = 'T'
                   IF HIST-PERIOD < FIRST-CUST-PERIOD
                       ADD 1 TO T-ROWS-AS-BOOKED
                   END-IF
                   IF HIST-KEY(1:2) IS NUMERIC
                       MOVE HIST-KEY(1:2) TO ADJ-TERR-WORK
                       PERFORM 520-APPLY-ADJUSTMENT
                   END-IF
               WHEN HIST-REC-TYPE = 'C' AND HIST-TERR IS NUMERIC
                   MOVE HIST-KEY TO MOVE-KEY-WORK
                   PERFORM 420-FIND-CUSTOMER-MOVE
                   IF MOVE-FOUND-IDX > 0
                       MOVE MOV-NEW-TERR(MOVE-FOUND-IDX) TO HIST-TERR
                   END-IF
           END-EVALUATE
           WRITE RESTATED-HIST-REC FROM SALES-HIST-REC.
       520-APPLY-ADJUSTMENT.
           PERFORM VARYING ADJ-IDX FROM 1 BY 1
               UNTIL ADJ-IDX > ADJ-COUNT
               IF ADJ-PERIOD(ADJ-IDX) = HIST-PERIOD
                   AND ADJ-TERR(ADJ-IDX) = ADJ-TERR-WORK
                   AND ADJ-USED(ADJ-IDX) = 'NO'
                   ADD ADJ-AMT(ADJ-IDX) TO HIST-SALES
                   MOVE 'YES' TO ADJ-USED(ADJ-IDX)
                   ADD 1 TO T-ROWS-ADJUSTED
                   MOVE ADJ-COUNT TO ADJ-IDX
               END-IF
           END-PERFORM.
       600-RESTATE-QUOTA.
           WRITE REPORT-REC FROM QUOTA-HEADING
               AFTER ADVANCING 2 LINES
           IF RESTATE-OK = 'NO'
               WRITE REPORT-REC FROM HIST-FAIL-LINE
           ELSE
               OPEN INPUT QUOTA-MASTER
               IF QUOTA-STATUS NOT = '00'
                   DISPLAY 'NO QUOTA MASTER - NO RESTATED QUOTA THIS '
                       'RUN'
                   WRITE REPORT-REC FROM QUOTA-NONE-LINE
               ELSE
                   PERFORM 605-MOVE-QUOTA-ROWS
               END-IF
           END-IF.
       605-MOVE-QUOTA-ROWS.
           MOVE 'YES' TO QUOTA-AVAILABLE
           MOVE 'YES' TO MORE-HIST
           PERFORM UNTIL MORE-HIST = 'NO'
               READ QUOTA-MASTER
                   AT END
                       MOVE 'NO' TO MORE-HIST
                   NOT AT END
                       IF QTA-TERR-IN IS NUMERIC AND QTA-TERR-IN > 0
                           MOVE 'YES' TO TST-IN-QUOTA(QTA-TERR-IN)
                           MOVE QTA-SALES-QUOTA-IN
                               TO TST-QUOTA-ORIG(QTA-TERR-IN)
                           MOVE QTA-HEADCOUNT-IN
                               TO TST-HC-ORIG(QTA-TERR-IN)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUOTA-MASTER
           PERFORM VARYING TST-IDX FROM 1 BY 1 UNTIL TST-IDX > 99
               MOVE TST-QUOTA-ORIG(TST-IDX) TO TST-QUOTA-NEW(TST-IDX)
           END-PERFORM
      *>      EACH TRANSFER TAKES THE SAME SHARE OF THE OLD
      *>      TERRITORY'S QUOTA AS IT TAKES OF ITS HISTORY SALES
           PERFORM VARYING XFR-IDX FROM 1 BY 1
               UNTIL XFR-IDX > XFR-COUNT
               PERFORM 610-MOVE-QUOTA
           END-PERFORM
           WRITE REPORT-REC FROM QUOTA-COL-LINE
           OPEN OUTPUT RESTATED-QUOTA
           PERFORM VARYING TST-IDX FROM 1 BY 1 UNTIL TST-IDX > 99
               IF TST-HC-ADJ(TST-IDX) NOT = 0
                   MOVE 'YES' TO TST-IN-QUOTA(TST-IDX)
               END-IF
               IF TST-IN-QUOTA(TST-IDX) = 'YES'
                   PERFORM 620-WRITE-QUOTA-ROW
               END-IF
           END-PERFORM
           CLOSE RESTATED-QUOTA
           IF QUOTA-NOT-MOVED > 0
               MOVE QUOTA-NOT-MOVED TO QSK-COUNT-OUT
               WRITE REPORT-REC FROM QUOTA-SKIP-LINE
           END-IF.
       610-MOVE-QUOTA.
           MOVE XFR-FROM(XFR-IDX) TO TST-IDX
           IF TST-BASE-SALES(TST-IDX) > 0
               AND TST-IN-QUOTA(TST-IDX) = 'YES'
               COMPUTE QUOTA-MOVE-AMT ROUNDED =
                   TST-QUOTA-ORIG(TST-IDX) * XFR-AMT(XFR-IDX)
                   / TST-BASE-SALES(TST-IDX)
               SUBTRACT QUOTA-MOVE-AMT FROM TST-QUOTA-NEW(TST-IDX)
               MOVE XFR-TO(XFR-IDX) TO TST-IDX
               ADD QUOTA-MOVE-AMT TO TST-QUOTA-NEW(TST-IDX)
               MOVE 'YES' TO TST-IN-QUOTA(TST-IDX)
           ELSE
               ADD 1 TO QUOTA-NOT-MOVED
           END-IF.
       620-WRITE-QUOTA-ROW.
           IF TST-QUOTA-NEW(TST-IDX) < 0
               MOVE 0 TO TST-QUOTA-NEW(TST-IDX)
           END-IF
           COMPUTE HC-NEW = TST-HC-ORIG(TST-IDX) + TST-HC-ADJ(TST-IDX)
           IF HC-NEW < 0
               MOVE 0 TO HC-NEW
           END-IF
           MOVE TST-IDX TO QTA-TERR-IN
           MOVE TST-QUOTA-NEW(TST-IDX) TO QTA-SALES-QUOTA-IN
           MOVE HC-NEW TO QTA-HEADCOUNT-IN
           WRITE RESTATED-QUOTA-REC FROM QUOTA-MASTER-REC
           IF TST-QUOTA-NEW(TST-IDX) NOT = TST-QUOTA-ORIG(TST-IDX)
               OR HC-NEW NOT = TST-HC-ORIG(TST-IDX)
               MOVE TST-IDX TO QL-TERR-OUT
               MOVE TST-QUOTA-ORIG(TST-IDX) TO QL-OLD-QUOTA-OUT
               MOVE TST-QUOTA-NEW(TST-IDX) TO QL-NEW-QUOTA-OUT
               MOVE TST-HC-ORIG(TST-IDX) TO QL-OLD-HC-OUT
               MOVE HC-NEW TO QL-NEW-HC-OUT
               WRITE REPORT-REC FROM QUOTA-LINE
           END-IF.
