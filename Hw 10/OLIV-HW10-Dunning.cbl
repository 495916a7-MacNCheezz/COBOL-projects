      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Collection (dunning) letters off the AR open-item
      *          file, aged into AR-AGING's buckets against the chain's
      *          business date. Each customer with a past-due item
      *          gets one letter, at the level its oldest past-due
      *          item has reached:
      *            1 - friendly reminder    31-60 days
      *            2 - firm notice          61-90 days
      *            3 - final demand with credit hold warning, over 90
      *          Each level is written to its own letter file in
      *          MAIL's name/address input layout, addressed from the
      *          customer master (point MAIL's MAILIN at each file in
      *          turn), so the letters get the same ZIP presort and
      *          address validation as statements. The dunning
      *          history file keeps the last level sent per customer
      *          and statement cycle (the business month): a level
      *          already sent this cycle is not sent again, and only
      *          a higher one goes out. A customer whose past-due
      *          items are all unapplied credits, or whose credits
      *          cover the whole balance, is not dunned. A customer
      *          with no address on the master gets no letter and no
      *          history, is listed, and ends the run RC 4 - the next
      *          run tries again once the address is keyed.
      * Modification History:
      *   10/15/26 - initial version
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-DUNNING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-OPEN-FILE
           ASSIGN TO AR-OPEN-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AR-KEY
               FILE STATUS IS AR-STATUS-CODE.
           SELECT CUST-MASTER
           ASSIGN TO CUST-MASTER-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-MST-NO
               FILE STATUS IS CUST-MASTER-STATUS.
           SELECT DUN-HISTORY
           ASSIGN TO DUN-HISTORY-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DUN-HIST-STATUS.
           SELECT LETTER-FILE-1
           ASSIGN TO LETTER-FILE-1-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LETTER-FILE-2
           ASSIGN TO LETTER-FILE-2-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LETTER-FILE-3
           ASSIGN TO LETTER-FILE-3-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DUNNING-REPORT
           ASSIGN TO DUNNING-REPORT-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL
           ASSIGN TO RUN-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AR-OPEN-FILE.
       01  AR-OPEN-REC.
           COPY OLIV-AR-Open.
       FD  CUST-MASTER.
       01  CUST-MASTER-REC.
           COPY OLIV-CUST-Master.
       FD  DUN-HISTORY.
       01  DUN-HISTORY-REC.
           COPY OLIV-AR-Dunning.
      *>      SAME RECORD LAYOUT MAIL'S MASTER-LIST READS
       FD  LETTER-FILE-1.
       01  LETTER-REC-1                    PIC X(60).
       FD  LETTER-FILE-2.
       01  LETTER-REC-2                    PIC X(60).
       FD  LETTER-FILE-3.
       01  LETTER-REC-3                    PIC X(60).
       FD  DUNNING-REPORT.
       01  REPORT-REC                      PIC X(100).
       FD  RUN-CONTROL.
       01  RUN-CONTROL-REC.
           COPY OLIV-RUN-Ctl.
       WORKING-STORAGE SECTION.
       01  MORE-ITEMS                      PIC XXX VALUE 'YES'.
       01  MORE-HIST                       PIC XXX VALUE 'YES'.
       01  FIRST-ITEM                      PIC XXX VALUE 'YES'.
       01  AR-STATUS-CODE                  PIC XX.
       01  CUST-MASTER-STATUS              PIC XX.
       01  DUN-HIST-STATUS                 PIC XX.
       01  RUN-CTL-STATUS                  PIC XX.
       01  RUN-DATE                        PIC 9(8).
       01  RUN-CYCLE                       PIC 9(6).
       01  RUN-DATE-DAYS                   PIC 9(7).
       01  ITEM-DATE-DAYS                  PIC 9(7).
       01  ITEM-AGE-DAYS                   PIC S9(5).
       01  CUST-HOLD                       PIC 9(4).
       01  CUST-BALANCE                    PIC S9(9)V99 VALUE 0.
       01  CUST-PAST-DUE                   PIC 9(9)V99 VALUE 0.
       01  CUST-OLDEST-AGE                 PIC S9(5) VALUE 0.
       01  CUST-CREDIT-PAST-DUE            PIC 9(4) VALUE 0.
       01  DUN-LEVEL                       PIC 9(1).
       01  HIST-FOUND                      PIC XXX.
       01  HIST-SLOT                       PIC 9(4).
       01  ADDRESS-ON-FILE                 PIC XXX.
       01  HIST-COUNT                      PIC 9(4) VALUE 0.
       01  HIST-IDX                        PIC 9(4).
       01  HIST-TABLE.
           05 HIST-ENTRY OCCURS 2000 TIMES.
               10 HT-CUST-NO               PIC 9(4).
               10 HT-CYCLE                 PIC 9(6).
               10 HT-LEVEL                 PIC 9(1).
               10 HT-SENT-DATE             PIC 9(8).
               10 HT-PAST-DUE-AMT          PIC 9(7)V99.
               10 HT-LETTER-COUNT          PIC 9(3).
       01  LEVEL-TOTALS.
           05 LEVEL-TOTAL-ENTRY OCCURS 3 TIMES.
               10 LEVEL-LETTER-COUNT       PIC 9(5).
               10 LEVEL-PAST-DUE           PIC 9(9)V99.
       01  ALREADY-SENT-COUNT              PIC 9(5) VALUE 0.
       01  CREDIT-ONLY-COUNT               PIC 9(5) VALUE 0.
       01  NO-ADDRESS-COUNT                PIC 9(5) VALUE 0.
       01  HIST-FULL-COUNT                 PIC 9(5) VALUE 0.
       01  LEVEL-IDX                       PIC 9(1).
       01  LETTER-OUT.
           05 LTR-NAME                     PIC X(20).
           05 LTR-ADDRESS                  PIC X(20).
           05 LTR-LOCATION                 PIC X(15).
           05 LTR-ZIP                      PIC X(5).
       01  LOCATION-BUILD.
           05 LOC-CITY                     PIC X(12).
           05                              PIC X(1) VALUE SPACES.
           05 LOC-STATE                    PIC X(2).
       01  LEVEL-NAME-TABLE.
           05                              PIC X(14) VALUE
               'REMINDER'.
           05                              PIC X(14) VALUE
               'FIRM NOTICE'.
           05                              PIC X(14) VALUE
               'FINAL DEMAND'.
       01  LEVEL-NAMES REDEFINES LEVEL-NAME-TABLE.
           05 LEVEL-NAME                   PIC X(14)
                                           OCCURS 3 TIMES.
       01  HEADING1.
           05                              PIC X(28) VALUE
               'AR DUNNING RUN AS OF        '.
           05 HDG-DATE-OUT                 PIC 9(8).
           05                              PIC X(10) VALUE
               '   CYCLE: '.
           05 HDG-CYCLE-OUT                PIC 9(6).
       01  HEADING2.
           05                              PIC X(48) VALUE
               'CUST  NAME                        LETTER        '.
           05                              PIC X(38) VALUE
               '  AGE     PAST DUE      BALANCE   NOTE'.
       01  DETAIL-LINE.
           05 DTL-CUST-OUT                 PIC 9(4).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-NAME-OUT                 PIC X(26).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-LEVEL-OUT                PIC X(14).
           05 DTL-AGE-OUT                  PIC ZZZZ9.
           05 DTL-PAST-DUE-OUT             PIC $$,$$$,$$9.99.
           05 DTL-BALANCE-OUT              PIC $$,$$$,$$9.99-.
           05                              PIC X(2) VALUE SPACES.
           05 DTL-NOTE-OUT                 PIC X(30).
       01  SUMMARY-LEVEL-LINE.
           05 SUM-LEVEL-NAME-OUT           PIC X(14).
           05                              PIC X(12) VALUE
               'LETTERS:    '.
           05 SUM-LEVEL-COUNT-OUT          PIC ZZ,ZZ9.
           05                              PIC X(4) VALUE '  $'.
           05 SUM-LEVEL-DOL-OUT            PIC ZZZ,ZZZ,ZZ9.99.
       01  SUMMARY-LINE-1.
           05                              PIC X(26) VALUE
               'ALREADY SENT THIS CYCLE:  '.
           05 SUM-ALREADY-OUT              PIC ZZ,ZZ9.
           05                              PIC X(20) VALUE
               '   CREDITS ONLY:    '.
           05 SUM-CREDIT-OUT               PIC ZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05                              PIC X(26) VALUE
               'NO ADDRESS - NOT SENT:    '.
           05 SUM-NO-ADDR-OUT              PIC ZZ,ZZ9.
           05                              PIC X(20) VALUE
               '   HISTORY FULL:    '.
           05 SUM-HIST-FULL-OUT            PIC ZZ,ZZ9.
       01  AR-OPEN-DD                      PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-AR-Open.dat'.
       01  CUST-MASTER-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-CUST-Master.dat'.
       01  DUN-HISTORY-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-AR-DunHist.txt'.
       01  LETTER-FILE-1-DD                PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-AR-DunLtr1.txt'.
       01  LETTER-FILE-2-DD                PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-AR-DunLtr2.txt'.
       01  LETTER-FILE-3-DD                PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-AR-DunLtr3.txt'.
       01  DUNNING-REPORT-DD               PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-AR-DunRpt.txt'.
       01  RUN-CONTROL-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-Ctl.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-GET-FILE-NAMES
           PERFORM 015-GET-BUSINESS-DATE
           PERFORM 050-LOAD-HISTORY
           OPEN INPUT AR-OPEN-FILE
           IF AR-STATUS-CODE NOT = '00'
               DISPLAY 'AR OPEN-ITEM FILE WOULD NOT OPEN - STATUS '
                   AR-STATUS-CODE ' - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUST-MASTER
           IF CUST-MASTER-STATUS NOT = '00'
               DISPLAY 'CUSTOMER MASTER NOT AVAILABLE - RUN '
                   'STOPPED (LETTERS NEED THE ADDRESS)'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LETTER-FILE-1
                       LETTER-FILE-2
                       LETTER-FILE-3
                       DUNNING-REPORT
           PERFORM VARYING LEVEL-IDX FROM 1 BY 1 UNTIL LEVEL-IDX > 3
               MOVE 0 TO LEVEL-LETTER-COUNT(LEVEL-IDX)
               MOVE 0 TO LEVEL-PAST-DUE(LEVEL-IDX)
           END-PERFORM
           MOVE RUN-DATE TO HDG-DATE-OUT
           MOVE RUN-CYCLE TO HDG-CYCLE-OUT
           WRITE REPORT-REC FROM HEADING1
           WRITE REPORT-REC FROM HEADING2
           PERFORM UNTIL MORE-ITEMS = 'NO'
               OR AR-STATUS-CODE NOT = '00'
               READ AR-OPEN-FILE
                   AT END
                       MOVE 'NO' TO MORE-ITEMS
                   NOT AT END
                       PERFORM 200-GROUP-BY-CUSTOMER
               END-READ
           END-PERFORM
           IF FIRST-ITEM = 'NO'
               PERFORM 300-DUN-CUSTOMER
           END-IF
           PERFORM VARYING LEVEL-IDX FROM 1 BY 1 UNTIL LEVEL-IDX > 3
               MOVE LEVEL-NAME(LEVEL-IDX) TO SUM-LEVEL-NAME-OUT
               MOVE LEVEL-LETTER-COUNT(LEVEL-IDX)
                   TO SUM-LEVEL-COUNT-OUT
               MOVE LEVEL-PAST-DUE(LEVEL-IDX) TO SUM-LEVEL-DOL-OUT
               IF LEVEL-IDX = 1
                   WRITE REPORT-REC FROM SUMMARY-LEVEL-LINE
                       AFTER ADVANCING 2 LINES
               ELSE
                   WRITE REPORT-REC FROM SUMMARY-LEVEL-LINE
               END-IF
           END-PERFORM
           MOVE ALREADY-SENT-COUNT TO SUM-ALREADY-OUT
           MOVE CREDIT-ONLY-COUNT TO SUM-CREDIT-OUT
           MOVE NO-ADDRESS-COUNT TO SUM-NO-ADDR-OUT
           MOVE HIST-FULL-COUNT TO SUM-HIST-FULL-OUT
           WRITE REPORT-REC FROM SUMMARY-LINE-1
           WRITE REPORT-REC FROM SUMMARY-LINE-2
           CLOSE AR-OPEN-FILE
                 CUST-MASTER
                 LETTER-FILE-1
                 LETTER-FILE-2
                 LETTER-FILE-3
                 DUNNING-REPORT
           PERFORM 600-REWRITE-HISTORY
           DISPLAY 'AR DUNNING - REMINDERS: ' LEVEL-LETTER-COUNT(1)
               ' FIRM: ' LEVEL-LETTER-COUNT(2)
               ' FINAL: ' LEVEL-LETTER-COUNT(3)
           IF NO-ADDRESS-COUNT > 0
               DISPLAY 'PAST-DUE CUSTOMERS WITH NO ADDRESS ON MASTER: '
                   NO-ADDRESS-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF
           IF HIST-FULL-COUNT > 0
               DISPLAY 'DUNNING HISTORY FILLED AT 2000 ROWS - '
                   'LETTERS NOT SENT: ' HIST-FULL-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       010-GET-FILE-NAMES.
           ACCEPT AR-OPEN-DD FROM ENVIRONMENT "AROPEN"
           ACCEPT CUST-MASTER-DD FROM ENVIRONMENT "CUSTMASTER"
           ACCEPT DUN-HISTORY-DD FROM ENVIRONMENT "DUNHIST"
           ACCEPT LETTER-FILE-1-DD FROM ENVIRONMENT "DUNLETTER1"
           ACCEPT LETTER-FILE-2-DD FROM ENVIRONMENT "DUNLETTER2"
           ACCEPT LETTER-FILE-3-DD FROM ENVIRONMENT "DUNLETTER3"
           ACCEPT DUNNING-REPORT-DD FROM ENVIRONMENT "DUNRPT"
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
           END-IF
           MOVE RUN-DATE(1:6) TO RUN-CYCLE
           COMPUTE RUN-DATE-DAYS =
               FUNCTION INTEGER-OF-DATE(RUN-DATE).
       050-LOAD-HISTORY.
           OPEN INPUT DUN-HISTORY
           IF DUN-HIST-STATUS NOT = '00'
               DISPLAY 'NO DUNNING HISTORY FILE - STARTING A NEW ONE'
               MOVE 'NO' TO MORE-HIST
           END-IF
           PERFORM UNTIL MORE-HIST = 'NO'
               READ DUN-HISTORY
                   AT END
                       MOVE 'NO' TO MORE-HIST
                   NOT AT END
                       IF HIST-COUNT < 2000
                           ADD 1 TO HIST-COUNT
                           MOVE DUN-HISTORY-REC
                               TO HIST-ENTRY(HIST-COUNT)
                       ELSE
      *>      THE RUN REWRITES THE HISTORY FILE FROM THIS TABLE AT THE
      *>      END - STOPPING HERE KEEPS ROWS PAST THE TABLE FROM BEING
      *>      LOST ON THE REWRITE
                           DISPLAY 'DUNNING HISTORY PAST 2000 ROWS - '
                               'RUN STOPPED BEFORE ROWS COULD BE LOST '
                               'ON THE REWRITE'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           IF DUN-HIST-STATUS = '00' OR DUN-HIST-STATUS = '10'
               CLOSE DUN-HISTORY
           END-IF.
       200-GROUP-BY-CUSTOMER.
           IF FIRST-ITEM = 'YES'
               MOVE 'NO' TO FIRST-ITEM
               MOVE AR-CUST-NO TO CUST-HOLD
           END-IF
           IF AR-CUST-NO NOT = CUST-HOLD
               PERFORM 300-DUN-CUSTOMER
               MOVE AR-CUST-NO TO CUST-HOLD
           END-IF
           IF AR-OPEN-AMT NOT = 0
               PERFORM 210-AGE-ONE-ITEM
           END-IF.
       210-AGE-ONE-ITEM.
           ADD AR-OPEN-AMT TO CUST-BALANCE
           IF AR-INVOICE-DATE > 0
               COMPUTE ITEM-DATE-DAYS =
                   FUNCTION INTEGER-OF-DATE(AR-INVOICE-DATE)
               COMPUTE ITEM-AGE-DAYS =
                   RUN-DATE-DAYS - ITEM-DATE-DAYS
           ELSE
               MOVE 0 TO ITEM-AGE-DAYS
           END-IF
           IF ITEM-AGE-DAYS > 30
      *>      UNAPPLIED CASH OR A CREDIT IS NOT SOMETHING THE CUSTOMER
      *>      OWES, HOWEVER OLD IT IS
               IF AR-STATUS = 'U' OR AR-OPEN-AMT < 0
                   ADD 1 TO CUST-CREDIT-PAST-DUE
               ELSE
                   ADD AR-OPEN-AMT TO CUST-PAST-DUE
                   IF ITEM-AGE-DAYS > CUST-OLDEST-AGE
                       MOVE ITEM-AGE-DAYS TO CUST-OLDEST-AGE
                   END-IF
               END-IF
           END-IF.
       300-DUN-CUSTOMER.
           EVALUATE TRUE
               WHEN CUST-OLDEST-AGE > 90
                   MOVE 3 TO DUN-LEVEL
               WHEN CUST-OLDEST-AGE > 60
                   MOVE 2 TO DUN-LEVEL
               WHEN CUST-OLDEST-AGE > 30
                   MOVE 1 TO DUN-LEVEL
               WHEN OTHER
                   MOVE 0 TO DUN-LEVEL
           END-EVALUATE
           IF DUN-LEVEL = 0
               IF CUST-CREDIT-PAST-DUE > 0
                   ADD 1 TO CREDIT-ONLY-COUNT
               END-IF
           ELSE
               PERFORM 310-CHOOSE-LETTER
           END-IF
           MOVE 0 TO CUST-BALANCE
           MOVE 0 TO CUST-PAST-DUE
           MOVE 0 TO CUST-OLDEST-AGE
           MOVE 0 TO CUST-CREDIT-PAST-DUE.
       310-CHOOSE-LETTER.
           MOVE CUST-HOLD TO DTL-CUST-OUT
           MOVE LEVEL-NAME(DUN-LEVEL) TO DTL-LEVEL-OUT
           MOVE CUST-OLDEST-AGE TO DTL-AGE-OUT
           MOVE CUST-PAST-DUE TO DTL-PAST-DUE-OUT
           MOVE CUST-BALANCE TO DTL-BALANCE-OUT
           PERFORM 350-READ-CUSTOMER
           PERFORM 320-FIND-HISTORY
           EVALUATE TRUE
      *>      CREDITS ON ACCOUNT ALREADY COVER EVERYTHING OWED - THE
      *>      NEXT CASH APPLICATION SWEEPS THE PAST-DUE ITEMS UP
               WHEN CUST-BALANCE NOT > 0
                   ADD 1 TO CREDIT-ONLY-COUNT
                   MOVE 'CREDITS COVER BALANCE - NONE'
                       TO DTL-NOTE-OUT
               WHEN HIST-FOUND = 'YES'
                   AND HT-CYCLE(HIST-SLOT) = RUN-CYCLE
                   AND HT-LEVEL(HIST-SLOT) NOT < DUN-LEVEL
                   ADD 1 TO ALREADY-SENT-COUNT
                   MOVE 'ALREADY SENT THIS CYCLE'
                       TO DTL-NOTE-OUT
               WHEN ADDRESS-ON-FILE = 'NO'
                   ADD 1 TO NO-ADDRESS-COUNT
                   MOVE 'NO ADDRESS - NO LETTER'
                       TO DTL-NOTE-OUT
               WHEN HIST-FOUND = 'NO' AND HIST-COUNT NOT < 2000
                   ADD 1 TO HIST-FULL-COUNT
                   MOVE 'HISTORY FULL - NO LETTER'
                       TO DTL-NOTE-OUT
               WHEN OTHER
                   PERFORM 400-SEND-LETTER
           END-EVALUATE
           WRITE REPORT-REC FROM DETAIL-LINE.
       320-FIND-HISTORY.
           MOVE 'NO' TO HIST-FOUND
           PERFORM VARYING HIST-IDX FROM 1 BY 1
               UNTIL HIST-IDX > HIST-COUNT
               IF HT-CUST-NO(HIST-IDX) = CUST-HOLD
                   MOVE 'YES' TO HIST-FOUND
                   MOVE HIST-IDX TO HIST-SLOT
                   MOVE HIST-COUNT TO HIST-IDX
               END-IF
           END-PERFORM.
       350-READ-CUSTOMER.
           MOVE SPACES TO DTL-NAME-OUT
           MOVE 'NO' TO ADDRESS-ON-FILE
           MOVE CUST-HOLD TO CUST-MST-NO
           READ CUST-MASTER
               INVALID KEY
                   MOVE 'NOT ON CUSTOMER MASTER' TO DTL-NAME-OUT
               NOT INVALID KEY
                   MOVE CUST-MST-NAME TO DTL-NAME-OUT
                   IF CUST-MST-STREET NOT = SPACES
                       AND CUST-MST-ZIP NOT = SPACES
                       MOVE 'YES' TO ADDRESS-ON-FILE
                   END-IF
           END-READ.
       400-SEND-LETTER.
           MOVE CUST-MST-NAME(1:20) TO LTR-NAME
           MOVE CUST-MST-STREET TO LTR-ADDRESS
           MOVE CUST-MST-CITY TO LOC-CITY
           MOVE CUST-MST-STATE TO LOC-STATE
           MOVE LOCATION-BUILD TO LTR-LOCATION
           MOVE CUST-MST-ZIP TO LTR-ZIP
           EVALUATE DUN-LEVEL
               WHEN 1
                   WRITE LETTER-REC-1 FROM LETTER-OUT
               WHEN 2
                   WRITE LETTER-REC-2 FROM LETTER-OUT
               WHEN 3
                   WRITE LETTER-REC-3 FROM LETTER-OUT
           END-EVALUATE
           ADD 1 TO LEVEL-LETTER-COUNT(DUN-LEVEL)
           ADD CUST-PAST-DUE TO LEVEL-PAST-DUE(DUN-LEVEL)
           IF HIST-FOUND = 'NO'
               ADD 1 TO HIST-COUNT
               MOVE HIST-COUNT TO HIST-SLOT
               MOVE CUST-HOLD TO HT-CUST-NO(HIST-SLOT)
               MOVE 0 TO HT-LETTER-COUNT(HIST-SLOT)
           END-IF
           MOVE RUN-CYCLE TO HT-CYCLE(HIST-SLOT)
           MOVE DUN-LEVEL TO HT-LEVEL(HIST-SLOT)
           MOVE RUN-DATE TO HT-SENT-DATE(HIST-SLOT)
           MOVE CUST-PAST-DUE TO HT-PAST-DUE-AMT(HIST-SLOT)
           IF HT-LETTER-COUNT(HIST-SLOT) < 999
               ADD 1 TO HT-LETTER-COUNT(HIST-SLOT)
           END-IF
           IF DUN-LEVEL = 3
               MOVE 'SENT - CREDIT HOLD WARNING' TO DTL-NOTE-OUT
           ELSE
               MOVE 'SENT' TO DTL-NOTE-OUT
           END-IF.
       600-REWRITE-HISTORY.
           OPEN OUTPUT DUN-HISTORY
           PERFORM VARYING HIST-IDX FROM 1 BY 1
               UNTIL HIST-IDX > HIST-COUNT
               MOVE HIST-ENTRY(HIST-IDX) TO DUN-HISTORY-REC
               WRITE DUN-HISTORY-REC
           END-PERFORM
           CLOSE DUN-HISTORY.
