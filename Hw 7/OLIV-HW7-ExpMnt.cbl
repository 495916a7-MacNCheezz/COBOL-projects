      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Expense report maintenance. Applies keyed transactions
      *          against the expense line file:
      *          - A/C/D add, change or delete one line of an expense
      *            report (report number, line number, employee,
      *            expense date, category, amount or miles);
      *          - V approves, R rejects, and U reopens, every line of
      *            one expense report - the manager's decision, made
      *            for the report as a whole and stamped with the
      *            manager's ID.
      *          Each line is priced and edited from the expense policy
      *          file row for its category in force on the expense
      *          date: a personal-vehicle category pays the miles at
      *          the IRS mileage rate on that row, every other
      *          category pays the amount keyed. A line over the
      *          category's policy limit is still applied but flagged,
      *          and the register ends with every over-limit line not
      *          yet paid, for the manager to review before approving.
      *          Only active employees can claim expenses. An approved,
      *          rejected or paid report cannot be changed; it has to
      *          be reopened first, and a paid line is final.
      *          EXPENSE-CUTOFF hands approved lines to TAX-PAYROLL.
      *          Prints one applied/rejected line per transaction;
      *          rejects end the run RC 4.
      * Modification History:
      *   10/15/26 - initial version
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPENSE-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXP-TRANS-IN
           ASSIGN TO EXP-TRANS-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-STATUS.
           SELECT EXP-FILE
           ASSIGN TO EXP-FILE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXP-STATUS.
           SELECT POLICY-FILE
           ASSIGN TO POLICY-FILE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POLICY-STATUS.
           SELECT EMP-MASTER
           ASSIGN TO EMP-MASTER-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-NUMBER
               FILE STATUS IS EMP-MASTER-STATUS.
           SELECT EXP-REGISTER
           ASSIGN TO EXP-REGISTER-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL
           ASSIGN TO RUN-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXP-TRANS-IN.
       01  EXP-TRANS-REC.
           05 ETR-ACTION                   PIC X(1).
           05 ETR-REPORT-NO                PIC X(6).
           05 ETR-REPORT-NO-NUM REDEFINES ETR-REPORT-NO
                                           PIC 9(6).
           05 ETR-LINE-NO                  PIC X(2).
           05 ETR-LINE-NO-NUM REDEFINES ETR-LINE-NO
                                           PIC 9(2).
           05 ETR-EMP-NO                   PIC X(5).
           05 ETR-EMP-NO-NUM REDEFINES ETR-EMP-NO
                                           PIC 9(5).
           05 ETR-EXPENSE-DATE             PIC X(8).
           05 ETR-EXPENSE-DATE-NUM REDEFINES ETR-EXPENSE-DATE
                                           PIC 9(8).
           05 ETR-CATEGORY                 PIC X(4).
           05 ETR-AMOUNT                   PIC X(7).
           05 ETR-AMOUNT-NUM REDEFINES ETR-AMOUNT
                                           PIC 9(5)V99.
           05 ETR-MILES                    PIC X(5).
           05 ETR-MILES-NUM REDEFINES ETR-MILES
                                           PIC 9(5).
           05 ETR-APPROVER                 PIC X(8).
           05 ETR-DESCRIPTION              PIC X(30).
       FD  EXP-FILE.
       01  EXP-LINE-REC.
           COPY OLIV-EXP-Line.
       FD  POLICY-FILE.
       01  POLICY-REC.
           COPY OLIV-EXP-Policy.
       FD  EMP-MASTER.
       01  EMP-MASTER-REC.
           COPY OLIV-EMP-Master.
       FD  EXP-REGISTER.
       01  REPORT-REC                      PIC X(120).
       FD  RUN-CONTROL.
       01  RUN-CONTROL-REC.
           COPY OLIV-RUN-Ctl.
       WORKING-STORAGE SECTION.
       01  MORE-TRANS                      PIC XXX VALUE 'YES'.
       01  MORE-EXP                        PIC XXX VALUE 'YES'.
       01  MORE-POLICY                     PIC XXX VALUE 'YES'.
       01  TRANS-STATUS                    PIC XX.
       01  EXP-STATUS                      PIC XX.
       01  POLICY-STATUS                   PIC XX.
       01  EMP-MASTER-STATUS               PIC XX.
       01  RUN-CTL-STATUS                  PIC XX.
       01  RUN-DATE                        PIC 9(8).
       01  TRANS-RESULT                    PIC X(8).
       01  TRANS-REASON                    PIC X(40).
       01  READ-COUNT                      PIC 9(5) VALUE 0.
       01  APPLIED-COUNT                   PIC 9(5) VALUE 0.
       01  REJECTED-COUNT                  PIC 9(5) VALUE 0.
       01  LINES-ADDED-COUNT               PIC 9(5) VALUE 0.
       01  LINES-CHANGED-COUNT             PIC 9(5) VALUE 0.
       01  LINES-DELETED-COUNT             PIC 9(5) VALUE 0.
       01  REPORTS-APPROVED-COUNT          PIC 9(5) VALUE 0.
       01  REPORTS-REJECTED-COUNT          PIC 9(5) VALUE 0.
       01  REPORTS-REOPENED-COUNT          PIC 9(5) VALUE 0.
       01  OVER-LIMIT-COUNT                PIC 9(5) VALUE 0.
       01  DATE-OK                         PIC XXX.
       01  EXPENSE-DATE-DAYS               PIC 9(7).
       01  LINE-FOUND                      PIC XXX.
       01  FOUND-IDX                       PIC 9(4).
       01  REPORT-FOUND                    PIC XXX.
       01  REPORT-IDX                      PIC 9(4).
       01  REPORT-LINE-COUNT               PIC 9(4).
       01  REPORT-LINE-COUNT-OUT           PIC Z,ZZ9.
       01  LINE-AMOUNT                     PIC 9(5)V99.
       01  LINE-OVER-LIMIT                 PIC X(1).
       01  LIMIT-OUT                       PIC $$$,$$9.99.
       01  POLICY-COUNT                    PIC 9(3) VALUE 0.
       01  POLICY-IDX                      PIC 9(3).
       01  POLICY-FOUND-IDX                PIC 9(3).
       01  POLICY-BEST-EFF                 PIC 9(8).
       01  POLICY-TABLE.
           05 POLICY-ENTRY OCCURS 200 TIMES.
               10 PT-CATEGORY              PIC X(4).
               10 PT-EFF-DATE              PIC 9(8).
               10 PT-GL-CLASS              PIC X(1).
               10 PT-LIMIT                 PIC 9(5)V99.
               10 PT-MILE-RATE             PIC 9V999.
       01  EXP-COUNT                       PIC 9(4) VALUE 0.
       01  EXP-IDX                         PIC 9(4).
       01  EXP-TABLE.
           05 EXP-ENTRY OCCURS 5000 TIMES.
               10 ET-REPORT-NO             PIC 9(6).
               10 ET-LINE-NO               PIC 9(2).
               10 ET-EMP-NO                PIC 9(5).
               10 ET-EXPENSE-DATE          PIC 9(8).
               10 ET-CATEGORY              PIC X(4).
               10 ET-GL-CLASS              PIC X(1).
               10 ET-MILES                 PIC 9(5).
               10 ET-AMOUNT                PIC 9(5)V99.
               10 ET-OVER-LIMIT            PIC X(1).
               10 ET-TERRITORY-NO          PIC 9(2).
               10 ET-OFFICE-NO             PIC 9(2).
               10 ET-STATUS                PIC X(1).
               10 ET-ENTRY-DATE            PIC 9(8).
               10 ET-APPROVER              PIC X(8).
               10 ET-APPROVE-DATE          PIC 9(8).
               10 ET-PAID-DATE             PIC 9(8).
               10 ET-DESCRIPTION           PIC X(30).
       01  HEADING1.
           05                              PIC X(34) VALUE
               'EXPENSE REPORT REGISTER'.
           05                              PIC X(8) VALUE
               '  DATE: '.
           05 HDG-DATE-OUT                 PIC 9(8).
       01  HEADING2.
           05                              PIC X(46) VALUE
               'ACT  REPORT LN EMP-NO  EXP DATE  CAT   MILES  '.
           05                              PIC X(27) VALUE
               '   AMOUNT  RESULT    REASON'.
       01  DETAIL-LINE.
           05                              PIC X(1) VALUE SPACES.
           05 DTL-ACTION-OUT               PIC X(1).
           05                              PIC X(3) VALUE SPACES.
           05 DTL-REPORT-NO-OUT            PIC X(6).
           05                              PIC X(1) VALUE SPACES.
           05 DTL-LINE-NO-OUT              PIC X(2).
           05                              PIC X(1) VALUE SPACES.
           05 DTL-EMP-NO-OUT               PIC X(5).
           05                              PIC X(3) VALUE SPACES.
           05 DTL-DATE-OUT                 PIC X(8).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-CATEGORY-OUT             PIC X(4).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-MILES-OUT                PIC ZZZZ9.
           05                              PIC X(2) VALUE SPACES.
           05 DTL-AMOUNT-OUT               PIC ZZ,ZZ9.99.
           05                              PIC X(2) VALUE SPACES.
           05 DTL-RESULT-OUT               PIC X(8).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-REASON-OUT               PIC X(40).
       01  REVIEW-HEADING1.
           05                              PIC X(46) VALUE
               'OVER-LIMIT LINES NOT YET PAID - FOR REVIEW'.
       01  REVIEW-HEADING2.
           05                              PIC X(46) VALUE
               'REPORT LN EMP-NO  EXP DATE  CAT      AMOUNT   '.
           05                              PIC X(30) VALUE
               '    LIMIT  ST  APPROVER'.
       01  REVIEW-LINE.
           05 RVW-REPORT-NO-OUT            PIC 9(6).
           05                              PIC X(1) VALUE SPACES.
           05 RVW-LINE-NO-OUT              PIC 9(2).
           05                              PIC X(1) VALUE SPACES.
           05 RVW-EMP-NO-OUT               PIC 9(5).
           05                              PIC X(3) VALUE SPACES.
           05 RVW-DATE-OUT                 PIC 9(8).
           05                              PIC X(2) VALUE SPACES.
           05 RVW-CATEGORY-OUT             PIC X(4).
           05                              PIC X(2) VALUE SPACES.
           05 RVW-AMOUNT-OUT               PIC ZZ,ZZ9.99.
           05                              PIC X(3) VALUE SPACES.
           05 RVW-LIMIT-OUT                PIC ZZ,ZZ9.99.
           05                              PIC X(2) VALUE SPACES.
           05 RVW-STATUS-OUT               PIC X(1).
           05                              PIC X(3) VALUE SPACES.
           05 RVW-APPROVER-OUT             PIC X(8).
       01  SUMMARY-LINE-1.
           05                              PIC X(24) VALUE
               'TRANSACTIONS READ:     '.
           05 SUMMARY-READ-OUT             PIC ZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05                              PIC X(24) VALUE
               'TRANSACTIONS APPLIED:  '.
           05 SUMMARY-APPLIED-OUT          PIC ZZ,ZZ9.
       01  SUMMARY-LINE-3.
           05                              PIC X(24) VALUE
               'TRANSACTIONS REJECTED: '.
           05 SUMMARY-REJECTED-OUT         PIC ZZ,ZZ9.
       01  SUMMARY-LINE-4.
           05                              PIC X(24) VALUE
               'LINES ADDED:           '.
           05 SUMMARY-ADDED-OUT            PIC ZZ,ZZ9.
           05                              PIC X(12) VALUE
               '   CHANGED: '.
           05 SUMMARY-CHANGED-OUT          PIC ZZ,ZZ9.
           05                              PIC X(12) VALUE
               '   DELETED: '.
           05 SUMMARY-DELETED-OUT          PIC ZZ,ZZ9.
       01  SUMMARY-LINE-5.
           05                              PIC X(24) VALUE
               'REPORTS APPROVED:      '.
           05 SUMMARY-APPROVED-OUT         PIC ZZ,ZZ9.
           05                              PIC X(12) VALUE
               '  REJECTED: '.
           05 SUMMARY-REJECTED-RPT-OUT     PIC ZZ,ZZ9.
           05                              PIC X(12) VALUE
               '  REOPENED: '.
           05 SUMMARY-REOPENED-OUT         PIC ZZ,ZZ9.
       01  SUMMARY-LINE-6.
           05                              PIC X(24) VALUE
               'OVER-LIMIT FOR REVIEW: '.
           05 SUMMARY-OVER-LIMIT-OUT       PIC ZZ,ZZ9.
       01  EXP-TRANS-DD                    PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-ExpTrn.txt'.
       01  EXP-FILE-DD                     PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-ExpLine.txt'.
       01  POLICY-FILE-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-ExpPolicy.txt'.
       01  EMP-MASTER-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-EMP-Master.dat'.
       01  EXP-REGISTER-DD                 PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-ExpRpt.txt'.
       01  RUN-CONTROL-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-Ctl.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-GET-FILE-NAMES
           PERFORM 015-GET-BUSINESS-DATE
           PERFORM 030-LOAD-POLICY
           PERFORM 050-LOAD-EXP-FILE
           OPEN INPUT EMP-MASTER
           IF EMP-MASTER-STATUS NOT = '00'
               DISPLAY 'EMPLOYEE MASTER NOT AVAILABLE - RUN '
                   'STOPPED (EXPENSES ARE ROUTED BY TERRITORY/OFFICE)'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EXP-TRANS-IN
           IF TRANS-STATUS NOT = '00'
               DISPLAY 'NO EXPENSE TRANSACTION FILE - NOTHING APPLIED'
               MOVE 'NO' TO MORE-TRANS
           END-IF
           OPEN OUTPUT EXP-REGISTER
           MOVE RUN-DATE TO HDG-DATE-OUT
           WRITE REPORT-REC FROM HEADING1
           WRITE REPORT-REC FROM HEADING2
           PERFORM UNTIL MORE-TRANS = 'NO'
               READ EXP-TRANS-IN
                   AT END
                       MOVE 'NO' TO MORE-TRANS
                   NOT AT END
                       PERFORM 200-APPLY-TRANS
               END-READ
           END-PERFORM
           PERFORM 600-LIST-OVER-LIMIT
           MOVE READ-COUNT TO SUMMARY-READ-OUT
           MOVE APPLIED-COUNT TO SUMMARY-APPLIED-OUT
           MOVE REJECTED-COUNT TO SUMMARY-REJECTED-OUT
           MOVE LINES-ADDED-COUNT TO SUMMARY-ADDED-OUT
           MOVE LINES-CHANGED-COUNT TO SUMMARY-CHANGED-OUT
           MOVE LINES-DELETED-COUNT TO SUMMARY-DELETED-OUT
           MOVE REPORTS-APPROVED-COUNT TO SUMMARY-APPROVED-OUT
           MOVE REPORTS-REJECTED-COUNT TO SUMMARY-REJECTED-RPT-OUT
           MOVE REPORTS-REOPENED-COUNT TO SUMMARY-REOPENED-OUT
           MOVE OVER-LIMIT-COUNT TO SUMMARY-OVER-LIMIT-OUT
           WRITE REPORT-REC FROM SUMMARY-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM SUMMARY-LINE-2
           WRITE REPORT-REC FROM SUMMARY-LINE-3
           WRITE REPORT-REC FROM SUMMARY-LINE-4
           WRITE REPORT-REC FROM SUMMARY-LINE-5
           WRITE REPORT-REC FROM SUMMARY-LINE-6
           IF TRANS-STATUS = '00' OR TRANS-STATUS = '10'
               CLOSE EXP-TRANS-IN
           END-IF
           CLOSE EMP-MASTER
                 EXP-REGISTER
           IF APPLIED-COUNT > 0
               PERFORM 500-REWRITE-EXP-FILE
           END-IF
           IF REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       010-GET-FILE-NAMES.
           ACCEPT EXP-TRANS-DD FROM ENVIRONMENT "EXPTRANS"
           ACCEPT EXP-FILE-DD FROM ENVIRONMENT "EXPFILE"
           ACCEPT POLICY-FILE-DD FROM ENVIRONMENT "EXPPOLICY"
           ACCEPT EMP-MASTER-DD FROM ENVIRONMENT "EMPMASTER"
           ACCEPT EXP-REGISTER-DD FROM ENVIRONMENT "EXPRPT"
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
       030-LOAD-POLICY.
           OPEN INPUT POLICY-FILE
           IF POLICY-STATUS NOT = '00'
               DISPLAY 'EXPENSE POLICY FILE MISSING - RUN STOPPED '
                   '(IT HOLDS THE MILEAGE RATE AND CATEGORY LIMITS)'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL MORE-POLICY = 'NO'
               READ POLICY-FILE
                   AT END
                       MOVE 'NO' TO MORE-POLICY
                   NOT AT END
                       IF POLICY-COUNT < 200
                           ADD 1 TO POLICY-COUNT
                           MOVE EXPP-CATEGORY
                               TO PT-CATEGORY(POLICY-COUNT)
                           MOVE EXPP-EFF-DATE
                               TO PT-EFF-DATE(POLICY-COUNT)
                           MOVE EXPP-GL-CLASS
                               TO PT-GL-CLASS(POLICY-COUNT)
                           MOVE EXPP-LIMIT TO PT-LIMIT(POLICY-COUNT)
                           MOVE EXPP-MILE-RATE
                               TO PT-MILE-RATE(POLICY-COUNT)
                       ELSE
                           DISPLAY 'EXPENSE POLICY TABLE FULL AT 200 '
                               'ROWS - ' EXPP-CATEGORY ' '
                               EXPP-EFF-DATE ' NOT LOADED'
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POLICY-FILE.
       050-LOAD-EXP-FILE.
           OPEN INPUT EXP-FILE
           IF EXP-STATUS NOT = '00'
               DISPLAY 'NO EXPENSE FILE YET - STARTING A NEW ONE'
               MOVE 'NO' TO MORE-EXP
           END-IF
           PERFORM UNTIL MORE-EXP = 'NO'
               READ EXP-FILE
                   AT END
                       MOVE 'NO' TO MORE-EXP
                   NOT AT END
                       IF EXP-COUNT < 5000
                           ADD 1 TO EXP-COUNT
                           MOVE EXP-LINE-REC TO EXP-ENTRY(EXP-COUNT)
                       ELSE
      *>      THE RUN REWRITES THE EXPENSE FILE FROM THIS TABLE AT THE
      *>      END - STOPPING HERE KEEPS LINES PAST THE TABLE FROM
      *>      BEING LOST ON THE REWRITE
                           DISPLAY 'EXPENSE FILE PAST 5000 LINES - RUN '
                               'STOPPED BEFORE LINES COULD BE LOST ON '
                               'THE REWRITE'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           IF EXP-STATUS = '00' OR EXP-STATUS = '10'
               CLOSE EXP-FILE
           END-IF.
       200-APPLY-TRANS.
           ADD 1 TO READ-COUNT
           MOVE 'APPLIED ' TO TRANS-RESULT
           MOVE SPACES TO TRANS-REASON
           MOVE 0 TO LINE-AMOUNT
           EVALUATE ETR-ACTION
               WHEN 'A'
               WHEN 'C'
               WHEN 'D'
                   PERFORM 210-EDIT-LINE-ENTRY
                   IF TRANS-RESULT = 'APPLIED '
                       EVALUATE ETR-ACTION
                           WHEN 'A'
                               PERFORM 300-ADD-LINE
                           WHEN 'C'
                               PERFORM 310-CHANGE-LINE
                           WHEN 'D'
                               PERFORM 320-DELETE-LINE
                       END-EVALUATE
                   END-IF
               WHEN 'V'
               WHEN 'R'
               WHEN 'U'
                   PERFORM 400-EDIT-DECISION
                   IF TRANS-RESULT = 'APPLIED '
                       EVALUATE ETR-ACTION
                           WHEN 'V'
                               PERFORM 410-APPROVE-REPORT
                           WHEN 'R'
                               PERFORM 420-REJECT-REPORT
                           WHEN 'U'
                               PERFORM 430-REOPEN-REPORT
                       END-EVALUATE
                   END-IF
               WHEN OTHER
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'ACTION CODE NOT A, C, D, V, R OR U'
                       TO TRANS-REASON
           END-EVALUATE
           IF TRANS-RESULT = 'APPLIED '
               ADD 1 TO APPLIED-COUNT
           ELSE
               ADD 1 TO REJECTED-COUNT
           END-IF
           MOVE ETR-ACTION TO DTL-ACTION-OUT
           MOVE ETR-REPORT-NO TO DTL-REPORT-NO-OUT
           MOVE ETR-LINE-NO TO DTL-LINE-NO-OUT
           MOVE ETR-EMP-NO TO DTL-EMP-NO-OUT
           MOVE ETR-EXPENSE-DATE TO DTL-DATE-OUT
           MOVE ETR-CATEGORY TO DTL-CATEGORY-OUT
           IF ETR-MILES IS NUMERIC
               MOVE ETR-MILES-NUM TO DTL-MILES-OUT
           ELSE
               MOVE 0 TO DTL-MILES-OUT
           END-IF
           MOVE LINE-AMOUNT TO DTL-AMOUNT-OUT
           MOVE TRANS-RESULT TO DTL-RESULT-OUT
           MOVE TRANS-REASON TO DTL-REASON-OUT
           WRITE REPORT-REC FROM DETAIL-LINE.
       210-EDIT-LINE-ENTRY.
           EVALUATE TRUE
               WHEN ETR-REPORT-NO IS NOT NUMERIC
                   OR ETR-REPORT-NO-NUM = 0
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'REPORT NUMBER NOT NUMERIC' TO TRANS-REASON
               WHEN ETR-LINE-NO IS NOT NUMERIC
                   OR ETR-LINE-NO-NUM = 0
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'LINE NUMBER NOT 01-99' TO TRANS-REASON
               WHEN ETR-EMP-NO IS NOT NUMERIC
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'EMPLOYEE NUMBER NOT NUMERIC' TO TRANS-REASON
           END-EVALUATE
           IF TRANS-RESULT = 'APPLIED ' AND ETR-ACTION NOT = 'D'
               PERFORM 220-CHECK-DATE
               IF DATE-OK = 'NO'
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'EXPENSE DATE NOT A VALID CCYYMMDD DATE'
                       TO TRANS-REASON
               ELSE
                   IF ETR-EXPENSE-DATE-NUM > RUN-DATE
                       MOVE 'REJECTED' TO TRANS-RESULT
                       MOVE 'EXPENSE DATED IN THE FUTURE'
                           TO TRANS-REASON
                   END-IF
               END-IF
           END-IF
           IF TRANS-RESULT = 'APPLIED ' AND ETR-ACTION NOT = 'D'
               PERFORM 240-PRICE-LINE
           END-IF
           IF TRANS-RESULT = 'APPLIED '
               MOVE ETR-EMP-NO-NUM TO EMP-NUMBER
               READ EMP-MASTER
                   INVALID KEY
                       MOVE 'REJECTED' TO TRANS-RESULT
                       MOVE 'EMPLOYEE NOT ON MASTER' TO TRANS-REASON
                   NOT INVALID KEY
                       IF EMP-STATUS = 'T' AND ETR-ACTION NOT = 'D'
                           MOVE 'REJECTED' TO TRANS-RESULT
                           MOVE 'EMPLOYEE IS TERMINATED'
                               TO TRANS-REASON
                       END-IF
               END-READ
           END-IF
           IF TRANS-RESULT = 'APPLIED '
               PERFORM 230-FIND-LINE
           END-IF.
       220-CHECK-DATE.
           MOVE 'NO' TO DATE-OK
           IF ETR-EXPENSE-DATE IS NUMERIC
               IF ETR-EXPENSE-DATE(5:2) >= '01'
                   AND ETR-EXPENSE-DATE(5:2) <= '12'
                   AND ETR-EXPENSE-DATE(7:2) >= '01'
                   AND ETR-EXPENSE-DATE(7:2) <= '31'
                   AND ETR-EXPENSE-DATE(1:4) > '1600'
                   COMPUTE EXPENSE-DATE-DAYS =
                       FUNCTION INTEGER-OF-DATE(ETR-EXPENSE-DATE-NUM)
                   IF EXPENSE-DATE-DAYS > 0
                       MOVE 'YES' TO DATE-OK
                   END-IF
               END-IF
           END-IF.
       230-FIND-LINE.
           MOVE 'NO' TO LINE-FOUND
           MOVE 0 TO FOUND-IDX
           MOVE 'NO' TO REPORT-FOUND
           MOVE 0 TO REPORT-IDX
           PERFORM VARYING EXP-IDX FROM 1 BY 1
               UNTIL EXP-IDX > EXP-COUNT
               IF ET-REPORT-NO(EXP-IDX) = ETR-REPORT-NO-NUM
                   AND ET-STATUS(EXP-IDX) NOT = 'X'
                   MOVE 'YES' TO REPORT-FOUND
                   MOVE EXP-IDX TO REPORT-IDX
                   IF ET-LINE-NO(EXP-IDX) = ETR-LINE-NO-NUM
                       MOVE 'YES' TO LINE-FOUND
                       MOVE EXP-IDX TO FOUND-IDX
                   END-IF
               END-IF
           END-PERFORM
      *>      EVERY LINE OF A REPORT SHARES ONE STATUS, SO ANY LIVE
      *>      LINE OF THE REPORT SPEAKS FOR THE REST
           EVALUATE TRUE
               WHEN REPORT-FOUND = 'YES'
                   AND ET-EMP-NO(REPORT-IDX) NOT = ETR-EMP-NO-NUM
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'REPORT BELONGS TO ANOTHER EMPLOYEE'
                       TO TRANS-REASON
               WHEN ETR-ACTION = 'A' AND LINE-FOUND = 'YES'
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'LINE ALREADY ON THIS REPORT' TO TRANS-REASON
               WHEN ETR-ACTION NOT = 'A' AND LINE-FOUND = 'NO'
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'NO SUCH LINE ON THIS REPORT' TO TRANS-REASON
               WHEN REPORT-FOUND = 'YES'
                   AND ET-STATUS(REPORT-IDX) = 'A'
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'REPORT APPROVED - REOPEN IT FIRST'
                       TO TRANS-REASON
               WHEN REPORT-FOUND = 'YES'
                   AND ET-STATUS(REPORT-IDX) = 'R'
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'REPORT REJECTED - REOPEN IT FIRST'
                       TO TRANS-REASON
               WHEN REPORT-FOUND = 'YES'
                   AND ET-STATUS(REPORT-IDX) = 'P'
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'REPORT ALREADY PAID' TO TRANS-REASON
           END-EVALUATE.
       240-PRICE-LINE.
      *>      THE LATEST POLICY ROW FOR THE CATEGORY DATED ON OR
      *>      BEFORE THE EXPENSE DATE PRICES AND LIMITS THE LINE
           MOVE 0 TO POLICY-FOUND-IDX
           MOVE 0 TO POLICY-BEST-EFF
           PERFORM VARYING POLICY-IDX FROM 1 BY 1
               UNTIL POLICY-IDX > POLICY-COUNT
               IF PT-CATEGORY(POLICY-IDX) = ETR-CATEGORY
                   AND PT-EFF-DATE(POLICY-IDX) <= ETR-EXPENSE-DATE-NUM
                   AND PT-EFF-DATE(POLICY-IDX) >= POLICY-BEST-EFF
                   MOVE POLICY-IDX TO POLICY-FOUND-IDX
                   MOVE PT-EFF-DATE(POLICY-IDX) TO POLICY-BEST-EFF
               END-IF
           END-PERFORM
           IF POLICY-FOUND-IDX = 0
               MOVE 'REJECTED' TO TRANS-RESULT
               MOVE 'NO POLICY FOR CATEGORY ON EXPENSE DATE'
                   TO TRANS-REASON
           ELSE
               IF PT-MILE-RATE(POLICY-FOUND-IDX) > 0
                   IF ETR-MILES IS NOT NUMERIC OR ETR-MILES-NUM = 0
                       MOVE 'REJECTED' TO TRANS-RESULT
                       MOVE 'MILEAGE CATEGORY NEEDS MILES DRIVEN'
                           TO TRANS-REASON
                   ELSE
                       COMPUTE LINE-AMOUNT ROUNDED = ETR-MILES-NUM
                           * PT-MILE-RATE(POLICY-FOUND-IDX)
                   END-IF
               ELSE
                   IF ETR-AMOUNT IS NOT NUMERIC
                       OR ETR-AMOUNT-NUM = 0
                       MOVE 'REJECTED' TO TRANS-RESULT
                       MOVE 'AMOUNT NOT NUMERIC OR ZERO'
                           TO TRANS-REASON
                   ELSE
                       MOVE ETR-AMOUNT-NUM TO LINE-AMOUNT
                   END-IF
               END-IF
           END-IF
           MOVE 'N' TO LINE-OVER-LIMIT
           IF TRANS-RESULT = 'APPLIED '
               AND PT-LIMIT(POLICY-FOUND-IDX) > 0
               AND LINE-AMOUNT > PT-LIMIT(POLICY-FOUND-IDX)
               MOVE 'Y' TO LINE-OVER-LIMIT
           END-IF.
       300-ADD-LINE.
           IF EXP-COUNT NOT < 5000
               MOVE 'REJECTED' TO TRANS-RESULT
               MOVE 'EXPENSE FILE FULL AT 5000 LINES' TO TRANS-REASON
           ELSE
               ADD 1 TO EXP-COUNT
               MOVE EXP-COUNT TO FOUND-IDX
               MOVE ETR-REPORT-NO-NUM TO ET-REPORT-NO(FOUND-IDX)
               MOVE ETR-LINE-NO-NUM TO ET-LINE-NO(FOUND-IDX)
               MOVE ETR-EMP-NO-NUM TO ET-EMP-NO(FOUND-IDX)
               MOVE 'E' TO ET-STATUS(FOUND-IDX)
               MOVE SPACES TO ET-APPROVER(FOUND-IDX)
               MOVE 0 TO ET-APPROVE-DATE(FOUND-IDX)
               MOVE 0 TO ET-PAID-DATE(FOUND-IDX)
               PERFORM 330-MOVE-LINE-FIELDS
               ADD 1 TO LINES-ADDED-COUNT
           END-IF.
       310-CHANGE-LINE.
           PERFORM 330-MOVE-LINE-FIELDS
           ADD 1 TO LINES-CHANGED-COUNT.
       320-DELETE-LINE.
           MOVE ET-AMOUNT(FOUND-IDX) TO LINE-AMOUNT
           MOVE 'X' TO ET-STATUS(FOUND-IDX)
           ADD 1 TO LINES-DELETED-COUNT.
       330-MOVE-LINE-FIELDS.
           MOVE ETR-EXPENSE-DATE-NUM TO ET-EXPENSE-DATE(FOUND-IDX)
           MOVE ETR-CATEGORY TO ET-CATEGORY(FOUND-IDX)
           MOVE PT-GL-CLASS(POLICY-FOUND-IDX)
               TO ET-GL-CLASS(FOUND-IDX)
           IF PT-MILE-RATE(POLICY-FOUND-IDX) > 0
               MOVE ETR-MILES-NUM TO ET-MILES(FOUND-IDX)
           ELSE
               MOVE 0 TO ET-MILES(FOUND-IDX)
           END-IF
           MOVE LINE-AMOUNT TO ET-AMOUNT(FOUND-IDX)
           MOVE LINE-OVER-LIMIT TO ET-OVER-LIMIT(FOUND-IDX)
           MOVE EMP-TERRITORY-NO TO ET-TERRITORY-NO(FOUND-IDX)
           MOVE EMP-OFFICE-NO TO ET-OFFICE-NO(FOUND-IDX)
           MOVE RUN-DATE TO ET-ENTRY-DATE(FOUND-IDX)
           MOVE ETR-DESCRIPTION TO ET-DESCRIPTION(FOUND-IDX)
           IF LINE-OVER-LIMIT = 'Y'
               MOVE PT-LIMIT(POLICY-FOUND-IDX) TO LIMIT-OUT
               STRING 'OVER POLICY LIMIT OF ' LIMIT-OUT
                   ' - REVIEW'
                   DELIMITED BY SIZE INTO TRANS-REASON
           END-IF.
       400-EDIT-DECISION.
           MOVE SPACES TO ETR-LINE-NO
           MOVE SPACES TO ETR-EXPENSE-DATE
           MOVE SPACES TO ETR-CATEGORY
           MOVE SPACES TO ETR-MILES
           EVALUATE TRUE
               WHEN ETR-REPORT-NO IS NOT NUMERIC
                   OR ETR-REPORT-NO-NUM = 0
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'REPORT NUMBER NOT NUMERIC' TO TRANS-REASON
               WHEN ETR-ACTION NOT = 'U' AND ETR-APPROVER = SPACES
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'NO MANAGER NAMED' TO TRANS-REASON
           END-EVALUATE
           MOVE 0 TO REPORT-LINE-COUNT.
       410-APPROVE-REPORT.
           PERFORM VARYING EXP-IDX FROM 1 BY 1
               UNTIL EXP-IDX > EXP-COUNT
               IF ET-REPORT-NO(EXP-IDX) = ETR-REPORT-NO-NUM
                   AND ET-STATUS(EXP-IDX) = 'E'
                   MOVE 'A' TO ET-STATUS(EXP-IDX)
                   MOVE ETR-APPROVER TO ET-APPROVER(EXP-IDX)
                   MOVE RUN-DATE TO ET-APPROVE-DATE(EXP-IDX)
                   ADD ET-AMOUNT(EXP-IDX) TO LINE-AMOUNT
                   ADD 1 TO REPORT-LINE-COUNT
               END-IF
           END-PERFORM
           IF REPORT-LINE-COUNT = 0
               MOVE 'REJECTED' TO TRANS-RESULT
               MOVE 'NO ENTERED LINES ON THAT REPORT'
                   TO TRANS-REASON
           ELSE
               ADD 1 TO REPORTS-APPROVED-COUNT
               MOVE REPORT-LINE-COUNT TO REPORT-LINE-COUNT-OUT
               STRING 'APPROVED ' REPORT-LINE-COUNT-OUT ' LINES BY '
                   ETR-APPROVER
                   DELIMITED BY SIZE INTO TRANS-REASON
           END-IF.
       420-REJECT-REPORT.
           PERFORM VARYING EXP-IDX FROM 1 BY 1
               UNTIL EXP-IDX > EXP-COUNT
               IF ET-REPORT-NO(EXP-IDX) = ETR-REPORT-NO-NUM
                   AND (ET-STATUS(EXP-IDX) = 'E'
                       OR ET-STATUS(EXP-IDX) = 'A')
                   MOVE 'R' TO ET-STATUS(EXP-IDX)
                   MOVE ETR-APPROVER TO ET-APPROVER(EXP-IDX)
                   MOVE RUN-DATE TO ET-APPROVE-DATE(EXP-IDX)
                   ADD ET-AMOUNT(EXP-IDX) TO LINE-AMOUNT
                   ADD 1 TO REPORT-LINE-COUNT
               END-IF
           END-PERFORM
           IF REPORT-LINE-COUNT = 0
               MOVE 'REJECTED' TO TRANS-RESULT
               MOVE 'NO UNPAID LINES ON THAT REPORT'
                   TO TRANS-REASON
           ELSE
               ADD 1 TO REPORTS-REJECTED-COUNT
               MOVE REPORT-LINE-COUNT TO REPORT-LINE-COUNT-OUT
               STRING 'REJECTED ' REPORT-LINE-COUNT-OUT ' LINES BY '
                   ETR-APPROVER
                   DELIMITED BY SIZE INTO TRANS-REASON
           END-IF.
       430-REOPEN-REPORT.
           PERFORM VARYING EXP-IDX FROM 1 BY 1
               UNTIL EXP-IDX > EXP-COUNT
               IF ET-REPORT-NO(EXP-IDX) = ETR-REPORT-NO-NUM
                   AND (ET-STATUS(EXP-IDX) = 'A'
                       OR ET-STATUS(EXP-IDX) = 'R')
                   MOVE 'E' TO ET-STATUS(EXP-IDX)
                   MOVE SPACES TO ET-APPROVER(EXP-IDX)
                   MOVE 0 TO ET-APPROVE-DATE(EXP-IDX)
                   ADD ET-AMOUNT(EXP-IDX) TO LINE-AMOUNT
                   ADD 1 TO REPORT-LINE-COUNT
               END-IF
           END-PERFORM
           IF REPORT-LINE-COUNT = 0
               MOVE 'REJECTED' TO TRANS-RESULT
               MOVE 'NO DECIDED, UNPAID LINES ON THAT REPORT'
                   TO TRANS-REASON
           ELSE
               ADD 1 TO REPORTS-REOPENED-COUNT
               MOVE REPORT-LINE-COUNT TO REPORT-LINE-COUNT-OUT
               STRING 'REOPENED ' REPORT-LINE-COUNT-OUT ' LINES'
                   DELIMITED BY SIZE INTO TRANS-REASON
           END-IF.
       500-REWRITE-EXP-FILE.
           OPEN OUTPUT EXP-FILE
           PERFORM VARYING EXP-IDX FROM 1 BY 1
               UNTIL EXP-IDX > EXP-COUNT
               IF ET-STATUS(EXP-IDX) NOT = 'X'
                   MOVE EXP-ENTRY(EXP-IDX) TO EXP-LINE-REC
                   WRITE EXP-LINE-REC
               END-IF
           END-PERFORM
           CLOSE EXP-FILE.
       600-LIST-OVER-LIMIT.
      *>      EVERY OVER-LIMIT LINE STILL WAITING ON A MANAGER OR ON
      *>      THE CUTOFF, WITH THE LIMIT IN FORCE ON ITS EXPENSE DATE
           WRITE REPORT-REC FROM REVIEW-HEADING1
               AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM REVIEW-HEADING2
           PERFORM VARYING EXP-IDX FROM 1 BY 1
               UNTIL EXP-IDX > EXP-COUNT
               IF ET-OVER-LIMIT(EXP-IDX) = 'Y'
                   AND (ET-STATUS(EXP-IDX) = 'E'
                       OR ET-STATUS(EXP-IDX) = 'A')
                   PERFORM 610-WRITE-REVIEW-LINE
               END-IF
           END-PERFORM.
       610-WRITE-REVIEW-LINE.
           MOVE 0 TO POLICY-FOUND-IDX
           MOVE 0 TO POLICY-BEST-EFF
           PERFORM VARYING POLICY-IDX FROM 1 BY 1
               UNTIL POLICY-IDX > POLICY-COUNT
               IF PT-CATEGORY(POLICY-IDX) = ET-CATEGORY(EXP-IDX)
                   AND PT-EFF-DATE(POLICY-IDX)
                       <= ET-EXPENSE-DATE(EXP-IDX)
                   AND PT-EFF-DATE(POLICY-IDX) >= POLICY-BEST-EFF
                   MOVE POLICY-IDX TO POLICY-FOUND-IDX
                   MOVE PT-EFF-DATE(POLICY-IDX) TO POLICY-BEST-EFF
               END-IF
           END-PERFORM
           IF POLICY-FOUND-IDX > 0
               MOVE PT-LIMIT(POLICY-FOUND-IDX) TO RVW-LIMIT-OUT
           ELSE
               MOVE 0 TO RVW-LIMIT-OUT
           END-IF
           MOVE ET-REPORT-NO(EXP-IDX) TO RVW-REPORT-NO-OUT
           MOVE ET-LINE-NO(EXP-IDX) TO RVW-LINE-NO-OUT
           MOVE ET-EMP-NO(EXP-IDX) TO RVW-EMP-NO-OUT
           MOVE ET-EXPENSE-DATE(EXP-IDX) TO RVW-DATE-OUT
           MOVE ET-CATEGORY(EXP-IDX) TO RVW-CATEGORY-OUT
           MOVE ET-AMOUNT(EXP-IDX) TO RVW-AMOUNT-OUT
           MOVE ET-STATUS(EXP-IDX) TO RVW-STATUS-OUT
           MOVE ET-APPROVER(EXP-IDX) TO RVW-APPROVER-OUT
           WRITE REPORT-REC FROM REVIEW-LINE
           ADD 1 TO OVER-LIMIT-COUNT.
