      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Pay-period expense cutoff, run before TAX-PAYROLL.
      *          The period is the pay-calendar period holding the
      *          chain's business date. Every expense line a manager
      *          has approved is summed per employee, split between the
      *          travel and meals ledger classes, into the expense
      *          reimbursement file TAX-PAYROLL reads and pays after
      *          taxes with the employee's deposit or check. Lines
      *          handed over are marked paid with the cutoff date, so
      *          a rerun of the cutoff in the same period rebuilds the
      *          same file; lines paid, or reports rejected, before the
      *          period began are dropped from the expense file.
      *          An approved line for an employee terminated before the
      *          period is held back and listed - payroll no longer
      *          pays that employee - and ends the run RC 4 so it is
      *          paid some other way. The listing also shows the
      *          reports still waiting on a manager, which are not paid
      *          until approved.
      * Modification History:
      *   10/15/26 - initial version
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPENSE-CUTOFF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXP-FILE
           ASSIGN TO EXP-FILE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXP-STATUS.
           SELECT CALENDAR-FILE
           ASSIGN TO CALENDAR-FILE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-STATUS.
           SELECT EMP-MASTER
           ASSIGN TO EMP-MASTER-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-NUMBER
               FILE STATUS IS EMP-MASTER-STATUS.
           SELECT REIMB-FILE
           ASSIGN TO REIMB-FILE-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUTOFF-REPORT
           ASSIGN TO CUTOFF-REPORT-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL
           ASSIGN TO RUN-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXP-FILE.
       01  EXP-LINE-REC.
           COPY OLIV-EXP-Line.
       FD  CALENDAR-FILE.
       01  CALENDAR-REC.
           05 CAL-PERIOD-NO-IN             PIC 9(2).
           05 CAL-START-IN                 PIC 9(8).
           05 CAL-END-IN                   PIC 9(8).
           05 CAL-QTR-END-IN               PIC X(1).
           05 CAL-YR-END-IN                PIC X(1).
       FD  EMP-MASTER.
       01  EMP-MASTER-REC.
           COPY OLIV-EMP-Master.
       FD  REIMB-FILE.
       01  REIMB-REC.
           COPY OLIV-EXP-Reimb.
       FD  CUTOFF-REPORT.
       01  REPORT-REC                      PIC X(100).
       FD  RUN-CONTROL.
       01  RUN-CONTROL-REC.
           COPY OLIV-RUN-Ctl.
       WORKING-STORAGE SECTION.
       01  MORE-EXP                        PIC XXX VALUE 'YES'.
       01  MORE-CAL                        PIC XXX VALUE 'YES'.
       01  EXP-STATUS                      PIC XX.
       01  CAL-STATUS                      PIC XX.
       01  EMP-MASTER-STATUS               PIC XX.
       01  RUN-CTL-STATUS                  PIC XX.
       01  RUN-DATE                        PIC 9(8).
       01  PERIOD-FOUND                    PIC XXX VALUE 'NO'.
       01  PERIOD-NO                       PIC 9(2).
       01  PERIOD-START                    PIC 9(8).
       01  PERIOD-END                      PIC 9(8).
       01  TERM-DATE-NUM                   PIC 9(8).
       01  EMP-PAYABLE                     PIC XXX.
       01  EMP-FOUND                       PIC XXX.
       01  FOUND-IDX                       PIC 9(3).
       01  PROBLEM-TEXT                    PIC X(40).
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
       01  PAY-COUNT                       PIC 9(3) VALUE 0.
       01  PAY-IDX                         PIC 9(3).
       01  PAY-TABLE.
           05 PAY-ENTRY OCCURS 500 TIMES.
               10 PE-EMP-NO                PIC 9(5).
               10 PE-TERRITORY-NO          PIC 9(2).
               10 PE-OFFICE-NO             PIC 9(2).
               10 PE-TRAVEL                PIC 9(7)V99.
               10 PE-MEALS                 PIC 9(7)V99.
               10 PE-LINES                 PIC 9(3).
       01  LINES-PAID-COUNT                PIC 9(5) VALUE 0.
       01  OVER-LIMIT-PAID-COUNT           PIC 9(5) VALUE 0.
       01  WAITING-COUNT                   PIC 9(5) VALUE 0.
       01  EXCEPTION-COUNT                 PIC 9(5) VALUE 0.
       01  PURGED-COUNT                    PIC 9(5) VALUE 0.
       01  TOTAL-TRAVEL                    PIC 9(7)V99 VALUE 0.
       01  TOTAL-MEALS                     PIC 9(7)V99 VALUE 0.
       01  HEADING1.
           05                              PIC X(24) VALUE
               'EXPENSE CUTOFF - PERIOD '.
           05 HDG-PERIOD-OUT               PIC 9(2).
           05                              PIC X(2) VALUE SPACES.
           05 HDG-START-OUT                PIC 9(8).
           05                              PIC X(4) VALUE ' TO '.
           05 HDG-END-OUT                  PIC 9(8).
           05                              PIC X(8) VALUE
               '  DATE: '.
           05 HDG-DATE-OUT                 PIC 9(8).
       01  HEADING2.
           05                              PIC X(40) VALUE
               'REIMBURSEMENTS HANDED TO PAYROLL'.
       01  HEADING3.
           05                              PIC X(40) VALUE
               'EMP-NO  TR  OF  LINES      TRAVEL       '.
           05                              PIC X(24) VALUE
               'MEALS        TOTAL'.
       01  PAY-LINE.
           05 PAY-EMP-NO-OUT               PIC 9(5).
           05                              PIC X(3) VALUE SPACES.
           05 PAY-TERRITORY-OUT            PIC 9(2).
           05                              PIC X(2) VALUE SPACES.
           05 PAY-OFFICE-OUT               PIC 9(2).
           05                              PIC X(3) VALUE SPACES.
           05 PAY-LINES-OUT                PIC ZZ9.
           05                              PIC X(2) VALUE SPACES.
           05 PAY-TRAVEL-OUT               PIC Z,ZZZ,ZZ9.99.
           05                              PIC X(1) VALUE SPACES.
           05 PAY-MEALS-OUT                PIC Z,ZZZ,ZZ9.99.
           05                              PIC X(1) VALUE SPACES.
           05 PAY-TOTAL-OUT                PIC Z,ZZZ,ZZ9.99.
       01  EXCEPT-HEADING.
           05                              PIC X(40) VALUE
               'LINES NOT PAID THIS CUTOFF'.
       01  EXCEPT-HEADING2.
           05                              PIC X(44) VALUE
               'REPORT LN EMP-NO  EXP DATE  CAT     AMOUNT  '.
           05                              PIC X(10) VALUE
               'PROBLEM'.
       01  EXCEPT-LINE.
           05 EXC-REPORT-NO-OUT            PIC 9(6).
           05                              PIC X(1) VALUE SPACES.
           05 EXC-LINE-NO-OUT              PIC 9(2).
           05                              PIC X(1) VALUE SPACES.
           05 EXC-EMP-NO-OUT               PIC 9(5).
           05                              PIC X(3) VALUE SPACES.
           05 EXC-DATE-OUT                 PIC 9(8).
           05                              PIC X(2) VALUE SPACES.
           05 EXC-CATEGORY-OUT             PIC X(4).
           05                              PIC X(2) VALUE SPACES.
           05 EXC-AMOUNT-OUT               PIC ZZ,ZZ9.99.
           05                              PIC X(2) VALUE SPACES.
           05 EXC-PROBLEM-OUT              PIC X(40).
       01  SUMMARY-LINE-1.
           05                              PIC X(30) VALUE
               'EMPLOYEES REIMBURSED:        '.
           05 SUM-EMP-OUT                  PIC ZZ,ZZ9.
           05                              PIC X(22) VALUE
               '   LINES PAID:        '.
           05 SUM-LINES-OUT                PIC ZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05                              PIC X(30) VALUE
               'TRAVEL REIMBURSED:           '.
           05 SUM-TRAVEL-OUT               PIC Z,ZZZ,ZZ9.99.
           05                              PIC X(16) VALUE
               '   MEALS:      '.
           05 SUM-MEALS-OUT                PIC Z,ZZZ,ZZ9.99.
       01  SUMMARY-LINE-3.
           05                              PIC X(30) VALUE
               'OVER-LIMIT LINES PAID:       '.
           05 SUM-OVER-LIMIT-OUT           PIC ZZ,ZZ9.
           05                              PIC X(22) VALUE
               '   AWAITING APPROVAL: '.
           05 SUM-WAITING-OUT              PIC ZZ,ZZ9.
       01  SUMMARY-LINE-4.
           05                              PIC X(30) VALUE
               'APPROVED LINES HELD:         '.
           05 SUM-EXCEPTION-OUT            PIC ZZ,ZZ9.
           05                              PIC X(22) VALUE
               '   LINES PURGED:      '.
           05 SUM-PURGED-OUT               PIC ZZ,ZZ9.
       01  EXP-FILE-DD                     PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-ExpLine.txt'.
       01  CALENDAR-FILE-DD                PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-Calendar.txt'.
       01  EMP-MASTER-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-EMP-Master.dat'.
       01  REIMB-FILE-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-ExpReimb.txt'.
       01  CUTOFF-REPORT-DD                PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-ExpCut.txt'.
       01  RUN-CONTROL-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-Ctl.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-GET-FILE-NAMES
           PERFORM 015-GET-BUSINESS-DATE
           PERFORM 020-FIND-PERIOD
           PERFORM 050-LOAD-EXP-FILE
           OPEN INPUT EMP-MASTER
           IF EMP-MASTER-STATUS NOT = '00'
               DISPLAY 'EMPLOYEE MASTER NOT AVAILABLE - RUN '
                   'STOPPED (A TERMINATED EMPLOYEE CANNOT BE PAID '
                   'THROUGH PAYROLL)'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REIMB-FILE
                       CUTOFF-REPORT
           MOVE PERIOD-NO TO HDG-PERIOD-OUT
           MOVE PERIOD-START TO HDG-START-OUT
           MOVE PERIOD-END TO HDG-END-OUT
           MOVE RUN-DATE TO HDG-DATE-OUT
           WRITE REPORT-REC FROM HEADING1
           WRITE REPORT-REC FROM EXCEPT-HEADING
               AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM EXCEPT-HEADING2
           PERFORM VARYING EXP-IDX FROM 1 BY 1
               UNTIL EXP-IDX > EXP-COUNT
               PERFORM 200-CUT-LINE
           END-PERFORM
           WRITE REPORT-REC FROM HEADING2
               AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM HEADING3
           PERFORM VARYING PAY-IDX FROM 1 BY 1
               UNTIL PAY-IDX > PAY-COUNT
               PERFORM 400-WRITE-REIMBURSEMENT
           END-PERFORM
           MOVE PAY-COUNT TO SUM-EMP-OUT
           MOVE LINES-PAID-COUNT TO SUM-LINES-OUT
           MOVE TOTAL-TRAVEL TO SUM-TRAVEL-OUT
           MOVE TOTAL-MEALS TO SUM-MEALS-OUT
           MOVE OVER-LIMIT-PAID-COUNT TO SUM-OVER-LIMIT-OUT
           MOVE WAITING-COUNT TO SUM-WAITING-OUT
           MOVE EXCEPTION-COUNT TO SUM-EXCEPTION-OUT
           MOVE PURGED-COUNT TO SUM-PURGED-OUT
           WRITE REPORT-REC FROM SUMMARY-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM SUMMARY-LINE-2
           WRITE REPORT-REC FROM SUMMARY-LINE-3
           WRITE REPORT-REC FROM SUMMARY-LINE-4
           CLOSE EMP-MASTER
                 REIMB-FILE
                 CUTOFF-REPORT
           IF EXP-COUNT > 0
               PERFORM 500-REWRITE-EXP-FILE
           END-IF
           DISPLAY 'EXPENSE CUTOFF PERIOD ' PERIOD-NO
               ' - EMPLOYEES REIMBURSED: ' PAY-COUNT
               ' LINES HELD: ' EXCEPTION-COUNT
           IF EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       010-GET-FILE-NAMES.
           ACCEPT EXP-FILE-DD FROM ENVIRONMENT "EXPFILE"
           ACCEPT CALENDAR-FILE-DD FROM ENVIRONMENT "PAYCAL"
           ACCEPT EMP-MASTER-DD FROM ENVIRONMENT "EMPMASTER"
           ACCEPT REIMB-FILE-DD FROM ENVIRONMENT "EXPREIMB"
           ACCEPT CUTOFF-REPORT-DD FROM ENVIRONMENT "EXPCUTRPT"
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
       020-FIND-PERIOD.
           OPEN INPUT CALENDAR-FILE
           IF CAL-STATUS NOT = '00'
               DISPLAY 'PAY-PERIOD CALENDAR FILE MISSING OR '
                   'UNREADABLE - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL MORE-CAL = 'NO'
               READ CALENDAR-FILE
                   AT END
                       MOVE 'NO' TO MORE-CAL
                   NOT AT END
                       IF RUN-DATE >= CAL-START-IN
                           AND RUN-DATE <= CAL-END-IN
                           MOVE 'YES' TO PERIOD-FOUND
                           MOVE CAL-PERIOD-NO-IN TO PERIOD-NO
                           MOVE CAL-START-IN TO PERIOD-START
                           MOVE CAL-END-IN TO PERIOD-END
                           MOVE 'NO' TO MORE-CAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE
           IF PERIOD-FOUND = 'NO'
               DISPLAY 'BUSINESS DATE ' RUN-DATE ' IS IN NO PAY '
                   'PERIOD ON THE CALENDAR - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       050-LOAD-EXP-FILE.
           OPEN INPUT EXP-FILE
           IF EXP-STATUS NOT = '00'
               DISPLAY 'NO EXPENSE FILE - NO REIMBURSEMENTS THIS '
                   'PERIOD'
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
       200-CUT-LINE.
      *>      PAID AT AN EARLIER PERIOD'S CUTOFF, OR REJECTED BEFORE
      *>      THIS PERIOD BEGAN - DONE WITH
           IF (ET-STATUS(EXP-IDX) = 'P'
                   AND ET-PAID-DATE(EXP-IDX) < PERIOD-START)
               OR (ET-STATUS(EXP-IDX) = 'R'
                   AND ET-APPROVE-DATE(EXP-IDX) < PERIOD-START)
               MOVE 'X' TO ET-STATUS(EXP-IDX)
               ADD 1 TO PURGED-COUNT
           END-IF
           EVALUATE ET-STATUS(EXP-IDX)
               WHEN 'A'
                   PERFORM 210-CHECK-EMPLOYEE
                   IF EMP-PAYABLE = 'YES'
                       PERFORM 220-PAY-LINE
                   ELSE
                       PERFORM 260-LIST-HELD-LINE
                   END-IF
               WHEN 'P'
      *>      PAID AT THIS PERIOD'S CUTOFF ALREADY - A RERUN HANDS IT
      *>      TO PAYROLL AGAIN IN THE REBUILT FILE
                   PERFORM 230-ADD-TO-PAYABLE
               WHEN 'E'
                   ADD 1 TO WAITING-COUNT
                   MOVE 'AWAITING MANAGER APPROVAL' TO PROBLEM-TEXT
                   PERFORM 270-WRITE-EXCEPT-LINE
           END-EVALUATE.
       210-CHECK-EMPLOYEE.
      *>      PAYROLL PAYS A TERMINATED EMPLOYEE ONLY IN THE PERIOD OF
      *>      THE TERMINATION (THE FINAL CHECK)
           MOVE 'YES' TO EMP-PAYABLE
           MOVE SPACES TO PROBLEM-TEXT
           MOVE ET-EMP-NO(EXP-IDX) TO EMP-NUMBER
           READ EMP-MASTER
               INVALID KEY
                   MOVE 'NO' TO EMP-PAYABLE
                   MOVE 'EMPLOYEE NOT ON MASTER - PAY BY AP CHECK'
                       TO PROBLEM-TEXT
               NOT INVALID KEY
                   IF EMP-STATUS = 'T'
                       COMPUTE TERM-DATE-NUM = EMP-TERM-YEAR * 10000
                           + EMP-TERM-MONTH * 100 + EMP-TERM-DAY
                       IF TERM-DATE-NUM < PERIOD-START
                           MOVE 'NO' TO EMP-PAYABLE
                           MOVE 'EMPLOYEE TERMINATED - PAY BY AP CHECK'
                               TO PROBLEM-TEXT
                       END-IF
                   END-IF
           END-READ.
       220-PAY-LINE.
           PERFORM 230-ADD-TO-PAYABLE
           IF EMP-FOUND = 'YES'
               MOVE 'P' TO ET-STATUS(EXP-IDX)
               MOVE RUN-DATE TO ET-PAID-DATE(EXP-IDX)
               IF ET-OVER-LIMIT(EXP-IDX) = 'Y'
                   ADD 1 TO OVER-LIMIT-PAID-COUNT
               END-IF
           END-IF.
       230-ADD-TO-PAYABLE.
           MOVE 'NO' TO EMP-FOUND
           PERFORM VARYING PAY-IDX FROM 1 BY 1
               UNTIL PAY-IDX > PAY-COUNT
               IF PE-EMP-NO(PAY-IDX) = ET-EMP-NO(EXP-IDX)
                   MOVE 'YES' TO EMP-FOUND
                   MOVE PAY-IDX TO FOUND-IDX
                   MOVE PAY-COUNT TO PAY-IDX
               END-IF
           END-PERFORM
           IF EMP-FOUND = 'NO'
               IF PAY-COUNT < 500
                   ADD 1 TO PAY-COUNT
                   MOVE PAY-COUNT TO FOUND-IDX
                   MOVE 'YES' TO EMP-FOUND
                   INITIALIZE PAY-ENTRY(FOUND-IDX)
                   MOVE ET-EMP-NO(EXP-IDX) TO PE-EMP-NO(FOUND-IDX)
                   MOVE ET-TERRITORY-NO(EXP-IDX)
                       TO PE-TERRITORY-NO(FOUND-IDX)
                   MOVE ET-OFFICE-NO(EXP-IDX)
                       TO PE-OFFICE-NO(FOUND-IDX)
               ELSE
      *>      TAX-PAYROLL'S REIMBURSEMENT TABLE STOPS AT 500 AS WELL -
      *>      THE LINE STAYS APPROVED FOR THE NEXT CUTOFF
                   MOVE 'REIMBURSEMENT TABLE FULL AT 500 EMPLOYEES'
                       TO PROBLEM-TEXT
                   PERFORM 260-LIST-HELD-LINE
               END-IF
           END-IF
           IF EMP-FOUND = 'YES'
               IF ET-GL-CLASS(EXP-IDX) = 'M'
                   ADD ET-AMOUNT(EXP-IDX) TO PE-MEALS(FOUND-IDX)
               ELSE
                   ADD ET-AMOUNT(EXP-IDX) TO PE-TRAVEL(FOUND-IDX)
               END-IF
               ADD 1 TO PE-LINES(FOUND-IDX)
               ADD 1 TO LINES-PAID-COUNT
           END-IF.
       260-LIST-HELD-LINE.
           ADD 1 TO EXCEPTION-COUNT
           PERFORM 270-WRITE-EXCEPT-LINE.
       270-WRITE-EXCEPT-LINE.
           MOVE ET-REPORT-NO(EXP-IDX) TO EXC-REPORT-NO-OUT
           MOVE ET-LINE-NO(EXP-IDX) TO EXC-LINE-NO-OUT
           MOVE ET-EMP-NO(EXP-IDX) TO EXC-EMP-NO-OUT
           MOVE ET-EXPENSE-DATE(EXP-IDX) TO EXC-DATE-OUT
           MOVE ET-CATEGORY(EXP-IDX) TO EXC-CATEGORY-OUT
           MOVE ET-AMOUNT(EXP-IDX) TO EXC-AMOUNT-OUT
           MOVE PROBLEM-TEXT TO EXC-PROBLEM-OUT
           WRITE REPORT-REC FROM EXCEPT-LINE.
       400-WRITE-REIMBURSEMENT.
           MOVE PE-EMP-NO(PAY-IDX) TO EXR-EMP-NO
           MOVE PE-TERRITORY-NO(PAY-IDX) TO EXR-TERRITORY-NO
           MOVE PE-OFFICE-NO(PAY-IDX) TO EXR-OFFICE-NO
           MOVE PE-TRAVEL(PAY-IDX) TO EXR-TRAVEL-AMT
           MOVE PE-MEALS(PAY-IDX) TO EXR-MEALS-AMT
           MOVE PE-LINES(PAY-IDX) TO EXR-LINE-COUNT
           WRITE REIMB-REC
           ADD PE-TRAVEL(PAY-IDX) TO TOTAL-TRAVEL
           ADD PE-MEALS(PAY-IDX) TO TOTAL-MEALS
           MOVE PE-EMP-NO(PAY-IDX) TO PAY-EMP-NO-OUT
           MOVE PE-TERRITORY-NO(PAY-IDX) TO PAY-TERRITORY-OUT
           MOVE PE-OFFICE-NO(PAY-IDX) TO PAY-OFFICE-OUT
           MOVE PE-LINES(PAY-IDX) TO PAY-LINES-OUT
           MOVE PE-TRAVEL(PAY-IDX) TO PAY-TRAVEL-OUT
           MOVE PE-MEALS(PAY-IDX) TO PAY-MEALS-OUT
           COMPUTE PAY-TOTAL-OUT =
               PE-TRAVEL(PAY-IDX) + PE-MEALS(PAY-IDX)
           WRITE REPORT-REC FROM PAY-LINE.
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
