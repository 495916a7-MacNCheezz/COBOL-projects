      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Month-end payroll accrual. Pay periods seldom end on
      *          the last day of the month, so the wages earned on
      *          the workdays between the last pay-calendar period end
      *          and month-end never reached the ledger for the month
      *          and finance booked them by hand. For every active
      *          employee on the master this run prices those unpaid
      *          workdays the way TAX-PAYROLL prices a period - the
      *          annual salary from the payroll input sliced to a
      *          workday for salaried people, the hourly rate at a
      *          standard day for hourly people - and the employer
      *          FICA/FUTA/SUTA on that gross against the same rates
      *          file and the same wage bases measured against YTD
      *          gross. The accrual is written by territory/office in
      *          the shared GL posting layout (debit salary and
      *          employer-tax expense, credit accrued wages and
      *          accrued employer taxes) dated month-end, followed by
      *          the exact reversing entry dated the first of the next
      *          month, so the accrual comes back out of the ledger
      *          when the real payroll for those days posts. Each half
      *          balances on its own, so GL-CONSOLIDATE proves the file
      *          like any other source.
      * Modification History:
      *   10/15/26 - initial version
      *   10/15/26 - accrual groups split by paying and cost company;
      *             expense accounts post in the cost company's block of
      *             the chart and the accrued liabilities in the paying
      *             company's (CO-GL-OFFSET off the company master), and
      *             each posting carries the paying company. A company
      *             not on the master accrues under company 01, RC 4
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-ACCRUAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE
           ASSIGN TO CALENDAR-FILE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-STATUS.
           SELECT EMP-MASTER
           ASSIGN TO EMP-MASTER-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-NUMBER
               FILE STATUS IS EMP-MASTER-STATUS.
           SELECT PAYROLL-LIST
           ASSIGN TO PAYROLL-LIST-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYROLL-STATUS.
           SELECT YTD-FILE
           ASSIGN TO YTD-FILE-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS YTD-EMP-NO
               FILE STATUS IS YTD-STATUS.
           SELECT ER-RATES-FILE
           ASSIGN TO ER-RATES-FILE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ER-RATES-STATUS.
           SELECT GL-ACCT-FILE
           ASSIGN TO GL-ACCT-FILE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLA-STATUS.
           SELECT ACCR-ACCT-FILE
           ASSIGN TO ACCR-ACCT-FILE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACA-STATUS.
           SELECT GL-POST-FILE
           ASSIGN TO GL-POST-FILE-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCRUAL-REPORT
           ASSIGN TO ACCRUAL-REPORT-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL
           ASSIGN TO RUN-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CTL-STATUS.
           SELECT CO-MASTER
           ASSIGN TO CO-MASTER-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CO-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD  PAYROLL-LIST.
       01  PAYROLL-LIST-REC.
           05 PIN-EMP-NO                   PIC X(5).
           05 PIN-NAME                     PIC X(20).
           05 PIN-SALARY                   PIC 9(7).
           05                              PIC X(31).
           05 PIN-PAY-TYPE                 PIC X(1).
           05 PIN-HOURLY-RATE              PIC 99V99.
       FD  YTD-FILE.
       01  YTD-REC.
           COPY OLIV-YTD-Rec.
       FD  ER-RATES-FILE.
       01  ER-RATE-REC.
           05 ER-FICA-RATE-IN              PIC V999.
           05 ER-FICA-BASE-IN              PIC 9(7).
           05 FUTA-RATE-IN                 PIC V999.
           05 FUTA-BASE-IN                 PIC 9(7).
           05 SUTA-RATE-IN                 PIC V999.
           05 SUTA-BASE-IN                 PIC 9(7).
       FD  GL-ACCT-FILE.
      *>      TAX-PAYROLL'S OWN CHART-OF-ACCOUNTS FILE - THE ACCRUAL
      *>      DEBITS THE SAME EXPENSE ACCOUNTS THE PAYROLL DOES
       01  GL-ACCT-REC.
           05 GLA-SAL-EXP-IN               PIC 9(6).
           05                              PIC X(42).
           05 GLA-ER-FICA-EXP-IN           PIC 9(6).
           05                              PIC X(6).
           05 GLA-FUTA-EXP-IN              PIC 9(6).
           05                              PIC X(6).
           05 GLA-SUTA-EXP-IN              PIC 9(6).
           05                              PIC X(12).
       FD  ACCR-ACCT-FILE.
       01  ACCR-ACCT-REC.
           05 ACA-WAGES-LIAB-IN            PIC 9(6).
           05 ACA-ER-TAX-LIAB-IN           PIC 9(6).
       FD  GL-POST-FILE.
       01  GL-POST-REC.
           COPY OLIV-GLP-Rec.
       FD  ACCRUAL-REPORT.
       01  REPORT-REC                      PIC X(100).
       FD  RUN-CONTROL.
       01  RUN-CONTROL-REC.
           COPY OLIV-RUN-Ctl.
       FD  CO-MASTER.
       01  CO-MASTER-REC.
           COPY OLIV-CO-Master.
       WORKING-STORAGE SECTION.
       01  MORE-CAL                        PIC XXX VALUE 'YES'.
       01  MORE-PAYROLL                    PIC XXX VALUE 'YES'.
       01  MORE-MASTER                     PIC XXX VALUE 'YES'.
       01  CAL-STATUS                      PIC XX.
       01  EMP-MASTER-STATUS               PIC XX.
       01  PAYROLL-STATUS                  PIC XX.
       01  YTD-STATUS                      PIC XX.
       01  YTD-IS-OPEN                     PIC XXX VALUE 'NO'.
       01  ER-RATES-STATUS                 PIC XX.
       01  ER-RATES-LOADED                 PIC XXX VALUE 'NO'.
       01  ER-FICA-RATE                    PIC V999.
       01  ER-FICA-BASE                    PIC 9(7).
       01  FUTA-RATE                       PIC V999.
       01  FUTA-BASE                       PIC 9(7).
       01  SUTA-RATE                       PIC V999.
       01  SUTA-BASE                       PIC 9(7).
       01  GLA-STATUS                      PIC XX.
       01  ACA-STATUS                      PIC XX.
       01  GL-ACCTS-LOADED                 PIC XXX VALUE 'NO'.
       01  GL-SAL-EXP-ACCT                 PIC 9(6).
       01  GL-ER-FICA-EXP-ACCT             PIC 9(6).
       01  GL-FUTA-EXP-ACCT                PIC 9(6).
       01  GL-SUTA-EXP-ACCT                PIC 9(6).
       01  GL-WAGES-LIAB-ACCT              PIC 9(6).
       01  GL-ER-TAX-LIAB-ACCT             PIC 9(6).
       01  RUN-CTL-STATUS                  PIC XX.
       01  CO-STATUS                       PIC XX.
       01  CO-EOF                          PIC XXX VALUE 'NO'.
       01  CO-COUNT                        PIC 9(2) VALUE 0.
       01  CO-IDX                          PIC 9(2).
       01  CO-TABLE-FULL                   PIC XXX VALUE 'NO'.
       01  CO-TABLE.
           05 CO-ENTRY OCCURS 10 TIMES.
               10 COT-CODE                 PIC 9(2).
               10 COT-GL-OFFSET            PIC 9(6).
       01  FIND-CO-CODE                    PIC 9(2).
       01  FIND-CO-IDX                     PIC 9(2).
       01  CURRENT-COMPANY                 PIC 9(2).
       01  CURRENT-COST-COMPANY            PIC 9(2).
       01  CO-UNKNOWN-COUNT                PIC 9(5) VALUE 0.
       01  GL-PAY-OFFSET                   PIC 9(6).
       01  GL-COST-OFFSET                  PIC 9(6).
       01  RUN-DATE                        PIC 9(8).
       01  RUN-DATE-PARTS REDEFINES RUN-DATE.
           05 RUN-YEAR                     PIC 9(4).
           05 RUN-MONTH                    PIC 9(2).
           05 RUN-DAY                      PIC 9(2).
       01  NEXT-MONTH-DATE                 PIC 9(8).
       01  NEXT-MONTH-PARTS REDEFINES NEXT-MONTH-DATE.
           05 NEXT-YEAR                    PIC 9(4).
           05 NEXT-MONTH                   PIC 9(2).
           05 NEXT-DAY                     PIC 9(2).
       01  MONTH-END-DATE                  PIC 9(8).
       01  MONTH-END-DAYS                  PIC 9(7).
       01  LAST-PAID-END                   PIC 9(8) VALUE 0.
       01  ACCRUE-START-DAYS               PIC 9(7).
       01  EMP-START-DAYS                  PIC 9(7).
       01  HIRE-DATE-NUM                   PIC 9(8).
       01  DAY-DAYS                        PIC 9(7).
       01  WEEKDAY-NO                      PIC 9(1).
       01  WINDOW-WORKDAYS                 PIC 9(2) VALUE 0.
       01  EMP-WORKDAYS                    PIC 9(2).
       01  WORKDAYS-PER-YEAR               PIC 9(3) VALUE 260.
       01  STANDARD-DAY-HOURS              PIC 9(2) VALUE 8.
       01  PAY-COUNT                       PIC 9(4) VALUE 0.
       01  PAY-IDX                         PIC 9(4).
       01  PAY-HIT-IDX                     PIC 9(4) VALUE 0.
       01  PAY-FOUND                       PIC XXX.
       01  PAY-TABLE.
           05 PAY-ENTRY OCCURS 1000 TIMES.
               10 PT-EMP-NO                PIC X(5).
               10 PT-SALARY                PIC 9(7).
               10 PT-PAY-TYPE              PIC X(1).
               10 PT-HOURLY-RATE           PIC 99V99.
       01  EMP-NO-HOLD                     PIC X(5).
       01  PRICE-BASIS                     PIC X(8).
       01  ACCRUED-GROSS                   PIC 9(7)V99.
       01  ER-TAXABLE-GROSS                PIC 9(7)V99.
       01  ER-YTD-GROSS-HOLD               PIC 9(9)V99.
       01  ACCRUED-ER-FICA                 PIC 9(6)V99.
       01  ACCRUED-FUTA                    PIC 9(6)V99.
       01  ACCRUED-SUTA                    PIC 9(6)V99.
       01  ACCRUED-ER-TAX                  PIC 9(7)V99.
       01  GL-GROUP-COUNT                  PIC 9(3) VALUE 0.
       01  GL-IDX                          PIC 9(3).
       01  GL-HIT-IDX                      PIC 9(3) VALUE 0.
       01  GL-GROUP-FOUND                  PIC XXX.
       01  GL-TABLE-FULL                   PIC XXX VALUE 'NO'.
       01  GL-GROUP-TABLE.
           05 GL-GROUP-ENTRY OCCURS 100 TIMES.
               10 GLG-COMPANY              PIC 9(2).
               10 GLG-COST-COMPANY         PIC 9(2).
               10 GLG-TERR                 PIC 9(2).
               10 GLG-OFFICE               PIC 9(2).
               10 GLG-EMPLOYEES            PIC 9(5).
               10 GLG-GROSS                PIC 9(9)V99.
               10 GLG-ER-FICA              PIC 9(9)V99.
               10 GLG-FUTA                 PIC 9(9)V99.
               10 GLG-SUTA                 PIC 9(9)V99.
       01  GL-ER-TAX-AMT                   PIC 9(9)V99.
       01  POST-DR-TYPE                    PIC X(1).
       01  POST-CR-TYPE                    PIC X(1).
       01  POST-PERIOD                     PIC 9(2).
       01  POST-DATE                       PIC 9(8).
       01  EMPLOYEE-COUNT                  PIC 9(5) VALUE 0.
       01  SKIPPED-TERM-COUNT              PIC 9(5) VALUE 0.
       01  NOT-ON-PAYROLL-COUNT            PIC 9(5) VALUE 0.
       01  TOTAL-GROSS                     PIC 9(9)V99 VALUE 0.
       01  TOTAL-ER-TAX                    PIC 9(9)V99 VALUE 0.
       01  HEADING1.
           05                              PIC X(34) VALUE
               'MONTH-END PAYROLL ACCRUAL - MONTH '.
           05 HDG-MONTH-END-OUT            PIC 9(8).
           05                              PIC X(19) VALUE
               '  LAST PERIOD END: '.
           05 HDG-LAST-END-OUT             PIC 9(8).
           05                              PIC X(12) VALUE
               '  WORKDAYS: '.
           05 HDG-WORKDAYS-OUT             PIC Z9.
       01  HEADING2.
           05                              PIC X(48) VALUE
               'TR  OF  EMP-NO  NAME                  BASIS     '.
           05                              PIC X(33) VALUE
               'DAYS  ACCRUED GROSS  EMPLOYER TAX'.
       01  DETAIL-LINE.
           05 DTL-TERRITORY-OUT            PIC 9(2).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-OFFICE-OUT               PIC 9(2).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-EMP-NO-OUT               PIC 9(5).
           05                              PIC X(3) VALUE SPACES.
           05 DTL-NAME-OUT                 PIC X(20).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-BASIS-OUT                PIC X(8).
           05                              PIC X(3) VALUE SPACES.
           05 DTL-DAYS-OUT                 PIC Z9.
           05                              PIC X(3) VALUE SPACES.
           05 DTL-GROSS-OUT                PIC $$$$,$$9.99.
           05                              PIC X(3) VALUE SPACES.
           05 DTL-ER-TAX-OUT               PIC $$$,$$9.99.
       01  GROUP-HEADING.
           05                              PIC X(58) VALUE
           'CO  CC  TR  OF  EMPLOYEES      ACCRUED GROSS  EMPLOYER TAX'.
       01  GROUP-LINE.
           05 GRP-COMPANY-OUT              PIC 9(2).
           05                              PIC X(2) VALUE SPACES.
           05 GRP-COST-COMPANY-OUT         PIC 9(2).
           05                              PIC X(2) VALUE SPACES.
           05 GRP-TERRITORY-OUT            PIC 9(2).
           05                              PIC X(2) VALUE SPACES.
           05 GRP-OFFICE-OUT               PIC 9(2).
           05                              PIC X(5) VALUE SPACES.
           05 GRP-EMPLOYEES-OUT            PIC ZZ,ZZ9.
           05                              PIC X(2) VALUE SPACES.
           05 GRP-GROSS-OUT                PIC $$,$$$,$$9.99.
           05                              PIC X(1) VALUE SPACES.
           05 GRP-ER-TAX-OUT               PIC $$$,$$$,$$9.99.
       01  SUMMARY-LINE-1.
           05                              PIC X(28) VALUE
               'EMPLOYEES ACCRUED:         '.
           05 SUM-EMPLOYEES-OUT            PIC ZZ,ZZ9.
           05                              PIC X(24) VALUE
               '   TERMINATED SKIPPED:  '.
           05 SUM-TERM-OUT                 PIC ZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05                              PIC X(28) VALUE
               'TOTAL ACCRUED GROSS:       '.
           05 SUM-GROSS-OUT                PIC $$$,$$$,$$9.99.
       01  SUMMARY-LINE-3.
           05                              PIC X(28) VALUE
               'TOTAL ACCRUED EMPLOYER TAX:'.
           05 SUM-ER-TAX-OUT               PIC $$$,$$$,$$9.99.
       01  SUMMARY-LINE-4.
           05                              PIC X(28) VALUE
               'REVERSAL DATED:            '.
           05 SUM-REVERSAL-OUT             PIC 9(8).
       01  NOT-ON-PAYROLL-LINE.
           05                              PIC X(8) VALUE SPACES.
           05 NOP-EMP-NO-OUT               PIC 9(5).
           05                              PIC X(3) VALUE SPACES.
           05                              PIC X(44) VALUE
               'NOT ON PAYROLL INPUT - PRICED FROM MASTER'.
       01  CALENDAR-FILE-DD                PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-Calendar.txt'.
       01  EMP-MASTER-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-EMP-Master.dat'.
       01  PAYROLL-LIST-DD                 PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-PayrollIn.txt'.
       01  YTD-FILE-DD                     PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-YTD.txt'.
       01  ER-RATES-FILE-DD                PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-ErRates.txt'.
       01  GL-ACCT-FILE-DD                 PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-GLAccts.txt'.
       01  ACCR-ACCT-FILE-DD               PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-AccrGLAct.txt'.
       01  GL-POST-FILE-DD                 PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-AccrGL.txt'.
       01  ACCRUAL-REPORT-DD               PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-AccrRpt.txt'.
       01  RUN-CONTROL-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-Ctl.txt'.
       01  CO-MASTER-DD                    PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-CO-Master.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-GET-FILE-NAMES
           PERFORM 015-GET-BUSINESS-DATE
           PERFORM 020-SET-ACCRUAL-WINDOW
           PERFORM 030-READ-GL-ACCOUNTS
           PERFORM 035-READ-ER-RATES
           PERFORM 040-LOAD-PAYROLL-LIST
           PERFORM 045-READ-COMPANIES
           OPEN INPUT EMP-MASTER
           IF EMP-MASTER-STATUS NOT = '00'
               DISPLAY 'EMPLOYEE MASTER NOT AVAILABLE - ACCRUAL '
                   'NOT PRODUCED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT YTD-FILE
           IF YTD-STATUS = '00'
               MOVE 'YES' TO YTD-IS-OPEN
           ELSE
               DISPLAY 'YTD FILE NOT AVAILABLE - EMPLOYER TAXES '
                   'ACCRUED WITHOUT THE WAGE-BASE CAPS'
           END-IF
           OPEN OUTPUT ACCRUAL-REPORT
           MOVE MONTH-END-DATE TO HDG-MONTH-END-OUT
           MOVE LAST-PAID-END TO HDG-LAST-END-OUT
           MOVE WINDOW-WORKDAYS TO HDG-WORKDAYS-OUT
           WRITE REPORT-REC FROM HEADING1
           WRITE REPORT-REC FROM HEADING2
               AFTER ADVANCING 2 LINES
           IF WINDOW-WORKDAYS > 0
               PERFORM UNTIL MORE-MASTER = 'NO'
                   READ EMP-MASTER
                       AT END
                           MOVE 'NO' TO MORE-MASTER
                       NOT AT END
                           PERFORM 200-ACCRUE-EMPLOYEE
                   END-READ
               END-PERFORM
           END-IF
           WRITE REPORT-REC FROM GROUP-HEADING
               AFTER ADVANCING 2 LINES
           PERFORM VARYING GL-IDX FROM 1 BY 1
               UNTIL GL-IDX > GL-GROUP-COUNT
               MOVE GLG-COMPANY(GL-IDX) TO GRP-COMPANY-OUT
               MOVE GLG-COST-COMPANY(GL-IDX) TO GRP-COST-COMPANY-OUT
               MOVE GLG-TERR(GL-IDX) TO GRP-TERRITORY-OUT
               MOVE GLG-OFFICE(GL-IDX) TO GRP-OFFICE-OUT
               MOVE GLG-EMPLOYEES(GL-IDX) TO GRP-EMPLOYEES-OUT
               MOVE GLG-GROSS(GL-IDX) TO GRP-GROSS-OUT
               COMPUTE GL-ER-TAX-AMT = GLG-ER-FICA(GL-IDX)
                   + GLG-FUTA(GL-IDX) + GLG-SUTA(GL-IDX)
               MOVE GL-ER-TAX-AMT TO GRP-ER-TAX-OUT
               WRITE REPORT-REC FROM GROUP-LINE
           END-PERFORM
           MOVE EMPLOYEE-COUNT TO SUM-EMPLOYEES-OUT
           MOVE SKIPPED-TERM-COUNT TO SUM-TERM-OUT
           MOVE TOTAL-GROSS TO SUM-GROSS-OUT
           MOVE TOTAL-ER-TAX TO SUM-ER-TAX-OUT
           MOVE NEXT-MONTH-DATE TO SUM-REVERSAL-OUT
           WRITE REPORT-REC FROM SUMMARY-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM SUMMARY-LINE-2
           WRITE REPORT-REC FROM SUMMARY-LINE-3
           WRITE REPORT-REC FROM SUMMARY-LINE-4
           CLOSE EMP-MASTER
                 ACCRUAL-REPORT
           IF YTD-IS-OPEN = 'YES'
               CLOSE YTD-FILE
           END-IF
           PERFORM 400-WRITE-GL-POSTINGS
           DISPLAY 'PAYROLL ACCRUAL ' MONTH-END-DATE
               ' - WORKDAYS: ' WINDOW-WORKDAYS
               ' EMPLOYEES: ' EMPLOYEE-COUNT
           IF NOT-ON-PAYROLL-COUNT > 0
               DISPLAY 'EMPLOYEES NOT ON THE PAYROLL INPUT, PRICED '
                   'FROM THE MASTER SALARY: ' NOT-ON-PAYROLL-COUNT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF CO-UNKNOWN-COUNT > 0
               DISPLAY 'EMPLOYEES WITH A COMPANY NOT ON THE COMPANY '
                   'MASTER - ACCRUED UNDER COMPANY 01: '
                   CO-UNKNOWN-COUNT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.
       010-GET-FILE-NAMES.
           ACCEPT CALENDAR-FILE-DD FROM ENVIRONMENT "PAYCAL"
           ACCEPT EMP-MASTER-DD FROM ENVIRONMENT "EMPMASTER"
           ACCEPT PAYROLL-LIST-DD FROM ENVIRONMENT "PAYIN"
           ACCEPT YTD-FILE-DD FROM ENVIRONMENT "PAYYTD"
           ACCEPT ER-RATES-FILE-DD FROM ENVIRONMENT "PAYERRATES"
           ACCEPT GL-ACCT-FILE-DD FROM ENVIRONMENT "PAYGLACCT"
           ACCEPT ACCR-ACCT-FILE-DD FROM ENVIRONMENT "ACCRGLACCT"
           ACCEPT GL-POST-FILE-DD FROM ENVIRONMENT "ACCRGL"
           ACCEPT ACCRUAL-REPORT-DD FROM ENVIRONMENT "ACCRRPT"
           ACCEPT RUN-CONTROL-DD FROM ENVIRONMENT "RUNCTL"
           ACCEPT CO-MASTER-DD FROM ENVIRONMENT "COMASTER".
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
       020-SET-ACCRUAL-WINDOW.
      *>      THE ACCRUAL RUNS THROUGH THE LAST CALENDAR DAY OF THE
      *>      BUSINESS DATE'S MONTH; THE REVERSAL IS DATED THE FIRST
      *>      OF THE MONTH AFTER
           MOVE RUN-YEAR TO NEXT-YEAR
           MOVE 1 TO NEXT-DAY
           IF RUN-MONTH = 12
               ADD 1 TO NEXT-YEAR
               MOVE 1 TO NEXT-MONTH
           ELSE
               COMPUTE NEXT-MONTH = RUN-MONTH + 1
           END-IF
           COMPUTE MONTH-END-DAYS =
               FUNCTION INTEGER-OF-DATE(NEXT-MONTH-DATE) - 1
           COMPUTE MONTH-END-DATE =
               FUNCTION DATE-OF-INTEGER(MONTH-END-DAYS)
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
                       IF CAL-END-IN <= MONTH-END-DATE
                           AND CAL-END-IN > LAST-PAID-END
                           MOVE CAL-END-IN TO LAST-PAID-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE
           IF LAST-PAID-END = 0
               DISPLAY 'NO PAY PERIOD ON THE CALENDAR ENDS BY '
                   MONTH-END-DATE ' - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE ACCRUE-START-DAYS =
               FUNCTION INTEGER-OF-DATE(LAST-PAID-END) + 1
           MOVE ACCRUE-START-DAYS TO EMP-START-DAYS
           PERFORM 025-COUNT-WORKDAYS
           MOVE EMP-WORKDAYS TO WINDOW-WORKDAYS
           IF WINDOW-WORKDAYS = 0
               DISPLAY 'LAST PAY PERIOD ENDS ' LAST-PAID-END
                   ' - NO UNPAID WORKDAYS TO ACCRUE THIS MONTH'
           END-IF.
       025-COUNT-WORKDAYS.
      *>      MONDAY THROUGH FRIDAY (MOD 7 OF THE DAY NUMBER: 0 =
      *>      SUNDAY, 6 = SATURDAY); A HOLIDAY IS A PAID DAY AND
      *>      ACCRUES LIKE ANY OTHER WEEKDAY
           MOVE 0 TO EMP-WORKDAYS
           PERFORM VARYING DAY-DAYS FROM EMP-START-DAYS BY 1
               UNTIL DAY-DAYS > MONTH-END-DAYS
               COMPUTE WEEKDAY-NO = FUNCTION MOD(DAY-DAYS, 7)
               IF WEEKDAY-NO >= 1 AND WEEKDAY-NO <= 5
                   ADD 1 TO EMP-WORKDAYS
               END-IF
           END-PERFORM.
       030-READ-GL-ACCOUNTS.
           OPEN INPUT GL-ACCT-FILE
           IF GLA-STATUS = '00'
               READ GL-ACCT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE GLA-SAL-EXP-IN TO GL-SAL-EXP-ACCT
                       MOVE GLA-ER-FICA-EXP-IN TO GL-ER-FICA-EXP-ACCT
                       MOVE GLA-FUTA-EXP-IN TO GL-FUTA-EXP-ACCT
                       MOVE GLA-SUTA-EXP-IN TO GL-SUTA-EXP-ACCT
                       OPEN INPUT ACCR-ACCT-FILE
                       IF ACA-STATUS = '00'
                           READ ACCR-ACCT-FILE
                               AT END
                                   CONTINUE
                               NOT AT END
                                   MOVE 'YES' TO GL-ACCTS-LOADED
                                   MOVE ACA-WAGES-LIAB-IN
                                       TO GL-WAGES-LIAB-ACCT
                                   MOVE ACA-ER-TAX-LIAB-IN
                                       TO GL-ER-TAX-LIAB-ACCT
                           END-READ
                           CLOSE ACCR-ACCT-FILE
                       END-IF
               END-READ
               CLOSE GL-ACCT-FILE
           END-IF.
       035-READ-ER-RATES.
           OPEN INPUT ER-RATES-FILE
           IF ER-RATES-STATUS = '00'
               READ ER-RATES-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'YES' TO ER-RATES-LOADED
                       MOVE ER-FICA-RATE-IN TO ER-FICA-RATE
                       MOVE ER-FICA-BASE-IN TO ER-FICA-BASE
                       MOVE FUTA-RATE-IN TO FUTA-RATE
                       MOVE FUTA-BASE-IN TO FUTA-BASE
                       MOVE SUTA-RATE-IN TO SUTA-RATE
                       MOVE SUTA-BASE-IN TO SUTA-BASE
               END-READ
               CLOSE ER-RATES-FILE
           END-IF
           IF ER-RATES-LOADED = 'NO'
               DISPLAY 'NO EMPLOYER-RATES FILE - EMPLOYER FICA/'
                   'FUTA/SUTA NOT ACCRUED THIS RUN'
           END-IF.
       040-LOAD-PAYROLL-LIST.
           OPEN INPUT PAYROLL-LIST
           IF PAYROLL-STATUS NOT = '00'
               DISPLAY 'PAYROLL INPUT FILE MISSING - EVERY EMPLOYEE '
                   'PRICED FROM THE MASTER SALARY'
               MOVE 'NO' TO MORE-PAYROLL
           END-IF
           PERFORM UNTIL MORE-PAYROLL = 'NO'
               READ PAYROLL-LIST
                   AT END
                       MOVE 'NO' TO MORE-PAYROLL
                   NOT AT END
                       IF PAY-COUNT < 1000
                           ADD 1 TO PAY-COUNT
                           MOVE PIN-EMP-NO TO PT-EMP-NO(PAY-COUNT)
                           MOVE PIN-SALARY TO PT-SALARY(PAY-COUNT)
                           MOVE PIN-PAY-TYPE TO PT-PAY-TYPE(PAY-COUNT)
                           MOVE PIN-HOURLY-RATE
                               TO PT-HOURLY-RATE(PAY-COUNT)
                       ELSE
                           DISPLAY 'PAYROLL INPUT PAST 1000 ROWS - '
                               PIN-EMP-NO ' PRICED FROM THE MASTER'
                       END-IF
               END-READ
           END-PERFORM
           IF PAYROLL-STATUS = '00' OR PAYROLL-STATUS = '10'
               CLOSE PAYROLL-LIST
           END-IF.
       045-READ-COMPANIES.
      *>      NO COMPANY MASTER MEANS THE ONE ORIGINAL EMPLOYER -
      *>      COMPANY 01 IS ALWAYS IN THE TABLE, AT NO CHART OFFSET
      *>      UNLESS THE MASTER SAYS OTHERWISE
           INITIALIZE CO-TABLE
           OPEN INPUT CO-MASTER
           IF CO-STATUS NOT = '00'
               MOVE 'YES' TO CO-EOF
           END-IF
           PERFORM UNTIL CO-EOF = 'YES'
               READ CO-MASTER
                   AT END
                       MOVE 'YES' TO CO-EOF
                   NOT AT END
                       IF CO-CODE IS NUMERIC AND CO-CODE > 0
                           IF CO-COUNT < 10
                               ADD 1 TO CO-COUNT
                               MOVE CO-CODE TO COT-CODE(CO-COUNT)
                               IF CO-GL-OFFSET IS NUMERIC
                                   MOVE CO-GL-OFFSET
                                       TO COT-GL-OFFSET(CO-COUNT)
                               END-IF
                           ELSE
                               MOVE 'YES' TO CO-TABLE-FULL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF CO-STATUS = '00' OR CO-STATUS = '10'
               CLOSE CO-MASTER
           END-IF
           MOVE 1 TO FIND-CO-CODE
           PERFORM 046-FIND-COMPANY
           IF FIND-CO-IDX = 0
               IF CO-COUNT < 10
                   ADD 1 TO CO-COUNT
                   MOVE 1 TO COT-CODE(CO-COUNT)
               ELSE
                   MOVE 'YES' TO CO-TABLE-FULL
               END-IF
           END-IF
           IF CO-TABLE-FULL = 'YES'
               DISPLAY 'COMPANY MASTER HOLDS MORE THAN 10 COMPANIES '
                   '- ACCRUAL NOT PRODUCED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       046-FIND-COMPANY.
           MOVE 0 TO FIND-CO-IDX
           PERFORM VARYING CO-IDX FROM 1 BY 1 UNTIL CO-IDX > CO-COUNT
               IF COT-CODE(CO-IDX) = FIND-CO-CODE
                   MOVE CO-IDX TO FIND-CO-IDX
                   MOVE CO-COUNT TO CO-IDX
               END-IF
           END-PERFORM.
       200-ACCRUE-EMPLOYEE.
           IF EMP-STATUS = 'T'
               ADD 1 TO SKIPPED-TERM-COUNT
           ELSE
      *>      SOMEONE HIRED INSIDE THE WINDOW ACCRUES FROM THE HIRE
      *>      DATE ONLY
               MOVE ACCRUE-START-DAYS TO EMP-START-DAYS
               IF EMP-DATE-HIRE IS NUMERIC
                   COMPUTE HIRE-DATE-NUM = EMP-HIRE-YEAR * 10000
                       + EMP-HIRE-MONTH * 100 + EMP-HIRE-DAY
                   IF HIRE-DATE-NUM > LAST-PAID-END
                       AND HIRE-DATE-NUM <= MONTH-END-DATE
                       COMPUTE EMP-START-DAYS =
                           FUNCTION INTEGER-OF-DATE(HIRE-DATE-NUM)
                   END-IF
               END-IF
               IF EMP-START-DAYS = ACCRUE-START-DAYS
                   MOVE WINDOW-WORKDAYS TO EMP-WORKDAYS
               ELSE
                   PERFORM 025-COUNT-WORKDAYS
               END-IF
               IF EMP-WORKDAYS > 0
                   PERFORM 210-PRICE-WORKDAYS
                   PERFORM 220-ACCRUE-EMPLOYER-TAXES
                   PERFORM 225-RESOLVE-COMPANIES
                   PERFORM 230-ADD-TO-GL-GROUP
                   PERFORM 240-WRITE-DETAIL
               END-IF
           END-IF.
       210-PRICE-WORKDAYS.
           MOVE 'NO' TO PAY-FOUND
           MOVE EMP-NUMBER TO EMP-NO-HOLD
           PERFORM VARYING PAY-IDX FROM 1 BY 1
               UNTIL PAY-IDX > PAY-COUNT
               IF PT-EMP-NO(PAY-IDX) = EMP-NO-HOLD
                   MOVE 'YES' TO PAY-FOUND
                   MOVE PAY-IDX TO PAY-HIT-IDX
                   MOVE PAY-COUNT TO PAY-IDX
               END-IF
           END-PERFORM
           MOVE PAY-HIT-IDX TO PAY-IDX
           IF PAY-FOUND = 'NO'
               MOVE 'MASTER  ' TO PRICE-BASIS
               COMPUTE ACCRUED-GROSS ROUNDED = EMP-ANNUAL-SALARY
                   * EMP-WORKDAYS / WORKDAYS-PER-YEAR
               ADD 1 TO NOT-ON-PAYROLL-COUNT
               MOVE EMP-NUMBER TO NOP-EMP-NO-OUT
               WRITE REPORT-REC FROM NOT-ON-PAYROLL-LINE
           ELSE
               IF PT-PAY-TYPE(PAY-IDX) = 'H'
                   AND PT-HOURLY-RATE(PAY-IDX) IS NUMERIC
      *>      STRAIGHT TIME AT A STANDARD DAY - OVERTIME IS NOT
      *>      ESTIMATED
                   MOVE 'HOURLY  ' TO PRICE-BASIS
                   COMPUTE ACCRUED-GROSS ROUNDED =
                       PT-HOURLY-RATE(PAY-IDX) * STANDARD-DAY-HOURS
                       * EMP-WORKDAYS
               ELSE
                   MOVE 'SALARIED' TO PRICE-BASIS
                   COMPUTE ACCRUED-GROSS ROUNDED = PT-SALARY(PAY-IDX)
                       * EMP-WORKDAYS / WORKDAYS-PER-YEAR
               END-IF
           END-IF.
       220-ACCRUE-EMPLOYER-TAXES.
           MOVE 0 TO ACCRUED-ER-FICA
           MOVE 0 TO ACCRUED-FUTA
           MOVE 0 TO ACCRUED-SUTA
           IF ER-RATES-LOADED = 'YES'
      *>      CAPS RUN AGAINST YTD GROSS AS OF THE LAST PAYROLL, THE
      *>      SAME TEST TAX-PAYROLL WILL MAKE WHEN IT PAYS THESE DAYS
               MOVE 0 TO ER-YTD-GROSS-HOLD
               IF YTD-IS-OPEN = 'YES'
                   MOVE EMP-NUMBER TO YTD-EMP-NO
                   READ YTD-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE YTD-GROSS TO ER-YTD-GROSS-HOLD
                   END-READ
               END-IF
               IF ER-YTD-GROSS-HOLD >= ER-FICA-BASE
                   MOVE 0 TO ER-TAXABLE-GROSS
               ELSE
                   IF ER-YTD-GROSS-HOLD + ACCRUED-GROSS > ER-FICA-BASE
                       COMPUTE ER-TAXABLE-GROSS =
                           ER-FICA-BASE - ER-YTD-GROSS-HOLD
                   ELSE
                       MOVE ACCRUED-GROSS TO ER-TAXABLE-GROSS
                   END-IF
               END-IF
               COMPUTE ACCRUED-ER-FICA ROUNDED =
                   ER-TAXABLE-GROSS * ER-FICA-RATE
               IF ER-YTD-GROSS-HOLD >= FUTA-BASE
                   MOVE 0 TO ER-TAXABLE-GROSS
               ELSE
                   IF ER-YTD-GROSS-HOLD + ACCRUED-GROSS > FUTA-BASE
                       COMPUTE ER-TAXABLE-GROSS =
                           FUTA-BASE - ER-YTD-GROSS-HOLD
                   ELSE
                       MOVE ACCRUED-GROSS TO ER-TAXABLE-GROSS
                   END-IF
               END-IF
               COMPUTE ACCRUED-FUTA ROUNDED =
                   ER-TAXABLE-GROSS * FUTA-RATE
               IF ER-YTD-GROSS-HOLD >= SUTA-BASE
                   MOVE 0 TO ER-TAXABLE-GROSS
               ELSE
                   IF ER-YTD-GROSS-HOLD + ACCRUED-GROSS > SUTA-BASE
                       COMPUTE ER-TAXABLE-GROSS =
                           SUTA-BASE - ER-YTD-GROSS-HOLD
                   ELSE
                       MOVE ACCRUED-GROSS TO ER-TAXABLE-GROSS
                   END-IF
               END-IF
               COMPUTE ACCRUED-SUTA ROUNDED =
                   ER-TAXABLE-GROSS * SUTA-RATE
           END-IF
           COMPUTE ACCRUED-ER-TAX =
               ACCRUED-ER-FICA + ACCRUED-FUTA + ACCRUED-SUTA.
       225-RESOLVE-COMPANIES.
      *>      SAME RULES AS TAX-PAYROLL - THE COST COMPANY DEFAULTS TO
      *>      THE EMPLOYER; AN EMPLOYER NOT ON THE COMPANY MASTER FALLS
      *>      BACK TO COMPANY 01, A COST COMPANY TO THE EMPLOYER
           MOVE 1 TO CURRENT-COMPANY
           MOVE 0 TO CURRENT-COST-COMPANY
           IF EMP-COMPANY IS NUMERIC AND EMP-COMPANY > 0
               MOVE EMP-COMPANY TO CURRENT-COMPANY
           END-IF
           IF EMP-COST-COMPANY IS NUMERIC
               MOVE EMP-COST-COMPANY TO CURRENT-COST-COMPANY
           END-IF
           IF CURRENT-COST-COMPANY = 0
               MOVE CURRENT-COMPANY TO CURRENT-COST-COMPANY
           END-IF
           MOVE CURRENT-COMPANY TO FIND-CO-CODE
           PERFORM 046-FIND-COMPANY
           IF FIND-CO-IDX = 0
               ADD 1 TO CO-UNKNOWN-COUNT
               MOVE 1 TO CURRENT-COMPANY
           END-IF
           MOVE CURRENT-COST-COMPANY TO FIND-CO-CODE
           PERFORM 046-FIND-COMPANY
           IF FIND-CO-IDX = 0
               ADD 1 TO CO-UNKNOWN-COUNT
               MOVE CURRENT-COMPANY TO CURRENT-COST-COMPANY
           END-IF.
       230-ADD-TO-GL-GROUP.
           MOVE 'NO' TO GL-GROUP-FOUND
           PERFORM VARYING GL-IDX FROM 1 BY 1
               UNTIL GL-IDX > GL-GROUP-COUNT
               IF GLG-COMPANY(GL-IDX) = CURRENT-COMPANY
                   AND GLG-COST-COMPANY(GL-IDX) = CURRENT-COST-COMPANY
                   AND GLG-TERR(GL-IDX) = EMP-TERRITORY-NO
                   AND GLG-OFFICE(GL-IDX) = EMP-OFFICE-NO
                   MOVE 'YES' TO GL-GROUP-FOUND
                   MOVE GL-IDX TO GL-HIT-IDX
                   MOVE GL-GROUP-COUNT TO GL-IDX
               END-IF
           END-PERFORM
           MOVE GL-HIT-IDX TO GL-IDX
           IF GL-GROUP-FOUND = 'NO'
               IF GL-GROUP-COUNT < 100
                   ADD 1 TO GL-GROUP-COUNT
                   MOVE GL-GROUP-COUNT TO GL-IDX
                   INITIALIZE GL-GROUP-ENTRY(GL-IDX)
                   MOVE CURRENT-COMPANY TO GLG-COMPANY(GL-IDX)
                   MOVE CURRENT-COST-COMPANY
                       TO GLG-COST-COMPANY(GL-IDX)
                   MOVE EMP-TERRITORY-NO TO GLG-TERR(GL-IDX)
                   MOVE EMP-OFFICE-NO TO GLG-OFFICE(GL-IDX)
                   MOVE 'YES' TO GL-GROUP-FOUND
               ELSE
                   MOVE 'YES' TO GL-TABLE-FULL
               END-IF
           END-IF
           IF GL-GROUP-FOUND = 'YES'
               ADD 1 TO GLG-EMPLOYEES(GL-IDX)
               ADD ACCRUED-GROSS TO GLG-GROSS(GL-IDX)
               ADD ACCRUED-ER-FICA TO GLG-ER-FICA(GL-IDX)
               ADD ACCRUED-FUTA TO GLG-FUTA(GL-IDX)
               ADD ACCRUED-SUTA TO GLG-SUTA(GL-IDX)
           END-IF
           ADD 1 TO EMPLOYEE-COUNT
           ADD ACCRUED-GROSS TO TOTAL-GROSS
           ADD ACCRUED-ER-TAX TO TOTAL-ER-TAX.
       240-WRITE-DETAIL.
           MOVE EMP-TERRITORY-NO TO DTL-TERRITORY-OUT
           MOVE EMP-OFFICE-NO TO DTL-OFFICE-OUT
           MOVE EMP-NUMBER TO DTL-EMP-NO-OUT
           MOVE EMP-NAME TO DTL-NAME-OUT
           MOVE PRICE-BASIS TO DTL-BASIS-OUT
           MOVE EMP-WORKDAYS TO DTL-DAYS-OUT
           MOVE ACCRUED-GROSS TO DTL-GROSS-OUT
           MOVE ACCRUED-ER-TAX TO DTL-ER-TAX-OUT
           WRITE REPORT-REC FROM DETAIL-LINE.
       400-WRITE-GL-POSTINGS.
           IF GL-ACCTS-LOADED = 'NO'
               DISPLAY 'NO PAYROLL OR ACCRUAL CHART-OF-ACCOUNTS FILE '
                   '- GL POSTING FILE NOT PRODUCED'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF GL-TABLE-FULL = 'YES'
                   DISPLAY 'GL GROUP TABLE FILLED AT 100 TERRITORY/'
                       'OFFICE GROUPS - POSTINGS INCOMPLETE, FILE NOT '
                       'RELEASED'
                   MOVE 8 TO RETURN-CODE
               ELSE
      *>      THE FILE IS REWRITTEN EVEN WITH NOTHING TO ACCRUE, SO
      *>      LAST MONTH'S ACCRUAL IS NEVER CONSOLIDATED TWICE
                   OPEN OUTPUT GL-POST-FILE
                   MOVE 'D' TO POST-DR-TYPE
                   MOVE 'C' TO POST-CR-TYPE
                   MOVE RUN-MONTH TO POST-PERIOD
                   MOVE MONTH-END-DATE TO POST-DATE
                   PERFORM VARYING GL-IDX FROM 1 BY 1
                       UNTIL GL-IDX > GL-GROUP-COUNT
                       PERFORM 410-WRITE-GL-GROUP
                   END-PERFORM
      *>      THE REVERSAL SWAPS EVERY DEBIT AND CREDIT INTO THE NEXT
      *>      MONTH, WHERE THE PAYROLL FOR THESE DAYS WILL POST
                   MOVE 'C' TO POST-DR-TYPE
                   MOVE 'D' TO POST-CR-TYPE
                   MOVE NEXT-MONTH TO POST-PERIOD
                   MOVE NEXT-MONTH-DATE TO POST-DATE
                   PERFORM VARYING GL-IDX FROM 1 BY 1
                       UNTIL GL-IDX > GL-GROUP-COUNT
                       PERFORM 410-WRITE-GL-GROUP
                   END-PERFORM
                   CLOSE GL-POST-FILE
               END-IF
           END-IF.
       410-WRITE-GL-GROUP.
      *>      EXPENSES LAND IN THE COST COMPANY'S BLOCK OF THE CHART,
      *>      THE ACCRUED LIABILITIES IN THE PAYING COMPANY'S, AND THE
      *>      POSTING NAMES THE PAYING COMPANY - THE SAME SPLIT THE
      *>      PAYROLL POSTS, SO THE REVERSAL UNWINDS IT EXACTLY
           MOVE GLG-COMPANY(GL-IDX) TO FIND-CO-CODE
           PERFORM 046-FIND-COMPANY
           MOVE COT-GL-OFFSET(FIND-CO-IDX) TO GL-PAY-OFFSET
           MOVE GLG-COST-COMPANY(GL-IDX) TO FIND-CO-CODE
           PERFORM 046-FIND-COMPANY
           MOVE COT-GL-OFFSET(FIND-CO-IDX) TO GL-COST-OFFSET
           MOVE GLG-COMPANY(GL-IDX) TO GLP-COMPANY-OUT
           MOVE GLG-TERR(GL-IDX) TO GLP-TERR-OUT
           MOVE GLG-OFFICE(GL-IDX) TO GLP-OFFICE-OUT
           MOVE POST-PERIOD TO GLP-PERIOD-OUT
           MOVE POST-DATE TO GLP-DATE-OUT
           MOVE POST-DR-TYPE TO GLP-TYPE-OUT
           COMPUTE GLP-ACCT-OUT = GL-SAL-EXP-ACCT + GL-COST-OFFSET
           MOVE GLG-GROSS(GL-IDX) TO GLP-AMOUNT-OUT
           WRITE GL-POST-REC
           COMPUTE GLP-ACCT-OUT = GL-ER-FICA-EXP-ACCT + GL-COST-OFFSET
           MOVE GLG-ER-FICA(GL-IDX) TO GLP-AMOUNT-OUT
           WRITE GL-POST-REC
           COMPUTE GLP-ACCT-OUT = GL-FUTA-EXP-ACCT + GL-COST-OFFSET
           MOVE GLG-FUTA(GL-IDX) TO GLP-AMOUNT-OUT
           WRITE GL-POST-REC
           COMPUTE GLP-ACCT-OUT = GL-SUTA-EXP-ACCT + GL-COST-OFFSET
           MOVE GLG-SUTA(GL-IDX) TO GLP-AMOUNT-OUT
           WRITE GL-POST-REC
           MOVE POST-CR-TYPE TO GLP-TYPE-OUT
           COMPUTE GLP-ACCT-OUT = GL-WAGES-LIAB-ACCT + GL-PAY-OFFSET
           MOVE GLG-GROSS(GL-IDX) TO GLP-AMOUNT-OUT
           WRITE GL-POST-REC
           COMPUTE GL-ER-TAX-AMT = GLG-ER-FICA(GL-IDX)
               + GLG-FUTA(GL-IDX) + GLG-SUTA(GL-IDX)
           COMPUTE GLP-ACCT-OUT = GL-ER-TAX-LIAB-ACCT + GL-PAY-OFFSET
           MOVE GL-ER-TAX-AMT TO GLP-AMOUNT-OUT
           WRITE GL-POST-REC.
