      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Federal payroll tax deposit schedule. Sweeps the
      *          year's YTD posting detail TAX-PAYROLL writes and
      *          totals the deposit liability per pay date - employee
      *          FICA, federal withholding and the employer FICA
      *          match. Each pay date gets one row on the liability
      *          ledger with its deposit due date worked out under
      *          the schedule on the parameter file:
      *          - monthly (M): the 15th of the following month;
      *          - semi-weekly (S): three business days after the end
      *            of the Wednesday-Friday or Saturday-Tuesday period
      *            the pay date falls in (the following Wednesday or
      *            Friday when no holiday intervenes);
      *          rolled forward past weekends and holidays on the
      *          chain's business-day calendar. Deposit confirmations
      *          from the bank are applied against their pay date;
      *          every liability not yet sent goes out on the deposit
      *          payment file settling on its due date (the run date
      *          when already late). The ledger report shows owed,
      *          sent and deposited per pay date; RUN-STATUS reads
      *          the ledger to flag a deposit due or overdue.
      *          Adjustment postings (type A) are not new pay-date
      *          liabilities - they are corrected on the quarterly
      *          return - and are skipped.
      * Modification History:
      *   10/15/26 - initial version
      *   10/15/26 - liabilities are kept per company (YP-COMPANY,
      *             blank = 01): a ledger row is one pay date for one
      *             company, a confirmation names its company in a new
      *             trailing field (blank = 01), and the payment file
      *             carries one batch per company on the company
      *             master (COMASTER) under that company's employer ID.
      *             With no company master company 01 deposits under
      *             the DEPPARM EIN as before. A row under a company
      *             not on the master is listed, not sent, and ends
      *             the run RC 4
      *   10/15/26 - a pay date fully deposited in a quarter already
      *             closed is dropped when the ledger is rewritten, and
      *             its company's settled-through row (schedule C) is
      *             moved up to it, so the ledger no longer grows all
      *             year. The sweep skips postings on or before that
      *             date that have no ledger row, so a dropped pay
      *             date is not raised again as a new liability
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-DEPOSIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YTD-POSTING
           ASSIGN TO YTD-POSTING-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSTING-STATUS.
           SELECT DEPOSIT-LEDGER
           ASSIGN TO DEPOSIT-LEDGER-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-STATUS.
           SELECT DEPOSIT-CONFIRM
           ASSIGN TO DEPOSIT-CONFIRM-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONFIRM-STATUS.
           SELECT DEPOSIT-PARM
           ASSIGN TO DEPOSIT-PARM-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT BIZ-CALENDAR
           ASSIGN TO BIZ-CALENDAR-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BIZ-CAL-STATUS.
           SELECT PAYMENT-FILE
           ASSIGN TO PAYMENT-FILE-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEPOSIT-REPORT
           ASSIGN TO DEPOSIT-REPORT-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CO-MASTER
           ASSIGN TO CO-MASTER-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CO-STATUS.
           SELECT RUN-CONTROL
           ASSIGN TO RUN-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  YTD-POSTING.
       01  YTD-POSTING-REC.
           COPY OLIV-YTD-Post.
       FD  DEPOSIT-LEDGER.
       01  DEPOSIT-LEDGER-REC.
           COPY OLIV-DEP-Ledger.
       FD  DEPOSIT-CONFIRM.
       01  DEPOSIT-CONFIRM-REC.
           05 DCF-PAY-DATE                 PIC 9(8).
           05 DCF-DEPOSIT-DATE             PIC 9(8).
           05 DCF-AMOUNT                   PIC 9(9)V99.
           05 DCF-TRACE-NO                 PIC X(15).
           05 DCF-COMPANY                  PIC X(2).
       FD  DEPOSIT-PARM.
       01  DEPOSIT-PARM-REC.
           05 PARM-SCHEDULE                PIC X(1).
           05 PARM-EIN                     PIC X(9).
       FD  BIZ-CALENDAR.
       01  BIZ-CALENDAR-REC.
           05 BCAL-REC-TYPE                PIC X(1).
           05 BCAL-REC-BODY                PIC X(11).
       01  BIZ-RULE-VIEW REDEFINES BIZ-CALENDAR-REC.
           05                              PIC X(1).
           05 BCAL-SKIP-SAT                PIC X(1).
           05 BCAL-SKIP-SUN                PIC X(1).
           05 BCAL-VALID-THRU              PIC 9(8).
           05                              PIC X(1).
       01  BIZ-HOLIDAY-VIEW REDEFINES BIZ-CALENDAR-REC.
           05                              PIC X(1).
           05 BCAL-HOLIDAY-DATE            PIC 9(8).
           05                              PIC X(3).
       FD  PAYMENT-FILE.
       01  PAYMENT-REC                     PIC X(80).
       FD  DEPOSIT-REPORT.
       01  REPORT-REC                      PIC X(100).
       FD  CO-MASTER.
       01  CO-MASTER-REC.
           COPY OLIV-CO-Master.
       FD  RUN-CONTROL.
       01  RUN-CONTROL-REC.
           COPY OLIV-RUN-Ctl.
       WORKING-STORAGE SECTION.
       01  MORE-POSTINGS                   PIC XXX VALUE 'YES'.
       01  MORE-LEDGER                     PIC XXX VALUE 'YES'.
       01  MORE-CONFIRMS                   PIC XXX VALUE 'YES'.
       01  POSTING-STATUS                  PIC XX.
       01  LEDGER-STATUS                   PIC XX.
       01  CONFIRM-STATUS                  PIC XX.
       01  PARM-STATUS                     PIC XX.
       01  BIZ-CAL-STATUS                  PIC XX.
       01  RUN-CTL-STATUS                  PIC XX.
       01  RUN-DATE                        PIC 9(8).
       01  DEPOSIT-SCHEDULE                PIC X(1).
       01  EMPLOYER-EIN                    PIC X(9).
       01  CO-STATUS                       PIC XX.
       01  CO-EOF                          PIC XXX VALUE 'NO'.
       01  CO-COUNT                        PIC 9(2) VALUE 0.
       01  CO-IDX                          PIC 9(2).
       01  CO-TABLE-FULL                   PIC XXX VALUE 'NO'.
       01  CO-TABLE.
           05 CO-ENTRY OCCURS 10 TIMES.
               10 COT-CODE                 PIC 9(2).
               10 COT-FEIN                 PIC X(9).
       01  FIND-CO-CODE                    PIC 9(2).
       01  ROW-CO-FOUND                    PIC XXX.
       01  POST-CO-CODE                    PIC 9(2).
       01  UNKNOWN-CO-COUNT                PIC 9(5) VALUE 0.
       01  CO-PAY-COUNT                    PIC 9(7).
       01  CO-PAY-TOTAL                    PIC 9(9)V99.
       01  BIZ-CAL-EOF                     PIC XXX VALUE 'NO'.
       01  SKIP-SATURDAY                   PIC X(1) VALUE 'Y'.
       01  SKIP-SUNDAY                     PIC X(1) VALUE 'Y'.
       01  HOLIDAY-COUNT                   PIC 9(3) VALUE 0.
       01  HOLIDAY-IDX                     PIC 9(3).
       01  HOLIDAY-TABLE.
           05 HOLIDAY-ENTRY                PIC 9(8) OCCURS 50 TIMES.
       01  DATE-DAYS                       PIC 9(7).
       01  DAY-OF-WEEK-NUM                 PIC 9(1).
       01  CANDIDATE-DATE                  PIC 9(8).
       01  DATE-IS-BUSINESS                PIC XXX.
       01  BUS-DAYS-COUNTED                PIC 9(1).
       01  DUE-DATE-WORK.
           05 DUE-YEAR                     PIC 9(4).
           05 DUE-MONTH                    PIC 9(2).
           05 DUE-DAY                      PIC 9(2).
       01  DUE-DATE-NUM REDEFINES DUE-DATE-WORK
                                           PIC 9(8).
       01  LEDGER-COUNT                    PIC 9(3) VALUE 0.
       01  LEDGER-IDX                      PIC 9(3).
       01  FOUND-IDX                       PIC 9(3).
       01  LEDGER-TABLE.
           05 LEDGER-ENTRY OCCURS 500 TIMES.
               10 LDG-PAY-DATE             PIC 9(8).
               10 LDG-SCHEDULE             PIC X(1).
               10 LDG-DUE-DATE             PIC 9(8).
               10 LDG-EMP-FICA             PIC 9(9)V99.
               10 LDG-FED                  PIC 9(9)V99.
               10 LDG-ER-FICA              PIC 9(9)V99.
               10 LDG-OWED                 PIC 9(9)V99.
               10 LDG-SENT                 PIC 9(9)V99.
               10 LDG-DEPOSITED            PIC 9(9)V99.
               10 LDG-LAST-DEP-DATE        PIC 9(8).
               10 LDG-SWEPT                PIC X(1).
               10 LDG-COMPANY              PIC 9(2).
       01  SETTLED-COUNT                   PIC 9(2) VALUE 0.
       01  SETTLED-IDX                     PIC 9(2).
       01  FIND-STL-IDX                    PIC 9(2).
       01  SETTLED-THRU-DATE               PIC 9(8).
       01  SETTLED-TABLE.
           05 SETTLED-ENTRY OCCURS 20 TIMES.
               10 STL-COMPANY              PIC 9(2).
               10 STL-THRU-DATE            PIC 9(8).
       01  RUN-QTR-KEY                     PIC 9(5).
       01  ROW-QTR-KEY                     PIC 9(5).
       01  DROP-ROW                        PIC XXX.
       01  SETTLED-DROP-COUNT              PIC 9(5) VALUE 0.
       01  SETTLED-SKIP-COUNT              PIC 9(7) VALUE 0.
       01  NEW-DATE-COUNT                  PIC 9(5) VALUE 0.
       01  ADJUST-SKIP-COUNT               PIC 9(5) VALUE 0.
       01  CONFIRM-COUNT                   PIC 9(5) VALUE 0.
       01  CONFIRM-REJECT-COUNT            PIC 9(5) VALUE 0.
       01  PAYMENT-COUNT                   PIC 9(7) VALUE 0.
       01  PAYMENT-TOTAL                   PIC 9(9)V99 VALUE 0.
       01  PAYMENT-AMOUNT                  PIC 9(9)V99.
       01  DUE-COUNT                       PIC 9(5) VALUE 0.
       01  OVERDUE-COUNT                   PIC 9(5) VALUE 0.
       01  BALANCE-OWED                    PIC S9(9)V99.
       01  TOTAL-OWED                      PIC 9(11)V99 VALUE 0.
       01  TOTAL-DEPOSITED                 PIC 9(11)V99 VALUE 0.
       01  PAYMENT-HEADER-REC.
           05                              PIC X(1) VALUE 'H'.
           05  PMH-EIN-OUT                 PIC X(9).
           05  PMH-DATE-OUT                PIC 9(8).
       01  PAYMENT-DETAIL-REC.
           05                              PIC X(1) VALUE 'D'.
           05                              PIC X(3) VALUE '941'.
           05  PMD-TAX-YEAR-OUT            PIC 9(4).
           05  PMD-TAX-QTR-OUT             PIC 9(1).
           05  PMD-SETTLE-DATE-OUT         PIC 9(8).
           05  PMD-PAY-DATE-OUT            PIC 9(8).
           05  PMD-AMOUNT-OUT              PIC 9(9)V99.
       01  PAYMENT-TRAILER-REC.
           05                              PIC X(1) VALUE 'T'.
           05  PMT-COUNT-OUT               PIC 9(7).
           05  PMT-TOTAL-OUT               PIC 9(9)V99.
       01  HEADING1.
           05                              PIC X(40) VALUE
               'FEDERAL TAX DEPOSIT LIABILITY LEDGER'.
           05                              PIC X(8) VALUE
               '  DATE: '.
           05 HDG-DATE-OUT                 PIC 9(8).
           05                              PIC X(12) VALUE
               '  SCHEDULE: '.
           05 HDG-SCHEDULE-OUT             PIC X(11).
       01  SECTION-CONFIRM-LINE.
           05                              PIC X(40) VALUE
               'DEPOSIT CONFIRMATIONS'.
       01  SECTION-LEDGER-LINE.
           05                              PIC X(40) VALUE
               'LIABILITY BY PAY DATE'.
       01  CONFIRM-LINE.
           05                              PIC X(1) VALUE SPACES.
           05 CFL-COMPANY-OUT              PIC X(2).
           05                              PIC X(2) VALUE SPACES.
           05 CFL-PAY-DATE-OUT             PIC 9(8).
           05                              PIC X(2) VALUE SPACES.
           05 CFL-DEPOSIT-DATE-OUT         PIC 9(8).
           05                              PIC X(2) VALUE SPACES.
           05 CFL-AMOUNT-OUT               PIC $ZZZ,ZZZ,ZZ9.99.
           05                              PIC X(2) VALUE SPACES.
           05 CFL-TRACE-OUT                PIC X(15).
           05                              PIC X(2) VALUE SPACES.
           05 CFL-RESULT-OUT               PIC X(30).
       01  HEADING2.
           05                              PIC X(4) VALUE ' CO '.
           05                              PIC X(50) VALUE
               ' PAY DATE  DUE DATE           OWED          SENT  '.
           05                              PIC X(34) VALUE
               '   DEPOSITED       BALANCE  STATUS'.
       01  DETAIL-LINE.
           05                              PIC X(1) VALUE SPACES.
           05 DTL-COMPANY-OUT              PIC 9(2).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-PAY-DATE-OUT             PIC 9(8).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-DUE-DATE-OUT             PIC 9(8).
           05                              PIC X(1) VALUE SPACES.
           05 DTL-OWED-OUT                 PIC ZZZ,ZZZ,ZZ9.99.
           05 DTL-SENT-OUT                 PIC ZZZ,ZZZ,ZZ9.99.
           05 DTL-DEPOSITED-OUT            PIC ZZZ,ZZZ,ZZ9.99.
           05 DTL-BALANCE-OUT              PIC ZZZ,ZZZ,ZZ9.99-.
           05                              PIC X(1) VALUE SPACES.
           05 DTL-STATUS-OUT               PIC X(10).
       01  SUMMARY-LINE-1.
           05                              PIC X(28) VALUE
               'NEW PAY DATES ON LEDGER:    '.
           05 SUM-NEW-OUT                  PIC ZZ,ZZ9.
           05                              PIC X(24) VALUE
               '   ADJUSTMENTS SKIPPED: '.
           05 SUM-ADJ-OUT                  PIC ZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05                              PIC X(28) VALUE
               'CONFIRMATIONS APPLIED:      '.
           05 SUM-CONFIRM-OUT              PIC ZZ,ZZ9.
           05                              PIC X(24) VALUE
               '   REJECTED:            '.
           05 SUM-CONFIRM-REJ-OUT          PIC ZZ,ZZ9.
       01  SUMMARY-LINE-3.
           05                              PIC X(28) VALUE
               'DEPOSITS ON PAYMENT FILE:   '.
           05 SUM-PAYMENT-OUT              PIC ZZ,ZZ9.
           05                              PIC X(10) VALUE
               '  TOTAL: $'.
           05 SUM-PAYMENT-TOT-OUT          PIC ZZZ,ZZZ,ZZ9.99.
       01  SUMMARY-LINE-4.
           05                              PIC X(28) VALUE
               'DUE TODAY:                  '.
           05 SUM-DUE-OUT                  PIC ZZ,ZZ9.
           05                              PIC X(24) VALUE
               '   OVERDUE:             '.
           05 SUM-OVERDUE-OUT              PIC ZZ,ZZ9.
       01  SUMMARY-LINE-5.
           05                              PIC X(27) VALUE
               'POSTINGS ON SETTLED DATES: '.
           05 SUM-SETTLED-SKIP-OUT         PIC ZZZ,ZZ9.
       01  YTD-POSTING-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-YTDPost.txt'.
       01  DEPOSIT-LEDGER-DD               PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-DepLdgr.txt'.
       01  DEPOSIT-CONFIRM-DD              PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-DepConf.txt'.
       01  DEPOSIT-PARM-DD                 PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-DepParm.txt'.
       01  BIZ-CALENDAR-DD                 PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-BizCal.txt'.
       01  PAYMENT-FILE-DD                 PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-DepPay.txt'.
       01  DEPOSIT-REPORT-DD               PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-DepRpt.txt'.
       01  CO-MASTER-DD                    PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-CO-Master.txt'.
       01  RUN-CONTROL-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-Ctl.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-GET-FILE-NAMES
           PERFORM 015-GET-BUSINESS-DATE
           PERFORM 020-READ-PARM
           PERFORM 025-READ-COMPANIES
           PERFORM 030-LOAD-BIZ-CALENDAR
           PERFORM 040-LOAD-LEDGER
           PERFORM 200-SWEEP-POSTINGS
           OPEN OUTPUT DEPOSIT-REPORT
           MOVE RUN-DATE TO HDG-DATE-OUT
           IF DEPOSIT-SCHEDULE = 'S'
               MOVE 'SEMI-WEEKLY' TO HDG-SCHEDULE-OUT
           ELSE
               MOVE 'MONTHLY' TO HDG-SCHEDULE-OUT
           END-IF
           WRITE REPORT-REC FROM HEADING1
           PERFORM 300-APPLY-CONFIRMATIONS
           OPEN OUTPUT PAYMENT-FILE
           WRITE REPORT-REC FROM SECTION-LEDGER-LINE
               AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM HEADING2
           PERFORM VARYING CO-IDX FROM 1 BY 1 UNTIL CO-IDX > CO-COUNT
               PERFORM 380-SEND-COMPANY-DEPOSITS
           END-PERFORM
           PERFORM 390-REPORT-UNKNOWN-COMPANIES
           CLOSE PAYMENT-FILE
           MOVE NEW-DATE-COUNT TO SUM-NEW-OUT
           MOVE ADJUST-SKIP-COUNT TO SUM-ADJ-OUT
           MOVE CONFIRM-COUNT TO SUM-CONFIRM-OUT
           MOVE CONFIRM-REJECT-COUNT TO SUM-CONFIRM-REJ-OUT
           MOVE PAYMENT-COUNT TO SUM-PAYMENT-OUT
           MOVE PAYMENT-TOTAL TO SUM-PAYMENT-TOT-OUT
           MOVE DUE-COUNT TO SUM-DUE-OUT
           MOVE OVERDUE-COUNT TO SUM-OVERDUE-OUT
           MOVE SETTLED-SKIP-COUNT TO SUM-SETTLED-SKIP-OUT
           WRITE REPORT-REC FROM SUMMARY-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM SUMMARY-LINE-2
           WRITE REPORT-REC FROM SUMMARY-LINE-3
           WRITE REPORT-REC FROM SUMMARY-LINE-4
           WRITE REPORT-REC FROM SUMMARY-LINE-5
           CLOSE DEPOSIT-REPORT
           PERFORM 600-REWRITE-LEDGER
           IF CONFIRM-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF UNKNOWN-CO-COUNT > 0
               DISPLAY 'LEDGER ROWS UNDER A COMPANY NOT ON THE COMPANY '
                   'MASTER - NOT SENT: ' UNKNOWN-CO-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       010-GET-FILE-NAMES.
           ACCEPT YTD-POSTING-DD FROM ENVIRONMENT "PAYYTDPOST"
           ACCEPT DEPOSIT-LEDGER-DD FROM ENVIRONMENT "DEPLEDGER"
           ACCEPT DEPOSIT-CONFIRM-DD FROM ENVIRONMENT "DEPCONFIRM"
           ACCEPT DEPOSIT-PARM-DD FROM ENVIRONMENT "DEPPARM"
           ACCEPT BIZ-CALENDAR-DD FROM ENVIRONMENT "RUNBIZCAL"
           ACCEPT PAYMENT-FILE-DD FROM ENVIRONMENT "DEPPAYMENT"
           ACCEPT DEPOSIT-REPORT-DD FROM ENVIRONMENT "DEPRPT"
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
       020-READ-PARM.
           OPEN INPUT DEPOSIT-PARM
           IF PARM-STATUS NOT = '00'
               DISPLAY 'DEPOSIT PARAMETER FILE MISSING - RUN '
                   'STOPPED (IT NAMES THE DEPOSIT SCHEDULE)'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ DEPOSIT-PARM
           CLOSE DEPOSIT-PARM
           IF PARM-SCHEDULE NOT = 'M' AND PARM-SCHEDULE NOT = 'S'
               DISPLAY 'DEPOSIT SCHEDULE ON PARAMETER FILE NOT M OR '
                   'S - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PARM-SCHEDULE TO DEPOSIT-SCHEDULE
           MOVE PARM-EIN TO EMPLOYER-EIN.
       025-READ-COMPANIES.
      *>      NO COMPANY MASTER MEANS THE ONE ORIGINAL EMPLOYER -
      *>      COMPANY 01 IS ALWAYS IN THE TABLE, UNDER THE PARAMETER
      *>      FILE'S EIN WHEN THE MASTER DOES NOT CARRY IT
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
                               MOVE CO-FEIN TO COT-FEIN(CO-COUNT)
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
           PERFORM 260-FIND-COMPANY
           IF ROW-CO-FOUND = 'NO'
               IF CO-COUNT < 10
                   ADD 1 TO CO-COUNT
                   MOVE 1 TO COT-CODE(CO-COUNT)
                   MOVE EMPLOYER-EIN TO COT-FEIN(CO-COUNT)
               ELSE
                   MOVE 'YES' TO CO-TABLE-FULL
               END-IF
           END-IF
           PERFORM VARYING CO-IDX FROM 1 BY 1 UNTIL CO-IDX > CO-COUNT
               IF COT-CODE(CO-IDX) = 1
                   AND (COT-FEIN(CO-IDX) = SPACES
                   OR COT-FEIN(CO-IDX) = ZEROS)
                   MOVE EMPLOYER-EIN TO COT-FEIN(CO-IDX)
               END-IF
           END-PERFORM
           IF CO-TABLE-FULL = 'YES'
               DISPLAY 'COMPANY MASTER HOLDS MORE THAN 10 COMPANIES '
                   '- NO DEPOSITS SENT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       030-LOAD-BIZ-CALENDAR.
           OPEN INPUT BIZ-CALENDAR
           IF BIZ-CAL-STATUS NOT = '00'
               MOVE 'YES' TO BIZ-CAL-EOF
               DISPLAY 'BUSINESS-DAY CALENDAR NOT AVAILABLE - DUE '
                   'DATES SKIP WEEKENDS ONLY'
           END-IF
           PERFORM UNTIL BIZ-CAL-EOF = 'YES'
               READ BIZ-CALENDAR
                   AT END
                       MOVE 'YES' TO BIZ-CAL-EOF
                   NOT AT END
                       IF BCAL-REC-TYPE = 'R'
                           MOVE BCAL-SKIP-SAT TO SKIP-SATURDAY
                           MOVE BCAL-SKIP-SUN TO SKIP-SUNDAY
                       ELSE
                           IF BCAL-REC-TYPE = 'H'
                               AND HOLIDAY-COUNT < 50
                               ADD 1 TO HOLIDAY-COUNT
                               MOVE BCAL-HOLIDAY-DATE
                                   TO HOLIDAY-ENTRY(HOLIDAY-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF BIZ-CAL-STATUS = '00' OR BIZ-CAL-STATUS = '10'
               CLOSE BIZ-CALENDAR
           END-IF.
       040-LOAD-LEDGER.
           OPEN INPUT DEPOSIT-LEDGER
           IF LEDGER-STATUS NOT = '00'
               DISPLAY 'NO DEPOSIT LEDGER YET - STARTING A NEW ONE'
               MOVE 'NO' TO MORE-LEDGER
           END-IF
           PERFORM UNTIL MORE-LEDGER = 'NO'
               READ DEPOSIT-LEDGER
                   AT END
                       MOVE 'NO' TO MORE-LEDGER
                   NOT AT END
                       IF DLG-SCHEDULE = 'C'
                           PERFORM 047-LOAD-SETTLED-MARK
                       ELSE
                           IF LEDGER-COUNT < 500
                               ADD 1 TO LEDGER-COUNT
                               PERFORM 045-LOAD-ONE-LEDGER-ROW
                           ELSE
      *>      THE LEDGER IS REWRITTEN FROM THIS TABLE AT THE END -
      *>      STOPPING HERE KEEPS ROWS PAST IT FROM BEING LOST
                               DISPLAY 'DEPOSIT LEDGER PAST 500 ROWS - '
                                   'RUN STOPPED BEFORE ROWS COULD BE '
                                   'LOST ON THE REWRITE'
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF LEDGER-STATUS = '00' OR LEDGER-STATUS = '10'
               CLOSE DEPOSIT-LEDGER
           END-IF.
       045-LOAD-ONE-LEDGER-ROW.
           MOVE DLG-PAY-DATE TO LDG-PAY-DATE(LEDGER-COUNT)
           MOVE DLG-SCHEDULE TO LDG-SCHEDULE(LEDGER-COUNT)
           MOVE DLG-DUE-DATE TO LDG-DUE-DATE(LEDGER-COUNT)
           MOVE DLG-EMP-FICA TO LDG-EMP-FICA(LEDGER-COUNT)
           MOVE DLG-FED TO LDG-FED(LEDGER-COUNT)
           MOVE DLG-ER-FICA TO LDG-ER-FICA(LEDGER-COUNT)
           MOVE DLG-OWED TO LDG-OWED(LEDGER-COUNT)
           MOVE DLG-SENT TO LDG-SENT(LEDGER-COUNT)
           MOVE DLG-DEPOSITED TO LDG-DEPOSITED(LEDGER-COUNT)
           MOVE DLG-LAST-DEP-DATE TO LDG-LAST-DEP-DATE(LEDGER-COUNT)
           MOVE 'N' TO LDG-SWEPT(LEDGER-COUNT)
           IF DLG-COMPANY IS NUMERIC AND DLG-COMPANY > 0
               MOVE DLG-COMPANY TO LDG-COMPANY(LEDGER-COUNT)
           ELSE
               MOVE 1 TO LDG-COMPANY(LEDGER-COUNT)
           END-IF.
      *>      ONE SETTLED-THROUGH ROW PER COMPANY - SEE 610
       047-LOAD-SETTLED-MARK.
           IF SETTLED-COUNT < 20
               ADD 1 TO SETTLED-COUNT
               MOVE DLG-COMPANY TO STL-COMPANY(SETTLED-COUNT)
               MOVE DLG-PAY-DATE TO STL-THRU-DATE(SETTLED-COUNT)
           END-IF.
      *>      THE POSTING FILE HOLDS THE WHOLE YEAR, SO EACH PAY DATE'S
      *>      LIABILITY IS RE-TOTALED FROM SCRATCH EVERY RUN - A RERUN
      *>      OR AN OFF-CYCLE ON AN EXISTING PAY DATE NEVER DOUBLES IT
       200-SWEEP-POSTINGS.
           OPEN INPUT YTD-POSTING
           IF POSTING-STATUS NOT = '00'
               DISPLAY 'NO YTD POSTING FILE - NO NEW LIABILITIES '
                   'THIS RUN'
               MOVE 'NO' TO MORE-POSTINGS
           END-IF
           PERFORM UNTIL MORE-POSTINGS = 'NO'
               READ YTD-POSTING
                   AT END
                       MOVE 'NO' TO MORE-POSTINGS
                   NOT AT END
                       IF YP-POST-TYPE = 'A'
                           ADD 1 TO ADJUST-SKIP-COUNT
                       ELSE
                           PERFORM 210-ACCUMULATE-POSTING
                       END-IF
               END-READ
           END-PERFORM
           IF POSTING-STATUS = '00' OR POSTING-STATUS = '10'
               CLOSE YTD-POSTING
           END-IF
           PERFORM VARYING LEDGER-IDX FROM 1 BY 1
               UNTIL LEDGER-IDX > LEDGER-COUNT
               IF LDG-SWEPT(LEDGER-IDX) = 'Y'
                   COMPUTE LDG-OWED(LEDGER-IDX) =
                       LDG-EMP-FICA(LEDGER-IDX) + LDG-FED(LEDGER-IDX)
                       + LDG-ER-FICA(LEDGER-IDX)
               END-IF
           END-PERFORM.
       210-ACCUMULATE-POSTING.
           IF YP-COMPANY IS NUMERIC AND YP-COMPANY NOT = '00'
               MOVE YP-COMPANY TO POST-CO-CODE
           ELSE
               MOVE 1 TO POST-CO-CODE
           END-IF
           MOVE 0 TO FOUND-IDX
           PERFORM VARYING LEDGER-IDX FROM 1 BY 1
               UNTIL LEDGER-IDX > LEDGER-COUNT
               IF LDG-PAY-DATE(LEDGER-IDX) = YP-DATE
                   AND LDG-COMPANY(LEDGER-IDX) = POST-CO-CODE
                   MOVE LEDGER-IDX TO FOUND-IDX
                   MOVE LEDGER-COUNT TO LEDGER-IDX
               END-IF
           END-PERFORM
           IF FOUND-IDX = 0
      *>      A PAY DATE ALREADY SETTLED AND DROPPED IS NOT RAISED AGAIN
               MOVE POST-CO-CODE TO FIND-CO-CODE
               PERFORM 215-FIND-SETTLED-MARK
               IF YP-DATE NOT > SETTLED-THRU-DATE
                   ADD 1 TO SETTLED-SKIP-COUNT
               ELSE
                   IF LEDGER-COUNT < 500
                       ADD 1 TO LEDGER-COUNT
                       MOVE LEDGER-COUNT TO FOUND-IDX
                       PERFORM 220-ADD-PAY-DATE
                   ELSE
                       DISPLAY 'DEPOSIT LEDGER PAST 500 ROWS - RUN '
                           'STOPPED BEFORE A LIABILITY WAS DROPPED'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF
           IF FOUND-IDX > 0
               IF LDG-SWEPT(FOUND-IDX) = 'N'
                   MOVE 'Y' TO LDG-SWEPT(FOUND-IDX)
                   MOVE 0 TO LDG-EMP-FICA(FOUND-IDX)
                   MOVE 0 TO LDG-FED(FOUND-IDX)
                   MOVE 0 TO LDG-ER-FICA(FOUND-IDX)
               END-IF
               ADD YP-FICA TO LDG-EMP-FICA(FOUND-IDX)
               ADD YP-FED TO LDG-FED(FOUND-IDX)
               ADD YP-ER-FICA TO LDG-ER-FICA(FOUND-IDX)
           END-IF.
       215-FIND-SETTLED-MARK.
      *>      SETS FIND-STL-IDX AND SETTLED-THRU-DATE FOR FIND-CO-CODE -
      *>      BOTH ZERO WHEN THE COMPANY HAS NO SETTLED-THROUGH ROW
           MOVE 0 TO FIND-STL-IDX
           MOVE 0 TO SETTLED-THRU-DATE
           PERFORM VARYING SETTLED-IDX FROM 1 BY 1
               UNTIL SETTLED-IDX > SETTLED-COUNT
               IF STL-COMPANY(SETTLED-IDX) = FIND-CO-CODE
                   MOVE SETTLED-IDX TO FIND-STL-IDX
                   MOVE STL-THRU-DATE(SETTLED-IDX) TO SETTLED-THRU-DATE
                   MOVE SETTLED-COUNT TO SETTLED-IDX
               END-IF
           END-PERFORM.
       220-ADD-PAY-DATE.
           ADD 1 TO NEW-DATE-COUNT
           MOVE YP-DATE TO LDG-PAY-DATE(FOUND-IDX)
           MOVE POST-CO-CODE TO LDG-COMPANY(FOUND-IDX)
           MOVE DEPOSIT-SCHEDULE TO LDG-SCHEDULE(FOUND-IDX)
           MOVE 0 TO LDG-OWED(FOUND-IDX)
           MOVE 0 TO LDG-SENT(FOUND-IDX)
           MOVE 0 TO LDG-DEPOSITED(FOUND-IDX)
           MOVE 0 TO LDG-LAST-DEP-DATE(FOUND-IDX)
           MOVE 'N' TO LDG-SWEPT(FOUND-IDX)
           IF DEPOSIT-SCHEDULE = 'S'
               PERFORM 230-SEMI-WEEKLY-DUE-DATE
           ELSE
               PERFORM 240-MONTHLY-DUE-DATE
           END-IF
           MOVE CANDIDATE-DATE TO LDG-DUE-DATE(FOUND-IDX).
       230-SEMI-WEEKLY-DUE-DATE.
      *>      DAY 1 OF INTEGER-OF-DATE (1601-01-01) WAS A MONDAY, SO
      *>      MOD 7 GIVES 1 MONDAY THROUGH 6 SATURDAY AND 0 SUNDAY.
      *>      A WEDNESDAY-FRIDAY PAY DATE'S PERIOD ENDS FRIDAY, A
      *>      SATURDAY-TUESDAY ONE'S ENDS TUESDAY
           COMPUTE DATE-DAYS = FUNCTION INTEGER-OF-DATE(YP-DATE)
           COMPUTE DAY-OF-WEEK-NUM = FUNCTION MOD(DATE-DAYS, 7)
           EVALUATE DAY-OF-WEEK-NUM
               WHEN 3
               WHEN 4
               WHEN 5
                   COMPUTE DATE-DAYS = DATE-DAYS + 5 - DAY-OF-WEEK-NUM
               WHEN 6
                   COMPUTE DATE-DAYS = DATE-DAYS + 3
               WHEN OTHER
                   COMPUTE DATE-DAYS = DATE-DAYS + 2 - DAY-OF-WEEK-NUM
           END-EVALUATE
           MOVE 0 TO BUS-DAYS-COUNTED
           PERFORM UNTIL BUS-DAYS-COUNTED = 3
               ADD 1 TO DATE-DAYS
               COMPUTE CANDIDATE-DATE =
                   FUNCTION DATE-OF-INTEGER(DATE-DAYS)
               PERFORM 350-CHECK-BUSINESS-DAY
               IF DATE-IS-BUSINESS = 'YES'
                   ADD 1 TO BUS-DAYS-COUNTED
               END-IF
           END-PERFORM.
       240-MONTHLY-DUE-DATE.
           MOVE YP-DATE TO DUE-DATE-NUM
           IF DUE-MONTH < 12
               ADD 1 TO DUE-MONTH
           ELSE
               MOVE 1 TO DUE-MONTH
               ADD 1 TO DUE-YEAR
           END-IF
           MOVE 15 TO DUE-DAY
           MOVE DUE-DATE-NUM TO CANDIDATE-DATE
           COMPUTE DATE-DAYS = FUNCTION INTEGER-OF-DATE(CANDIDATE-DATE)
           PERFORM 350-CHECK-BUSINESS-DAY
           PERFORM UNTIL DATE-IS-BUSINESS = 'YES'
               ADD 1 TO DATE-DAYS
               COMPUTE CANDIDATE-DATE =
                   FUNCTION DATE-OF-INTEGER(DATE-DAYS)
               PERFORM 350-CHECK-BUSINESS-DAY
           END-PERFORM.
       300-APPLY-CONFIRMATIONS.
           WRITE REPORT-REC FROM SECTION-CONFIRM-LINE
               AFTER ADVANCING 2 LINES
           OPEN INPUT DEPOSIT-CONFIRM
           IF CONFIRM-STATUS NOT = '00'
               MOVE 'NO' TO MORE-CONFIRMS
           END-IF
           PERFORM UNTIL MORE-CONFIRMS = 'NO'
               READ DEPOSIT-CONFIRM
                   AT END
                       MOVE 'NO' TO MORE-CONFIRMS
                   NOT AT END
                       PERFORM 310-APPLY-ONE-CONFIRMATION
               END-READ
           END-PERFORM
      *>      EMPTIED ONCE APPLIED SO A RERUN CANNOT COUNT A DEPOSIT
      *>      TWICE
           IF CONFIRM-STATUS = '00' OR CONFIRM-STATUS = '10'
               CLOSE DEPOSIT-CONFIRM
               OPEN OUTPUT DEPOSIT-CONFIRM
               CLOSE DEPOSIT-CONFIRM
           END-IF.
       310-APPLY-ONE-CONFIRMATION.
           MOVE DCF-PAY-DATE TO CFL-PAY-DATE-OUT
           MOVE DCF-DEPOSIT-DATE TO CFL-DEPOSIT-DATE-OUT
           MOVE DCF-AMOUNT TO CFL-AMOUNT-OUT
           MOVE DCF-TRACE-NO TO CFL-TRACE-OUT
           MOVE DCF-COMPANY TO CFL-COMPANY-OUT
           IF DCF-COMPANY IS NUMERIC AND DCF-COMPANY NOT = '00'
               MOVE DCF-COMPANY TO POST-CO-CODE
           ELSE
               MOVE 1 TO POST-CO-CODE
           END-IF
           MOVE 0 TO FOUND-IDX
           IF DCF-PAY-DATE IS NUMERIC AND DCF-AMOUNT IS NUMERIC
               PERFORM VARYING LEDGER-IDX FROM 1 BY 1
                   UNTIL LEDGER-IDX > LEDGER-COUNT
                   IF LDG-PAY-DATE(LEDGER-IDX) = DCF-PAY-DATE
                       AND LDG-COMPANY(LEDGER-IDX) = POST-CO-CODE
                       MOVE LEDGER-IDX TO FOUND-IDX
                       MOVE LEDGER-COUNT TO LEDGER-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF FOUND-IDX = 0
               ADD 1 TO CONFIRM-REJECT-COUNT
               MOVE 'REJECTED - NO SUCH PAY DATE' TO CFL-RESULT-OUT
           ELSE
               ADD 1 TO CONFIRM-COUNT
               ADD DCF-AMOUNT TO LDG-DEPOSITED(FOUND-IDX)
               MOVE DCF-DEPOSIT-DATE TO LDG-LAST-DEP-DATE(FOUND-IDX)
      *>      A DEPOSIT MADE OUTSIDE THE PAYMENT FILE STILL COUNTS AS
      *>      SENT, SO THE NEXT FILE DOES NOT PAY IT AGAIN
               IF LDG-SENT(FOUND-IDX) < LDG-DEPOSITED(FOUND-IDX)
                   MOVE LDG-DEPOSITED(FOUND-IDX)
                       TO LDG-SENT(FOUND-IDX)
               END-IF
               MOVE 'APPLIED' TO CFL-RESULT-OUT
           END-IF
           WRITE REPORT-REC FROM CONFIRM-LINE.
       350-CHECK-BUSINESS-DAY.
           MOVE 'YES' TO DATE-IS-BUSINESS
           COMPUTE DAY-OF-WEEK-NUM = FUNCTION MOD(DATE-DAYS, 7)
           IF DAY-OF-WEEK-NUM = 6 AND SKIP-SATURDAY = 'Y'
               MOVE 'NO' TO DATE-IS-BUSINESS
           END-IF
           IF DAY-OF-WEEK-NUM = 0 AND SKIP-SUNDAY = 'Y'
               MOVE 'NO' TO DATE-IS-BUSINESS
           END-IF
           PERFORM VARYING HOLIDAY-IDX FROM 1 BY 1
               UNTIL HOLIDAY-IDX > HOLIDAY-COUNT
               IF HOLIDAY-ENTRY(HOLIDAY-IDX) = CANDIDATE-DATE
                   MOVE 'NO' TO DATE-IS-BUSINESS
                   MOVE HOLIDAY-COUNT TO HOLIDAY-IDX
               END-IF
           END-PERFORM.
       260-FIND-COMPANY.
      *>      SETS ROW-CO-FOUND FOR FIND-CO-CODE
           MOVE 'NO' TO ROW-CO-FOUND
           PERFORM VARYING CO-IDX FROM 1 BY 1 UNTIL CO-IDX > CO-COUNT
               IF COT-CODE(CO-IDX) = FIND-CO-CODE
                   MOVE 'YES' TO ROW-CO-FOUND
                   MOVE CO-COUNT TO CO-IDX
               END-IF
           END-PERFORM.
      *>      EACH COMPANY DEPOSITS UNDER ITS OWN EMPLOYER ID - ONE
      *>      HEADER/TRAILER BATCH PER COMPANY ON THE PAYMENT FILE
       380-SEND-COMPANY-DEPOSITS.
           MOVE COT-FEIN(CO-IDX) TO PMH-EIN-OUT
           MOVE RUN-DATE TO PMH-DATE-OUT
           WRITE PAYMENT-REC FROM PAYMENT-HEADER-REC
           MOVE 0 TO CO-PAY-COUNT
           MOVE 0 TO CO-PAY-TOTAL
           MOVE 'YES' TO ROW-CO-FOUND
           PERFORM VARYING LEDGER-IDX FROM 1 BY 1
               UNTIL LEDGER-IDX > LEDGER-COUNT
               IF LDG-COMPANY(LEDGER-IDX) = COT-CODE(CO-IDX)
                   PERFORM 400-SEND-DEPOSIT
                   PERFORM 500-REPORT-LEDGER-ROW
               END-IF
           END-PERFORM
           MOVE CO-PAY-COUNT TO PMT-COUNT-OUT
           MOVE CO-PAY-TOTAL TO PMT-TOTAL-OUT
           WRITE PAYMENT-REC FROM PAYMENT-TRAILER-REC.
      *>      A ROW UNDER A COMPANY NOT ON THE MASTER HAS NO EMPLOYER ID
      *>      TO DEPOSIT UNDER - IT IS LISTED AND KEPT ON THE LEDGER
      *>      UNTIL THE COMPANY IS ADDED
       390-REPORT-UNKNOWN-COMPANIES.
           PERFORM VARYING LEDGER-IDX FROM 1 BY 1
               UNTIL LEDGER-IDX > LEDGER-COUNT
               MOVE LDG-COMPANY(LEDGER-IDX) TO FIND-CO-CODE
               PERFORM 260-FIND-COMPANY
               IF ROW-CO-FOUND = 'NO'
                   ADD 1 TO UNKNOWN-CO-COUNT
                   PERFORM 500-REPORT-LEDGER-ROW
               END-IF
           END-PERFORM.
       400-SEND-DEPOSIT.
           IF LDG-OWED(LEDGER-IDX) > LDG-SENT(LEDGER-IDX)
               COMPUTE PAYMENT-AMOUNT =
                   LDG-OWED(LEDGER-IDX) - LDG-SENT(LEDGER-IDX)
               MOVE LDG-PAY-DATE(LEDGER-IDX) TO DUE-DATE-NUM
               MOVE DUE-YEAR TO PMD-TAX-YEAR-OUT
               COMPUTE PMD-TAX-QTR-OUT = (DUE-MONTH + 2) / 3
               IF LDG-DUE-DATE(LEDGER-IDX) < RUN-DATE
                   MOVE RUN-DATE TO PMD-SETTLE-DATE-OUT
               ELSE
                   MOVE LDG-DUE-DATE(LEDGER-IDX)
                       TO PMD-SETTLE-DATE-OUT
               END-IF
               MOVE LDG-PAY-DATE(LEDGER-IDX) TO PMD-PAY-DATE-OUT
               MOVE PAYMENT-AMOUNT TO PMD-AMOUNT-OUT
               WRITE PAYMENT-REC FROM PAYMENT-DETAIL-REC
               ADD 1 TO PAYMENT-COUNT
               ADD PAYMENT-AMOUNT TO PAYMENT-TOTAL
               ADD 1 TO CO-PAY-COUNT
               ADD PAYMENT-AMOUNT TO CO-PAY-TOTAL
               ADD PAYMENT-AMOUNT TO LDG-SENT(LEDGER-IDX)
           END-IF.
       500-REPORT-LEDGER-ROW.
           COMPUTE BALANCE-OWED =
               LDG-OWED(LEDGER-IDX) - LDG-DEPOSITED(LEDGER-IDX)
           ADD LDG-OWED(LEDGER-IDX) TO TOTAL-OWED
           ADD LDG-DEPOSITED(LEDGER-IDX) TO TOTAL-DEPOSITED
           MOVE LDG-COMPANY(LEDGER-IDX) TO DTL-COMPANY-OUT
           MOVE LDG-PAY-DATE(LEDGER-IDX) TO DTL-PAY-DATE-OUT
           MOVE LDG-DUE-DATE(LEDGER-IDX) TO DTL-DUE-DATE-OUT
           MOVE LDG-OWED(LEDGER-IDX) TO DTL-OWED-OUT
           MOVE LDG-SENT(LEDGER-IDX) TO DTL-SENT-OUT
           MOVE LDG-DEPOSITED(LEDGER-IDX) TO DTL-DEPOSITED-OUT
           MOVE BALANCE-OWED TO DTL-BALANCE-OUT
           EVALUATE TRUE
               WHEN ROW-CO-FOUND = 'NO'
                   MOVE 'NO COMPANY' TO DTL-STATUS-OUT
               WHEN BALANCE-OWED < 0
                   MOVE 'OVERPAID' TO DTL-STATUS-OUT
               WHEN BALANCE-OWED = 0
                   MOVE 'DEPOSITED' TO DTL-STATUS-OUT
               WHEN LDG-DUE-DATE(LEDGER-IDX) < RUN-DATE
                   ADD 1 TO OVERDUE-COUNT
                   MOVE 'OVERDUE' TO DTL-STATUS-OUT
               WHEN LDG-DUE-DATE(LEDGER-IDX) = RUN-DATE
                   ADD 1 TO DUE-COUNT
                   MOVE 'DUE TODAY' TO DTL-STATUS-OUT
               WHEN OTHER
                   MOVE 'SENT' TO DTL-STATUS-OUT
           END-EVALUATE
           WRITE REPORT-REC FROM DETAIL-LINE.
       600-REWRITE-LEDGER.
           OPEN OUTPUT DEPOSIT-LEDGER
           MOVE RUN-DATE TO DUE-DATE-NUM
           COMPUTE RUN-QTR-KEY = DUE-YEAR * 10 + (DUE-MONTH + 2) / 3
           PERFORM VARYING LEDGER-IDX FROM 1 BY 1
               UNTIL LEDGER-IDX > LEDGER-COUNT
               PERFORM 610-CHECK-SETTLED-ROW
               IF DROP-ROW = 'NO'
                   PERFORM 620-WRITE-LEDGER-ROW
               END-IF
           END-PERFORM
           PERFORM VARYING SETTLED-IDX FROM 1 BY 1
               UNTIL SETTLED-IDX > SETTLED-COUNT
               PERFORM 630-WRITE-SETTLED-MARK
           END-PERFORM
           CLOSE DEPOSIT-LEDGER
           IF SETTLED-DROP-COUNT > 0
               DISPLAY 'SETTLED PAY DATES FROM CLOSED QUARTERS DROPPED '
                   'FROM THE DEPOSIT LEDGER: ' SETTLED-DROP-COUNT
           END-IF.
      *>      A PAY DATE FROM A QUARTER BEFORE THE RUN DATE'S, WITH ALL
      *>      IT OWED DEPOSITED, IS DROPPED AND ITS COMPANY'S SETTLED-
      *>      THROUGH DATE MOVED UP TO IT. WITH NO ROOM FOR A NEW
      *>      SETTLED-THROUGH ROW THE PAY DATE IS KEPT
       610-CHECK-SETTLED-ROW.
           MOVE 'NO' TO DROP-ROW
           MOVE LDG-PAY-DATE(LEDGER-IDX) TO DUE-DATE-NUM
           COMPUTE ROW-QTR-KEY = DUE-YEAR * 10 + (DUE-MONTH + 2) / 3
           IF ROW-QTR-KEY < RUN-QTR-KEY
               AND LDG-DEPOSITED(LEDGER-IDX) NOT < LDG-OWED(LEDGER-IDX)
               MOVE LDG-COMPANY(LEDGER-IDX) TO FIND-CO-CODE
               PERFORM 215-FIND-SETTLED-MARK
               IF FIND-STL-IDX = 0 AND SETTLED-COUNT < 20
                   ADD 1 TO SETTLED-COUNT
                   MOVE SETTLED-COUNT TO FIND-STL-IDX
                   MOVE FIND-CO-CODE TO STL-COMPANY(FIND-STL-IDX)
                   MOVE 0 TO STL-THRU-DATE(FIND-STL-IDX)
               END-IF
               IF FIND-STL-IDX > 0
                   MOVE 'YES' TO DROP-ROW
                   ADD 1 TO SETTLED-DROP-COUNT
                   IF LDG-PAY-DATE(LEDGER-IDX) >
                       STL-THRU-DATE(FIND-STL-IDX)
                       MOVE LDG-PAY-DATE(LEDGER-IDX)
                           TO STL-THRU-DATE(FIND-STL-IDX)
                   END-IF
               END-IF
           END-IF.
       620-WRITE-LEDGER-ROW.
           MOVE LDG-PAY-DATE(LEDGER-IDX) TO DLG-PAY-DATE
           MOVE LDG-SCHEDULE(LEDGER-IDX) TO DLG-SCHEDULE
           MOVE LDG-DUE-DATE(LEDGER-IDX) TO DLG-DUE-DATE
           MOVE LDG-EMP-FICA(LEDGER-IDX) TO DLG-EMP-FICA
           MOVE LDG-FED(LEDGER-IDX) TO DLG-FED
           MOVE LDG-ER-FICA(LEDGER-IDX) TO DLG-ER-FICA
           MOVE LDG-OWED(LEDGER-IDX) TO DLG-OWED
           MOVE LDG-SENT(LEDGER-IDX) TO DLG-SENT
           MOVE LDG-DEPOSITED(LEDGER-IDX) TO DLG-DEPOSITED
           MOVE LDG-LAST-DEP-DATE(LEDGER-IDX)
               TO DLG-LAST-DEP-DATE
           MOVE LDG-COMPANY(LEDGER-IDX) TO DLG-COMPANY
           WRITE DEPOSIT-LEDGER-REC.
      *>      NO AMOUNTS AND NO DUE DATE - RUN-STATUS SEES NOTHING OWED
       630-WRITE-SETTLED-MARK.
           MOVE STL-THRU-DATE(SETTLED-IDX) TO DLG-PAY-DATE
           MOVE 'C' TO DLG-SCHEDULE
           MOVE 0 TO DLG-DUE-DATE
           MOVE 0 TO DLG-EMP-FICA
           MOVE 0 TO DLG-FED
           MOVE 0 TO DLG-ER-FICA
           MOVE 0 TO DLG-OWED
           MOVE 0 TO DLG-SENT
           MOVE 0 TO DLG-DEPOSITED
           MOVE 0 TO DLG-LAST-DEP-DATE
           MOVE STL-COMPANY(SETTLED-IDX) TO DLG-COMPANY
           WRITE DEPOSIT-LEDGER-REC.
