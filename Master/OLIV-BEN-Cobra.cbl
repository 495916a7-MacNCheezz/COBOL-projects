      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: COBRA continuation run, so the federally required
      *          continuation notice no longer depends on HR
      *          remembering to send it. Each run:
      *          - reads the employee change history for terminations
      *            (T rows, and C rows that flip the status to T) of
      *            people still terminated on the master, and opens a
      *            COBRA row for every plan they were covered under -
      *            the in-force benefit elections, or an INS row on
      *            the deduction master for anyone enrolled before
      *            elections were kept;
      *          - writes the election notice for each new row to the
      *            home address on the master in MAIL's name/address
      *            input layout (point MAIL's MAILIN at the notice
      *            file) and starts the election deadline; a row with
      *            no address stays notice-due and is reported until
      *            the master is fixed;
      *          - applies the election, waiver and premium payment
      *            transactions the benefits office keys from what
      *            comes back in the mail;
      *          - lapses elections not made by the deadline, ends
      *            coverage at the end of the continuation period, and
      *            cancels coverage whose premium is past due beyond
      *            the grace period.
      *          The report lists notices due, elections outstanding
      *          and coverage cancelled for non-payment. The monthly
      *          premium is the plan tier's full monthly cost plus the
      *          administrative percentage on the parameter file.
      *          Elected continuees go on the carrier census through
      *          BENEFITS-CENSUS.
      * Modification History:
      *   10/15/26 - initial version
      *   10/15/26 - an INS row TERMINATION-CASCADE found and stopped
      *             (OFB-HAD-INS on the offboarding log) still counts
      *             as coverage, since the stop can reach the
      *             deduction master before this run sees the row
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRA-CONTINUATION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-HIST
           ASSIGN TO CHANGE-HIST-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-STATUS.
           SELECT EMP-MASTER
           ASSIGN TO EMP-MASTER-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-NUMBER
               FILE STATUS IS EMP-MASTER-STATUS.
           SELECT PLAN-MASTER
           ASSIGN TO PLAN-MASTER-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-STATUS.
           SELECT ELECTION-FILE
           ASSIGN TO ELECTION-FILE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELECT-STATUS.
           SELECT DED-MASTER
           ASSIGN TO DED-MASTER-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DED-STATUS.
           SELECT OFFBOARD-LOG
           ASSIGN TO OFFBOARD-LOG-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.
           SELECT COBRA-PARM
           ASSIGN TO COBRA-PARM-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT COBRA-FILE
           ASSIGN TO COBRA-FILE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COBRA-STATUS.
           SELECT COBRA-TRANS-IN
           ASSIGN TO COBRA-TRANS-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-STATUS.
           SELECT NOTICE-FILE
           ASSIGN TO NOTICE-FILE-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COBRA-REPORT
           ASSIGN TO COBRA-REPORT-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL
           ASSIGN TO RUN-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-HIST.
       01  CHANGE-HIST-REC.
           COPY OLIV-EMP-Hist.
       FD  EMP-MASTER.
       01  EMP-MASTER-REC.
           COPY OLIV-EMP-Master.
       FD  PLAN-MASTER.
       01  PLAN-MASTER-REC.
           COPY OLIV-BEN-Plan.
       FD  ELECTION-FILE.
       01  ELECTION-REC.
           COPY OLIV-BEN-Elect.
       FD  DED-MASTER.
       01  DED-MASTER-IN.
           05 DED-EMP-NO-IN                PIC X(5).
           05 DED-CODE-IN                  PIC X(3).
           05 DED-FLAT-IN                  PIC 9(5)V99.
           05 DED-PCT-IN                   PIC V9999.
           05 DED-PRIORITY-IN              PIC 9(1).
           05 DED-GOAL-IN                  PIC 9(7)V99.
       FD  OFFBOARD-LOG.
       01  OFFBOARD-LOG-REC.
           COPY OLIV-EMP-Offboard.
       FD  COBRA-PARM.
       01  COBRA-PARM-REC.
           05 PRM-NOTICE-DAYS-IN           PIC 9(3).
           05 PRM-ELECTION-DAYS-IN         PIC 9(3).
           05 PRM-FIRST-PAY-DAYS-IN        PIC 9(3).
           05 PRM-GRACE-DAYS-IN            PIC 9(3).
           05 PRM-COVERAGE-MONTHS-IN       PIC 9(2).
           05 PRM-ADMIN-PCT-IN             PIC 9(2)V99.
       FD  COBRA-FILE.
       01  COBRA-REC.
           COPY OLIV-BEN-Cobra.
       FD  COBRA-TRANS-IN.
       01  COBRA-TRANS-REC.
           05 CTR-ACTION                   PIC X(1).
           05 CTR-EMP-NO                   PIC X(5).
           05 CTR-EMP-NO-NUM REDEFINES CTR-EMP-NO
                                           PIC 9(5).
           05 CTR-PLAN-CODE                PIC X(3).
           05 CTR-DATE                     PIC X(8).
           05 CTR-DATE-NUM REDEFINES CTR-DATE
                                           PIC 9(8).
           05 CTR-AMOUNT                   PIC X(7).
           05 CTR-AMOUNT-NUM REDEFINES CTR-AMOUNT
                                           PIC 9(5)V99.
      *>      SAME RECORD LAYOUT MAIL'S MASTER-LIST READS
       FD  NOTICE-FILE.
       01  NOTICE-REC.
           05 NTC-NAME                     PIC X(20).
           05 NTC-ADDRESS                  PIC X(20).
           05 NTC-LOCATION                 PIC X(15).
           05 NTC-ZIP                      PIC X(5).
       FD  COBRA-REPORT.
       01  REPORT-REC                      PIC X(100).
       FD  RUN-CONTROL.
       01  RUN-CONTROL-REC.
           COPY OLIV-RUN-Ctl.
       WORKING-STORAGE SECTION.
       01  MORE-HIST                       PIC XXX VALUE 'YES'.
       01  MORE-PLANS                      PIC XXX VALUE 'YES'.
       01  MORE-ELECTIONS                  PIC XXX VALUE 'YES'.
       01  MORE-DED                        PIC XXX VALUE 'YES'.
       01  MORE-LOG                        PIC XXX VALUE 'YES'.
       01  MORE-COBRA                      PIC XXX VALUE 'YES'.
       01  MORE-TRANS                      PIC XXX VALUE 'YES'.
       01  HIST-STATUS                     PIC XX.
       01  EMP-MASTER-STATUS               PIC XX.
       01  PLAN-STATUS                     PIC XX.
       01  ELECT-STATUS                    PIC XX.
       01  DED-STATUS                      PIC XX.
       01  LOG-STATUS                      PIC XX.
       01  PARM-STATUS                     PIC XX.
       01  COBRA-STATUS                    PIC XX.
       01  TRANS-STATUS                    PIC XX.
       01  RUN-CTL-STATUS                  PIC XX.
       01  RUN-DATE                        PIC 9(8).
       01  RUN-DATE-DAYS                   PIC 9(7).
       01  NOTICE-DAYS                     PIC 9(3) VALUE 44.
       01  ELECTION-DAYS                   PIC 9(3) VALUE 60.
       01  FIRST-PAY-DAYS                  PIC 9(3) VALUE 45.
       01  GRACE-DAYS                      PIC 9(3) VALUE 30.
       01  COVERAGE-MONTHS                 PIC 9(2) VALUE 18.
       01  ADMIN-PCT                       PIC 9(2)V99 VALUE 2.00.
      *>  EMP-STATUS SITS AT BYTE 77 OF THE MASTER IMAGE THE HISTORY
      *>  RECORD CARRIES AND EMP-DATE-TERM (MMDDYYYY) AT BYTE 78
       01  BEFORE-STATUS-BYTE              PIC X(1).
       01  AFTER-STATUS-BYTE               PIC X(1).
       01  IMAGE-TERM-DATE.
           05 IMG-TERM-MONTH               PIC 9(2).
           05 IMG-TERM-DAY                 PIC 9(2).
           05 IMG-TERM-YEAR                PIC 9(4).
       01  QUAL-DATE                       PIC 9(8).
       01  EMP-FOUND                       PIC XXX.
       01  PLANS-COVERED                   PIC 9(2).
       01  NEW-PLAN-CODE                   PIC X(3).
       01  NEW-TIER                        PIC X(2).
       01  NEW-PREMIUM                     PIC 9(5)V99.
       01  ROW-EXISTS                      PIC XXX.
       01  LETTER-WRITTEN                  PIC XXX.
       01  PLAN-COUNT                      PIC 9(2) VALUE 0.
       01  PLAN-IDX                        PIC 9(2).
       01  TIER-IDX                        PIC 9(1).
       01  PLAN-TABLE.
           05 PLAN-ENTRY OCCURS 50 TIMES.
               10 PT-PLAN-CODE             PIC X(3).
               10 PT-CARRIER               PIC X(20).
               10 PT-DED-CODE              PIC X(3).
               10 PT-DED-PRIORITY          PIC 9(1).
               10 PT-TIER-ENTRY OCCURS 4 TIMES.
                   15 PT-TIER-CODE         PIC X(2).
                   15 PT-TIER-PREMIUM      PIC 9(5)V99.
                   15 PT-TIER-COBRA-COST   PIC 9(5)V99.
       01  ELECT-COUNT                     PIC 9(4) VALUE 0.
       01  ELECT-IDX                       PIC 9(4).
       01  ELECTION-TABLE.
           05 ELECT-ENTRY OCCURS 2000 TIMES.
               10 ET-EMP-NO                PIC 9(5).
               10 ET-PLAN-CODE             PIC X(3).
               10 ET-TIER                  PIC X(2).
       01  INS-COUNT                       PIC 9(3) VALUE 0.
       01  INS-IDX                         PIC 9(3).
       01  INS-TABLE.
           05 INS-ENTRY OCCURS 500 TIMES.
               10 INS-EMP-NO               PIC X(5).
       01  COBRA-COUNT                     PIC 9(4) VALUE 0.
       01  COBRA-IDX                       PIC 9(4).
       01  COBRA-SCAN-IDX                  PIC 9(4).
       01  COBRA-TABLE.
           05 COBRA-ENTRY OCCURS 2000 TIMES.
               10 CT-EMP-NO                PIC 9(5).
               10 CT-NAME                  PIC X(20).
               10 CT-PLAN-CODE             PIC X(3).
               10 CT-TIER                  PIC X(2).
               10 CT-QUAL-DATE             PIC 9(8).
               10 CT-STATUS                PIC X(1).
               10 CT-NOTICE-DATE           PIC 9(8).
               10 CT-ELECT-DEADLINE        PIC 9(8).
               10 CT-ELECT-DATE            PIC 9(8).
               10 CT-MONTHLY-PREMIUM       PIC 9(5)V99.
               10 CT-COV-START             PIC 9(6).
               10 CT-COV-END               PIC 9(6).
               10 CT-PAID-THRU             PIC 9(6).
               10 CT-CREDIT                PIC 9(5)V99.
               10 CT-LAST-PAY-DATE         PIC 9(8).
               10 CT-TOTAL-PAID            PIC 9(7)V99.
               10 CT-CLOSE-DATE            PIC 9(8).
      *>      YYYYMM MONTH ARITHMETIC
       01  MONTH-WORK.
           05 MW-YEAR                      PIC 9(4).
           05 MW-MONTH                     PIC 9(2).
       01  MONTH-WORK-NUM REDEFINES MONTH-WORK
                                           PIC 9(6).
       01  MONTHS-TO-ADD                   PIC 9(3).
       01  MONTH-SERIAL                    PIC 9(6).
       01  MONTH-REMAINDER                 PIC 9(2).
       01  NEXT-DUE-MONTH                  PIC 9(6).
       01  DUE-DATE                        PIC 9(8).
       01  DUE-DATE-DAYS                   PIC 9(7).
       01  DATE-DAYS                       PIC 9(7).
       01  TRANS-DATE-OK                   PIC XXX.
       01  TRANS-DATE-DAYS                 PIC 9(7).
       01  TRANS-RESULT                    PIC X(8).
       01  TRANS-REASON                    PIC X(40).
       01  MATCH-COUNT                     PIC 9(2).
       01  MATCH-IDX                       PIC 9(4).
       01  LATE-COUNT                      PIC 9(2).
       01  PAYMENT-DONE                    PIC XXX.
       01  PAID-THRU-TEXT.
           05                              PIC X(13) VALUE
               'PAID THROUGH '.
           05 PTT-MONTH-OUT                PIC 9(6).
           05 PTT-CREDIT-NOTE              PIC X(21).
       01  LOCATION-BUILD.
           05 LOC-CITY                     PIC X(12).
           05                              PIC X(1) VALUE SPACES.
           05 LOC-STATE                    PIC X(2).
       01  ACTIVITY-TEXT                   PIC X(10).
       01  ACTIVITY-DATE                   PIC 9(8).
       01  ACTIVITY-NOTE                   PIC X(34).
       01  NEW-ROW-COUNT                   PIC 9(5) VALUE 0.
       01  NOTICE-SENT-COUNT               PIC 9(5) VALUE 0.
       01  NOTICE-DUE-COUNT                PIC 9(5) VALUE 0.
       01  READ-COUNT                      PIC 9(5) VALUE 0.
       01  ACCEPTED-COUNT                  PIC 9(5) VALUE 0.
       01  REJECTED-COUNT                  PIC 9(5) VALUE 0.
       01  OUTSTANDING-COUNT               PIC 9(5) VALUE 0.
       01  LAPSED-COUNT                    PIC 9(5) VALUE 0.
       01  CANCELLED-COUNT                 PIC 9(5) VALUE 0.
       01  FINISHED-COUNT                  PIC 9(5) VALUE 0.
       01  CONTINUING-COUNT                PIC 9(5) VALUE 0.
       01  EXCEPTION-COUNT                 PIC 9(5) VALUE 0.
       01  PAYMENT-DOLLARS                 PIC 9(7)V99 VALUE 0.
       01  HEADING1.
           05                              PIC X(36) VALUE
               'COBRA CONTINUATION REPORT - DATE: '.
           05 HDG-DATE-OUT                 PIC 9(8).
       01  HEADING-PARMS.
           05                              PIC X(16) VALUE
               'ELECTION DAYS: '.
           05 HDG-ELECTION-DAYS-OUT        PIC ZZ9.
           05                              PIC X(17) VALUE
               '  GRACE DAYS: '.
           05 HDG-GRACE-DAYS-OUT           PIC ZZ9.
           05                              PIC X(12) VALUE
               '  MONTHS: '.
           05 HDG-MONTHS-OUT               PIC Z9.
           05                              PIC X(14) VALUE
               '  ADMIN PCT: '.
           05 HDG-ADMIN-PCT-OUT            PIC Z9.99.
       01  SECTION-NOTICE-LINE.
           05                              PIC X(40) VALUE
               'ELECTION NOTICES'.
       01  SECTION-TRANS-LINE.
           05                              PIC X(40) VALUE
               'ELECTIONS, WAIVERS AND PAYMENTS'.
       01  SECTION-OUTSTANDING-LINE.
           05                              PIC X(40) VALUE
               'ELECTIONS OUTSTANDING'.
       01  SECTION-COVERAGE-LINE.
           05                              PIC X(48) VALUE
               'CONTINUATION COVERAGE - CANCELLED AND ENDED'.
       01  ACTIVITY-HEADING.
           05                              PIC X(48) VALUE
               'ACTIVITY    EMP-NO  NAME                  PLAN  '.
           05                              PIC X(40) VALUE
               'TIER  DATE        PREMIUM  NOTE'.
       01  ACTIVITY-LINE.
           05 ACT-TEXT-OUT                 PIC X(10).
           05                              PIC X(2) VALUE SPACES.
           05 ACT-EMP-NO-OUT               PIC 9(5).
           05                              PIC X(3) VALUE SPACES.
           05 ACT-NAME-OUT                 PIC X(20).
           05                              PIC X(2) VALUE SPACES.
           05 ACT-PLAN-OUT                 PIC X(3).
           05                              PIC X(3) VALUE SPACES.
           05 ACT-TIER-OUT                 PIC X(2).
           05                              PIC X(2) VALUE SPACES.
           05 ACT-DATE-OUT                 PIC 9(8).
           05                              PIC X(2) VALUE SPACES.
           05 ACT-PREMIUM-OUT              PIC $$,$$9.99.
           05                              PIC X(2) VALUE SPACES.
           05 ACT-NOTE-OUT                 PIC X(34).
       01  TRANS-HEADING.
           05                              PIC X(48) VALUE
               'ACT  EMP-NO  PLAN  DATE          AMOUNT  RESULT '.
           05                              PIC X(8) VALUE
               '  REASON'.
       01  DETAIL-LINE.
           05                              PIC X(1) VALUE SPACES.
           05 DTL-ACTION-OUT               PIC X(1).
           05                              PIC X(3) VALUE SPACES.
           05 DTL-EMP-NO-OUT               PIC X(5).
           05                              PIC X(3) VALUE SPACES.
           05 DTL-PLAN-OUT                 PIC X(3).
           05                              PIC X(3) VALUE SPACES.
           05 DTL-DATE-OUT                 PIC X(8).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-AMOUNT-OUT               PIC $$,$$9.99.
           05                              PIC X(2) VALUE SPACES.
           05 DTL-RESULT-OUT               PIC X(8).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-REASON-OUT               PIC X(40).
       01  SUMMARY-LINE-1.
           05                              PIC X(24) VALUE
               'NEW QUALIFYING EVENTS: '.
           05 SUM-NEW-OUT                  PIC ZZ,ZZ9.
           05                              PIC X(24) VALUE
               '   NOTICES SENT:       '.
           05 SUM-NOTICE-SENT-OUT          PIC ZZ,ZZ9.
           05                              PIC X(24) VALUE
               '   NOTICES STILL DUE:  '.
           05 SUM-NOTICE-DUE-OUT           PIC ZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05                              PIC X(24) VALUE
               'TRANSACTIONS READ:     '.
           05 SUM-READ-OUT                 PIC ZZ,ZZ9.
           05                              PIC X(24) VALUE
               '   ACCEPTED:           '.
           05 SUM-ACCEPTED-OUT             PIC ZZ,ZZ9.
           05                              PIC X(24) VALUE
               '   REJECTED:           '.
           05 SUM-REJECTED-OUT             PIC ZZ,ZZ9.
       01  SUMMARY-LINE-3.
           05                              PIC X(24) VALUE
               'ELECTIONS OUTSTANDING: '.
           05 SUM-OUTSTANDING-OUT          PIC ZZ,ZZ9.
           05                              PIC X(24) VALUE
               '   ELECTIONS LAPSED:   '.
           05 SUM-LAPSED-OUT               PIC ZZ,ZZ9.
           05                              PIC X(24) VALUE
               '   PAYMENTS:          $'.
           05 SUM-PAYMENT-DOL-OUT          PIC Z,ZZZ,ZZ9.99.
       01  SUMMARY-LINE-4.
           05                              PIC X(24) VALUE
               'COVERAGE CONTINUING:   '.
           05 SUM-CONTINUING-OUT           PIC ZZ,ZZ9.
           05                              PIC X(24) VALUE
               '   CANCELLED NON-PAY:  '.
           05 SUM-CANCELLED-OUT            PIC ZZ,ZZ9.
           05                              PIC X(24) VALUE
               '   PERIOD ENDED:       '.
           05 SUM-FINISHED-OUT             PIC ZZ,ZZ9.
       01  SUMMARY-LINE-5.
           05                              PIC X(24) VALUE
               'EXCEPTIONS:            '.
           05 SUM-EXCEPTION-OUT            PIC ZZ,ZZ9.
       01  CHANGE-HIST-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-EMP-Hist.txt'.
       01  EMP-MASTER-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-EMP-Master.dat'.
       01  PLAN-MASTER-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-BEN-Plan.txt'.
       01  ELECTION-FILE-DD                PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-BEN-Elect.txt'.
       01  DED-MASTER-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-DedMaster.txt'.
       01  OFFBOARD-LOG-DD                 PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-EMP-Offboard.txt'.
       01  COBRA-PARM-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-BEN-CbParm.txt'.
       01  COBRA-FILE-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-BEN-Cobra.txt'.
       01  COBRA-TRANS-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-BEN-CbTrn.txt'.
       01  NOTICE-FILE-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-BEN-CbNote.txt'.
       01  COBRA-REPORT-DD                 PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-BEN-CbRpt.txt'.
       01  RUN-CONTROL-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-Ctl.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-GET-FILE-NAMES
           PERFORM 015-GET-BUSINESS-DATE
           PERFORM 020-READ-PARM
           PERFORM 030-LOAD-PLAN-MASTER
           PERFORM 040-LOAD-ELECTIONS
           PERFORM 045-LOAD-INS-DEDUCTIONS
           PERFORM 046-LOAD-INS-OFFBOARDED
           PERFORM 050-LOAD-COBRA-FILE
           OPEN INPUT EMP-MASTER
           IF EMP-MASTER-STATUS NOT = '00'
               DISPLAY 'EMPLOYEE MASTER NOT AVAILABLE - RUN '
                   'STOPPED (NOTICES NEED THE HOME ADDRESS)'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT NOTICE-FILE
                       COBRA-REPORT
           MOVE RUN-DATE TO HDG-DATE-OUT
           WRITE REPORT-REC FROM HEADING1
           MOVE ELECTION-DAYS TO HDG-ELECTION-DAYS-OUT
           MOVE GRACE-DAYS TO HDG-GRACE-DAYS-OUT
           MOVE COVERAGE-MONTHS TO HDG-MONTHS-OUT
           MOVE ADMIN-PCT TO HDG-ADMIN-PCT-OUT
           WRITE REPORT-REC FROM HEADING-PARMS
           PERFORM 200-FIND-TERMINATIONS
           WRITE REPORT-REC FROM SECTION-NOTICE-LINE
               AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM ACTIVITY-HEADING
           PERFORM VARYING COBRA-IDX FROM 1 BY 1
               UNTIL COBRA-IDX > COBRA-COUNT
               IF CT-STATUS(COBRA-IDX) = 'N'
                   PERFORM 300-SEND-NOTICE
               END-IF
           END-PERFORM
           WRITE REPORT-REC FROM SECTION-TRANS-LINE
               AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM TRANS-HEADING
           OPEN INPUT COBRA-TRANS-IN
           IF TRANS-STATUS NOT = '00'
               DISPLAY 'NO COBRA TRANSACTION FILE - DEADLINES AND '
                   'PAYMENTS STILL CHECKED'
               MOVE 'NO' TO MORE-TRANS
           END-IF
           PERFORM UNTIL MORE-TRANS = 'NO'
               READ COBRA-TRANS-IN
                   AT END
                       MOVE 'NO' TO MORE-TRANS
                   NOT AT END
                       PERFORM 400-APPLY-TRANS
               END-READ
           END-PERFORM
           IF TRANS-STATUS = '00' OR TRANS-STATUS = '10'
               CLOSE COBRA-TRANS-IN
           END-IF
           WRITE REPORT-REC FROM SECTION-OUTSTANDING-LINE
               AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM ACTIVITY-HEADING
           PERFORM VARYING COBRA-IDX FROM 1 BY 1
               UNTIL COBRA-IDX > COBRA-COUNT
               IF CT-STATUS(COBRA-IDX) = 'S'
                   PERFORM 500-CHECK-ELECTION-DEADLINE
               END-IF
           END-PERFORM
           WRITE REPORT-REC FROM SECTION-COVERAGE-LINE
               AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM ACTIVITY-HEADING
           PERFORM VARYING COBRA-IDX FROM 1 BY 1
               UNTIL COBRA-IDX > COBRA-COUNT
               IF CT-STATUS(COBRA-IDX) = 'E'
                   PERFORM 600-CHECK-COVERAGE
               END-IF
           END-PERFORM
           PERFORM 700-REWRITE-COBRA-FILE
           MOVE NEW-ROW-COUNT TO SUM-NEW-OUT
           MOVE NOTICE-SENT-COUNT TO SUM-NOTICE-SENT-OUT
           MOVE NOTICE-DUE-COUNT TO SUM-NOTICE-DUE-OUT
           MOVE READ-COUNT TO SUM-READ-OUT
           MOVE ACCEPTED-COUNT TO SUM-ACCEPTED-OUT
           MOVE REJECTED-COUNT TO SUM-REJECTED-OUT
           MOVE OUTSTANDING-COUNT TO SUM-OUTSTANDING-OUT
           MOVE LAPSED-COUNT TO SUM-LAPSED-OUT
           MOVE PAYMENT-DOLLARS TO SUM-PAYMENT-DOL-OUT
           MOVE CONTINUING-COUNT TO SUM-CONTINUING-OUT
           MOVE CANCELLED-COUNT TO SUM-CANCELLED-OUT
           MOVE FINISHED-COUNT TO SUM-FINISHED-OUT
           MOVE EXCEPTION-COUNT TO SUM-EXCEPTION-OUT
           WRITE REPORT-REC FROM SUMMARY-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM SUMMARY-LINE-2
           WRITE REPORT-REC FROM SUMMARY-LINE-3
           WRITE REPORT-REC FROM SUMMARY-LINE-4
           WRITE REPORT-REC FROM SUMMARY-LINE-5
           CLOSE EMP-MASTER
                 NOTICE-FILE
                 COBRA-REPORT
           DISPLAY 'COBRA CONTINUATION - NOTICES SENT: '
               NOTICE-SENT-COUNT ' STILL DUE: ' NOTICE-DUE-COUNT
               ' CANCELLED FOR NON-PAYMENT: ' CANCELLED-COUNT
           IF NOTICE-DUE-COUNT > 0 OR REJECTED-COUNT > 0
               OR EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       010-GET-FILE-NAMES.
           ACCEPT CHANGE-HIST-DD FROM ENVIRONMENT "EMPHIST"
           ACCEPT EMP-MASTER-DD FROM ENVIRONMENT "EMPMASTER"
           ACCEPT PLAN-MASTER-DD FROM ENVIRONMENT "BENPLAN"
           ACCEPT ELECTION-FILE-DD FROM ENVIRONMENT "BENELECT"
           ACCEPT DED-MASTER-DD FROM ENVIRONMENT "PAYDED"
           ACCEPT OFFBOARD-LOG-DD FROM ENVIRONMENT "OFFBOARDLOG"
           ACCEPT COBRA-PARM-DD FROM ENVIRONMENT "COBRAPARM"
           ACCEPT COBRA-FILE-DD FROM ENVIRONMENT "COBRAFILE"
           ACCEPT COBRA-TRANS-DD FROM ENVIRONMENT "COBRATRANS"
           ACCEPT NOTICE-FILE-DD FROM ENVIRONMENT "COBRANOTICE"
           ACCEPT COBRA-REPORT-DD FROM ENVIRONMENT "COBRARPT"
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
           COMPUTE RUN-DATE-DAYS =
               FUNCTION INTEGER-OF-DATE(RUN-DATE).
       020-READ-PARM.
      *>      THE DEFAULTS ARE THE FEDERAL ONES - 44 DAYS TO SEND THE
      *>      NOTICE, 60 TO ELECT, 45 FOR THE FIRST PAYMENT, 30 DAYS'
      *>      GRACE, 18 MONTHS OF COVERAGE AND A 2% ADMIN CHARGE
           OPEN INPUT COBRA-PARM
           IF PARM-STATUS = '00'
               READ COBRA-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-NOTICE-DAYS-IN IS NUMERIC
                           MOVE PRM-NOTICE-DAYS-IN TO NOTICE-DAYS
                       END-IF
                       IF PRM-ELECTION-DAYS-IN IS NUMERIC
                           MOVE PRM-ELECTION-DAYS-IN TO ELECTION-DAYS
                       END-IF
                       IF PRM-FIRST-PAY-DAYS-IN IS NUMERIC
                           MOVE PRM-FIRST-PAY-DAYS-IN
                               TO FIRST-PAY-DAYS
                       END-IF
                       IF PRM-GRACE-DAYS-IN IS NUMERIC
                           MOVE PRM-GRACE-DAYS-IN TO GRACE-DAYS
                       END-IF
                       IF PRM-COVERAGE-MONTHS-IN IS NUMERIC
                           AND PRM-COVERAGE-MONTHS-IN > 0
                           MOVE PRM-COVERAGE-MONTHS-IN
                               TO COVERAGE-MONTHS
                       END-IF
                       IF PRM-ADMIN-PCT-IN IS NUMERIC
                           MOVE PRM-ADMIN-PCT-IN TO ADMIN-PCT
                       END-IF
               END-READ
               CLOSE COBRA-PARM
           ELSE
               DISPLAY 'NO COBRA PARAMETER FILE - FEDERAL DEFAULT '
                   'PERIODS USED'
           END-IF.
       030-LOAD-PLAN-MASTER.
           OPEN INPUT PLAN-MASTER
           IF PLAN-STATUS NOT = '00'
               DISPLAY 'BENEFIT PLAN MASTER NOT AVAILABLE - NEW COBRA '
                   'ROWS CARRY NO PREMIUM'
               MOVE 'NO' TO MORE-PLANS
           END-IF
           PERFORM UNTIL MORE-PLANS = 'NO'
               READ PLAN-MASTER
                   AT END
                       MOVE 'NO' TO MORE-PLANS
                   NOT AT END
                       IF PLAN-COUNT < 50
                           ADD 1 TO PLAN-COUNT
                           MOVE PLAN-MASTER-REC
                               TO PLAN-ENTRY(PLAN-COUNT)
                       ELSE
                           DISPLAY 'PLAN MASTER PAST 50 PLANS - '
                               BPL-PLAN-CODE ' NOT LOADED'
                       END-IF
               END-READ
           END-PERFORM
           IF PLAN-STATUS = '00' OR PLAN-STATUS = '10'
               CLOSE PLAN-MASTER
           END-IF.
       040-LOAD-ELECTIONS.
      *>      ONLY ELECTIONS IN FORCE MEAN THE PERSON WAS COVERED
           OPEN INPUT ELECTION-FILE
           IF ELECT-STATUS NOT = '00'
               MOVE 'NO' TO MORE-ELECTIONS
           END-IF
           PERFORM UNTIL MORE-ELECTIONS = 'NO'
               READ ELECTION-FILE
                   AT END
                       MOVE 'NO' TO MORE-ELECTIONS
                   NOT AT END
                       IF BEL-STATUS = 'A'
                           IF ELECT-COUNT < 2000
                               ADD 1 TO ELECT-COUNT
                               MOVE BEL-EMP-NO
                                   TO ET-EMP-NO(ELECT-COUNT)
                               MOVE BEL-PLAN-CODE
                                   TO ET-PLAN-CODE(ELECT-COUNT)
                               MOVE BEL-TIER TO ET-TIER(ELECT-COUNT)
                           ELSE
                               DISPLAY 'ELECTION TABLE FULL AT 2000 - '
                                   'RUN STOPPED BEFORE A NOTICE COULD '
                                   'BE MISSED'
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF ELECT-STATUS = '00' OR ELECT-STATUS = '10'
               CLOSE ELECTION-FILE
           END-IF.
       045-LOAD-INS-DEDUCTIONS.
      *>      INSURANCE WITHHELD UNDER THE OLD HAND-KEYED INS ROWS
      *>      STILL COUNTS AS COVERAGE FOR ANYONE WITH NO ELECTION
           OPEN INPUT DED-MASTER
           IF DED-STATUS NOT = '00'
               MOVE 'NO' TO MORE-DED
           END-IF
           PERFORM UNTIL MORE-DED = 'NO'
               READ DED-MASTER
                   AT END
                       MOVE 'NO' TO MORE-DED
                   NOT AT END
                       IF DED-CODE-IN = 'INS'
                           IF INS-COUNT < 500
                               ADD 1 TO INS-COUNT
                               MOVE DED-EMP-NO-IN
                                   TO INS-EMP-NO(INS-COUNT)
                           ELSE
                               DISPLAY 'INS DEDUCTION TABLE FULL AT '
                                   '500 - RUN STOPPED BEFORE A NOTICE '
                                   'COULD BE MISSED'
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF DED-STATUS = '00' OR DED-STATUS = '10'
               CLOSE DED-MASTER
           END-IF.
       046-LOAD-INS-OFFBOARDED.
      *>      AN INS ROW THE TERMINATION CASCADE HAS ALREADY STOPPED
      *>      IS GONE FROM THE DEDUCTION MASTER BUT WAS COVERAGE
           OPEN INPUT OFFBOARD-LOG
           IF LOG-STATUS NOT = '00'
               MOVE 'NO' TO MORE-LOG
           END-IF
           PERFORM UNTIL MORE-LOG = 'NO'
               READ OFFBOARD-LOG
                   AT END
                       MOVE 'NO' TO MORE-LOG
                   NOT AT END
                       IF OFB-HAD-INS = 'Y'
                           IF INS-COUNT < 500
                               ADD 1 TO INS-COUNT
                               MOVE OFB-EMP-NO TO INS-EMP-NO(INS-COUNT)
                           ELSE
                               DISPLAY 'INS DEDUCTION TABLE FULL AT '
                                   '500 - RUN STOPPED BEFORE A NOTICE '
                                   'COULD BE MISSED'
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF LOG-STATUS = '00' OR LOG-STATUS = '10'
               CLOSE OFFBOARD-LOG
           END-IF.
       050-LOAD-COBRA-FILE.
           OPEN INPUT COBRA-FILE
           IF COBRA-STATUS NOT = '00'
               MOVE 'NO' TO MORE-COBRA
           END-IF
           PERFORM UNTIL MORE-COBRA = 'NO'
               READ COBRA-FILE
                   AT END
                       MOVE 'NO' TO MORE-COBRA
                   NOT AT END
                       IF COBRA-COUNT < 2000
                           ADD 1 TO COBRA-COUNT
                           MOVE COBRA-REC
                               TO COBRA-ENTRY(COBRA-COUNT)
                       ELSE
                           DISPLAY 'COBRA FILE PAST 2000 ROWS - RUN '
                               'STOPPED BEFORE ROWS COULD BE LOST ON '
                               'THE REWRITE'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           IF COBRA-STATUS = '00' OR COBRA-STATUS = '10'
               CLOSE COBRA-FILE
           END-IF.
       200-FIND-TERMINATIONS.
           OPEN INPUT CHANGE-HIST
           IF HIST-STATUS NOT = '00'
               DISPLAY 'CHANGE HISTORY FILE NOT AVAILABLE - NO NEW '
                   'QUALIFYING EVENTS FOUND'
               MOVE 'NO' TO MORE-HIST
           END-IF
           PERFORM UNTIL MORE-HIST = 'NO'
               READ CHANGE-HIST
                   AT END
                       MOVE 'NO' TO MORE-HIST
                   NOT AT END
                       PERFORM 210-CHECK-HIST-ROW
               END-READ
           END-PERFORM
           IF HIST-STATUS = '00' OR HIST-STATUS = '10'
               CLOSE CHANGE-HIST
           END-IF.
       210-CHECK-HIST-ROW.
           MOVE HIST-BEFORE-IMAGE(77:1) TO BEFORE-STATUS-BYTE
           MOVE HIST-AFTER-IMAGE(77:1) TO AFTER-STATUS-BYTE
           IF AFTER-STATUS-BYTE = 'T'
               IF HIST-CHANGE-TYPE = 'T'
                   OR (HIST-CHANGE-TYPE = 'C'
                       AND BEFORE-STATUS-BYTE NOT = 'T')
                   PERFORM 220-QUALIFY-EMPLOYEE
               END-IF
           END-IF.
       220-QUALIFY-EMPLOYEE.
      *>      SOMEONE REHIRED SINCE IS NOT LOSING COVERAGE ANY MORE
           MOVE HIST-EMP-NUMBER TO EMP-NUMBER
           MOVE 'YES' TO EMP-FOUND
           READ EMP-MASTER
               INVALID KEY
                   MOVE 'NO' TO EMP-FOUND
           END-READ
           IF EMP-FOUND = 'YES' AND EMP-STATUS = 'T'
               MOVE HIST-AFTER-IMAGE(78:8) TO IMAGE-TERM-DATE
               IF IMAGE-TERM-DATE IS NUMERIC
                   AND IMG-TERM-YEAR > 1600
                   COMPUTE QUAL-DATE = IMG-TERM-YEAR * 10000
                       + IMG-TERM-MONTH * 100 + IMG-TERM-DAY
               ELSE
                   MOVE HIST-RUN-DATE TO QUAL-DATE
               END-IF
               MOVE 0 TO PLANS-COVERED
               PERFORM VARYING ELECT-IDX FROM 1 BY 1
                   UNTIL ELECT-IDX > ELECT-COUNT
                   IF ET-EMP-NO(ELECT-IDX) = EMP-NUMBER
                       ADD 1 TO PLANS-COVERED
                       MOVE ET-PLAN-CODE(ELECT-IDX) TO NEW-PLAN-CODE
                       MOVE ET-TIER(ELECT-IDX) TO NEW-TIER
                       PERFORM 230-OPEN-COBRA-ROW
                   END-IF
               END-PERFORM
               IF PLANS-COVERED = 0
                   PERFORM VARYING INS-IDX FROM 1 BY 1
                       UNTIL INS-IDX > INS-COUNT
                       IF INS-EMP-NO(INS-IDX) = HIST-EMP-NUMBER
                           AND PLANS-COVERED = 0
                           ADD 1 TO PLANS-COVERED
                           MOVE 'INS' TO NEW-PLAN-CODE
                           MOVE SPACES TO NEW-TIER
                           PERFORM 230-OPEN-COBRA-ROW
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
       230-OPEN-COBRA-ROW.
      *>      ONE ROW PER PERSON, PLAN AND QUALIFYING EVENT - THE
      *>      HISTORY IS READ WHOLE EVERY RUN
           MOVE 'NO' TO ROW-EXISTS
           PERFORM VARYING COBRA-SCAN-IDX FROM 1 BY 1
               UNTIL COBRA-SCAN-IDX > COBRA-COUNT
               IF CT-EMP-NO(COBRA-SCAN-IDX) = EMP-NUMBER
                   AND CT-PLAN-CODE(COBRA-SCAN-IDX) = NEW-PLAN-CODE
                   AND CT-QUAL-DATE(COBRA-SCAN-IDX) = QUAL-DATE
                   MOVE 'YES' TO ROW-EXISTS
               END-IF
           END-PERFORM
           IF ROW-EXISTS = 'NO'
               IF COBRA-COUNT NOT < 2000
                   DISPLAY 'COBRA FILE FULL AT 2000 ROWS - RUN '
                       'STOPPED BEFORE A NOTICE COULD BE MISSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 240-PRICE-COBRA
               ADD 1 TO COBRA-COUNT
               ADD 1 TO NEW-ROW-COUNT
               MOVE EMP-NUMBER TO CT-EMP-NO(COBRA-COUNT)
               MOVE EMP-NAME TO CT-NAME(COBRA-COUNT)
               MOVE NEW-PLAN-CODE TO CT-PLAN-CODE(COBRA-COUNT)
               MOVE NEW-TIER TO CT-TIER(COBRA-COUNT)
               MOVE QUAL-DATE TO CT-QUAL-DATE(COBRA-COUNT)
               MOVE 'N' TO CT-STATUS(COBRA-COUNT)
               MOVE 0 TO CT-NOTICE-DATE(COBRA-COUNT)
               MOVE 0 TO CT-ELECT-DEADLINE(COBRA-COUNT)
               MOVE 0 TO CT-ELECT-DATE(COBRA-COUNT)
               MOVE NEW-PREMIUM TO CT-MONTHLY-PREMIUM(COBRA-COUNT)
      *>      COVERAGE ENDS WITH THE MONTH OF THE TERMINATION, SO
      *>      CONTINUATION STARTS WITH THE MONTH AFTER IT
               MOVE QUAL-DATE(1:6) TO MONTH-WORK-NUM
               MOVE 1 TO MONTHS-TO-ADD
               PERFORM 900-ADD-MONTHS
               MOVE MONTH-WORK-NUM TO CT-COV-START(COBRA-COUNT)
               COMPUTE MONTHS-TO-ADD = COVERAGE-MONTHS - 1
               PERFORM 900-ADD-MONTHS
               MOVE MONTH-WORK-NUM TO CT-COV-END(COBRA-COUNT)
               MOVE 0 TO CT-PAID-THRU(COBRA-COUNT)
               MOVE 0 TO CT-CREDIT(COBRA-COUNT)
               MOVE 0 TO CT-LAST-PAY-DATE(COBRA-COUNT)
               MOVE 0 TO CT-TOTAL-PAID(COBRA-COUNT)
               MOVE 0 TO CT-CLOSE-DATE(COBRA-COUNT)
           END-IF.
       240-PRICE-COBRA.
           MOVE 0 TO NEW-PREMIUM
           PERFORM VARYING PLAN-IDX FROM 1 BY 1
               UNTIL PLAN-IDX > PLAN-COUNT
               IF PT-PLAN-CODE(PLAN-IDX) = NEW-PLAN-CODE
                   PERFORM VARYING TIER-IDX FROM 1 BY 1
                       UNTIL TIER-IDX > 4
                       IF PT-TIER-CODE(PLAN-IDX, TIER-IDX) = NEW-TIER
                           AND PT-TIER-COBRA-COST(PLAN-IDX, TIER-IDX)
                               IS NUMERIC
                           COMPUTE NEW-PREMIUM ROUNDED =
                               PT-TIER-COBRA-COST(PLAN-IDX, TIER-IDX)
                               * (100 + ADMIN-PCT) / 100
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
       300-SEND-NOTICE.
           MOVE CT-EMP-NO(COBRA-IDX) TO EMP-NUMBER
           MOVE 'YES' TO EMP-FOUND
           READ EMP-MASTER
               INVALID KEY
                   MOVE 'NO' TO EMP-FOUND
           END-READ
           IF EMP-FOUND = 'YES'
               AND EMP-STREET NOT = SPACES AND EMP-ZIP NOT = SPACES
      *>      ONE LETTER PER PERSON - THE NOTICE COVERS EVERY PLAN
      *>      THEY LOST
               MOVE 'NO' TO LETTER-WRITTEN
               PERFORM VARYING COBRA-SCAN-IDX FROM 1 BY 1
                   UNTIL COBRA-SCAN-IDX NOT < COBRA-IDX
                   IF CT-EMP-NO(COBRA-SCAN-IDX) = CT-EMP-NO(COBRA-IDX)
                       AND CT-STATUS(COBRA-SCAN-IDX) = 'S'
                       AND CT-NOTICE-DATE(COBRA-SCAN-IDX) = RUN-DATE
                       MOVE 'YES' TO LETTER-WRITTEN
                   END-IF
               END-PERFORM
               IF LETTER-WRITTEN = 'NO'
                   MOVE CT-NAME(COBRA-IDX) TO NTC-NAME
                   MOVE EMP-STREET TO NTC-ADDRESS
                   MOVE EMP-CITY TO LOC-CITY
                   MOVE EMP-STATE TO LOC-STATE
                   MOVE LOCATION-BUILD TO NTC-LOCATION
                   MOVE EMP-ZIP TO NTC-ZIP
                   WRITE NOTICE-REC
                   ADD 1 TO NOTICE-SENT-COUNT
               END-IF
               MOVE 'S' TO CT-STATUS(COBRA-IDX)
               MOVE RUN-DATE TO CT-NOTICE-DATE(COBRA-IDX)
               COMPUTE CT-ELECT-DEADLINE(COBRA-IDX) =
                   FUNCTION DATE-OF-INTEGER(RUN-DATE-DAYS
                   + ELECTION-DAYS)
               MOVE 'NOTICE' TO ACTIVITY-TEXT
               MOVE CT-ELECT-DEADLINE(COBRA-IDX) TO ACTIVITY-DATE
               MOVE 'SENT - DATE SHOWN IS ELECTION DEADLINE'
                   TO ACTIVITY-NOTE
           ELSE
               ADD 1 TO NOTICE-DUE-COUNT
               MOVE 'NOTICE DUE' TO ACTIVITY-TEXT
               COMPUTE DUE-DATE-DAYS =
                   FUNCTION INTEGER-OF-DATE(CT-QUAL-DATE(COBRA-IDX))
                   + NOTICE-DAYS
               COMPUTE ACTIVITY-DATE =
                   FUNCTION DATE-OF-INTEGER(DUE-DATE-DAYS)
               IF RUN-DATE-DAYS > DUE-DATE-DAYS
                   MOVE 'OVERDUE - NO ADDRESS ON THE MASTER'
                       TO ACTIVITY-NOTE
               ELSE
                   MOVE 'NO ADDRESS ON THE MASTER' TO ACTIVITY-NOTE
               END-IF
           END-IF
           PERFORM 800-WRITE-ACTIVITY-LINE.
       400-APPLY-TRANS.
           ADD 1 TO READ-COUNT
           MOVE 'ACCEPTED' TO TRANS-RESULT
           MOVE SPACES TO TRANS-REASON
           PERFORM 410-CHECK-TRANS-DATE
           EVALUATE TRUE
               WHEN CTR-EMP-NO IS NOT NUMERIC
                   MOVE 'EMPLOYEE NUMBER NOT NUMERIC' TO TRANS-REASON
               WHEN CTR-ACTION NOT = 'E' AND CTR-ACTION NOT = 'W'
                   AND CTR-ACTION NOT = 'P'
                   MOVE 'ACTION CODE NOT E, W OR P' TO TRANS-REASON
               WHEN TRANS-DATE-OK = 'NO'
                   MOVE 'DATE RECEIVED MISSING OR INVALID'
                       TO TRANS-REASON
               WHEN TRANS-DATE-DAYS > RUN-DATE-DAYS
                   MOVE 'DATE RECEIVED IS IN THE FUTURE'
                       TO TRANS-REASON
               WHEN CTR-ACTION = 'P'
                   AND (CTR-AMOUNT IS NOT NUMERIC
                       OR CTR-AMOUNT-NUM = 0)
                   MOVE 'PAYMENT AMOUNT MISSING OR NOT NUMERIC'
                       TO TRANS-REASON
               WHEN CTR-ACTION = 'P'
                   PERFORM 450-APPLY-PAYMENT
               WHEN OTHER
                   PERFORM 420-APPLY-ELECTION
           END-EVALUATE
           IF TRANS-REASON = SPACES
               ADD 1 TO ACCEPTED-COUNT
               IF CTR-ACTION = 'P'
                   MOVE PAID-THRU-TEXT TO TRANS-REASON
               END-IF
           ELSE
               MOVE 'REJECTED' TO TRANS-RESULT
               ADD 1 TO REJECTED-COUNT
           END-IF
           MOVE CTR-ACTION TO DTL-ACTION-OUT
           MOVE CTR-EMP-NO TO DTL-EMP-NO-OUT
           MOVE CTR-PLAN-CODE TO DTL-PLAN-OUT
           MOVE CTR-DATE TO DTL-DATE-OUT
           IF CTR-AMOUNT IS NUMERIC
               MOVE CTR-AMOUNT-NUM TO DTL-AMOUNT-OUT
           ELSE
               MOVE 0 TO DTL-AMOUNT-OUT
           END-IF
           MOVE TRANS-RESULT TO DTL-RESULT-OUT
           MOVE TRANS-REASON TO DTL-REASON-OUT
           WRITE REPORT-REC FROM DETAIL-LINE.
       410-CHECK-TRANS-DATE.
           MOVE 'NO' TO TRANS-DATE-OK
           MOVE 0 TO TRANS-DATE-DAYS
           IF CTR-DATE IS NUMERIC
               IF CTR-DATE(5:2) >= '01'
                   AND CTR-DATE(5:2) <= '12'
                   AND CTR-DATE(7:2) >= '01'
                   AND CTR-DATE(7:2) <= '31'
                   AND CTR-DATE(1:4) > '1600'
                   COMPUTE TRANS-DATE-DAYS =
                       FUNCTION INTEGER-OF-DATE(CTR-DATE-NUM)
                   IF TRANS-DATE-DAYS > 0
                       MOVE 'YES' TO TRANS-DATE-OK
                   END-IF
               END-IF
           END-IF.
       420-APPLY-ELECTION.
      *>      A BLANK PLAN CODE ELECTS (OR WAIVES) EVERY PLAN ON THE
      *>      NOTICE; THE DATE RECEIVED IS THE POSTMARK THE DEADLINE
      *>      IS MEASURED AGAINST
           MOVE 0 TO MATCH-COUNT
           MOVE 0 TO LATE-COUNT
           PERFORM VARYING COBRA-IDX FROM 1 BY 1
               UNTIL COBRA-IDX > COBRA-COUNT
               IF CT-EMP-NO(COBRA-IDX) = CTR-EMP-NO-NUM
                   AND CT-STATUS(COBRA-IDX) = 'S'
                   AND (CTR-PLAN-CODE = SPACES
                       OR CTR-PLAN-CODE = CT-PLAN-CODE(COBRA-IDX))
                   ADD 1 TO MATCH-COUNT
                   IF CTR-DATE-NUM > CT-ELECT-DEADLINE(COBRA-IDX)
                       ADD 1 TO LATE-COUNT
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN MATCH-COUNT = 0
                   MOVE 'NO ELECTION OUTSTANDING FOR THE PLAN'
                       TO TRANS-REASON
               WHEN LATE-COUNT > 0
                   MOVE 'RECEIVED AFTER THE ELECTION DEADLINE'
                       TO TRANS-REASON
               WHEN OTHER
                   PERFORM VARYING COBRA-IDX FROM 1 BY 1
                       UNTIL COBRA-IDX > COBRA-COUNT
                       IF CT-EMP-NO(COBRA-IDX) = CTR-EMP-NO-NUM
                           AND CT-STATUS(COBRA-IDX) = 'S'
                           AND (CTR-PLAN-CODE = SPACES
                               OR CTR-PLAN-CODE
                                   = CT-PLAN-CODE(COBRA-IDX))
                           IF CTR-ACTION = 'E'
                               MOVE 'E' TO CT-STATUS(COBRA-IDX)
                               MOVE CTR-DATE-NUM
                                   TO CT-ELECT-DATE(COBRA-IDX)
                           ELSE
                               MOVE 'W' TO CT-STATUS(COBRA-IDX)
                               MOVE CTR-DATE-NUM
                                   TO CT-CLOSE-DATE(COBRA-IDX)
                           END-IF
                       END-IF
                   END-PERFORM
           END-EVALUATE.
       450-APPLY-PAYMENT.
           MOVE 0 TO MATCH-COUNT
           MOVE 0 TO MATCH-IDX
           PERFORM VARYING COBRA-IDX FROM 1 BY 1
               UNTIL COBRA-IDX > COBRA-COUNT
               IF CT-EMP-NO(COBRA-IDX) = CTR-EMP-NO-NUM
                   AND CT-STATUS(COBRA-IDX) = 'E'
                   AND (CTR-PLAN-CODE = SPACES
                       OR CTR-PLAN-CODE = CT-PLAN-CODE(COBRA-IDX))
                   ADD 1 TO MATCH-COUNT
                   MOVE COBRA-IDX TO MATCH-IDX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN MATCH-COUNT = 0
                   MOVE 'NO ELECTED CONTINUATION COVERAGE'
                       TO TRANS-REASON
               WHEN MATCH-COUNT > 1
                   MOVE 'PLAN CODE NEEDED - MORE THAN ONE PLAN'
                       TO TRANS-REASON
               WHEN CT-MONTHLY-PREMIUM(MATCH-IDX) = 0
                   MOVE 'NO COBRA PREMIUM ON FILE FOR THE PLAN'
                       TO TRANS-REASON
               WHEN OTHER
                   MOVE MATCH-IDX TO COBRA-IDX
                   PERFORM 460-POST-PAYMENT
           END-EVALUATE.
       460-POST-PAYMENT.
      *>      THE PAYMENT BUYS WHOLE MONTHS IN ORDER; WHAT IS LEFT
      *>      OVER WAITS AS CREDIT FOR THE NEXT ONE
           ADD CTR-AMOUNT-NUM TO CT-CREDIT(COBRA-IDX)
           ADD CTR-AMOUNT-NUM TO CT-TOTAL-PAID(COBRA-IDX)
           ADD CTR-AMOUNT-NUM TO PAYMENT-DOLLARS
           MOVE CTR-DATE-NUM TO CT-LAST-PAY-DATE(COBRA-IDX)
           MOVE 'NO' TO PAYMENT-DONE
           PERFORM UNTIL PAYMENT-DONE = 'YES'
               PERFORM 910-NEXT-DUE-MONTH
               IF NEXT-DUE-MONTH > CT-COV-END(COBRA-IDX)
                   OR CT-CREDIT(COBRA-IDX)
                       < CT-MONTHLY-PREMIUM(COBRA-IDX)
                   MOVE 'YES' TO PAYMENT-DONE
               ELSE
                   MOVE NEXT-DUE-MONTH TO CT-PAID-THRU(COBRA-IDX)
                   SUBTRACT CT-MONTHLY-PREMIUM(COBRA-IDX)
                       FROM CT-CREDIT(COBRA-IDX)
               END-IF
           END-PERFORM
           MOVE CT-PAID-THRU(COBRA-IDX) TO PTT-MONTH-OUT
           MOVE SPACES TO PTT-CREDIT-NOTE
           IF CT-CREDIT(COBRA-IDX) > 0
               IF NEXT-DUE-MONTH > CT-COV-END(COBRA-IDX)
                   MOVE ' - OVERPAID, REFUND' TO PTT-CREDIT-NOTE
               ELSE
                   MOVE ' - PART MONTH CREDIT' TO PTT-CREDIT-NOTE
               END-IF
           END-IF.
       500-CHECK-ELECTION-DEADLINE.
           IF RUN-DATE > CT-ELECT-DEADLINE(COBRA-IDX)
               MOVE 'X' TO CT-STATUS(COBRA-IDX)
               MOVE RUN-DATE TO CT-CLOSE-DATE(COBRA-IDX)
               ADD 1 TO LAPSED-COUNT
               MOVE 'LAPSED' TO ACTIVITY-TEXT
               MOVE 'NOT ELECTED BY THE DEADLINE' TO ACTIVITY-NOTE
           ELSE
               ADD 1 TO OUTSTANDING-COUNT
               MOVE 'AWAITING' TO ACTIVITY-TEXT
               MOVE 'DATE SHOWN IS ELECTION DEADLINE'
                   TO ACTIVITY-NOTE
           END-IF
           MOVE CT-ELECT-DEADLINE(COBRA-IDX) TO ACTIVITY-DATE
           PERFORM 800-WRITE-ACTIVITY-LINE.
       600-CHECK-COVERAGE.
      *>      THE FIRST PAYMENT IS DUE A SET NUMBER OF DAYS AFTER THE
      *>      ELECTION; AFTER THAT EACH MONTH IS DUE ON ITS FIRST DAY
      *>      WITH THE GRACE PERIOD ON TOP
           PERFORM 910-NEXT-DUE-MONTH
           EVALUATE TRUE
               WHEN NEXT-DUE-MONTH > CT-COV-END(COBRA-IDX)
                   MOVE 'F' TO CT-STATUS(COBRA-IDX)
                   MOVE RUN-DATE TO CT-CLOSE-DATE(COBRA-IDX)
                   ADD 1 TO FINISHED-COUNT
                   MOVE 'ENDED' TO ACTIVITY-TEXT
                   MOVE CT-COV-END(COBRA-IDX) TO ACTIVITY-DATE
                   MOVE 'CONTINUATION PERIOD COMPLETE'
                       TO ACTIVITY-NOTE
                   PERFORM 800-WRITE-ACTIVITY-LINE
               WHEN CT-MONTHLY-PREMIUM(COBRA-IDX) = 0
                   ADD 1 TO CONTINUING-COUNT
                   ADD 1 TO EXCEPTION-COUNT
                   MOVE 'EXCEPTION' TO ACTIVITY-TEXT
                   MOVE CT-ELECT-DATE(COBRA-IDX) TO ACTIVITY-DATE
                   MOVE 'NO COBRA PREMIUM - BILL BY HAND'
                       TO ACTIVITY-NOTE
                   PERFORM 800-WRITE-ACTIVITY-LINE
               WHEN OTHER
                   IF CT-PAID-THRU(COBRA-IDX) = 0
                       COMPUTE DATE-DAYS = FUNCTION INTEGER-OF-DATE
                           (CT-ELECT-DATE(COBRA-IDX)) + FIRST-PAY-DAYS
                   ELSE
                       COMPUTE DUE-DATE = NEXT-DUE-MONTH * 100 + 1
                       COMPUTE DATE-DAYS = FUNCTION INTEGER-OF-DATE
                           (DUE-DATE) + GRACE-DAYS
                   END-IF
                   IF RUN-DATE-DAYS > DATE-DAYS
                       MOVE 'C' TO CT-STATUS(COBRA-IDX)
                       MOVE RUN-DATE TO CT-CLOSE-DATE(COBRA-IDX)
                       ADD 1 TO CANCELLED-COUNT
                       MOVE 'CANCEL' TO ACTIVITY-TEXT
                       COMPUTE ACTIVITY-DATE =
                           FUNCTION DATE-OF-INTEGER(DATE-DAYS)
                       MOVE 'NON-PAYMENT - DATE SHOWN WAS LAST DAY'
                           TO ACTIVITY-NOTE
                       PERFORM 800-WRITE-ACTIVITY-LINE
                   ELSE
                       ADD 1 TO CONTINUING-COUNT
                   END-IF
           END-EVALUATE.
       700-REWRITE-COBRA-FILE.
           OPEN OUTPUT COBRA-FILE
           PERFORM VARYING COBRA-IDX FROM 1 BY 1
               UNTIL COBRA-IDX > COBRA-COUNT
               MOVE COBRA-ENTRY(COBRA-IDX) TO COBRA-REC
               WRITE COBRA-REC
           END-PERFORM
           CLOSE COBRA-FILE.
       800-WRITE-ACTIVITY-LINE.
           MOVE ACTIVITY-TEXT TO ACT-TEXT-OUT
           MOVE CT-EMP-NO(COBRA-IDX) TO ACT-EMP-NO-OUT
           MOVE CT-NAME(COBRA-IDX) TO ACT-NAME-OUT
           MOVE CT-PLAN-CODE(COBRA-IDX) TO ACT-PLAN-OUT
           MOVE CT-TIER(COBRA-IDX) TO ACT-TIER-OUT
           MOVE ACTIVITY-DATE TO ACT-DATE-OUT
           MOVE CT-MONTHLY-PREMIUM(COBRA-IDX) TO ACT-PREMIUM-OUT
           MOVE ACTIVITY-NOTE TO ACT-NOTE-OUT
           WRITE REPORT-REC FROM ACTIVITY-LINE.
       900-ADD-MONTHS.
           COMPUTE MONTH-SERIAL = MW-YEAR * 12 + MW-MONTH - 1
               + MONTHS-TO-ADD
           DIVIDE MONTH-SERIAL BY 12 GIVING MW-YEAR
               REMAINDER MONTH-REMAINDER
           COMPUTE MW-MONTH = MONTH-REMAINDER + 1.
       910-NEXT-DUE-MONTH.
           IF CT-PAID-THRU(COBRA-IDX) = 0
               MOVE CT-COV-START(COBRA-IDX) TO NEXT-DUE-MONTH
           ELSE
               MOVE CT-PAID-THRU(COBRA-IDX) TO MONTH-WORK-NUM
               MOVE 1 TO MONTHS-TO-ADD
               PERFORM 900-ADD-MONTHS
               MOVE MONTH-WORK-NUM TO NEXT-DUE-MONTH
           END-IF.
