      *             verdict) now appends to the permanent run-history
      *             file, the evidence RUN-HISTORY-REPORT trends each
      *             month
      *   10/15/26 - lists every federal tax deposit on TAX-DEPOSIT's
      *             liability ledger still owed on or past its due
      *             date; any such deposit makes the night's verdict
      *             at least WARNINGS
      *   10/15/26 - lists every period-end job PERIOD-END-SCHEDULER
      *             released that failed, or is still open past its
      *             grace days, until a completion is posted; any
      *             such job makes the night's verdict at least
      *             WARNINGS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-STATUS.
           ASSIGN TO RUN-HISTORY-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-STATUS.
           SELECT DEPOSIT-LEDGER
           ASSIGN TO DEPOSIT-LEDGER-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-STATUS.
           SELECT JOB-STATUS
           ASSIGN TO JOB-STATUS-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOB-STATUS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-LOG.
       FD  RUN-HISTORY.
       01  RUN-HISTORY-REC.
           COPY OLIV-RUN-Hist.
       FD  DEPOSIT-LEDGER.
       01  DEPOSIT-LEDGER-REC.
           COPY OLIV-DEP-Ledger.
       FD  JOB-STATUS.
       01  JOB-STATUS-REC.
           COPY OLIV-SCH-Status.
       WORKING-STORAGE SECTION.
       01  JOB-STATUS-STATUS               PIC XX.
       01  MORE-JOBS                       PIC XXX VALUE 'YES'.
       01  JOB-LATE-COUNT                  PIC 9(3) VALUE 0.
       01  JOB-IDX                         PIC 9(3).
       01  JOB-LATE-TABLE.
           05 JOB-LATE-ENTRY OCCURS 20 TIMES.
               10 JLT-JOB-NAME             PIC X(24).
               10 JLT-PERIOD               PIC 9(6).
               10 JLT-DUE-DATE             PIC 9(8).
               10 JLT-LATE-DATE            PIC 9(8).
               10 JLT-STATE                PIC X(8).
       01  LEDGER-STATUS                   PIC XX.
       01  MORE-LEDGER                     PIC XXX VALUE 'YES'.
       01  DEPOSIT-BALANCE                 PIC S9(9)V99.
       01  DEPOSIT-LATE-COUNT              PIC 9(3) VALUE 0.
       01  DEPOSIT-IDX                     PIC 9(3).
       01  DEPOSIT-LATE-TABLE.
           05 DEPOSIT-LATE-ENTRY OCCURS 20 TIMES.
               10 DLT-PAY-DATE             PIC 9(8).
               10 DLT-DUE-DATE             PIC 9(8).
               10 DLT-BALANCE              PIC 9(9)V99.
               10 DLT-STATE                PIC X(8).
       01  HISTORY-STATUS                  PIC XX.
       01  MORE-LOG                        PIC XXX VALUE 'YES'.
       01  LOG-STATUS                      PIC XX.
           05 BYP-PROGRAM-OUT              PIC X(12).
           05                              PIC X(40) VALUE
               ' NO CONTROL-LOG ROW - STEP BYPASSED'.
       01  DEPOSIT-HEADING.
           05                              PIC X(52) VALUE
               'TAX DEPOSITS DUE   PAY DATE  DUE DATE           OWED'.
       01  DEPOSIT-LINE.
           05                              PIC X(1) VALUE SPACES.
           05 DEP-STATE-OUT                PIC X(8).
           05                              PIC X(10) VALUE SPACES.
           05 DEP-PAY-DATE-OUT             PIC 9(8).
           05                              PIC X(2) VALUE SPACES.
           05 DEP-DUE-DATE-OUT             PIC 9(8).
           05                              PIC X(1) VALUE SPACES.
           05 DEP-BALANCE-OUT              PIC $$$,$$$,$$9.99.
       01  JOB-HEADING.
           05                              PIC X(35) VALUE
               'PERIOD-END JOBS OPEN'.
           05                              PIC X(27) VALUE
               'PERIOD  DUE DATE  LATE DATE'.
       01  JOB-LINE.
           05                              PIC X(1) VALUE SPACES.
           05 JOB-STATE-OUT                PIC X(8).
           05                              PIC X(1) VALUE SPACES.
           05 JOB-NAME-OUT                 PIC X(24).
           05                              PIC X(1) VALUE SPACES.
           05 JOB-PERIOD-OUT               PIC 9(6).
           05                              PIC X(2) VALUE SPACES.
           05 JOB-DUE-DATE-OUT             PIC 9(8).
           05                              PIC X(2) VALUE SPACES.
           05 JOB-LATE-DATE-OUT            PIC 9(8).
       01  CONTROL-LOG-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-CTL-Log.txt'.
       01  RUN-CONTROL-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-Status.txt'.
       01  RUN-HISTORY-DD                  PIC X(100) VALUE
        'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-History.txt'.
       01  DEPOSIT-LEDGER-DD               PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-DepLdgr.txt'.
       01  JOB-STATUS-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-SCH-Status.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-GET-FILE-NAMES
               CLOSE CONTROL-LOG
           END-IF
           PERFORM 300-GRADE-STEPS
           PERFORM 350-CHECK-TAX-DEPOSITS
           PERFORM 370-CHECK-PERIOD-END-JOBS
           PERFORM 400-WRITE-SUMMARY
           PERFORM 500-APPEND-HISTORY-ROW
           IF OVERALL-VERDICT = 'FAILED  '
           ACCEPT CONTROL-LOG-DD FROM ENVIRONMENT "CTLLOG"
           ACCEPT RUN-CONTROL-DD FROM ENVIRONMENT "RUNCTL"
           ACCEPT STATUS-REPORT-DD FROM ENVIRONMENT "RUNSTATUS"
           ACCEPT RUN-HISTORY-DD FROM ENVIRONMENT "RUNHIST"
           ACCEPT DEPOSIT-LEDGER-DD FROM ENVIRONMENT "DEPLEDGER"
           ACCEPT JOB-STATUS-DD FROM ENVIRONMENT "SCHSTATUS".
       020-INIT-STEP-TABLE.
           MOVE 'EMPLOYEE-FI' TO STP-PROGRAM(1)
           MOVE 'PAYROLL-HW7' TO STP-PROGRAM(2)
                   END-IF
               END-IF
           END-PERFORM.
      *>      NO LEDGER YET MEANS NO DEPOSITS TRACKED - NOTHING TO FLAG
       350-CHECK-TAX-DEPOSITS.
           OPEN INPUT DEPOSIT-LEDGER
           IF LEDGER-STATUS NOT = '00'
               MOVE 'NO' TO MORE-LEDGER
           END-IF
           PERFORM UNTIL MORE-LEDGER = 'NO'
               READ DEPOSIT-LEDGER
                   AT END
                       MOVE 'NO' TO MORE-LEDGER
                   NOT AT END
                       COMPUTE DEPOSIT-BALANCE =
                           DLG-OWED - DLG-DEPOSITED
                       IF DEPOSIT-BALANCE > 0
                           AND DLG-DUE-DATE NOT > BUS-DATE
                           PERFORM 360-NOTE-LATE-DEPOSIT
                       END-IF
               END-READ
           END-PERFORM
           IF LEDGER-STATUS = '00' OR LEDGER-STATUS = '10'
               CLOSE DEPOSIT-LEDGER
           END-IF
           IF DEPOSIT-LATE-COUNT > 0
               AND OVERALL-VERDICT = 'OK      '
               MOVE 'WARNINGS' TO OVERALL-VERDICT
           END-IF.
       360-NOTE-LATE-DEPOSIT.
           ADD 1 TO DEPOSIT-LATE-COUNT
           IF DEPOSIT-LATE-COUNT NOT > 20
               MOVE DLG-PAY-DATE TO DLT-PAY-DATE(DEPOSIT-LATE-COUNT)
               MOVE DLG-DUE-DATE TO DLT-DUE-DATE(DEPOSIT-LATE-COUNT)
               MOVE DEPOSIT-BALANCE TO DLT-BALANCE(DEPOSIT-LATE-COUNT)
               IF DLG-DUE-DATE < BUS-DATE
                   MOVE 'OVERDUE ' TO DLT-STATE(DEPOSIT-LATE-COUNT)
               ELSE
                   MOVE 'DUE     ' TO DLT-STATE(DEPOSIT-LATE-COUNT)
               END-IF
           END-IF.
      *>      NO JOB STATUS FILE YET MEANS NO PERIOD-END JOB HAS COME
      *>      DUE - NOTHING TO FLAG
       370-CHECK-PERIOD-END-JOBS.
           OPEN INPUT JOB-STATUS
           IF JOB-STATUS-STATUS NOT = '00'
               MOVE 'NO' TO MORE-JOBS
           END-IF
           PERFORM UNTIL MORE-JOBS = 'NO'
               READ JOB-STATUS
                   AT END
                       MOVE 'NO' TO MORE-JOBS
                   NOT AT END
                       IF SST-STATE = 'F'
                           OR (SST-STATE NOT = 'C'
                           AND SST-LATE-DATE < BUS-DATE)
                           PERFORM 380-NOTE-LATE-JOB
                       END-IF
               END-READ
           END-PERFORM
           IF JOB-STATUS-STATUS = '00' OR JOB-STATUS-STATUS = '10'
               CLOSE JOB-STATUS
           END-IF
           IF JOB-LATE-COUNT > 0
               AND OVERALL-VERDICT = 'OK      '
               MOVE 'WARNINGS' TO OVERALL-VERDICT
           END-IF.
       380-NOTE-LATE-JOB.
           ADD 1 TO JOB-LATE-COUNT
           IF JOB-LATE-COUNT NOT > 20
               MOVE SST-JOB-NAME TO JLT-JOB-NAME(JOB-LATE-COUNT)
               MOVE SST-PERIOD TO JLT-PERIOD(JOB-LATE-COUNT)
               MOVE SST-DUE-DATE TO JLT-DUE-DATE(JOB-LATE-COUNT)
               MOVE SST-LATE-DATE TO JLT-LATE-DATE(JOB-LATE-COUNT)
               IF SST-STATE = 'F'
                   MOVE 'FAILED  ' TO JLT-STATE(JOB-LATE-COUNT)
               ELSE
                   MOVE 'OVERDUE ' TO JLT-STATE(JOB-LATE-COUNT)
               END-IF
           END-IF.
       400-WRITE-SUMMARY.
           OPEN OUTPUT STATUS-REPORT
           MOVE RUN-NO TO HDG-RUN-OUT
                   WRITE REPORT-REC FROM DETAIL-LINE
               END-IF
           END-PERFORM
           IF DEPOSIT-LATE-COUNT > 0
               WRITE REPORT-REC FROM DEPOSIT-HEADING
                   AFTER ADVANCING 2 LINES
               PERFORM VARYING DEPOSIT-IDX FROM 1 BY 1
                   UNTIL DEPOSIT-IDX > DEPOSIT-LATE-COUNT
                   OR DEPOSIT-IDX > 20
                   MOVE DLT-STATE(DEPOSIT-IDX) TO DEP-STATE-OUT
                   MOVE DLT-PAY-DATE(DEPOSIT-IDX) TO DEP-PAY-DATE-OUT
                   MOVE DLT-DUE-DATE(DEPOSIT-IDX) TO DEP-DUE-DATE-OUT
                   MOVE DLT-BALANCE(DEPOSIT-IDX) TO DEP-BALANCE-OUT
                   WRITE REPORT-REC FROM DEPOSIT-LINE
               END-PERFORM
               DISPLAY 'TAX DEPOSITS DUE OR OVERDUE: '
                   DEPOSIT-LATE-COUNT
           END-IF
           IF JOB-LATE-COUNT > 0
               WRITE REPORT-REC FROM JOB-HEADING
                   AFTER ADVANCING 2 LINES
               PERFORM VARYING JOB-IDX FROM 1 BY 1
                   UNTIL JOB-IDX > JOB-LATE-COUNT
                   OR JOB-IDX > 20
                   MOVE JLT-STATE(JOB-IDX) TO JOB-STATE-OUT
                   MOVE JLT-JOB-NAME(JOB-IDX) TO JOB-NAME-OUT
                   MOVE JLT-PERIOD(JOB-IDX) TO JOB-PERIOD-OUT
                   MOVE JLT-DUE-DATE(JOB-IDX) TO JOB-DUE-DATE-OUT
                   MOVE JLT-LATE-DATE(JOB-IDX) TO JOB-LATE-DATE-OUT
                   WRITE REPORT-REC FROM JOB-LINE
               END-PERFORM
               DISPLAY 'PERIOD-END JOBS FAILED OR OVERDUE: '
                   JOB-LATE-COUNT
           END-IF
           CLOSE STATUS-REPORT
           DISPLAY 'NIGHTLY CHAIN VERDICT: ' OVERALL-VERDICT.
