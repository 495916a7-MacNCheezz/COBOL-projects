      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Timekeeping maintenance for hourly employees. Applies
      *          keyed transactions against the daily time file:
      *          - A/C/D add, change or delete one day's hours for an
      *            employee under a pay code (W worked, V vacation,
      *            S sick, P personal, H holiday);
      *          - V approves, and U withdraws approval of, every
      *            entered day in one territory/office for the week
      *            ending on the Saturday given - the supervisor's
      *            sign-off.
      *          Only active employees the payroll input pays hourly
      *          can have time. A day cannot carry more than 24 hours,
      *          and a day with any leave or holiday on it cannot come
      *          to more than a standard 8-hour day, so the same day
      *          cannot be paid as worked time and again as leave.
      *          Leave is checked against the employee's balance for
      *          that leave type, less leave already entered but not
      *          yet drawn. An approved or paid day cannot be changed;
      *          approval has to be withdrawn first, and a paid day is
      *          final. TIME-CUTOFF summarizes approved days into the
      *          hours file at period end. Prints one applied/rejected
      *          line per transaction; rejects end the run RC 4.
      * Modification History:
      *   10/15/26 - initial version
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIME-ENTRY-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIME-TRANS-IN
           ASSIGN TO TIME-TRANS-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-STATUS.
           SELECT TIME-FILE
           ASSIGN TO TIME-FILE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TIME-STATUS.
           SELECT PAYROLL-LIST
           ASSIGN TO PAYROLL-LIST-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYROLL-STATUS.
           SELECT EMP-MASTER
           ASSIGN TO EMP-MASTER-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-NUMBER
               FILE STATUS IS EMP-MASTER-STATUS.
           SELECT VAC-BALANCE
           ASSIGN TO VAC-BALANCE-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VAC-EMP-NO
               FILE STATUS IS VAC-STATUS.
           SELECT TIME-REGISTER
           ASSIGN TO TIME-REGISTER-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL
           ASSIGN TO RUN-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TIME-TRANS-IN.
       01  TIME-TRANS-REC.
           05 TTR-ACTION                   PIC X(1).
           05 TTR-EMP-NO                   PIC X(5).
           05 TTR-EMP-NO-NUM REDEFINES TTR-EMP-NO
                                           PIC 9(5).
           05 TTR-WORK-DATE                PIC X(8).
           05 TTR-WORK-DATE-NUM REDEFINES TTR-WORK-DATE
                                           PIC 9(8).
           05 TTR-PAY-CODE                 PIC X(1).
           05 TTR-HOURS                    PIC X(4).
           05 TTR-HOURS-NUM REDEFINES TTR-HOURS
                                           PIC 9(2)V99.
           05 TTR-TERRITORY-NO             PIC X(2).
           05 TTR-OFFICE-NO                PIC X(2).
           05 TTR-APPROVER                 PIC X(8).
       FD  TIME-FILE.
       01  TIME-REC.
           COPY OLIV-TIME-Rec.
       FD  PAYROLL-LIST.
       01  PAYROLL-LIST-REC.
           05 PIN-EMP-NO                   PIC X(5).
           05                              PIC X(58).
           05 PIN-PAY-TYPE                 PIC X(1).
           05                              PIC X(4).
       FD  EMP-MASTER.
       01  EMP-MASTER-REC.
           COPY OLIV-EMP-Master.
       FD  VAC-BALANCE.
       01  VAC-BALANCE-REC.
           COPY OLIV-VAC-Rec.
       FD  TIME-REGISTER.
       01  REPORT-REC                      PIC X(100).
       FD  RUN-CONTROL.
       01  RUN-CONTROL-REC.
           COPY OLIV-RUN-Ctl.
       WORKING-STORAGE SECTION.
       01  MORE-TRANS                      PIC XXX VALUE 'YES'.
       01  MORE-TIME                       PIC XXX VALUE 'YES'.
       01  MORE-PAYROLL                    PIC XXX VALUE 'YES'.
       01  TRANS-STATUS                    PIC XX.
       01  TIME-STATUS                     PIC XX.
       01  PAYROLL-STATUS                  PIC XX.
       01  EMP-MASTER-STATUS               PIC XX.
       01  VAC-STATUS                      PIC XX.
       01  VAC-OPEN                        PIC XXX VALUE 'NO'.
       01  RUN-CTL-STATUS                  PIC XX.
       01  RUN-DATE                        PIC 9(8).
       01  TRANS-RESULT                    PIC X(8).
       01  TRANS-REASON                    PIC X(40).
       01  READ-COUNT                      PIC 9(5) VALUE 0.
       01  APPLIED-COUNT                   PIC 9(5) VALUE 0.
       01  REJECTED-COUNT                  PIC 9(5) VALUE 0.
       01  DAYS-ADDED-COUNT                PIC 9(5) VALUE 0.
       01  DAYS-CHANGED-COUNT              PIC 9(5) VALUE 0.
       01  DAYS-DELETED-COUNT              PIC 9(5) VALUE 0.
       01  DAYS-APPROVED-COUNT             PIC 9(5) VALUE 0.
       01  DAYS-UNAPPROVED-COUNT           PIC 9(5) VALUE 0.
       01  STANDARD-DAY-HOURS              PIC 9(2) VALUE 8.
       01  DATE-OK                         PIC XXX.
       01  WORK-DATE-DAYS                  PIC 9(7).
       01  WEEK-START-DAYS                 PIC 9(7).
       01  WEEK-START-DATE                 PIC 9(8).
       01  DAY-FOUND                       PIC XXX.
       01  FOUND-IDX                       PIC 9(4).
       01  DAY-TOTAL-HOURS                 PIC 9(3)V99.
       01  DAY-HAS-LEAVE                   PIC XXX.
       01  PENDING-LEAVE-HOURS             PIC 9(4)V99.
       01  LEAVE-BALANCE-HOURS             PIC 9(4)V99.
       01  WEEK-DAY-COUNT                  PIC 9(4).
       01  WEEK-DAY-COUNT-OUT              PIC Z,ZZ9.
       01  TIME-COUNT                      PIC 9(4) VALUE 0.
       01  TIME-IDX                        PIC 9(4).
       01  TIME-TABLE.
           05 TIME-ENTRY OCCURS 5000 TIMES.
               10 TT-EMP-NO                PIC 9(5).
               10 TT-WORK-DATE             PIC 9(8).
               10 TT-PAY-CODE              PIC X(1).
               10 TT-HOURS                 PIC 9(2)V99.
               10 TT-TERRITORY-NO          PIC 9(2).
               10 TT-OFFICE-NO             PIC 9(2).
               10 TT-STATUS                PIC X(1).
               10 TT-ENTRY-DATE            PIC 9(8).
               10 TT-APPROVER              PIC X(8).
               10 TT-APPROVE-DATE          PIC 9(8).
               10 TT-PAID-DATE             PIC 9(8).
       01  HOURLY-COUNT                    PIC 9(3) VALUE 0.
       01  HOURLY-IDX                      PIC 9(3).
       01  HOURLY-FOUND                    PIC XXX.
       01  HOURLY-TABLE.
           05 HOURLY-EMP-NO OCCURS 500 TIMES
                                           PIC X(5).
       01  HEADING1.
           05                              PIC X(34) VALUE
               'TIME ENTRY AND APPROVAL REGISTER'.
           05                              PIC X(8) VALUE
               '  DATE: '.
           05 HDG-DATE-OUT                 PIC 9(8).
       01  HEADING2.
           05                              PIC X(42) VALUE
               'ACT  EMP-NO  WORK DATE  CD HOURS  TR  OF  '.
           05                              PIC X(16) VALUE
               'RESULT    REASON'.
       01  DETAIL-LINE.
           05                              PIC X(1) VALUE SPACES.
           05 DTL-ACTION-OUT               PIC X(1).
           05                              PIC X(3) VALUE SPACES.
           05 DTL-EMP-NO-OUT               PIC X(5).
           05                              PIC X(3) VALUE SPACES.
           05 DTL-DATE-OUT                 PIC X(8).
           05                              PIC X(3) VALUE SPACES.
           05 DTL-CODE-OUT                 PIC X(1).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-HOURS-OUT                PIC Z9.99.
           05                              PIC X(2) VALUE SPACES.
           05 DTL-TERRITORY-OUT            PIC X(2).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-OFFICE-OUT               PIC X(2).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-RESULT-OUT               PIC X(8).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-REASON-OUT               PIC X(40).
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
               'DAYS ADDED:            '.
           05 SUMMARY-ADDED-OUT            PIC ZZ,ZZ9.
           05                              PIC X(12) VALUE
               '   CHANGED: '.
           05 SUMMARY-CHANGED-OUT          PIC ZZ,ZZ9.
           05                              PIC X(12) VALUE
               '   DELETED: '.
           05 SUMMARY-DELETED-OUT          PIC ZZ,ZZ9.
       01  SUMMARY-LINE-5.
           05                              PIC X(24) VALUE
               'DAYS APPROVED:         '.
           05 SUMMARY-APPROVED-OUT         PIC ZZ,ZZ9.
           05                              PIC X(12) VALUE
               '  REOPENED: '.
           05 SUMMARY-UNAPPROVED-OUT       PIC ZZ,ZZ9.
       01  TIME-TRANS-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-TimeTrn.txt'.
       01  TIME-FILE-DD                    PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-TimeDtl.txt'.
       01  PAYROLL-LIST-DD                 PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-PayrollIn.txt'.
       01  EMP-MASTER-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-EMP-Master.dat'.
       01  VAC-BALANCE-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-VAC-Balance.dat'.
       01  TIME-REGISTER-DD                PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-TimeRpt.txt'.
       01  RUN-CONTROL-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-Ctl.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-GET-FILE-NAMES
           PERFORM 015-GET-BUSINESS-DATE
           PERFORM 020-LOAD-HOURLY-LIST
           PERFORM 050-LOAD-TIME-FILE
           OPEN INPUT EMP-MASTER
           IF EMP-MASTER-STATUS NOT = '00'
               DISPLAY 'EMPLOYEE MASTER NOT AVAILABLE - RUN '
                   'STOPPED (TIME IS ROUTED BY TERRITORY/OFFICE)'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT VAC-BALANCE
           IF VAC-STATUS = '00'
               MOVE 'YES' TO VAC-OPEN
           ELSE
               DISPLAY 'LEAVE BALANCE FILE NOT AVAILABLE - LEAVE '
                   'DAYS WILL BE REJECTED'
           END-IF
           OPEN INPUT TIME-TRANS-IN
           IF TRANS-STATUS NOT = '00'
               DISPLAY 'NO TIME TRANSACTION FILE - NOTHING APPLIED'
               MOVE 'NO' TO MORE-TRANS
           END-IF
           OPEN OUTPUT TIME-REGISTER
           MOVE RUN-DATE TO HDG-DATE-OUT
           WRITE REPORT-REC FROM HEADING1
           WRITE REPORT-REC FROM HEADING2
           PERFORM UNTIL MORE-TRANS = 'NO'
               READ TIME-TRANS-IN
                   AT END
                       MOVE 'NO' TO MORE-TRANS
                   NOT AT END
                       PERFORM 200-APPLY-TRANS
               END-READ
           END-PERFORM
           MOVE READ-COUNT TO SUMMARY-READ-OUT
           MOVE APPLIED-COUNT TO SUMMARY-APPLIED-OUT
           MOVE REJECTED-COUNT TO SUMMARY-REJECTED-OUT
           MOVE DAYS-ADDED-COUNT TO SUMMARY-ADDED-OUT
           MOVE DAYS-CHANGED-COUNT TO SUMMARY-CHANGED-OUT
           MOVE DAYS-DELETED-COUNT TO SUMMARY-DELETED-OUT
           MOVE DAYS-APPROVED-COUNT TO SUMMARY-APPROVED-OUT
           MOVE DAYS-UNAPPROVED-COUNT TO SUMMARY-UNAPPROVED-OUT
           WRITE REPORT-REC FROM SUMMARY-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM SUMMARY-LINE-2
           WRITE REPORT-REC FROM SUMMARY-LINE-3
           WRITE REPORT-REC FROM SUMMARY-LINE-4
           WRITE REPORT-REC FROM SUMMARY-LINE-5
           IF TRANS-STATUS = '00' OR TRANS-STATUS = '10'
               CLOSE TIME-TRANS-IN
           END-IF
           IF VAC-OPEN = 'YES'
               CLOSE VAC-BALANCE
           END-IF
           CLOSE EMP-MASTER
                 TIME-REGISTER
           IF APPLIED-COUNT > 0
               PERFORM 500-REWRITE-TIME-FILE
           END-IF
           IF REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       010-GET-FILE-NAMES.
           ACCEPT TIME-TRANS-DD FROM ENVIRONMENT "TIMETRANS"
           ACCEPT TIME-FILE-DD FROM ENVIRONMENT "TIMEFILE"
           ACCEPT PAYROLL-LIST-DD FROM ENVIRONMENT "PAYIN"
           ACCEPT EMP-MASTER-DD FROM ENVIRONMENT "EMPMASTER"
           ACCEPT VAC-BALANCE-DD FROM ENVIRONMENT "VACBAL"
           ACCEPT TIME-REGISTER-DD FROM ENVIRONMENT "TIMERPT"
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
       020-LOAD-HOURLY-LIST.
      *>      THE PAYROLL INPUT IS WHERE AN EMPLOYEE'S PAY TYPE LIVES -
      *>      ONLY THE PEOPLE IT PAYS BY THE HOUR KEEP TIME
           OPEN INPUT PAYROLL-LIST
           IF PAYROLL-STATUS NOT = '00'
               DISPLAY 'PAYROLL INPUT FILE MISSING - RUN STOPPED '
                   '(IT NAMES THE HOURLY EMPLOYEES)'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL MORE-PAYROLL = 'NO'
               READ PAYROLL-LIST
                   AT END
                       MOVE 'NO' TO MORE-PAYROLL
                   NOT AT END
                       IF PIN-PAY-TYPE = 'H'
                           IF HOURLY-COUNT < 500
                               ADD 1 TO HOURLY-COUNT
                               MOVE PIN-EMP-NO
                                   TO HOURLY-EMP-NO(HOURLY-COUNT)
                           ELSE
                               DISPLAY 'HOURLY EMPLOYEE TABLE FULL '
                                   'AT 500 - ' PIN-EMP-NO
                                   ' CANNOT KEEP TIME THIS RUN'
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYROLL-LIST.
       050-LOAD-TIME-FILE.
           OPEN INPUT TIME-FILE
           IF TIME-STATUS NOT = '00'
               DISPLAY 'NO TIME FILE YET - STARTING A NEW ONE'
               MOVE 'NO' TO MORE-TIME
           END-IF
           PERFORM UNTIL MORE-TIME = 'NO'
               READ TIME-FILE
                   AT END
                       MOVE 'NO' TO MORE-TIME
                   NOT AT END
                       IF TIME-COUNT < 5000
                           ADD 1 TO TIME-COUNT
                           MOVE TIME-REC TO TIME-ENTRY(TIME-COUNT)
                       ELSE
      *>      THE RUN REWRITES THE TIME FILE FROM THIS TABLE AT THE
      *>      END - STOPPING HERE KEEPS ROWS PAST THE TABLE FROM
      *>      BEING LOST ON THE REWRITE
                           DISPLAY 'TIME FILE PAST 5000 ROWS - RUN '
                               'STOPPED BEFORE ROWS COULD BE LOST ON '
                               'THE REWRITE'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           IF TIME-STATUS = '00' OR TIME-STATUS = '10'
               CLOSE TIME-FILE
           END-IF.
       200-APPLY-TRANS.
           ADD 1 TO READ-COUNT
           MOVE 'APPLIED ' TO TRANS-RESULT
           MOVE SPACES TO TRANS-REASON
           EVALUATE TTR-ACTION
               WHEN 'A'
               WHEN 'C'
               WHEN 'D'
                   PERFORM 210-EDIT-DAY-ENTRY
                   IF TRANS-RESULT = 'APPLIED '
                       EVALUATE TTR-ACTION
                           WHEN 'A'
                               PERFORM 300-ADD-DAY
                           WHEN 'C'
                               PERFORM 310-CHANGE-DAY
                           WHEN 'D'
                               PERFORM 320-DELETE-DAY
                       END-EVALUATE
                   END-IF
               WHEN 'V'
               WHEN 'U'
                   PERFORM 400-EDIT-APPROVAL
                   IF TRANS-RESULT = 'APPLIED '
                       IF TTR-ACTION = 'V'
                           PERFORM 410-APPROVE-WEEK
                       ELSE
                           PERFORM 420-REOPEN-WEEK
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'ACTION CODE NOT A, C, D, V OR U'
                       TO TRANS-REASON
           END-EVALUATE
           IF TRANS-RESULT = 'APPLIED '
               ADD 1 TO APPLIED-COUNT
           ELSE
               ADD 1 TO REJECTED-COUNT
           END-IF
           MOVE TTR-ACTION TO DTL-ACTION-OUT
           MOVE TTR-EMP-NO TO DTL-EMP-NO-OUT
           MOVE TTR-WORK-DATE TO DTL-DATE-OUT
           MOVE TTR-PAY-CODE TO DTL-CODE-OUT
           IF TTR-HOURS IS NUMERIC
               MOVE TTR-HOURS-NUM TO DTL-HOURS-OUT
           ELSE
               MOVE 0 TO DTL-HOURS-OUT
           END-IF
           MOVE TTR-TERRITORY-NO TO DTL-TERRITORY-OUT
           MOVE TTR-OFFICE-NO TO DTL-OFFICE-OUT
           MOVE TRANS-RESULT TO DTL-RESULT-OUT
           MOVE TRANS-REASON TO DTL-REASON-OUT
           WRITE REPORT-REC FROM DETAIL-LINE.
       210-EDIT-DAY-ENTRY.
           EVALUATE TRUE
               WHEN TTR-EMP-NO IS NOT NUMERIC
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'EMPLOYEE NUMBER NOT NUMERIC' TO TRANS-REASON
               WHEN TTR-PAY-CODE NOT = 'W' AND TTR-PAY-CODE NOT = 'V'
                   AND TTR-PAY-CODE NOT = 'S'
                   AND TTR-PAY-CODE NOT = 'P'
                   AND TTR-PAY-CODE NOT = 'H'
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'PAY CODE NOT W, V, S, P OR H' TO TRANS-REASON
               WHEN TTR-ACTION NOT = 'D'
                   AND (TTR-HOURS IS NOT NUMERIC
                   OR TTR-HOURS-NUM = 0 OR TTR-HOURS-NUM > 24)
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'HOURS NOT NUMERIC OR NOT 0.01-24.00'
                       TO TRANS-REASON
           END-EVALUATE
           IF TRANS-RESULT = 'APPLIED '
               PERFORM 220-CHECK-DATE
               IF DATE-OK = 'NO'
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'WORK DATE NOT A VALID CCYYMMDD DATE'
                       TO TRANS-REASON
               ELSE
                   IF TTR-PAY-CODE = 'W'
                       AND TTR-WORK-DATE-NUM > RUN-DATE
                       MOVE 'REJECTED' TO TRANS-RESULT
                       MOVE 'WORKED TIME DATED IN THE FUTURE'
                           TO TRANS-REASON
                   END-IF
               END-IF
           END-IF
           IF TRANS-RESULT = 'APPLIED '
               MOVE 'NO' TO HOURLY-FOUND
               PERFORM VARYING HOURLY-IDX FROM 1 BY 1
                   UNTIL HOURLY-IDX > HOURLY-COUNT
                   IF HOURLY-EMP-NO(HOURLY-IDX) = TTR-EMP-NO
                       MOVE 'YES' TO HOURLY-FOUND
                       MOVE HOURLY-COUNT TO HOURLY-IDX
                   END-IF
               END-PERFORM
               IF HOURLY-FOUND = 'NO'
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'NOT AN HOURLY EMPLOYEE' TO TRANS-REASON
               END-IF
           END-IF
           IF TRANS-RESULT = 'APPLIED '
               MOVE TTR-EMP-NO-NUM TO EMP-NUMBER
               READ EMP-MASTER
                   INVALID KEY
                       MOVE 'REJECTED' TO TRANS-RESULT
                       MOVE 'EMPLOYEE NOT ON MASTER' TO TRANS-REASON
                   NOT INVALID KEY
                       IF EMP-STATUS = 'T'
                           MOVE 'REJECTED' TO TRANS-RESULT
                           MOVE 'EMPLOYEE IS TERMINATED'
                               TO TRANS-REASON
                       END-IF
               END-READ
           END-IF
           IF TRANS-RESULT = 'APPLIED '
               PERFORM 230-FIND-DAY
           END-IF.
       220-CHECK-DATE.
           MOVE 'NO' TO DATE-OK
           IF TTR-WORK-DATE IS NUMERIC
               IF TTR-WORK-DATE(5:2) >= '01'
                   AND TTR-WORK-DATE(5:2) <= '12'
                   AND TTR-WORK-DATE(7:2) >= '01'
                   AND TTR-WORK-DATE(7:2) <= '31'
                   AND TTR-WORK-DATE(1:4) > '1600'
                   COMPUTE WORK-DATE-DAYS =
                       FUNCTION INTEGER-OF-DATE(TTR-WORK-DATE-NUM)
                   IF WORK-DATE-DAYS > 0
                       MOVE 'YES' TO DATE-OK
                   END-IF
               END-IF
           END-IF.
       230-FIND-DAY.
           MOVE 'NO' TO DAY-FOUND
           MOVE 0 TO FOUND-IDX
           PERFORM VARYING TIME-IDX FROM 1 BY 1
               UNTIL TIME-IDX > TIME-COUNT
               IF TT-EMP-NO(TIME-IDX) = TTR-EMP-NO-NUM
                   AND TT-WORK-DATE(TIME-IDX) = TTR-WORK-DATE-NUM
                   AND TT-PAY-CODE(TIME-IDX) = TTR-PAY-CODE
                   AND TT-STATUS(TIME-IDX) NOT = 'X'
                   MOVE 'YES' TO DAY-FOUND
                   MOVE TIME-IDX TO FOUND-IDX
                   MOVE TIME-COUNT TO TIME-IDX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN TTR-ACTION = 'A' AND DAY-FOUND = 'YES'
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'DAY ALREADY ENTERED FOR THIS PAY CODE'
                       TO TRANS-REASON
               WHEN TTR-ACTION NOT = 'A' AND DAY-FOUND = 'NO'
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'NO TIME ON FILE FOR THIS DAY/PAY CODE'
                       TO TRANS-REASON
               WHEN DAY-FOUND = 'YES'
                   AND TT-STATUS(FOUND-IDX) = 'A'
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'DAY APPROVED - REOPEN THE WEEK FIRST'
                       TO TRANS-REASON
               WHEN DAY-FOUND = 'YES'
                   AND TT-STATUS(FOUND-IDX) = 'P'
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'DAY ALREADY PAID' TO TRANS-REASON
           END-EVALUATE
           IF TRANS-RESULT = 'APPLIED ' AND TTR-ACTION NOT = 'D'
               PERFORM 240-CHECK-DAY-LIMIT
           END-IF
           IF TRANS-RESULT = 'APPLIED ' AND TTR-ACTION NOT = 'D'
               AND (TTR-PAY-CODE = 'V' OR TTR-PAY-CODE = 'S'
                   OR TTR-PAY-CODE = 'P')
               PERFORM 250-CHECK-LEAVE-BALANCE
           END-IF.
       240-CHECK-DAY-LIMIT.
      *>      EVERY OTHER PAY CODE ALREADY ON THE SAME DAY, PLUS THIS
      *>      ONE - A DAY WITH ANY LEAVE ON IT IS CAPPED AT A STANDARD
      *>      DAY SO IT CANNOT BE PAID AS WORKED TIME AND LEAVE BOTH
           MOVE TTR-HOURS-NUM TO DAY-TOTAL-HOURS
           MOVE 'NO' TO DAY-HAS-LEAVE
           IF TTR-PAY-CODE NOT = 'W'
               MOVE 'YES' TO DAY-HAS-LEAVE
           END-IF
           PERFORM VARYING TIME-IDX FROM 1 BY 1
               UNTIL TIME-IDX > TIME-COUNT
               IF TT-EMP-NO(TIME-IDX) = TTR-EMP-NO-NUM
                   AND TT-WORK-DATE(TIME-IDX) = TTR-WORK-DATE-NUM
                   AND TT-STATUS(TIME-IDX) NOT = 'X'
                   AND TIME-IDX NOT = FOUND-IDX
                   ADD TT-HOURS(TIME-IDX) TO DAY-TOTAL-HOURS
                   IF TT-PAY-CODE(TIME-IDX) NOT = 'W'
                       MOVE 'YES' TO DAY-HAS-LEAVE
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN DAY-TOTAL-HOURS > 24
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'DAY WOULD TOTAL MORE THAN 24 HOURS'
                       TO TRANS-REASON
               WHEN DAY-HAS-LEAVE = 'YES'
                   AND DAY-TOTAL-HOURS > STANDARD-DAY-HOURS
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'LEAVE DAY WOULD TOTAL MORE THAN 8 HOURS'
                       TO TRANS-REASON
           END-EVALUATE.
       250-CHECK-LEAVE-BALANCE.
           MOVE 0 TO LEAVE-BALANCE-HOURS
           IF VAC-OPEN = 'NO'
               MOVE 'REJECTED' TO TRANS-RESULT
               MOVE 'NO LEAVE BALANCE FILE TO CHECK AGAINST'
                   TO TRANS-REASON
           ELSE
               MOVE TTR-EMP-NO-NUM TO VAC-EMP-NO
               READ VAC-BALANCE
                   INVALID KEY
                       MOVE 'REJECTED' TO TRANS-RESULT
                       MOVE 'NO LEAVE BALANCE RECORD' TO TRANS-REASON
                   NOT INVALID KEY
                       EVALUATE TTR-PAY-CODE
                           WHEN 'V'
                               MOVE VAC-BALANCE-HOURS
                                   TO LEAVE-BALANCE-HOURS
                           WHEN 'S'
                               MOVE SICK-BALANCE-HOURS
                                   TO LEAVE-BALANCE-HOURS
                           WHEN 'P'
                               MOVE PERS-BALANCE-HOURS
                                   TO LEAVE-BALANCE-HOURS
                       END-EVALUATE
               END-READ
           END-IF
      *>      LEAVE ENTERED OR APPROVED BUT NOT YET DRAWN AT A CUTOFF
      *>      STILL COMES OUT OF THE SAME BALANCE
           IF TRANS-RESULT = 'APPLIED '
               MOVE TTR-HOURS-NUM TO PENDING-LEAVE-HOURS
               PERFORM VARYING TIME-IDX FROM 1 BY 1
                   UNTIL TIME-IDX > TIME-COUNT
                   IF TT-EMP-NO(TIME-IDX) = TTR-EMP-NO-NUM
                       AND TT-PAY-CODE(TIME-IDX) = TTR-PAY-CODE
                       AND (TT-STATUS(TIME-IDX) = 'E'
                           OR TT-STATUS(TIME-IDX) = 'A')
                       AND TIME-IDX NOT = FOUND-IDX
                       ADD TT-HOURS(TIME-IDX) TO PENDING-LEAVE-HOURS
                   END-IF
               END-PERFORM
               IF PENDING-LEAVE-HOURS > LEAVE-BALANCE-HOURS
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'LEAVE EXCEEDS BALANCE FOR THIS TYPE'
                       TO TRANS-REASON
               END-IF
           END-IF.
       300-ADD-DAY.
           IF TIME-COUNT NOT < 5000
               MOVE 'REJECTED' TO TRANS-RESULT
               MOVE 'TIME FILE FULL AT 5000 DAYS' TO TRANS-REASON
           ELSE
               ADD 1 TO TIME-COUNT
               MOVE TTR-EMP-NO-NUM TO TT-EMP-NO(TIME-COUNT)
               MOVE TTR-WORK-DATE-NUM TO TT-WORK-DATE(TIME-COUNT)
               MOVE TTR-PAY-CODE TO TT-PAY-CODE(TIME-COUNT)
               MOVE TTR-HOURS-NUM TO TT-HOURS(TIME-COUNT)
               MOVE EMP-TERRITORY-NO TO TT-TERRITORY-NO(TIME-COUNT)
               MOVE EMP-OFFICE-NO TO TT-OFFICE-NO(TIME-COUNT)
               MOVE 'E' TO TT-STATUS(TIME-COUNT)
               MOVE RUN-DATE TO TT-ENTRY-DATE(TIME-COUNT)
               MOVE SPACES TO TT-APPROVER(TIME-COUNT)
               MOVE 0 TO TT-APPROVE-DATE(TIME-COUNT)
               MOVE 0 TO TT-PAID-DATE(TIME-COUNT)
               ADD 1 TO DAYS-ADDED-COUNT
           END-IF.
       310-CHANGE-DAY.
           MOVE TTR-HOURS-NUM TO TT-HOURS(FOUND-IDX)
           MOVE EMP-TERRITORY-NO TO TT-TERRITORY-NO(FOUND-IDX)
           MOVE EMP-OFFICE-NO TO TT-OFFICE-NO(FOUND-IDX)
           MOVE RUN-DATE TO TT-ENTRY-DATE(FOUND-IDX)
           ADD 1 TO DAYS-CHANGED-COUNT.
       320-DELETE-DAY.
           MOVE 'X' TO TT-STATUS(FOUND-IDX)
           ADD 1 TO DAYS-DELETED-COUNT.
       400-EDIT-APPROVAL.
           MOVE SPACES TO TTR-EMP-NO
           MOVE SPACES TO TTR-PAY-CODE
           MOVE SPACES TO TTR-HOURS
           PERFORM 220-CHECK-DATE
           EVALUATE TRUE
               WHEN TTR-TERRITORY-NO IS NOT NUMERIC
                   OR TTR-OFFICE-NO IS NOT NUMERIC
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'TERRITORY/OFFICE NOT NUMERIC'
                       TO TRANS-REASON
               WHEN DATE-OK = 'NO'
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'WEEK-ENDING DATE NOT A VALID DATE'
                       TO TRANS-REASON
               WHEN FUNCTION MOD(WORK-DATE-DAYS, 7) NOT = 6
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'WEEK-ENDING DATE IS NOT A SATURDAY'
                       TO TRANS-REASON
               WHEN TTR-ACTION = 'V' AND TTR-APPROVER = SPACES
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'NO APPROVER NAMED' TO TRANS-REASON
           END-EVALUATE
           IF TRANS-RESULT = 'APPLIED '
               COMPUTE WEEK-START-DAYS = WORK-DATE-DAYS - 6
               COMPUTE WEEK-START-DATE =
                   FUNCTION DATE-OF-INTEGER(WEEK-START-DAYS)
           END-IF.
       410-APPROVE-WEEK.
           MOVE 0 TO WEEK-DAY-COUNT
           PERFORM VARYING TIME-IDX FROM 1 BY 1
               UNTIL TIME-IDX > TIME-COUNT
               IF TT-STATUS(TIME-IDX) = 'E'
                   AND TT-TERRITORY-NO(TIME-IDX) = TTR-TERRITORY-NO
                   AND TT-OFFICE-NO(TIME-IDX) = TTR-OFFICE-NO
                   AND TT-WORK-DATE(TIME-IDX) >= WEEK-START-DATE
                   AND TT-WORK-DATE(TIME-IDX) <= TTR-WORK-DATE-NUM
                   MOVE 'A' TO TT-STATUS(TIME-IDX)
                   MOVE TTR-APPROVER TO TT-APPROVER(TIME-IDX)
                   MOVE RUN-DATE TO TT-APPROVE-DATE(TIME-IDX)
                   ADD 1 TO WEEK-DAY-COUNT
               END-IF
           END-PERFORM
           IF WEEK-DAY-COUNT = 0
               MOVE 'REJECTED' TO TRANS-RESULT
               MOVE 'NO ENTERED TIME FOR THAT OFFICE/WEEK'
                   TO TRANS-REASON
           ELSE
               ADD WEEK-DAY-COUNT TO DAYS-APPROVED-COUNT
               MOVE WEEK-DAY-COUNT TO WEEK-DAY-COUNT-OUT
               STRING 'APPROVED ' WEEK-DAY-COUNT-OUT ' DAYS BY '
                   TTR-APPROVER
                   DELIMITED BY SIZE INTO TRANS-REASON
           END-IF.
       420-REOPEN-WEEK.
           MOVE 0 TO WEEK-DAY-COUNT
           PERFORM VARYING TIME-IDX FROM 1 BY 1
               UNTIL TIME-IDX > TIME-COUNT
               IF TT-STATUS(TIME-IDX) = 'A'
                   AND TT-TERRITORY-NO(TIME-IDX) = TTR-TERRITORY-NO
                   AND TT-OFFICE-NO(TIME-IDX) = TTR-OFFICE-NO
                   AND TT-WORK-DATE(TIME-IDX) >= WEEK-START-DATE
                   AND TT-WORK-DATE(TIME-IDX) <= TTR-WORK-DATE-NUM
                   MOVE 'E' TO TT-STATUS(TIME-IDX)
                   MOVE SPACES TO TT-APPROVER(TIME-IDX)
                   MOVE 0 TO TT-APPROVE-DATE(TIME-IDX)
                   ADD 1 TO WEEK-DAY-COUNT
               END-IF
           END-PERFORM
           IF WEEK-DAY-COUNT = 0
               MOVE 'REJECTED' TO TRANS-RESULT
               MOVE 'NO APPROVED, UNPAID TIME FOR OFFICE/WEEK'
                   TO TRANS-REASON
           ELSE
               ADD WEEK-DAY-COUNT TO DAYS-UNAPPROVED-COUNT
               MOVE WEEK-DAY-COUNT TO WEEK-DAY-COUNT-OUT
               STRING 'REOPENED ' WEEK-DAY-COUNT-OUT ' DAYS'
                   DELIMITED BY SIZE INTO TRANS-REASON
           END-IF.
       500-REWRITE-TIME-FILE.
           OPEN OUTPUT TIME-FILE
           PERFORM VARYING TIME-IDX FROM 1 BY 1
               UNTIL TIME-IDX > TIME-COUNT
               IF TT-STATUS(TIME-IDX) NOT = 'X'
                   MOVE TIME-ENTRY(TIME-IDX) TO TIME-REC
                   WRITE TIME-REC
               END-IF
           END-PERFORM
           CLOSE TIME-FILE.
