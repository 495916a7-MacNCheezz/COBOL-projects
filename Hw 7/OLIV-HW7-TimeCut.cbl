      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Pay-period timekeeping cutoff, run before TAX-PAYROLL.
      *          The period is the pay-calendar period holding the
      *          chain's business date. Every approved day on the time
      *          file up to the period end is summarized per hourly
      *          employee into the hours file TAX-PAYROLL reads -
      *          worked hours in HRS-WORKED-IN, vacation, sick,
      *          personal and holiday hours in the trailing leave
      *          column - and each approved vacation, sick or personal
      *          day is appended to VACATION-USAGE's transaction file
      *          so the leave is drawn from the balance without being
      *          keyed a second time. Summarized days are marked paid
      *          with the cutoff date, so a rerun of the cutoff in the
      *          same period rebuilds the same hours file without
      *          sending any leave twice, and days paid at an earlier
      *          period's cutoff are dropped from the time file.
      *          The exception listing, by territory/office, shows
      *          for each hourly employee and week in the period the
      *          hours still waiting on supervisor approval and the
      *          weekdays with no time entered at all, plus unapproved
      *          days left over from an earlier period and time on file
      *          for anyone the payroll input no longer pays hourly.
      *          Unapproved time is not paid; any exception ends the
      *          run RC 4 so it is seen before payroll runs.
      * Modification History:
      *   10/15/26 - initial version
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIME-CUTOFF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIME-FILE
           ASSIGN TO TIME-FILE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TIME-STATUS.
           SELECT PAYROLL-LIST
           ASSIGN TO PAYROLL-LIST-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYROLL-STATUS.
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
           SELECT HOURS-FILE
           ASSIGN TO HOURS-FILE-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT USAGE-FILE
           ASSIGN TO USAGE-FILE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS USAGE-STATUS.
           SELECT CUTOFF-REPORT
           ASSIGN TO CUTOFF-REPORT-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL
           ASSIGN TO RUN-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TIME-FILE.
       01  TIME-REC.
           COPY OLIV-TIME-Rec.
       FD  PAYROLL-LIST.
       01  PAYROLL-LIST-REC.
           05 PIN-EMP-NO                   PIC X(5).
           05 PIN-NAME                     PIC X(20).
           05                              PIC X(38).
           05 PIN-PAY-TYPE                 PIC X(1).
           05                              PIC X(4).
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
       FD  HOURS-FILE.
       01  HOURS-OUT-REC.
           05 HRO-EMP-NO                   PIC X(5).
           05 HRO-WORKED                   PIC 9(3)V99.
           05 HRO-LEAVE                    PIC 9(3)V99.
       FD  USAGE-FILE.
       01  USAGE-TRANS-REC.
           05 UTX-EMP-NO                   PIC X(5).
           05 UTX-HOURS                    PIC 9(3)V99.
           05 UTX-MONTH                    PIC X(2).
           05 UTX-DAY                      PIC X(2).
           05 UTX-YEAR                     PIC X(4).
           05 UTX-TYPE                     PIC X(1).
       FD  CUTOFF-REPORT.
       01  REPORT-REC                      PIC X(100).
       FD  RUN-CONTROL.
       01  RUN-CONTROL-REC.
           COPY OLIV-RUN-Ctl.
       WORKING-STORAGE SECTION.
       01  MORE-TIME                       PIC XXX VALUE 'YES'.
       01  MORE-PAYROLL                    PIC XXX VALUE 'YES'.
       01  MORE-CAL                        PIC XXX VALUE 'YES'.
       01  TIME-STATUS                     PIC XX.
       01  PAYROLL-STATUS                  PIC XX.
       01  CAL-STATUS                      PIC XX.
       01  EMP-MASTER-STATUS               PIC XX.
       01  USAGE-STATUS                    PIC XX.
       01  RUN-CTL-STATUS                  PIC XX.
       01  RUN-DATE                        PIC 9(8).
       01  RUN-DATE-DAYS                   PIC 9(7).
       01  PERIOD-FOUND                    PIC XXX VALUE 'NO'.
       01  PERIOD-NO                       PIC 9(2).
       01  PERIOD-START                    PIC 9(8).
       01  PERIOD-END                      PIC 9(8).
       01  PERIOD-START-DAYS               PIC 9(7).
       01  PERIOD-END-DAYS                 PIC 9(7).
       01  LAST-CHECK-DAYS                 PIC 9(7).
       01  FIRST-SAT-DAYS                  PIC 9(7).
       01  WEEK-COUNT                      PIC 9(1).
       01  WEEK-IDX                        PIC 9(1).
       01  DAY-DAYS                        PIC 9(7).
       01  WEEKDAY-NO                      PIC 9(1).
       01  DAY-IDX                         PIC 9(2).
       01  WORK-DAYS                       PIC 9(7).
       01  WEEK-END-DATE                   PIC 9(8).
       01  EMP-FOUND                       PIC XXX.
       01  FOUND-IDX                       PIC 9(3).
       01  HOURLY-COUNT                    PIC 9(3) VALUE 0.
       01  HOURLY-IDX                      PIC 9(3).
       01  HOURLY-TABLE.
           05 HOURLY-ENTRY OCCURS 500 TIMES.
               10 HE-EMP-NO                PIC X(5).
               10 HE-NAME                  PIC X(20).
               10 HE-TERRITORY-NO          PIC 9(2).
               10 HE-OFFICE-NO             PIC 9(2).
               10 HE-WORKED                PIC 9(3)V99.
               10 HE-LEAVE                 PIC 9(3)V99.
               10 HE-DAY-FLAG OCCURS 31 TIMES
                                           PIC X(1).
               10 HE-UNAPPROVED OCCURS 6 TIMES
                                           PIC 9(3)V99.
       01  WEEK-MISSING-TABLE.
           05 WEEK-MISSING OCCURS 6 TIMES  PIC 9(1).
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
       01  EMP-NO-HOLD                     PIC X(5).
       01  PROBLEM-TEXT                    PIC X(40).
       01  MISSING-OUT                     PIC 9.
       01  UNAPPROVED-OUT                  PIC ZZ9.99.
       01  DAYS-PAID-COUNT                 PIC 9(5) VALUE 0.
       01  LEAVE-TRANS-COUNT               PIC 9(5) VALUE 0.
       01  HOURS-REC-COUNT                 PIC 9(5) VALUE 0.
       01  EXCEPTION-COUNT                 PIC 9(5) VALUE 0.
       01  PURGED-COUNT                    PIC 9(5) VALUE 0.
       01  TOTAL-WORKED                    PIC 9(6)V99 VALUE 0.
       01  TOTAL-LEAVE                     PIC 9(6)V99 VALUE 0.
       01  HEADING1.
           05                              PIC X(28) VALUE
               'TIMEKEEPING CUTOFF - PERIOD '.
           05 HDG-PERIOD-OUT               PIC 9(2).
           05                              PIC X(2) VALUE SPACES.
           05 HDG-START-OUT                PIC 9(8).
           05                              PIC X(4) VALUE ' TO '.
           05 HDG-END-OUT                  PIC 9(8).
           05                              PIC X(8) VALUE
               '  DATE: '.
           05 HDG-DATE-OUT                 PIC 9(8).
       01  HEADING2.
           05                              PIC X(34) VALUE
               'EXCEPTIONS TO CLEAR BEFORE PAYROLL'.
       01  HEADING3.
           05                              PIC X(46) VALUE
               'TR  OF  EMP-NO  NAME                  WEEK END'.
           05                              PIC X(10) VALUE
               '  PROBLEM'.
       01  DETAIL-LINE.
           05 DTL-TERRITORY-OUT            PIC 9(2).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-OFFICE-OUT               PIC 9(2).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-EMP-NO-OUT               PIC X(5).
           05                              PIC X(3) VALUE SPACES.
           05 DTL-NAME-OUT                 PIC X(20).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-WEEK-END-OUT             PIC 9(8).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-PROBLEM-OUT              PIC X(40).
       01  SUMMARY-LINE-1.
           05                              PIC X(30) VALUE
               'HOURLY EMPLOYEES:            '.
           05 SUM-HOURLY-OUT               PIC ZZ,ZZ9.
           05                              PIC X(22) VALUE
               '   HOURS RECORDS:     '.
           05 SUM-HOURS-REC-OUT            PIC ZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05                              PIC X(30) VALUE
               'APPROVED DAYS PAID:          '.
           05 SUM-PAID-OUT                 PIC ZZ,ZZ9.
           05                              PIC X(22) VALUE
               '   LEAVE TRANSACTIONS:'.
           05 SUM-LEAVE-TRANS-OUT          PIC ZZ,ZZ9.
       01  SUMMARY-LINE-3.
           05                              PIC X(30) VALUE
               'HOURS WORKED:                '.
           05 SUM-WORKED-OUT               PIC ZZZ,ZZ9.99.
           05                              PIC X(18) VALUE
               '   LEAVE HOURS:   '.
           05 SUM-LEAVE-OUT                PIC ZZZ,ZZ9.99.
       01  SUMMARY-LINE-4.
           05                              PIC X(30) VALUE
               'EXCEPTIONS LISTED:           '.
           05 SUM-EXCEPTION-OUT            PIC ZZ,ZZ9.
           05                              PIC X(22) VALUE
               '   PAID DAYS PURGED:  '.
           05 SUM-PURGED-OUT               PIC ZZ,ZZ9.
       01  TIME-FILE-DD                    PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-TimeDtl.txt'.
       01  PAYROLL-LIST-DD                 PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-PayrollIn.txt'.
       01  CALENDAR-FILE-DD                PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-Calendar.txt'.
       01  EMP-MASTER-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-EMP-Master.dat'.
       01  HOURS-FILE-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-Hours.txt'.
       01  USAGE-FILE-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-VAC-Usage.txt'.
       01  CUTOFF-REPORT-DD                PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-TimeCut.txt'.
       01  RUN-CONTROL-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-Ctl.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-GET-FILE-NAMES
           PERFORM 015-GET-BUSINESS-DATE
           PERFORM 020-FIND-PERIOD
           OPEN INPUT EMP-MASTER
           IF EMP-MASTER-STATUS NOT = '00'
               DISPLAY 'EMPLOYEE MASTER NOT AVAILABLE - RUN '
                   'STOPPED (EXCEPTIONS ARE ROUTED BY TERRITORY/'
                   'OFFICE)'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 030-LOAD-HOURLY-LIST
           CLOSE EMP-MASTER
           PERFORM 050-LOAD-TIME-FILE
           OPEN OUTPUT HOURS-FILE
                       CUTOFF-REPORT
           OPEN EXTEND USAGE-FILE
           IF USAGE-STATUS NOT = '00' AND USAGE-STATUS NOT = '05'
               OPEN OUTPUT USAGE-FILE
           END-IF
           MOVE PERIOD-NO TO HDG-PERIOD-OUT
           MOVE PERIOD-START TO HDG-START-OUT
           MOVE PERIOD-END TO HDG-END-OUT
           MOVE RUN-DATE TO HDG-DATE-OUT
           WRITE REPORT-REC FROM HEADING1
           WRITE REPORT-REC FROM HEADING2
               AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM HEADING3
           PERFORM VARYING TIME-IDX FROM 1 BY 1
               UNTIL TIME-IDX > TIME-COUNT
               PERFORM 200-SUMMARIZE-DAY
           END-PERFORM
           PERFORM VARYING HOURLY-IDX FROM 1 BY 1
               UNTIL HOURLY-IDX > HOURLY-COUNT
               PERFORM 300-LIST-EMP-EXCEPTIONS
               PERFORM 400-WRITE-HOURS-RECORD
           END-PERFORM
           MOVE HOURLY-COUNT TO SUM-HOURLY-OUT
           MOVE HOURS-REC-COUNT TO SUM-HOURS-REC-OUT
           MOVE DAYS-PAID-COUNT TO SUM-PAID-OUT
           MOVE LEAVE-TRANS-COUNT TO SUM-LEAVE-TRANS-OUT
           MOVE TOTAL-WORKED TO SUM-WORKED-OUT
           MOVE TOTAL-LEAVE TO SUM-LEAVE-OUT
           MOVE EXCEPTION-COUNT TO SUM-EXCEPTION-OUT
           MOVE PURGED-COUNT TO SUM-PURGED-OUT
           WRITE REPORT-REC FROM SUMMARY-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM SUMMARY-LINE-2
           WRITE REPORT-REC FROM SUMMARY-LINE-3
           WRITE REPORT-REC FROM SUMMARY-LINE-4
           CLOSE HOURS-FILE
                 USAGE-FILE
                 CUTOFF-REPORT
           IF TIME-COUNT > 0
               PERFORM 500-REWRITE-TIME-FILE
           END-IF
           DISPLAY 'TIME CUTOFF PERIOD ' PERIOD-NO
               ' - HOURS RECORDS: ' HOURS-REC-COUNT
               ' EXCEPTIONS: ' EXCEPTION-COUNT
           IF EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       010-GET-FILE-NAMES.
           ACCEPT TIME-FILE-DD FROM ENVIRONMENT "TIMEFILE"
           ACCEPT PAYROLL-LIST-DD FROM ENVIRONMENT "PAYIN"
           ACCEPT CALENDAR-FILE-DD FROM ENVIRONMENT "PAYCAL"
           ACCEPT EMP-MASTER-DD FROM ENVIRONMENT "EMPMASTER"
           ACCEPT HOURS-FILE-DD FROM ENVIRONMENT "PAYHOURS"
           ACCEPT USAGE-FILE-DD FROM ENVIRONMENT "VACUSAGE"
           ACCEPT CUTOFF-REPORT-DD FROM ENVIRONMENT "TIMECUTRPT"
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
           END-IF
           COMPUTE PERIOD-START-DAYS =
               FUNCTION INTEGER-OF-DATE(PERIOD-START)
           COMPUTE PERIOD-END-DAYS =
               FUNCTION INTEGER-OF-DATE(PERIOD-END)
           IF PERIOD-END-DAYS - PERIOD-START-DAYS > 30
               DISPLAY 'PAY PERIOD ' PERIOD-NO ' RUNS LONGER THAN '
                   '31 DAYS - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *>      WEEKS RUN SUNDAY THROUGH SATURDAY, THE SAME WEEK A
      *>      SUPERVISOR APPROVES (MOD 7 OF THE DAY NUMBER: 0 = SUNDAY,
      *>      6 = SATURDAY)
           COMPUTE FIRST-SAT-DAYS = PERIOD-START-DAYS + 6
               - FUNCTION MOD(PERIOD-START-DAYS, 7)
           COMPUTE WEEK-COUNT =
               (PERIOD-END-DAYS - FIRST-SAT-DAYS + 6) / 7 + 1
      *>      DAYS STILL AHEAD OF THE BUSINESS DATE ARE NOT MISSING YET
           IF RUN-DATE-DAYS < PERIOD-END-DAYS
               MOVE RUN-DATE-DAYS TO LAST-CHECK-DAYS
           ELSE
               MOVE PERIOD-END-DAYS TO LAST-CHECK-DAYS
           END-IF.
       030-LOAD-HOURLY-LIST.
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
                           PERFORM 035-ADD-HOURLY-EMP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYROLL-LIST.
       035-ADD-HOURLY-EMP.
           IF HOURLY-COUNT NOT < 500
      *>      TAX-PAYROLL'S HOURS TABLE STOPS AT 500 AS WELL
               DISPLAY 'HOURLY EMPLOYEE TABLE FULL AT 500 - '
                   PIN-EMP-NO ' LEFT OFF THE HOURS FILE'
               ADD 1 TO EXCEPTION-COUNT
           ELSE
               ADD 1 TO HOURLY-COUNT
               INITIALIZE HOURLY-ENTRY(HOURLY-COUNT)
               MOVE PIN-EMP-NO TO HE-EMP-NO(HOURLY-COUNT)
               MOVE PIN-NAME TO HE-NAME(HOURLY-COUNT)
               IF PIN-EMP-NO IS NUMERIC
                   MOVE PIN-EMP-NO TO EMP-NUMBER
                   READ EMP-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE EMP-TERRITORY-NO
                               TO HE-TERRITORY-NO(HOURLY-COUNT)
                           MOVE EMP-OFFICE-NO
                               TO HE-OFFICE-NO(HOURLY-COUNT)
                   END-READ
               END-IF
           END-IF.
       050-LOAD-TIME-FILE.
           OPEN INPUT TIME-FILE
           IF TIME-STATUS NOT = '00'
               DISPLAY 'NO TIME FILE - EVERY HOURLY EMPLOYEE WILL '
                   'LIST AS MISSING TIME'
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
       200-SUMMARIZE-DAY.
      *>      PAID AT AN EARLIER PERIOD'S CUTOFF - DONE WITH
           IF TT-STATUS(TIME-IDX) = 'P'
               AND TT-PAID-DATE(TIME-IDX) < PERIOD-START
               MOVE 'X' TO TT-STATUS(TIME-IDX)
               ADD 1 TO PURGED-COUNT
           END-IF
           IF TT-STATUS(TIME-IDX) NOT = 'X'
               AND TT-WORK-DATE(TIME-IDX) <= PERIOD-END
               PERFORM 210-FIND-HOURLY-EMP
               IF EMP-FOUND = 'NO'
                   PERFORM 250-LIST-NOT-HOURLY
               ELSE
                   PERFORM 220-APPLY-DAY
               END-IF
           END-IF.
       210-FIND-HOURLY-EMP.
           MOVE 'NO' TO EMP-FOUND
           MOVE TT-EMP-NO(TIME-IDX) TO EMP-NO-HOLD
           PERFORM VARYING HOURLY-IDX FROM 1 BY 1
               UNTIL HOURLY-IDX > HOURLY-COUNT
               IF HE-EMP-NO(HOURLY-IDX) = EMP-NO-HOLD
                   MOVE 'YES' TO EMP-FOUND
                   MOVE HOURLY-IDX TO FOUND-IDX
                   MOVE HOURLY-COUNT TO HOURLY-IDX
               END-IF
           END-PERFORM.
       220-APPLY-DAY.
           COMPUTE WORK-DAYS =
               FUNCTION INTEGER-OF-DATE(TT-WORK-DATE(TIME-IDX))
           IF TT-WORK-DATE(TIME-IDX) >= PERIOD-START
               COMPUTE DAY-IDX = WORK-DAYS - PERIOD-START-DAYS + 1
               MOVE 'Y' TO HE-DAY-FLAG(FOUND-IDX, DAY-IDX)
           END-IF
           EVALUATE TT-STATUS(TIME-IDX)
               WHEN 'A'
                   PERFORM 230-PAY-APPROVED-DAY
               WHEN 'P'
      *>      PAID AT THIS PERIOD'S CUTOFF ALREADY - A RERUN COUNTS IT
      *>      AGAIN IN THE HOURS FILE BUT SENDS NO SECOND LEAVE DRAW
                   PERFORM 240-ADD-TO-HOURS
               WHEN 'E'
                   IF TT-WORK-DATE(TIME-IDX) >= PERIOD-START
                       COMPUTE WEEK-IDX =
                           (WORK-DAYS - FIRST-SAT-DAYS + 6) / 7 + 1
                       ADD TT-HOURS(TIME-IDX)
                           TO HE-UNAPPROVED(FOUND-IDX, WEEK-IDX)
                   ELSE
                       PERFORM 260-LIST-PRIOR-UNAPPROVED
                   END-IF
           END-EVALUATE.
       230-PAY-APPROVED-DAY.
           PERFORM 240-ADD-TO-HOURS
           MOVE 'P' TO TT-STATUS(TIME-IDX)
           MOVE RUN-DATE TO TT-PAID-DATE(TIME-IDX)
           ADD 1 TO DAYS-PAID-COUNT
           IF TT-PAY-CODE(TIME-IDX) = 'V'
               OR TT-PAY-CODE(TIME-IDX) = 'S'
               OR TT-PAY-CODE(TIME-IDX) = 'P'
               MOVE HE-EMP-NO(FOUND-IDX) TO UTX-EMP-NO
               MOVE TT-HOURS(TIME-IDX) TO UTX-HOURS
               MOVE TT-WORK-DATE(TIME-IDX)(5:2) TO UTX-MONTH
               MOVE TT-WORK-DATE(TIME-IDX)(7:2) TO UTX-DAY
               MOVE TT-WORK-DATE(TIME-IDX)(1:4) TO UTX-YEAR
               MOVE TT-PAY-CODE(TIME-IDX) TO UTX-TYPE
               WRITE USAGE-TRANS-REC
               ADD 1 TO LEAVE-TRANS-COUNT
           END-IF.
       240-ADD-TO-HOURS.
           IF TT-PAY-CODE(TIME-IDX) = 'W'
               ADD TT-HOURS(TIME-IDX) TO HE-WORKED(FOUND-IDX)
           ELSE
               ADD TT-HOURS(TIME-IDX) TO HE-LEAVE(FOUND-IDX)
           END-IF.
       250-LIST-NOT-HOURLY.
           MOVE TT-TERRITORY-NO(TIME-IDX) TO DTL-TERRITORY-OUT
           MOVE TT-OFFICE-NO(TIME-IDX) TO DTL-OFFICE-OUT
           MOVE TT-EMP-NO(TIME-IDX) TO DTL-EMP-NO-OUT
           MOVE SPACES TO DTL-NAME-OUT
           MOVE TT-WORK-DATE(TIME-IDX) TO DTL-WEEK-END-OUT
           MOVE 'TIME ON FILE BUT NOT PAID HOURLY'
               TO DTL-PROBLEM-OUT
           WRITE REPORT-REC FROM DETAIL-LINE
           ADD 1 TO EXCEPTION-COUNT.
       260-LIST-PRIOR-UNAPPROVED.
           MOVE HE-TERRITORY-NO(FOUND-IDX) TO DTL-TERRITORY-OUT
           MOVE HE-OFFICE-NO(FOUND-IDX) TO DTL-OFFICE-OUT
           MOVE HE-EMP-NO(FOUND-IDX) TO DTL-EMP-NO-OUT
           MOVE HE-NAME(FOUND-IDX) TO DTL-NAME-OUT
           MOVE TT-WORK-DATE(TIME-IDX) TO DTL-WEEK-END-OUT
           MOVE 'UNAPPROVED DAY FROM AN EARLIER PERIOD'
               TO DTL-PROBLEM-OUT
           WRITE REPORT-REC FROM DETAIL-LINE
           ADD 1 TO EXCEPTION-COUNT.
       300-LIST-EMP-EXCEPTIONS.
           INITIALIZE WEEK-MISSING-TABLE
           PERFORM VARYING DAY-DAYS FROM PERIOD-START-DAYS BY 1
               UNTIL DAY-DAYS > LAST-CHECK-DAYS
               COMPUTE WEEKDAY-NO = FUNCTION MOD(DAY-DAYS, 7)
               COMPUTE DAY-IDX = DAY-DAYS - PERIOD-START-DAYS + 1
               IF WEEKDAY-NO >= 1 AND WEEKDAY-NO <= 5
                   AND HE-DAY-FLAG(HOURLY-IDX, DAY-IDX) NOT = 'Y'
                   COMPUTE WEEK-IDX =
                       (DAY-DAYS - FIRST-SAT-DAYS + 6) / 7 + 1
                   ADD 1 TO WEEK-MISSING(WEEK-IDX)
               END-IF
           END-PERFORM
           PERFORM VARYING WEEK-IDX FROM 1 BY 1
               UNTIL WEEK-IDX > WEEK-COUNT
               COMPUTE WORK-DAYS = FIRST-SAT-DAYS + (7 * (WEEK-IDX - 1))
               COMPUTE WEEK-END-DATE =
                   FUNCTION DATE-OF-INTEGER(WORK-DAYS)
               IF HE-UNAPPROVED(HOURLY-IDX, WEEK-IDX) > 0
                   MOVE HE-UNAPPROVED(HOURLY-IDX, WEEK-IDX)
                       TO UNAPPROVED-OUT
                   MOVE SPACES TO PROBLEM-TEXT
                   STRING 'UNAPPROVED - ' UNAPPROVED-OUT ' HOURS'
                       DELIMITED BY SIZE INTO PROBLEM-TEXT
                   PERFORM 350-WRITE-EMP-EXCEPTION
               END-IF
               IF WEEK-MISSING(WEEK-IDX) > 0
                   MOVE WEEK-MISSING(WEEK-IDX) TO MISSING-OUT
                   MOVE SPACES TO PROBLEM-TEXT
                   STRING 'INCOMPLETE - ' MISSING-OUT
                       ' WEEKDAY(S) WITH NO TIME'
                       DELIMITED BY SIZE INTO PROBLEM-TEXT
                   PERFORM 350-WRITE-EMP-EXCEPTION
               END-IF
           END-PERFORM.
       350-WRITE-EMP-EXCEPTION.
           MOVE HE-TERRITORY-NO(HOURLY-IDX) TO DTL-TERRITORY-OUT
           MOVE HE-OFFICE-NO(HOURLY-IDX) TO DTL-OFFICE-OUT
           MOVE HE-EMP-NO(HOURLY-IDX) TO DTL-EMP-NO-OUT
           MOVE HE-NAME(HOURLY-IDX) TO DTL-NAME-OUT
           MOVE WEEK-END-DATE TO DTL-WEEK-END-OUT
           MOVE PROBLEM-TEXT TO DTL-PROBLEM-OUT
           WRITE REPORT-REC FROM DETAIL-LINE
           ADD 1 TO EXCEPTION-COUNT.
       400-WRITE-HOURS-RECORD.
           IF HE-WORKED(HOURLY-IDX) > 0 OR HE-LEAVE(HOURLY-IDX) > 0
               MOVE HE-EMP-NO(HOURLY-IDX) TO HRO-EMP-NO
               MOVE HE-WORKED(HOURLY-IDX) TO HRO-WORKED
               MOVE HE-LEAVE(HOURLY-IDX) TO HRO-LEAVE
               WRITE HOURS-OUT-REC
               ADD 1 TO HOURS-REC-COUNT
               ADD HE-WORKED(HOURLY-IDX) TO TOTAL-WORKED
               ADD HE-LEAVE(HOURLY-IDX) TO TOTAL-LEAVE
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
