      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Period-end job scheduler. The monthly, quarterly and
      *          annual programs that sit outside the nightly chain
      *          are named on the job schedule file with how often
      *          they come due, the jobs that must finish before them
      *          and the inputs the operator stages. Each night this
      *          step reads the run-control business date and its
      *          month-end / quarter-end / year-end flags and opens a
      *          status row (job and period) for every job falling
      *          due. It then releases every open row whose
      *          prerequisites are complete - or are released ahead
      *          of it tonight - into the period-end job stream, in
      *          dependency order, each step gated on the steps it
      *          depends on. Behind every released step the stream
      *          runs PERIOD-END-POST twice, once to post the job
      *          complete when it ends clean and once to post it
      *          failed when it does not. A row is released once; a
      *          failed job is rerun by hand and posted complete
      *          with a PERIOD-END-POST card. Rerunning the scheduler
      *          on the same business date opens and releases
      *          nothing twice. RUN-STATUS lists every failed row and
      *          every row still open past its grace days.
      * Modification History:
      *   10/15/26 - initial version
      *   10/15/26 - a released step is gated on every step its
      *             prerequisites were gated on as well as their own -
      *             a COND= naming a bypassed step is ignored, so in a
      *             chain A, B, C with A failed and B bypassed, C ran
      *             on its gate on B alone. Each step's gate list is
      *             kept and carried into its dependants' lists. A
      *             job needing more than the seven gates its
      *             post-complete step can carry with its own (eight
      *             tests to a COND=) stays waiting, is reported as
      *             TOO MANY PREREQUISITE STEPS and ends the run RC 4
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-END-SCHEDULER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-SCHEDULE
           ASSIGN TO JOB-SCHEDULE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHEDULE-STATUS.
           SELECT JOB-STATUS
           ASSIGN TO JOB-STATUS-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FILE-STATUS.
           SELECT RELEASE-STREAM
           ASSIGN TO RELEASE-STREAM-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SCHEDULE-REPORT
           ASSIGN TO SCHEDULE-REPORT-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL
           ASSIGN TO RUN-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JOB-SCHEDULE.
       01  JOB-SCHEDULE-REC.
           COPY OLIV-SCH-Job.
       FD  JOB-STATUS.
       01  JOB-STATUS-REC.
           COPY OLIV-SCH-Status.
       FD  RELEASE-STREAM.
       01  STREAM-REC                      PIC X(80).
       FD  SCHEDULE-REPORT.
       01  REPORT-REC                      PIC X(100).
       FD  RUN-CONTROL.
       01  RUN-CONTROL-REC.
           COPY OLIV-RUN-Ctl.
       WORKING-STORAGE SECTION.
       01  SCHEDULE-STATUS                 PIC XX.
       01  STATUS-FILE-STATUS              PIC XX.
       01  RUN-CTL-STATUS                  PIC XX.
       01  MORE-SCHEDULE                   PIC XXX VALUE 'YES'.
       01  MORE-STATUS                     PIC XXX VALUE 'YES'.
       01  BUS-DATE                        PIC 9(8).
       01  BUS-DATE-PARTS REDEFINES BUS-DATE.
           05 BUS-YEAR                     PIC 9(4).
           05 BUS-MONTH                    PIC 9(2).
           05 BUS-DAY                      PIC 9(2).
       01  BUS-PERIOD-VIEW REDEFINES BUS-DATE.
           05 BUS-PERIOD                   PIC 9(6).
           05                              PIC 9(2).
       01  MONTH-END-FLAG                  PIC X(1).
       01  QUARTER-END-FLAG                PIC X(1).
       01  YEAR-END-FLAG                   PIC X(1).
       01  DATE-DAYS                       PIC 9(7).
       01  NEXT-DATE                       PIC 9(8).
       01  NEXT-DATE-PARTS REDEFINES NEXT-DATE.
           05 NEXT-YEAR                    PIC 9(4).
           05 NEXT-MONTH                   PIC 9(2).
           05 NEXT-DAY                     PIC 9(2).
       01  JOB-COUNT                       PIC 9(3) VALUE 0.
       01  JOB-IDX                         PIC 9(3).
       01  JOB-FOUND                       PIC 9(3).
       01  FIND-IDX                        PIC 9(3).
       01  PREREQ-IDX                      PIC 9(1).
       01  JOB-TABLE.
           05 JOB-ENTRY OCCURS 100 TIMES.
               10 JBT-NAME                 PIC X(24).
               10 JBT-FREQUENCY            PIC X(1).
               10 JBT-MONTH                PIC 9(2).
               10 JBT-GRACE-DAYS           PIC 9(2).
               10 JBT-PREREQ-JOB           PIC X(24) OCCURS 4 TIMES.
               10 JBT-INPUTS               PIC X(60).
               10 JBT-VALID                PIC X(1).
       01  BAD-ROW-COUNT                   PIC 9(3) VALUE 0.
       01  BAD-REASON                      PIC X(30).
       01  ROW-COUNT                       PIC 9(4) VALUE 0.
       01  ROW-IDX                         PIC 9(4).
       01  SCAN-IDX                        PIC 9(4).
       01  ROW-FOUND                       PIC 9(4).
       01  STATUS-TABLE.
           05 STATUS-ENTRY OCCURS 2000 TIMES.
               10 STT-JOB-NAME             PIC X(24).
               10 STT-PERIOD               PIC 9(6).
               10 STT-STATE                PIC X(1).
               10 STT-DUE-DATE             PIC 9(8).
               10 STT-LATE-DATE            PIC 9(8).
               10 STT-RELEASE-DATE         PIC 9(8).
               10 STT-DONE-DATE            PIC 9(8).
               10 STT-STEP-NO              PIC 9(2).
               10 STT-NEW                  PIC X(1).
               10 STT-WAIT-ON              PIC X(24).
               10 STT-TOO-MANY             PIC X(1).
       01  STEP-COUNT                      PIC 9(2) VALUE 0.
       01  STEP-IDX                        PIC 9(2).
       01  STEP-ORDER.
           05 STEP-ROW                     PIC 9(4) OCCURS 99 TIMES.
       01  RELEASED-ANY                    PIC XXX.
       01  ROW-READY                       PIC XXX.
       01  SCAN-NAME                       PIC X(24).
       01  SCAN-OWN-JOB                    PIC XXX.
      *>      SEVEN GATES PLUS THE JOB'S OWN STEP FILL THE EIGHT
      *>      TESTS ONE COND= CAN CARRY ON THE POST-COMPLETE STEP
       01  GATE-COUNT                      PIC 9(1).
       01  GATE-IDX                        PIC 9(1).
       01  GATE-SRC-STEP                   PIC 9(2).
       01  GATE-SRC-IDX                    PIC 9(1).
       01  NEW-GATE                        PIC 9(2).
       01  GATE-HELD                       PIC XXX.
       01  GATE-OVERFLOW                   PIC XXX.
       01  GATE-TABLE.
           05 GATE-STEP                    PIC 9(2) OCCURS 7 TIMES.
       01  STEP-GATE-TABLE.
           05 STEP-GATE-ENTRY OCCURS 99 TIMES.
               10 SGT-COUNT                PIC 9(1).
               10 SGT-STEP                 PIC 9(2) OCCURS 7 TIMES.
       01  COND-COUNT                      PIC 9(1).
       01  COND-IDX                        PIC 9(1).
       01  COND-ON-LINE                    PIC 9(1).
       01  COND-TABLE.
           05 COND-ENTRY OCCURS 8 TIMES.
               10 CND-OP                   PIC X(2).
               10 CND-STEP                 PIC X(3).
       01  STEP-NAME.
           05 STEP-LETTER                  PIC X(1).
           05 STEP-NUM                     PIC 9(2).
       01  LINE-PTR                        PIC 9(3).
       01  STREAM-LINE                     PIC X(80).
       01  POST-CARD.
           COPY OLIV-SCH-Post.
       01  DUE-COUNT                       PIC 9(3) VALUE 0.
       01  WAITING-COUNT                   PIC 9(3) VALUE 0.
       01  LATE-COUNT                      PIC 9(3) VALUE 0.
       01  FAILED-COUNT                    PIC 9(3) VALUE 0.
       01  TOO-MANY-COUNT                  PIC 9(3) VALUE 0.
       01  STEPLIB-LINE                    PIC X(50) VALUE
           '//STEPLIB  DD   DSN=OLIV.BATCH.LOADLIB,DISP=SHR'.
       01  SYSOUT-LINE                     PIC X(30) VALUE
           '//SYSOUT   DD   SYSOUT=*'.
       01  SYSIN-LINE                      PIC X(30) VALUE
           '//SYSIN    DD   *'.
       01  HEADING1.
           05                              PIC X(30) VALUE
               'PERIOD-END JOB SCHEDULE'.
           05                              PIC X(15) VALUE
               'BUSINESS DATE '.
           05 HDG-DATE-OUT                 PIC 9(8).
           05                              PIC X(13) VALUE
               '   MONTH-END '.
           05 HDG-MONTH-END-OUT            PIC X(1).
           05                              PIC X(15) VALUE
               '   QUARTER-END '.
           05 HDG-QUARTER-END-OUT          PIC X(1).
           05                              PIC X(12) VALUE
               '   YEAR-END '.
           05 HDG-YEAR-END-OUT             PIC X(1).
       01  HEADING2.
           05                              PIC X(52) VALUE
               'JOB                       PERIOD  STATE     DUE DATE'.
           05                              PIC X(16) VALUE
               '  LATE DATE NOTE'.
       01  DETAIL-LINE.
           05 DTL-JOB-OUT                  PIC X(24).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-PERIOD-OUT               PIC 9(6).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-STATE-OUT                PIC X(8).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-DUE-OUT                  PIC 9(8).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-LATE-OUT                 PIC 9(8).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-NOTE-OUT                 PIC X(36).
       01  BAD-ROW-LINE.
           05                              PIC X(23) VALUE
               'SCHEDULE ROW REJECTED: '.
           05 BAD-JOB-OUT                  PIC X(24).
           05                              PIC X(3) VALUE ' - '.
           05 BAD-REASON-OUT               PIC X(30).
       01  TOTAL-LINE.
           05 TOT-LABEL-OUT                PIC X(32).
           05 TOT-COUNT-OUT                PIC ZZ9.
       01  JOB-SCHEDULE-DD                 PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-SCH-Jobs.txt'.
       01  JOB-STATUS-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-SCH-Status.txt'.
       01  RELEASE-STREAM-DD               PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIVPEND.jcl'.
       01  SCHEDULE-REPORT-DD              PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-SCH-Report.txt'.
       01  RUN-CONTROL-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-Ctl.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-GET-FILE-NAMES
           PERFORM 015-GET-BUSINESS-DATE
           OPEN OUTPUT SCHEDULE-REPORT
           MOVE BUS-DATE TO HDG-DATE-OUT
           MOVE MONTH-END-FLAG TO HDG-MONTH-END-OUT
           MOVE QUARTER-END-FLAG TO HDG-QUARTER-END-OUT
           MOVE YEAR-END-FLAG TO HDG-YEAR-END-OUT
           WRITE REPORT-REC FROM HEADING1
           PERFORM 020-LOAD-SCHEDULE
           PERFORM 025-CHECK-PREREQUISITES
           PERFORM 030-LOAD-STATUS
           PERFORM 200-OPEN-DUE-JOBS
           PERFORM 300-RELEASE-JOBS
           PERFORM 400-WRITE-STREAM
           PERFORM 500-WRITE-REPORT
           PERFORM 600-REWRITE-STATUS
           CLOSE SCHEDULE-REPORT
           DISPLAY 'PERIOD-END JOBS RELEASED: ' STEP-COUNT
               '  WAITING: ' WAITING-COUNT
               '  OVERDUE: ' LATE-COUNT
               '  FAILED: ' FAILED-COUNT
           IF BAD-ROW-COUNT > 0
               DISPLAY 'JOB SCHEDULE ROWS REJECTED: ' BAD-ROW-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF
           IF TOO-MANY-COUNT > 0
               DISPLAY 'JOBS HELD - TOO MANY PREREQUISITE STEPS: '
                   TOO-MANY-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       010-GET-FILE-NAMES.
           ACCEPT JOB-SCHEDULE-DD FROM ENVIRONMENT "SCHJOBS"
           ACCEPT JOB-STATUS-DD FROM ENVIRONMENT "SCHSTATUS"
           ACCEPT RELEASE-STREAM-DD FROM ENVIRONMENT "SCHRELEASE"
           ACCEPT SCHEDULE-REPORT-DD FROM ENVIRONMENT "SCHREPORT"
           ACCEPT RUN-CONTROL-DD FROM ENVIRONMENT "RUNCTL".
       015-GET-BUSINESS-DATE.
           MOVE SPACES TO MONTH-END-FLAG
           MOVE SPACES TO QUARTER-END-FLAG
           MOVE SPACES TO YEAR-END-FLAG
           OPEN INPUT RUN-CONTROL
           IF RUN-CTL-STATUS = '00'
               READ RUN-CONTROL
               MOVE RUN-CTL-BUS-DATE TO BUS-DATE
               MOVE RUN-CTL-MONTH-END TO MONTH-END-FLAG
               MOVE RUN-CTL-QUARTER-END TO QUARTER-END-FLAG
               MOVE RUN-CTL-YEAR-END TO YEAR-END-FLAG
               CLOSE RUN-CONTROL
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO BUS-DATE
               DISPLAY 'RUN-CONTROL FILE NOT AVAILABLE - USING '
                   'MACHINE DATE ' BUS-DATE
           END-IF
           IF MONTH-END-FLAG NOT = 'Y' AND MONTH-END-FLAG NOT = 'N'
               PERFORM 017-DERIVE-CALENDAR-FLAGS
           END-IF.
       017-DERIVE-CALENDAR-FLAGS.
      *>      A RUN-CONTROL RECORD WRITTEN BEFORE THE FLAGS EXISTED -
      *>      FALL BACK TO THE LAST CALENDAR DAY OF THE MONTH
           COMPUTE DATE-DAYS = FUNCTION INTEGER-OF-DATE(BUS-DATE) + 1
           COMPUTE NEXT-DATE = FUNCTION DATE-OF-INTEGER(DATE-DAYS)
           MOVE 'N' TO MONTH-END-FLAG
           MOVE 'N' TO QUARTER-END-FLAG
           MOVE 'N' TO YEAR-END-FLAG
           IF NEXT-MONTH NOT = BUS-MONTH
               MOVE 'Y' TO MONTH-END-FLAG
               IF BUS-MONTH = 3 OR BUS-MONTH = 6 OR BUS-MONTH = 9
                   OR BUS-MONTH = 12
                   MOVE 'Y' TO QUARTER-END-FLAG
               END-IF
               IF BUS-MONTH = 12
                   MOVE 'Y' TO YEAR-END-FLAG
               END-IF
           END-IF
           DISPLAY 'RUN-CONTROL CARRIES NO CALENDAR FLAGS - MONTH-END '
               'TAKEN AS THE LAST CALENDAR DAY: ' MONTH-END-FLAG.
       020-LOAD-SCHEDULE.
           OPEN INPUT JOB-SCHEDULE
           IF SCHEDULE-STATUS NOT = '00'
               DISPLAY 'JOB SCHEDULE FILE MISSING - NOTHING RELEASED'
               CLOSE SCHEDULE-REPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL MORE-SCHEDULE = 'NO'
               READ JOB-SCHEDULE
                   AT END
                       MOVE 'NO' TO MORE-SCHEDULE
                   NOT AT END
                       PERFORM 022-EDIT-SCHEDULE-ROW
               END-READ
           END-PERFORM
           CLOSE JOB-SCHEDULE.
       022-EDIT-SCHEDULE-ROW.
           MOVE SPACES TO BAD-REASON
           MOVE SCH-JOB-NAME TO SCAN-NAME
           PERFORM 700-FIND-JOB
           EVALUATE TRUE
               WHEN SCH-JOB-NAME = SPACES
                   MOVE 'NO JOB NAME' TO BAD-REASON
               WHEN JOB-FOUND > 0
                   MOVE 'JOB NAMED TWICE' TO BAD-REASON
               WHEN SCH-FREQUENCY NOT = 'M' AND NOT = 'Q'
                   AND NOT = 'Y' AND NOT = 'S'
                   MOVE 'FREQUENCY NOT M, Q, Y OR S' TO BAD-REASON
               WHEN SCH-FREQUENCY = 'S'
                   AND (SCH-MONTH NOT NUMERIC
                   OR SCH-MONTH < 1 OR SCH-MONTH > 12)
                   MOVE 'S NEEDS A MONTH 01-12' TO BAD-REASON
               WHEN SCH-GRACE-DAYS NOT NUMERIC
                   MOVE 'GRACE DAYS NOT NUMERIC' TO BAD-REASON
               WHEN JOB-COUNT NOT < 100
                   MOVE 'SCHEDULE TABLE FULL' TO BAD-REASON
           END-EVALUATE
           IF BAD-REASON NOT = SPACES
               MOVE SCH-JOB-NAME TO BAD-JOB-OUT
               PERFORM 800-REJECT-ROW
           ELSE
               ADD 1 TO JOB-COUNT
               MOVE SCH-JOB-NAME TO JBT-NAME(JOB-COUNT)
               MOVE SCH-FREQUENCY TO JBT-FREQUENCY(JOB-COUNT)
               MOVE 0 TO JBT-MONTH(JOB-COUNT)
               IF SCH-FREQUENCY = 'S'
                   MOVE SCH-MONTH TO JBT-MONTH(JOB-COUNT)
               END-IF
               MOVE SCH-GRACE-DAYS TO JBT-GRACE-DAYS(JOB-COUNT)
               PERFORM VARYING PREREQ-IDX FROM 1 BY 1
                   UNTIL PREREQ-IDX > 4
                   MOVE SCH-PREREQ-JOB(PREREQ-IDX)
                       TO JBT-PREREQ-JOB(JOB-COUNT, PREREQ-IDX)
               END-PERFORM
               MOVE SCH-INPUTS TO JBT-INPUTS(JOB-COUNT)
               MOVE 'Y' TO JBT-VALID(JOB-COUNT)
           END-IF.
       025-CHECK-PREREQUISITES.
      *>      A PREREQUISITE MUST ITSELF BE ON THE SCHEDULE - ONE THAT
      *>      IS NOT WOULD NEVER OPEN A ROW AND NEVER HOLD ITS JOB BACK
           PERFORM VARYING JOB-IDX FROM 1 BY 1
               UNTIL JOB-IDX > JOB-COUNT
               PERFORM VARYING PREREQ-IDX FROM 1 BY 1
                   UNTIL PREREQ-IDX > 4
                   IF JBT-PREREQ-JOB(JOB-IDX, PREREQ-IDX) NOT = SPACES
                       AND JBT-VALID(JOB-IDX) = 'Y'
                       PERFORM 027-CHECK-ONE-PREREQ
                   END-IF
               END-PERFORM
           END-PERFORM.
       027-CHECK-ONE-PREREQ.
           MOVE SPACES TO BAD-REASON
           IF JBT-PREREQ-JOB(JOB-IDX, PREREQ-IDX) = JBT-NAME(JOB-IDX)
               MOVE 'JOB NAMES ITSELF AS PREREQ' TO BAD-REASON
           ELSE
               MOVE JBT-PREREQ-JOB(JOB-IDX, PREREQ-IDX) TO SCAN-NAME
               PERFORM 700-FIND-JOB
               IF JOB-FOUND = 0
                   MOVE 'PREREQ NOT ON SCHEDULE' TO BAD-REASON
               END-IF
           END-IF
           IF BAD-REASON NOT = SPACES
               MOVE 'N' TO JBT-VALID(JOB-IDX)
               MOVE JBT-NAME(JOB-IDX) TO BAD-JOB-OUT
               PERFORM 800-REJECT-ROW
           END-IF.
       030-LOAD-STATUS.
      *>      NO STATUS FILE YET MEANS NO PERIOD-END JOB HAS COME DUE
           OPEN INPUT JOB-STATUS
           IF STATUS-FILE-STATUS NOT = '00'
               MOVE 'NO' TO MORE-STATUS
           END-IF
           PERFORM UNTIL MORE-STATUS = 'NO'
               READ JOB-STATUS
                   AT END
                       MOVE 'NO' TO MORE-STATUS
                   NOT AT END
                       IF ROW-COUNT NOT < 2000
                           DISPLAY 'JOB STATUS FILE HOLDS MORE THAN '
                               '2000 ROWS - NOTHING RELEASED'
                           CLOSE JOB-STATUS
                                 SCHEDULE-REPORT
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO ROW-COUNT
                       MOVE SST-JOB-NAME TO STT-JOB-NAME(ROW-COUNT)
                       MOVE SST-PERIOD TO STT-PERIOD(ROW-COUNT)
                       MOVE SST-STATE TO STT-STATE(ROW-COUNT)
                       MOVE SST-DUE-DATE TO STT-DUE-DATE(ROW-COUNT)
                       MOVE SST-LATE-DATE TO STT-LATE-DATE(ROW-COUNT)
                       MOVE SST-RELEASE-DATE
                           TO STT-RELEASE-DATE(ROW-COUNT)
                       MOVE SST-DONE-DATE TO STT-DONE-DATE(ROW-COUNT)
                       MOVE 0 TO STT-STEP-NO(ROW-COUNT)
                       MOVE 'N' TO STT-NEW(ROW-COUNT)
                       MOVE SPACES TO STT-WAIT-ON(ROW-COUNT)
                       MOVE 'N' TO STT-TOO-MANY(ROW-COUNT)
               END-READ
           END-PERFORM
           IF STATUS-FILE-STATUS = '00' OR STATUS-FILE-STATUS = '10'
               CLOSE JOB-STATUS
           END-IF.
       200-OPEN-DUE-JOBS.
           PERFORM VARYING JOB-IDX FROM 1 BY 1
               UNTIL JOB-IDX > JOB-COUNT
               IF JBT-VALID(JOB-IDX) = 'Y'
                   EVALUATE TRUE
                       WHEN JBT-FREQUENCY(JOB-IDX) = 'M'
                           AND MONTH-END-FLAG = 'Y'
                           PERFORM 210-OPEN-ROW
                       WHEN JBT-FREQUENCY(JOB-IDX) = 'Q'
                           AND QUARTER-END-FLAG = 'Y'
                           PERFORM 210-OPEN-ROW
                       WHEN JBT-FREQUENCY(JOB-IDX) = 'Y'
                           AND YEAR-END-FLAG = 'Y'
                           PERFORM 210-OPEN-ROW
                       WHEN JBT-FREQUENCY(JOB-IDX) = 'S'
                           AND MONTH-END-FLAG = 'Y'
                           AND JBT-MONTH(JOB-IDX) = BUS-MONTH
                           PERFORM 210-OPEN-ROW
                   END-EVALUATE
               END-IF
           END-PERFORM.
       210-OPEN-ROW.
      *>      A ROW ALREADY OPEN FOR THIS JOB AND PERIOD MEANS A RERUN
      *>      OF THE SAME NIGHT - LEAVE IT AS IT STANDS
           MOVE 0 TO ROW-FOUND
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
               UNTIL SCAN-IDX > ROW-COUNT
               IF STT-JOB-NAME(SCAN-IDX) = JBT-NAME(JOB-IDX)
                   AND STT-PERIOD(SCAN-IDX) = BUS-PERIOD
                   MOVE SCAN-IDX TO ROW-FOUND
                   MOVE ROW-COUNT TO SCAN-IDX
               END-IF
           END-PERFORM
           IF ROW-FOUND = 0
               IF ROW-COUNT NOT < 2000
                   DISPLAY 'JOB STATUS TABLE FULL - '
                       JBT-NAME(JOB-IDX) ' NOT OPENED'
                   MOVE JBT-NAME(JOB-IDX) TO BAD-JOB-OUT
                   MOVE 'STATUS TABLE FULL' TO BAD-REASON
                   PERFORM 800-REJECT-ROW
               ELSE
                   ADD 1 TO ROW-COUNT
                   ADD 1 TO DUE-COUNT
                   MOVE JBT-NAME(JOB-IDX) TO STT-JOB-NAME(ROW-COUNT)
                   MOVE BUS-PERIOD TO STT-PERIOD(ROW-COUNT)
                   MOVE 'W' TO STT-STATE(ROW-COUNT)
                   MOVE BUS-DATE TO STT-DUE-DATE(ROW-COUNT)
                   COMPUTE DATE-DAYS = FUNCTION INTEGER-OF-DATE
                       (BUS-DATE) + JBT-GRACE-DAYS(JOB-IDX)
                   COMPUTE STT-LATE-DATE(ROW-COUNT) =
                       FUNCTION DATE-OF-INTEGER(DATE-DAYS)
                   MOVE 0 TO STT-RELEASE-DATE(ROW-COUNT)
                   MOVE 0 TO STT-DONE-DATE(ROW-COUNT)
                   MOVE 0 TO STT-STEP-NO(ROW-COUNT)
                   MOVE 'Y' TO STT-NEW(ROW-COUNT)
                   MOVE SPACES TO STT-WAIT-ON(ROW-COUNT)
                   MOVE 'N' TO STT-TOO-MANY(ROW-COUNT)
               END-IF
           END-IF.
       300-RELEASE-JOBS.
      *>      KEEP PASSING OVER THE WAITING ROWS UNTIL A PASS RELEASES
      *>      NOTHING - A JOB FREED BY A PREREQUISITE RELEASED EARLIER
      *>      TONIGHT GOES INTO THE STREAM BEHIND IT
           MOVE 'YES' TO RELEASED-ANY
           PERFORM UNTIL RELEASED-ANY = 'NO'
               MOVE 'NO' TO RELEASED-ANY
               PERFORM VARYING ROW-IDX FROM 1 BY 1
                   UNTIL ROW-IDX > ROW-COUNT
                   IF STT-STATE(ROW-IDX) = 'W'
                       PERFORM 310-CHECK-ROW-READY
                       IF ROW-READY = 'YES' AND STEP-COUNT < 99
                           PERFORM 320-RELEASE-ROW
                           MOVE 'YES' TO RELEASED-ANY
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
       310-CHECK-ROW-READY.
      *>      EVERY PREREQUISITE'S ROWS FOR THIS PERIOD AND EARLIER -
      *>      AND THIS JOB'S OWN EARLIER PERIODS - MUST BE COMPLETE OR
      *>      RELEASED AHEAD OF IT IN TONIGHT'S STREAM. THE GATES
      *>      BUILT HERE ARE KEPT FOR THE STEP WHEN IT IS RELEASED
           MOVE 'YES' TO ROW-READY
           MOVE 0 TO GATE-COUNT
           MOVE 'NO' TO GATE-OVERFLOW
           MOVE SPACES TO STT-WAIT-ON(ROW-IDX)
           MOVE 'N' TO STT-TOO-MANY(ROW-IDX)
           MOVE STT-JOB-NAME(ROW-IDX) TO SCAN-NAME
           MOVE 'YES' TO SCAN-OWN-JOB
           PERFORM 315-SCAN-PREREQ-ROWS
           MOVE 'NO' TO SCAN-OWN-JOB
           PERFORM 700-FIND-JOB
           IF JOB-FOUND > 0
               MOVE JOB-FOUND TO JOB-IDX
               PERFORM VARYING PREREQ-IDX FROM 1 BY 1
                   UNTIL PREREQ-IDX > 4
                   IF JBT-PREREQ-JOB(JOB-IDX, PREREQ-IDX) NOT = SPACES
                       MOVE JBT-PREREQ-JOB(JOB-IDX, PREREQ-IDX)
                           TO SCAN-NAME
                       PERFORM 315-SCAN-PREREQ-ROWS
                   END-IF
               END-PERFORM
           END-IF
      *>      A PARTIAL COND= WOULD LET THE JOB RUN PAST A FAILURE -
      *>      IT WAITS INSTEAD UNTIL ENOUGH OF ITS CHAIN IS COMPLETE
           IF GATE-OVERFLOW = 'YES'
               MOVE 'NO' TO ROW-READY
               IF STT-WAIT-ON(ROW-IDX) = SPACES
                   MOVE 'Y' TO STT-TOO-MANY(ROW-IDX)
               END-IF
           END-IF.
       315-SCAN-PREREQ-ROWS.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
               UNTIL SCAN-IDX > ROW-COUNT
               IF STT-JOB-NAME(SCAN-IDX) = SCAN-NAME
                   AND STT-STATE(SCAN-IDX) NOT = 'C'
                   AND ((SCAN-OWN-JOB = 'YES'
                   AND STT-PERIOD(SCAN-IDX) < STT-PERIOD(ROW-IDX))
                   OR (SCAN-OWN-JOB = 'NO'
                   AND STT-PERIOD(SCAN-IDX) NOT > STT-PERIOD(ROW-IDX)))
                   IF STT-STEP-NO(SCAN-IDX) > 0
                       PERFORM 317-ADD-PREREQ-GATES
                   ELSE
                       MOVE 'NO' TO ROW-READY
                       MOVE SCAN-NAME TO STT-WAIT-ON(ROW-IDX)
                   END-IF
               END-IF
           END-PERFORM.
      *>      THE PREREQUISITE'S OWN STEP AND EVERY STEP IT WAS GATED
      *>      ON - A GATE ON A BYPASSED STEP ALONE WOULD BE IGNORED
       317-ADD-PREREQ-GATES.
           MOVE STT-STEP-NO(SCAN-IDX) TO NEW-GATE
           PERFORM 318-ADD-GATE
           MOVE STT-STEP-NO(SCAN-IDX) TO GATE-SRC-STEP
           PERFORM VARYING GATE-SRC-IDX FROM 1 BY 1
               UNTIL GATE-SRC-IDX > SGT-COUNT(GATE-SRC-STEP)
               MOVE SGT-STEP(GATE-SRC-STEP, GATE-SRC-IDX) TO NEW-GATE
               PERFORM 318-ADD-GATE
           END-PERFORM.
       318-ADD-GATE.
           MOVE 'NO' TO GATE-HELD
           PERFORM VARYING GATE-IDX FROM 1 BY 1
               UNTIL GATE-IDX > GATE-COUNT
               IF GATE-STEP(GATE-IDX) = NEW-GATE
                   MOVE 'YES' TO GATE-HELD
                   MOVE GATE-COUNT TO GATE-IDX
               END-IF
           END-PERFORM
           IF GATE-HELD = 'NO'
               IF GATE-COUNT < 7
                   ADD 1 TO GATE-COUNT
                   MOVE NEW-GATE TO GATE-STEP(GATE-COUNT)
               ELSE
                   MOVE 'YES' TO GATE-OVERFLOW
               END-IF
           END-IF.
       320-RELEASE-ROW.
           ADD 1 TO STEP-COUNT
           MOVE GATE-COUNT TO SGT-COUNT(STEP-COUNT)
           PERFORM VARYING GATE-IDX FROM 1 BY 1
               UNTIL GATE-IDX > GATE-COUNT
               MOVE GATE-STEP(GATE-IDX)
                   TO SGT-STEP(STEP-COUNT, GATE-IDX)
           END-PERFORM
           MOVE ROW-IDX TO STEP-ROW(STEP-COUNT)
           MOVE STEP-COUNT TO STT-STEP-NO(ROW-IDX)
           MOVE 'R' TO STT-STATE(ROW-IDX)
           MOVE BUS-DATE TO STT-RELEASE-DATE(ROW-IDX)
           MOVE SPACES TO STT-WAIT-ON(ROW-IDX).
       400-WRITE-STREAM.
      *>      THE STREAM IS REWRITTEN EVERY NIGHT SO LAST NIGHT'S
      *>      RELEASE CAN NEVER BE SUBMITTED A SECOND TIME
           OPEN OUTPUT RELEASE-STREAM
           IF STEP-COUNT = 0
               MOVE SPACES TO STREAM-LINE
               STRING '//* NO PERIOD-END JOBS RELEASED FOR BUSINESS '
                   'DATE ' BUS-DATE DELIMITED BY SIZE
                   INTO STREAM-LINE
               WRITE STREAM-REC FROM STREAM-LINE
           ELSE
               MOVE SPACES TO STREAM-LINE
               STRING '//OLIVPEND JOB (ACCT),''PERIOD-END JOBS'','
                   'CLASS=A,MSGCLASS=X,' DELIMITED BY SIZE
                   INTO STREAM-LINE
               WRITE STREAM-REC FROM STREAM-LINE
               MOVE '//             NOTIFY=&SYSUID' TO STREAM-REC
               WRITE STREAM-REC
               MOVE '//*' TO STREAM-REC
               WRITE STREAM-REC
               MOVE SPACES TO STREAM-LINE
               STRING '//* RELEASED BY PERIOD-END-SCHEDULER FOR '
                   'BUSINESS DATE ' BUS-DATE DELIMITED BY SIZE
                   INTO STREAM-LINE
               WRITE STREAM-REC FROM STREAM-LINE
               MOVE '//*' TO STREAM-REC
               WRITE STREAM-REC
               PERFORM VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > STEP-COUNT
                   MOVE STEP-ROW(STEP-IDX) TO ROW-IDX
                   PERFORM 410-WRITE-JOB-STEP
               END-PERFORM
           END-IF
           CLOSE RELEASE-STREAM.
       410-WRITE-JOB-STEP.
           MOVE STT-JOB-NAME(ROW-IDX) TO SCAN-NAME
           PERFORM 700-FIND-JOB
           MOVE SPACES TO STREAM-LINE
           STRING '//* ' STT-JOB-NAME(ROW-IDX) ' PERIOD '
               STT-PERIOD(ROW-IDX) DELIMITED BY SIZE
               INTO STREAM-LINE
           WRITE STREAM-REC FROM STREAM-LINE
           IF JOB-FOUND > 0
               MOVE SPACES TO STREAM-LINE
               STRING '//* INPUTS: ' JBT-INPUTS(JOB-FOUND)
                   DELIMITED BY SIZE INTO STREAM-LINE
               WRITE STREAM-REC FROM STREAM-LINE
           END-IF
      *>      THE JOB STEP, GATED ON THE STEPS KEPT FOR IT AT RELEASE -
      *>      ITS PREREQUISITES' STEPS AND ALL THEY WERE GATED ON
           MOVE 0 TO COND-COUNT
           PERFORM VARYING COND-IDX FROM 1 BY 1
               UNTIL COND-IDX > SGT-COUNT(STEP-IDX)
               ADD 1 TO COND-COUNT
               MOVE 'GE' TO CND-OP(COND-COUNT)
               MOVE 'J' TO STEP-LETTER
               MOVE SGT-STEP(STEP-IDX, COND-IDX) TO STEP-NUM
               MOVE STEP-NAME TO CND-STEP(COND-COUNT)
           END-PERFORM
           MOVE 'J' TO STEP-LETTER
           MOVE STEP-IDX TO STEP-NUM
           MOVE STT-JOB-NAME(ROW-IDX) TO SCAN-NAME
           PERFORM 420-WRITE-EXEC
      *>      POST COMPLETE WHEN THE JOB AND EVERYTHING IT WAITED ON
      *>      ENDED CLEAN - A GATE NAMING A BYPASSED STEP IS IGNORED,
      *>      SO THE JOB'S OWN GATES ARE REPEATED HERE
           ADD 1 TO COND-COUNT
           MOVE 'GE' TO CND-OP(COND-COUNT)
           MOVE 'J' TO STEP-LETTER
           MOVE STEP-IDX TO STEP-NUM
           MOVE STEP-NAME TO CND-STEP(COND-COUNT)
           MOVE 'C' TO STEP-LETTER
           MOVE 'PERIOD-END-POST' TO SCAN-NAME
           PERFORM 420-WRITE-EXEC
           MOVE 'C' TO PCD-ACTION
           PERFORM 440-WRITE-POST-CARD
      *>      POST FAILED WHEN THE JOB ENDED RC 4 OR HIGHER, OR NEVER
      *>      RAN BECAUSE A STEP AHEAD OF IT FAILED
           MOVE 1 TO COND-COUNT
           MOVE 'LT' TO CND-OP(1)
           MOVE 'J' TO STEP-LETTER
           MOVE STEP-IDX TO STEP-NUM
           MOVE STEP-NAME TO CND-STEP(1)
           MOVE 'F' TO STEP-LETTER
           PERFORM 420-WRITE-EXEC
           MOVE 'F' TO PCD-ACTION
           PERFORM 440-WRITE-POST-CARD
           MOVE '//*' TO STREAM-REC
           WRITE STREAM-REC.
       420-WRITE-EXEC.
           MOVE SPACES TO STREAM-LINE
           MOVE 1 TO LINE-PTR
           STRING '//' STEP-NAME '      EXEC PGM=' DELIMITED BY SIZE
               SCAN-NAME DELIMITED BY SPACE
               INTO STREAM-LINE WITH POINTER LINE-PTR
           IF COND-COUNT > 0
               STRING ',' DELIMITED BY SIZE
                   INTO STREAM-LINE WITH POINTER LINE-PTR
               WRITE STREAM-REC FROM STREAM-LINE
               PERFORM 430-WRITE-COND
           ELSE
               WRITE STREAM-REC FROM STREAM-LINE
           END-IF
           WRITE STREAM-REC FROM STEPLIB-LINE
           WRITE STREAM-REC FROM SYSOUT-LINE.
       430-WRITE-COND.
      *>      THREE TESTS TO A LINE, CONTINUED THE WAY OLIVBAT IS
           MOVE SPACES TO STREAM-LINE
           MOVE 1 TO LINE-PTR
           STRING '//             COND=' DELIMITED BY SIZE
               INTO STREAM-LINE WITH POINTER LINE-PTR
           IF COND-COUNT > 1
               STRING '(' DELIMITED BY SIZE
                   INTO STREAM-LINE WITH POINTER LINE-PTR
           END-IF
           MOVE 0 TO COND-ON-LINE
           PERFORM VARYING COND-IDX FROM 1 BY 1
               UNTIL COND-IDX > COND-COUNT
               STRING '(4,' CND-OP(COND-IDX) ',' CND-STEP(COND-IDX)
                   ')' DELIMITED BY SIZE
                   INTO STREAM-LINE WITH POINTER LINE-PTR
               ADD 1 TO COND-ON-LINE
               IF COND-IDX < COND-COUNT
                   STRING ',' DELIMITED BY SIZE
                       INTO STREAM-LINE WITH POINTER LINE-PTR
                   IF COND-ON-LINE = 3
                       WRITE STREAM-REC FROM STREAM-LINE
                       MOVE SPACES TO STREAM-LINE
                       MOVE 1 TO LINE-PTR
                       STRING '//             ' DELIMITED BY SIZE
                           INTO STREAM-LINE WITH POINTER LINE-PTR
                       MOVE 0 TO COND-ON-LINE
                   END-IF
               END-IF
           END-PERFORM
           IF COND-COUNT > 1
               STRING ')' DELIMITED BY SIZE
                   INTO STREAM-LINE WITH POINTER LINE-PTR
           END-IF
           WRITE STREAM-REC FROM STREAM-LINE.
       440-WRITE-POST-CARD.
           WRITE STREAM-REC FROM SYSIN-LINE
           MOVE STT-JOB-NAME(ROW-IDX) TO PCD-JOB-NAME
           MOVE STT-PERIOD(ROW-IDX) TO PCD-PERIOD-NUM
           MOVE SPACES TO STREAM-REC
           MOVE POST-CARD TO STREAM-REC
           WRITE STREAM-REC
           MOVE '/*' TO STREAM-REC
           WRITE STREAM-REC.
       500-WRITE-REPORT.
           WRITE REPORT-REC FROM HEADING2
               AFTER ADVANCING 2 LINES
           PERFORM VARYING ROW-IDX FROM 1 BY 1
               UNTIL ROW-IDX > ROW-COUNT
               IF STT-STATE(ROW-IDX) NOT = 'C'
                   PERFORM 510-WRITE-ROW
               END-IF
           END-PERFORM
           MOVE 'JOBS FALLING DUE TONIGHT:' TO TOT-LABEL-OUT
           MOVE DUE-COUNT TO TOT-COUNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'JOBS RELEASED TONIGHT:' TO TOT-LABEL-OUT
           MOVE STEP-COUNT TO TOT-COUNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE
           MOVE 'JOBS WAITING ON A PREREQUISITE:' TO TOT-LABEL-OUT
           MOVE WAITING-COUNT TO TOT-COUNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE
           MOVE 'JOBS OVERDUE:' TO TOT-LABEL-OUT
           MOVE LATE-COUNT TO TOT-COUNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE
           MOVE 'JOBS FAILED:' TO TOT-LABEL-OUT
           MOVE FAILED-COUNT TO TOT-COUNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE.
       510-WRITE-ROW.
           MOVE STT-JOB-NAME(ROW-IDX) TO DTL-JOB-OUT
           MOVE STT-PERIOD(ROW-IDX) TO DTL-PERIOD-OUT
           MOVE STT-DUE-DATE(ROW-IDX) TO DTL-DUE-OUT
           MOVE STT-LATE-DATE(ROW-IDX) TO DTL-LATE-OUT
           MOVE SPACES TO DTL-NOTE-OUT
           EVALUATE STT-STATE(ROW-IDX)
               WHEN 'W'
                   MOVE 'WAITING' TO DTL-STATE-OUT
                   ADD 1 TO WAITING-COUNT
                   IF STT-TOO-MANY(ROW-IDX) = 'Y'
                       ADD 1 TO TOO-MANY-COUNT
                       MOVE 'TOO MANY PREREQUISITE STEPS'
                           TO DTL-NOTE-OUT
                   ELSE
                       STRING 'WAITING ON ' STT-WAIT-ON(ROW-IDX)
                           DELIMITED BY SIZE INTO DTL-NOTE-OUT
                   END-IF
               WHEN 'R'
                   MOVE 'RELEASED' TO DTL-STATE-OUT
                   IF STT-STEP-NO(ROW-IDX) > 0
                       MOVE 'J' TO STEP-LETTER
                       MOVE STT-STEP-NO(ROW-IDX) TO STEP-NUM
                       STRING 'RELEASED TONIGHT AS STEP ' STEP-NAME
                           DELIMITED BY SIZE INTO DTL-NOTE-OUT
                   ELSE
                       STRING 'RELEASED ' STT-RELEASE-DATE(ROW-IDX)
                           ' - NOT POSTED' DELIMITED BY SIZE
                           INTO DTL-NOTE-OUT
                   END-IF
               WHEN 'F'
                   MOVE 'FAILED' TO DTL-STATE-OUT
                   ADD 1 TO FAILED-COUNT
                   STRING 'FAILED ' STT-DONE-DATE(ROW-IDX)
                       ' - RERUN AND POST' DELIMITED BY SIZE
                       INTO DTL-NOTE-OUT
               WHEN OTHER
                   MOVE STT-STATE(ROW-IDX) TO DTL-STATE-OUT
           END-EVALUATE
           IF STT-STATE(ROW-IDX) NOT = 'F'
               AND STT-LATE-DATE(ROW-IDX) < BUS-DATE
               ADD 1 TO LATE-COUNT
               MOVE 'OVERDUE' TO DTL-STATE-OUT
           END-IF
           WRITE REPORT-REC FROM DETAIL-LINE.
       600-REWRITE-STATUS.
           OPEN OUTPUT JOB-STATUS
           PERFORM VARYING ROW-IDX FROM 1 BY 1
               UNTIL ROW-IDX > ROW-COUNT
               MOVE STT-JOB-NAME(ROW-IDX) TO SST-JOB-NAME
               MOVE STT-PERIOD(ROW-IDX) TO SST-PERIOD
               MOVE STT-STATE(ROW-IDX) TO SST-STATE
               MOVE STT-DUE-DATE(ROW-IDX) TO SST-DUE-DATE
               MOVE STT-LATE-DATE(ROW-IDX) TO SST-LATE-DATE
               MOVE STT-RELEASE-DATE(ROW-IDX) TO SST-RELEASE-DATE
               MOVE STT-DONE-DATE(ROW-IDX) TO SST-DONE-DATE
               WRITE JOB-STATUS-REC
           END-PERFORM
           CLOSE JOB-STATUS.
       700-FIND-JOB.
           MOVE 0 TO JOB-FOUND
           PERFORM VARYING FIND-IDX FROM 1 BY 1
               UNTIL FIND-IDX > JOB-COUNT
               IF JBT-NAME(FIND-IDX) = SCAN-NAME
                   MOVE FIND-IDX TO JOB-FOUND
                   MOVE JOB-COUNT TO FIND-IDX
               END-IF
           END-PERFORM.
       800-REJECT-ROW.
           ADD 1 TO BAD-ROW-COUNT
           MOVE BAD-REASON TO BAD-REASON-OUT
           WRITE REPORT-REC FROM BAD-ROW-LINE.
