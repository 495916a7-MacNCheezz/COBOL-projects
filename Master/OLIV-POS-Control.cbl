      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Monthly position-control report. Compares what
      *          management authorized on the position master with
      *          who is actually on the employee master, territory
      *          and office by territory and office:
      *          - authorized positions, positions filled, vacancies
      *            and active headcount;
      *          - budgeted salary (sum of POS-BUDGET-SALARY) against
      *            actual salary (sum of EMP-ANNUAL-SALARY of the
      *            active employees in the office) and the variance.
      *          Then lists each vacancy - including a position still
      *          showing a holder who has been terminated or is no
      *          longer on the master - and each active employee who
      *          fills no position, or fills one in a different
      *          office than the one they now work in. Ends RC 4 when
      *          a position shows a stale holder.
      * Modification History:
      *   10/15/26 - initial version
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSITION-CONTROL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POS-MASTER
           ASSIGN TO POS-MASTER-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS POS-NUMBER
               FILE STATUS IS POS-STATUS.
           SELECT EMP-MASTER
           ASSIGN TO EMP-MASTER-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-NUMBER
               FILE STATUS IS MASTER-STATUS.
           SELECT CONTROL-REPORT
           ASSIGN TO CONTROL-REPORT-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL
           ASSIGN TO RUN-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  POS-MASTER.
       01  POS-MASTER-REC.
           COPY OLIV-POS-Master.
       FD  EMP-MASTER.
       01  EMP-MASTER-REC.
           COPY OLIV-EMP-Master.
       FD  CONTROL-REPORT.
       01  REPORT-REC                      PIC X(100).
       FD  RUN-CONTROL.
       01  RUN-CONTROL-REC.
           COPY OLIV-RUN-Ctl.
       WORKING-STORAGE SECTION.
       01  MORE-POSITIONS                  PIC XXX VALUE 'YES'.
       01  MORE-MASTER                     PIC XXX VALUE 'YES'.
       01  POS-STATUS                      PIC XX.
       01  MASTER-STATUS                   PIC XX.
       01  RUN-CTL-STATUS                  PIC XX.
       01  RUN-DATE                        PIC 9(8).
       01  POS-COUNT                       PIC 9(4) VALUE 0.
       01  POS-IDX                         PIC 9(4).
       01  POS-FOUND-IDX                   PIC 9(4).
      *>      PT-HOLDER: A = ACTIVE HOLDER IN THE OFFICE, M = ACTIVE
      *>      HOLDER NOW WORKING IN ANOTHER OFFICE, T = HOLDER
      *>      TERMINATED, X = HOLDER NOT ON THE MASTER, V = VACANT
       01  POSITION-TABLE.
           05 POS-ENTRY OCCURS 2000 TIMES.
               10 PT-POS-NO                PIC 9(5).
               10 PT-TERRITORY-NO          PIC 9(2).
               10 PT-OFFICE-NO             PIC 9(2).
               10 PT-TITLE                 PIC X(20).
               10 PT-BUDGET-SALARY         PIC 9(6).
               10 PT-FILLED-BY             PIC 9(5).
               10 PT-STATUS-DATE           PIC 9(8).
               10 PT-HOLDER                PIC X(1).
       01  OFFICE-COUNT                    PIC 9(3) VALUE 0.
       01  OFFICE-IDX                      PIC 9(3).
       01  OFFICE-SHIFT-IDX                PIC 9(3).
       01  OFFICE-FOUND-IDX                PIC 9(3).
       01  OFFICE-KEY                      PIC 9(4).
       01  OFFICE-TABLE.
           05 OFFICE-ENTRY OCCURS 500 TIMES.
               10 OT-KEY                   PIC 9(4).
               10 OT-AUTH                  PIC 9(4).
               10 OT-FILLED                PIC 9(4).
               10 OT-BUDGET                PIC 9(9).
               10 OT-HEADCOUNT             PIC 9(4).
               10 OT-ACTUAL                PIC 9(9).
       01  UNSEATED-COUNT                  PIC 9(4) VALUE 0.
       01  UNSEATED-IDX                    PIC 9(4).
       01  UNSEATED-TABLE.
           05 UNSEATED-ENTRY OCCURS 2000 TIMES.
               10 UT-EMP-NO                PIC 9(5).
               10 UT-NAME                  PIC X(20).
               10 UT-TERRITORY-NO          PIC 9(2).
               10 UT-OFFICE-NO             PIC 9(2).
               10 UT-SALARY                PIC 9(6).
               10 UT-POS-IDX               PIC 9(4).
       01  VARIANCE                        PIC S9(9).
       01  HEAD-VARIANCE                   PIC S9(4).
       01  TOTAL-AUTH                      PIC 9(5) VALUE 0.
       01  TOTAL-FILLED                    PIC 9(5) VALUE 0.
       01  TOTAL-HEADCOUNT                 PIC 9(5) VALUE 0.
       01  TOTAL-BUDGET                    PIC 9(10) VALUE 0.
       01  TOTAL-ACTUAL                    PIC 9(10) VALUE 0.
       01  TOTAL-VARIANCE                  PIC S9(10).
       01  VACANCY-COUNT                   PIC 9(5) VALUE 0.
       01  STALE-COUNT                     PIC 9(5) VALUE 0.
       01  HEADING1.
           05                              PIC X(34) VALUE
               'POSITION CONTROL REPORT - DATE: '.
           05 HDG-DATE-OUT                 PIC 9(8).
       01  SECTION-OFFICE-LINE.
           05                              PIC X(50) VALUE
               'AUTHORIZED VERSUS ACTUAL BY TERRITORY/OFFICE'.
       01  OFFICE-HEADING.
           05                              PIC X(50) VALUE
               'TERR OFF  AUTH FILLED VACANT  HEAD  +/-     BUDGET'.
           05                              PIC X(40) VALUE
               '       ACTUAL      VARIANCE'.
       01  OFFICE-LINE.
           05                              PIC X(1) VALUE SPACES.
           05 OFL-TERR-OUT                 PIC 9(2).
           05                              PIC X(2) VALUE SPACES.
           05 OFL-OFFICE-OUT               PIC 9(2).
           05                              PIC X(1) VALUE SPACES.
           05 OFL-AUTH-OUT                 PIC Z,ZZ9.
           05                              PIC X(2) VALUE SPACES.
           05 OFL-FILLED-OUT               PIC Z,ZZ9.
           05                              PIC X(2) VALUE SPACES.
           05 OFL-VACANT-OUT               PIC Z,ZZ9.
           05                              PIC X(1) VALUE SPACES.
           05 OFL-HEAD-OUT                 PIC Z,ZZ9.
           05                              PIC X(1) VALUE SPACES.
           05 OFL-HEAD-VAR-OUT             PIC -,--9.
           05                              PIC X(1) VALUE SPACES.
           05 OFL-BUDGET-OUT               PIC $$$,$$$,$$9.
           05                              PIC X(1) VALUE SPACES.
           05 OFL-ACTUAL-OUT               PIC $$$,$$$,$$9.
           05                              PIC X(1) VALUE SPACES.
           05 OFL-VARIANCE-OUT             PIC -$$$,$$$,$$9.
       01  TOTAL-LINE.
           05                              PIC X(8) VALUE 'TOTAL  '.
           05 TOT-AUTH-OUT                 PIC ZZ,ZZ9.
           05                              PIC X(1) VALUE SPACES.
           05 TOT-FILLED-OUT               PIC ZZ,ZZ9.
           05                              PIC X(1) VALUE SPACES.
           05 TOT-VACANT-OUT               PIC ZZ,ZZ9.
           05 TOT-HEAD-OUT                 PIC ZZ,ZZ9.
           05                              PIC X(7) VALUE SPACES.
           05 TOT-BUDGET-OUT               PIC $$$$,$$$,$$9.
           05 TOT-ACTUAL-OUT               PIC $$$$,$$$,$$9.
           05                              PIC X(1) VALUE SPACES.
           05 TOT-VARIANCE-OUT             PIC -$$$$,$$$,$$9.
       01  SECTION-VACANCY-LINE.
           05                              PIC X(40) VALUE
               'VACANT POSITIONS'.
       01  VACANCY-HEADING.
           05                              PIC X(50) VALUE
               'POS-NO  TERR OFF  TITLE                   BUDGET  '.
           05                              PIC X(40) VALUE
               'SINCE     NOTE'.
       01  VACANCY-LINE.
           05 VAC-POS-NO-OUT               PIC 9(5).
           05                              PIC X(4) VALUE SPACES.
           05 VAC-TERR-OUT                 PIC 9(2).
           05                              PIC X(2) VALUE SPACES.
           05 VAC-OFFICE-OUT               PIC 9(2).
           05                              PIC X(2) VALUE SPACES.
           05 VAC-TITLE-OUT                PIC X(20).
           05                              PIC X(1) VALUE SPACES.
           05 VAC-BUDGET-OUT               PIC $$$$,$$9.
           05                              PIC X(2) VALUE SPACES.
           05 VAC-SINCE-OUT                PIC 9(8).
           05                              PIC X(2) VALUE SPACES.
           05 VAC-NOTE-OUT                 PIC X(36).
       01  SECTION-UNSEATED-LINE.
           05                              PIC X(50) VALUE
               'EMPLOYEES WITH NO POSITION IN THEIR OFFICE'.
       01  UNSEATED-HEADING.
           05                              PIC X(50) VALUE
               'EMP-NO  NAME                  TERR OFF     SALARY '.
           05                              PIC X(10) VALUE
               ' NOTE'.
       01  UNSEATED-LINE.
           05 UNS-EMP-NO-OUT               PIC 9(5).
           05                              PIC X(3) VALUE SPACES.
           05 UNS-NAME-OUT                 PIC X(20).
           05                              PIC X(2) VALUE SPACES.
           05 UNS-TERR-OUT                 PIC 9(2).
           05                              PIC X(3) VALUE SPACES.
           05 UNS-OFFICE-OUT               PIC 9(2).
           05                              PIC X(2) VALUE SPACES.
           05 UNS-SALARY-OUT               PIC $$$$,$$9.
           05                              PIC X(2) VALUE SPACES.
           05 UNS-NOTE-OUT                 PIC X(40).
       01  UNSEATED-NOTE-MOVED.
           05                              PIC X(9) VALUE
               'POSITION '.
           05 UNM-POS-NO-OUT               PIC 9(5).
           05                              PIC X(10) VALUE
               ' IS IN T/O'.
           05                              PIC X(1) VALUE SPACES.
           05 UNM-TERR-OUT                 PIC 9(2).
           05                              PIC X(1) VALUE '/'.
           05 UNM-OFFICE-OUT               PIC 9(2).
       01  SUMMARY-LINE-1.
           05                              PIC X(28) VALUE
               'VACANT POSITIONS:          '.
           05 SUM-VACANCY-OUT              PIC ZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05                              PIC X(28) VALUE
               'STALE HOLDERS (VACATE):    '.
           05 SUM-STALE-OUT                PIC ZZ,ZZ9.
       01  SUMMARY-LINE-3.
           05                              PIC X(28) VALUE
               'EMPLOYEES WITH NO POSITION:'.
           05 SUM-UNSEATED-OUT             PIC ZZ,ZZ9.
       01  POS-MASTER-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-POS-Master.dat'.
       01  EMP-MASTER-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-EMP-Master.dat'.
       01  CONTROL-REPORT-DD               PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-POS-CtlRpt.txt'.
       01  RUN-CONTROL-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-Ctl.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-GET-FILE-NAMES
           PERFORM 015-GET-BUSINESS-DATE
           PERFORM 100-LOAD-POSITIONS
           PERFORM 200-TALLY-EMPLOYEES
           PERFORM 250-MARK-STALE-HOLDERS
           OPEN OUTPUT CONTROL-REPORT
           MOVE RUN-DATE TO HDG-DATE-OUT
           WRITE REPORT-REC FROM HEADING1
           PERFORM 300-PRINT-OFFICES
           PERFORM 400-PRINT-VACANCIES
           PERFORM 500-PRINT-UNSEATED
           MOVE VACANCY-COUNT TO SUM-VACANCY-OUT
           MOVE STALE-COUNT TO SUM-STALE-OUT
           MOVE UNSEATED-COUNT TO SUM-UNSEATED-OUT
           WRITE REPORT-REC FROM SUMMARY-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM SUMMARY-LINE-2
           WRITE REPORT-REC FROM SUMMARY-LINE-3
           CLOSE CONTROL-REPORT
           DISPLAY 'POSITION CONTROL - AUTHORIZED: ' TOTAL-AUTH
               ' FILLED: ' TOTAL-FILLED ' VACANT: ' VACANCY-COUNT
               ' NO POSITION: ' UNSEATED-COUNT
           IF STALE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       010-GET-FILE-NAMES.
           ACCEPT POS-MASTER-DD FROM ENVIRONMENT "POSMASTER"
           ACCEPT EMP-MASTER-DD FROM ENVIRONMENT "EMPMASTER"
           ACCEPT CONTROL-REPORT-DD FROM ENVIRONMENT "POSCTLRPT"
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
       100-LOAD-POSITIONS.
           OPEN INPUT POS-MASTER
           IF POS-STATUS NOT = '00'
               DISPLAY 'POSITION MASTER NOT AVAILABLE - STATUS '
                   POS-STATUS ' - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL MORE-POSITIONS = 'NO'
               READ POS-MASTER
                   AT END
                       MOVE 'NO' TO MORE-POSITIONS
                   NOT AT END
                       PERFORM 110-LOAD-ONE-POSITION
               END-READ
           END-PERFORM
           CLOSE POS-MASTER.
       110-LOAD-ONE-POSITION.
           IF POS-COUNT NOT < 2000
               DISPLAY 'POSITION MASTER PAST 2000 ROWS - RUN STOPPED '
                   'BEFORE THE REPORT COULD UNDERSTATE HEADCOUNT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO POS-COUNT
           MOVE POS-NUMBER TO PT-POS-NO(POS-COUNT)
           MOVE POS-TERRITORY-NO TO PT-TERRITORY-NO(POS-COUNT)
           MOVE POS-OFFICE-NO TO PT-OFFICE-NO(POS-COUNT)
           MOVE POS-TITLE TO PT-TITLE(POS-COUNT)
           MOVE POS-BUDGET-SALARY TO PT-BUDGET-SALARY(POS-COUNT)
           MOVE POS-FILLED-BY TO PT-FILLED-BY(POS-COUNT)
           MOVE POS-STATUS-DATE TO PT-STATUS-DATE(POS-COUNT)
      *>      A HOLDER STAYS X UNTIL THE EMPLOYEE PASS FINDS THEM
           IF POS-FILLED-BY = 0
               MOVE 'V' TO PT-HOLDER(POS-COUNT)
           ELSE
               MOVE 'X' TO PT-HOLDER(POS-COUNT)
           END-IF
           COMPUTE OFFICE-KEY = POS-TERRITORY-NO * 100 + POS-OFFICE-NO
           PERFORM 150-FIND-OFFICE
           ADD 1 TO OT-AUTH(OFFICE-FOUND-IDX)
           ADD POS-BUDGET-SALARY TO OT-BUDGET(OFFICE-FOUND-IDX).
       150-FIND-OFFICE.
      *>      THE OFFICE TABLE IS KEPT IN TERRITORY/OFFICE ORDER - A
      *>      NEW OFFICE IS INSERTED AHEAD OF THE FIRST HIGHER KEY
           MOVE 0 TO OFFICE-FOUND-IDX
           PERFORM VARYING OFFICE-IDX FROM 1 BY 1
               UNTIL OFFICE-IDX > OFFICE-COUNT
               IF OT-KEY(OFFICE-IDX) NOT < OFFICE-KEY
                   MOVE OFFICE-IDX TO OFFICE-FOUND-IDX
                   MOVE OFFICE-COUNT TO OFFICE-IDX
               END-IF
           END-PERFORM
           IF OFFICE-FOUND-IDX > 0
               IF OT-KEY(OFFICE-FOUND-IDX) NOT = OFFICE-KEY
                   PERFORM 160-INSERT-OFFICE
               END-IF
           ELSE
               IF OFFICE-COUNT NOT < 500
                   DISPLAY 'MORE THAN 500 TERRITORY/OFFICES - RUN '
                       'STOPPED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO OFFICE-COUNT
               MOVE OFFICE-COUNT TO OFFICE-FOUND-IDX
               PERFORM 170-CLEAR-OFFICE
           END-IF.
       160-INSERT-OFFICE.
           IF OFFICE-COUNT NOT < 500
               DISPLAY 'MORE THAN 500 TERRITORY/OFFICES - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING OFFICE-SHIFT-IDX FROM OFFICE-COUNT BY -1
               UNTIL OFFICE-SHIFT-IDX < OFFICE-FOUND-IDX
               MOVE OFFICE-ENTRY(OFFICE-SHIFT-IDX)
                   TO OFFICE-ENTRY(OFFICE-SHIFT-IDX + 1)
           END-PERFORM
           ADD 1 TO OFFICE-COUNT
           PERFORM 170-CLEAR-OFFICE.
       170-CLEAR-OFFICE.
           MOVE OFFICE-KEY TO OT-KEY(OFFICE-FOUND-IDX)
           MOVE 0 TO OT-AUTH(OFFICE-FOUND-IDX)
           MOVE 0 TO OT-FILLED(OFFICE-FOUND-IDX)
           MOVE 0 TO OT-BUDGET(OFFICE-FOUND-IDX)
           MOVE 0 TO OT-HEADCOUNT(OFFICE-FOUND-IDX)
           MOVE 0 TO OT-ACTUAL(OFFICE-FOUND-IDX).
       200-TALLY-EMPLOYEES.
           OPEN INPUT EMP-MASTER
           IF MASTER-STATUS NOT = '00'
               DISPLAY 'EMPLOYEE MASTER WOULD NOT OPEN - STATUS '
                   MASTER-STATUS ' - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL MORE-MASTER = 'NO'
               OR MASTER-STATUS NOT = '00'
               READ EMP-MASTER
                   AT END
                       MOVE 'NO' TO MORE-MASTER
                   NOT AT END
                       PERFORM 210-TALLY-ONE-EMPLOYEE
               END-READ
           END-PERFORM
           CLOSE EMP-MASTER.
       210-TALLY-ONE-EMPLOYEE.
           MOVE 0 TO POS-FOUND-IDX
           PERFORM VARYING POS-IDX FROM 1 BY 1
               UNTIL POS-IDX > POS-COUNT
               IF PT-FILLED-BY(POS-IDX) = EMP-NUMBER
                   MOVE POS-IDX TO POS-FOUND-IDX
                   MOVE POS-COUNT TO POS-IDX
               END-IF
           END-PERFORM
           IF EMP-STATUS = 'T'
               IF POS-FOUND-IDX > 0
                   MOVE 'T' TO PT-HOLDER(POS-FOUND-IDX)
               END-IF
           ELSE
               COMPUTE OFFICE-KEY = EMP-TERRITORY-NO * 100
                   + EMP-OFFICE-NO
               PERFORM 150-FIND-OFFICE
               ADD 1 TO OT-HEADCOUNT(OFFICE-FOUND-IDX)
               ADD EMP-ANNUAL-SALARY TO OT-ACTUAL(OFFICE-FOUND-IDX)
               IF POS-FOUND-IDX > 0
                   IF PT-TERRITORY-NO(POS-FOUND-IDX)
                           = EMP-TERRITORY-NO
                       AND PT-OFFICE-NO(POS-FOUND-IDX)
                           = EMP-OFFICE-NO
                       MOVE 'A' TO PT-HOLDER(POS-FOUND-IDX)
                   ELSE
                       MOVE 'M' TO PT-HOLDER(POS-FOUND-IDX)
                       PERFORM 220-ADD-UNSEATED
                   END-IF
               ELSE
                   PERFORM 220-ADD-UNSEATED
               END-IF
           END-IF.
       220-ADD-UNSEATED.
           IF UNSEATED-COUNT < 2000
               ADD 1 TO UNSEATED-COUNT
               MOVE EMP-NUMBER TO UT-EMP-NO(UNSEATED-COUNT)
               MOVE EMP-NAME TO UT-NAME(UNSEATED-COUNT)
               MOVE EMP-TERRITORY-NO TO UT-TERRITORY-NO(UNSEATED-COUNT)
               MOVE EMP-OFFICE-NO TO UT-OFFICE-NO(UNSEATED-COUNT)
               MOVE EMP-ANNUAL-SALARY TO UT-SALARY(UNSEATED-COUNT)
               MOVE POS-FOUND-IDX TO UT-POS-IDX(UNSEATED-COUNT)
           ELSE
               DISPLAY 'MORE THAN 2000 EMPLOYEES WITH NO POSITION - '
                   'LIST TRUNCATED'
           END-IF.
       250-MARK-STALE-HOLDERS.
      *>      ONLY A HOLDER STILL ACTIVE IN THE POSITION'S OWN OFFICE
      *>      COUNTS AS FILLED; ONE WHO MOVED IS STILL SEATED BUT IS
      *>      LISTED WITH THE EMPLOYEES
           PERFORM VARYING POS-IDX FROM 1 BY 1
               UNTIL POS-IDX > POS-COUNT
               COMPUTE OFFICE-KEY = PT-TERRITORY-NO(POS-IDX) * 100
                   + PT-OFFICE-NO(POS-IDX)
               PERFORM 150-FIND-OFFICE
               EVALUATE PT-HOLDER(POS-IDX)
                   WHEN 'A'
                   WHEN 'M'
                       ADD 1 TO OT-FILLED(OFFICE-FOUND-IDX)
                   WHEN 'T'
                   WHEN 'X'
                       ADD 1 TO STALE-COUNT
               END-EVALUATE
           END-PERFORM.
       300-PRINT-OFFICES.
           WRITE REPORT-REC FROM SECTION-OFFICE-LINE
               AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM OFFICE-HEADING
           PERFORM VARYING OFFICE-IDX FROM 1 BY 1
               UNTIL OFFICE-IDX > OFFICE-COUNT
               DIVIDE OT-KEY(OFFICE-IDX) BY 100
                   GIVING OFL-TERR-OUT
                   REMAINDER OFL-OFFICE-OUT
               MOVE OT-AUTH(OFFICE-IDX) TO OFL-AUTH-OUT
               MOVE OT-FILLED(OFFICE-IDX) TO OFL-FILLED-OUT
               COMPUTE OFL-VACANT-OUT = OT-AUTH(OFFICE-IDX)
                   - OT-FILLED(OFFICE-IDX)
               MOVE OT-HEADCOUNT(OFFICE-IDX) TO OFL-HEAD-OUT
               COMPUTE HEAD-VARIANCE = OT-HEADCOUNT(OFFICE-IDX)
                   - OT-AUTH(OFFICE-IDX)
               MOVE HEAD-VARIANCE TO OFL-HEAD-VAR-OUT
               MOVE OT-BUDGET(OFFICE-IDX) TO OFL-BUDGET-OUT
               MOVE OT-ACTUAL(OFFICE-IDX) TO OFL-ACTUAL-OUT
               COMPUTE VARIANCE = OT-ACTUAL(OFFICE-IDX)
                   - OT-BUDGET(OFFICE-IDX)
               MOVE VARIANCE TO OFL-VARIANCE-OUT
               WRITE REPORT-REC FROM OFFICE-LINE
               ADD OT-AUTH(OFFICE-IDX) TO TOTAL-AUTH
               ADD OT-FILLED(OFFICE-IDX) TO TOTAL-FILLED
               ADD OT-HEADCOUNT(OFFICE-IDX) TO TOTAL-HEADCOUNT
               ADD OT-BUDGET(OFFICE-IDX) TO TOTAL-BUDGET
               ADD OT-ACTUAL(OFFICE-IDX) TO TOTAL-ACTUAL
           END-PERFORM
           MOVE TOTAL-AUTH TO TOT-AUTH-OUT
           MOVE TOTAL-FILLED TO TOT-FILLED-OUT
           COMPUTE TOT-VACANT-OUT = TOTAL-AUTH - TOTAL-FILLED
           MOVE TOTAL-HEADCOUNT TO TOT-HEAD-OUT
           MOVE TOTAL-BUDGET TO TOT-BUDGET-OUT
           MOVE TOTAL-ACTUAL TO TOT-ACTUAL-OUT
           COMPUTE TOTAL-VARIANCE = TOTAL-ACTUAL - TOTAL-BUDGET
           MOVE TOTAL-VARIANCE TO TOT-VARIANCE-OUT
           WRITE REPORT-REC FROM TOTAL-LINE
               AFTER ADVANCING 2 LINES.
       400-PRINT-VACANCIES.
           WRITE REPORT-REC FROM SECTION-VACANCY-LINE
               AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM VACANCY-HEADING
           PERFORM VARYING POS-IDX FROM 1 BY 1
               UNTIL POS-IDX > POS-COUNT
               IF PT-HOLDER(POS-IDX) = 'V' OR PT-HOLDER(POS-IDX) = 'T'
                   OR PT-HOLDER(POS-IDX) = 'X'
                   ADD 1 TO VACANCY-COUNT
                   MOVE PT-POS-NO(POS-IDX) TO VAC-POS-NO-OUT
                   MOVE PT-TERRITORY-NO(POS-IDX) TO VAC-TERR-OUT
                   MOVE PT-OFFICE-NO(POS-IDX) TO VAC-OFFICE-OUT
                   MOVE PT-TITLE(POS-IDX) TO VAC-TITLE-OUT
                   MOVE PT-BUDGET-SALARY(POS-IDX) TO VAC-BUDGET-OUT
                   MOVE PT-STATUS-DATE(POS-IDX) TO VAC-SINCE-OUT
                   EVALUATE PT-HOLDER(POS-IDX)
                       WHEN 'T'
                           MOVE 'HOLDER TERMINATED - VACATE IT'
                               TO VAC-NOTE-OUT
                       WHEN 'X'
                           MOVE 'HOLDER NOT ON MASTER - VACATE IT'
                               TO VAC-NOTE-OUT
                       WHEN OTHER
                           MOVE SPACES TO VAC-NOTE-OUT
                   END-EVALUATE
                   WRITE REPORT-REC FROM VACANCY-LINE
               END-IF
           END-PERFORM.
       500-PRINT-UNSEATED.
           WRITE REPORT-REC FROM SECTION-UNSEATED-LINE
               AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM UNSEATED-HEADING
           PERFORM VARYING UNSEATED-IDX FROM 1 BY 1
               UNTIL UNSEATED-IDX > UNSEATED-COUNT
               MOVE UT-EMP-NO(UNSEATED-IDX) TO UNS-EMP-NO-OUT
               MOVE UT-NAME(UNSEATED-IDX) TO UNS-NAME-OUT
               MOVE UT-TERRITORY-NO(UNSEATED-IDX) TO UNS-TERR-OUT
               MOVE UT-OFFICE-NO(UNSEATED-IDX) TO UNS-OFFICE-OUT
               MOVE UT-SALARY(UNSEATED-IDX) TO UNS-SALARY-OUT
               IF UT-POS-IDX(UNSEATED-IDX) > 0
                   MOVE UT-POS-IDX(UNSEATED-IDX) TO POS-IDX
                   MOVE PT-POS-NO(POS-IDX) TO UNM-POS-NO-OUT
                   MOVE PT-TERRITORY-NO(POS-IDX) TO UNM-TERR-OUT
                   MOVE PT-OFFICE-NO(POS-IDX) TO UNM-OFFICE-OUT
                   MOVE UNSEATED-NOTE-MOVED TO UNS-NOTE-OUT
               ELSE
                   MOVE 'NO POSITION' TO UNS-NOTE-OUT
               END-IF
               WRITE REPORT-REC FROM UNSEATED-LINE
           END-PERFORM.
