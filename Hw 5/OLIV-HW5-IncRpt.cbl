      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Reports off the vehicle incident register. The
      *          claim-status report lists every incident with an
      *          insurance claim - VIN, date, driver, claim number and
      *          status, estimated and actual repair cost, amount
      *          recovered, the net cost still carried, and the days
      *          an open claim has been open - with counts and dollars
      *          by claim status. The driver safety report ranks
      *          drivers by their incidents over the rolling 36 months
      *          ending on the chain's business date, then by the net
      *          cost of those incidents (actual less recovered), with
      *          the at-fault count beside it. Incidents nobody was
      *          assigned to on the day rank as NOT ASSIGNED so they
      *          are not lost. A driver table that fills ends the run
      *          RC 4.
      * Modification History:
      *   10/15/26 - initial version
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCIDENT-REPORTS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-FILE
           ASSIGN TO INCIDENT-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INC-KEY
               FILE STATUS IS INC-STATUS-CODE.
           SELECT EMP-MASTER
           ASSIGN TO
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-EMP-Master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-NUMBER
               FILE STATUS IS EMP-STATUS-CODE.
           SELECT CLAIM-REPORT
           ASSIGN TO CLAIM-REPORT-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SAFETY-REPORT
           ASSIGN TO SAFETY-REPORT-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL
           ASSIGN TO RUN-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENT-FILE.
       01  INCIDENT-REC.
           COPY OLIV-VEH-Incident.
       FD  EMP-MASTER.
       01  EMP-MASTER-REC.
           COPY OLIV-EMP-Master.
       FD  CLAIM-REPORT.
       01  CLAIM-REC                       PIC X(132).
       FD  SAFETY-REPORT.
       01  SAFETY-REC                      PIC X(110).
       FD  RUN-CONTROL.
       01  RUN-CONTROL-REC.
           COPY OLIV-RUN-Ctl.
       WORKING-STORAGE SECTION.
       01  MORE-INCIDENTS                  PIC XXX VALUE 'YES'.
       01  INC-STATUS-CODE                 PIC XX.
       01  EMP-STATUS-CODE                 PIC XX.
       01  EMP-MASTER-IS-OPEN              PIC XXX VALUE 'NO'.
       01  RUN-CTL-STATUS                  PIC XX.
       01  RUN-DATE                        PIC 9(8).
       01  RUN-DATE-DAYS                   PIC 9(7).
      *>      36 MONTHS BACK IS THE SAME MONTH AND DAY THREE YEARS AGO
       01  SAFETY-CUTOFF                   PIC 9(8).
       01  DAYS-OPEN                       PIC 9(5).
       01  NET-COST                        PIC S9(9)V99.
       01  CLAIM-COUNT                     PIC 9(5) VALUE 0.
       01  WINDOW-COUNT                    PIC 9(5) VALUE 0.
       01  STATUS-IDX                      PIC 9(1).
       01  STATUS-TOTALS.
           05 STATUS-ROW OCCURS 4 TIMES.
               10 STT-CODE                 PIC X(1).
               10 STT-NAME                 PIC X(8).
               10 STT-COUNT                PIC 9(5).
               10 STT-ACTUAL               PIC 9(9)V99.
               10 STT-RECOVERED            PIC 9(9)V99.
      *>      ONE ROW PER DRIVER WITH AN INCIDENT IN THE WINDOW;
      *>      SPACES IN DRV-EMP-NO IS THE NOT ASSIGNED ROW
       01  DRV-COUNT                       PIC 9(3) VALUE 0.
       01  DRV-IDX                         PIC 9(3).
       01  DRV-FOUND-IDX                   PIC 9(3).
       01  DRV-BEST-IDX                    PIC 9(3).
       01  DRV-SCAN-IDX                    PIC 9(3).
       01  DRV-TABLE-FULL                  PIC XXX VALUE 'NO'.
       01  DRV-TABLE.
           05 DRV-ROW OCCURS 500 TIMES.
               10 DRV-EMP-NO               PIC X(5).
               10 DRV-INCIDENTS            PIC 9(4).
               10 DRV-AT-FAULT             PIC 9(4).
               10 DRV-ACTUAL               PIC 9(9)V99.
               10 DRV-RECOVERED            PIC 9(9)V99.
               10 DRV-NET                  PIC S9(9)V99.
       01  DRV-HOLD-ROW.
           05 HLD-EMP-NO                   PIC X(5).
           05 HLD-INCIDENTS                PIC 9(4).
           05 HLD-AT-FAULT                 PIC 9(4).
           05 HLD-ACTUAL                   PIC 9(9)V99.
           05 HLD-RECOVERED                PIC 9(9)V99.
           05 HLD-NET                      PIC S9(9)V99.
       01  CLM-HEADING1.
           05                              PIC X(36) VALUE
               'INCIDENT CLAIM STATUS AS OF '.
           05 CLM-HDG-DATE-OUT             PIC 9(8).
       01  CLM-HEADING2.
           05                              PIC X(50) VALUE
               'VIN                DATE     SQ DRIVER CLAIM NO    '.
           05                              PIC X(43) VALUE
               '     STATUS      ESTIMATED      ACTUAL     '.
           05                              PIC X(29) VALUE
               'RECOVERED     NET COST   DAYS'.
       01  CLM-DETAIL-LINE.
           05 CLM-VIN-OUT                  PIC X(17).
           05                              PIC X(2) VALUE SPACES.
           05 CLM-DATE-OUT                 PIC 9(8).
           05                              PIC X(1) VALUE SPACES.
           05 CLM-SEQ-OUT                  PIC 9(2).
           05                              PIC X(1) VALUE SPACES.
           05 CLM-EMP-NO-OUT               PIC X(5).
           05                              PIC X(2) VALUE SPACES.
           05 CLM-CLAIM-NO-OUT             PIC X(15).
           05                              PIC X(2) VALUE SPACES.
           05 CLM-STATUS-OUT               PIC X(8).
           05                              PIC X(1) VALUE SPACES.
           05 CLM-EST-OUT                  PIC Z,ZZZ,ZZ9.99.
           05                              PIC X(1) VALUE SPACES.
           05 CLM-ACTUAL-OUT               PIC Z,ZZZ,ZZ9.99.
           05                              PIC X(1) VALUE SPACES.
           05 CLM-RECOVERED-OUT            PIC Z,ZZZ,ZZ9.99.
           05                              PIC X(1) VALUE SPACES.
           05 CLM-NET-OUT                  PIC Z,ZZZ,ZZ9.99-.
           05                              PIC X(1) VALUE SPACES.
           05 CLM-DAYS-OUT                 PIC ZZZZ9.
           05 CLM-DAYS-BLANK REDEFINES CLM-DAYS-OUT
                                           PIC X(5).
       01  CLM-STATUS-LINE.
           05                              PIC X(4) VALUE SPACES.
           05 CLS-NAME-OUT                 PIC X(8).
           05                              PIC X(10) VALUE
               '  CLAIMS: '.
           05 CLS-COUNT-OUT                PIC ZZ,ZZ9.
           05                              PIC X(11) VALUE
               '  ACTUAL: $'.
           05 CLS-ACTUAL-OUT               PIC ZZZ,ZZZ,ZZ9.99.
           05                              PIC X(14) VALUE
               '  RECOVERED: $'.
           05 CLS-RECOVERED-OUT            PIC ZZZ,ZZZ,ZZ9.99.
       01  CLM-SUMMARY-LINE.
           05                              PIC X(24) VALUE
               'INCIDENTS WITH A CLAIM: '.
           05 CLM-SUM-COUNT-OUT            PIC ZZ,ZZ9.
       01  SAF-HEADING1.
           05                              PIC X(36) VALUE
               'DRIVER SAFETY RANKING - 36 MONTHS '.
           05 SAF-HDG-FROM-OUT             PIC 9(8).
           05                              PIC X(6) VALUE
               ' THRU '.
           05 SAF-HDG-THRU-OUT             PIC 9(8).
       01  SAF-HEADING2.
           05                              PIC X(50) VALUE
               'RANK  EMP NO  NAME                  INCIDENTS  AT '.
           05                              PIC X(50) VALUE
               'FAULT     ACTUAL COST     RECOVERED       NET COST'.
       01  SAF-DETAIL-LINE.
           05 SAF-RANK-OUT                 PIC ZZ9.
           05                              PIC X(3) VALUE SPACES.
           05 SAF-EMP-NO-OUT               PIC X(5).
           05                              PIC X(3) VALUE SPACES.
           05 SAF-NAME-OUT                 PIC X(20).
           05                              PIC X(4) VALUE SPACES.
           05 SAF-INCIDENTS-OUT            PIC Z,ZZ9.
           05                              PIC X(5) VALUE SPACES.
           05 SAF-AT-FAULT-OUT             PIC Z,ZZ9.
           05                              PIC X(2) VALUE SPACES.
           05 SAF-ACTUAL-OUT               PIC ZZZ,ZZZ,ZZ9.99.
           05                              PIC X(1) VALUE SPACES.
           05 SAF-RECOVERED-OUT            PIC ZZZ,ZZZ,ZZ9.99.
           05                              PIC X(1) VALUE SPACES.
           05 SAF-NET-OUT                  PIC ZZZ,ZZZ,ZZ9.99-.
       01  SAF-SUMMARY-LINE.
           05                              PIC X(24) VALUE
               'INCIDENTS IN WINDOW:    '.
           05 SAF-SUM-INCIDENTS-OUT        PIC ZZ,ZZ9.
           05                              PIC X(12) VALUE
               '  DRIVERS: '.
           05 SAF-SUM-DRIVERS-OUT          PIC ZZ9.
       01  INCIDENT-DD                     PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #5\OLIV-VEH-Incident.dat'.
       01  CLAIM-REPORT-DD                 PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #5\OLIV-HW5-IncClm.txt'.
       01  SAFETY-REPORT-DD                PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #5\OLIV-HW5-IncSafe.txt'.
       01  RUN-CONTROL-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-Ctl.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-GET-FILE-NAMES
           PERFORM 015-GET-BUSINESS-DATE
           PERFORM 020-SET-STATUS-NAMES
           OPEN INPUT INCIDENT-FILE
           IF INC-STATUS-CODE NOT = '00'
               DISPLAY 'INCIDENT FILE WOULD NOT OPEN - STATUS '
                   INC-STATUS-CODE ' - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMP-MASTER
           IF EMP-STATUS-CODE = '00'
               MOVE 'YES' TO EMP-MASTER-IS-OPEN
           ELSE
               DISPLAY 'EMPLOYEE MASTER NOT AVAILABLE - SAFETY '
                   'RANKING PRINTS NUMBERS ONLY THIS RUN'
           END-IF
           OPEN OUTPUT CLAIM-REPORT
                       SAFETY-REPORT
           MOVE RUN-DATE TO CLM-HDG-DATE-OUT
           WRITE CLAIM-REC FROM CLM-HEADING1
           WRITE CLAIM-REC FROM CLM-HEADING2
           PERFORM UNTIL MORE-INCIDENTS = 'NO'
               READ INCIDENT-FILE
                   AT END
                       MOVE 'NO' TO MORE-INCIDENTS
                   NOT AT END
                       PERFORM 200-TAKE-INCIDENT
               END-READ
           END-PERFORM
           PERFORM 500-WRITE-CLAIM-TOTALS
           PERFORM 600-RANK-DRIVERS
           PERFORM 700-WRITE-SAFETY-REPORT
           CLOSE INCIDENT-FILE
                 CLAIM-REPORT
                 SAFETY-REPORT
           IF EMP-MASTER-IS-OPEN = 'YES'
               CLOSE EMP-MASTER
           END-IF
           IF DRV-TABLE-FULL = 'YES'
               DISPLAY 'DRIVER TABLE FILLED AT 500 ROWS - RANKING IS '
                   'INCOMPLETE'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       010-GET-FILE-NAMES.
           ACCEPT INCIDENT-DD FROM ENVIRONMENT "VEHINCIDENT"
           ACCEPT CLAIM-REPORT-DD FROM ENVIRONMENT "INCCLAIMS"
           ACCEPT SAFETY-REPORT-DD FROM ENVIRONMENT "INCSAFETY"
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
               FUNCTION INTEGER-OF-DATE(RUN-DATE)
           COMPUTE SAFETY-CUTOFF = RUN-DATE - 30000.
       020-SET-STATUS-NAMES.
           MOVE 'O' TO STT-CODE(1)
           MOVE 'OPEN' TO STT-NAME(1)
           MOVE 'S' TO STT-CODE(2)
           MOVE 'SETTLED' TO STT-NAME(2)
           MOVE 'D' TO STT-CODE(3)
           MOVE 'DENIED' TO STT-NAME(3)
           MOVE 'C' TO STT-CODE(4)
           MOVE 'CLOSED' TO STT-NAME(4)
           PERFORM VARYING STATUS-IDX FROM 1 BY 1
               UNTIL STATUS-IDX > 4
               MOVE 0 TO STT-COUNT(STATUS-IDX)
               MOVE 0 TO STT-ACTUAL(STATUS-IDX)
               MOVE 0 TO STT-RECOVERED(STATUS-IDX)
           END-PERFORM.
       200-TAKE-INCIDENT.
           COMPUTE NET-COST = INC-ACTUAL-COST - INC-RECOVERED
           IF INC-CLAIM-STATUS NOT = 'N'
               PERFORM 300-WRITE-CLAIM-LINE
           END-IF
           IF INC-DATE > SAFETY-CUTOFF AND INC-DATE NOT > RUN-DATE
               PERFORM 400-ADD-TO-DRIVER
           END-IF.
       300-WRITE-CLAIM-LINE.
           ADD 1 TO CLAIM-COUNT
           MOVE 0 TO STATUS-IDX
           PERFORM VARYING DRV-SCAN-IDX FROM 1 BY 1
               UNTIL DRV-SCAN-IDX > 4
               IF STT-CODE(DRV-SCAN-IDX) = INC-CLAIM-STATUS
                   MOVE DRV-SCAN-IDX TO STATUS-IDX
               END-IF
           END-PERFORM
           IF STATUS-IDX > 0
               ADD 1 TO STT-COUNT(STATUS-IDX)
               ADD INC-ACTUAL-COST TO STT-ACTUAL(STATUS-IDX)
               ADD INC-RECOVERED TO STT-RECOVERED(STATUS-IDX)
               MOVE STT-NAME(STATUS-IDX) TO CLM-STATUS-OUT
           ELSE
               MOVE 'UNKNOWN' TO CLM-STATUS-OUT
           END-IF
           MOVE INC-VIN TO CLM-VIN-OUT
           MOVE INC-DATE TO CLM-DATE-OUT
           MOVE INC-SEQ TO CLM-SEQ-OUT
           MOVE INC-EMP-NO TO CLM-EMP-NO-OUT
           MOVE INC-CLAIM-NO TO CLM-CLAIM-NO-OUT
           MOVE INC-EST-COST TO CLM-EST-OUT
           MOVE INC-ACTUAL-COST TO CLM-ACTUAL-OUT
           MOVE INC-RECOVERED TO CLM-RECOVERED-OUT
           MOVE NET-COST TO CLM-NET-OUT
      *>      DAYS OPEN IS COUNTED FROM THE INCIDENT ITSELF
           IF INC-CLAIM-STATUS = 'O' AND INC-DATE NOT > RUN-DATE
               COMPUTE DAYS-OPEN = RUN-DATE-DAYS
                   - FUNCTION INTEGER-OF-DATE(INC-DATE)
               MOVE DAYS-OPEN TO CLM-DAYS-OUT
           ELSE
               MOVE SPACES TO CLM-DAYS-BLANK
           END-IF
           WRITE CLAIM-REC FROM CLM-DETAIL-LINE.
       400-ADD-TO-DRIVER.
           ADD 1 TO WINDOW-COUNT
           MOVE 0 TO DRV-FOUND-IDX
           PERFORM VARYING DRV-IDX FROM 1 BY 1
               UNTIL DRV-IDX > DRV-COUNT
               IF DRV-EMP-NO(DRV-IDX) = INC-EMP-NO
                   MOVE DRV-IDX TO DRV-FOUND-IDX
                   MOVE DRV-COUNT TO DRV-IDX
               END-IF
           END-PERFORM
           IF DRV-FOUND-IDX = 0
               IF DRV-COUNT < 500
                   ADD 1 TO DRV-COUNT
                   MOVE DRV-COUNT TO DRV-FOUND-IDX
                   MOVE INC-EMP-NO TO DRV-EMP-NO(DRV-FOUND-IDX)
                   MOVE 0 TO DRV-INCIDENTS(DRV-FOUND-IDX)
                   MOVE 0 TO DRV-AT-FAULT(DRV-FOUND-IDX)
                   MOVE 0 TO DRV-ACTUAL(DRV-FOUND-IDX)
                   MOVE 0 TO DRV-RECOVERED(DRV-FOUND-IDX)
                   MOVE 0 TO DRV-NET(DRV-FOUND-IDX)
               ELSE
                   MOVE 'YES' TO DRV-TABLE-FULL
               END-IF
           END-IF
           IF DRV-FOUND-IDX > 0
               ADD 1 TO DRV-INCIDENTS(DRV-FOUND-IDX)
               IF INC-AT-FAULT = 'Y'
                   ADD 1 TO DRV-AT-FAULT(DRV-FOUND-IDX)
               END-IF
               ADD INC-ACTUAL-COST TO DRV-ACTUAL(DRV-FOUND-IDX)
               ADD INC-RECOVERED TO DRV-RECOVERED(DRV-FOUND-IDX)
               ADD NET-COST TO DRV-NET(DRV-FOUND-IDX)
           END-IF.
       500-WRITE-CLAIM-TOTALS.
           MOVE CLAIM-COUNT TO CLM-SUM-COUNT-OUT
           WRITE CLAIM-REC FROM CLM-SUMMARY-LINE
               AFTER ADVANCING 2 LINES
           PERFORM VARYING STATUS-IDX FROM 1 BY 1
               UNTIL STATUS-IDX > 4
               MOVE STT-NAME(STATUS-IDX) TO CLS-NAME-OUT
               MOVE STT-COUNT(STATUS-IDX) TO CLS-COUNT-OUT
               MOVE STT-ACTUAL(STATUS-IDX) TO CLS-ACTUAL-OUT
               MOVE STT-RECOVERED(STATUS-IDX) TO CLS-RECOVERED-OUT
               WRITE CLAIM-REC FROM CLM-STATUS-LINE
           END-PERFORM.
       600-RANK-DRIVERS.
      *>      MOST INCIDENTS FIRST; EQUAL COUNTS BY THE HIGHER NET COST
           PERFORM VARYING DRV-IDX FROM 1 BY 1
               UNTIL DRV-IDX >= DRV-COUNT
               MOVE DRV-IDX TO DRV-BEST-IDX
               PERFORM VARYING DRV-SCAN-IDX FROM DRV-IDX BY 1
                   UNTIL DRV-SCAN-IDX > DRV-COUNT
                   IF DRV-INCIDENTS(DRV-SCAN-IDX)
                       > DRV-INCIDENTS(DRV-BEST-IDX)
                       OR (DRV-INCIDENTS(DRV-SCAN-IDX)
                           = DRV-INCIDENTS(DRV-BEST-IDX)
                       AND DRV-NET(DRV-SCAN-IDX)
                           > DRV-NET(DRV-BEST-IDX))
                       MOVE DRV-SCAN-IDX TO DRV-BEST-IDX
                   END-IF
               END-PERFORM
               IF DRV-BEST-IDX NOT = DRV-IDX
                   MOVE DRV-ROW(DRV-IDX) TO DRV-HOLD-ROW
                   MOVE DRV-ROW(DRV-BEST-IDX) TO DRV-ROW(DRV-IDX)
                   MOVE DRV-HOLD-ROW TO DRV-ROW(DRV-BEST-IDX)
               END-IF
           END-PERFORM.
       700-WRITE-SAFETY-REPORT.
           COMPUTE SAF-HDG-FROM-OUT = SAFETY-CUTOFF + 1
           MOVE RUN-DATE TO SAF-HDG-THRU-OUT
           WRITE SAFETY-REC FROM SAF-HEADING1
           WRITE SAFETY-REC FROM SAF-HEADING2
           PERFORM VARYING DRV-IDX FROM 1 BY 1
               UNTIL DRV-IDX > DRV-COUNT
               PERFORM 750-WRITE-DRIVER-LINE
           END-PERFORM
           MOVE WINDOW-COUNT TO SAF-SUM-INCIDENTS-OUT
           MOVE DRV-COUNT TO SAF-SUM-DRIVERS-OUT
           WRITE SAFETY-REC FROM SAF-SUMMARY-LINE
               AFTER ADVANCING 2 LINES.
       750-WRITE-DRIVER-LINE.
           MOVE DRV-IDX TO SAF-RANK-OUT
           MOVE DRV-EMP-NO(DRV-IDX) TO SAF-EMP-NO-OUT
           MOVE SPACES TO SAF-NAME-OUT
           EVALUATE TRUE
               WHEN DRV-EMP-NO(DRV-IDX) = SPACES
                   MOVE 'NOT ASSIGNED' TO SAF-NAME-OUT
               WHEN EMP-MASTER-IS-OPEN = 'YES'
                   AND DRV-EMP-NO(DRV-IDX) IS NUMERIC
                   MOVE DRV-EMP-NO(DRV-IDX) TO EMP-NUMBER
                   READ EMP-MASTER
                       INVALID KEY
                           MOVE 'NOT ON EMPLOYEE FILE' TO SAF-NAME-OUT
                       NOT INVALID KEY
                           MOVE EMP-NAME TO SAF-NAME-OUT
                   END-READ
           END-EVALUATE
           MOVE DRV-INCIDENTS(DRV-IDX) TO SAF-INCIDENTS-OUT
           MOVE DRV-AT-FAULT(DRV-IDX) TO SAF-AT-FAULT-OUT
           MOVE DRV-ACTUAL(DRV-IDX) TO SAF-ACTUAL-OUT
           MOVE DRV-RECOVERED(DRV-IDX) TO SAF-RECOVERED-OUT
           MOVE DRV-NET(DRV-IDX) TO SAF-NET-OUT
           WRITE SAFETY-REC FROM SAF-DETAIL-LINE.
