      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: State new-hire reporting. The state wants every new
      *          hire and rehire reported within 20 days; this run
      *          replaces HR keying them into the state website from
      *          the hire paperwork. It reads the employee master
      *          change history for new master records (A rows) and
      *          status flips from T back to A (rehires), and for
      *          each one not already on the reported-control file
      *          writes a record to the state's fixed-format new-hire
      *          file - SSN, name, home address and hire date off the
      *          current master, plus our employer identification from
      *          the parameter file - and appends the employee number
      *          and hire date to the reported-control file so nobody
      *          is sent twice. A rehire carries a new hire date, so
      *          it is reported again as the state requires.
      *          History rows dated before the start date on the
      *          parameter file are ignored, which keeps the original
      *          master load from being reported as a wave of hires.
      *          A hire with no SSN or no home address on the master
      *          is held off the file (not marked reported, so it is
      *          picked up again once HR fixes the master) and ends
      *          the run RC 4. The transmittal listing prints each
      *          reported and held hire with the SSN masked to its
      *          last four digits, flags any hire already past the
      *          20-day deadline, and totals what went on the file.
      * Modification History:
      *   10/15/26 - initial version
      *   10/15/26 - each hire is reported under the employer on its
      *             master record (EMP-COMPANY, blank or zero = 01),
      *             with that company's FEIN, name and address off the
      *             company master; the state file carries one group
      *             of hires per company, each closed by its own
      *             trailer. Company 01 falls back to the parameter
      *             file's FEIN and name, and any company to its
      *             address. A hire under a company not on the master,
      *             or one with no FEIN or name there, is held, RC 4
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEW-HIRE-REPORT.
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
               FILE STATUS IS MASTER-STATUS.
           SELECT NEW-HIRE-PARM
           ASSIGN TO NEW-HIRE-PARM-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT REPORTED-CONTROL
           ASSIGN TO REPORTED-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-STATUS.
           SELECT STATE-FILE
           ASSIGN TO STATE-FILE-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSMITTAL-REPORT
           ASSIGN TO TRANSMITTAL-REPORT-DD
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
       FD  CHANGE-HIST.
       01  CHANGE-HIST-REC.
           COPY OLIV-EMP-Hist.
       FD  EMP-MASTER.
       01  EMP-MASTER-REC.
           COPY OLIV-EMP-Master.
       FD  NEW-HIRE-PARM.
       01  NEW-HIRE-PARM-REC.
           05 PARM-FEIN                    PIC X(9).
           05 PARM-EMPLOYER-NAME           PIC X(30).
           05 PARM-EMPLOYER-STREET         PIC X(20).
           05 PARM-EMPLOYER-CITY           PIC X(12).
           05 PARM-EMPLOYER-STATE          PIC X(2).
           05 PARM-EMPLOYER-ZIP            PIC X(5).
           05 PARM-START-DATE              PIC X(8).
       FD  REPORTED-CONTROL.
       01  REPORTED-CONTROL-REC.
           05 NHC-EMP-NO                   PIC 9(5).
           05 NHC-HIRE-DATE                PIC 9(8).
           05 NHC-REPORT-DATE              PIC 9(8).
       FD  STATE-FILE.
       01  STATE-REC                       PIC X(156).
       FD  TRANSMITTAL-REPORT.
       01  REPORT-REC                      PIC X(100).
       FD  RUN-CONTROL.
       01  RUN-CONTROL-REC.
           COPY OLIV-RUN-Ctl.
       FD  CO-MASTER.
       01  CO-MASTER-REC.
           COPY OLIV-CO-Master.
       WORKING-STORAGE SECTION.
       01  MORE-HIST                       PIC XXX VALUE 'YES'.
       01  MORE-CONTROL                    PIC XXX VALUE 'YES'.
       01  HIST-AVAILABLE                  PIC XXX VALUE 'YES'.
       01  HIST-STATUS                     PIC XX.
       01  MASTER-STATUS                   PIC XX.
       01  PARM-STATUS                     PIC XX.
       01  CONTROL-STATUS                  PIC XX.
       01  RUN-CTL-STATUS                  PIC XX.
       01  CO-STATUS                       PIC XX.
       01  CO-EOF                          PIC XXX VALUE 'NO'.
       01  CO-COUNT                        PIC 9(2) VALUE 0.
       01  CO-IDX                          PIC 9(2).
       01  SCAN-IDX                        PIC 9(2).
       01  CO-TABLE-FULL                   PIC XXX VALUE 'NO'.
       01  CO-TABLE.
           05 CO-ENTRY OCCURS 10 TIMES.
               10 COT-CODE                 PIC 9(2).
               10 COT-FEIN                 PIC X(9).
               10 COT-NAME                 PIC X(30).
               10 COT-STREET               PIC X(20).
               10 COT-CITY                 PIC X(12).
               10 COT-STATE                PIC X(2).
               10 COT-ZIP                  PIC X(5).
               10 COT-VALID                PIC XXX.
       01  HIRE-COMPANY                    PIC 9(2).
       01  HIRE-CO-FOUND                   PIC XXX.
       01  HIRE-CO-IDX                     PIC 9(2).
       01  UNKNOWN-PASS                    PIC XXX VALUE 'NO'.
       01  UNKNOWN-CO-COUNT                PIC 9(5) VALUE 0.
       01  CO-REPORTED-COUNT               PIC 9(7).
       01  RUN-DATE                        PIC 9(8).
       01  RUN-DATE-DAYS                   PIC 9(7).
       01  START-DATE                      PIC 9(8).
       01  HIRE-DATE                       PIC 9(8).
       01  HIRE-AGE-DAYS                   PIC S9(7).
      *>  EMP-STATUS SITS AT BYTE 77 OF THE MASTER IMAGE THE HISTORY
      *>  RECORD CARRIES (THE FIELDS AHEAD OF IT TOTAL 76 BYTES)
       01  BEFORE-STATUS-BYTE              PIC X(1).
       01  AFTER-STATUS-BYTE               PIC X(1).
       01  HIRE-RESULT                     PIC X(8).
       01  HIRE-NOTE                       PIC X(30).
       01  ALREADY-REPORTED                PIC XXX.
       01  REPORTED-COUNT                  PIC 9(5) VALUE 0.
       01  ALREADY-COUNT                   PIC 9(5) VALUE 0.
       01  HELD-COUNT                      PIC 9(5) VALUE 0.
       01  LATE-COUNT                      PIC 9(5) VALUE 0.
       01  NOT-ON-MASTER-COUNT             PIC 9(5) VALUE 0.
       01  CONTROL-COUNT                   PIC 9(4) VALUE 0.
       01  CONTROL-IDX                     PIC 9(4).
       01  CONTROL-TABLE.
           05 CONTROL-ENTRY OCCURS 5000 TIMES.
               10 CTL-EMP-NO               PIC 9(5).
               10 CTL-HIRE-DATE            PIC 9(8).
       01  STATE-DETAIL-REC.
           05                              PIC X(2) VALUE 'W4'.
           05 NHS-SSN                      PIC 9(9).
           05 NHS-NAME                     PIC X(20).
           05 NHS-STREET                   PIC X(20).
           05 NHS-CITY                     PIC X(12).
           05 NHS-STATE                    PIC X(2).
           05 NHS-ZIP                      PIC X(5).
           05 NHS-HIRE-DATE                PIC 9(8).
           05 NHS-FEIN                     PIC X(9).
           05 NHS-EMPLOYER-NAME            PIC X(30).
           05 NHS-EMPLOYER-STREET          PIC X(20).
           05 NHS-EMPLOYER-CITY            PIC X(12).
           05 NHS-EMPLOYER-STATE           PIC X(2).
           05 NHS-EMPLOYER-ZIP             PIC X(5).
       01  STATE-TRAILER-REC.
           05                              PIC X(2) VALUE 'T4'.
           05 NHT-FEIN                     PIC X(9).
           05 NHT-REPORT-DATE              PIC 9(8).
           05 NHT-COUNT                    PIC 9(7).
       01  HEADING1.
           05                              PIC X(40) VALUE
               'STATE NEW-HIRE REPORT TRANSMITTAL FOR '.
           05 HDG-DATE-OUT                 PIC 9(8).
       01  HEADING-EMPLOYER.
           05                              PIC X(10) VALUE
               'EMPLOYER: '.
           05 HDG-FEIN-OUT                 PIC X(9).
           05                              PIC X(2) VALUE SPACES.
           05 HDG-EMPLOYER-NAME-OUT        PIC X(30).
       01  HEADING2.
           05                              PIC X(43) VALUE
               'EMP-NO  NAME                  SSN          '.
           05                              PIC X(29) VALUE
               'HIRE-DATE  ST  RESULT    NOTE'.
       01  DETAIL-LINE.
           05 DTL-EMP-NO-OUT               PIC 9(5).
           05                              PIC X(3) VALUE SPACES.
           05 DTL-NAME-OUT                 PIC X(20).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-SSN-PREFIX-OUT           PIC X(7).
           05 DTL-SSN-LAST-OUT             PIC X(4).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-HIRE-DATE-OUT            PIC 9(8).
           05                              PIC X(3) VALUE SPACES.
           05 DTL-STATE-OUT                PIC X(2).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-RESULT-OUT               PIC X(8).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-NOTE-OUT                 PIC X(30).
       01  SUMMARY-LINE-1.
           05                              PIC X(30) VALUE
               'HIRES REPORTED TO THE STATE: '.
           05 SUM-REPORTED-OUT             PIC ZZ,ZZ9.
           05                              PIC X(20) VALUE
               '   PAST 20 DAYS: '.
           05 SUM-LATE-OUT                 PIC ZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05                              PIC X(30) VALUE
               'HIRES HELD FOR MASTER FIXES: '.
           05 SUM-HELD-OUT                 PIC ZZ,ZZ9.
       01  SUMMARY-LINE-3.
           05                              PIC X(30) VALUE
               'ALREADY REPORTED EARLIER:    '.
           05 SUM-ALREADY-OUT              PIC ZZ,ZZ9.
           05                              PIC X(20) VALUE
               '   NOT ON MASTER: '.
           05 SUM-NOT-ON-MASTER-OUT        PIC ZZ,ZZ9.
       01  CHANGE-HIST-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-EMP-Hist.txt'.
       01  EMP-MASTER-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-EMP-Master.dat'.
       01  NEW-HIRE-PARM-DD                PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-EMP-NHParm.txt'.
       01  REPORTED-CONTROL-DD             PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-EMP-NHCtl.txt'.
       01  STATE-FILE-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-EMP-NHState.txt'.
       01  TRANSMITTAL-REPORT-DD           PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-EMP-NHRpt.txt'.
       01  RUN-CONTROL-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-Ctl.txt'.
       01  CO-MASTER-DD                    PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-CO-Master.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-GET-FILE-NAMES
           PERFORM 015-GET-BUSINESS-DATE
           PERFORM 020-READ-PARM
           PERFORM 025-READ-COMPANIES
           PERFORM 050-LOAD-REPORTED-CONTROL
           OPEN INPUT EMP-MASTER
           IF MASTER-STATUS NOT = '00'
               DISPLAY 'EMPLOYEE MASTER NOT AVAILABLE - RUN '
                   'STOPPED (THE STATE FILE NEEDS SSN AND ADDRESS)'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CHANGE-HIST
           IF HIST-STATUS NOT = '00'
               DISPLAY 'CHANGE HISTORY FILE NOT AVAILABLE - NO '
                   'NEW HIRES TO REPORT'
               MOVE 'NO' TO HIST-AVAILABLE
           ELSE
               CLOSE CHANGE-HIST
           END-IF
           OPEN EXTEND REPORTED-CONTROL
           IF CONTROL-STATUS NOT = '00' AND CONTROL-STATUS NOT = '05'
               OPEN OUTPUT REPORTED-CONTROL
           END-IF
           OPEN OUTPUT STATE-FILE
                       TRANSMITTAL-REPORT
           MOVE RUN-DATE TO HDG-DATE-OUT
           WRITE REPORT-REC FROM HEADING1
      *>      EACH EMPLOYER REPORTS ITS OWN HIRES UNDER ITS OWN FEIN -
      *>      ONE PASS OF THE CHANGE HISTORY PER COMPANY, EACH GROUP
      *>      CLOSED BY ITS OWN TRAILER
           PERFORM VARYING CO-IDX FROM 1 BY 1 UNTIL CO-IDX > CO-COUNT
               PERFORM 150-REPORT-COMPANY
           END-PERFORM
      *>      HIRES UNDER A COMPANY NOT ON THE MASTER HAVE NO EMPLOYER
      *>      TO BE REPORTED UNDER - ONE LAST PASS LISTS THEM AS HELD
           IF UNKNOWN-CO-COUNT > 0
               MOVE 'YES' TO UNKNOWN-PASS
               MOVE SPACES TO HDG-FEIN-OUT
               MOVE 'COMPANY NOT ON COMPANY MASTER'
                   TO HDG-EMPLOYER-NAME-OUT
               WRITE REPORT-REC FROM HEADING-EMPLOYER
                   AFTER ADVANCING 2 LINES
               WRITE REPORT-REC FROM HEADING2
               PERFORM 160-READ-HISTORY
           END-IF
           MOVE REPORTED-COUNT TO SUM-REPORTED-OUT
           MOVE LATE-COUNT TO SUM-LATE-OUT
           MOVE HELD-COUNT TO SUM-HELD-OUT
           MOVE ALREADY-COUNT TO SUM-ALREADY-OUT
           MOVE NOT-ON-MASTER-COUNT TO SUM-NOT-ON-MASTER-OUT
           WRITE REPORT-REC FROM SUMMARY-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM SUMMARY-LINE-2
           WRITE REPORT-REC FROM SUMMARY-LINE-3
           CLOSE EMP-MASTER
                 REPORTED-CONTROL
                 STATE-FILE
                 TRANSMITTAL-REPORT
           DISPLAY 'NEW HIRES REPORTED: ' REPORTED-COUNT
               ' HELD: ' HELD-COUNT
           IF HELD-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       010-GET-FILE-NAMES.
           ACCEPT CHANGE-HIST-DD FROM ENVIRONMENT "EMPHIST"
           ACCEPT EMP-MASTER-DD FROM ENVIRONMENT "EMPMASTER"
           ACCEPT NEW-HIRE-PARM-DD FROM ENVIRONMENT "NHPARM"
           ACCEPT REPORTED-CONTROL-DD FROM ENVIRONMENT "NHCONTROL"
           ACCEPT STATE-FILE-DD FROM ENVIRONMENT "NHSTATE"
           ACCEPT TRANSMITTAL-REPORT-DD FROM ENVIRONMENT "NHRPT"
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
           END-IF
           COMPUTE RUN-DATE-DAYS =
               FUNCTION INTEGER-OF-DATE(RUN-DATE).
       020-READ-PARM.
           OPEN INPUT NEW-HIRE-PARM
           IF PARM-STATUS NOT = '00'
               DISPLAY 'NEW-HIRE PARAMETER FILE MISSING - RUN '
                   'STOPPED (IT CARRIES THE EMPLOYER IDENTIFICATION)'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ NEW-HIRE-PARM
           CLOSE NEW-HIRE-PARM
           IF PARM-FEIN IS NOT NUMERIC
               OR PARM-EMPLOYER-NAME = SPACES
               DISPLAY 'NEW-HIRE PARAMETER FILE HAS NO VALID '
                   'EMPLOYER FEIN/NAME - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PARM-START-DATE IS NUMERIC
               MOVE PARM-START-DATE TO START-DATE
           ELSE
               MOVE 0 TO START-DATE
           END-IF.
       025-READ-COMPANIES.
      *>      NO COMPANY MASTER MEANS THE ONE ORIGINAL EMPLOYER -
      *>      COMPANY 01 IS ALWAYS IN THE TABLE, UNDER THE PARAMETER
      *>      FILE'S FEIN AND NAME WHEN THE MASTER DOES NOT CARRY THEM
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
                               PERFORM 030-LOAD-COMPANY
                           ELSE
                               MOVE 'YES' TO CO-TABLE-FULL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF CO-STATUS = '00' OR CO-STATUS = '10'
               CLOSE CO-MASTER
           END-IF
           MOVE 1 TO HIRE-COMPANY
           PERFORM 330-FIND-HIRE-COMPANY
           IF HIRE-CO-FOUND = 'NO'
               IF CO-COUNT < 10
                   ADD 1 TO CO-COUNT
                   MOVE 1 TO COT-CODE(CO-COUNT)
                   MOVE CO-COUNT TO HIRE-CO-IDX
               ELSE
                   MOVE 'YES' TO CO-TABLE-FULL
               END-IF
           END-IF
           IF CO-TABLE-FULL = 'YES'
               DISPLAY 'COMPANY MASTER HOLDS MORE THAN 10 COMPANIES '
                   '- RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF COT-FEIN(HIRE-CO-IDX) = SPACES
               MOVE PARM-FEIN TO COT-FEIN(HIRE-CO-IDX)
           END-IF
           IF COT-NAME(HIRE-CO-IDX) = SPACES
               MOVE PARM-EMPLOYER-NAME TO COT-NAME(HIRE-CO-IDX)
           END-IF
      *>      A COMPANY WITH NO ADDRESS OF ITS OWN IS AT THE PARAMETER
      *>      FILE'S; ONE WITH NO FEIN OR NAME CANNOT BE REPORTED
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
               UNTIL SCAN-IDX > CO-COUNT
               IF COT-STREET(SCAN-IDX) = SPACES
                   MOVE PARM-EMPLOYER-STREET TO COT-STREET(SCAN-IDX)
                   MOVE PARM-EMPLOYER-CITY TO COT-CITY(SCAN-IDX)
                   MOVE PARM-EMPLOYER-STATE TO COT-STATE(SCAN-IDX)
                   MOVE PARM-EMPLOYER-ZIP TO COT-ZIP(SCAN-IDX)
               END-IF
               IF COT-FEIN(SCAN-IDX) IS NUMERIC
                   AND COT-FEIN(SCAN-IDX) NOT = '000000000'
                   AND COT-NAME(SCAN-IDX) NOT = SPACES
                   MOVE 'YES' TO COT-VALID(SCAN-IDX)
               ELSE
                   MOVE 'NO' TO COT-VALID(SCAN-IDX)
               END-IF
           END-PERFORM.
       030-LOAD-COMPANY.
           MOVE CO-CODE TO COT-CODE(CO-COUNT)
           IF CO-FEIN IS NUMERIC AND CO-FEIN > 0
               MOVE CO-FEIN TO COT-FEIN(CO-COUNT)
           END-IF
           MOVE CO-NAME TO COT-NAME(CO-COUNT)
           MOVE CO-STREET TO COT-STREET(CO-COUNT)
           MOVE CO-CITY TO COT-CITY(CO-COUNT)
           MOVE CO-STATE TO COT-STATE(CO-COUNT)
           MOVE CO-ZIP TO COT-ZIP(CO-COUNT).
       050-LOAD-REPORTED-CONTROL.
           OPEN INPUT REPORTED-CONTROL
           IF CONTROL-STATUS NOT = '00'
               DISPLAY 'NO REPORTED-CONTROL FILE YET - EVERY HIRE '
                   'SINCE THE START DATE WILL BE REPORTED'
               MOVE 'NO' TO MORE-CONTROL
           END-IF
           PERFORM UNTIL MORE-CONTROL = 'NO'
               READ REPORTED-CONTROL
                   AT END
                       MOVE 'NO' TO MORE-CONTROL
                   NOT AT END
                       IF CONTROL-COUNT < 5000
                           ADD 1 TO CONTROL-COUNT
                           MOVE NHC-EMP-NO
                               TO CTL-EMP-NO(CONTROL-COUNT)
                           MOVE NHC-HIRE-DATE
                               TO CTL-HIRE-DATE(CONTROL-COUNT)
                       ELSE
      *>      A HIRE MISSING FROM THE TABLE WOULD GO TO THE STATE A
      *>      SECOND TIME - STOP RATHER THAN REPORT IT TWICE
                           DISPLAY 'REPORTED-CONTROL FILE PAST 5000 '
                               'ROWS - RUN STOPPED BEFORE ANY HIRE '
                               'COULD BE REPORTED TWICE'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           IF CONTROL-STATUS = '00' OR CONTROL-STATUS = '10'
               CLOSE REPORTED-CONTROL
           END-IF.
       150-REPORT-COMPANY.
           MOVE 0 TO CO-REPORTED-COUNT
           MOVE COT-FEIN(CO-IDX) TO HDG-FEIN-OUT
           MOVE COT-NAME(CO-IDX) TO HDG-EMPLOYER-NAME-OUT
           WRITE REPORT-REC FROM HEADING-EMPLOYER
               AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM HEADING2
           PERFORM 160-READ-HISTORY
           IF COT-VALID(CO-IDX) = 'YES'
               MOVE COT-FEIN(CO-IDX) TO NHT-FEIN
               MOVE RUN-DATE TO NHT-REPORT-DATE
               MOVE CO-REPORTED-COUNT TO NHT-COUNT
               WRITE STATE-REC FROM STATE-TRAILER-REC
           END-IF.
       160-READ-HISTORY.
           IF HIST-AVAILABLE = 'YES'
               MOVE 'YES' TO MORE-HIST
               OPEN INPUT CHANGE-HIST
               PERFORM UNTIL MORE-HIST = 'NO'
                   READ CHANGE-HIST
                       AT END
                           MOVE 'NO' TO MORE-HIST
                       NOT AT END
                           IF HIST-RUN-DATE NOT < START-DATE
                               PERFORM 200-CHECK-HIST-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHANGE-HIST
           END-IF.
       200-CHECK-HIST-ROW.
           MOVE HIST-BEFORE-IMAGE(77:1) TO BEFORE-STATUS-BYTE
           MOVE HIST-AFTER-IMAGE(77:1) TO AFTER-STATUS-BYTE
           EVALUATE TRUE
               WHEN HIST-CHANGE-TYPE = 'A'
                   PERFORM 300-REPORT-HIRE
               WHEN HIST-CHANGE-TYPE = 'C'
                   AND BEFORE-STATUS-BYTE = 'T'
                   AND AFTER-STATUS-BYTE = 'A'
                   PERFORM 300-REPORT-HIRE
           END-EVALUATE.
       300-REPORT-HIRE.
           MOVE HIST-EMP-NUMBER TO EMP-NUMBER
           READ EMP-MASTER
               INVALID KEY
                   IF CO-IDX = 1 AND UNKNOWN-PASS = 'NO'
                       ADD 1 TO NOT-ON-MASTER-COUNT
                   END-IF
               NOT INVALID KEY
                   PERFORM 320-SELECT-FOR-PASS
           END-READ.
       310-CHECK-AND-REPORT.
           MOVE 'REPORTED' TO HIRE-RESULT
           MOVE SPACES TO HIRE-NOTE
           MOVE 0 TO HIRE-DATE
           IF EMP-DATE-HIRE IS NUMERIC
               MOVE EMP-HIRE-YEAR TO HIRE-DATE(1:4)
               MOVE EMP-HIRE-MONTH TO HIRE-DATE(5:2)
               MOVE EMP-HIRE-DAY TO HIRE-DATE(7:2)
           END-IF
           MOVE 'NO' TO ALREADY-REPORTED
           PERFORM VARYING CONTROL-IDX FROM 1 BY 1
               UNTIL CONTROL-IDX > CONTROL-COUNT
                   OR ALREADY-REPORTED = 'YES'
               IF CTL-EMP-NO(CONTROL-IDX) = EMP-NUMBER
                   AND CTL-HIRE-DATE(CONTROL-IDX) = HIRE-DATE
                   MOVE 'YES' TO ALREADY-REPORTED
               END-IF
           END-PERFORM
           IF ALREADY-REPORTED = 'YES'
               ADD 1 TO ALREADY-COUNT
           ELSE
               EVALUATE TRUE
                   WHEN HIRE-DATE = 0
                       MOVE 'HELD    ' TO HIRE-RESULT
                       MOVE 'NO HIRE DATE ON MASTER' TO HIRE-NOTE
                   WHEN EMP-SSN IS NOT NUMERIC OR EMP-SSN = 0
                       MOVE 'HELD    ' TO HIRE-RESULT
                       MOVE 'NO SSN ON MASTER' TO HIRE-NOTE
                   WHEN EMP-STREET = SPACES OR EMP-CITY = SPACES
                       OR EMP-STATE = SPACES OR EMP-ZIP = SPACES
                       MOVE 'HELD    ' TO HIRE-RESULT
                       MOVE 'NO HOME ADDRESS ON MASTER'
                           TO HIRE-NOTE
                   WHEN UNKNOWN-PASS = 'YES'
                       MOVE 'HELD    ' TO HIRE-RESULT
                       MOVE 'COMPANY NOT ON COMPANY MASTER'
                           TO HIRE-NOTE
                   WHEN COT-VALID(CO-IDX) = 'NO'
                       MOVE 'HELD    ' TO HIRE-RESULT
                       MOVE 'NO COMPANY FEIN/NAME ON MASTER'
                           TO HIRE-NOTE
               END-EVALUATE
               IF HIRE-RESULT = 'REPORTED'
                   PERFORM 400-WRITE-STATE-RECORD
               ELSE
                   ADD 1 TO HELD-COUNT
               END-IF
               PERFORM 500-WRITE-TRANSMITTAL-LINE
           END-IF.
       320-SELECT-FOR-PASS.
      *>      A HIRE BELONGS TO THE PASS FOR ITS EMPLOYER ON THE
      *>      MASTER; ONE UNDER A COMPANY NOT ON THE COMPANY MASTER IS
      *>      COUNTED ON THE FIRST PASS AND LISTED ON THE LAST
           IF EMP-COMPANY IS NUMERIC AND EMP-COMPANY > 0
               MOVE EMP-COMPANY TO HIRE-COMPANY
           ELSE
               MOVE 1 TO HIRE-COMPANY
           END-IF
           PERFORM 330-FIND-HIRE-COMPANY
           IF UNKNOWN-PASS = 'YES'
               IF HIRE-CO-FOUND = 'NO'
                   PERFORM 310-CHECK-AND-REPORT
               END-IF
           ELSE
               IF HIRE-COMPANY = COT-CODE(CO-IDX)
                   PERFORM 310-CHECK-AND-REPORT
               END-IF
               IF HIRE-CO-FOUND = 'NO' AND CO-IDX = 1
                   ADD 1 TO UNKNOWN-CO-COUNT
               END-IF
           END-IF.
       330-FIND-HIRE-COMPANY.
           MOVE 'NO' TO HIRE-CO-FOUND
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
               UNTIL SCAN-IDX > CO-COUNT
               IF COT-CODE(SCAN-IDX) = HIRE-COMPANY
                   MOVE 'YES' TO HIRE-CO-FOUND
                   MOVE SCAN-IDX TO HIRE-CO-IDX
                   MOVE CO-COUNT TO SCAN-IDX
               END-IF
           END-PERFORM.
       400-WRITE-STATE-RECORD.
           MOVE EMP-SSN TO NHS-SSN
           MOVE EMP-NAME TO NHS-NAME
           MOVE EMP-STREET TO NHS-STREET
           MOVE EMP-CITY TO NHS-CITY
           MOVE EMP-STATE TO NHS-STATE
           MOVE EMP-ZIP TO NHS-ZIP
           MOVE HIRE-DATE TO NHS-HIRE-DATE
           MOVE COT-FEIN(CO-IDX) TO NHS-FEIN
           MOVE COT-NAME(CO-IDX) TO NHS-EMPLOYER-NAME
           MOVE COT-STREET(CO-IDX) TO NHS-EMPLOYER-STREET
           MOVE COT-CITY(CO-IDX) TO NHS-EMPLOYER-CITY
           MOVE COT-STATE(CO-IDX) TO NHS-EMPLOYER-STATE
           MOVE COT-ZIP(CO-IDX) TO NHS-EMPLOYER-ZIP
           WRITE STATE-REC FROM STATE-DETAIL-REC
           ADD 1 TO REPORTED-COUNT
           ADD 1 TO CO-REPORTED-COUNT
           MOVE EMP-NUMBER TO NHC-EMP-NO
           MOVE HIRE-DATE TO NHC-HIRE-DATE
           MOVE RUN-DATE TO NHC-REPORT-DATE
           WRITE REPORTED-CONTROL-REC
           IF CONTROL-COUNT < 5000
               ADD 1 TO CONTROL-COUNT
               MOVE EMP-NUMBER TO CTL-EMP-NO(CONTROL-COUNT)
               MOVE HIRE-DATE TO CTL-HIRE-DATE(CONTROL-COUNT)
           ELSE
               DISPLAY 'REPORTED-CONTROL TABLE FULL AT 5000 ROWS - '
                   'RUN STOPPED BEFORE ANY HIRE COULD BE REPORTED '
                   'TWICE'
               CLOSE EMP-MASTER
                     REPORTED-CONTROL
                     STATE-FILE
                     TRANSMITTAL-REPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE HIRE-AGE-DAYS = RUN-DATE-DAYS
               - FUNCTION INTEGER-OF-DATE(HIRE-DATE)
           IF HIRE-AGE-DAYS > 20
               ADD 1 TO LATE-COUNT
               MOVE 'PAST THE 20-DAY DEADLINE' TO HIRE-NOTE
           END-IF.
       500-WRITE-TRANSMITTAL-LINE.
           MOVE EMP-NUMBER TO DTL-EMP-NO-OUT
           MOVE EMP-NAME TO DTL-NAME-OUT
           IF EMP-SSN IS NUMERIC AND EMP-SSN > 0
               MOVE 'XXX-XX-' TO DTL-SSN-PREFIX-OUT
               MOVE EMP-SSN-LAST-4 TO DTL-SSN-LAST-OUT
           ELSE
               MOVE SPACES TO DTL-SSN-PREFIX-OUT
               MOVE SPACES TO DTL-SSN-LAST-OUT
           END-IF
           MOVE HIRE-DATE TO DTL-HIRE-DATE-OUT
           MOVE EMP-STATE TO DTL-STATE-OUT
           MOVE HIRE-RESULT TO DTL-RESULT-OUT
           MOVE HIRE-NOTE TO DTL-NOTE-OUT
           WRITE REPORT-REC FROM DETAIL-LINE.
