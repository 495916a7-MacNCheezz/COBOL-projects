      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Yearly unclaimed-property (escheatment) run over the
      *          issued-checks file. Uncashed wages past the state's
      *          dormancy period cannot sit outstanding forever:
      *          - a check still outstanding (O) whose issue date is
      *            older than the dormancy days on the parameter file
      *            gets a due-diligence letter to the payee's last
      *            known address on the employee master, written in
      *            MAIL's name/address input layout (point MAIL's
      *            MAILIN at the letter file), and is marked D with
      *            the letter date;
      *          - a D check still unclaimed once the due-diligence
      *            window on the parameter file has passed since its
      *            letter is marked E (escheated), goes on the state
      *            holder report and holder file, and its dollars are
      *            moved by GL posting from outstanding checks to the
      *            unclaimed-property liability.
      *          The first run of the year sends the letters; the run
      *          after the window closes files the report. The issued
      *          file is rewritten from the table with the new
      *          statuses, the same way CHECK-RECONCILE does. A
      *          dormant check whose payee has no address on the
      *          master is still marked D (due diligence attempted)
      *          and ends the run RC 4.
      * Modification History:
      *   10/15/26 - initial version
      *   10/15/26 - postings carry a blank GLP-COMPANY-OUT, so each
      *             books to the company whose block the account is
      *             in and no intercompany pair is raised
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-ESCHEAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ISSUED-CHECKS
           ASSIGN TO ISSUED-CHECKS-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ISSUED-STATUS.
           SELECT EMP-MASTER
           ASSIGN TO EMP-MASTER-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-NUMBER
               FILE STATUS IS EMP-MASTER-STATUS.
           SELECT ESCHEAT-PARM
           ASSIGN TO ESCHEAT-PARM-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT ESCHEAT-GL-ACCTS
           ASSIGN TO ESCHEAT-GL-ACCTS-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-ACCT-STATUS.
           SELECT LETTER-FILE
           ASSIGN TO LETTER-FILE-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLDER-FILE
           ASSIGN TO HOLDER-FILE-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-POST-FILE
           ASSIGN TO GL-POST-FILE-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ESCHEAT-REPORT
           ASSIGN TO ESCHEAT-REPORT-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL
           ASSIGN TO RUN-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ISSUED-CHECKS.
       01  ISSUED-CHECK-REC.
           COPY OLIV-CHK-Issued.
       FD  EMP-MASTER.
       01  EMP-MASTER-REC.
           COPY OLIV-EMP-Master.
       FD  ESCHEAT-PARM.
       01  ESCHEAT-PARM-REC.
           05 PARM-DORMANCY-DAYS           PIC 9(4).
           05 PARM-DILIGENCE-DAYS          PIC 9(3).
           05 PARM-HOLDER-ID               PIC X(9).
           05 PARM-HOLDER-NAME             PIC X(30).
       FD  ESCHEAT-GL-ACCTS.
       01  ESCHEAT-GL-ACCT-REC.
           05 EGA-OUTSTANDING-ACCT         PIC 9(6).
           05 EGA-UNCLAIMED-ACCT           PIC 9(6).
      *>      SAME RECORD LAYOUT MAIL'S MASTER-LIST READS
       FD  LETTER-FILE.
       01  LETTER-REC.
           05 LTR-NAME                     PIC X(20).
           05 LTR-ADDRESS                  PIC X(20).
           05 LTR-LOCATION                 PIC X(15).
           05 LTR-ZIP                      PIC X(5).
       FD  HOLDER-FILE.
       01  HOLDER-REC                      PIC X(100).
       FD  GL-POST-FILE.
       01  GL-POST-REC.
           COPY OLIV-GLP-Rec.
       FD  ESCHEAT-REPORT.
       01  REPORT-REC                      PIC X(90).
       FD  RUN-CONTROL.
       01  RUN-CONTROL-REC.
           COPY OLIV-RUN-Ctl.
       WORKING-STORAGE SECTION.
       01  MORE-ISSUED                     PIC XXX VALUE 'YES'.
       01  ISSUED-STATUS                   PIC XX.
       01  EMP-MASTER-STATUS               PIC XX.
       01  PARM-STATUS                     PIC XX.
       01  GL-ACCT-STATUS                  PIC XX.
       01  RUN-CTL-STATUS                  PIC XX.
       01  RUN-DATE                        PIC 9(8).
       01  RUN-DATE-DAYS                   PIC 9(7).
       01  ISSUE-DATE-DAYS                 PIC 9(7).
       01  NOTICE-DATE-DAYS                PIC 9(7).
       01  CHECK-AGE-DAYS                  PIC S9(7).
       01  NOTICE-AGE-DAYS                 PIC S9(7).
       01  DORMANCY-DAYS                   PIC 9(4).
       01  DILIGENCE-DAYS                  PIC 9(3).
       01  OUTSTANDING-ACCT                PIC 9(6).
       01  UNCLAIMED-ACCT                  PIC 9(6).
       01  EMP-FOUND                       PIC XXX.
       01  LETTER-COUNT                    PIC 9(5) VALUE 0.
       01  LETTER-DOLLARS                  PIC 9(9)V99 VALUE 0.
       01  NO-ADDRESS-COUNT                PIC 9(5) VALUE 0.
       01  ESCHEAT-COUNT                   PIC 9(5) VALUE 0.
       01  ESCHEAT-DOLLARS                 PIC 9(9)V99 VALUE 0.
       01  PENDING-COUNT                   PIC 9(5) VALUE 0.
       01  ISSUED-COUNT                    PIC 9(4) VALUE 0.
       01  ISSUED-IDX                      PIC 9(4).
       01  ISSUED-TABLE.
           05 ISSUED-ENTRY OCCURS 2000 TIMES.
               10 ISS-NUMBER               PIC 9(8).
               10 ISS-EMP-NO               PIC X(5).
               10 ISS-NAME                 PIC X(20).
               10 ISS-DATE                 PIC 9(8).
               10 ISS-PERIOD               PIC 9(2).
               10 ISS-AMOUNT               PIC 9(7)V99.
               10 ISS-STATUS               PIC X(1).
               10 ISS-NOTICE-DATE          PIC 9(8).
       01  LOCATION-BUILD.
           05 LOC-CITY                     PIC X(12).
           05                              PIC X(1) VALUE SPACES.
           05 LOC-STATE                    PIC X(2).
       01  HOLDER-HEADER-REC.
           05                              PIC X(1) VALUE 'H'.
           05  HHD-HOLDER-ID-OUT           PIC X(9).
           05  HHD-HOLDER-NAME-OUT         PIC X(30).
           05  HHD-REPORT-DATE-OUT         PIC 9(8).
       01  HOLDER-DETAIL-REC.
           05                              PIC X(1) VALUE 'D'.
      *>      PR01 = WAGES, PAYROLL, SALARY
           05                              PIC X(4) VALUE 'PR01'.
           05  HDT-OWNER-NAME-OUT          PIC X(20).
           05  HDT-STREET-OUT              PIC X(20).
           05  HDT-CITY-OUT                PIC X(12).
           05  HDT-STATE-OUT               PIC X(2).
           05  HDT-ZIP-OUT                 PIC X(5).
           05  HDT-EMP-NO-OUT              PIC X(5).
           05  HDT-CHECK-NO-OUT            PIC 9(8).
           05  HDT-ISSUE-DATE-OUT          PIC 9(8).
           05  HDT-AMOUNT-OUT              PIC 9(7)V99.
       01  HOLDER-TRAILER-REC.
           05                              PIC X(1) VALUE 'T'.
           05  HTR-COUNT-OUT               PIC 9(7).
           05  HTR-TOTAL-OUT               PIC 9(9)V99.
       01  HEADING1.
           05                              PIC X(40) VALUE
               'UNCLAIMED PROPERTY (ESCHEATMENT) REPORT'.
           05                              PIC X(8) VALUE
               '  DATE: '.
           05 HDG-DATE-OUT                 PIC 9(8).
       01  HEADING-HOLDER.
           05                              PIC X(8) VALUE
               'HOLDER: '.
           05 HDG-HOLDER-ID-OUT            PIC X(9).
           05                              PIC X(2) VALUE SPACES.
           05 HDG-HOLDER-NAME-OUT          PIC X(30).
       01  HEADING-PARMS.
           05                              PIC X(16) VALUE
               'DORMANCY DAYS: '.
           05 HDG-DORMANCY-OUT             PIC Z,ZZ9.
           05                              PIC X(20) VALUE
               '   DILIGENCE DAYS: '.
           05 HDG-DILIGENCE-OUT            PIC ZZ9.
       01  HEADING2.
           05                              PIC X(40) VALUE
               ' CHECK NO  EMP-NO  NAME                 '.
           05                              PIC X(30) VALUE
               'ISSUED         AMOUNT  NOTE'.
       01  SECTION-ESCHEAT-LINE.
           05                              PIC X(40) VALUE
               'ESCHEATED TO THE STATE'.
       01  SECTION-LETTER-LINE.
           05                              PIC X(40) VALUE
               'DUE-DILIGENCE LETTERS'.
       01  DETAIL-LINE.
           05                              PIC X(1) VALUE SPACES.
           05 DTL-CHECK-NO-OUT             PIC 9(8).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-EMP-NO-OUT               PIC X(5).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-NAME-OUT                 PIC X(20).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-ISSUE-DATE-OUT           PIC 9(8).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-AMOUNT-OUT               PIC $ZZZ,ZZ9.99.
           05                              PIC X(2) VALUE SPACES.
           05 DTL-NOTE-OUT                 PIC X(26).
       01  SUMMARY-LINE-1.
           05                              PIC X(26) VALUE
               'LETTERS SENT:             '.
           05 SUM-LETTER-OUT               PIC ZZ,ZZ9.
           05                              PIC X(4) VALUE '  $'.
           05 SUM-LETTER-DOL-OUT           PIC ZZZ,ZZZ,ZZ9.99.
           05                              PIC X(18) VALUE
               '  NO ADDRESS: '.
           05 SUM-NO-ADDR-OUT              PIC ZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05                              PIC X(26) VALUE
               'ESCHEATED:                '.
           05 SUM-ESCHEAT-OUT              PIC ZZ,ZZ9.
           05                              PIC X(4) VALUE '  $'.
           05 SUM-ESCHEAT-DOL-OUT          PIC ZZZ,ZZZ,ZZ9.99.
       01  SUMMARY-LINE-3.
           05                              PIC X(26) VALUE
               'LETTERS STILL IN WINDOW:  '.
           05 SUM-PENDING-OUT              PIC ZZ,ZZ9.
       01  ISSUED-CHECKS-DD                PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-ChkIssue.txt'.
       01  EMP-MASTER-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-EMP-Master.dat'.
       01  ESCHEAT-PARM-DD                 PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-EschParm.txt'.
       01  ESCHEAT-GL-ACCTS-DD             PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-EschActs.txt'.
       01  LETTER-FILE-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-EschLtr.txt'.
       01  HOLDER-FILE-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-EschHold.txt'.
       01  GL-POST-FILE-DD                 PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-EschGL.txt'.
       01  ESCHEAT-REPORT-DD               PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-EschRpt.txt'.
       01  RUN-CONTROL-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-Ctl.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-GET-FILE-NAMES
           PERFORM 015-GET-BUSINESS-DATE
           PERFORM 020-READ-PARM
           PERFORM 030-READ-GL-ACCOUNTS
           PERFORM 050-LOAD-ISSUED-CHECKS
           OPEN INPUT EMP-MASTER
           IF EMP-MASTER-STATUS NOT = '00'
               DISPLAY 'EMPLOYEE MASTER NOT AVAILABLE - RUN '
                   'STOPPED (LETTERS AND THE HOLDER FILE NEED THE '
                   'ADDRESS)'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LETTER-FILE
                       HOLDER-FILE
                       GL-POST-FILE
                       ESCHEAT-REPORT
           MOVE RUN-DATE TO HDG-DATE-OUT
           WRITE REPORT-REC FROM HEADING1
           MOVE PARM-HOLDER-ID TO HDG-HOLDER-ID-OUT
           MOVE PARM-HOLDER-NAME TO HDG-HOLDER-NAME-OUT
           WRITE REPORT-REC FROM HEADING-HOLDER
           MOVE DORMANCY-DAYS TO HDG-DORMANCY-OUT
           MOVE DILIGENCE-DAYS TO HDG-DILIGENCE-OUT
           WRITE REPORT-REC FROM HEADING-PARMS
           MOVE PARM-HOLDER-ID TO HHD-HOLDER-ID-OUT
           MOVE PARM-HOLDER-NAME TO HHD-HOLDER-NAME-OUT
           MOVE RUN-DATE TO HHD-REPORT-DATE-OUT
           WRITE HOLDER-REC FROM HOLDER-HEADER-REC
           PERFORM 300-ESCHEAT-UNCLAIMED
           PERFORM 400-SEND-LETTERS
           MOVE ESCHEAT-COUNT TO HTR-COUNT-OUT
           MOVE ESCHEAT-DOLLARS TO HTR-TOTAL-OUT
           WRITE HOLDER-REC FROM HOLDER-TRAILER-REC
           IF ESCHEAT-DOLLARS > 0
               PERFORM 500-WRITE-GL-PAIR
           END-IF
           MOVE LETTER-COUNT TO SUM-LETTER-OUT
           MOVE LETTER-DOLLARS TO SUM-LETTER-DOL-OUT
           MOVE NO-ADDRESS-COUNT TO SUM-NO-ADDR-OUT
           MOVE ESCHEAT-COUNT TO SUM-ESCHEAT-OUT
           MOVE ESCHEAT-DOLLARS TO SUM-ESCHEAT-DOL-OUT
           MOVE PENDING-COUNT TO SUM-PENDING-OUT
           WRITE REPORT-REC FROM SUMMARY-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM SUMMARY-LINE-2
           WRITE REPORT-REC FROM SUMMARY-LINE-3
           CLOSE EMP-MASTER
                 LETTER-FILE
                 HOLDER-FILE
                 GL-POST-FILE
                 ESCHEAT-REPORT
           IF LETTER-COUNT > 0 OR ESCHEAT-COUNT > 0
               PERFORM 600-REWRITE-ISSUED-FILE
           END-IF
           IF NO-ADDRESS-COUNT > 0
               DISPLAY 'DORMANT CHECKS WITH NO ADDRESS ON MASTER: '
                   NO-ADDRESS-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       010-GET-FILE-NAMES.
           ACCEPT ISSUED-CHECKS-DD FROM ENVIRONMENT "PAYCHKISS"
           ACCEPT EMP-MASTER-DD FROM ENVIRONMENT "EMPMASTER"
           ACCEPT ESCHEAT-PARM-DD FROM ENVIRONMENT "ESCHPARM"
           ACCEPT ESCHEAT-GL-ACCTS-DD FROM ENVIRONMENT "ESCHGLACCT"
           ACCEPT LETTER-FILE-DD FROM ENVIRONMENT "ESCHLETTER"
           ACCEPT HOLDER-FILE-DD FROM ENVIRONMENT "ESCHHOLDER"
           ACCEPT GL-POST-FILE-DD FROM ENVIRONMENT "ESCHGL"
           ACCEPT ESCHEAT-REPORT-DD FROM ENVIRONMENT "ESCHRPT"
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
           OPEN INPUT ESCHEAT-PARM
           IF PARM-STATUS NOT = '00'
               DISPLAY 'ESCHEATMENT PARAMETER FILE MISSING - RUN '
                   'STOPPED (IT NAMES THE DORMANCY PERIOD)'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ ESCHEAT-PARM
           CLOSE ESCHEAT-PARM
           IF PARM-DORMANCY-DAYS IS NOT NUMERIC
               OR PARM-DORMANCY-DAYS = 0
               OR PARM-DILIGENCE-DAYS IS NOT NUMERIC
               DISPLAY 'ESCHEATMENT PARAMETER FILE HAS NO VALID '
                   'DORMANCY/DILIGENCE DAYS - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PARM-DORMANCY-DAYS TO DORMANCY-DAYS
           MOVE PARM-DILIGENCE-DAYS TO DILIGENCE-DAYS.
       030-READ-GL-ACCOUNTS.
      *>      THE STATUS CHANGE AND THE LEDGER MOVE HAVE TO HAPPEN
      *>      TOGETHER - NO ACCOUNTS, NO RUN
           OPEN INPUT ESCHEAT-GL-ACCTS
           IF GL-ACCT-STATUS NOT = '00'
               DISPLAY 'NO ESCHEATMENT CHART-OF-ACCOUNTS FILE - RUN '
                   'STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ ESCHEAT-GL-ACCTS
           CLOSE ESCHEAT-GL-ACCTS
           IF EGA-OUTSTANDING-ACCT IS NOT NUMERIC
               OR EGA-UNCLAIMED-ACCT IS NOT NUMERIC
               DISPLAY 'ESCHEATMENT CHART-OF-ACCOUNTS ROW NOT '
                   'NUMERIC - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE EGA-OUTSTANDING-ACCT TO OUTSTANDING-ACCT
           MOVE EGA-UNCLAIMED-ACCT TO UNCLAIMED-ACCT.
       050-LOAD-ISSUED-CHECKS.
           OPEN INPUT ISSUED-CHECKS
           IF ISSUED-STATUS NOT = '00'
               DISPLAY 'ISSUED-CHECKS FILE MISSING OR UNREADABLE - '
                   'NOTHING TO ESCHEAT'
               MOVE 'NO' TO MORE-ISSUED
           END-IF
           PERFORM UNTIL MORE-ISSUED = 'NO'
               READ ISSUED-CHECKS
                   AT END
                       MOVE 'NO' TO MORE-ISSUED
                   NOT AT END
                       IF ISSUED-COUNT < 2000
                           ADD 1 TO ISSUED-COUNT
                           MOVE CHK-NUMBER
                               TO ISS-NUMBER(ISSUED-COUNT)
                           MOVE CHK-EMP-NO
                               TO ISS-EMP-NO(ISSUED-COUNT)
                           MOVE CHK-NAME TO ISS-NAME(ISSUED-COUNT)
                           MOVE CHK-DATE TO ISS-DATE(ISSUED-COUNT)
                           MOVE CHK-PERIOD
                               TO ISS-PERIOD(ISSUED-COUNT)
                           MOVE CHK-AMOUNT
                               TO ISS-AMOUNT(ISSUED-COUNT)
                           MOVE CHK-STATUS
                               TO ISS-STATUS(ISSUED-COUNT)
                           IF CHK-NOTICE-DATE IS NUMERIC
                               MOVE CHK-NOTICE-DATE
                                   TO ISS-NOTICE-DATE(ISSUED-COUNT)
                           ELSE
                               MOVE 0
                                   TO ISS-NOTICE-DATE(ISSUED-COUNT)
                           END-IF
                       ELSE
      *>      THE RUN REWRITES THE ISSUED FILE FROM THIS TABLE AT
      *>      THE END - STOPPING HERE KEEPS ROWS PAST THE TABLE
      *>      FROM BEING LOST ON THE REWRITE
                           DISPLAY 'ISSUED-CHECKS FILE PAST 2000 '
                               'ROWS - RUN STOPPED BEFORE ROWS '
                               'COULD BE LOST ON THE REWRITE'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           IF ISSUED-STATUS = '00' OR ISSUED-STATUS = '10'
               CLOSE ISSUED-CHECKS
           END-IF.
       300-ESCHEAT-UNCLAIMED.
           WRITE REPORT-REC FROM SECTION-ESCHEAT-LINE
               AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM HEADING2
           PERFORM VARYING ISSUED-IDX FROM 1 BY 1
               UNTIL ISSUED-IDX > ISSUED-COUNT
               IF ISS-STATUS(ISSUED-IDX) = 'D'
                   PERFORM 310-CHECK-DILIGENCE-WINDOW
               END-IF
           END-PERFORM.
       310-CHECK-DILIGENCE-WINDOW.
           COMPUTE NOTICE-DATE-DAYS =
               FUNCTION INTEGER-OF-DATE(ISS-NOTICE-DATE(ISSUED-IDX))
           COMPUTE NOTICE-AGE-DAYS = RUN-DATE-DAYS - NOTICE-DATE-DAYS
           IF NOTICE-AGE-DAYS < DILIGENCE-DAYS
               ADD 1 TO PENDING-COUNT
           ELSE
               PERFORM 320-ESCHEAT-ONE-CHECK
           END-IF.
       320-ESCHEAT-ONE-CHECK.
           MOVE 'E' TO ISS-STATUS(ISSUED-IDX)
           ADD 1 TO ESCHEAT-COUNT
           ADD ISS-AMOUNT(ISSUED-IDX) TO ESCHEAT-DOLLARS
           PERFORM 700-READ-EMPLOYEE
           MOVE ISS-NAME(ISSUED-IDX) TO HDT-OWNER-NAME-OUT
           IF EMP-FOUND = 'YES'
               MOVE EMP-STREET TO HDT-STREET-OUT
               MOVE EMP-CITY TO HDT-CITY-OUT
               MOVE EMP-STATE TO HDT-STATE-OUT
               MOVE EMP-ZIP TO HDT-ZIP-OUT
           ELSE
               MOVE SPACES TO HDT-STREET-OUT
               MOVE SPACES TO HDT-CITY-OUT
               MOVE SPACES TO HDT-STATE-OUT
               MOVE SPACES TO HDT-ZIP-OUT
           END-IF
           MOVE ISS-EMP-NO(ISSUED-IDX) TO HDT-EMP-NO-OUT
           MOVE ISS-NUMBER(ISSUED-IDX) TO HDT-CHECK-NO-OUT
           MOVE ISS-DATE(ISSUED-IDX) TO HDT-ISSUE-DATE-OUT
           MOVE ISS-AMOUNT(ISSUED-IDX) TO HDT-AMOUNT-OUT
           WRITE HOLDER-REC FROM HOLDER-DETAIL-REC
           MOVE 'ESCHEATED' TO DTL-NOTE-OUT
           PERFORM 800-WRITE-DETAIL-LINE.
       400-SEND-LETTERS.
           WRITE REPORT-REC FROM SECTION-LETTER-LINE
               AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM HEADING2
           PERFORM VARYING ISSUED-IDX FROM 1 BY 1
               UNTIL ISSUED-IDX > ISSUED-COUNT
               IF ISS-STATUS(ISSUED-IDX) = 'O'
                   PERFORM 410-CHECK-DORMANCY
               END-IF
           END-PERFORM.
       410-CHECK-DORMANCY.
           COMPUTE ISSUE-DATE-DAYS =
               FUNCTION INTEGER-OF-DATE(ISS-DATE(ISSUED-IDX))
           COMPUTE CHECK-AGE-DAYS = RUN-DATE-DAYS - ISSUE-DATE-DAYS
           IF CHECK-AGE-DAYS > DORMANCY-DAYS
               PERFORM 420-LETTER-ONE-CHECK
           END-IF.
       420-LETTER-ONE-CHECK.
           MOVE 'D' TO ISS-STATUS(ISSUED-IDX)
           MOVE RUN-DATE TO ISS-NOTICE-DATE(ISSUED-IDX)
           ADD 1 TO LETTER-COUNT
           ADD ISS-AMOUNT(ISSUED-IDX) TO LETTER-DOLLARS
           PERFORM 700-READ-EMPLOYEE
           IF EMP-FOUND = 'YES'
               AND EMP-STREET NOT = SPACES AND EMP-ZIP NOT = SPACES
               MOVE ISS-NAME(ISSUED-IDX) TO LTR-NAME
               MOVE EMP-STREET TO LTR-ADDRESS
               MOVE EMP-CITY TO LOC-CITY
               MOVE EMP-STATE TO LOC-STATE
               MOVE LOCATION-BUILD TO LTR-LOCATION
               MOVE EMP-ZIP TO LTR-ZIP
               WRITE LETTER-REC
               MOVE 'LETTER SENT' TO DTL-NOTE-OUT
           ELSE
               ADD 1 TO NO-ADDRESS-COUNT
               MOVE 'NO ADDRESS - NO LETTER' TO DTL-NOTE-OUT
           END-IF
           PERFORM 800-WRITE-DETAIL-LINE.
       500-WRITE-GL-PAIR.
           MOVE 0 TO GLP-TERR-OUT
           MOVE SPACES TO GLP-COMPANY-OUT
           MOVE 0 TO GLP-OFFICE-OUT
           MOVE RUN-DATE(5:2) TO GLP-PERIOD-OUT
           MOVE RUN-DATE TO GLP-DATE-OUT
           MOVE 'D' TO GLP-TYPE-OUT
           MOVE OUTSTANDING-ACCT TO GLP-ACCT-OUT
           MOVE ESCHEAT-DOLLARS TO GLP-AMOUNT-OUT
           WRITE GL-POST-REC
           MOVE 'C' TO GLP-TYPE-OUT
           MOVE UNCLAIMED-ACCT TO GLP-ACCT-OUT
           MOVE ESCHEAT-DOLLARS TO GLP-AMOUNT-OUT
           WRITE GL-POST-REC.
       600-REWRITE-ISSUED-FILE.
           OPEN OUTPUT ISSUED-CHECKS
           PERFORM VARYING ISSUED-IDX FROM 1 BY 1
               UNTIL ISSUED-IDX > ISSUED-COUNT
               MOVE ISS-NUMBER(ISSUED-IDX) TO CHK-NUMBER
               MOVE ISS-EMP-NO(ISSUED-IDX) TO CHK-EMP-NO
               MOVE ISS-NAME(ISSUED-IDX) TO CHK-NAME
               MOVE ISS-DATE(ISSUED-IDX) TO CHK-DATE
               MOVE ISS-PERIOD(ISSUED-IDX) TO CHK-PERIOD
               MOVE ISS-AMOUNT(ISSUED-IDX) TO CHK-AMOUNT
               MOVE ISS-STATUS(ISSUED-IDX) TO CHK-STATUS
               MOVE ISS-NOTICE-DATE(ISSUED-IDX) TO CHK-NOTICE-DATE
               WRITE ISSUED-CHECK-REC
           END-PERFORM
           CLOSE ISSUED-CHECKS.
      *>      A TERMINATED EMPLOYEE'S ADDRESS IS STILL THE LAST KNOWN
      *>      ONE - MOST UNCASHED CHECKS BELONG TO PEOPLE WHO LEFT
       700-READ-EMPLOYEE.
           MOVE 'YES' TO EMP-FOUND
           IF ISS-EMP-NO(ISSUED-IDX) IS NOT NUMERIC
               MOVE 'NO' TO EMP-FOUND
           ELSE
               MOVE ISS-EMP-NO(ISSUED-IDX) TO EMP-NUMBER
               READ EMP-MASTER
                   INVALID KEY
                       MOVE 'NO' TO EMP-FOUND
               END-READ
           END-IF.
       800-WRITE-DETAIL-LINE.
           MOVE ISS-NUMBER(ISSUED-IDX) TO DTL-CHECK-NO-OUT
           MOVE ISS-EMP-NO(ISSUED-IDX) TO DTL-EMP-NO-OUT
           MOVE ISS-NAME(ISSUED-IDX) TO DTL-NAME-OUT
           MOVE ISS-DATE(ISSUED-IDX) TO DTL-ISSUE-DATE-OUT
           MOVE ISS-AMOUNT(ISSUED-IDX) TO DTL-AMOUNT-OUT
           WRITE REPORT-REC FROM DETAIL-LINE.
