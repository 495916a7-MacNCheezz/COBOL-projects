      *             match and FUTA/SUTA accruals TAX-PAYROLL carries
      *             in the new YTD buckets, so the quarterly deposit
      *             figures stop being hand arithmetic
      *   10/15/26 - one section per company on the company master
      *             (COMASTER; no file means company 01 alone), headed
      *             with the company's name and employer ID, holding
      *             its own detail lines and totals for its own
      *             filing, followed by all-company totals when there
      *             is more than one. A YTD record under a company not
      *             on the master is listed and ends the run RC 4
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUARTERLY-TAX-SUMMARY.
           SELECT QTR-REPORT
           ASSIGN TO QTR-REPORT-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CO-MASTER
           ASSIGN TO CO-MASTER-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  YTD-FILE.
           05 PARM-DETAIL-THRESHOLD        PIC 9(7).
       FD  QTR-REPORT.
       01  REPORT-REC                      PIC X(90).
       FD  CO-MASTER.
       01  CO-MASTER-REC.
           COPY OLIV-CO-Master.
       WORKING-STORAGE SECTION.
       01  MORE-YTD                        PIC XXX VALUE 'YES'.
       01  YTD-STATUS                      PIC XX.
       01  TOTAL-ER-FICA                   PIC 9(11)V99 VALUE 0.
       01  TOTAL-FUTA                      PIC 9(11)V99 VALUE 0.
       01  TOTAL-SUTA                      PIC 9(11)V99 VALUE 0.
       01  CO-EMPLOYEES                    PIC 9(7).
       01  CO-WAGES                        PIC 9(11)V99.
       01  CO-FICA-WH                      PIC 9(11)V99.
       01  CO-FED-WH                       PIC 9(11)V99.
       01  CO-STATE-WH                     PIC 9(11)V99.
       01  CO-ER-FICA                      PIC 9(11)V99.
       01  CO-FUTA                         PIC 9(11)V99.
       01  CO-SUTA                         PIC 9(11)V99.
       01  CO-STATUS                       PIC XX.
       01  CO-EOF                          PIC XXX VALUE 'NO'.
       01  CO-COUNT                        PIC 9(2) VALUE 0.
       01  CO-IDX                          PIC 9(2).
       01  SCAN-IDX                        PIC 9(2).
       01  CO-TABLE-FULL                   PIC XXX VALUE 'NO'.
       01  CO-TABLE.
           05 CO-ENTRY OCCURS 10 TIMES.
               10 COT-CODE                 PIC 9(2).
               10 COT-NAME                 PIC X(30).
               10 COT-FEIN                 PIC 9(9).
       01  RECORD-COMPANY                  PIC 9(2).
       01  RECORD-CO-FOUND                 PIC XXX.
       01  UNKNOWN-CO-COUNT                PIC 9(7) VALUE 0.
       01  COMPANY-HEADING.
           05                              PIC X(8) VALUE 'COMPANY '.
           05 CHD-CODE-OUT                 PIC 9(2).
           05                              PIC X(1) VALUE SPACES.
           05 CHD-NAME-OUT                 PIC X(30).
           05                              PIC X(14) VALUE
               '  EMPLOYER ID '.
           05 CHD-FEIN-OUT                 PIC 9(9).
       01  ALL-COMPANY-HEADING.
           05                              PIC X(30) VALUE
               'ALL COMPANIES'.
       01  HEADING1.
           05                              PIC X(40) VALUE
               'QUARTERLY EMPLOYER TAX SUMMARY - QUARTER'.
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-QtrParm.txt'.
       01  QTR-REPORT-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-QtrRpt.txt'.
       01  CO-MASTER-DD                    PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-CO-Master.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-GET-FILE-NAMES
           MOVE PARM-QUARTER-NO TO QUARTER-NO
           MOVE PARM-DETAIL-THRESHOLD TO DETAIL-THRESHOLD
           CLOSE QTR-PARM
           PERFORM 050-READ-COMPANIES
           OPEN OUTPUT QTR-REPORT
           MOVE QUARTER-NO TO HDG-QUARTER-OUT
           WRITE REPORT-REC FROM HEADING1
      *>      EACH COMPANY FILES ITS OWN RETURN - ONE PASS OF THE YTD
      *>      FILE PER COMPANY
           PERFORM VARYING CO-IDX FROM 1 BY 1 UNTIL CO-IDX > CO-COUNT
               PERFORM 150-SUMMARIZE-COMPANY
           END-PERFORM
           IF CO-COUNT > 1
               WRITE REPORT-REC FROM ALL-COMPANY-HEADING
                   AFTER ADVANCING 2 LINES
               MOVE EMPLOYEE-COUNT TO TOT-EMP-OUT
               MOVE TOTAL-WAGES TO TOT-WAGES-OUT
               MOVE TOTAL-FICA-WH TO TOT-FICA-OUT
               MOVE TOTAL-FED-WH TO TOT-FED-OUT
               MOVE TOTAL-STATE-WH TO TOT-STATE-OUT
               MOVE TOTAL-ER-FICA TO TOT-ER-FICA-OUT
               MOVE TOTAL-FUTA TO TOT-FUTA-OUT
               MOVE TOTAL-SUTA TO TOT-SUTA-OUT
               PERFORM 300-PRINT-TOTALS
           END-IF
           CLOSE QTR-REPORT
           IF UNKNOWN-CO-COUNT > 0
               DISPLAY 'YTD RECORDS UNDER A COMPANY NOT ON THE '
                   'COMPANY MASTER - LEFT OFF THE SUMMARY: '
                   UNKNOWN-CO-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       010-GET-FILE-NAMES.
           ACCEPT YTD-FILE-DD FROM ENVIRONMENT "PAYYTD"
           ACCEPT QTR-PARM-DD FROM ENVIRONMENT "QTRPARM"
           ACCEPT QTR-REPORT-DD FROM ENVIRONMENT "QTRRPT"
           ACCEPT CO-MASTER-DD FROM ENVIRONMENT "COMASTER".
       050-READ-COMPANIES.
      *>      NO COMPANY MASTER MEANS THE ONE ORIGINAL EMPLOYER -
      *>      COMPANY 01 IS ALWAYS IN THE TABLE
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
                               MOVE CO-NAME TO COT-NAME(CO-COUNT)
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
           MOVE 1 TO RECORD-COMPANY
           PERFORM 260-FIND-RECORD-COMPANY
           IF RECORD-CO-FOUND = 'NO'
               IF CO-COUNT < 10
                   ADD 1 TO CO-COUNT
                   MOVE 1 TO COT-CODE(CO-COUNT)
                   MOVE 'COMPANY 01' TO COT-NAME(CO-COUNT)
               ELSE
                   MOVE 'YES' TO CO-TABLE-FULL
               END-IF
           END-IF
           IF CO-TABLE-FULL = 'YES'
               DISPLAY 'COMPANY MASTER HOLDS MORE THAN 10 COMPANIES '
                   '- SUMMARY NOT PRODUCED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       150-SUMMARIZE-COMPANY.
           MOVE 0 TO CO-EMPLOYEES
           MOVE 0 TO CO-WAGES
           MOVE 0 TO CO-FICA-WH
           MOVE 0 TO CO-FED-WH
           MOVE 0 TO CO-STATE-WH
           MOVE 0 TO CO-ER-FICA
           MOVE 0 TO CO-FUTA
           MOVE 0 TO CO-SUTA
           MOVE COT-CODE(CO-IDX) TO CHD-CODE-OUT
           MOVE COT-NAME(CO-IDX) TO CHD-NAME-OUT
           MOVE COT-FEIN(CO-IDX) TO CHD-FEIN-OUT
           WRITE REPORT-REC FROM COMPANY-HEADING
               AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM HEADING2
           MOVE 'YES' TO MORE-YTD
           OPEN INPUT YTD-FILE
           PERFORM UNTIL MORE-YTD = 'NO'
               OR YTD-STATUS NOT = '00'
               READ YTD-FILE
                   AT END
                       MOVE 'NO' TO MORE-YTD
                   NOT AT END
                       PERFORM 250-COMPANY-OF-RECORD
                       IF RECORD-COMPANY = COT-CODE(CO-IDX)
                           PERFORM 200-SUMMARIZE-EMPLOYEE
                       END-IF
      *>      A RECORD UNDER AN UNKNOWN COMPANY IS CAUGHT ONCE, ON
      *>      THE FIRST PASS
                       IF CO-IDX = 1
                           PERFORM 260-FIND-RECORD-COMPANY
                           IF RECORD-CO-FOUND = 'NO'
                               ADD 1 TO UNKNOWN-CO-COUNT
                               DISPLAY 'YTD RECORD ' YTD-EMP-NO
                                   ' UNDER COMPANY ' RECORD-COMPANY
                                   ' - NOT ON THE COMPANY MASTER'
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE YTD-FILE
           MOVE CO-EMPLOYEES TO TOT-EMP-OUT
           MOVE CO-WAGES TO TOT-WAGES-OUT
           MOVE CO-FICA-WH TO TOT-FICA-OUT
           MOVE CO-FED-WH TO TOT-FED-OUT
           MOVE CO-STATE-WH TO TOT-STATE-OUT
           MOVE CO-ER-FICA TO TOT-ER-FICA-OUT
           MOVE CO-FUTA TO TOT-FUTA-OUT
           MOVE CO-SUTA TO TOT-SUTA-OUT
           PERFORM 300-PRINT-TOTALS.
       200-SUMMARIZE-EMPLOYEE.
           ADD 1 TO EMPLOYEE-COUNT
           ADD YTD-GROSS TO TOTAL-WAGES
           ADD YTD-ER-FICA TO TOTAL-ER-FICA
           ADD YTD-FUTA TO TOTAL-FUTA
           ADD YTD-SUTA TO TOTAL-SUTA
           ADD 1 TO CO-EMPLOYEES
           ADD YTD-GROSS TO CO-WAGES
           ADD YTD-FICA TO CO-FICA-WH
           ADD YTD-FED TO CO-FED-WH
           ADD YTD-STATE TO CO-STATE-WH
           ADD YTD-ER-FICA TO CO-ER-FICA
           ADD YTD-FUTA TO CO-FUTA
           ADD YTD-SUTA TO CO-SUTA
           IF YTD-GROSS > DETAIL-THRESHOLD
               ADD 1 TO DETAIL-COUNT
               MOVE YTD-EMP-NO TO DTL-EMP-NO-OUT
               MOVE YTD-STATE TO DTL-STATE-OUT
               WRITE REPORT-REC FROM DETAIL-LINE
           END-IF.
       250-COMPANY-OF-RECORD.
      *>      A YTD RECORD WRITTEN BEFORE THE COMPANY CODE EXISTED IS
      *>      COMPANY 01
           IF YTD-COMPANY IS NUMERIC AND YTD-COMPANY > 0
               MOVE YTD-COMPANY TO RECORD-COMPANY
           ELSE
               MOVE 1 TO RECORD-COMPANY
           END-IF.
       260-FIND-RECORD-COMPANY.
           MOVE 'NO' TO RECORD-CO-FOUND
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
               UNTIL SCAN-IDX > CO-COUNT
               IF COT-CODE(SCAN-IDX) = RECORD-COMPANY
                   MOVE 'YES' TO RECORD-CO-FOUND
                   MOVE CO-COUNT TO SCAN-IDX
               END-IF
           END-PERFORM.
       300-PRINT-TOTALS.
           WRITE REPORT-REC FROM TOTAL-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM TOTAL-LINE-2
           WRITE REPORT-REC FROM TOTAL-LINE-3
           WRITE REPORT-REC FROM TOTAL-LINE-4
           WRITE REPORT-REC FROM TOTAL-LINE-5
           WRITE REPORT-REC FROM TOTAL-LINE-6
           WRITE REPORT-REC FROM TOTAL-LINE-7
           WRITE REPORT-REC FROM TOTAL-LINE-8.
