      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Void and stop-payment maintenance for the physical
      *          paychecks CHECK-PRINT issues. Each transaction names
      *          an issued check number and V (void a spoiled check)
      *          or S (stop payment on a lost one), with a reason and
      *          an optional replacement flag. Only an outstanding
      *          check (CHK-STATUS O) can be voided or stopped - a
      *          paid, already-voided or stopped check rejects, as
      *          does one already escheated to the state; a check
      *          with a due-diligence letter out (D) is still
      *          outstanding and can be voided or stopped. An
      *          applied transaction sets the issued record's status,
      *          queues the check for the next positive-pay file
      *          CHECK-PRINT sends the bank, and when a replacement is
      *          asked for, queues a check request for the same
      *          employee, period and amount that the next CHECK-PRINT
      *          run cuts under a new number. One applied/rejected
      *          line per transaction on the void register; the
      *          issued file is rewritten from the table with the new
      *          statuses, the same way CHECK-RECONCILE does.
      * Modification History:
      *   10/15/26 - initial version
      *   10/15/26 - a check with a due-diligence letter out can be
      *             voided or stopped; an escheated check rejects
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-VOID.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOID-TRANS-IN
           ASSIGN TO VOID-TRANS-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-STATUS.
           SELECT ISSUED-CHECKS
           ASSIGN TO ISSUED-CHECKS-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ISSUED-STATUS.
           SELECT VOID-QUEUE
           ASSIGN TO VOID-QUEUE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-STATUS.
           SELECT REPLACE-REQUEST
           ASSIGN TO REPLACE-REQUEST-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPLACE-STATUS.
           SELECT VOID-REGISTER
           ASSIGN TO VOID-REGISTER-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL
           ASSIGN TO RUN-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VOID-TRANS-IN.
       01  VOID-TRANS-REC.
           05 VTR-ACTION                   PIC X(1).
           05 VTR-CHECK-NO                 PIC X(8).
           05 VTR-CHECK-NO-NUM REDEFINES VTR-CHECK-NO
                                           PIC 9(8).
           05 VTR-REPLACE                  PIC X(1).
           05 VTR-REASON                   PIC X(30).
       FD  ISSUED-CHECKS.
       01  ISSUED-CHECK-REC.
           COPY OLIV-CHK-Issued.
       FD  VOID-QUEUE.
       01  VOID-QUEUE-REC.
           COPY OLIV-CHK-Void.
       FD  REPLACE-REQUEST.
       01  CHECK-REQUEST-REC.
           COPY OLIV-CHK-Req.
       FD  VOID-REGISTER.
       01  REPORT-REC                      PIC X(90).
       FD  RUN-CONTROL.
       01  RUN-CONTROL-REC.
           COPY OLIV-RUN-Ctl.
       WORKING-STORAGE SECTION.
       01  MORE-TRANS                      PIC XXX VALUE 'YES'.
       01  MORE-ISSUED                     PIC XXX VALUE 'YES'.
       01  TRANS-STATUS                    PIC XX.
       01  ISSUED-STATUS                   PIC XX.
       01  QUEUE-STATUS                    PIC XX.
       01  REPLACE-STATUS                  PIC XX.
       01  RUN-CTL-STATUS                  PIC XX.
       01  RUN-DATE                        PIC 9(8).
       01  TRANS-RESULT                    PIC X(8).
       01  TRANS-REASON                    PIC X(40).
       01  READ-COUNT                      PIC 9(5) VALUE 0.
       01  APPLIED-COUNT                   PIC 9(5) VALUE 0.
       01  REJECTED-COUNT                  PIC 9(5) VALUE 0.
       01  VOIDED-COUNT                    PIC 9(5) VALUE 0.
       01  STOPPED-COUNT                   PIC 9(5) VALUE 0.
       01  REPLACED-COUNT                  PIC 9(5) VALUE 0.
       01  VOID-DOLLARS                    PIC 9(9)V99 VALUE 0.
       01  CHECK-FOUND                     PIC XXX.
       01  FOUND-IDX                       PIC 9(4).
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
       01  HEADING1.
           05                              PIC X(34) VALUE
               'CHECK VOID / STOP-PAYMENT REGISTER'.
           05                              PIC X(8) VALUE
               '  DATE: '.
           05 HDG-DATE-OUT                 PIC 9(8).
       01  HEADING2.
           05                              PIC X(52) VALUE
               'ACT  CHECK NO  EMP-NO       AMOUNT  RPL  RESULT'.
       01  DETAIL-LINE.
           05                              PIC X(1) VALUE SPACES.
           05 DTL-ACTION-OUT               PIC X(1).
           05                              PIC X(3) VALUE SPACES.
           05 DTL-CHECK-NO-OUT             PIC X(8).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-EMP-NO-OUT               PIC X(5).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-AMOUNT-OUT               PIC $ZZZ,ZZ9.99.
           05                              PIC X(3) VALUE SPACES.
           05 DTL-REPLACE-OUT              PIC X(1).
           05                              PIC X(3) VALUE SPACES.
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
               'VOIDED:                '.
           05 SUMMARY-VOIDED-OUT           PIC ZZ,ZZ9.
           05                              PIC X(12) VALUE
               '   STOPPED: '.
           05 SUMMARY-STOPPED-OUT          PIC ZZ,ZZ9.
           05                              PIC X(10) VALUE
               '  TOTAL: $'.
           05 SUMMARY-DOLLARS-OUT          PIC ZZZ,ZZZ,ZZ9.99.
       01  SUMMARY-LINE-5.
           05                              PIC X(24) VALUE
               'REPLACEMENTS QUEUED:   '.
           05 SUMMARY-REPLACED-OUT         PIC ZZ,ZZ9.
       01  VOID-TRANS-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-ChkVTrn.txt'.
       01  ISSUED-CHECKS-DD                PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-ChkIssue.txt'.
       01  VOID-QUEUE-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-ChkVoidQ.txt'.
       01  REPLACE-REQUEST-DD              PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-ChkRepl.txt'.
       01  VOID-REGISTER-DD                PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-ChkVRpt.txt'.
       01  RUN-CONTROL-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-Ctl.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-GET-FILE-NAMES
           PERFORM 015-GET-BUSINESS-DATE
           PERFORM 050-LOAD-ISSUED-CHECKS
           OPEN INPUT VOID-TRANS-IN
           IF TRANS-STATUS NOT = '00'
               DISPLAY 'NO VOID/STOP TRANSACTION FILE - NOTHING '
                   'APPLIED'
               MOVE 'NO' TO MORE-TRANS
           END-IF
           OPEN EXTEND VOID-QUEUE
           IF QUEUE-STATUS NOT = '00' AND QUEUE-STATUS NOT = '05'
               OPEN OUTPUT VOID-QUEUE
           END-IF
           OPEN EXTEND REPLACE-REQUEST
           IF REPLACE-STATUS NOT = '00' AND REPLACE-STATUS NOT = '05'
               OPEN OUTPUT REPLACE-REQUEST
           END-IF
           OPEN OUTPUT VOID-REGISTER
           MOVE RUN-DATE TO HDG-DATE-OUT
           WRITE REPORT-REC FROM HEADING1
           WRITE REPORT-REC FROM HEADING2
           PERFORM UNTIL MORE-TRANS = 'NO'
               READ VOID-TRANS-IN
                   AT END
                       MOVE 'NO' TO MORE-TRANS
                   NOT AT END
                       PERFORM 200-APPLY-TRANS
               END-READ
           END-PERFORM
           MOVE READ-COUNT TO SUMMARY-READ-OUT
           MOVE APPLIED-COUNT TO SUMMARY-APPLIED-OUT
           MOVE REJECTED-COUNT TO SUMMARY-REJECTED-OUT
           MOVE VOIDED-COUNT TO SUMMARY-VOIDED-OUT
           MOVE STOPPED-COUNT TO SUMMARY-STOPPED-OUT
           MOVE VOID-DOLLARS TO SUMMARY-DOLLARS-OUT
           MOVE REPLACED-COUNT TO SUMMARY-REPLACED-OUT
           WRITE REPORT-REC FROM SUMMARY-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM SUMMARY-LINE-2
           WRITE REPORT-REC FROM SUMMARY-LINE-3
           WRITE REPORT-REC FROM SUMMARY-LINE-4
           WRITE REPORT-REC FROM SUMMARY-LINE-5
           IF TRANS-STATUS = '00' OR TRANS-STATUS = '10'
               CLOSE VOID-TRANS-IN
           END-IF
           CLOSE VOID-QUEUE
                 REPLACE-REQUEST
                 VOID-REGISTER
           IF APPLIED-COUNT > 0
               PERFORM 500-REWRITE-ISSUED-FILE
           END-IF
           IF REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       010-GET-FILE-NAMES.
           ACCEPT VOID-TRANS-DD FROM ENVIRONMENT "PAYCHKVOID"
           ACCEPT ISSUED-CHECKS-DD FROM ENVIRONMENT "PAYCHKISS"
           ACCEPT VOID-QUEUE-DD FROM ENVIRONMENT "PAYCHKVQ"
           ACCEPT REPLACE-REQUEST-DD FROM ENVIRONMENT "PAYCHKRPL"
           ACCEPT VOID-REGISTER-DD FROM ENVIRONMENT "PAYCHKVRPT"
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
       050-LOAD-ISSUED-CHECKS.
           OPEN INPUT ISSUED-CHECKS
           IF ISSUED-STATUS NOT = '00'
               DISPLAY 'ISSUED-CHECKS FILE MISSING OR UNREADABLE - '
                   'RUN STOPPED (NOTHING TO VOID AGAINST)'
               MOVE 8 TO RETURN-CODE
               STOP RUN
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
           CLOSE ISSUED-CHECKS.
       200-APPLY-TRANS.
           ADD 1 TO READ-COUNT
           MOVE 'APPLIED ' TO TRANS-RESULT
           MOVE SPACES TO TRANS-REASON
           MOVE 0 TO FOUND-IDX
           EVALUATE TRUE
               WHEN VTR-ACTION NOT = 'V' AND VTR-ACTION NOT = 'S'
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'ACTION CODE NOT V OR S' TO TRANS-REASON
               WHEN VTR-CHECK-NO IS NOT NUMERIC
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'CHECK NUMBER NOT NUMERIC' TO TRANS-REASON
               WHEN VTR-REPLACE NOT = 'Y' AND VTR-REPLACE NOT = 'N'
                   AND VTR-REPLACE NOT = SPACE
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'REPLACEMENT FLAG NOT Y OR N' TO TRANS-REASON
               WHEN VTR-REASON = SPACES
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'NO REASON GIVEN' TO TRANS-REASON
           END-EVALUATE
           IF TRANS-RESULT = 'APPLIED '
               PERFORM 210-FIND-CHECK
           END-IF
           IF TRANS-RESULT = 'APPLIED '
               PERFORM 300-VOID-OR-STOP
               ADD 1 TO APPLIED-COUNT
           ELSE
               ADD 1 TO REJECTED-COUNT
           END-IF
           MOVE VTR-ACTION TO DTL-ACTION-OUT
           MOVE VTR-CHECK-NO TO DTL-CHECK-NO-OUT
           IF FOUND-IDX > 0
               MOVE ISS-EMP-NO(FOUND-IDX) TO DTL-EMP-NO-OUT
               MOVE ISS-AMOUNT(FOUND-IDX) TO DTL-AMOUNT-OUT
           ELSE
               MOVE SPACES TO DTL-EMP-NO-OUT
               MOVE 0 TO DTL-AMOUNT-OUT
           END-IF
           MOVE VTR-REPLACE TO DTL-REPLACE-OUT
           MOVE TRANS-RESULT TO DTL-RESULT-OUT
           IF TRANS-RESULT = 'APPLIED '
               MOVE VTR-REASON TO DTL-REASON-OUT
           ELSE
               MOVE TRANS-REASON TO DTL-REASON-OUT
           END-IF
           WRITE REPORT-REC FROM DETAIL-LINE.
       210-FIND-CHECK.
           MOVE 'NO' TO CHECK-FOUND
           PERFORM VARYING ISSUED-IDX FROM 1 BY 1
               UNTIL ISSUED-IDX > ISSUED-COUNT
               IF ISS-NUMBER(ISSUED-IDX) = VTR-CHECK-NO-NUM
                   MOVE 'YES' TO CHECK-FOUND
                   MOVE ISSUED-IDX TO FOUND-IDX
                   MOVE ISSUED-COUNT TO ISSUED-IDX
               END-IF
           END-PERFORM
           IF CHECK-FOUND = 'NO'
               MOVE 'REJECTED' TO TRANS-RESULT
               MOVE 'CHECK NUMBER NEVER ISSUED' TO TRANS-REASON
           ELSE
               EVALUATE ISS-STATUS(FOUND-IDX)
                   WHEN 'O'
                   WHEN 'D'
                       CONTINUE
                   WHEN 'P'
                       MOVE 'REJECTED' TO TRANS-RESULT
                       MOVE 'CHECK ALREADY PAID BY THE BANK'
                           TO TRANS-REASON
                   WHEN 'V'
                       MOVE 'REJECTED' TO TRANS-RESULT
                       MOVE 'CHECK ALREADY VOIDED' TO TRANS-REASON
                   WHEN 'S'
                       MOVE 'REJECTED' TO TRANS-RESULT
                       MOVE 'CHECK ALREADY STOPPED' TO TRANS-REASON
                   WHEN 'E'
                       MOVE 'REJECTED' TO TRANS-RESULT
                       MOVE 'CHECK ESCHEATED TO THE STATE'
                           TO TRANS-REASON
                   WHEN OTHER
                       MOVE 'REJECTED' TO TRANS-RESULT
                       MOVE 'CHECK NOT OUTSTANDING' TO TRANS-REASON
               END-EVALUATE
           END-IF.
       300-VOID-OR-STOP.
           MOVE VTR-ACTION TO ISS-STATUS(FOUND-IDX)
           IF VTR-ACTION = 'V'
               ADD 1 TO VOIDED-COUNT
           ELSE
               ADD 1 TO STOPPED-COUNT
           END-IF
           ADD ISS-AMOUNT(FOUND-IDX) TO VOID-DOLLARS
           MOVE ISS-NUMBER(FOUND-IDX) TO CHV-CHECK-NO
           MOVE VTR-ACTION TO CHV-ACTION
           MOVE ISS-EMP-NO(FOUND-IDX) TO CHV-EMP-NO
           MOVE ISS-NAME(FOUND-IDX) TO CHV-NAME
           MOVE ISS-DATE(FOUND-IDX) TO CHV-ISSUE-DATE
           MOVE ISS-AMOUNT(FOUND-IDX) TO CHV-AMOUNT
           MOVE RUN-DATE TO CHV-ACTION-DATE
           WRITE VOID-QUEUE-REC
      *>      THE REPLACEMENT CARRIES THE ORIGINAL PERIOD AND NET SO
      *>      THE CHECK RUN STILL TIES BACK TO THAT PERIOD'S PAYROLL
           IF VTR-REPLACE = 'Y'
               MOVE ISS-EMP-NO(FOUND-IDX) TO CHKR-EMP-NO
               MOVE ISS-NAME(FOUND-IDX) TO CHKR-NAME
               MOVE ISS-PERIOD(FOUND-IDX) TO CHKR-PERIOD
               MOVE RUN-DATE TO CHKR-DATE
               MOVE ISS-AMOUNT(FOUND-IDX) TO CHKR-NET
               WRITE CHECK-REQUEST-REC
               ADD 1 TO REPLACED-COUNT
           END-IF.
       500-REWRITE-ISSUED-FILE.
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
