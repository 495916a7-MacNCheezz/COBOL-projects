      *          whose count and dollar total tie back to the payroll
      *          register's NO BANK NUMBERS lines. Accounting stops
      *          typing these checks by hand.
      *          Also cuts the replacement checks CHECK-VOID queues
      *          for lost checks, and sends the bank a positive-pay
      *          file of every check issued this run plus every check
      *          voided or stopped since the last run, so the bank
      *          only honors legitimate check numbers and amounts.
      * Modification History:
      *   9/3/26  - initial version
      *   10/15/26 - positive-pay file for the bank; cuts replacement
      *             checks queued by CHECK-VOID and reports its
      *             voids and stop-payments to the bank
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-PRINT.
           ASSIGN TO ISSUED-CHECKS-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ISSUED-STATUS.
           SELECT REPLACE-REQUEST
           ASSIGN TO REPLACE-REQUEST-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPLACE-STATUS.
           SELECT VOID-QUEUE
           ASSIGN TO VOID-QUEUE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-STATUS.
           SELECT POS-PAY-FILE
           ASSIGN TO POS-PAY-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL
           ASSIGN TO RUN-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-REQUEST.
       FD  ISSUED-CHECKS.
       01  ISSUED-CHECK-REC.
           COPY OLIV-CHK-Issued.
      *>      SAME LAYOUT AS CHECK-REQUEST - READ INTO THAT RECORD
       FD  REPLACE-REQUEST.
       01  REPLACE-REQUEST-REC             PIC X(44).
       FD  VOID-QUEUE.
       01  VOID-QUEUE-REC.
           COPY OLIV-CHK-Void.
       FD  POS-PAY-FILE.
       01  POS-PAY-REC                     PIC X(80).
       FD  RUN-CONTROL.
       01  RUN-CONTROL-REC.
           COPY OLIV-RUN-Ctl.
       WORKING-STORAGE SECTION.
       01  MORE-REQUESTS                   PIC XXX VALUE 'YES'.
       01  MORE-REPLACES                   PIC XXX VALUE 'YES'.
       01  MORE-VOIDS                      PIC XXX VALUE 'YES'.
       01  REQUEST-STATUS                  PIC XX.
       01  NUMBER-STATUS                   PIC XX.
       01  ISSUED-STATUS                   PIC XX.
       01  REPLACE-STATUS                  PIC XX.
       01  QUEUE-STATUS                    PIC XX.
       01  RUN-CTL-STATUS                  PIC XX.
       01  RUN-DATE                        PIC 9(8).
       01  REPLACE-COUNT                   PIC 9(5) VALUE 0.
       01  PP-ISSUE-COUNT                  PIC 9(7) VALUE 0.
       01  PP-ISSUE-TOTAL                  PIC 9(9)V99 VALUE 0.
       01  PP-VOID-COUNT                   PIC 9(7) VALUE 0.
       01  PP-VOID-TOTAL                   PIC 9(9)V99 VALUE 0.
       01  PP-HEADER-REC.
           05                              PIC X(1) VALUE 'H'.
           05  PPH-DATE-OUT                PIC 9(8).
       01  PP-DETAIL-REC.
           05  PPD-TYPE-OUT                PIC X(1).
           05  PPD-CHECK-NO-OUT            PIC 9(8).
           05  PPD-ISSUE-DATE-OUT          PIC 9(8).
           05  PPD-AMOUNT-OUT              PIC 9(7)V99.
           05  PPD-PAYEE-OUT               PIC X(20).
       01  PP-TRAILER-REC.
           05                              PIC X(1) VALUE 'T'.
           05  PPT-ISSUE-COUNT-OUT         PIC 9(7).
           05  PPT-ISSUE-TOTAL-OUT         PIC 9(9)V99.
           05  PPT-VOID-COUNT-OUT          PIC 9(7).
           05  PPT-VOID-TOTAL-OUT          PIC 9(9)V99.
       01  NEXT-CHECK-NO                   PIC 9(8).
       01  REQUEST-COUNT                   PIC 9(5) VALUE 0.
       01  CHECK-COUNT                     PIC 9(5) VALUE 0.
           05                              PIC X(10) VALUE
               '  TOTAL: $'.
           05 SUMMARY-TOTAL-OUT            PIC ZZZ,ZZZ,ZZ9.99.
       01  REPLACE-SUMMARY-LINE.
           05                              PIC X(16) VALUE
               '  REPLACEMENTS: '.
           05 SUMMARY-REPLACE-OUT          PIC ZZ,ZZ9.
       01  VOID-SUMMARY-LINE.
           05                              PIC X(16) VALUE
               'VOIDS TO BANK:  '.
           05 SUMMARY-VOID-COUNT-OUT       PIC ZZ,ZZ9.
           05                              PIC X(10) VALUE
               '  TOTAL: $'.
           05 SUMMARY-VOID-TOTAL-OUT       PIC ZZZ,ZZZ,ZZ9.99.
       01  CHECK-REQUEST-DD                PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-ChkReq.txt'.
       01  CHECK-NUMBER-DD                 PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-ChkReg.txt'.
       01  ISSUED-CHECKS-DD                PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-ChkIssue.txt'.
       01  REPLACE-REQUEST-DD              PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-ChkRepl.txt'.
       01  VOID-QUEUE-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-ChkVoidQ.txt'.
       01  POS-PAY-DD                      PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-PosPay.txt'.
       01  RUN-CONTROL-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-Ctl.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-GET-FILE-NAMES
           PERFORM 015-GET-BUSINESS-DATE
           PERFORM 050-READ-NEXT-NUMBER
           OPEN INPUT CHECK-REQUEST
           IF REQUEST-STATUS NOT = '00'
           END-IF
           OPEN OUTPUT CHECK-PRINT-FILE
               OUTPUT CHECK-REGISTER
               OUTPUT POS-PAY-FILE
           MOVE RUN-DATE TO PPH-DATE-OUT
           WRITE POS-PAY-REC FROM PP-HEADER-REC
           OPEN EXTEND ISSUED-CHECKS
           IF ISSUED-STATUS NOT = '00' AND ISSUED-STATUS NOT = '05'
               OPEN OUTPUT ISSUED-CHECKS
                       PERFORM 200-CUT-CHECK
               END-READ
           END-PERFORM
           PERFORM 250-CUT-REPLACEMENTS
           PERFORM 260-REPORT-VOIDS
           MOVE PP-ISSUE-COUNT TO PPT-ISSUE-COUNT-OUT
           MOVE PP-ISSUE-TOTAL TO PPT-ISSUE-TOTAL-OUT
           MOVE PP-VOID-COUNT TO PPT-VOID-COUNT-OUT
           MOVE PP-VOID-TOTAL TO PPT-VOID-TOTAL-OUT
           WRITE POS-PAY-REC FROM PP-TRAILER-REC
           MOVE CHECK-COUNT TO SUMMARY-COUNT-OUT
           MOVE TOTAL-CHECK-DOLLARS TO SUMMARY-TOTAL-OUT
           WRITE REGISTER-REC FROM SUMMARY-LINE
               AFTER ADVANCING 2 LINES
           MOVE REPLACE-COUNT TO SUMMARY-REPLACE-OUT
           WRITE REGISTER-REC FROM REPLACE-SUMMARY-LINE
           MOVE PP-VOID-COUNT TO SUMMARY-VOID-COUNT-OUT
           MOVE PP-VOID-TOTAL TO SUMMARY-VOID-TOTAL-OUT
           WRITE REGISTER-REC FROM VOID-SUMMARY-LINE
           PERFORM 300-REWRITE-NEXT-NUMBER
           IF REQUEST-STATUS = '00' OR REQUEST-STATUS = '10'
               CLOSE CHECK-REQUEST
           CLOSE CHECK-PRINT-FILE
                 CHECK-REGISTER
                 ISSUED-CHECKS
                 POS-PAY-FILE
           IF ZERO-NET-COUNT > 0
               DISPLAY 'REQUESTS WITH ZERO NET - NO CHECK CUT: '
                   ZERO-NET-COUNT
           ACCEPT CHECK-NUMBER-DD FROM ENVIRONMENT "PAYCHKNEXT"
           ACCEPT CHECK-PRINT-DD FROM ENVIRONMENT "PAYCHKPRT"
           ACCEPT CHECK-REGISTER-DD FROM ENVIRONMENT "PAYCHKREG"
           ACCEPT ISSUED-CHECKS-DD FROM ENVIRONMENT "PAYCHKISS"
           ACCEPT REPLACE-REQUEST-DD FROM ENVIRONMENT "PAYCHKRPL"
           ACCEPT VOID-QUEUE-DD FROM ENVIRONMENT "PAYCHKVQ"
           ACCEPT POS-PAY-DD FROM ENVIRONMENT "PAYPOSPAY"
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
       050-READ-NEXT-NUMBER.
           OPEN INPUT CHECK-NUMBER-FILE
           IF NUMBER-STATUS NOT = '00'
           MOVE CHKR-PERIOD TO CHK-PERIOD
           MOVE CHKR-NET TO CHK-AMOUNT
           MOVE 'O' TO CHK-STATUS
           MOVE 0 TO CHK-NOTICE-DATE
           WRITE ISSUED-CHECK-REC
           MOVE 'I' TO PPD-TYPE-OUT
           MOVE NEXT-CHECK-NO TO PPD-CHECK-NO-OUT
           MOVE CHKR-DATE TO PPD-ISSUE-DATE-OUT
           MOVE CHKR-NET TO PPD-AMOUNT-OUT
           MOVE CHKR-NAME TO PPD-PAYEE-OUT
           WRITE POS-PAY-REC FROM PP-DETAIL-REC
           ADD 1 TO PP-ISSUE-COUNT
           ADD CHKR-NET TO PP-ISSUE-TOTAL.
      *>      REPLACEMENTS FOR LOST CHECKS COME FROM CHECK-VOID, NOT
      *>      THE PAYROLL RUN - THE QUEUE IS EMPTIED ONCE THEY ARE CUT
      *>      SO NO REPLACEMENT IS EVER CUT TWICE
       250-CUT-REPLACEMENTS.
           OPEN INPUT REPLACE-REQUEST
           IF REPLACE-STATUS NOT = '00'
               MOVE 'NO' TO MORE-REPLACES
           END-IF
           PERFORM UNTIL MORE-REPLACES = 'NO'
               READ REPLACE-REQUEST INTO CHECK-REQUEST-REC
                   AT END
                       MOVE 'NO' TO MORE-REPLACES
                   NOT AT END
                       ADD 1 TO REPLACE-COUNT
                       PERFORM 200-CUT-CHECK
               END-READ
           END-PERFORM
           IF REPLACE-STATUS = '00' OR REPLACE-STATUS = '10'
               CLOSE REPLACE-REQUEST
               OPEN OUTPUT REPLACE-REQUEST
               CLOSE REPLACE-REQUEST
           END-IF.
      *>      VOIDS AND STOP-PAYMENTS GO TO THE BANK ON THE NEXT
      *>      POSITIVE-PAY FILE AFTER CHECK-VOID QUEUES THEM
       260-REPORT-VOIDS.
           OPEN INPUT VOID-QUEUE
           IF QUEUE-STATUS NOT = '00'
               MOVE 'NO' TO MORE-VOIDS
           END-IF
           PERFORM UNTIL MORE-VOIDS = 'NO'
               READ VOID-QUEUE
                   AT END
                       MOVE 'NO' TO MORE-VOIDS
                   NOT AT END
                       MOVE CHV-ACTION TO PPD-TYPE-OUT
                       MOVE CHV-CHECK-NO TO PPD-CHECK-NO-OUT
                       MOVE CHV-ISSUE-DATE TO PPD-ISSUE-DATE-OUT
                       MOVE CHV-AMOUNT TO PPD-AMOUNT-OUT
                       MOVE CHV-NAME TO PPD-PAYEE-OUT
                       WRITE POS-PAY-REC FROM PP-DETAIL-REC
                       ADD 1 TO PP-VOID-COUNT
                       ADD CHV-AMOUNT TO PP-VOID-TOTAL
               END-READ
           END-PERFORM
           IF QUEUE-STATUS = '00' OR QUEUE-STATUS = '10'
               CLOSE VOID-QUEUE
               OPEN OUTPUT VOID-QUEUE
               CLOSE VOID-QUEUE
           END-IF.
       300-REWRITE-NEXT-NUMBER.
           OPEN OUTPUT CHECK-NUMBER-FILE
           MOVE NEXT-CHECK-NO TO NEXT-CHECK-NO-IN
