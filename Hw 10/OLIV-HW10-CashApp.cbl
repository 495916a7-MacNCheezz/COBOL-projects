      *             record layout always promised - they were being
      *             skipped by the open-invoice filter and
      *             accumulating forever
      *   10/15/26 - recovery receipts (type R) on written-off
      *             accounts: the cash collects the W items'
      *             written-off balance oldest first (or the named
      *             invoice's) instead of becoming unapplied cash,
      *             and the recovered total is posted back to the
      *             ledger - debit accounts receivable, credit the
      *             allowance for doubtful accounts - against the
      *             same accounts AR-WRITEOFF charged; new items
      *             carry zero in the written-off fields
      *   10/15/26 - unapplied cash items carry zero in the sales tax
      *             amount the record layout gained for AR-POST
      *   10/15/26 - postings carry a blank GLP-COMPANY-OUT, so each
      *             books to the company whose block the account is
      *             in and no intercompany pair is raised
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH-APPLY.
           SELECT CASH-REGISTER
           ASSIGN TO CASH-REGISTER-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WOFF-GL-ACCTS
           ASSIGN TO WOFF-GL-ACCTS-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-ACCT-STATUS.
           SELECT GL-POST-FILE
           ASSIGN TO GL-POST-FILE-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL
           ASSIGN TO RUN-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CASH-TRANS-IN.
           05 CSH-AMOUNT-NUM REDEFINES CSH-AMOUNT
                                           PIC 9(7)V99.
           05 CSH-INVOICE-NO               PIC X(6).
      *>      R = RECOVERY ON A WRITTEN-OFF ACCOUNT, BLANK = RECEIPT
           05 CSH-TYPE                     PIC X(1).
       FD  AR-OPEN-FILE.
       01  AR-OPEN-REC.
           COPY OLIV-AR-Open.
           05 NEXT-INVOICE-NO-IN           PIC 9(6).
       FD  CASH-REGISTER.
       01  REGISTER-REC                    PIC X(80).
       FD  WOFF-GL-ACCTS.
       01  WOFF-GL-ACCT-REC.
           05 WGA-ALLOWANCE-ACCT           PIC 9(6).
           05 WGA-RECEIVABLE-ACCT          PIC 9(6).
       FD  GL-POST-FILE.
       01  GL-POST-REC.
           COPY OLIV-GLP-Rec.
       FD  RUN-CONTROL.
       01  RUN-CONTROL-REC.
           COPY OLIV-RUN-Ctl.
       WORKING-STORAGE SECTION.
       01  MORE-TRANS                      PIC XXX VALUE 'YES'.
       01  MORE-ITEMS                      PIC XXX.
       01  AR-STATUS-CODE                  PIC XX.
       01  CUST-MASTER-STATUS              PIC XX.
       01  NUMBER-STATUS                   PIC XX.
       01  GL-ACCT-STATUS                  PIC XX.
       01  RUN-CTL-STATUS                  PIC XX.
       01  RUN-DATE                        PIC 9(8).
       01  WOFF-ACCTS-LOADED               PIC XXX VALUE 'NO'.
       01  ALLOWANCE-ACCT                  PIC 9(6).
       01  RECEIVABLE-ACCT                 PIC 9(6).
       01  NEXT-INVOICE-NO                 PIC 9(6).
       01  TRANS-RESULT                    PIC X(8).
       01  TRANS-REASON                    PIC X(34).
       01  APPLY-AMOUNT                    PIC 9(7)V99.
       01  CASH-APPLIED-TOTAL              PIC 9(9)V99 VALUE 0.
       01  UNAPPLIED-TOTAL                 PIC 9(9)V99 VALUE 0.
       01  TRANS-RECOVERED                 PIC 9(7)V99.
       01  RECOVERED-TOTAL                 PIC 9(9)V99 VALUE 0.
       01  HEADING1.
           05                              PIC X(30) VALUE
               'CASH APPLICATION REGISTER'.
           05                              PIC X(14) VALUE
               '   UNAPPLIED:$'.
           05 SUM-UNAPPLIED-OUT            PIC ZZZ,ZZZ,ZZ9.99.
       01  SUMMARY-LINE-3.
           05                              PIC X(30) VALUE SPACES.
           05                              PIC X(14) VALUE
               '   RECOVERED:$'.
           05 SUM-RECOVERED-OUT            PIC ZZZ,ZZZ,ZZ9.99.
       01  CASH-TRANS-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-AR-CashTrn.txt'.
       01  AR-OPEN-DD                      PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-AR-NextInv.txt'.
       01  CASH-REGISTER-DD                PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-AR-CashReg.txt'.
       01  WOFF-GL-ACCTS-DD                PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-AR-WoffActs.txt'.
       01  GL-POST-FILE-DD                 PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-AR-RecovGL.txt'.
       01  RUN-CONTROL-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-Ctl.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-GET-FILE-NAMES
           PERFORM 015-GET-BUSINESS-DATE
           PERFORM 030-READ-GL-ACCOUNTS
           PERFORM 050-READ-NEXT-NUMBER
           OPEN I-O AR-OPEN-FILE
           IF AR-STATUS-CODE NOT = '00'
           END-IF
           OPEN INPUT CASH-TRANS-IN
           OPEN OUTPUT CASH-REGISTER
                       GL-POST-FILE
           WRITE REGISTER-REC FROM HEADING1
           WRITE REGISTER-REC FROM HEADING2
           IF TRANS-STATUS NOT = '00'
           MOVE CASH-APPLIED-TOTAL TO SUM-APPLIED-OUT
           MOVE REJECTED-COUNT TO SUM-REJ-OUT
           MOVE UNAPPLIED-TOTAL TO SUM-UNAPPLIED-OUT
           MOVE RECOVERED-TOTAL TO SUM-RECOVERED-OUT
           WRITE REGISTER-REC FROM SUMMARY-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE REGISTER-REC FROM SUMMARY-LINE-2
           WRITE REGISTER-REC FROM SUMMARY-LINE-3
           IF RECOVERED-TOTAL > 0
               PERFORM 700-WRITE-GL-PAIR
           END-IF
           PERFORM 600-REWRITE-NEXT-NUMBER
           IF TRANS-STATUS = '00' OR TRANS-STATUS = '10'
               CLOSE CASH-TRANS-IN
           CLOSE AR-OPEN-FILE
                 CUST-MASTER
                 CASH-REGISTER
                 GL-POST-FILE
           IF REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           ACCEPT AR-OPEN-DD FROM ENVIRONMENT "AROPEN"
           ACCEPT CUST-MASTER-DD FROM ENVIRONMENT "CUSTMASTER"
           ACCEPT INVOICE-NUMBER-DD FROM ENVIRONMENT "ARNEXTINV"
           ACCEPT CASH-REGISTER-DD FROM ENVIRONMENT "ARCASHREG"
           ACCEPT WOFF-GL-ACCTS-DD FROM ENVIRONMENT "ARWOFFACCT"
           ACCEPT GL-POST-FILE-DD FROM ENVIRONMENT "ARRECOVGL"
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
       030-READ-GL-ACCOUNTS.
      *>      ONLY RECOVERIES POST TO THE LEDGER - WITHOUT THE
      *>      ACCOUNTS THE ORDINARY RECEIPTS STILL APPLY AND ANY
      *>      RECOVERY IS REJECTED
           OPEN INPUT WOFF-GL-ACCTS
           IF GL-ACCT-STATUS = '00'
               READ WOFF-GL-ACCTS
                   NOT AT END
                       IF WGA-ALLOWANCE-ACCT IS NUMERIC
                           AND WGA-RECEIVABLE-ACCT IS NUMERIC
                           MOVE WGA-ALLOWANCE-ACCT TO ALLOWANCE-ACCT
                           MOVE WGA-RECEIVABLE-ACCT
                               TO RECEIVABLE-ACCT
                           MOVE 'YES' TO WOFF-ACCTS-LOADED
                       END-IF
               END-READ
               CLOSE WOFF-GL-ACCTS
           END-IF
           IF WOFF-ACCTS-LOADED = 'NO'
               DISPLAY 'NO USABLE WRITE-OFF CHART-OF-ACCOUNTS FILE - '
                   'RECOVERY RECEIPTS WILL BE REJECTED'
           END-IF.
       050-READ-NEXT-NUMBER.
           OPEN INPUT INVOICE-NUMBER-FILE
           IF NUMBER-STATUS NOT = '00'
               PERFORM 210-CHECK-CUSTOMER
               IF TRANS-RESULT = 'APPLIED '
                   MOVE CSH-AMOUNT-NUM TO CASH-REMAINING
                   IF CSH-TYPE = 'R'
                       PERFORM 250-APPLY-RECOVERY
                   ELSE
                       IF CSH-INVOICE-NO IS NUMERIC
                           PERFORM 300-APPLY-TO-NAMED-INVOICE
                       ELSE
                           PERFORM 400-APPLY-OLDEST-FIRST
                       END-IF
                   END-IF
                   IF TRANS-RESULT = 'APPLIED '
                       AND CASH-REMAINING > 0
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'CUSTOMER NOT ON MASTER' TO TRANS-REASON
           END-READ.
       250-APPLY-RECOVERY.
           MOVE 0 TO TRANS-RECOVERED
           IF WOFF-ACCTS-LOADED = 'NO'
               MOVE 'REJECTED' TO TRANS-RESULT
               MOVE 'NO WRITE-OFF GL ACCOUNTS ON FILE' TO TRANS-REASON
           ELSE
               IF CSH-INVOICE-NO IS NUMERIC
                   PERFORM 260-RECOVER-NAMED-INVOICE
               ELSE
                   PERFORM 270-RECOVER-OLDEST-FIRST
               END-IF
               IF TRANS-RESULT = 'APPLIED '
                   IF TRANS-RECOVERED = 0
                       MOVE 'REJECTED' TO TRANS-RESULT
                       MOVE 'NO WRITTEN-OFF BALANCE TO RECOVER'
                           TO TRANS-REASON
                   ELSE
                       MOVE 'RECOVERED ON WRITTEN-OFF ACCOUNT'
                           TO TRANS-REASON
      *>      CASH BEYOND THE WRITTEN-OFF BALANCE GOES AGAINST ANY
      *>      CURRENT OPEN ITEMS BEFORE IT IS CARRIED AS UNAPPLIED
                       IF CASH-REMAINING > 0
                           PERFORM 400-APPLY-OLDEST-FIRST
                       END-IF
                   END-IF
               END-IF
           END-IF.
       260-RECOVER-NAMED-INVOICE.
           MOVE CSH-CUST-NO TO AR-CUST-NO
           MOVE CSH-INVOICE-NO TO AR-INVOICE-NO
           READ AR-OPEN-FILE
               INVALID KEY
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'NO SUCH OPEN ITEM' TO TRANS-REASON
               NOT INVALID KEY
                   IF AR-STATUS NOT = 'W' OR AR-WOFF-AMT <= 0
                       MOVE 'REJECTED' TO TRANS-RESULT
                       MOVE 'INVOICE NOT WRITTEN OFF'
                           TO TRANS-REASON
                   ELSE
                       PERFORM 470-RECOVER-ONE-ITEM
                   END-IF
           END-READ.
       270-RECOVER-OLDEST-FIRST.
           MOVE CSH-CUST-NO TO AR-CUST-NO
           MOVE 0 TO AR-INVOICE-NO
           MOVE 'YES' TO MORE-ITEMS
           START AR-OPEN-FILE KEY >= AR-KEY
               INVALID KEY
                   MOVE 'NO' TO MORE-ITEMS
           END-START
           PERFORM UNTIL MORE-ITEMS = 'NO'
               OR CASH-REMAINING = 0
               READ AR-OPEN-FILE NEXT RECORD
                   AT END
                       MOVE 'NO' TO MORE-ITEMS
                   NOT AT END
                       IF AR-CUST-NO NOT = CSH-CUST-NO
                           MOVE 'NO' TO MORE-ITEMS
                       ELSE
                           IF AR-STATUS = 'W' AND AR-WOFF-AMT > 0
                               PERFORM 470-RECOVER-ONE-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       300-APPLY-TO-NAMED-INVOICE.
           MOVE CSH-CUST-NO TO AR-CUST-NO
           MOVE CSH-INVOICE-NO TO AR-INVOICE-NO
           MOVE 0 TO AR-OPEN-AMT
           MOVE 'P' TO AR-STATUS
           REWRITE AR-OPEN-REC.
       470-RECOVER-ONE-ITEM.
      *>      THE WRITTEN-OFF BALANCE IS RE-OPENED AND PAID IN ONE
      *>      STEP - ONLY WHAT THE CASH COVERS COMES BACK ONTO THE
      *>      BOOKS, SO THE ITEM NEVER SHOWS AS OPEN AGAIN. A PARTLY
      *>      RECOVERED ITEM STAYS W WITH THE REST STILL WRITTEN OFF
           IF CASH-REMAINING >= AR-WOFF-AMT
               MOVE AR-WOFF-AMT TO APPLY-AMOUNT
           ELSE
               MOVE CASH-REMAINING TO APPLY-AMOUNT
           END-IF
           SUBTRACT APPLY-AMOUNT FROM AR-WOFF-AMT
           SUBTRACT APPLY-AMOUNT FROM CASH-REMAINING
           ADD APPLY-AMOUNT TO CASH-APPLIED-TOTAL
           ADD APPLY-AMOUNT TO TRANS-RECOVERED
           ADD APPLY-AMOUNT TO RECOVERED-TOTAL
           IF AR-WOFF-AMT = 0
               MOVE 'P' TO AR-STATUS
           END-IF
           REWRITE AR-OPEN-REC.
       500-WRITE-UNAPPLIED-CASH.
           ADD CASH-REMAINING TO UNAPPLIED-TOTAL
           MOVE CSH-CUST-NO TO AR-CUST-NO
           COMPUTE AR-ORIG-AMT = 0 - CASH-REMAINING
           COMPUTE AR-OPEN-AMT = 0 - CASH-REMAINING
           MOVE 'U' TO AR-STATUS
           MOVE 0 TO AR-WOFF-AMT
           MOVE 0 TO AR-WOFF-DATE
           MOVE 0 TO AR-TAX-AMT
           WRITE AR-OPEN-REC
           MOVE 'UNAPPLIED CASH CARRIED AS CREDIT'
               TO TRANS-REASON
           MOVE NEXT-INVOICE-NO TO NEXT-INVOICE-NO-IN
           WRITE INVOICE-NUMBER-REC
           CLOSE INVOICE-NUMBER-FILE.
       700-WRITE-GL-PAIR.
           MOVE 0 TO GLP-TERR-OUT
           MOVE SPACES TO GLP-COMPANY-OUT
           MOVE 0 TO GLP-OFFICE-OUT
           MOVE RUN-DATE(5:2) TO GLP-PERIOD-OUT
           MOVE RUN-DATE TO GLP-DATE-OUT
           MOVE 'D' TO GLP-TYPE-OUT
           MOVE RECEIVABLE-ACCT TO GLP-ACCT-OUT
           MOVE RECOVERED-TOTAL TO GLP-AMOUNT-OUT
           WRITE GL-POST-REC
           MOVE 'C' TO GLP-TYPE-OUT
           MOVE ALLOWANCE-ACCT TO GLP-ACCT-OUT
           MOVE RECOVERED-TOTAL TO GLP-AMOUNT-OUT
           WRITE GL-POST-REC.
