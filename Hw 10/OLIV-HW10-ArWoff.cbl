      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Write bad debts off the AR open-item file. A
      *          customer who has gone out of business otherwise
      *          keeps open items on the file forever, aging into the
      *          over-90 bucket and drawing dunning letters nobody
      *          reads. Each transaction names a customer and, when
      *          only one invoice is bad, the invoice; with no invoice
      *          every open item the customer has is written off.
      *          Transactions carry the operator who keyed them and
      *          the one who approved them, and are rejected unless a
      *          second operator approved - the same rule the master
      *          file maintenance follows. A written-off item is
      *          closed with status W, its open amount moved to
      *          AR-WOFF-AMT so a later recovery receipt through
      *          CASH-APPLY can collect it back, and the customer is
      *          put on credit hold (H) so CUST-ERROR stops taking
      *          sales for them. The run's total goes to the ledger as
      *          one balanced pair: debit the allowance for doubtful
      *          accounts, credit accounts receivable. Every
      *          transaction gets one applied/rejected register line,
      *          the same shape CASH-APPLY prints.
      * Modification History:
      *   10/15/26 - initial version
      *   10/15/26 - postings carry a blank GLP-COMPANY-OUT, so each
      *             books to the company whose block the account is
      *             in and no intercompany pair is raised
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-WRITEOFF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WOFF-TRANS-IN
           ASSIGN TO WOFF-TRANS-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-STATUS.
           SELECT AR-OPEN-FILE
           ASSIGN TO AR-OPEN-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS AR-STATUS-CODE.
           SELECT CUST-MASTER
           ASSIGN TO CUST-MASTER-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-MST-NO
               FILE STATUS IS CUST-MASTER-STATUS.
           SELECT WOFF-GL-ACCTS
           ASSIGN TO WOFF-GL-ACCTS-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-ACCT-STATUS.
           SELECT GL-POST-FILE
           ASSIGN TO GL-POST-FILE-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WOFF-REGISTER
           ASSIGN TO WOFF-REGISTER-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL
           ASSIGN TO RUN-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WOFF-TRANS-IN.
       01  WOFF-TRANS-REC.
           05 WOF-CUST-NO                  PIC X(4).
      *>      BLANK INVOICE = WRITE OFF EVERY OPEN ITEM THE CUSTOMER HAS
           05 WOF-INVOICE-NO               PIC X(6).
           05 WOF-KEYED-BY                 PIC X(8).
           05 WOF-APPROVED-BY              PIC X(8).
       FD  AR-OPEN-FILE.
       01  AR-OPEN-REC.
           COPY OLIV-AR-Open.
       FD  CUST-MASTER.
       01  CUST-MASTER-REC.
           COPY OLIV-CUST-Master.
       FD  WOFF-GL-ACCTS.
       01  WOFF-GL-ACCT-REC.
           05 WGA-ALLOWANCE-ACCT           PIC 9(6).
           05 WGA-RECEIVABLE-ACCT          PIC 9(6).
       FD  GL-POST-FILE.
       01  GL-POST-REC.
           COPY OLIV-GLP-Rec.
       FD  WOFF-REGISTER.
       01  REGISTER-REC                    PIC X(90).
       FD  RUN-CONTROL.
       01  RUN-CONTROL-REC.
           COPY OLIV-RUN-Ctl.
       WORKING-STORAGE SECTION.
       01  MORE-TRANS                      PIC XXX VALUE 'YES'.
       01  MORE-ITEMS                      PIC XXX.
       01  TRANS-STATUS                    PIC XX.
       01  AR-STATUS-CODE                  PIC XX.
       01  CUST-MASTER-STATUS              PIC XX.
       01  GL-ACCT-STATUS                  PIC XX.
       01  RUN-CTL-STATUS                  PIC XX.
       01  RUN-DATE                        PIC 9(8).
       01  ALLOWANCE-ACCT                  PIC 9(6).
       01  RECEIVABLE-ACCT                 PIC 9(6).
       01  TRANS-RESULT                    PIC X(8).
       01  TRANS-REASON                    PIC X(34).
       01  TRANS-AMOUNT                    PIC 9(7)V99.
       01  READ-COUNT                      PIC 9(5) VALUE 0.
       01  APPLIED-COUNT                   PIC 9(5) VALUE 0.
       01  REJECTED-COUNT                  PIC 9(5) VALUE 0.
       01  ITEM-COUNT                      PIC 9(5) VALUE 0.
       01  HOLD-COUNT                      PIC 9(5) VALUE 0.
       01  WOFF-TOTAL                      PIC 9(9)V99 VALUE 0.
       01  HEADING1.
           05                              PIC X(30) VALUE
               'BAD-DEBT WRITE-OFF REGISTER'.
           05                              PIC X(8) VALUE
               '  DATE: '.
           05 HDG-DATE-OUT                 PIC 9(8).
       01  HEADING2.
           05                              PIC X(52) VALUE
               'CUST-NO  INVOICE      AMOUNT  RESULT    REASON'.
           05                              PIC X(24) VALUE SPACES.
           05                              PIC X(8) VALUE
               'APPROVED'.
       01  DETAIL-LINE.
           05                              PIC X(1) VALUE SPACES.
           05 DTL-CUST-OUT                 PIC X(4).
           05                              PIC X(4) VALUE SPACES.
           05 DTL-INVOICE-OUT              PIC X(6).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-AMOUNT-OUT               PIC $ZZZ,ZZ9.99.
           05                              PIC X(2) VALUE SPACES.
           05 DTL-RESULT-OUT               PIC X(8).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-REASON-OUT               PIC X(34).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-APPROVED-OUT             PIC X(8).
       01  SUMMARY-LINE-1.
           05                              PIC X(24) VALUE
               'TRANSACTIONS READ:     '.
           05 SUM-READ-OUT                 PIC ZZ,ZZ9.
           05                              PIC X(18) VALUE
               '   WRITTEN OFF:  $'.
           05 SUM-WOFF-OUT                 PIC ZZZ,ZZZ,ZZ9.99.
       01  SUMMARY-LINE-2.
           05                              PIC X(24) VALUE
               'APPLIED:               '.
           05 SUM-APPLIED-OUT              PIC ZZ,ZZ9.
           05                              PIC X(18) VALUE
               '   ITEMS CLOSED:  '.
           05 SUM-ITEMS-OUT                PIC ZZ,ZZ9.
       01  SUMMARY-LINE-3.
           05                              PIC X(24) VALUE
               'REJECTED:              '.
           05 SUM-REJ-OUT                  PIC ZZ,ZZ9.
           05                              PIC X(18) VALUE
               '   CREDIT HOLDS:  '.
           05 SUM-HOLD-OUT                 PIC ZZ,ZZ9.
       01  WOFF-TRANS-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-AR-WoffTrn.txt'.
       01  AR-OPEN-DD                      PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-AR-Open.dat'.
       01  CUST-MASTER-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-CUST-Master.dat'.
       01  WOFF-GL-ACCTS-DD                PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-AR-WoffActs.txt'.
       01  GL-POST-FILE-DD                 PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-AR-WoffGL.txt'.
       01  WOFF-REGISTER-DD                PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-AR-WoffReg.txt'.
       01  RUN-CONTROL-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-Ctl.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-GET-FILE-NAMES
           PERFORM 015-GET-BUSINESS-DATE
           PERFORM 030-READ-GL-ACCOUNTS
           OPEN I-O AR-OPEN-FILE
           IF AR-STATUS-CODE NOT = '00'
               DISPLAY 'AR OPEN-ITEM FILE WOULD NOT OPEN - STATUS '
                   AR-STATUS-CODE ' - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O CUST-MASTER
           IF CUST-MASTER-STATUS NOT = '00'
               DISPLAY 'CUSTOMER MASTER WOULD NOT OPEN - RUN '
                   'STOPPED (THE CREDIT HOLD GOES ON IT)'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT WOFF-TRANS-IN
           OPEN OUTPUT WOFF-REGISTER
                       GL-POST-FILE
           MOVE RUN-DATE TO HDG-DATE-OUT
           WRITE REGISTER-REC FROM HEADING1
           WRITE REGISTER-REC FROM HEADING2
           IF TRANS-STATUS NOT = '00'
               DISPLAY 'NO WRITE-OFF TRANSACTIONS FILE THIS RUN'
               MOVE 'NO' TO MORE-TRANS
           END-IF
           PERFORM UNTIL MORE-TRANS = 'NO'
               READ WOFF-TRANS-IN
                   AT END
                       MOVE 'NO' TO MORE-TRANS
                   NOT AT END
                       PERFORM 200-WRITE-OFF-TRANS
               END-READ
           END-PERFORM
           IF WOFF-TOTAL > 0
               PERFORM 500-WRITE-GL-PAIR
           END-IF
           MOVE READ-COUNT TO SUM-READ-OUT
           MOVE WOFF-TOTAL TO SUM-WOFF-OUT
           MOVE APPLIED-COUNT TO SUM-APPLIED-OUT
           MOVE ITEM-COUNT TO SUM-ITEMS-OUT
           MOVE REJECTED-COUNT TO SUM-REJ-OUT
           MOVE HOLD-COUNT TO SUM-HOLD-OUT
           WRITE REGISTER-REC FROM SUMMARY-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE REGISTER-REC FROM SUMMARY-LINE-2
           WRITE REGISTER-REC FROM SUMMARY-LINE-3
           IF TRANS-STATUS = '00' OR TRANS-STATUS = '10'
               CLOSE WOFF-TRANS-IN
           END-IF
           CLOSE AR-OPEN-FILE
                 CUST-MASTER
                 WOFF-REGISTER
                 GL-POST-FILE
           IF REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       010-GET-FILE-NAMES.
           ACCEPT WOFF-TRANS-DD FROM ENVIRONMENT "ARWOFFIN"
           ACCEPT AR-OPEN-DD FROM ENVIRONMENT "AROPEN"
           ACCEPT CUST-MASTER-DD FROM ENVIRONMENT "CUSTMASTER"
           ACCEPT WOFF-GL-ACCTS-DD FROM ENVIRONMENT "ARWOFFACCT"
           ACCEPT GL-POST-FILE-DD FROM ENVIRONMENT "ARWOFFGL"
           ACCEPT WOFF-REGISTER-DD FROM ENVIRONMENT "ARWOFFREG"
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
      *>      THE ITEMS CLOSING AND THE LEDGER ENTRY HAVE TO HAPPEN
      *>      TOGETHER - NO ACCOUNTS, NO RUN
           OPEN INPUT WOFF-GL-ACCTS
           IF GL-ACCT-STATUS NOT = '00'
               DISPLAY 'NO WRITE-OFF CHART-OF-ACCOUNTS FILE - RUN '
                   'STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ WOFF-GL-ACCTS
           CLOSE WOFF-GL-ACCTS
           IF WGA-ALLOWANCE-ACCT IS NOT NUMERIC
               OR WGA-RECEIVABLE-ACCT IS NOT NUMERIC
               DISPLAY 'WRITE-OFF CHART-OF-ACCOUNTS ROW NOT '
                   'NUMERIC - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WGA-ALLOWANCE-ACCT TO ALLOWANCE-ACCT
           MOVE WGA-RECEIVABLE-ACCT TO RECEIVABLE-ACCT.
       200-WRITE-OFF-TRANS.
           ADD 1 TO READ-COUNT
           MOVE 'APPLIED ' TO TRANS-RESULT
           MOVE SPACES TO TRANS-REASON
           MOVE 0 TO TRANS-AMOUNT
           IF WOF-CUST-NO IS NOT NUMERIC
               MOVE 'REJECTED' TO TRANS-RESULT
               MOVE 'CUSTOMER NUMBER NOT NUMERIC' TO TRANS-REASON
           ELSE
               IF WOF-APPROVED-BY = SPACES
                   OR WOF-APPROVED-BY = WOF-KEYED-BY
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'NOT APPROVED BY A SECOND OPERATOR'
                       TO TRANS-REASON
               ELSE
                   PERFORM 210-CHECK-CUSTOMER
                   IF TRANS-RESULT = 'APPLIED '
                       IF WOF-INVOICE-NO IS NUMERIC
                           PERFORM 300-WRITE-OFF-NAMED-INVOICE
                       ELSE
                           PERFORM 400-WRITE-OFF-ALL-ITEMS
                       END-IF
                   END-IF
                   IF TRANS-RESULT = 'APPLIED '
                       AND TRANS-AMOUNT = 0
                       MOVE 'REJECTED' TO TRANS-RESULT
                       MOVE 'NO OPEN ITEMS TO WRITE OFF'
                           TO TRANS-REASON
                   END-IF
                   IF TRANS-RESULT = 'APPLIED '
                       PERFORM 600-HOLD-CUSTOMER
                   END-IF
               END-IF
           END-IF
           IF TRANS-RESULT = 'APPLIED '
               ADD 1 TO APPLIED-COUNT
               ADD TRANS-AMOUNT TO WOFF-TOTAL
           ELSE
               ADD 1 TO REJECTED-COUNT
           END-IF
           MOVE WOF-CUST-NO TO DTL-CUST-OUT
           IF WOF-INVOICE-NO = SPACES
               MOVE 'ALL' TO DTL-INVOICE-OUT
           ELSE
               MOVE WOF-INVOICE-NO TO DTL-INVOICE-OUT
           END-IF
           MOVE TRANS-AMOUNT TO DTL-AMOUNT-OUT
           MOVE TRANS-RESULT TO DTL-RESULT-OUT
           MOVE TRANS-REASON TO DTL-REASON-OUT
           MOVE WOF-APPROVED-BY TO DTL-APPROVED-OUT
           WRITE REGISTER-REC FROM DETAIL-LINE.
       210-CHECK-CUSTOMER.
           MOVE WOF-CUST-NO TO CUST-MST-NO
           READ CUST-MASTER
               INVALID KEY
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'CUSTOMER NOT ON MASTER' TO TRANS-REASON
           END-READ.
       300-WRITE-OFF-NAMED-INVOICE.
           MOVE WOF-CUST-NO TO AR-CUST-NO
           MOVE WOF-INVOICE-NO TO AR-INVOICE-NO
           READ AR-OPEN-FILE
               INVALID KEY
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'NO SUCH OPEN ITEM' TO TRANS-REASON
               NOT INVALID KEY
                   IF AR-STATUS NOT = 'O' OR AR-OPEN-AMT <= 0
                       MOVE 'REJECTED' TO TRANS-RESULT
                       MOVE 'ITEM NOT OPEN - NOTHING TO WRITE OFF'
                           TO TRANS-REASON
                   ELSE
                       PERFORM 450-WRITE-OFF-ONE-ITEM
                   END-IF
           END-READ.
       400-WRITE-OFF-ALL-ITEMS.
      *>      U CREDITS ARE LEFT OPEN - THAT IS MONEY THE CUSTOMER
      *>      IS OWED BACK, NOT PART OF THE BAD DEBT
           MOVE WOF-CUST-NO TO AR-CUST-NO
           MOVE 0 TO AR-INVOICE-NO
           MOVE 'YES' TO MORE-ITEMS
           START AR-OPEN-FILE KEY >= AR-KEY
               INVALID KEY
                   MOVE 'NO' TO MORE-ITEMS
           END-START
           PERFORM UNTIL MORE-ITEMS = 'NO'
               READ AR-OPEN-FILE NEXT RECORD
                   AT END
                       MOVE 'NO' TO MORE-ITEMS
                   NOT AT END
                       IF AR-CUST-NO NOT = WOF-CUST-NO
                           MOVE 'NO' TO MORE-ITEMS
                       ELSE
                           IF AR-STATUS = 'O' AND AR-OPEN-AMT > 0
                               PERFORM 450-WRITE-OFF-ONE-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       450-WRITE-OFF-ONE-ITEM.
           ADD AR-OPEN-AMT TO AR-WOFF-AMT
           ADD AR-OPEN-AMT TO TRANS-AMOUNT
           MOVE 0 TO AR-OPEN-AMT
           MOVE 'W' TO AR-STATUS
           MOVE RUN-DATE TO AR-WOFF-DATE
           REWRITE AR-OPEN-REC
           ADD 1 TO ITEM-COUNT.
       500-WRITE-GL-PAIR.
           MOVE 0 TO GLP-TERR-OUT
           MOVE SPACES TO GLP-COMPANY-OUT
           MOVE 0 TO GLP-OFFICE-OUT
           MOVE RUN-DATE(5:2) TO GLP-PERIOD-OUT
           MOVE RUN-DATE TO GLP-DATE-OUT
           MOVE 'D' TO GLP-TYPE-OUT
           MOVE ALLOWANCE-ACCT TO GLP-ACCT-OUT
           MOVE WOFF-TOTAL TO GLP-AMOUNT-OUT
           WRITE GL-POST-REC
           MOVE 'C' TO GLP-TYPE-OUT
           MOVE RECEIVABLE-ACCT TO GLP-ACCT-OUT
           MOVE WOFF-TOTAL TO GLP-AMOUNT-OUT
           WRITE GL-POST-REC.
       600-HOLD-CUSTOMER.
      *>      A RECOVERY LATER DOES NOT LIFT THE HOLD - TAKING THE
      *>      CUSTOMER OFF HOLD IS A CREDIT DECISION, MADE WITH AN R
      *>      (REACTIVATE) CUSTOMER MAINTENANCE TRANSACTION
           MOVE 'WRITTEN OFF - CUSTOMER ON HOLD' TO TRANS-REASON
           IF CUST-MST-STATUS NOT = 'H'
               MOVE 'H' TO CUST-MST-STATUS
               REWRITE CUST-MASTER-REC
               ADD 1 TO HOLD-COUNT
           END-IF.
