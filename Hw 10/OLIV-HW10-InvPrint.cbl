      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Print the customer invoices and credit memos AR-POST
      *          asks for. Reads the document-request file the posting
      *          run writes and prints one document per request: the
      *          remit-to heading from the remit-to file, the bill-to
      *          name and address from the customer master, the
      *          document number and date, the salesperson (name from
      *          the salesperson master) and the store (name and
      *          location from the store master), then the merchandise,
      *          sales tax and total. Invoices show the terms and the
      *          due date (invoice date plus the remit-to file's terms
      *          days); credit memos list each invoice the credit was
      *          applied to, any prior credit on account folded into
      *          it, and what is left carried as credit on account.
      *          The invoice register lists every document printed;
      *          its invoice count, merchandise and tax tie to AR-POST's
      *          INVOICES OPENED, DOLLARS and TAX BILLED lines, and its
      *          credit memo count, applied and carried totals to
      *          RETURNS/CREDITS, APPLIED and UNAPPLIED. A missing
      *          remit-to file stops the run (RC 8) - the documents go
      *          to customers and must say where to pay; a request of
      *          an unknown type is listed and skipped (RC 4).
      * Modification History:
      *   10/15/26 - initial version
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVOICE-PRINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-DOCS
           ASSIGN TO INVOICE-DOCS-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DOCS-STATUS.
           SELECT REMIT-TO-FILE
           ASSIGN TO REMIT-TO-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REMIT-TO-STATUS.
           SELECT CUST-MASTER
           ASSIGN TO CUST-MASTER-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-MST-NO
               FILE STATUS IS CUST-MASTER-STATUS.
           SELECT SLS-MASTER
           ASSIGN TO SLS-MASTER-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SLS-MST-NO
               FILE STATUS IS SLS-MASTER-STATUS.
           SELECT STORE-MASTER
           ASSIGN TO STORE-MASTER-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STORE-MST-NO
               FILE STATUS IS STORE-MASTER-STATUS.
           SELECT DOCUMENT-FILE
           ASSIGN TO DOCUMENT-FILE-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INVOICE-REGISTER
           ASSIGN TO INVOICE-REGISTER-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL
           ASSIGN TO RUN-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-DOCS.
       01  INVOICE-DOC-REC.
           COPY OLIV-AR-Doc.
       FD  REMIT-TO-FILE.
       01  REMIT-TO-REC.
           05 RMT-NAME                     PIC X(30).
           05 RMT-STREET                   PIC X(30).
           05 RMT-CITY-LINE                PIC X(30).
           05 RMT-TERMS-DAYS               PIC 9(3).
       FD  CUST-MASTER.
       01  CUST-MASTER-REC.
           COPY OLIV-CUST-Master.
       FD  SLS-MASTER.
       01  SLS-MASTER-REC.
           COPY OLIV-SLS-Master.
       FD  STORE-MASTER.
       01  STORE-MASTER-REC.
           COPY OLIV-STORE-Master.
       FD  DOCUMENT-FILE.
       01  DOCUMENT-REC                    PIC X(80).
       FD  INVOICE-REGISTER.
       01  REGISTER-REC                    PIC X(80).
       FD  RUN-CONTROL.
       01  RUN-CONTROL-REC.
           COPY OLIV-RUN-Ctl.
       WORKING-STORAGE SECTION.
       01  MORE-DOCS                       PIC XXX VALUE 'YES'.
       01  MEMO-OPEN                       PIC XXX VALUE 'NO'.
       01  ADDRESS-ON-FILE                 PIC XXX.
       01  DOCS-STATUS                     PIC XX.
       01  REMIT-TO-STATUS                 PIC XX.
       01  CUST-MASTER-STATUS              PIC XX.
       01  SLS-MASTER-STATUS               PIC XX.
       01  STORE-MASTER-STATUS             PIC XX.
       01  RUN-CTL-STATUS                  PIC XX.
       01  RUN-DATE                        PIC 9(8).
       01  TERMS-DAYS                      PIC 9(3).
       01  DUE-DATE                        PIC 9(8).
       01  INVOICE-COUNT                   PIC 9(5) VALUE 0.
       01  INVOICE-GOODS                   PIC 9(9)V99 VALUE 0.
       01  INVOICE-TAX                     PIC 9(9)V99 VALUE 0.
       01  INVOICE-TOTAL                   PIC 9(9)V99 VALUE 0.
       01  MEMO-COUNT                      PIC 9(5) VALUE 0.
       01  MEMO-GOODS                      PIC 9(9)V99 VALUE 0.
       01  MEMO-TAX                        PIC 9(9)V99 VALUE 0.
       01  MEMO-APPLIED                    PIC 9(9)V99 VALUE 0.
       01  MEMO-SWEPT                      PIC 9(9)V99 VALUE 0.
       01  MEMO-CARRIED                    PIC 9(9)V99 VALUE 0.
       01  BAD-TYPE-COUNT                  PIC 9(5) VALUE 0.
       01  DOC-RULE-LINE                   PIC X(60) VALUE ALL '='.
       01  DOC-REMIT-LINE.
           05                              PIC X(10) VALUE SPACES.
           05 DOC-REMIT-OUT                PIC X(30).
       01  DOC-HEAD-LINE.
           05 DOC-TITLE-OUT                PIC X(12).
           05                              PIC X(5) VALUE
               'NO.  '.
           05 DOC-NO-OUT                   PIC 9(6).
           05                              PIC X(8) VALUE
               '  DATE: '.
           05 DOC-DATE-OUT                 PIC 9(8).
       01  DOC-CUST-LINE.
           05                              PIC X(10) VALUE
               'BILL TO:  '.
           05 DOC-CUST-OUT                 PIC 9(4).
           05                              PIC X(2) VALUE SPACES.
           05 DOC-NAME-OUT                 PIC X(26).
       01  DOC-ADDR-LINE-1.
           05                              PIC X(10) VALUE SPACES.
           05 DOC-STREET-OUT               PIC X(20).
       01  DOC-ADDR-LINE-2.
           05                              PIC X(10) VALUE SPACES.
           05 DOC-CITY-OUT                 PIC X(12).
           05                              PIC X(1) VALUE SPACES.
           05 DOC-STATE-OUT                PIC X(2).
           05                              PIC X(1) VALUE SPACES.
           05 DOC-ZIP-OUT                  PIC X(5).
       01  DOC-SLS-LINE.
           05                              PIC X(13) VALUE
               'SALESPERSON: '.
           05 DOC-SLS-NO-OUT               PIC 9(4).
           05                              PIC X(1) VALUE SPACES.
           05 DOC-SLS-NAME-OUT             PIC X(20).
       01  DOC-STORE-LINE.
           05                              PIC X(13) VALUE
               'STORE:       '.
           05 DOC-STORE-NO-OUT             PIC 9(1).
           05                              PIC X(1) VALUE SPACES.
           05 DOC-STORE-NAME-OUT           PIC X(20).
           05                              PIC X(1) VALUE SPACES.
           05 DOC-STORE-LOC-OUT            PIC X(15).
       01  DOC-TERMS-LINE.
           05                              PIC X(11) VALUE
               'TERMS: NET '.
           05 DOC-TERMS-OUT                PIC ZZ9.
           05                              PIC X(13) VALUE
               '  DUE DATE: '.
           05 DOC-DUE-OUT                  PIC 9(8).
       01  DOC-AMOUNT-LINE.
           05                              PIC X(10) VALUE SPACES.
           05 DOC-AMT-LABEL-OUT            PIC X(30).
           05 DOC-AMT-OUT                  PIC $$,$$$,$$9.99.
       01  DOC-MEMO-LINE.
           05                              PIC X(10) VALUE SPACES.
           05 DOC-MEMO-LABEL-OUT           PIC X(22).
           05 DOC-MEMO-REF-OUT             PIC 9(6).
           05 DOC-MEMO-REF-BLANK REDEFINES DOC-MEMO-REF-OUT
                                           PIC X(6).
           05                              PIC X(2) VALUE SPACES.
           05 DOC-MEMO-AMT-OUT             PIC $$,$$$,$$9.99.
       01  HEADING1.
           05                              PIC X(28) VALUE
               'INVOICE REGISTER   RUN DATE '.
           05 HDG-DATE-OUT                 PIC 9(8).
       01  HEADING2.
           05                              PIC X(40) VALUE
               'TYPE    DOC NO  CUST  DATE       MERCHAN'.
           05                              PIC X(33) VALUE
               'DISE         TAX        TOTAL'.
       01  DETAIL-LINE.
           05 DTL-TYPE-OUT                 PIC X(6).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-DOC-NO-OUT               PIC 9(6).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-CUST-OUT                 PIC 9(4).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-DATE-OUT                 PIC 9(8).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-GOODS-OUT                PIC $ZZZ,ZZ9.99.
           05                              PIC X(2) VALUE SPACES.
           05 DTL-TAX-OUT                  PIC $ZZ,ZZ9.99.
           05                              PIC X(2) VALUE SPACES.
           05 DTL-TOTAL-OUT                PIC $ZZZ,ZZ9.99.
       01  BAD-TYPE-LINE.
           05                              PIC X(30) VALUE
               'UNKNOWN DOCUMENT TYPE - SKIP: '.
           05 BAD-TYPE-OUT                 PIC X(1).
           05                              PIC X(7) VALUE
               '  DOC: '.
           05 BAD-DOC-NO-OUT               PIC 9(6).
           05                              PIC X(8) VALUE
               '  CUST: '.
           05 BAD-CUST-OUT                 PIC 9(4).
       01  SUMMARY-LINE-1.
           05                              PIC X(22) VALUE
               'INVOICES PRINTED:     '.
           05 SUM-INV-OUT                  PIC ZZ,ZZ9.
           05                              PIC X(12) VALUE
               '  DOLLARS: $'.
           05 SUM-INV-GOODS-OUT            PIC ZZZ,ZZZ,ZZ9.99.
       01  SUMMARY-LINE-2.
           05                              PIC X(22) VALUE
               'INVOICE SALES TAX:   $'.
           05 SUM-INV-TAX-OUT              PIC ZZZ,ZZZ,ZZ9.99.
           05                              PIC X(10) VALUE
               '  TOTAL: $'.
           05 SUM-INV-TOTAL-OUT            PIC ZZZ,ZZZ,ZZ9.99.
       01  SUMMARY-LINE-3.
           05                              PIC X(22) VALUE
               'CREDIT MEMOS PRINTED: '.
           05 SUM-MEMO-OUT                 PIC ZZ,ZZ9.
           05                              PIC X(12) VALUE
               '  APPLIED: $'.
           05 SUM-APPLIED-OUT              PIC ZZZ,ZZZ,ZZ9.99.
           05                              PIC X(14) VALUE
               '  UNAPPLIED: $'.
           05 SUM-CARRIED-OUT              PIC ZZZ,ZZZ,ZZ9.99.
       01  SUMMARY-LINE-4.
           05                              PIC X(22) VALUE
               'MEMO MERCHANDISE:    $'.
           05 SUM-MEMO-GOODS-OUT           PIC ZZZ,ZZZ,ZZ9.99.
           05                              PIC X(13) VALUE
               '  TAX CRED: $'.
           05 SUM-MEMO-TAX-OUT             PIC ZZZ,ZZZ,ZZ9.99.
       01  SUMMARY-LINE-5.
           05                              PIC X(22) VALUE
               'PRIOR CREDITS SWEPT: $'.
           05 SUM-SWEPT-OUT                PIC ZZZ,ZZZ,ZZ9.99.
       01  SUMMARY-LINE-6.
           05                              PIC X(22) VALUE
               'UNKNOWN TYPES SKIPPED:'.
           05 SUM-BAD-OUT                  PIC ZZ,ZZ9.
       01  INVOICE-DOCS-DD                 PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-AR-Docs.txt'.
       01  REMIT-TO-DD                     PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-AR-RemitTo.txt'.
       01  CUST-MASTER-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-CUST-Master.dat'.
       01  SLS-MASTER-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-SLS-Master.dat'.
       01  STORE-MASTER-DD                 PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-STORE-Master.dat'.
       01  DOCUMENT-FILE-DD                PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-AR-Invoices.txt'.
       01  INVOICE-REGISTER-DD             PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-AR-InvReg.txt'.
       01  RUN-CONTROL-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-Ctl.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-GET-FILE-NAMES
           PERFORM 015-GET-BUSINESS-DATE
           PERFORM 020-READ-REMIT-TO
           OPEN INPUT INVOICE-DOCS
           IF DOCS-STATUS NOT = '00'
               DISPLAY 'NO DOCUMENT REQUEST FILE THIS RUN - NOTHING '
                   'TO PRINT'
               MOVE 'NO' TO MORE-DOCS
           END-IF
           OPEN INPUT CUST-MASTER
           IF CUST-MASTER-STATUS NOT = '00'
               DISPLAY 'CUSTOMER MASTER WOULD NOT OPEN - STATUS '
                   CUST-MASTER-STATUS ' - DOCUMENTS PRINT UNADDRESSED'
           END-IF
           OPEN INPUT SLS-MASTER
           IF SLS-MASTER-STATUS NOT = '00'
               DISPLAY 'SALESPERSON MASTER WOULD NOT OPEN - STATUS '
                   SLS-MASTER-STATUS ' - NAMES LEFT BLANK'
           END-IF
           OPEN INPUT STORE-MASTER
           IF STORE-MASTER-STATUS NOT = '00'
               DISPLAY 'STORE MASTER WOULD NOT OPEN - STATUS '
                   STORE-MASTER-STATUS ' - NAMES LEFT BLANK'
           END-IF
           OPEN OUTPUT DOCUMENT-FILE
               OUTPUT INVOICE-REGISTER
           MOVE RUN-DATE TO HDG-DATE-OUT
           WRITE REGISTER-REC FROM HEADING1
           WRITE REGISTER-REC FROM HEADING2
           PERFORM UNTIL MORE-DOCS = 'NO'
               READ INVOICE-DOCS
                   AT END
                       MOVE 'NO' TO MORE-DOCS
                   NOT AT END
                       PERFORM 200-PRINT-REQUEST
               END-READ
           END-PERFORM
           PERFORM 490-CLOSE-MEMO
           MOVE INVOICE-COUNT TO SUM-INV-OUT
           MOVE INVOICE-GOODS TO SUM-INV-GOODS-OUT
           WRITE REGISTER-REC FROM SUMMARY-LINE-1
               AFTER ADVANCING 2 LINES
           MOVE INVOICE-TAX TO SUM-INV-TAX-OUT
           MOVE INVOICE-TOTAL TO SUM-INV-TOTAL-OUT
           WRITE REGISTER-REC FROM SUMMARY-LINE-2
           MOVE MEMO-COUNT TO SUM-MEMO-OUT
           MOVE MEMO-APPLIED TO SUM-APPLIED-OUT
           MOVE MEMO-CARRIED TO SUM-CARRIED-OUT
           WRITE REGISTER-REC FROM SUMMARY-LINE-3
           MOVE MEMO-GOODS TO SUM-MEMO-GOODS-OUT
           MOVE MEMO-TAX TO SUM-MEMO-TAX-OUT
           WRITE REGISTER-REC FROM SUMMARY-LINE-4
           MOVE MEMO-SWEPT TO SUM-SWEPT-OUT
           WRITE REGISTER-REC FROM SUMMARY-LINE-5
           IF BAD-TYPE-COUNT > 0
               MOVE BAD-TYPE-COUNT TO SUM-BAD-OUT
               WRITE REGISTER-REC FROM SUMMARY-LINE-6
               MOVE 4 TO RETURN-CODE
           END-IF
           IF DOCS-STATUS = '00'
               CLOSE INVOICE-DOCS
           END-IF
           CLOSE CUST-MASTER
                 SLS-MASTER
                 STORE-MASTER
                 DOCUMENT-FILE
                 INVOICE-REGISTER
           DISPLAY 'INVOICES PRINTED: ' INVOICE-COUNT
               '  CREDIT MEMOS PRINTED: ' MEMO-COUNT
           STOP RUN.
       010-GET-FILE-NAMES.
           ACCEPT INVOICE-DOCS-DD FROM ENVIRONMENT "ARDOCS"
           ACCEPT REMIT-TO-DD FROM ENVIRONMENT "ARREMITTO"
           ACCEPT CUST-MASTER-DD FROM ENVIRONMENT "CUSTMASTER"
           ACCEPT SLS-MASTER-DD FROM ENVIRONMENT "SLSMASTER"
           ACCEPT STORE-MASTER-DD FROM ENVIRONMENT "STOREMASTER"
           ACCEPT DOCUMENT-FILE-DD FROM ENVIRONMENT "ARINVOICES"
           ACCEPT INVOICE-REGISTER-DD FROM ENVIRONMENT "ARINVREG"
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
       020-READ-REMIT-TO.
      *>      THE DOCUMENTS GO TO CUSTOMERS - NO REMIT-TO, NO RUN
           OPEN INPUT REMIT-TO-FILE
           IF REMIT-TO-STATUS NOT = '00'
               DISPLAY 'NO REMIT-TO FILE - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ REMIT-TO-FILE
               AT END
                   DISPLAY 'REMIT-TO FILE IS EMPTY - RUN STOPPED'
                   CLOSE REMIT-TO-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE REMIT-TO-FILE
      *>      THE SHOP'S TERMS ARE NET 30 UNLESS THE FILE SAYS OTHERWISE
           IF RMT-TERMS-DAYS IS NUMERIC AND RMT-TERMS-DAYS > 0
               MOVE RMT-TERMS-DAYS TO TERMS-DAYS
           ELSE
               MOVE 30 TO TERMS-DAYS
           END-IF.
       200-PRINT-REQUEST.
           EVALUATE DOC-TYPE
               WHEN 'I'
                   PERFORM 490-CLOSE-MEMO
                   PERFORM 300-PRINT-INVOICE
               WHEN 'M'
                   PERFORM 490-CLOSE-MEMO
                   PERFORM 400-PRINT-MEMO-HEADER
               WHEN 'A'
               WHEN 'S'
               WHEN 'U'
                   IF MEMO-OPEN = 'YES'
                       PERFORM 450-PRINT-MEMO-LINE
                   ELSE
                       PERFORM 280-LIST-BAD-TYPE
                   END-IF
               WHEN OTHER
                   PERFORM 280-LIST-BAD-TYPE
           END-EVALUATE.
       250-PRINT-DOC-HEAD.
      *>      REMIT-TO BLOCK, DOCUMENT LINE, BILL-TO BLOCK AND THE
      *>      SALESPERSON AND STORE - COMMON TO INVOICES AND MEMOS
           WRITE DOCUMENT-REC FROM DOC-RULE-LINE
           MOVE RMT-NAME TO DOC-REMIT-OUT
           WRITE DOCUMENT-REC FROM DOC-REMIT-LINE
           MOVE RMT-STREET TO DOC-REMIT-OUT
           WRITE DOCUMENT-REC FROM DOC-REMIT-LINE
           MOVE RMT-CITY-LINE TO DOC-REMIT-OUT
           WRITE DOCUMENT-REC FROM DOC-REMIT-LINE
           MOVE SPACES TO DOCUMENT-REC
           WRITE DOCUMENT-REC
           MOVE DOC-NO TO DOC-NO-OUT
           MOVE DOC-DATE TO DOC-DATE-OUT
           WRITE DOCUMENT-REC FROM DOC-HEAD-LINE
           MOVE DOC-CUST-NO TO DOC-CUST-OUT
           PERFORM 350-LOOKUP-CUSTOMER
           WRITE DOCUMENT-REC FROM DOC-CUST-LINE
           IF ADDRESS-ON-FILE = 'YES'
               WRITE DOCUMENT-REC FROM DOC-ADDR-LINE-1
               WRITE DOCUMENT-REC FROM DOC-ADDR-LINE-2
           END-IF
           MOVE DOC-SLS-NO TO DOC-SLS-NO-OUT
           PERFORM 360-LOOKUP-SALESPERSON
           WRITE DOCUMENT-REC FROM DOC-SLS-LINE
           MOVE DOC-STORE-NO TO DOC-STORE-NO-OUT
           PERFORM 370-LOOKUP-STORE
           WRITE DOCUMENT-REC FROM DOC-STORE-LINE.
       260-PRINT-DOC-AMOUNTS.
           MOVE 'MERCHANDISE' TO DOC-AMT-LABEL-OUT
           MOVE DOC-GOODS-AMT TO DOC-AMT-OUT
           WRITE DOCUMENT-REC FROM DOC-AMOUNT-LINE
           MOVE 'SALES TAX' TO DOC-AMT-LABEL-OUT
           MOVE DOC-TAX-AMT TO DOC-AMT-OUT
           WRITE DOCUMENT-REC FROM DOC-AMOUNT-LINE.
       270-WRITE-REGISTER-LINE.
           MOVE DOC-NO TO DTL-DOC-NO-OUT
           MOVE DOC-CUST-NO TO DTL-CUST-OUT
           MOVE DOC-DATE TO DTL-DATE-OUT
           MOVE DOC-GOODS-AMT TO DTL-GOODS-OUT
           MOVE DOC-TAX-AMT TO DTL-TAX-OUT
           MOVE DOC-TOTAL-AMT TO DTL-TOTAL-OUT
           WRITE REGISTER-REC FROM DETAIL-LINE.
       280-LIST-BAD-TYPE.
           ADD 1 TO BAD-TYPE-COUNT
           MOVE DOC-TYPE TO BAD-TYPE-OUT
           MOVE DOC-NO TO BAD-DOC-NO-OUT
           MOVE DOC-CUST-NO TO BAD-CUST-OUT
           WRITE REGISTER-REC FROM BAD-TYPE-LINE.
       300-PRINT-INVOICE.
           ADD 1 TO INVOICE-COUNT
           ADD DOC-GOODS-AMT TO INVOICE-GOODS
           ADD DOC-TAX-AMT TO INVOICE-TAX
           ADD DOC-TOTAL-AMT TO INVOICE-TOTAL
           MOVE 'INVOICE' TO DOC-TITLE-OUT
           PERFORM 250-PRINT-DOC-HEAD
           COMPUTE DUE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(DOC-DATE) + TERMS-DAYS)
           MOVE TERMS-DAYS TO DOC-TERMS-OUT
           MOVE DUE-DATE TO DOC-DUE-OUT
           WRITE DOCUMENT-REC FROM DOC-TERMS-LINE
           PERFORM 260-PRINT-DOC-AMOUNTS
           MOVE 'TOTAL DUE' TO DOC-AMT-LABEL-OUT
           MOVE DOC-TOTAL-AMT TO DOC-AMT-OUT
           WRITE DOCUMENT-REC FROM DOC-AMOUNT-LINE
           WRITE DOCUMENT-REC FROM DOC-RULE-LINE
           MOVE 'INV' TO DTL-TYPE-OUT
           PERFORM 270-WRITE-REGISTER-LINE.
       350-LOOKUP-CUSTOMER.
           MOVE SPACES TO DOC-NAME-OUT
           MOVE 'NO' TO ADDRESS-ON-FILE
           IF CUST-MASTER-STATUS = '00'
               MOVE DOC-CUST-NO TO CUST-MST-NO
               READ CUST-MASTER
                   INVALID KEY
                       MOVE 'NOT ON CUSTOMER MASTER'
                           TO DOC-NAME-OUT
                   NOT INVALID KEY
                       MOVE CUST-MST-NAME TO DOC-NAME-OUT
                       IF CUST-MST-STREET NOT = SPACES
                           AND CUST-MST-ZIP NOT = SPACES
                           MOVE 'YES' TO ADDRESS-ON-FILE
                           MOVE CUST-MST-STREET TO DOC-STREET-OUT
                           MOVE CUST-MST-CITY TO DOC-CITY-OUT
                           MOVE CUST-MST-STATE TO DOC-STATE-OUT
                           MOVE CUST-MST-ZIP TO DOC-ZIP-OUT
                       END-IF
               END-READ
           END-IF.
       360-LOOKUP-SALESPERSON.
           MOVE SPACES TO DOC-SLS-NAME-OUT
           IF SLS-MASTER-STATUS = '00'
               MOVE DOC-SLS-NO TO SLS-MST-NO
               READ SLS-MASTER
                   INVALID KEY
                       MOVE 'NOT ON FILE' TO DOC-SLS-NAME-OUT
                   NOT INVALID KEY
                       MOVE SLS-MST-NAME TO DOC-SLS-NAME-OUT
               END-READ
           END-IF.
       370-LOOKUP-STORE.
           MOVE SPACES TO DOC-STORE-NAME-OUT
           MOVE SPACES TO DOC-STORE-LOC-OUT
           IF STORE-MASTER-STATUS = '00'
               MOVE DOC-STORE-NO TO STORE-MST-NO
               READ STORE-MASTER
                   INVALID KEY
                       MOVE 'NOT ON FILE' TO DOC-STORE-NAME-OUT
                   NOT INVALID KEY
                       MOVE STORE-MST-NAME TO DOC-STORE-NAME-OUT
                       MOVE STORE-MST-LOCATION TO DOC-STORE-LOC-OUT
               END-READ
           END-IF.
       400-PRINT-MEMO-HEADER.
      *>      THE APPLIED, SWEPT AND CARRIED LINES FOLLOW THE HEADER
      *>      ON THE REQUEST FILE; THE MEMO CLOSES AT THE NEXT HEADER
           ADD 1 TO MEMO-COUNT
           ADD DOC-GOODS-AMT TO MEMO-GOODS
           ADD DOC-TAX-AMT TO MEMO-TAX
           MOVE 'CREDIT MEMO' TO DOC-TITLE-OUT
           PERFORM 250-PRINT-DOC-HEAD
           PERFORM 260-PRINT-DOC-AMOUNTS
           MOVE 'TOTAL CREDIT' TO DOC-AMT-LABEL-OUT
           MOVE DOC-TOTAL-AMT TO DOC-AMT-OUT
           WRITE DOCUMENT-REC FROM DOC-AMOUNT-LINE
           MOVE SPACES TO DOCUMENT-REC
           WRITE DOCUMENT-REC
           MOVE 'MEMO' TO DTL-TYPE-OUT
           PERFORM 270-WRITE-REGISTER-LINE
           MOVE 'YES' TO MEMO-OPEN.
       450-PRINT-MEMO-LINE.
           MOVE DOC-REF-NO TO DOC-MEMO-REF-OUT
           MOVE DOC-REF-AMT TO DOC-MEMO-AMT-OUT
           EVALUATE DOC-TYPE
               WHEN 'A'
                   ADD DOC-REF-AMT TO MEMO-APPLIED
                   MOVE 'APPLIED TO INVOICE' TO DOC-MEMO-LABEL-OUT
               WHEN 'S'
                   ADD DOC-REF-AMT TO MEMO-SWEPT
                   MOVE 'PLUS PRIOR CREDIT' TO DOC-MEMO-LABEL-OUT
               WHEN 'U'
                   ADD DOC-REF-AMT TO MEMO-CARRIED
                   MOVE 'CREDIT ON ACCOUNT' TO DOC-MEMO-LABEL-OUT
                   MOVE SPACES TO DOC-MEMO-REF-BLANK
           END-EVALUATE
           WRITE DOCUMENT-REC FROM DOC-MEMO-LINE.
       490-CLOSE-MEMO.
           IF MEMO-OPEN = 'YES'
               WRITE DOCUMENT-REC FROM DOC-RULE-LINE
               MOVE 'NO' TO MEMO-OPEN
           END-IF.
