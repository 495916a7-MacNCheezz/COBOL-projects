      *             record layout always promised - they were being
      *             skipped by the open-invoice filter and
      *             accumulating forever
      *   10/15/26 - new items carry zero in the written-off amount
      *             and date the record layout gained for AR-WRITEOFF
      *   10/15/26 - sales tax: each sale, return and credit is taxed
      *             at the rate table's state and local rates for the
      *             jurisdiction it is delivered in - the customer's
      *             ship-to state when the master has one, otherwise
      *             the store's state and city - as of the sale date;
      *             exempt customers are not taxed. The tax is added
      *             to the open item (and to the credit applied for a
      *             return) and every item is appended to the tax
      *             detail file SALES-TAX-RETURN files the monthly
      *             return from. A sale with no rate for its
      *             jurisdiction posts untaxed and ends the run RC 4
      *   10/15/26 - writes a document request for every item posted
      *             for INVOICE-PRINT: an invoice per new open item,
      *             and a credit memo per return or credit with the
      *             invoices it was applied to. Each credit memo now
      *             takes the next number from the invoice sequence,
      *             and a remainder carried as unapplied credit is
      *             kept under the memo's number instead of taking
      *             a number of its own
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-POST.
           SELECT POST-REGISTER
           ASSIGN TO POST-REGISTER-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUST-MASTER
           ASSIGN TO CUST-MASTER-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-MST-NO
               FILE STATUS IS CUST-MASTER-STATUS.
           SELECT STORE-MASTER
           ASSIGN TO STORE-MASTER-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STORE-MST-NO
               FILE STATUS IS STORE-MASTER-STATUS.
           SELECT TAX-RATE-FILE
           ASSIGN TO TAX-RATE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAX-RATE-STATUS.
           SELECT INVOICE-DOCS
           ASSIGN TO INVOICE-DOCS-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAX-DETAIL
           ASSIGN TO TAX-DETAIL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAX-DETAIL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CLEAN-IN.
           05 NEXT-INVOICE-NO-IN           PIC 9(6).
       FD  POST-REGISTER.
       01  REGISTER-REC                    PIC X(80).
       FD  CUST-MASTER.
       01  CUST-MASTER-REC.
           COPY OLIV-CUST-Master.
       FD  STORE-MASTER.
       01  STORE-MASTER-REC.
           COPY OLIV-STORE-Master.
       FD  TAX-RATE-FILE.
       01  TAX-RATE-REC.
           COPY OLIV-TAX-Rate.
       FD  INVOICE-DOCS.
       01  INVOICE-DOC-REC.
           COPY OLIV-AR-Doc.
       FD  TAX-DETAIL.
       01  TAX-DETAIL-REC.
           COPY OLIV-TAX-Detail.
       WORKING-STORAGE SECTION.
       01  MORE-CLEAN                      PIC XXX VALUE 'YES'.
       01  MORE-ITEMS                      PIC XXX.
       01  UNAPPLIED-WRITTEN               PIC 9(9)V99 VALUE 0.
       01  CREDIT-REMAINING                PIC 9(7)V99.
       01  APPLY-AMOUNT                    PIC 9(7)V99.
       01  MEMO-NO                         PIC 9(6).
       01  TRANS-DATE-NUM                  PIC 9(8).
       01  CUST-MASTER-STATUS              PIC XX.
       01  STORE-MASTER-STATUS             PIC XX.
       01  TAX-RATE-STATUS                 PIC XX.
       01  TAX-DETAIL-STATUS               PIC XX.
       01  MORE-RATES                      PIC XXX VALUE 'YES'.
       01  RATE-COUNT                      PIC 9(3) VALUE 0.
       01  RATE-IDX                        PIC 9(3).
       01  RATE-FOUND-IDX                  PIC 9(3).
       01  RATE-STATE-KEY                  PIC X(2).
       01  RATE-LOCAL-KEY                  PIC X(15).
       01  TAX-RATE-TABLE.
           05 RATE-ENTRY OCCURS 500 TIMES.
               10 RTE-STATE                PIC X(2).
               10 RTE-LOCAL                PIC X(15).
               10 RTE-EFF-DATE             PIC 9(8).
               10 RTE-RATE                 PIC 9V9(5).
      *>      THE JURISDICTION AND TAX FOR THE TRANSACTION IN HAND
       01  TAX-STATE                       PIC X(2).
       01  TAX-LOCAL                       PIC X(15).
       01  TAX-EXEMPT                      PIC X(1).
       01  TAX-EXEMPT-CERT                 PIC X(15).
       01  TAX-RESOLVED                    PIC XXX.
       01  STATE-TAX                       PIC 9(7)V99.
       01  LOCAL-TAX                       PIC 9(7)V99.
       01  TAX-AMOUNT                      PIC 9(7)V99.
       01  TAX-BILLED                      PIC 9(9)V99 VALUE 0.
       01  TAX-CREDITED                    PIC 9(9)V99 VALUE 0.
       01  UNTAXED-COUNT                   PIC 9(7) VALUE 0.
       01  HEADING1.
           05                              PIC X(34) VALUE
               'AR OPEN-ITEM POSTING REGISTER'.
           05                              PIC X(2) VALUE SPACES.
           05 DTL-AMOUNT-OUT               PIC $ZZZ,ZZ9.99.
           05                              PIC X(2) VALUE SPACES.
           05 DTL-TAX-OUT                  PIC $ZZ,ZZ9.99.
           05 DTL-TAX-BLANK REDEFINES DTL-TAX-OUT
                                           PIC X(10).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-NOTE-OUT                 PIC X(30).
       01  SUMMARY-LINE-1.
           05                              PIC X(22) VALUE
           05                              PIC X(14) VALUE
               '  UNAPPLIED: $'.
           05 SUM-UNAPPLIED-OUT            PIC ZZZ,ZZZ,ZZ9.99.
       01  SUMMARY-LINE-3.
           05                              PIC X(22) VALUE
               'SALES TAX BILLED:    $'.
           05 SUM-TAX-BILLED-OUT           PIC ZZZ,ZZZ,ZZ9.99.
           05                              PIC X(13) VALUE
               '  CREDITED: $'.
           05 SUM-TAX-CREDITED-OUT         PIC ZZZ,ZZZ,ZZ9.99.
       01  SUMMARY-LINE-4.
           05                              PIC X(34) VALUE
               'POSTED UNTAXED - NO TAX RATE:     '.
           05 SUM-UNTAXED-OUT              PIC ZZ,ZZ9.
       01  CLEAN-IN-DD                     PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #10\OLIV-HW10-Clean2.txt'.
       01  AR-OPEN-DD                      PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-AR-NextInv.txt'.
       01  POST-REGISTER-DD                PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-AR-PostReg.txt'.
       01  CUST-MASTER-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-CUST-Master.dat'.
       01  STORE-MASTER-DD                 PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-STORE-Master.dat'.
       01  TAX-RATE-DD                     PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-TAX-Rate.txt'.
       01  INVOICE-DOCS-DD                 PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-AR-Docs.txt'.
       01  TAX-DETAIL-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-TAX-Detail.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-GET-FILE-NAMES
           PERFORM 050-READ-NEXT-NUMBER
           PERFORM 060-LOAD-TAX-RATES
           PERFORM 070-OPEN-TAX-MASTERS
           OPEN I-O AR-OPEN-FILE
           IF AR-STATUS-CODE = '35'
               OPEN OUTPUT AR-OPEN-FILE
           END-IF
           OPEN INPUT CLEAN-IN
           OPEN OUTPUT POST-REGISTER
           OPEN OUTPUT INVOICE-DOCS
           OPEN EXTEND TAX-DETAIL
           IF TAX-DETAIL-STATUS NOT = '00'
               AND TAX-DETAIL-STATUS NOT = '05'
               OPEN OUTPUT TAX-DETAIL
           END-IF
           WRITE REGISTER-REC FROM HEADING1
           IF CLEAN-STATUS NOT = '00'
               DISPLAY 'NO CLEAN SALES FILE THIS RUN - NOTHING '
           WRITE REGISTER-REC FROM SUMMARY-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE REGISTER-REC FROM SUMMARY-LINE-2
           MOVE TAX-BILLED TO SUM-TAX-BILLED-OUT
           MOVE TAX-CREDITED TO SUM-TAX-CREDITED-OUT
           WRITE REGISTER-REC FROM SUMMARY-LINE-3
           IF UNTAXED-COUNT > 0
               MOVE UNTAXED-COUNT TO SUM-UNTAXED-OUT
               WRITE REGISTER-REC FROM SUMMARY-LINE-4
               DISPLAY 'ITEMS POSTED UNTAXED - NO TAX RATE FOR THEIR '
                   'JURISDICTION: ' UNTAXED-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 600-REWRITE-NEXT-NUMBER
           IF CLEAN-STATUS = '00' OR CLEAN-STATUS = '10'
               CLOSE CLEAN-IN
           END-IF
           CLOSE AR-OPEN-FILE
                 POST-REGISTER
                 CUST-MASTER
                 STORE-MASTER
                 INVOICE-DOCS
                 TAX-DETAIL
           STOP RUN.
       010-GET-FILE-NAMES.
           ACCEPT CLEAN-IN-DD FROM ENVIRONMENT "CUSTCLEAN"
           ACCEPT AR-OPEN-DD FROM ENVIRONMENT "AROPEN"
           ACCEPT INVOICE-NUMBER-DD FROM ENVIRONMENT "ARNEXTINV"
           ACCEPT POST-REGISTER-DD FROM ENVIRONMENT "ARPOSTREG"
           ACCEPT CUST-MASTER-DD FROM ENVIRONMENT "CUSTMASTER"
           ACCEPT STORE-MASTER-DD FROM ENVIRONMENT "STOREMASTER"
           ACCEPT TAX-RATE-DD FROM ENVIRONMENT "TAXRATE"
           ACCEPT TAX-DETAIL-DD FROM ENVIRONMENT "TAXDETAIL"
           ACCEPT INVOICE-DOCS-DD FROM ENVIRONMENT "ARDOCS".
       050-READ-NEXT-NUMBER.
           OPEN INPUT INVOICE-NUMBER-FILE
           IF NUMBER-STATUS NOT = '00'
           READ INVOICE-NUMBER-FILE
           MOVE NEXT-INVOICE-NO-IN TO NEXT-INVOICE-NO
           CLOSE INVOICE-NUMBER-FILE.
       060-LOAD-TAX-RATES.
      *>      NO RATE TABLE, NO RUN - ITEMS POSTED WITHOUT THEIR TAX
      *>      CANNOT BE BILLED FOR IT AFTERWARDS
           OPEN INPUT TAX-RATE-FILE
           IF TAX-RATE-STATUS NOT = '00'
               DISPLAY 'SALES TAX RATE TABLE MISSING OR UNREADABLE - '
                   'RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL MORE-RATES = 'NO'
               READ TAX-RATE-FILE
                   AT END
                       MOVE 'NO' TO MORE-RATES
                   NOT AT END
                       IF RATE-COUNT < 500
                           ADD 1 TO RATE-COUNT
                           MOVE TXR-STATE TO RTE-STATE(RATE-COUNT)
                           MOVE TXR-LOCAL TO RTE-LOCAL(RATE-COUNT)
                           MOVE TXR-EFF-DATE
                               TO RTE-EFF-DATE(RATE-COUNT)
                           MOVE TXR-RATE TO RTE-RATE(RATE-COUNT)
                       ELSE
                           DISPLAY 'SALES TAX RATE TABLE PAST 500 '
                               'ROWS - RUN STOPPED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAX-RATE-FILE.
       070-OPEN-TAX-MASTERS.
           OPEN INPUT CUST-MASTER
           IF CUST-MASTER-STATUS NOT = '00'
               DISPLAY 'CUSTOMER MASTER WOULD NOT OPEN - STATUS '
                   CUST-MASTER-STATUS ' - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT STORE-MASTER
           IF STORE-MASTER-STATUS NOT = '00'
               DISPLAY 'STORE MASTER WOULD NOT OPEN - STATUS '
                   STORE-MASTER-STATUS ' - RUN STOPPED'
               CLOSE CUST-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       200-POST-TRANSACTION.
           ADD 1 TO READ-COUNT
           MOVE CLEAN-YEARS-IN TO TRANS-DATE-NUM(1:4)
           MOVE CLEAN-MONTHS-IN TO TRANS-DATE-NUM(5:2)
           MOVE CLEAN-DAYS-IN TO TRANS-DATE-NUM(7:2)
           PERFORM 250-RESOLVE-TAX
           IF CLEAN-TRANS-TYPE = 'R' OR CLEAN-TRANS-TYPE = 'C'
               PERFORM 400-APPLY-CREDIT
           ELSE
               PERFORM 300-OPEN-INVOICE
           END-IF.
       250-RESOLVE-TAX.
      *>      GOODS SHIPPED TO THE CUSTOMER ARE TAXED BY THE SHIP-TO
      *>      STATE; GOODS TAKEN AT THE STORE BY THE STORE'S STATE
      *>      AND CITY
           MOVE SPACES TO TAX-STATE
           MOVE SPACES TO TAX-LOCAL
           MOVE SPACES TO TAX-EXEMPT-CERT
           MOVE 'N' TO TAX-EXEMPT
           MOVE 'YES' TO TAX-RESOLVED
           MOVE 0 TO STATE-TAX
           MOVE 0 TO LOCAL-TAX
           MOVE CLEAN-CUST-NO TO CUST-MST-NO
           READ CUST-MASTER
               INVALID KEY
                   MOVE SPACES TO CUST-MST-SHIP-STATE
                   MOVE 'N' TO CUST-MST-TAX-EXEMPT
           END-READ
           IF CUST-MST-TAX-EXEMPT = 'Y'
               MOVE 'Y' TO TAX-EXEMPT
               MOVE CUST-MST-EXEMPT-CERT TO TAX-EXEMPT-CERT
           END-IF
           IF CUST-MST-SHIP-STATE NOT = SPACES
               MOVE CUST-MST-SHIP-STATE TO TAX-STATE
           ELSE
               MOVE CLEAN-STORE-NO TO STORE-MST-NO
               READ STORE-MASTER
                   NOT INVALID KEY
                       MOVE STORE-MST-STATE TO TAX-STATE
                       MOVE STORE-MST-LOCATION TO TAX-LOCAL
               END-READ
           END-IF
           MOVE TAX-STATE TO RATE-STATE-KEY
           MOVE SPACES TO RATE-LOCAL-KEY
           PERFORM 260-FIND-RATE
           IF TAX-STATE = SPACES OR RATE-FOUND-IDX = 0
               MOVE 'NO' TO TAX-RESOLVED
               MOVE SPACES TO TAX-LOCAL
           ELSE
               IF TAX-EXEMPT = 'N'
                   COMPUTE STATE-TAX ROUNDED =
                       CLEAN-SALES-AMT * RTE-RATE(RATE-FOUND-IDX)
               END-IF
               IF TAX-LOCAL NOT = SPACES
                   MOVE TAX-LOCAL TO RATE-LOCAL-KEY
                   PERFORM 260-FIND-RATE
      *>      A CITY WITH NO ROW OF ITS OWN LEVIES NO LOCAL TAX
                   IF RATE-FOUND-IDX = 0
                       MOVE SPACES TO TAX-LOCAL
                   ELSE
                       IF TAX-EXEMPT = 'N'
                           COMPUTE LOCAL-TAX ROUNDED = CLEAN-SALES-AMT
                               * RTE-RATE(RATE-FOUND-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF
           COMPUTE TAX-AMOUNT = STATE-TAX + LOCAL-TAX
           IF TAX-RESOLVED = 'NO' AND TAX-EXEMPT = 'N'
               ADD 1 TO UNTAXED-COUNT
           END-IF.
       260-FIND-RATE.
      *>      THE LATEST ROW EFFECTIVE ON OR BEFORE THE SALE DATE
           MOVE 0 TO RATE-FOUND-IDX
           PERFORM VARYING RATE-IDX FROM 1 BY 1
               UNTIL RATE-IDX > RATE-COUNT
               IF RTE-STATE(RATE-IDX) = RATE-STATE-KEY
                   AND RTE-LOCAL(RATE-IDX) = RATE-LOCAL-KEY
                   AND RTE-EFF-DATE(RATE-IDX) <= TRANS-DATE-NUM
                   IF RATE-FOUND-IDX = 0
                       MOVE RATE-IDX TO RATE-FOUND-IDX
                   ELSE
                       IF RTE-EFF-DATE(RATE-IDX) >
                           RTE-EFF-DATE(RATE-FOUND-IDX)
                           MOVE RATE-IDX TO RATE-FOUND-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       280-WRITE-TAX-DETAIL.
      *>      RETURNS AND CREDITS GO IN NEGATIVE SO THE RETURN NETS
      *>      THEM OUT OF THE PERIOD THEY ARE POSTED IN
           MOVE TRANS-DATE-NUM TO TXD-DATE
           MOVE CLEAN-CUST-NO TO TXD-CUST-NO
           MOVE CLEAN-TRANS-TYPE TO TXD-TRANS-TYPE
           MOVE TAX-STATE TO TXD-STATE
           MOVE TAX-LOCAL TO TXD-LOCAL
           MOVE TAX-EXEMPT-CERT TO TXD-EXEMPT-CERT
           IF TAX-EXEMPT = 'Y'
               MOVE 0 TO TXD-TAXABLE-AMT
               MOVE CLEAN-SALES-AMT TO TXD-EXEMPT-AMT
           ELSE
               MOVE CLEAN-SALES-AMT TO TXD-TAXABLE-AMT
               MOVE 0 TO TXD-EXEMPT-AMT
           END-IF
           MOVE STATE-TAX TO TXD-STATE-TAX
           MOVE LOCAL-TAX TO TXD-LOCAL-TAX
           IF CLEAN-TRANS-TYPE = 'R' OR CLEAN-TRANS-TYPE = 'C'
               COMPUTE TXD-TAXABLE-AMT = 0 - TXD-TAXABLE-AMT
               COMPUTE TXD-EXEMPT-AMT = 0 - TXD-EXEMPT-AMT
               COMPUTE TXD-STATE-TAX = 0 - TXD-STATE-TAX
               COMPUTE TXD-LOCAL-TAX = 0 - TXD-LOCAL-TAX
           END-IF
           WRITE TAX-DETAIL-REC.
       290-WRITE-DOC-HEADER.
           MOVE CLEAN-CUST-NO TO DOC-CUST-NO
           MOVE TRANS-DATE-NUM TO DOC-DATE
           MOVE CLEAN-SALESPERSON-NO TO DOC-SLS-NO
           MOVE CLEAN-STORE-NO TO DOC-STORE-NO
           MOVE CLEAN-SALES-AMT TO DOC-GOODS-AMT
           MOVE TAX-AMOUNT TO DOC-TAX-AMT
           COMPUTE DOC-TOTAL-AMT = CLEAN-SALES-AMT + TAX-AMOUNT
           MOVE 0 TO DOC-REF-NO
           MOVE 0 TO DOC-REF-AMT
           WRITE INVOICE-DOC-REC.
       295-WRITE-MEMO-LINE.
      *>      DOC-TYPE, DOC-REF-NO AND DOC-REF-AMT ARE SET BY THE
      *>      CALLER; THE REST CARRIES OVER FROM THE MEMO HEADER
           WRITE INVOICE-DOC-REC.
       300-OPEN-INVOICE.
           ADD 1 TO INVOICE-COUNT
           ADD CLEAN-SALES-AMT TO SALES-POSTED
           ADD TAX-AMOUNT TO TAX-BILLED
           MOVE CLEAN-CUST-NO TO AR-CUST-NO
           MOVE NEXT-INVOICE-NO TO AR-INVOICE-NO
           MOVE TRANS-DATE-NUM TO AR-INVOICE-DATE
           MOVE CLEAN-TERRITORY-NO TO AR-TERRITORY
           COMPUTE AR-ORIG-AMT = CLEAN-SALES-AMT + TAX-AMOUNT
           MOVE AR-ORIG-AMT TO AR-OPEN-AMT
           MOVE 'O' TO AR-STATUS
           MOVE 0 TO AR-WOFF-AMT
           MOVE 0 TO AR-WOFF-DATE
           MOVE TAX-AMOUNT TO AR-TAX-AMT
           WRITE AR-OPEN-REC
           MOVE NEXT-INVOICE-NO TO TXD-INVOICE-NO
           PERFORM 280-WRITE-TAX-DETAIL
           MOVE 'I' TO DOC-TYPE
           MOVE NEXT-INVOICE-NO TO DOC-NO
           PERFORM 290-WRITE-DOC-HEADER
           MOVE CLEAN-CUST-NO TO DTL-CUST-OUT
           MOVE NEXT-INVOICE-NO TO DTL-INVOICE-OUT
           MOVE AR-ORIG-AMT TO DTL-AMOUNT-OUT
           MOVE TAX-AMOUNT TO DTL-TAX-OUT
           EVALUATE TRUE
               WHEN TAX-EXEMPT = 'Y'
                   MOVE 'INVOICE OPENED - TAX EXEMPT' TO DTL-NOTE-OUT
               WHEN TAX-RESOLVED = 'NO'
                   MOVE 'INVOICE OPENED - NO TAX RATE' TO DTL-NOTE-OUT
               WHEN OTHER
                   MOVE 'INVOICE OPENED' TO DTL-NOTE-OUT
           END-EVALUATE
           WRITE REGISTER-REC FROM DETAIL-LINE
           ADD 1 TO NEXT-INVOICE-NO.
       400-APPLY-CREDIT.
      *>      RETURNS AND CREDITS RELIEVE THE CUSTOMER'S OPEN ITEMS
      *>      OLDEST (LOWEST INVOICE NUMBER) FIRST
           ADD 1 TO CREDIT-COUNT
      *>      THE CUSTOMER IS CREDITED THE TAX CHARGED ON WHAT CAME
      *>      BACK AS WELL AS THE GOODS
           ADD TAX-AMOUNT TO TAX-CREDITED
           COMPUTE CREDIT-REMAINING = CLEAN-SALES-AMT + TAX-AMOUNT
           MOVE NEXT-INVOICE-NO TO MEMO-NO
           ADD 1 TO NEXT-INVOICE-NO
           MOVE MEMO-NO TO TXD-INVOICE-NO
           PERFORM 280-WRITE-TAX-DETAIL
           MOVE 'M' TO DOC-TYPE
           MOVE MEMO-NO TO DOC-NO
           PERFORM 290-WRITE-DOC-HEADER
           MOVE CLEAN-CUST-NO TO DTL-CUST-OUT
           MOVE MEMO-NO TO DTL-INVOICE-OUT
           MOVE CREDIT-REMAINING TO DTL-AMOUNT-OUT
           MOVE TAX-AMOUNT TO DTL-TAX-OUT
           MOVE 'CREDIT MEMO ISSUED' TO DTL-NOTE-OUT
           WRITE REGISTER-REC FROM DETAIL-LINE
           MOVE CLEAN-CUST-NO TO AR-CUST-NO
           MOVE 0 TO AR-INVOICE-NO
           MOVE 'YES' TO MORE-ITEMS
           MOVE AR-CUST-NO TO DTL-CUST-OUT
           MOVE AR-INVOICE-NO TO DTL-INVOICE-OUT
           MOVE APPLY-AMOUNT TO DTL-AMOUNT-OUT
           MOVE SPACES TO DTL-TAX-BLANK
           MOVE 'CREDIT APPLIED' TO DTL-NOTE-OUT
           WRITE REGISTER-REC FROM DETAIL-LINE
           MOVE 'A' TO DOC-TYPE
           MOVE AR-INVOICE-NO TO DOC-REF-NO
           MOVE APPLY-AMOUNT TO DOC-REF-AMT
           PERFORM 295-WRITE-MEMO-LINE.
       460-SWEEP-ONE-CREDIT.
      *>      AN OPEN U ITEM JOINS THE CREDIT BEING APPLIED AND THE
      *>      ROW CLOSES, SO UNAPPLIED CREDITS CANNOT PILE UP
           COMPUTE CREDIT-REMAINING = CREDIT-REMAINING - AR-OPEN-AMT
           MOVE 'S' TO DOC-TYPE
           MOVE AR-INVOICE-NO TO DOC-REF-NO
           COMPUTE DOC-REF-AMT = 0 - AR-OPEN-AMT
           PERFORM 295-WRITE-MEMO-LINE
           MOVE 0 TO AR-OPEN-AMT
           MOVE 'P' TO AR-STATUS
           REWRITE AR-OPEN-REC
           MOVE AR-CUST-NO TO DTL-CUST-OUT
           MOVE AR-INVOICE-NO TO DTL-INVOICE-OUT
           MOVE CREDIT-REMAINING TO DTL-AMOUNT-OUT
           MOVE SPACES TO DTL-TAX-BLANK
           MOVE 'PRIOR CREDIT SWEPT IN' TO DTL-NOTE-OUT
           WRITE REGISTER-REC FROM DETAIL-LINE.
       500-WRITE-UNAPPLIED-CREDIT.
           ADD CREDIT-REMAINING TO UNAPPLIED-WRITTEN
      *>      THE REMAINDER STAYS ON ACCOUNT UNDER THE MEMO'S NUMBER
           MOVE CLEAN-CUST-NO TO AR-CUST-NO
           MOVE MEMO-NO TO AR-INVOICE-NO
           MOVE TRANS-DATE-NUM TO AR-INVOICE-DATE
           MOVE CLEAN-TERRITORY-NO TO AR-TERRITORY
           COMPUTE AR-ORIG-AMT = 0 - CREDIT-REMAINING
           COMPUTE AR-OPEN-AMT = 0 - CREDIT-REMAINING
           MOVE 'U' TO AR-STATUS
           MOVE 0 TO AR-WOFF-AMT
           MOVE 0 TO AR-WOFF-DATE
           MOVE 0 TO AR-TAX-AMT
           WRITE AR-OPEN-REC
           MOVE CLEAN-CUST-NO TO DTL-CUST-OUT
           MOVE MEMO-NO TO DTL-INVOICE-OUT
           MOVE CREDIT-REMAINING TO DTL-AMOUNT-OUT
           MOVE SPACES TO DTL-TAX-BLANK
           MOVE 'UNAPPLIED CREDIT CARRIED' TO DTL-NOTE-OUT
           WRITE REGISTER-REC FROM DETAIL-LINE
           MOVE 'U' TO DOC-TYPE
           MOVE MEMO-NO TO DOC-REF-NO
           MOVE CREDIT-REMAINING TO DOC-REF-AMT
           PERFORM 295-WRITE-MEMO-LINE.
       600-REWRITE-NEXT-NUMBER.
           OPEN OUTPUT INVOICE-NUMBER-FILE
           MOVE NEXT-INVOICE-NO TO NEXT-INVOICE-NO-IN
