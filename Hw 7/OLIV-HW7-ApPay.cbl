      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Accounts-payable payment run. Selects every open
      *          invoice on the AP open-item file due on or before the
      *          pay-through date (the parameter file, or the business
      *          date when there is none) and pays each vendor once
      *          for all of its selected invoices. Check vendors get a
      *          check numbered from the AP controlled next-number
      *          file - read at start, rewritten at end, refused when
      *          missing, the same control CHECK-PRINT keeps over
      *          paycheck numbers - printed with a remittance stub
      *          listing the invoices paid, and reported to the bank
      *          on a positive-pay file. Electronic vendors go on the
      *          transfer file to their bank numbers and get the same
      *          remittance page as an advice. Each invoice paid is
      *          marked P with the pay date and check number and
      *          written to the payment history AP-1099-LISTING
      *          reads. The GL posting debits each payable account by
      *          what was paid out of it (trade, accrued repairs, fuel
      *          card, remittance payable) and credits cash, so the
      *          payables the feeds accrue are cleared as they are
      *          paid. Held invoices are left for a later run and
      *          counted; invoices for a vendor no longer on the
      *          master cannot be paid (no remit address), are listed
      *          and end the run RC 4.
      * Modification History:
      *   10/15/26 - initial version
      *   10/15/26 - postings carry a blank GLP-COMPANY-OUT, so each
      *             books to the company whose block the account is
      *             in and no intercompany pair is raised
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AP-PAYMENT-RUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-PARM
           ASSIGN TO PAY-PARM-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT CHECK-NUMBER-FILE
           ASSIGN TO CHECK-NUMBER-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NUMBER-STATUS.
           SELECT VENDOR-MASTER
           ASSIGN TO VENDOR-MASTER-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VND-NO
               FILE STATUS IS VENDOR-STATUS.
           SELECT AP-OPEN-FILE
           ASSIGN TO AP-OPEN-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APO-KEY
               FILE STATUS IS AP-OPEN-STATUS.
           SELECT CHECK-PRINT-FILE
           ASSIGN TO CHECK-PRINT-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAY-REGISTER
           ASSIGN TO PAY-REGISTER-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAID-HISTORY
           ASSIGN TO PAID-HISTORY-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAID-STATUS.
           SELECT EFT-FILE
           ASSIGN TO EFT-FILE-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POS-PAY-FILE
           ASSIGN TO POS-PAY-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AP-GL-ACCTS
           ASSIGN TO AP-GL-ACCTS-DD
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
       FD  PAY-PARM.
       01  PAY-PARM-REC.
           05 PARM-PAY-THROUGH             PIC 9(8).
       FD  CHECK-NUMBER-FILE.
       01  CHECK-NUMBER-REC.
           05 NEXT-CHECK-NO-IN             PIC 9(8).
       FD  VENDOR-MASTER.
       01  VENDOR-MASTER-REC.
           COPY OLIV-AP-Vendor.
       FD  AP-OPEN-FILE.
       01  AP-OPEN-REC.
           COPY OLIV-AP-Open.
       FD  CHECK-PRINT-FILE.
       01  CHECK-PRINT-REC                 PIC X(80).
       FD  PAY-REGISTER.
       01  REGISTER-REC                    PIC X(100).
       FD  PAID-HISTORY.
       01  PAID-HISTORY-REC.
           COPY OLIV-AP-Paid.
       FD  EFT-FILE.
       01  EFT-REC.
           05 EFT-VENDOR-OUT               PIC 9(5).
           05 EFT-NAME-OUT                 PIC X(26).
           05 EFT-ROUTING-OUT              PIC X(9).
           05 EFT-ACCT-OUT                 PIC X(17).
           05 EFT-AMOUNT-OUT               PIC 9(7)V99.
           05 EFT-DATE-OUT                 PIC 9(8).
       FD  POS-PAY-FILE.
       01  POS-PAY-REC                     PIC X(80).
       FD  AP-GL-ACCTS.
       01  AP-GL-ACCT-REC.
           05 GLA-CASH-IN                  PIC 9(6).
           05 GLA-TRADE-PAY-IN             PIC 9(6).
       FD  GL-POST-FILE.
       01  GL-POST-REC.
           COPY OLIV-GLP-Rec.
       FD  RUN-CONTROL.
       01  RUN-CONTROL-REC.
           COPY OLIV-RUN-Ctl.
       WORKING-STORAGE SECTION.
       01  MORE-ITEMS                      PIC XXX VALUE 'YES'.
       01  PARM-STATUS                     PIC XX.
       01  NUMBER-STATUS                   PIC XX.
       01  VENDOR-STATUS                   PIC XX.
       01  AP-OPEN-STATUS                  PIC XX.
       01  PAID-STATUS                     PIC XX.
       01  GL-ACCT-STATUS                  PIC XX.
       01  RUN-CTL-STATUS                  PIC XX.
       01  RUN-DATE                        PIC 9(8).
       01  PAY-THROUGH-DATE                PIC 9(8).
       01  NEXT-CHECK-NO                   PIC 9(8).
       01  GL-ACCTS-LOADED                 PIC XXX VALUE 'NO'.
       01  CASH-ACCT                       PIC 9(6) VALUE 0.
       01  CURRENT-VENDOR                  PIC 9(5) VALUE 0.
       01  VENDOR-IN-PROGRESS              PIC XXX VALUE 'NO'.
       01  VENDOR-ON-MASTER                PIC XXX.
       01  VENDOR-PAY-TOTAL                PIC 9(7)V99.
       01  VENDOR-CHECK-NO                 PIC 9(8).
       01  PAID-ITEM-COUNT                 PIC 9(3) VALUE 0.
       01  PAID-ITEM-IDX                   PIC 9(3).
       01  PAID-ITEM-TABLE.
           05 PAID-ITEM-ENTRY OCCURS 200 TIMES.
               10 PIT-INVOICE-NO           PIC X(12).
               10 PIT-INVOICE-DATE         PIC 9(8).
               10 PIT-DESC                 PIC X(20).
               10 PIT-AMOUNT               PIC 9(7)V99.
               10 PIT-PAY-ACCT             PIC 9(6).
       01  STUB-FULL-COUNT                 PIC 9(5) VALUE 0.
       01  PAY-ACCT-COUNT                  PIC 9(2) VALUE 0.
       01  PAY-ACCT-IDX                    PIC 9(2).
       01  PAY-ACCT-FOUND                  PIC XXX.
       01  PAY-ACCT-TABLE.
           05 PAY-ACCT-ENTRY OCCURS 50 TIMES.
               10 PAT-ACCT                 PIC 9(6).
               10 PAT-AMOUNT               PIC 9(9)V99.
       01  PAY-ACCT-OVERFLOW               PIC XXX VALUE 'NO'.
       01  CASH-CREDIT                     PIC 9(9)V99 VALUE 0.
       01  CHECK-COUNT                     PIC 9(5) VALUE 0.
       01  CHECK-DOLLARS                   PIC 9(9)V99 VALUE 0.
       01  EFT-COUNT                       PIC 9(5) VALUE 0.
       01  EFT-DOLLARS                     PIC 9(9)V99 VALUE 0.
       01  INVOICES-PAID                   PIC 9(5) VALUE 0.
       01  HELD-COUNT                      PIC 9(5) VALUE 0.
       01  HELD-DOLLARS                    PIC 9(9)V99 VALUE 0.
       01  NO-VENDOR-COUNT                 PIC 9(5) VALUE 0.
       01  NO-VENDOR-DOLLARS               PIC 9(9)V99 VALUE 0.
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
       01  CHECK-RULE-LINE                 PIC X(60) VALUE ALL '='.
       01  CHECK-HEAD-LINE.
           05                              PIC X(10) VALUE
               'CHECK NO. '.
           05 CHK-HDR-NO-OUT               PIC 9(8).
           05                              PIC X(8) VALUE
               '  DATE: '.
           05 CHK-HDR-DATE-OUT             PIC 9(8).
       01  ADVICE-HEAD-LINE.
           05                              PIC X(28) VALUE
               'ELECTRONIC PAYMENT ADVICE   '.
           05                              PIC X(6) VALUE 'DATE: '.
           05 ADV-HDR-DATE-OUT             PIC 9(8).
       01  CHECK-PAYEE-LINE.
           05                              PIC X(21) VALUE
               'PAY TO THE ORDER OF: '.
           05 CHK-PAYEE-OUT                PIC X(26).
           05                              PIC X(10) VALUE
               '  VENDOR: '.
           05 CHK-VENDOR-OUT               PIC 9(5).
       01  CHECK-ADDR-LINE.
           05                              PIC X(21) VALUE SPACES.
           05 CHK-ADDR-OUT                 PIC X(40).
       01  CHECK-AMOUNT-LINE.
           05                              PIC X(21) VALUE
               'THE AMOUNT OF:       '.
           05 CHK-AMOUNT-OUT               PIC $$,$$$,$$9.99.
       01  STUB-HEAD-LINE.
           05                              PIC X(60) VALUE
          '  INVOICE       DATE      DESCRIPTION                AMOUNT'.
       01  STUB-LINE.
           05                              PIC X(2) VALUE SPACES.
           05 STB-INVOICE-OUT              PIC X(12).
           05                              PIC X(2) VALUE SPACES.
           05 STB-DATE-OUT                 PIC 9(8).
           05                              PIC X(2) VALUE SPACES.
           05 STB-DESC-OUT                 PIC X(20).
           05 STB-AMOUNT-OUT               PIC $$,$$$,$$9.99.
       01  ADDR-BUILD                      PIC X(40).
       01  HEADING1.
           05                              PIC X(32) VALUE
               'AP PAYMENT REGISTER  PAY DATE '.
           05 HDG-DATE-OUT                 PIC 9(8).
           05                              PIC X(16) VALUE
               '  PAID THROUGH '.
           05 HDG-THROUGH-OUT              PIC 9(8).
       01  HEADING2.
           05                              PIC X(51) VALUE
               'VENDOR NAME                        METHOD  CHECK NO'.
           05                              PIC X(22) VALUE
               '    INVS        AMOUNT'.
       01  DETAIL-LINE.
           05                              PIC X(1) VALUE SPACES.
           05 DTL-VENDOR-OUT               PIC 9(5).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-NAME-OUT                 PIC X(26).
           05                              PIC X(1) VALUE SPACES.
           05 DTL-METHOD-OUT               PIC X(6).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-CHECK-NO-OUT             PIC X(8).
           05                              PIC X(4) VALUE SPACES.
           05 DTL-INVOICES-OUT             PIC ZZ9.
           05                              PIC X(2) VALUE SPACES.
           05 DTL-AMOUNT-OUT               PIC $$,$$$,$$9.99.
       01  NO-VENDOR-LINE.
           05                              PIC X(1) VALUE SPACES.
           05 NOV-VENDOR-OUT               PIC 9(5).
           05                              PIC X(2) VALUE SPACES.
           05 NOV-INVOICE-OUT              PIC X(12).
           05                              PIC X(2) VALUE SPACES.
           05 NOV-AMOUNT-OUT               PIC $$,$$$,$$9.99.
           05                              PIC X(2) VALUE SPACES.
           05                              PIC X(40) VALUE
               'VENDOR NOT ON MASTER - NOT PAID'.
       01  SUMMARY-LINE-1.
           05                              PIC X(20) VALUE
               'CHECKS CUT:         '.
           05 SUM-CHECK-COUNT-OUT          PIC ZZ,ZZ9.
           05                              PIC X(10) VALUE
               '  TOTAL: $'.
           05 SUM-CHECK-TOTAL-OUT          PIC ZZZ,ZZZ,ZZ9.99.
       01  SUMMARY-LINE-2.
           05                              PIC X(20) VALUE
               'ELECTRONIC PAYMENTS:'.
           05 SUM-EFT-COUNT-OUT            PIC ZZ,ZZ9.
           05                              PIC X(10) VALUE
               '  TOTAL: $'.
           05 SUM-EFT-TOTAL-OUT            PIC ZZZ,ZZZ,ZZ9.99.
       01  SUMMARY-LINE-3.
           05                              PIC X(20) VALUE
               'INVOICES PAID:      '.
           05 SUM-PAID-OUT                 PIC ZZ,ZZ9.
       01  SUMMARY-LINE-4.
           05                              PIC X(20) VALUE
               'DUE BUT ON HOLD:    '.
           05 SUM-HELD-COUNT-OUT           PIC ZZ,ZZ9.
           05                              PIC X(10) VALUE
               '  TOTAL: $'.
           05 SUM-HELD-TOTAL-OUT           PIC ZZZ,ZZZ,ZZ9.99.
       01  SUMMARY-LINE-5.
           05                              PIC X(20) VALUE
               'NO VENDOR - UNPAID: '.
           05 SUM-NOV-COUNT-OUT            PIC ZZ,ZZ9.
           05                              PIC X(10) VALUE
               '  TOTAL: $'.
           05 SUM-NOV-TOTAL-OUT            PIC ZZZ,ZZZ,ZZ9.99.
       01  PAY-PARM-DD                     PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-ApPayParm.txt'.
       01  CHECK-NUMBER-DD                 PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-ApChkNext.txt'.
       01  VENDOR-MASTER-DD                PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-ApVendor.dat'.
       01  AP-OPEN-DD                      PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-ApOpen.dat'.
       01  CHECK-PRINT-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-ApChecks.txt'.
       01  PAY-REGISTER-DD                 PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-ApPayReg.txt'.
       01  PAID-HISTORY-DD                 PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-ApPaid.txt'.
       01  EFT-FILE-DD                     PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-ApEft.txt'.
       01  POS-PAY-DD                      PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-ApPosPay.txt'.
       01  AP-GL-ACCTS-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-ApActs.txt'.
       01  GL-POST-FILE-DD                 PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-ApPayGL.txt'.
       01  RUN-CONTROL-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-Ctl.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-GET-FILE-NAMES
           PERFORM 015-GET-BUSINESS-DATE
           PERFORM 020-READ-PARM
           PERFORM 030-READ-GL-ACCTS
           PERFORM 050-READ-NEXT-NUMBER
           OPEN INPUT VENDOR-MASTER
           IF VENDOR-STATUS NOT = '00'
               DISPLAY 'VENDOR MASTER WOULD NOT OPEN - STATUS '
                   VENDOR-STATUS ' - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O AP-OPEN-FILE
           IF AP-OPEN-STATUS NOT = '00'
               DISPLAY 'AP OPEN-ITEM FILE WOULD NOT OPEN - STATUS '
                   AP-OPEN-STATUS ' - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CHECK-PRINT-FILE
                       PAY-REGISTER
                       EFT-FILE
                       POS-PAY-FILE
           OPEN EXTEND PAID-HISTORY
           IF PAID-STATUS NOT = '00' AND PAID-STATUS NOT = '05'
               OPEN OUTPUT PAID-HISTORY
           END-IF
           MOVE RUN-DATE TO PPH-DATE-OUT
           WRITE POS-PAY-REC FROM PP-HEADER-REC
           MOVE RUN-DATE TO HDG-DATE-OUT
           MOVE PAY-THROUGH-DATE TO HDG-THROUGH-OUT
           WRITE REGISTER-REC FROM HEADING1
           WRITE REGISTER-REC FROM HEADING2
           PERFORM UNTIL MORE-ITEMS = 'NO'
               READ AP-OPEN-FILE
                   AT END
                       MOVE 'NO' TO MORE-ITEMS
                   NOT AT END
                       PERFORM 200-SELECT-ONE-ITEM
               END-READ
           END-PERFORM
           IF VENDOR-IN-PROGRESS = 'YES'
               PERFORM 400-PAY-VENDOR
           END-IF
           MOVE CHECK-COUNT TO PPT-ISSUE-COUNT-OUT
           MOVE CHECK-DOLLARS TO PPT-ISSUE-TOTAL-OUT
           MOVE 0 TO PPT-VOID-COUNT-OUT
           MOVE 0 TO PPT-VOID-TOTAL-OUT
           WRITE POS-PAY-REC FROM PP-TRAILER-REC
           PERFORM 600-PRINT-SUMMARY
           PERFORM 700-WRITE-GL-POSTINGS
           PERFORM 300-REWRITE-NEXT-NUMBER
           CLOSE VENDOR-MASTER
                 AP-OPEN-FILE
                 CHECK-PRINT-FILE
                 PAY-REGISTER
                 PAID-HISTORY
                 EFT-FILE
                 POS-PAY-FILE
           IF STUB-FULL-COUNT > 0
               DISPLAY 'INVOICES LEFT FOR THE NEXT RUN (OVER 200 ON '
                   'ONE VENDOR): ' STUB-FULL-COUNT
           END-IF
           IF NO-VENDOR-COUNT > 0 OR PAY-ACCT-OVERFLOW = 'YES'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       010-GET-FILE-NAMES.
           ACCEPT PAY-PARM-DD FROM ENVIRONMENT "APPAYPARM"
           ACCEPT CHECK-NUMBER-DD FROM ENVIRONMENT "APCHKNEXT"
           ACCEPT VENDOR-MASTER-DD FROM ENVIRONMENT "APVENDOR"
           ACCEPT AP-OPEN-DD FROM ENVIRONMENT "APOPEN"
           ACCEPT CHECK-PRINT-DD FROM ENVIRONMENT "APCHKPRT"
           ACCEPT PAY-REGISTER-DD FROM ENVIRONMENT "APPAYREG"
           ACCEPT PAID-HISTORY-DD FROM ENVIRONMENT "APPAID"
           ACCEPT EFT-FILE-DD FROM ENVIRONMENT "APEFT"
           ACCEPT POS-PAY-DD FROM ENVIRONMENT "APPOSPAY"
           ACCEPT AP-GL-ACCTS-DD FROM ENVIRONMENT "APGLACCT"
           ACCEPT GL-POST-FILE-DD FROM ENVIRONMENT "APPAYGL"
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
       020-READ-PARM.
      *>      NO PARAMETER = PAY WHAT IS DUE AS OF THE BUSINESS DATE
           MOVE RUN-DATE TO PAY-THROUGH-DATE
           OPEN INPUT PAY-PARM
           IF PARM-STATUS = '00'
               READ PAY-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-PAY-THROUGH IS NUMERIC
                           AND PARM-PAY-THROUGH > 0
                           MOVE PARM-PAY-THROUGH TO PAY-THROUGH-DATE
                       END-IF
               END-READ
               CLOSE PAY-PARM
           END-IF.
       030-READ-GL-ACCTS.
           OPEN INPUT AP-GL-ACCTS
           IF GL-ACCT-STATUS = '00'
               READ AP-GL-ACCTS
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'YES' TO GL-ACCTS-LOADED
                       MOVE GLA-CASH-IN TO CASH-ACCT
               END-READ
               CLOSE AP-GL-ACCTS
           END-IF.
       050-READ-NEXT-NUMBER.
           OPEN INPUT CHECK-NUMBER-FILE
           IF NUMBER-STATUS NOT = '00'
               DISPLAY 'AP NEXT-CHECK-NUMBER FILE MISSING OR '
                   'UNREADABLE - RUN STOPPED (CHECK NUMBERS ARE '
                   'A CONTROLLED SEQUENCE)'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CHECK-NUMBER-FILE
           MOVE NEXT-CHECK-NO-IN TO NEXT-CHECK-NO
           CLOSE CHECK-NUMBER-FILE.
       200-SELECT-ONE-ITEM.
           IF APO-DUE-DATE <= PAY-THROUGH-DATE
               EVALUATE APO-STATUS
                   WHEN 'O'
                       PERFORM 210-PAY-ONE-ITEM
                   WHEN 'H'
                       ADD 1 TO HELD-COUNT
                       ADD APO-AMOUNT TO HELD-DOLLARS
               END-EVALUATE
           END-IF.
       210-PAY-ONE-ITEM.
           IF VENDOR-IN-PROGRESS = 'YES'
               AND APO-VENDOR-NO NOT = CURRENT-VENDOR
               PERFORM 400-PAY-VENDOR
           END-IF
           IF VENDOR-IN-PROGRESS = 'NO'
               PERFORM 250-START-VENDOR
           END-IF
           IF VENDOR-ON-MASTER = 'NO'
               ADD 1 TO NO-VENDOR-COUNT
               ADD APO-AMOUNT TO NO-VENDOR-DOLLARS
               MOVE APO-VENDOR-NO TO NOV-VENDOR-OUT
               MOVE APO-INVOICE-NO TO NOV-INVOICE-OUT
               MOVE APO-AMOUNT TO NOV-AMOUNT-OUT
               WRITE REGISTER-REC FROM NO-VENDOR-LINE
           ELSE
               IF PAID-ITEM-COUNT < 200
                   ADD 1 TO PAID-ITEM-COUNT
                   MOVE APO-INVOICE-NO
                       TO PIT-INVOICE-NO(PAID-ITEM-COUNT)
                   MOVE APO-INVOICE-DATE
                       TO PIT-INVOICE-DATE(PAID-ITEM-COUNT)
                   MOVE APO-DESC TO PIT-DESC(PAID-ITEM-COUNT)
                   MOVE APO-AMOUNT TO PIT-AMOUNT(PAID-ITEM-COUNT)
                   MOVE APO-PAY-ACCT
                       TO PIT-PAY-ACCT(PAID-ITEM-COUNT)
                   ADD APO-AMOUNT TO VENDOR-PAY-TOTAL
                   MOVE 'P' TO APO-STATUS
                   MOVE RUN-DATE TO APO-PAID-DATE
                   MOVE VENDOR-CHECK-NO TO APO-CHECK-NO
                   REWRITE AP-OPEN-REC
               ELSE
                   ADD 1 TO STUB-FULL-COUNT
               END-IF
           END-IF.
       250-START-VENDOR.
      *>      THE VENDOR'S CHECK TAKES THE NEXT NUMBER IN SEQUENCE; THE
      *>      SEQUENCE MOVES ON ONLY WHEN THE CHECK IS ACTUALLY CUT
           MOVE 'YES' TO VENDOR-IN-PROGRESS
           MOVE APO-VENDOR-NO TO CURRENT-VENDOR
           MOVE 0 TO VENDOR-PAY-TOTAL
           MOVE 0 TO PAID-ITEM-COUNT
           MOVE APO-VENDOR-NO TO VND-NO
           READ VENDOR-MASTER
               INVALID KEY
                   MOVE 'NO' TO VENDOR-ON-MASTER
               NOT INVALID KEY
                   MOVE 'YES' TO VENDOR-ON-MASTER
           END-READ
           IF VENDOR-ON-MASTER = 'YES' AND VND-PAY-METHOD NOT = 'E'
               MOVE NEXT-CHECK-NO TO VENDOR-CHECK-NO
           ELSE
               MOVE 0 TO VENDOR-CHECK-NO
           END-IF.
       300-REWRITE-NEXT-NUMBER.
           OPEN OUTPUT CHECK-NUMBER-FILE
           MOVE NEXT-CHECK-NO TO NEXT-CHECK-NO-IN
           WRITE CHECK-NUMBER-REC
           CLOSE CHECK-NUMBER-FILE.
       400-PAY-VENDOR.
           MOVE 'NO' TO VENDOR-IN-PROGRESS
           IF VENDOR-ON-MASTER = 'YES' AND VENDOR-PAY-TOTAL > 0
               PERFORM 410-PRINT-REMITTANCE
               IF VENDOR-CHECK-NO > 0
                   PERFORM 420-ISSUE-CHECK
               ELSE
                   PERFORM 430-SEND-TRANSFER
               END-IF
               PERFORM 440-WRITE-HISTORY
               PERFORM 450-WRITE-REGISTER-LINE
           END-IF.
       410-PRINT-REMITTANCE.
           WRITE CHECK-PRINT-REC FROM CHECK-RULE-LINE
           IF VENDOR-CHECK-NO > 0
               MOVE VENDOR-CHECK-NO TO CHK-HDR-NO-OUT
               MOVE RUN-DATE TO CHK-HDR-DATE-OUT
               WRITE CHECK-PRINT-REC FROM CHECK-HEAD-LINE
           ELSE
               MOVE RUN-DATE TO ADV-HDR-DATE-OUT
               WRITE CHECK-PRINT-REC FROM ADVICE-HEAD-LINE
           END-IF
           MOVE VND-NAME TO CHK-PAYEE-OUT
           MOVE VND-NO TO CHK-VENDOR-OUT
           WRITE CHECK-PRINT-REC FROM CHECK-PAYEE-LINE
           MOVE VND-STREET TO CHK-ADDR-OUT
           WRITE CHECK-PRINT-REC FROM CHECK-ADDR-LINE
           MOVE SPACES TO ADDR-BUILD
           STRING VND-CITY DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  VND-STATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  VND-ZIP DELIMITED BY SIZE
               INTO ADDR-BUILD
           END-STRING
           MOVE ADDR-BUILD TO CHK-ADDR-OUT
           WRITE CHECK-PRINT-REC FROM CHECK-ADDR-LINE
           MOVE VENDOR-PAY-TOTAL TO CHK-AMOUNT-OUT
           WRITE CHECK-PRINT-REC FROM CHECK-AMOUNT-LINE
           WRITE CHECK-PRINT-REC FROM STUB-HEAD-LINE
           PERFORM VARYING PAID-ITEM-IDX FROM 1 BY 1
               UNTIL PAID-ITEM-IDX > PAID-ITEM-COUNT
               MOVE PIT-INVOICE-NO(PAID-ITEM-IDX) TO STB-INVOICE-OUT
               MOVE PIT-INVOICE-DATE(PAID-ITEM-IDX) TO STB-DATE-OUT
               MOVE PIT-DESC(PAID-ITEM-IDX) TO STB-DESC-OUT
               MOVE PIT-AMOUNT(PAID-ITEM-IDX) TO STB-AMOUNT-OUT
               WRITE CHECK-PRINT-REC FROM STUB-LINE
           END-PERFORM
           WRITE CHECK-PRINT-REC FROM CHECK-RULE-LINE.
       420-ISSUE-CHECK.
           MOVE 'I' TO PPD-TYPE-OUT
           MOVE VENDOR-CHECK-NO TO PPD-CHECK-NO-OUT
           MOVE RUN-DATE TO PPD-ISSUE-DATE-OUT
           MOVE VENDOR-PAY-TOTAL TO PPD-AMOUNT-OUT
           MOVE VND-NAME TO PPD-PAYEE-OUT
           WRITE POS-PAY-REC FROM PP-DETAIL-REC
           ADD 1 TO CHECK-COUNT
           ADD VENDOR-PAY-TOTAL TO CHECK-DOLLARS
           ADD 1 TO NEXT-CHECK-NO.
       430-SEND-TRANSFER.
           MOVE VND-NO TO EFT-VENDOR-OUT
           MOVE VND-NAME TO EFT-NAME-OUT
           MOVE VND-BANK-ROUTING TO EFT-ROUTING-OUT
           MOVE VND-BANK-ACCT TO EFT-ACCT-OUT
           MOVE VENDOR-PAY-TOTAL TO EFT-AMOUNT-OUT
           MOVE RUN-DATE TO EFT-DATE-OUT
           WRITE EFT-REC
           ADD 1 TO EFT-COUNT
           ADD VENDOR-PAY-TOTAL TO EFT-DOLLARS.
       440-WRITE-HISTORY.
           PERFORM VARYING PAID-ITEM-IDX FROM 1 BY 1
               UNTIL PAID-ITEM-IDX > PAID-ITEM-COUNT
               MOVE VND-NO TO APP-VENDOR-NO
               MOVE PIT-INVOICE-NO(PAID-ITEM-IDX) TO APP-INVOICE-NO
               MOVE RUN-DATE TO APP-PAY-DATE
               MOVE VENDOR-CHECK-NO TO APP-CHECK-NO
               IF VENDOR-CHECK-NO > 0
                   MOVE 'C' TO APP-METHOD
               ELSE
                   MOVE 'E' TO APP-METHOD
               END-IF
               MOVE PIT-AMOUNT(PAID-ITEM-IDX) TO APP-AMOUNT
               MOVE PIT-PAY-ACCT(PAID-ITEM-IDX) TO APP-PAY-ACCT
               WRITE PAID-HISTORY-REC
               ADD 1 TO INVOICES-PAID
               PERFORM 460-BUCKET-BY-ACCOUNT
           END-PERFORM.
       450-WRITE-REGISTER-LINE.
           MOVE VND-NO TO DTL-VENDOR-OUT
           MOVE VND-NAME TO DTL-NAME-OUT
           IF VENDOR-CHECK-NO > 0
               MOVE 'CHECK' TO DTL-METHOD-OUT
               MOVE VENDOR-CHECK-NO TO DTL-CHECK-NO-OUT
           ELSE
               MOVE 'EFT' TO DTL-METHOD-OUT
               MOVE SPACES TO DTL-CHECK-NO-OUT
           END-IF
           MOVE PAID-ITEM-COUNT TO DTL-INVOICES-OUT
           MOVE VENDOR-PAY-TOTAL TO DTL-AMOUNT-OUT
           WRITE REGISTER-REC FROM DETAIL-LINE.
       460-BUCKET-BY-ACCOUNT.
           MOVE 'NO' TO PAY-ACCT-FOUND
           PERFORM VARYING PAY-ACCT-IDX FROM 1 BY 1
               UNTIL PAY-ACCT-IDX > PAY-ACCT-COUNT
               IF PAT-ACCT(PAY-ACCT-IDX) = APP-PAY-ACCT
                   ADD APP-AMOUNT TO PAT-AMOUNT(PAY-ACCT-IDX)
                   MOVE 'YES' TO PAY-ACCT-FOUND
                   MOVE PAY-ACCT-COUNT TO PAY-ACCT-IDX
               END-IF
           END-PERFORM
           IF PAY-ACCT-FOUND = 'NO'
               IF PAY-ACCT-COUNT < 50
                   ADD 1 TO PAY-ACCT-COUNT
                   MOVE APP-PAY-ACCT TO PAT-ACCT(PAY-ACCT-COUNT)
                   MOVE APP-AMOUNT TO PAT-AMOUNT(PAY-ACCT-COUNT)
               ELSE
                   MOVE 'YES' TO PAY-ACCT-OVERFLOW
               END-IF
           END-IF.
       600-PRINT-SUMMARY.
           MOVE CHECK-COUNT TO SUM-CHECK-COUNT-OUT
           MOVE CHECK-DOLLARS TO SUM-CHECK-TOTAL-OUT
           WRITE REGISTER-REC FROM SUMMARY-LINE-1
               AFTER ADVANCING 2 LINES
           MOVE EFT-COUNT TO SUM-EFT-COUNT-OUT
           MOVE EFT-DOLLARS TO SUM-EFT-TOTAL-OUT
           WRITE REGISTER-REC FROM SUMMARY-LINE-2
           MOVE INVOICES-PAID TO SUM-PAID-OUT
           WRITE REGISTER-REC FROM SUMMARY-LINE-3
           MOVE HELD-COUNT TO SUM-HELD-COUNT-OUT
           MOVE HELD-DOLLARS TO SUM-HELD-TOTAL-OUT
           WRITE REGISTER-REC FROM SUMMARY-LINE-4
           MOVE NO-VENDOR-COUNT TO SUM-NOV-COUNT-OUT
           MOVE NO-VENDOR-DOLLARS TO SUM-NOV-TOTAL-OUT
           WRITE REGISTER-REC FROM SUMMARY-LINE-5.
       700-WRITE-GL-POSTINGS.
      *>      DEBIT EACH PAYABLE BY WHAT WAS PAID OUT OF IT, CREDIT
      *>      CASH FOR THE SAME DOLLARS SO THE ENTRY ALWAYS BALANCES
           IF GL-ACCTS-LOADED = 'NO'
               DISPLAY 'NO AP CHART-OF-ACCOUNTS FILE - GL POSTING '
                   'FILE NOT PRODUCED'
           ELSE
               IF PAY-ACCT-OVERFLOW = 'YES'
                   DISPLAY 'MORE THAN 50 PAYABLE ACCOUNTS PAID - GL '
                       'POSTING INCOMPLETE'
               END-IF
               IF CHECK-DOLLARS + EFT-DOLLARS > 0
                   OPEN OUTPUT GL-POST-FILE
                   MOVE 0 TO GLP-TERR-OUT
                   MOVE SPACES TO GLP-COMPANY-OUT
                   MOVE 0 TO GLP-OFFICE-OUT
                   MOVE RUN-DATE(5:2) TO GLP-PERIOD-OUT
                   MOVE RUN-DATE TO GLP-DATE-OUT
                   MOVE 'D' TO GLP-TYPE-OUT
                   PERFORM VARYING PAY-ACCT-IDX FROM 1 BY 1
                       UNTIL PAY-ACCT-IDX > PAY-ACCT-COUNT
                       MOVE PAT-ACCT(PAY-ACCT-IDX) TO GLP-ACCT-OUT
                       MOVE PAT-AMOUNT(PAY-ACCT-IDX) TO GLP-AMOUNT-OUT
                       WRITE GL-POST-REC
                       ADD PAT-AMOUNT(PAY-ACCT-IDX) TO CASH-CREDIT
                   END-PERFORM
                   MOVE 'C' TO GLP-TYPE-OUT
                   MOVE CASH-ACCT TO GLP-ACCT-OUT
                   MOVE CASH-CREDIT TO GLP-AMOUNT-OUT
                   WRITE GL-POST-REC
                   CLOSE GL-POST-FILE
               END-IF
           END-IF.
