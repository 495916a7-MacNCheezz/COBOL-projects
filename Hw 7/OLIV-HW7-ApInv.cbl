      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Accounts-payable invoice entry. Applies the invoice
      *          transaction file (invoices keyed by accounts payable
      *          plus the remittance invoices DEDUCTION-REMIT appends)
      *          to the AP open-item file. An invoice is taken only
      *          for a vendor on the vendor master and active, with a
      *          plausible invoice date and a non-zero amount, and
      *          never twice: the open-item key is vendor plus the
      *          vendor's invoice number, so a second copy of the
      *          same bill is rejected as a duplicate. The due date
      *          is the invoice date plus the vendor's terms when the
      *          invoice does not carry one. An invoice naming an
      *          expense account posts debit expense, credit its
      *          payable account; one without an expense account is
      *          a bill against a payable some other feed already
      *          accrued (repairs, fuel card, remittances) and posts
      *          nothing until it is paid. H holds an open invoice
      *          from the payment run and R releases it. Every
      *          transaction gets an entered/rejected line on the
      *          entry report; rejects end the run RC 4. The
      *          transaction file is emptied once applied so no
      *          invoice is offered twice.
      * Modification History:
      *   10/15/26 - initial version
      *   10/15/26 - postings carry a blank GLP-COMPANY-OUT, so each
      *             books to the company whose block the account is
      *             in and no intercompany pair is raised
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AP-INVOICE-ENTRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-TRANS
           ASSIGN TO INVOICE-TRANS-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-STATUS.
           SELECT VENDOR-MASTER
           ASSIGN TO VENDOR-MASTER-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VND-NO
               FILE STATUS IS VENDOR-STATUS.
           SELECT AP-OPEN-FILE
           ASSIGN TO AP-OPEN-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS APO-KEY
               FILE STATUS IS AP-OPEN-STATUS.
           SELECT AP-GL-ACCTS
           ASSIGN TO AP-GL-ACCTS-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-ACCT-STATUS.
           SELECT GL-POST-FILE
           ASSIGN TO GL-POST-FILE-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ENTRY-REPORT
           ASSIGN TO ENTRY-REPORT-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL
           ASSIGN TO RUN-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-TRANS.
       01  INVOICE-TRANS-REC.
           COPY OLIV-AP-InvTrn.
       FD  VENDOR-MASTER.
       01  VENDOR-MASTER-REC.
           COPY OLIV-AP-Vendor.
       FD  AP-OPEN-FILE.
       01  AP-OPEN-REC.
           COPY OLIV-AP-Open.
       FD  AP-GL-ACCTS.
       01  AP-GL-ACCT-REC.
           05 GLA-CASH-IN                  PIC 9(6).
           05 GLA-TRADE-PAY-IN             PIC 9(6).
       FD  GL-POST-FILE.
       01  GL-POST-REC.
           COPY OLIV-GLP-Rec.
       FD  ENTRY-REPORT.
       01  REPORT-REC                      PIC X(100).
       FD  RUN-CONTROL.
       01  RUN-CONTROL-REC.
           COPY OLIV-RUN-Ctl.
       WORKING-STORAGE SECTION.
       01  MORE-TRANS                      PIC XXX VALUE 'YES'.
       01  TRANS-STATUS                    PIC XX.
       01  VENDOR-STATUS                   PIC XX.
       01  AP-OPEN-STATUS                  PIC XX.
       01  GL-ACCT-STATUS                  PIC XX.
       01  RUN-CTL-STATUS                  PIC XX.
       01  RUN-DATE                        PIC 9(8).
       01  GL-ACCTS-LOADED                 PIC XXX VALUE 'NO'.
       01  TRADE-PAY-ACCT                  PIC 9(6) VALUE 0.
       01  TRANS-RESULT                    PIC X(8).
       01  TRANS-REASON                    PIC X(40).
       01  INVOICE-DATE-WORK               PIC 9(8).
       01  DUE-DATE-WORK                   PIC 9(8).
       01  AMOUNT-WORK                     PIC 9(7)V99.
       01  PAY-ACCT-WORK                   PIC 9(6).
       01  EXP-ACCT-WORK                   PIC 9(6).
       01  DATE-CHECK-WORK                 PIC 9(8).
       01  DATE-CHECK-PARTS REDEFINES DATE-CHECK-WORK.
           05 DCW-YEAR                     PIC 9(4).
           05 DCW-MONTH                    PIC 9(2).
           05 DCW-DAY                      PIC 9(2).
       01  DATE-IS-GOOD                    PIC XXX.
       01  READ-COUNT                      PIC 9(5) VALUE 0.
       01  ENTERED-COUNT                   PIC 9(5) VALUE 0.
       01  REJECTED-COUNT                  PIC 9(5) VALUE 0.
       01  HOLD-COUNT                      PIC 9(5) VALUE 0.
       01  ENTERED-DOLLARS                 PIC 9(9)V99 VALUE 0.
       01  POSTED-DOLLARS                  PIC 9(9)V99 VALUE 0.
       01  HEADING1.
           05                              PIC X(30) VALUE
               'AP INVOICE ENTRY REPORT  DATE '.
           05 HDG-DATE-OUT                 PIC 9(8).
       01  HEADING2.
           05                              PIC X(48) VALUE
               'ACT VENDOR INVOICE NO        AMOUNT   DUE DATE '.
           05                              PIC X(40) VALUE
               'RESULT    REASON'.
       01  DETAIL-LINE.
           05                              PIC X(1) VALUE SPACES.
           05 DTL-ACTION-OUT               PIC X(1).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-VENDOR-OUT               PIC X(5).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-INVOICE-OUT              PIC X(12).
           05 DTL-AMOUNT-OUT               PIC $$,$$$,$$9.99.
           05                              PIC X(2) VALUE SPACES.
           05 DTL-DUE-OUT                  PIC X(8).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-RESULT-OUT               PIC X(8).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-REASON-OUT               PIC X(40).
       01  SUMMARY-LINE-1.
           05                              PIC X(24) VALUE
               'TRANSACTIONS READ:     '.
           05 SUMMARY-READ-OUT             PIC ZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05                              PIC X(24) VALUE
               'INVOICES ENTERED:      '.
           05 SUMMARY-ENTERED-OUT          PIC ZZ,ZZ9.
           05                              PIC X(4) VALUE '  $'.
           05 SUMMARY-ENTERED-DOL-OUT      PIC ZZZ,ZZZ,ZZ9.99.
       01  SUMMARY-LINE-3.
           05                              PIC X(24) VALUE
               'POSTED TO EXPENSE:     '.
           05                              PIC X(10) VALUE SPACES.
           05 SUMMARY-POSTED-DOL-OUT       PIC ZZZ,ZZZ,ZZ9.99.
       01  SUMMARY-LINE-4.
           05                              PIC X(24) VALUE
               'HOLDS AND RELEASES:    '.
           05 SUMMARY-HOLD-OUT             PIC ZZ,ZZ9.
       01  SUMMARY-LINE-5.
           05                              PIC X(24) VALUE
               'TRANSACTIONS REJECTED: '.
           05 SUMMARY-REJECTED-OUT         PIC ZZ,ZZ9.
       01  INVOICE-TRANS-DD                PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-ApInvTrn.txt'.
       01  VENDOR-MASTER-DD                PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-ApVendor.dat'.
       01  AP-OPEN-DD                      PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-ApOpen.dat'.
       01  AP-GL-ACCTS-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-ApActs.txt'.
       01  GL-POST-FILE-DD                 PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-ApInvGL.txt'.
       01  ENTRY-REPORT-DD                 PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-ApInvRpt.txt'.
       01  RUN-CONTROL-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-Ctl.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-GET-FILE-NAMES
           PERFORM 015-GET-BUSINESS-DATE
           PERFORM 020-READ-GL-ACCTS
           OPEN INPUT INVOICE-TRANS
           IF TRANS-STATUS NOT = '00'
               DISPLAY 'NO AP INVOICE TRANSACTION FILE - NOTHING TO '
                   'ENTER THIS RUN'
               MOVE 'NO' TO MORE-TRANS
           END-IF
           OPEN INPUT VENDOR-MASTER
           IF VENDOR-STATUS NOT = '00'
               DISPLAY 'VENDOR MASTER WOULD NOT OPEN - STATUS '
                   VENDOR-STATUS ' - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O AP-OPEN-FILE
           IF AP-OPEN-STATUS = '35'
               OPEN OUTPUT AP-OPEN-FILE
               CLOSE AP-OPEN-FILE
               OPEN I-O AP-OPEN-FILE
           END-IF
           IF AP-OPEN-STATUS NOT = '00'
               DISPLAY 'AP OPEN-ITEM FILE WOULD NOT OPEN - STATUS '
                   AP-OPEN-STATUS ' - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ENTRY-REPORT
                       GL-POST-FILE
           MOVE RUN-DATE TO HDG-DATE-OUT
           WRITE REPORT-REC FROM HEADING1
           WRITE REPORT-REC FROM HEADING2
           PERFORM UNTIL MORE-TRANS = 'NO'
               READ INVOICE-TRANS
                   AT END
                       MOVE 'NO' TO MORE-TRANS
                   NOT AT END
                       PERFORM 200-APPLY-TRANS
               END-READ
           END-PERFORM
           MOVE READ-COUNT TO SUMMARY-READ-OUT
           MOVE ENTERED-COUNT TO SUMMARY-ENTERED-OUT
           MOVE ENTERED-DOLLARS TO SUMMARY-ENTERED-DOL-OUT
           MOVE POSTED-DOLLARS TO SUMMARY-POSTED-DOL-OUT
           MOVE HOLD-COUNT TO SUMMARY-HOLD-OUT
           MOVE REJECTED-COUNT TO SUMMARY-REJECTED-OUT
           WRITE REPORT-REC FROM SUMMARY-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM SUMMARY-LINE-2
           WRITE REPORT-REC FROM SUMMARY-LINE-3
           WRITE REPORT-REC FROM SUMMARY-LINE-4
           WRITE REPORT-REC FROM SUMMARY-LINE-5
           IF TRANS-STATUS = '00' OR TRANS-STATUS = '10'
               CLOSE INVOICE-TRANS
               OPEN OUTPUT INVOICE-TRANS
               CLOSE INVOICE-TRANS
           END-IF
           CLOSE VENDOR-MASTER
                 AP-OPEN-FILE
                 ENTRY-REPORT
                 GL-POST-FILE
           IF REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       010-GET-FILE-NAMES.
           ACCEPT INVOICE-TRANS-DD FROM ENVIRONMENT "APINVTRN"
           ACCEPT VENDOR-MASTER-DD FROM ENVIRONMENT "APVENDOR"
           ACCEPT AP-OPEN-DD FROM ENVIRONMENT "APOPEN"
           ACCEPT AP-GL-ACCTS-DD FROM ENVIRONMENT "APGLACCT"
           ACCEPT GL-POST-FILE-DD FROM ENVIRONMENT "APINVGL"
           ACCEPT ENTRY-REPORT-DD FROM ENVIRONMENT "APINVRPT"
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
       020-READ-GL-ACCTS.
           OPEN INPUT AP-GL-ACCTS
           IF GL-ACCT-STATUS = '00'
               READ AP-GL-ACCTS
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'YES' TO GL-ACCTS-LOADED
                       MOVE GLA-TRADE-PAY-IN TO TRADE-PAY-ACCT
               END-READ
               CLOSE AP-GL-ACCTS
           END-IF
           IF GL-ACCTS-LOADED = 'NO'
               DISPLAY 'NO AP CHART-OF-ACCOUNTS FILE - INVOICES '
                   'WITHOUT A PAYABLE ACCOUNT WILL BE REJECTED'
           END-IF.
       200-APPLY-TRANS.
           ADD 1 TO READ-COUNT
           MOVE 'ENTERED ' TO TRANS-RESULT
           MOVE SPACES TO TRANS-REASON
           MOVE 0 TO AMOUNT-WORK
           MOVE SPACES TO DTL-DUE-OUT
           IF APIT-VENDOR-NO IS NOT NUMERIC
               MOVE 'REJECTED' TO TRANS-RESULT
               MOVE 'VENDOR NUMBER NOT NUMERIC' TO TRANS-REASON
           ELSE
               IF APIT-INVOICE-NO = SPACES
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'INVOICE NUMBER REQUIRED' TO TRANS-REASON
               ELSE
                   EVALUATE APIT-ACTION
                       WHEN 'A'
                           PERFORM 300-ADD-INVOICE
                       WHEN 'H'
                           PERFORM 500-HOLD-INVOICE
                       WHEN 'R'
                           PERFORM 550-RELEASE-INVOICE
                       WHEN OTHER
                           MOVE 'REJECTED' TO TRANS-RESULT
                           MOVE 'ACTION CODE NOT A, H OR R'
                               TO TRANS-REASON
                   END-EVALUATE
               END-IF
           END-IF
           IF TRANS-RESULT = 'REJECTED'
               ADD 1 TO REJECTED-COUNT
           END-IF
           MOVE APIT-ACTION TO DTL-ACTION-OUT
           MOVE APIT-VENDOR-NO TO DTL-VENDOR-OUT
           MOVE APIT-INVOICE-NO TO DTL-INVOICE-OUT
           MOVE AMOUNT-WORK TO DTL-AMOUNT-OUT
           MOVE TRANS-RESULT TO DTL-RESULT-OUT
           MOVE TRANS-REASON TO DTL-REASON-OUT
           WRITE REPORT-REC FROM DETAIL-LINE.
       300-ADD-INVOICE.
           PERFORM 310-EDIT-INVOICE
           IF TRANS-RESULT = 'ENTERED '
               MOVE APIT-VENDOR-NO TO APO-VENDOR-NO
               MOVE APIT-INVOICE-NO TO APO-INVOICE-NO
               READ AP-OPEN-FILE
                   INVALID KEY
                       PERFORM 350-WRITE-INVOICE
                   NOT INVALID KEY
                       MOVE 'REJECTED' TO TRANS-RESULT
                       MOVE 'DUPLICATE - ALREADY ENTERED FOR VENDOR'
                           TO TRANS-REASON
               END-READ
           END-IF.
       310-EDIT-INVOICE.
           MOVE APIT-VENDOR-NO TO VND-NO
           READ VENDOR-MASTER
               INVALID KEY
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'VENDOR NOT ON MASTER' TO TRANS-REASON
               NOT INVALID KEY
                   IF VND-STATUS NOT = 'A'
                       MOVE 'REJECTED' TO TRANS-RESULT
                       MOVE 'VENDOR IS INACTIVE' TO TRANS-REASON
                   END-IF
           END-READ
           IF TRANS-RESULT = 'ENTERED '
               IF APIT-AMOUNT IS NOT NUMERIC
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'AMOUNT NOT NUMERIC' TO TRANS-REASON
               ELSE
                   MOVE APIT-AMOUNT TO AMOUNT-WORK
                   IF AMOUNT-WORK = 0
                       MOVE 'REJECTED' TO TRANS-RESULT
                       MOVE 'AMOUNT IS ZERO' TO TRANS-REASON
                   END-IF
               END-IF
           END-IF
           IF TRANS-RESULT = 'ENTERED '
               PERFORM 320-CHECK-INVOICE-DATE
           END-IF
           IF TRANS-RESULT = 'ENTERED '
               PERFORM 330-SET-DUE-DATE
           END-IF
           IF TRANS-RESULT = 'ENTERED '
               PERFORM 340-SET-ACCOUNTS
           END-IF.
       320-CHECK-INVOICE-DATE.
           MOVE 'NO' TO DATE-IS-GOOD
           IF APIT-INVOICE-DATE IS NUMERIC
               MOVE APIT-INVOICE-DATE TO DATE-CHECK-WORK
               PERFORM 380-CHECK-DATE-PLAUSIBLE
           END-IF
           IF DATE-IS-GOOD = 'NO'
               MOVE 'REJECTED' TO TRANS-RESULT
               MOVE 'INVOICE DATE NOT A YYYYMMDD DATE'
                   TO TRANS-REASON
           ELSE
               MOVE DATE-CHECK-WORK TO INVOICE-DATE-WORK
           END-IF.
       330-SET-DUE-DATE.
           IF APIT-DUE-DATE = SPACES
               COMPUTE DUE-DATE-WORK = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(INVOICE-DATE-WORK)
                       + VND-TERMS-DAYS)
           ELSE
               MOVE 'NO' TO DATE-IS-GOOD
               IF APIT-DUE-DATE IS NUMERIC
                   MOVE APIT-DUE-DATE TO DATE-CHECK-WORK
                   PERFORM 380-CHECK-DATE-PLAUSIBLE
               END-IF
               IF DATE-IS-GOOD = 'NO'
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'DUE DATE NOT A YYYYMMDD DATE'
                       TO TRANS-REASON
               ELSE
                   MOVE DATE-CHECK-WORK TO DUE-DATE-WORK
               END-IF
           END-IF.
       340-SET-ACCOUNTS.
           MOVE 0 TO PAY-ACCT-WORK
           MOVE 0 TO EXP-ACCT-WORK
           IF APIT-PAY-ACCT = SPACES
               MOVE TRADE-PAY-ACCT TO PAY-ACCT-WORK
           ELSE
               IF APIT-PAY-ACCT IS NUMERIC
                   MOVE APIT-PAY-ACCT TO PAY-ACCT-WORK
               ELSE
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'PAYABLE ACCOUNT NOT NUMERIC' TO TRANS-REASON
               END-IF
           END-IF
           IF TRANS-RESULT = 'ENTERED ' AND PAY-ACCT-WORK = 0
               MOVE 'REJECTED' TO TRANS-RESULT
               MOVE 'NO PAYABLE ACCOUNT FOR THE INVOICE'
                   TO TRANS-REASON
           END-IF
           IF TRANS-RESULT = 'ENTERED ' AND APIT-EXP-ACCT NOT = SPACES
               IF APIT-EXP-ACCT IS NUMERIC
                   MOVE APIT-EXP-ACCT TO EXP-ACCT-WORK
               ELSE
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'EXPENSE ACCOUNT NOT NUMERIC' TO TRANS-REASON
               END-IF
           END-IF.
       350-WRITE-INVOICE.
           INITIALIZE AP-OPEN-REC
           MOVE APIT-VENDOR-NO TO APO-VENDOR-NO
           MOVE APIT-INVOICE-NO TO APO-INVOICE-NO
           MOVE INVOICE-DATE-WORK TO APO-INVOICE-DATE
           MOVE DUE-DATE-WORK TO APO-DUE-DATE
           MOVE AMOUNT-WORK TO APO-AMOUNT
           MOVE PAY-ACCT-WORK TO APO-PAY-ACCT
           MOVE EXP-ACCT-WORK TO APO-EXP-ACCT
           MOVE APIT-DESC TO APO-DESC
           IF APIT-SOURCE = 'R'
               MOVE 'R' TO APO-SOURCE
           ELSE
               MOVE 'K' TO APO-SOURCE
           END-IF
           MOVE 'O' TO APO-STATUS
           MOVE RUN-DATE TO APO-ENTRY-DATE
           MOVE 0 TO APO-PAID-DATE
           MOVE 0 TO APO-CHECK-NO
           WRITE AP-OPEN-REC
           ADD 1 TO ENTERED-COUNT
           ADD AMOUNT-WORK TO ENTERED-DOLLARS
           MOVE DUE-DATE-WORK TO DTL-DUE-OUT
           IF EXP-ACCT-WORK > 0
               PERFORM 360-POST-EXPENSE
           END-IF.
       360-POST-EXPENSE.
           MOVE 0 TO GLP-TERR-OUT
           MOVE SPACES TO GLP-COMPANY-OUT
           MOVE 0 TO GLP-OFFICE-OUT
           MOVE RUN-DATE(5:2) TO GLP-PERIOD-OUT
           MOVE RUN-DATE TO GLP-DATE-OUT
           MOVE 'D' TO GLP-TYPE-OUT
           MOVE EXP-ACCT-WORK TO GLP-ACCT-OUT
           MOVE AMOUNT-WORK TO GLP-AMOUNT-OUT
           WRITE GL-POST-REC
           MOVE 'C' TO GLP-TYPE-OUT
           MOVE PAY-ACCT-WORK TO GLP-ACCT-OUT
           MOVE AMOUNT-WORK TO GLP-AMOUNT-OUT
           WRITE GL-POST-REC
           ADD AMOUNT-WORK TO POSTED-DOLLARS.
       380-CHECK-DATE-PLAUSIBLE.
      *>      DATE-CHECK-WORK AS YYYYMMDD
           MOVE 'NO' TO DATE-IS-GOOD
           IF DCW-MONTH >= 1 AND DCW-MONTH <= 12
               AND DCW-DAY >= 1 AND DCW-DAY <= 31
               AND DCW-YEAR >= 1900 AND DCW-YEAR <= 2099
               MOVE 'YES' TO DATE-IS-GOOD
           END-IF.
       500-HOLD-INVOICE.
           MOVE APIT-VENDOR-NO TO APO-VENDOR-NO
           MOVE APIT-INVOICE-NO TO APO-INVOICE-NO
           READ AP-OPEN-FILE
               INVALID KEY
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'INVOICE NOT ON FILE' TO TRANS-REASON
               NOT INVALID KEY
                   MOVE APO-AMOUNT TO AMOUNT-WORK
                   IF APO-STATUS NOT = 'O'
                       MOVE 'REJECTED' TO TRANS-RESULT
                       MOVE 'ONLY AN OPEN INVOICE CAN BE HELD'
                           TO TRANS-REASON
                   ELSE
                       MOVE 'H' TO APO-STATUS
                       REWRITE AP-OPEN-REC
                       MOVE 'HELD    ' TO TRANS-RESULT
                       ADD 1 TO HOLD-COUNT
                   END-IF
           END-READ.
       550-RELEASE-INVOICE.
           MOVE APIT-VENDOR-NO TO APO-VENDOR-NO
           MOVE APIT-INVOICE-NO TO APO-INVOICE-NO
           READ AP-OPEN-FILE
               INVALID KEY
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'INVOICE NOT ON FILE' TO TRANS-REASON
               NOT INVALID KEY
                   MOVE APO-AMOUNT TO AMOUNT-WORK
                   IF APO-STATUS NOT = 'H'
                       MOVE 'REJECTED' TO TRANS-RESULT
                       MOVE 'INVOICE IS NOT ON HOLD' TO TRANS-REASON
                   ELSE
                       MOVE 'O' TO APO-STATUS
                       REWRITE AP-OPEN-REC
                       MOVE 'RELEASED' TO TRANS-RESULT
                       ADD 1 TO HOLD-COUNT
                   END-IF
           END-READ.
