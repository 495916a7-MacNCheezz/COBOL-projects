      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Import the bank's lockbox remittance file into the
      *          CASH-APPLY transaction file, replacing the morning
      *          re-keying of every payment. The bank's file is one
      *          header (1), then per batch a batch header (5), one
      *          detail (6) per check and a batch trailer (7) with
      *          the batch's item count and dollars, and a file
      *          trailer (9) with the batch count, item count and
      *          file dollars. Nothing is released until the file
      *          trailer proves against the details; a file that
      *          does not prove stops the run RC 8 with nothing
      *          written. Each batch is then proved against its own
      *          trailer: a balanced batch is released, one that is
      *          out of balance is held whole (RC 4) for the bank to
      *          correct. Every released payment is matched to a
      *          customer - by the customer number on the remittance
      *          when it is valid, otherwise by the invoice it
      *          references on the AR open-item file, otherwise by
      *          the bank account the check is drawn on against the
      *          customer master. A payment that cannot be tied to
      *          exactly one customer goes on the suspense listing
      *          for research instead of being applied to a guess
      *          (RC 4). Payments against a written-off invoice, or
      *          with no invoice from a customer with a written-off
      *          balance, go across as recovery receipts. Imported
      *          files are logged by lockbox, deposit date and total
      *          so the same file cannot be imported twice.
      * Modification History:
      *   10/15/26 - initial version
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCKBOX-IMPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKBOX-IN
           ASSIGN TO LOCKBOX-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCKBOX-STATUS.
           SELECT AR-OPEN-FILE
           ASSIGN TO AR-OPEN-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AR-KEY
               FILE STATUS IS AR-STATUS-CODE.
           SELECT CUST-MASTER
           ASSIGN TO CUST-MASTER-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-MST-NO
               FILE STATUS IS CUST-MASTER-STATUS.
           SELECT CASH-TRANS-OUT
           ASSIGN TO CASH-TRANS-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASH-TRANS-STATUS.
           SELECT IMPORT-LOG
           ASSIGN TO IMPORT-LOG-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.
           SELECT PROOF-REPORT
           ASSIGN TO PROOF-REPORT-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUSPENSE-LIST
           ASSIGN TO SUSPENSE-LIST-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL
           ASSIGN TO RUN-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOCKBOX-IN.
       01  LOCKBOX-REC.
           05 LBX-REC-TYPE                 PIC X(1).
           05 LBX-BODY                     PIC X(79).
           05 LBX-FILE-HEADER REDEFINES LBX-BODY.
               10 LBH-BANK-ID              PIC X(10).
               10 LBH-LOCKBOX-NO           PIC X(7).
               10 LBH-DEPOSIT-DATE         PIC X(8).
               10                          PIC X(54).
           05 LBX-BATCH-HEADER REDEFINES LBX-BODY.
               10 LBB-BATCH-NO             PIC X(3).
               10 LBB-DEPOSIT-DATE         PIC X(8).
               10                          PIC X(68).
           05 LBX-DETAIL REDEFINES LBX-BODY.
               10 LBD-BATCH-NO             PIC X(3).
               10 LBD-ITEM-NO              PIC X(3).
               10 LBD-AMOUNT               PIC X(9).
               10 LBD-AMOUNT-NUM REDEFINES LBD-AMOUNT
                                           PIC 9(7)V99.
               10 LBD-ROUTING              PIC X(9).
               10 LBD-ACCOUNT              PIC X(17).
               10 LBD-CHECK-NO             PIC X(10).
               10 LBD-INVOICE-REF          PIC X(6).
               10 LBD-INVOICE-NUM REDEFINES LBD-INVOICE-REF
                                           PIC 9(6).
               10 LBD-CUST-REF             PIC X(4).
               10 LBD-CUST-NUM REDEFINES LBD-CUST-REF
                                           PIC 9(4).
               10                          PIC X(18).
           05 LBX-BATCH-TRAILER REDEFINES LBX-BODY.
               10 LBT-BATCH-NO             PIC X(3).
               10 LBT-ITEM-COUNT           PIC X(4).
               10 LBT-ITEM-COUNT-NUM REDEFINES LBT-ITEM-COUNT
                                           PIC 9(4).
               10 LBT-TOTAL                PIC X(11).
               10 LBT-TOTAL-NUM REDEFINES LBT-TOTAL
                                           PIC 9(9)V99.
               10                          PIC X(61).
           05 LBX-FILE-TRAILER REDEFINES LBX-BODY.
               10 LBF-BATCH-COUNT          PIC X(3).
               10 LBF-BATCH-COUNT-NUM REDEFINES LBF-BATCH-COUNT
                                           PIC 9(3).
               10 LBF-ITEM-COUNT           PIC X(5).
               10 LBF-ITEM-COUNT-NUM REDEFINES LBF-ITEM-COUNT
                                           PIC 9(5).
               10 LBF-TOTAL                PIC X(11).
               10 LBF-TOTAL-NUM REDEFINES LBF-TOTAL
                                           PIC 9(9)V99.
               10                          PIC X(60).
       FD  AR-OPEN-FILE.
       01  AR-OPEN-REC.
           COPY OLIV-AR-Open.
       FD  CUST-MASTER.
       01  CUST-MASTER-REC.
           COPY OLIV-CUST-Master.
      *>      SAME RECORD LAYOUT CASH-APPLY READS
       FD  CASH-TRANS-OUT.
       01  CASH-TRANS-REC.
           05 CSH-CUST-NO                  PIC X(4).
           05 CSH-DATE                     PIC X(8).
           05 CSH-AMOUNT                   PIC 9(7)V99.
           05 CSH-INVOICE-NO               PIC X(6).
           05 CSH-TYPE                     PIC X(1).
       FD  IMPORT-LOG.
       01  IMPORT-LOG-REC.
           05 LOG-LOCKBOX-NO               PIC X(7).
           05 LOG-DEPOSIT-DATE             PIC X(8).
           05 LOG-FILE-TOTAL               PIC 9(9)V99.
           05 LOG-IMPORT-DATE              PIC 9(8).
       FD  PROOF-REPORT.
       01  REPORT-REC                      PIC X(90).
       FD  SUSPENSE-LIST.
       01  SUSPENSE-REC                    PIC X(110).
       FD  RUN-CONTROL.
       01  RUN-CONTROL-REC.
           COPY OLIV-RUN-Ctl.
       WORKING-STORAGE SECTION.
       01  MORE-LOCKBOX                    PIC XXX VALUE 'YES'.
       01  MORE-ITEMS                      PIC XXX VALUE 'YES'.
       01  MORE-CUSTOMERS                  PIC XXX VALUE 'YES'.
       01  MORE-LOG                        PIC XXX VALUE 'YES'.
       01  LOCKBOX-STATUS                  PIC XX.
       01  AR-STATUS-CODE                  PIC XX.
       01  CUST-MASTER-STATUS              PIC XX.
       01  CASH-TRANS-STATUS               PIC XX.
       01  LOG-STATUS                      PIC XX.
       01  RUN-CTL-STATUS                  PIC XX.
       01  RUN-DATE                        PIC 9(8).
       01  HEADER-SEEN                     PIC XXX VALUE 'NO'.
       01  TRAILER-SEEN                    PIC XXX VALUE 'NO'.
       01  FILE-STRUCTURE-BAD              PIC XXX VALUE 'NO'.
       01  FILE-RECEIVED                   PIC XXX VALUE 'YES'.
       01  FILE-PROVES                     PIC XXX.
       01  FILE-REASON                     PIC X(40).
       01  FILE-LOCKBOX-NO                 PIC X(7).
       01  FILE-DEPOSIT-DATE               PIC X(8).
       01  FILE-TRL-BATCHES                PIC 9(3) VALUE 0.
       01  FILE-TRL-ITEMS                  PIC 9(5) VALUE 0.
       01  FILE-TRL-TOTAL                  PIC 9(9)V99 VALUE 0.
       01  FILE-DTL-ITEMS                  PIC 9(5) VALUE 0.
       01  FILE-DTL-TOTAL                  PIC 9(9)V99 VALUE 0.
       01  ALREADY-IMPORTED                PIC XXX VALUE 'NO'.
       01  INVOICE-TABLE-FULL              PIC XXX VALUE 'NO'.
       01  BATCH-COUNT                     PIC 9(3) VALUE 0.
       01  BATCH-IDX                       PIC 9(3).
       01  BATCH-TABLE.
           05 BATCH-ENTRY OCCURS 200 TIMES.
               10 BAT-BATCH-NO             PIC X(3).
               10 BAT-DEPOSIT-DATE         PIC X(8).
               10 BAT-DTL-COUNT            PIC 9(4).
               10 BAT-DTL-TOTAL            PIC 9(9)V99.
               10 BAT-BAD-AMOUNTS          PIC 9(4).
               10 BAT-TRL-SEEN             PIC X(3).
               10 BAT-TRL-COUNT            PIC 9(4).
               10 BAT-TRL-TOTAL            PIC 9(9)V99.
       01  DETAIL-COUNT                    PIC 9(4) VALUE 0.
       01  DETAIL-IDX                      PIC 9(4).
       01  DETAIL-TABLE.
           05 DETAIL-ENTRY OCCURS 5000 TIMES.
               10 DTB-BATCH-IDX            PIC 9(3).
               10 DTB-REC                  PIC X(80).
       01  CUST-IDX                        PIC 9(4).
       01  CUST-TABLE.
      *>      ONE ROW PER POSSIBLE CUSTOMER NUMBER, SUBSCRIPTED BY IT
           05 CUST-ENTRY OCCURS 9999 TIMES.
               10 CTB-STATUS               PIC X(1).
               10 CTB-ROUTING              PIC X(9).
               10 CTB-ACCOUNT              PIC X(17).
       01  INVOICE-COUNT                   PIC 9(5) VALUE 0.
       01  INVOICE-IDX                     PIC 9(5).
       01  INVOICE-TABLE.
           05 INVOICE-ENTRY OCCURS 20000 TIMES.
               10 ITB-INVOICE-NO           PIC 9(6).
               10 ITB-CUST-NO              PIC 9(4).
               10 ITB-RECOVERABLE          PIC X(1).
       01  FOUND-CUST                      PIC 9(4).
       01  FOUND-INVOICE-IDX               PIC 9(5).
       01  BANK-MATCH-COUNT                PIC 9(4).
       01  ID-METHOD                       PIC X(12).
       01  SUSPENSE-REASON                 PIC X(34).
       01  RECOVERY-SW                     PIC X(1).
       01  BATCH-RESULT                    PIC X(24).
       01  RELEASED-COUNT                  PIC 9(5) VALUE 0.
       01  RELEASED-DOLLARS                PIC 9(9)V99 VALUE 0.
       01  RECOVERY-COUNT                  PIC 9(5) VALUE 0.
       01  SUSPENSE-COUNT                  PIC 9(5) VALUE 0.
       01  SUSPENSE-DOLLARS                PIC 9(9)V99 VALUE 0.
       01  HELD-BATCHES                    PIC 9(3) VALUE 0.
       01  HELD-COUNT                      PIC 9(5) VALUE 0.
       01  HELD-DOLLARS                    PIC 9(9)V99 VALUE 0.
       01  BY-CUST-COUNT                   PIC 9(5) VALUE 0.
       01  BY-INVOICE-COUNT                PIC 9(5) VALUE 0.
       01  BY-BANK-COUNT                   PIC 9(5) VALUE 0.
       01  HEADING1.
           05                              PIC X(30) VALUE
               'LOCKBOX IMPORT PROOF REPORT'.
           05                              PIC X(8) VALUE
               '  DATE: '.
           05 HDG-DATE-OUT                 PIC 9(8).
       01  HEADING-FILE.
           05                              PIC X(9) VALUE
               'LOCKBOX: '.
           05 HDG-LOCKBOX-OUT              PIC X(7).
           05                              PIC X(17) VALUE
               '  DEPOSIT DATE: '.
           05 HDG-DEPOSIT-OUT              PIC X(8).
       01  HEADING2.
           05                              PIC X(40) VALUE
               'BATCH  ITEMS TRL-ITEMS          AMOUNT'.
           05                              PIC X(40) VALUE
               '     TRL-AMOUNT  RESULT'.
       01  BATCH-LINE.
           05                              PIC X(1) VALUE SPACES.
           05 BTL-BATCH-OUT                PIC X(3).
           05                              PIC X(3) VALUE SPACES.
           05 BTL-ITEMS-OUT                PIC Z,ZZ9.
           05                              PIC X(4) VALUE SPACES.
           05 BTL-TRL-ITEMS-OUT            PIC Z,ZZ9.
           05                              PIC X(2) VALUE SPACES.
           05 BTL-AMOUNT-OUT               PIC $ZZZ,ZZZ,ZZ9.99.
           05                              PIC X(2) VALUE SPACES.
           05 BTL-TRL-AMOUNT-OUT           PIC $ZZZ,ZZZ,ZZ9.99.
           05                              PIC X(2) VALUE SPACES.
           05 BTL-RESULT-OUT               PIC X(24).
       01  FILE-LINE.
           05                              PIC X(14) VALUE
               'FILE TRAILER: '.
           05 FLL-BATCHES-OUT              PIC ZZ9.
           05                              PIC X(9) VALUE
               ' BATCHES '.
           05 FLL-ITEMS-OUT                PIC ZZ,ZZ9.
           05                              PIC X(7) VALUE
               ' ITEMS '.
           05 FLL-TOTAL-OUT                PIC $ZZZ,ZZZ,ZZ9.99.
       01  FILE-DETAIL-LINE.
           05                              PIC X(14) VALUE
               'DETAILS READ: '.
           05 FDL-BATCHES-OUT              PIC ZZ9.
           05                              PIC X(9) VALUE
               ' BATCHES '.
           05 FDL-ITEMS-OUT                PIC ZZ,ZZ9.
           05                              PIC X(7) VALUE
               ' ITEMS '.
           05 FDL-TOTAL-OUT                PIC $ZZZ,ZZZ,ZZ9.99.
       01  FILE-RESULT-LINE.
           05                              PIC X(14) VALUE
               'FILE PROOF:   '.
           05 FRL-RESULT-OUT               PIC X(40).
       01  SUMMARY-LINE-1.
           05                              PIC X(26) VALUE
               'PAYMENTS RELEASED:        '.
           05 SUM-RELEASED-OUT             PIC ZZ,ZZ9.
           05                              PIC X(4) VALUE '  $'.
           05 SUM-RELEASED-DOL-OUT         PIC ZZZ,ZZZ,ZZ9.99.
           05                              PIC X(16) VALUE
               '  RECOVERIES: '.
           05 SUM-RECOVERY-OUT             PIC ZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05                              PIC X(26) VALUE
               '  BY CUSTOMER NUMBER:     '.
           05 SUM-BY-CUST-OUT              PIC ZZ,ZZ9.
           05                              PIC X(14) VALUE
               '  BY INVOICE: '.
           05 SUM-BY-INVOICE-OUT           PIC ZZ,ZZ9.
           05                              PIC X(11) VALUE
               '  BY BANK: '.
           05 SUM-BY-BANK-OUT              PIC ZZ,ZZ9.
       01  SUMMARY-LINE-3.
           05                              PIC X(26) VALUE
               'PAYMENTS TO SUSPENSE:     '.
           05 SUM-SUSPENSE-OUT             PIC ZZ,ZZ9.
           05                              PIC X(4) VALUE '  $'.
           05 SUM-SUSPENSE-DOL-OUT         PIC ZZZ,ZZZ,ZZ9.99.
       01  SUMMARY-LINE-4.
           05                              PIC X(26) VALUE
               'BATCHES HELD:             '.
           05 SUM-HELD-BATCH-OUT           PIC ZZ,ZZ9.
           05                              PIC X(4) VALUE '  $'.
           05 SUM-HELD-DOL-OUT             PIC ZZZ,ZZZ,ZZ9.99.
           05                              PIC X(10) VALUE
               '  ITEMS: '.
           05 SUM-HELD-OUT                 PIC ZZ,ZZ9.
       01  SUSPENSE-HEADING1.
           05                              PIC X(40) VALUE
               'LOCKBOX SUSPENSE - PAYMENTS TO RESEARCH'.
           05                              PIC X(8) VALUE
               '  DATE: '.
           05 SHD-DATE-OUT                 PIC 9(8).
       01  SUSPENSE-HEADING2.
           05                              PIC X(35) VALUE
               'BATCH ITEM    AMOUNT   CHECK NO    '.
           05                              PIC X(48) VALUE
               'ROUTING    ACCOUNT           INVOICE CUST REASON'.
       01  SUSPENSE-LINE.
           05                              PIC X(1) VALUE SPACES.
           05 SSL-BATCH-OUT                PIC X(3).
           05                              PIC X(2) VALUE SPACES.
           05 SSL-ITEM-OUT                 PIC X(3).
           05                              PIC X(1) VALUE SPACES.
           05 SSL-AMOUNT-OUT               PIC $ZZZ,ZZ9.99.
           05                              PIC X(2) VALUE SPACES.
           05 SSL-CHECK-OUT                PIC X(10).
           05                              PIC X(2) VALUE SPACES.
           05 SSL-ROUTING-OUT              PIC X(9).
           05                              PIC X(2) VALUE SPACES.
           05 SSL-ACCOUNT-OUT              PIC X(17).
           05                              PIC X(1) VALUE SPACES.
           05 SSL-INVOICE-OUT              PIC X(6).
           05                              PIC X(2) VALUE SPACES.
           05 SSL-CUST-OUT                 PIC X(4).
           05                              PIC X(1) VALUE SPACES.
           05 SSL-REASON-OUT               PIC X(34).
       01  LOCKBOX-DD                      PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-AR-Lockbox.txt'.
       01  AR-OPEN-DD                      PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-AR-Open.dat'.
       01  CUST-MASTER-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-CUST-Master.dat'.
       01  CASH-TRANS-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-AR-CashTrn.txt'.
       01  IMPORT-LOG-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-AR-LbxLog.txt'.
       01  PROOF-REPORT-DD                 PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-AR-LbxRpt.txt'.
       01  SUSPENSE-LIST-DD                PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-AR-LbxSusp.txt'.
       01  RUN-CONTROL-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-Ctl.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-GET-FILE-NAMES
           PERFORM 015-GET-BUSINESS-DATE
           PERFORM 050-LOAD-LOCKBOX-FILE
           OPEN OUTPUT PROOF-REPORT
           MOVE RUN-DATE TO HDG-DATE-OUT
           WRITE REPORT-REC FROM HEADING1
           MOVE FILE-LOCKBOX-NO TO HDG-LOCKBOX-OUT
           MOVE FILE-DEPOSIT-DATE TO HDG-DEPOSIT-OUT
           WRITE REPORT-REC FROM HEADING-FILE
           PERFORM 200-PROVE-FILE
           IF FILE-PROVES = 'YES'
               PERFORM 060-CHECK-IMPORT-LOG
               IF ALREADY-IMPORTED = 'YES'
                   MOVE 'NO' TO FILE-PROVES
                   MOVE 'ALREADY IMPORTED - NOTHING RELEASED'
                       TO FILE-REASON
               END-IF
           END-IF
           MOVE FILE-REASON TO FRL-RESULT-OUT
           WRITE REPORT-REC FROM FILE-RESULT-LINE
           IF FILE-RECEIVED = 'NO'
               DISPLAY 'NO LOCKBOX FILE FROM THE BANK - NOTHING TO '
                   'IMPORT THIS RUN'
               CLOSE PROOF-REPORT
               STOP RUN
           END-IF
           IF FILE-PROVES = 'NO'
               DISPLAY 'LOCKBOX FILE ' FILE-REASON ' - RUN STOPPED'
               CLOSE PROOF-REPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 020-LOAD-CUSTOMERS
           PERFORM 030-LOAD-INVOICES
           OPEN EXTEND CASH-TRANS-OUT
           IF CASH-TRANS-STATUS NOT = '00'
               AND CASH-TRANS-STATUS NOT = '05'
               OPEN OUTPUT CASH-TRANS-OUT
           END-IF
           OPEN OUTPUT SUSPENSE-LIST
           MOVE RUN-DATE TO SHD-DATE-OUT
           WRITE SUSPENSE-REC FROM SUSPENSE-HEADING1
           WRITE SUSPENSE-REC FROM SUSPENSE-HEADING2
           WRITE REPORT-REC FROM HEADING2
               AFTER ADVANCING 2 LINES
           PERFORM VARYING BATCH-IDX FROM 1 BY 1
               UNTIL BATCH-IDX > BATCH-COUNT
               PERFORM 300-PROVE-BATCH
           END-PERFORM
           PERFORM 700-LOG-IMPORT
           MOVE RELEASED-COUNT TO SUM-RELEASED-OUT
           MOVE RELEASED-DOLLARS TO SUM-RELEASED-DOL-OUT
           MOVE RECOVERY-COUNT TO SUM-RECOVERY-OUT
           MOVE BY-CUST-COUNT TO SUM-BY-CUST-OUT
           MOVE BY-INVOICE-COUNT TO SUM-BY-INVOICE-OUT
           MOVE BY-BANK-COUNT TO SUM-BY-BANK-OUT
           MOVE SUSPENSE-COUNT TO SUM-SUSPENSE-OUT
           MOVE SUSPENSE-DOLLARS TO SUM-SUSPENSE-DOL-OUT
           MOVE HELD-BATCHES TO SUM-HELD-BATCH-OUT
           MOVE HELD-DOLLARS TO SUM-HELD-DOL-OUT
           MOVE HELD-COUNT TO SUM-HELD-OUT
           WRITE REPORT-REC FROM SUMMARY-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM SUMMARY-LINE-2
           WRITE REPORT-REC FROM SUMMARY-LINE-3
           WRITE REPORT-REC FROM SUMMARY-LINE-4
           CLOSE CASH-TRANS-OUT
                 SUSPENSE-LIST
                 PROOF-REPORT
           IF HELD-BATCHES > 0 OR SUSPENSE-COUNT > 0
               OR INVOICE-TABLE-FULL = 'YES'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       010-GET-FILE-NAMES.
           ACCEPT LOCKBOX-DD FROM ENVIRONMENT "ARLOCKBOX"
           ACCEPT AR-OPEN-DD FROM ENVIRONMENT "AROPEN"
           ACCEPT CUST-MASTER-DD FROM ENVIRONMENT "CUSTMASTER"
           ACCEPT CASH-TRANS-DD FROM ENVIRONMENT "ARCASHIN"
           ACCEPT IMPORT-LOG-DD FROM ENVIRONMENT "ARLBXLOG"
           ACCEPT PROOF-REPORT-DD FROM ENVIRONMENT "ARLBXRPT"
           ACCEPT SUSPENSE-LIST-DD FROM ENVIRONMENT "ARLBXSUSP"
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
       020-LOAD-CUSTOMERS.
           INITIALIZE CUST-TABLE
           OPEN INPUT CUST-MASTER
           IF CUST-MASTER-STATUS NOT = '00'
               DISPLAY 'CUSTOMER MASTER WOULD NOT OPEN - RUN '
                   'STOPPED (PAYMENTS CANNOT BE IDENTIFIED)'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL MORE-CUSTOMERS = 'NO'
               READ CUST-MASTER NEXT RECORD
                   AT END
                       MOVE 'NO' TO MORE-CUSTOMERS
                   NOT AT END
                       IF CUST-MST-NO > 0
                           MOVE CUST-MST-NO TO CUST-IDX
                           MOVE CUST-MST-STATUS
                               TO CTB-STATUS(CUST-IDX)
                           MOVE CUST-MST-BANK-ROUTING
                               TO CTB-ROUTING(CUST-IDX)
                           MOVE CUST-MST-BANK-ACCT
                               TO CTB-ACCOUNT(CUST-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUST-MASTER.
       030-LOAD-INVOICES.
           OPEN INPUT AR-OPEN-FILE
           IF AR-STATUS-CODE NOT = '00'
               DISPLAY 'AR OPEN-ITEM FILE WOULD NOT OPEN - STATUS '
                   AR-STATUS-CODE ' - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL MORE-ITEMS = 'NO'
               READ AR-OPEN-FILE NEXT RECORD
                   AT END
                       MOVE 'NO' TO MORE-ITEMS
                   NOT AT END
                       PERFORM 035-ADD-INVOICE
               END-READ
           END-PERFORM
           CLOSE AR-OPEN-FILE.
       035-ADD-INVOICE.
      *>      THE TABLE IS ONLY A LOOKUP - A FULL TABLE COSTS LATER
      *>      INVOICES THEIR MATCH (THEY GO TO SUSPENSE), NOT DATA
           IF INVOICE-COUNT < 20000
               ADD 1 TO INVOICE-COUNT
               MOVE AR-INVOICE-NO TO ITB-INVOICE-NO(INVOICE-COUNT)
               MOVE AR-CUST-NO TO ITB-CUST-NO(INVOICE-COUNT)
               IF AR-STATUS = 'W' AND AR-WOFF-AMT > 0
                   MOVE 'Y' TO ITB-RECOVERABLE(INVOICE-COUNT)
               ELSE
                   MOVE 'N' TO ITB-RECOVERABLE(INVOICE-COUNT)
               END-IF
           ELSE
               IF INVOICE-TABLE-FULL = 'NO'
                   DISPLAY 'AR OPEN-ITEM FILE PAST 20000 ITEMS - '
                       'LATER INVOICES CANNOT BE MATCHED'
                   MOVE 'YES' TO INVOICE-TABLE-FULL
               END-IF
           END-IF.
       050-LOAD-LOCKBOX-FILE.
           MOVE SPACES TO FILE-LOCKBOX-NO
           MOVE SPACES TO FILE-DEPOSIT-DATE
           OPEN INPUT LOCKBOX-IN
           IF LOCKBOX-STATUS NOT = '00'
               MOVE 'NO' TO MORE-LOCKBOX
           END-IF
           PERFORM UNTIL MORE-LOCKBOX = 'NO'
               READ LOCKBOX-IN
                   AT END
                       MOVE 'NO' TO MORE-LOCKBOX
                   NOT AT END
                       PERFORM 055-TAKE-LOCKBOX-RECORD
               END-READ
           END-PERFORM
           IF LOCKBOX-STATUS = '00' OR LOCKBOX-STATUS = '10'
               CLOSE LOCKBOX-IN
           END-IF.
       055-TAKE-LOCKBOX-RECORD.
      *>      ANYTHING AFTER THE FILE TRAILER, OR A BATCH RECORD
      *>      OUTSIDE A BATCH, MEANS THE FILE IS NOT WHAT THE BANK
      *>      MEANT TO SEND
           IF TRAILER-SEEN = 'YES'
               MOVE 'YES' TO FILE-STRUCTURE-BAD
           END-IF
           EVALUATE LBX-REC-TYPE
               WHEN '1'
                   IF HEADER-SEEN = 'YES'
                       MOVE 'YES' TO FILE-STRUCTURE-BAD
                   END-IF
                   MOVE 'YES' TO HEADER-SEEN
                   MOVE LBH-LOCKBOX-NO TO FILE-LOCKBOX-NO
                   MOVE LBH-DEPOSIT-DATE TO FILE-DEPOSIT-DATE
               WHEN '5'
                   IF BATCH-COUNT < 200
                       ADD 1 TO BATCH-COUNT
                       MOVE LBB-BATCH-NO TO BAT-BATCH-NO(BATCH-COUNT)
                       IF LBB-DEPOSIT-DATE IS NUMERIC
                           MOVE LBB-DEPOSIT-DATE
                               TO BAT-DEPOSIT-DATE(BATCH-COUNT)
                       ELSE
                           MOVE FILE-DEPOSIT-DATE
                               TO BAT-DEPOSIT-DATE(BATCH-COUNT)
                       END-IF
                       MOVE 0 TO BAT-DTL-COUNT(BATCH-COUNT)
                       MOVE 0 TO BAT-DTL-TOTAL(BATCH-COUNT)
                       MOVE 0 TO BAT-BAD-AMOUNTS(BATCH-COUNT)
                       MOVE 'NO' TO BAT-TRL-SEEN(BATCH-COUNT)
                       MOVE 0 TO BAT-TRL-COUNT(BATCH-COUNT)
                       MOVE 0 TO BAT-TRL-TOTAL(BATCH-COUNT)
                   ELSE
                       DISPLAY 'LOCKBOX FILE PAST 200 BATCHES - RUN '
                           'STOPPED BEFORE ANY PAYMENT WAS RELEASED'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN '6'
                   PERFORM 056-TAKE-DETAIL
               WHEN '7'
                   IF BATCH-COUNT = 0
                       MOVE 'YES' TO FILE-STRUCTURE-BAD
                   ELSE
                       IF BAT-TRL-SEEN(BATCH-COUNT) = 'YES'
                           OR LBT-BATCH-NO
                               NOT = BAT-BATCH-NO(BATCH-COUNT)
                           MOVE 'YES' TO FILE-STRUCTURE-BAD
                       END-IF
                       MOVE 'YES' TO BAT-TRL-SEEN(BATCH-COUNT)
                       IF LBT-ITEM-COUNT IS NUMERIC
                           MOVE LBT-ITEM-COUNT-NUM
                               TO BAT-TRL-COUNT(BATCH-COUNT)
                       END-IF
                       IF LBT-TOTAL IS NUMERIC
                           MOVE LBT-TOTAL-NUM
                               TO BAT-TRL-TOTAL(BATCH-COUNT)
                       END-IF
                   END-IF
               WHEN '9'
                   MOVE 'YES' TO TRAILER-SEEN
                   IF LBF-BATCH-COUNT IS NUMERIC
                       MOVE LBF-BATCH-COUNT-NUM TO FILE-TRL-BATCHES
                   END-IF
                   IF LBF-ITEM-COUNT IS NUMERIC
                       MOVE LBF-ITEM-COUNT-NUM TO FILE-TRL-ITEMS
                   END-IF
                   IF LBF-TOTAL IS NUMERIC
                       MOVE LBF-TOTAL-NUM TO FILE-TRL-TOTAL
                   END-IF
               WHEN OTHER
                   MOVE 'YES' TO FILE-STRUCTURE-BAD
           END-EVALUATE.
       056-TAKE-DETAIL.
           IF BATCH-COUNT = 0
               MOVE 'YES' TO FILE-STRUCTURE-BAD
           ELSE
               IF BAT-TRL-SEEN(BATCH-COUNT) = 'YES'
                   OR LBD-BATCH-NO NOT = BAT-BATCH-NO(BATCH-COUNT)
                   MOVE 'YES' TO FILE-STRUCTURE-BAD
               END-IF
               IF DETAIL-COUNT < 5000
                   ADD 1 TO DETAIL-COUNT
                   MOVE BATCH-COUNT TO DTB-BATCH-IDX(DETAIL-COUNT)
                   MOVE LOCKBOX-REC TO DTB-REC(DETAIL-COUNT)
               ELSE
                   DISPLAY 'LOCKBOX FILE PAST 5000 PAYMENTS - RUN '
                       'STOPPED BEFORE ANY PAYMENT WAS RELEASED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO BAT-DTL-COUNT(BATCH-COUNT)
               ADD 1 TO FILE-DTL-ITEMS
      *>      AN UNREADABLE AMOUNT CANNOT BE PROVED - IT KEEPS ITS
      *>      BATCH (AND SO THE FILE) FROM BALANCING
               IF LBD-AMOUNT IS NUMERIC
                   ADD LBD-AMOUNT-NUM TO BAT-DTL-TOTAL(BATCH-COUNT)
                   ADD LBD-AMOUNT-NUM TO FILE-DTL-TOTAL
               ELSE
                   ADD 1 TO BAT-BAD-AMOUNTS(BATCH-COUNT)
               END-IF
           END-IF.
       060-CHECK-IMPORT-LOG.
           OPEN INPUT IMPORT-LOG
           IF LOG-STATUS NOT = '00'
               MOVE 'NO' TO MORE-LOG
           END-IF
           PERFORM UNTIL MORE-LOG = 'NO'
               READ IMPORT-LOG
                   AT END
                       MOVE 'NO' TO MORE-LOG
                   NOT AT END
                       IF LOG-LOCKBOX-NO = FILE-LOCKBOX-NO
                           AND LOG-DEPOSIT-DATE = FILE-DEPOSIT-DATE
                           AND LOG-FILE-TOTAL = FILE-TRL-TOTAL
                           MOVE 'YES' TO ALREADY-IMPORTED
                       END-IF
               END-READ
           END-PERFORM
           IF LOG-STATUS = '00' OR LOG-STATUS = '10'
               CLOSE IMPORT-LOG
           END-IF.
       200-PROVE-FILE.
           MOVE FILE-TRL-BATCHES TO FLL-BATCHES-OUT
           MOVE FILE-TRL-ITEMS TO FLL-ITEMS-OUT
           MOVE FILE-TRL-TOTAL TO FLL-TOTAL-OUT
           WRITE REPORT-REC FROM FILE-LINE
               AFTER ADVANCING 2 LINES
           MOVE BATCH-COUNT TO FDL-BATCHES-OUT
           MOVE FILE-DTL-ITEMS TO FDL-ITEMS-OUT
           MOVE FILE-DTL-TOTAL TO FDL-TOTAL-OUT
           WRITE REPORT-REC FROM FILE-DETAIL-LINE
           MOVE 'NO' TO FILE-PROVES
           EVALUATE TRUE
               WHEN HEADER-SEEN = 'NO' AND TRAILER-SEEN = 'NO'
                   AND DETAIL-COUNT = 0 AND BATCH-COUNT = 0
                   MOVE 'NO' TO FILE-RECEIVED
                   MOVE 'NOT RECEIVED - NOTHING TO IMPORT'
                       TO FILE-REASON
               WHEN HEADER-SEEN = 'NO'
                   MOVE 'HAS NO HEADER RECORD' TO FILE-REASON
               WHEN TRAILER-SEEN = 'NO'
                   MOVE 'HAS NO FILE TRAILER - INCOMPLETE'
                       TO FILE-REASON
               WHEN FILE-STRUCTURE-BAD = 'YES'
                   MOVE 'RECORDS OUT OF SEQUENCE' TO FILE-REASON
               WHEN FILE-TRL-BATCHES NOT = BATCH-COUNT
                   OR FILE-TRL-ITEMS NOT = FILE-DTL-ITEMS
                   OR FILE-TRL-TOTAL NOT = FILE-DTL-TOTAL
                   MOVE 'OUT OF BALANCE WITH ITS TRAILER'
                       TO FILE-REASON
               WHEN OTHER
                   MOVE 'YES' TO FILE-PROVES
                   MOVE 'BALANCED WITH ITS TRAILER' TO FILE-REASON
           END-EVALUATE.
       300-PROVE-BATCH.
           EVALUATE TRUE
               WHEN BAT-TRL-SEEN(BATCH-IDX) = 'NO'
                   MOVE 'NO TRAILER - HELD' TO BATCH-RESULT
               WHEN BAT-BAD-AMOUNTS(BATCH-IDX) > 0
                   MOVE 'BAD AMOUNT - HELD' TO BATCH-RESULT
               WHEN BAT-DTL-COUNT(BATCH-IDX)
                       NOT = BAT-TRL-COUNT(BATCH-IDX)
                   OR BAT-DTL-TOTAL(BATCH-IDX)
                       NOT = BAT-TRL-TOTAL(BATCH-IDX)
                   MOVE 'OUT OF BALANCE - HELD' TO BATCH-RESULT
               WHEN OTHER
                   MOVE 'BALANCED - RELEASED' TO BATCH-RESULT
           END-EVALUATE
           MOVE BAT-BATCH-NO(BATCH-IDX) TO BTL-BATCH-OUT
           MOVE BAT-DTL-COUNT(BATCH-IDX) TO BTL-ITEMS-OUT
           MOVE BAT-TRL-COUNT(BATCH-IDX) TO BTL-TRL-ITEMS-OUT
           MOVE BAT-DTL-TOTAL(BATCH-IDX) TO BTL-AMOUNT-OUT
           MOVE BAT-TRL-TOTAL(BATCH-IDX) TO BTL-TRL-AMOUNT-OUT
           MOVE BATCH-RESULT TO BTL-RESULT-OUT
           WRITE REPORT-REC FROM BATCH-LINE
           IF BATCH-RESULT = 'BALANCED - RELEASED'
               PERFORM VARYING DETAIL-IDX FROM 1 BY 1
                   UNTIL DETAIL-IDX > DETAIL-COUNT
                   IF DTB-BATCH-IDX(DETAIL-IDX) = BATCH-IDX
                       MOVE DTB-REC(DETAIL-IDX) TO LOCKBOX-REC
                       PERFORM 400-IDENTIFY-PAYMENT
                   END-IF
               END-PERFORM
           ELSE
               ADD 1 TO HELD-BATCHES
               ADD BAT-DTL-COUNT(BATCH-IDX) TO HELD-COUNT
               ADD BAT-DTL-TOTAL(BATCH-IDX) TO HELD-DOLLARS
           END-IF.
       400-IDENTIFY-PAYMENT.
           MOVE 0 TO FOUND-CUST
           MOVE 0 TO FOUND-INVOICE-IDX
           MOVE SPACES TO ID-METHOD
           MOVE SPACES TO SUSPENSE-REASON
           IF LBD-INVOICE-REF IS NUMERIC
               PERFORM 410-FIND-INVOICE
           END-IF
           IF LBD-CUST-REF IS NUMERIC AND LBD-CUST-NUM > 0
               AND CTB-STATUS(LBD-CUST-NUM) NOT = SPACE
               MOVE LBD-CUST-NUM TO FOUND-CUST
               MOVE 'CUSTOMER' TO ID-METHOD
      *>      A GOOD CUSTOMER NUMBER WITH SOMEONE ELSE'S INVOICE ON
      *>      IT IS EXACTLY THE PAYMENT THAT MUST NOT BE GUESSED AT
               IF FOUND-INVOICE-IDX > 0
                   AND ITB-CUST-NO(FOUND-INVOICE-IDX) NOT = FOUND-CUST
                   MOVE 0 TO FOUND-CUST
                   MOVE 'INVOICE BELONGS TO ANOTHER CUSTOMER'
                       TO SUSPENSE-REASON
               END-IF
           ELSE
               IF FOUND-INVOICE-IDX > 0
                   IF CTB-STATUS(ITB-CUST-NO(FOUND-INVOICE-IDX))
                       = SPACE
                       MOVE 'INVOICE CUSTOMER NOT ON MASTER'
                           TO SUSPENSE-REASON
                   ELSE
                       MOVE ITB-CUST-NO(FOUND-INVOICE-IDX)
                           TO FOUND-CUST
                       MOVE 'INVOICE' TO ID-METHOD
                   END-IF
               ELSE
                   PERFORM 420-FIND-BANK-ACCOUNT
               END-IF
           END-IF
           IF FOUND-CUST = 0
               IF SUSPENSE-REASON = SPACES
                   MOVE 'CUSTOMER NOT IDENTIFIED' TO SUSPENSE-REASON
               END-IF
               PERFORM 600-WRITE-SUSPENSE
           ELSE
               PERFORM 500-WRITE-CASH-TRANS
           END-IF.
       410-FIND-INVOICE.
           PERFORM VARYING INVOICE-IDX FROM 1 BY 1
               UNTIL INVOICE-IDX > INVOICE-COUNT
               IF ITB-INVOICE-NO(INVOICE-IDX) = LBD-INVOICE-NUM
                   MOVE INVOICE-IDX TO FOUND-INVOICE-IDX
                   MOVE INVOICE-COUNT TO INVOICE-IDX
               END-IF
           END-PERFORM.
       420-FIND-BANK-ACCOUNT.
           MOVE 0 TO BANK-MATCH-COUNT
           IF LBD-ROUTING NOT = SPACES AND LBD-ACCOUNT NOT = SPACES
               PERFORM VARYING CUST-IDX FROM 1 BY 1
                   UNTIL CUST-IDX > 9999
                   IF CTB-STATUS(CUST-IDX) NOT = SPACE
                       AND CTB-ROUTING(CUST-IDX) = LBD-ROUTING
                       AND CTB-ACCOUNT(CUST-IDX) = LBD-ACCOUNT
                       ADD 1 TO BANK-MATCH-COUNT
                       MOVE CUST-IDX TO FOUND-CUST
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN BANK-MATCH-COUNT = 1
                   MOVE 'BANK ACCOUNT' TO ID-METHOD
               WHEN BANK-MATCH-COUNT > 1
                   MOVE 0 TO FOUND-CUST
                   MOVE 'BANK ACCOUNT ON MORE THAN ONE CUST'
                       TO SUSPENSE-REASON
               WHEN LBD-INVOICE-REF IS NUMERIC
                   MOVE 'INVOICE NOT ON AR FILE' TO SUSPENSE-REASON
               WHEN LBD-CUST-REF IS NUMERIC AND LBD-CUST-NUM > 0
                   MOVE 'CUSTOMER NUMBER NOT ON MASTER'
                       TO SUSPENSE-REASON
           END-EVALUATE.
       500-WRITE-CASH-TRANS.
           MOVE 'N' TO RECOVERY-SW
           MOVE FOUND-CUST TO CSH-CUST-NO
           MOVE BAT-DEPOSIT-DATE(BATCH-IDX) TO CSH-DATE
           MOVE LBD-AMOUNT-NUM TO CSH-AMOUNT
      *>      THE INVOICE GOES ACROSS ONLY WHEN IT IS THIS CUSTOMER'S -
      *>      OTHERWISE CASH-APPLY WOULD REJECT THE WHOLE RECEIPT
           IF FOUND-INVOICE-IDX > 0
               AND ITB-CUST-NO(FOUND-INVOICE-IDX) = FOUND-CUST
               MOVE LBD-INVOICE-REF TO CSH-INVOICE-NO
               MOVE ITB-RECOVERABLE(FOUND-INVOICE-IDX) TO RECOVERY-SW
           ELSE
               MOVE SPACES TO CSH-INVOICE-NO
               IF CTB-STATUS(FOUND-CUST) = 'H'
                   PERFORM 510-CHECK-RECOVERABLE
               END-IF
           END-IF
           IF RECOVERY-SW = 'Y'
               MOVE 'R' TO CSH-TYPE
               ADD 1 TO RECOVERY-COUNT
           ELSE
               MOVE SPACE TO CSH-TYPE
           END-IF
           WRITE CASH-TRANS-REC
           ADD 1 TO RELEASED-COUNT
           ADD LBD-AMOUNT-NUM TO RELEASED-DOLLARS
           EVALUATE ID-METHOD
               WHEN 'CUSTOMER'
                   ADD 1 TO BY-CUST-COUNT
               WHEN 'INVOICE'
                   ADD 1 TO BY-INVOICE-COUNT
               WHEN OTHER
                   ADD 1 TO BY-BANK-COUNT
           END-EVALUATE.
       510-CHECK-RECOVERABLE.
           PERFORM VARYING INVOICE-IDX FROM 1 BY 1
               UNTIL INVOICE-IDX > INVOICE-COUNT
               IF ITB-CUST-NO(INVOICE-IDX) = FOUND-CUST
                   AND ITB-RECOVERABLE(INVOICE-IDX) = 'Y'
                   MOVE 'Y' TO RECOVERY-SW
                   MOVE INVOICE-COUNT TO INVOICE-IDX
               END-IF
           END-PERFORM.
       600-WRITE-SUSPENSE.
           ADD 1 TO SUSPENSE-COUNT
           ADD LBD-AMOUNT-NUM TO SUSPENSE-DOLLARS
           MOVE LBD-BATCH-NO TO SSL-BATCH-OUT
           MOVE LBD-ITEM-NO TO SSL-ITEM-OUT
           MOVE LBD-AMOUNT-NUM TO SSL-AMOUNT-OUT
           MOVE LBD-CHECK-NO TO SSL-CHECK-OUT
           MOVE LBD-ROUTING TO SSL-ROUTING-OUT
           MOVE LBD-ACCOUNT TO SSL-ACCOUNT-OUT
           MOVE LBD-INVOICE-REF TO SSL-INVOICE-OUT
           MOVE LBD-CUST-REF TO SSL-CUST-OUT
           MOVE SUSPENSE-REASON TO SSL-REASON-OUT
           WRITE SUSPENSE-REC FROM SUSPENSE-LINE.
       700-LOG-IMPORT.
           OPEN EXTEND IMPORT-LOG
           IF LOG-STATUS NOT = '00' AND LOG-STATUS NOT = '05'
               OPEN OUTPUT IMPORT-LOG
           END-IF
           MOVE FILE-LOCKBOX-NO TO LOG-LOCKBOX-NO
           MOVE FILE-DEPOSIT-DATE TO LOG-DEPOSIT-DATE
           MOVE FILE-TRL-TOTAL TO LOG-FILE-TOTAL
           MOVE RUN-DATE TO LOG-IMPORT-DATE
           WRITE IMPORT-LOG-REC
           CLOSE IMPORT-LOG.
