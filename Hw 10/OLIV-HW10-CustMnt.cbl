      *          maintenance pattern: one applied/rejected report
      *          line per transaction with the reason. The I action
      *          marks a customer inactive without losing its
      *          history; A starts a customer active; R makes an
      *          inactive or credit-hold customer active again.
      * Modification History:
      *   8/22/26 - initial version
      *   8/22/26 - the keyed file is created only on file status 35
      *             the master (street, city, state, ZIP), applied on
      *             add and change the same way the employee master
      *             maintenance applies its address fields
      *   10/15/26 - transactions now come from the shared pending
      *             maintenance file instead of OLIV-CUST-Trans: only
      *             C items a second operator has approved are
      *             applied, each is marked processed with its
      *             result, and the keying and approving operator IDs
      *             go onto the report line
      *   10/15/26 - new R action reactivates a customer: takes one
      *             off the credit hold AR-WRITEOFF puts on a
      *             written-off account, or back from inactive
      *   10/15/26 - transactions now carry the bank routing and
      *             account numbers added to the master, applied on
      *             add and change like the address block
      *   10/15/26 - transactions now carry the ship-to state and the
      *             sales tax exemption flag and certificate number
      *             added to the master; an exemption without a
      *             certificate on file is rejected
      *   10/15/26 - added the M (mail returned) action that
      *             RETURNED-MAIL queues for a piece sent back with no
      *             forwarding address: it counts the return on
      *             CUST-MST-MAIL-RETURNS and, once the count reaches
      *             the return limit, sets CUST-MST-DO-NOT-MAIL so the
      *             mailing extract holds the address; it is rejected
      *             when the returned street no longer matches the
      *             master. An add or change carrying a new address
      *             clears the count and the hold
      *   10/15/26 - transactions now carry the customer's company
      *             after the exemption certificate, applied on add
      *             and change (rejected when present but not
      *             numeric); an add with no company is company 01
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-MASTER-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE
           ASSIGN TO PENDING-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-STATUS.
           SELECT CUST-MASTER
           ASSIGN TO
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-CUST-Master.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
       01  PENDING-FILE-REC                PIC X(206).
       FD  CUST-MASTER.
       01  CUST-MASTER-REC.
           COPY OLIV-CUST-Master.
       FD  MAINT-REPORT.
       01  REPORT-REC                      PIC X(100).
       WORKING-STORAGE SECTION.
       01  CUST-TRANS-REC.
           05 CTRN-ACTION                  PIC X(1).
           05 CTRN-CUST-NO                 PIC X(4).
           05 CTRN-CITY                    PIC X(12).
           05 CTRN-STATE                   PIC X(2).
           05 CTRN-ZIP                     PIC X(5).
           05 CTRN-BANK-ROUTING            PIC X(9).
           05 CTRN-BANK-ACCT               PIC X(17).
           05 CTRN-SHIP-STATE              PIC X(2).
           05 CTRN-TAX-EXEMPT              PIC X(1).
           05 CTRN-EXEMPT-CERT             PIC X(15).
           05 CTRN-COMPANY                 PIC X(2).
       01  PENDING-REC.
           COPY OLIV-MNT-Pending.
       01  PENDING-DD                      PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-MNT-Pending.txt'.
       01  PENDING-STATUS                  PIC XX.
       01  MORE-PENDING                    PIC XXX VALUE 'YES'.
       01  PENDING-COUNT                   PIC 9(4) VALUE 0.
       01  PENDING-IDX                     PIC 9(4).
       01  RETURNED-COUNT                  PIC 9(5) VALUE 0.
       01  PENDING-TABLE.
           05 PENDING-ROW OCCURS 2000 TIMES PIC X(206).
       01  MASTER-STATUS                   PIC XX.
       01  RUN-DATE                        PIC 9(8).
       01  TRANS-RESULT                    PIC X(8).
       01  TRANS-REASON                    PIC X(40).
       01  READ-COUNT                      PIC 9(5) VALUE 0.
       01  APPLIED-COUNT                   PIC 9(5) VALUE 0.
       01  REJECTED-COUNT                  PIC 9(5) VALUE 0.
      *>      RETURNED PIECES AGAINST ONE ADDRESS BEFORE IT IS HELD
       01  MAIL-RETURN-LIMIT               PIC 9(2) VALUE 2.
       01  HEADING1.
           05                              PIC X(40) VALUE
               'CUSTOMER MASTER MAINTENANCE REPORT'.
       01  HEADING2.
           05                              PIC X(33) VALUE
               'ACTION  CUST-NO  RESULT   REASON'.
           05                              PIC X(35) VALUE SPACES.
           05                              PIC X(17) VALUE
               'KEYED BY APPROVED'.
       01  DETAIL-LINE.
           05                              PIC X(3) VALUE SPACES.
           05 DTL-ACTION-OUT               PIC X(1).
           05 DTL-RESULT-OUT               PIC X(8).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-REASON-OUT               PIC X(40).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-KEYED-BY-OUT             PIC X(8).
           05                              PIC X(1) VALUE SPACES.
           05 DTL-APPROVED-BY-OUT          PIC X(8).
       01  SUMMARY-LINE-1.
           05                              PIC X(24) VALUE
               'TRANSACTIONS READ:     '.
           05                              PIC X(24) VALUE
               'TRANSACTIONS REJECTED: '.
           05 SUMMARY-REJECTED-OUT         PIC ZZ,ZZ9.
       01  SUMMARY-LINE-4.
           05                              PIC X(24) VALUE
               'RETURNED TO PENDING:   '.
           05 SUMMARY-RETURNED-OUT         PIC ZZ,ZZ9.
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT PENDING-DD FROM ENVIRONMENT "PENDING"
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
           PERFORM 030-LOAD-PENDING
           OPEN OUTPUT MAINT-REPORT
           OPEN I-O CUST-MASTER
           IF MASTER-STATUS = '35'
               OPEN OUTPUT CUST-MASTER
           END-IF
           WRITE REPORT-REC FROM HEADING1
           WRITE REPORT-REC FROM HEADING2
           PERFORM VARYING PENDING-IDX FROM 1 BY 1
               UNTIL PENDING-IDX > PENDING-COUNT
               MOVE PENDING-ROW(PENDING-IDX) TO PENDING-REC
               IF PND-TARGET = 'C' AND PND-STATUS = 'A'
                   PERFORM 150-APPLY-PENDING
               END-IF
           END-PERFORM
           PERFORM 900-REWRITE-PENDING
           MOVE READ-COUNT TO SUMMARY-READ-OUT
           MOVE APPLIED-COUNT TO SUMMARY-APPLIED-OUT
           MOVE REJECTED-COUNT TO SUMMARY-REJECTED-OUT
           MOVE RETURNED-COUNT TO SUMMARY-RETURNED-OUT
           WRITE REPORT-REC FROM SUMMARY-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM SUMMARY-LINE-2
           WRITE REPORT-REC FROM SUMMARY-LINE-3
           WRITE REPORT-REC FROM SUMMARY-LINE-4
           CLOSE CUST-MASTER
                 MAINT-REPORT
           IF REJECTED-COUNT > 0 OR RETURNED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       030-LOAD-PENDING.
           OPEN INPUT PENDING-FILE
           IF PENDING-STATUS NOT = '00'
               DISPLAY 'NO PENDING MAINTENANCE FILE - NOTHING TO '
                   'APPLY THIS RUN'
               MOVE 'NO' TO MORE-PENDING
           END-IF
           PERFORM UNTIL MORE-PENDING = 'NO'
               READ PENDING-FILE
                   AT END
                       MOVE 'NO' TO MORE-PENDING
                   NOT AT END
                       IF PENDING-COUNT < 2000
                           ADD 1 TO PENDING-COUNT
                           MOVE PENDING-FILE-REC
                               TO PENDING-ROW(PENDING-COUNT)
                       ELSE
                           DISPLAY 'PENDING FILE PAST 2000 ITEMS - '
                               'RUN STOPPED BEFORE ITEMS COULD BE '
                               'LOST ON THE REWRITE'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           IF PENDING-STATUS = '00' OR PENDING-STATUS = '10'
               CLOSE PENDING-FILE
           END-IF.
       150-APPLY-PENDING.
      *>      AN ITEM MARKED APPROVED WITHOUT A SECOND OPERATOR ON IT
      *>      GOES BACK TO PENDING RATHER THAN ONTO THE MASTER
           IF PND-APPROVED-BY = SPACES
               OR PND-APPROVED-BY = PND-KEYED-BY
               DISPLAY 'ITEM ' PND-NUMBER ' NOT APPROVED BY A SECOND '
                   'OPERATOR - RETURNED TO PENDING'
               MOVE 'P' TO PND-STATUS
               MOVE SPACES TO PND-APPROVED-BY
               MOVE 0 TO PND-DECIDED-DATE
               ADD 1 TO RETURNED-COUNT
           ELSE
               MOVE PND-TRANS-IMAGE TO CUST-TRANS-REC
               PERFORM 200-APPLY-TRANS
               MOVE 'X' TO PND-STATUS
               MOVE RUN-DATE TO PND-APPLIED-DATE
               MOVE TRANS-RESULT TO PND-RESULT
           END-IF
           MOVE PENDING-REC TO PENDING-ROW(PENDING-IDX).
       200-APPLY-TRANS.
           ADD 1 TO READ-COUNT
           MOVE 'APPLIED ' TO TRANS-RESULT
                       PERFORM 500-DELETE-CUSTOMER
                   WHEN 'I'
                       PERFORM 600-INACTIVATE-CUSTOMER
                   WHEN 'R'
                       PERFORM 650-REACTIVATE-CUSTOMER
                   WHEN 'M'
                       PERFORM 660-MAIL-RETURNED
                   WHEN OTHER
                       MOVE 'REJECTED' TO TRANS-RESULT
                       MOVE 'ACTION CODE NOT A, C, D, I, R OR M'
                           TO TRANS-REASON
               END-EVALUATE
           END-IF
           MOVE CTRN-CUST-NO TO DTL-CUST-NO-OUT
           MOVE TRANS-RESULT TO DTL-RESULT-OUT
           MOVE TRANS-REASON TO DTL-REASON-OUT
           MOVE PND-KEYED-BY TO DTL-KEYED-BY-OUT
           MOVE PND-APPROVED-BY TO DTL-APPROVED-BY-OUT
           WRITE REPORT-REC FROM DETAIL-LINE.
       300-ADD-CUSTOMER.
           MOVE CTRN-CUST-NO TO CUST-MST-NO
                           TO CUST-MST-CREDIT-LIMIT
                   END-IF
                   PERFORM 450-FILL-ADDRESS-FIELDS
                   PERFORM 460-FILL-BANK-FIELDS
                   MOVE 'N' TO CUST-MST-TAX-EXEMPT
                   MOVE 'N' TO CUST-MST-DO-NOT-MAIL
                   PERFORM 470-FILL-TAX-FIELDS
                   MOVE 1 TO CUST-MST-COMPANY
                   PERFORM 480-FILL-COMPANY-FIELD
                   MOVE 'A' TO CUST-MST-STATUS
                   IF TRANS-RESULT = 'APPLIED '
                       WRITE CUST-MASTER-REC
                   END-IF
               NOT INVALID KEY
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'CUSTOMER ALREADY ON MASTER' TO TRANS-REASON
                           TO CUST-MST-CREDIT-LIMIT
                   END-IF
                   PERFORM 450-FILL-ADDRESS-FIELDS
                   PERFORM 460-FILL-BANK-FIELDS
                   PERFORM 470-FILL-TAX-FIELDS
                   PERFORM 480-FILL-COMPANY-FIELD
                   IF TRANS-RESULT = 'APPLIED '
                       REWRITE CUST-MASTER-REC
                   END-IF
           END-READ.
       450-FILL-ADDRESS-FIELDS.
           IF CTRN-STREET NOT = SPACES
           END-IF
           IF CTRN-ZIP NOT = SPACES
               MOVE CTRN-ZIP TO CUST-MST-ZIP
           END-IF
      *>      A NEW ADDRESS IS THE CONFIRMATION THAT LIFTS A MAIL HOLD
           IF CTRN-STREET NOT = SPACES OR CTRN-CITY NOT = SPACES
               OR CTRN-STATE NOT = SPACES OR CTRN-ZIP NOT = SPACES
               MOVE 0 TO CUST-MST-MAIL-RETURNS
               MOVE 'N' TO CUST-MST-DO-NOT-MAIL
           END-IF.
       460-FILL-BANK-FIELDS.
           IF CTRN-BANK-ROUTING NOT = SPACES
               MOVE CTRN-BANK-ROUTING TO CUST-MST-BANK-ROUTING
           END-IF
           IF CTRN-BANK-ACCT NOT = SPACES
               MOVE CTRN-BANK-ACCT TO CUST-MST-BANK-ACCT
           END-IF.
       470-FILL-TAX-FIELDS.
      *>      AN EXEMPT CUSTOMER NEEDS A CERTIFICATE ON FILE - THE
      *>      STATE AUDITOR ASKS FOR IT AGAINST EVERY UNTAXED SALE
           IF CTRN-SHIP-STATE NOT = SPACES
               MOVE CTRN-SHIP-STATE TO CUST-MST-SHIP-STATE
           END-IF
           IF CTRN-EXEMPT-CERT NOT = SPACES
               MOVE CTRN-EXEMPT-CERT TO CUST-MST-EXEMPT-CERT
           END-IF
           IF CTRN-TAX-EXEMPT NOT = SPACES
               IF CTRN-TAX-EXEMPT NOT = 'Y'
                   AND CTRN-TAX-EXEMPT NOT = 'N'
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'TAX EXEMPT FLAG NOT Y OR N' TO TRANS-REASON
               ELSE
                   MOVE CTRN-TAX-EXEMPT TO CUST-MST-TAX-EXEMPT
               END-IF
           END-IF
           IF TRANS-RESULT = 'APPLIED '
               AND CUST-MST-TAX-EXEMPT = 'Y'
               AND CUST-MST-EXEMPT-CERT = SPACES
               MOVE 'REJECTED' TO TRANS-RESULT
               MOVE 'TAX EXEMPT WITHOUT A CERTIFICATE NUMBER'
                   TO TRANS-REASON
           END-IF.
       480-FILL-COMPANY-FIELD.
           IF CTRN-COMPANY NOT = SPACES
               IF CTRN-COMPANY IS NOT NUMERIC
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'COMPANY CODE NOT NUMERIC' TO TRANS-REASON
               ELSE
                   MOVE CTRN-COMPANY TO CUST-MST-COMPANY
               END-IF
           END-IF.
       500-DELETE-CUSTOMER.
           MOVE CTRN-CUST-NO TO CUST-MST-NO
                   MOVE 'I' TO CUST-MST-STATUS
                   REWRITE CUST-MASTER-REC
           END-READ.
       650-REACTIVATE-CUSTOMER.
           MOVE CTRN-CUST-NO TO CUST-MST-NO
           READ CUST-MASTER
               INVALID KEY
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'CUSTOMER NOT ON MASTER' TO TRANS-REASON
               NOT INVALID KEY
                   IF CUST-MST-STATUS = 'A'
                       MOVE 'REJECTED' TO TRANS-RESULT
                       MOVE 'CUSTOMER ALREADY ACTIVE' TO TRANS-REASON
                   ELSE
                       MOVE 'A' TO CUST-MST-STATUS
                       REWRITE CUST-MASTER-REC
                   END-IF
           END-READ.
       660-MAIL-RETURNED.
           MOVE CTRN-CUST-NO TO CUST-MST-NO
           READ CUST-MASTER
               INVALID KEY
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'CUSTOMER NOT ON MASTER' TO TRANS-REASON
               NOT INVALID KEY
      *>      THE ITEM CARRIES THE STREET THE PIECE WAS SENT TO - IF A
      *>      NEW ONE HAS SINCE BEEN KEYED THE RETURN NO LONGER COUNTS
                   IF CTRN-STREET NOT = SPACES
                       AND CTRN-STREET NOT = CUST-MST-STREET
                       MOVE 'REJECTED' TO TRANS-RESULT
                       MOVE 'ADDRESS CHANGED SINCE THE MAILING'
                           TO TRANS-REASON
                   ELSE
                       IF CUST-MST-MAIL-RETURNS IS NOT NUMERIC
                           MOVE 0 TO CUST-MST-MAIL-RETURNS
                       END-IF
                       IF CUST-MST-MAIL-RETURNS < 99
                           ADD 1 TO CUST-MST-MAIL-RETURNS
                       END-IF
                       IF CUST-MST-MAIL-RETURNS >= MAIL-RETURN-LIMIT
                           MOVE 'Y' TO CUST-MST-DO-NOT-MAIL
                           MOVE 'ADDRESS HELD - DO NOT MAIL'
                               TO TRANS-REASON
                       END-IF
                       REWRITE CUST-MASTER-REC
                   END-IF
           END-READ.
       900-REWRITE-PENDING.
           IF PENDING-COUNT > 0
               OPEN OUTPUT PENDING-FILE
               PERFORM VARYING PENDING-IDX FROM 1 BY 1
                   UNTIL PENDING-IDX > PENDING-COUNT
                   MOVE PENDING-ROW(PENDING-IDX) TO PENDING-FILE-REC
                   WRITE PENDING-FILE-REC
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.
