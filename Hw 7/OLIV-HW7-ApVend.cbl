      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Apply keyed vendor maintenance against the accounts-
      *          payable vendor master. Follows the customer master
      *          maintenance pattern: transactions come from the
      *          shared pending maintenance file (target P), only
      *          items a second operator has approved are applied,
      *          each is marked processed with its result, and the
      *          report carries one applied/rejected line per item
      *          with the reason and both operator IDs - a vendor's
      *          remit address and bank numbers decide where our
      *          money goes, so no one person changes them. A adds a
      *          vendor active, C changes it, I marks it inactive
      *          and R makes it active again. There is no delete: a
      *          vendor's payment history stays on file under its
      *          number for the 1099 listing.
      * Modification History:
      *   10/15/26 - initial version
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDOR-MASTER-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE
           ASSIGN TO PENDING-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-STATUS.
           SELECT VENDOR-MASTER
           ASSIGN TO VENDOR-MASTER-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VND-NO
               FILE STATUS IS MASTER-STATUS.
           SELECT MAINT-REPORT
           ASSIGN TO MAINT-REPORT-DD
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
       01  PENDING-FILE-REC                PIC X(206).
       FD  VENDOR-MASTER.
       01  VENDOR-MASTER-REC.
           COPY OLIV-AP-Vendor.
       FD  MAINT-REPORT.
       01  REPORT-REC                      PIC X(100).
       WORKING-STORAGE SECTION.
       01  VEND-TRANS-REC.
           05 PTRN-ACTION                  PIC X(1).
           05 PTRN-VENDOR-NO               PIC X(5).
           05 PTRN-NAME                    PIC X(26).
           05 PTRN-STREET                  PIC X(20).
           05 PTRN-CITY                    PIC X(12).
           05 PTRN-STATE                   PIC X(2).
           05 PTRN-ZIP                     PIC X(5).
           05 PTRN-TERMS                   PIC X(3).
           05 PTRN-METHOD                  PIC X(1).
           05 PTRN-BANK-ROUTING            PIC X(9).
           05 PTRN-BANK-ACCT               PIC X(17).
           05 PTRN-1099                    PIC X(1).
           05 PTRN-TAX-ID                  PIC X(9).
       01  PENDING-REC.
           COPY OLIV-MNT-Pending.
       01  PENDING-DD                      PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-MNT-Pending.txt'.
       01  VENDOR-MASTER-DD                PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-ApVendor.dat'.
       01  MAINT-REPORT-DD                 PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-ApVndRpt.txt'.
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
       01  HEADING1.
           05                              PIC X(40) VALUE
               'VENDOR MASTER MAINTENANCE REPORT'.
       01  HEADING2.
           05                              PIC X(34) VALUE
               'ACTION  VENDOR  RESULT   REASON'.
           05                              PIC X(34) VALUE SPACES.
           05                              PIC X(17) VALUE
               'KEYED BY APPROVED'.
       01  DETAIL-LINE.
           05                              PIC X(3) VALUE SPACES.
           05 DTL-ACTION-OUT               PIC X(1).
           05                              PIC X(4) VALUE SPACES.
           05 DTL-VENDOR-NO-OUT            PIC X(5).
           05                              PIC X(3) VALUE SPACES.
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
               'RETURNED TO PENDING:   '.
           05 SUMMARY-RETURNED-OUT         PIC ZZ,ZZ9.
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT PENDING-DD FROM ENVIRONMENT "PENDING"
           ACCEPT VENDOR-MASTER-DD FROM ENVIRONMENT "APVENDOR"
           ACCEPT MAINT-REPORT-DD FROM ENVIRONMENT "APVNDRPT"
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
           PERFORM 030-LOAD-PENDING
           OPEN OUTPUT MAINT-REPORT
           OPEN I-O VENDOR-MASTER
           IF MASTER-STATUS = '35'
               OPEN OUTPUT VENDOR-MASTER
               CLOSE VENDOR-MASTER
               OPEN I-O VENDOR-MASTER
           END-IF
           IF MASTER-STATUS NOT = '00'
               DISPLAY 'VENDOR MASTER WOULD NOT OPEN - STATUS '
                   MASTER-STATUS ' - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE REPORT-REC FROM HEADING1
           WRITE REPORT-REC FROM HEADING2
           PERFORM VARYING PENDING-IDX FROM 1 BY 1
               UNTIL PENDING-IDX > PENDING-COUNT
               MOVE PENDING-ROW(PENDING-IDX) TO PENDING-REC
               IF PND-TARGET = 'P' AND PND-STATUS = 'A'
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
           CLOSE VENDOR-MASTER
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
               MOVE PND-TRANS-IMAGE TO VEND-TRANS-REC
               PERFORM 200-APPLY-TRANS
               MOVE 'X' TO PND-STATUS
               MOVE RUN-DATE TO PND-APPLIED-DATE
               MOVE TRANS-RESULT TO PND-RESULT
           END-IF
           MOVE PENDING-REC TO PENDING-ROW(PENDING-IDX).
       200-APPLY-TRANS.
           ADD 1 TO READ-COUNT
           MOVE 'APPLIED ' TO TRANS-RESULT
           MOVE SPACES TO TRANS-REASON
           IF PTRN-VENDOR-NO IS NOT NUMERIC
               MOVE 'REJECTED' TO TRANS-RESULT
               MOVE 'VENDOR NUMBER NOT NUMERIC' TO TRANS-REASON
           ELSE
               EVALUATE PTRN-ACTION
                   WHEN 'A'
                       PERFORM 300-ADD-VENDOR
                   WHEN 'C'
                       PERFORM 400-CHANGE-VENDOR
                   WHEN 'I'
                       PERFORM 600-INACTIVATE-VENDOR
                   WHEN 'R'
                       PERFORM 650-REACTIVATE-VENDOR
                   WHEN OTHER
                       MOVE 'REJECTED' TO TRANS-RESULT
                       MOVE 'ACTION CODE NOT A, C, I OR R'
                           TO TRANS-REASON
               END-EVALUATE
           END-IF
           IF TRANS-RESULT = 'APPLIED '
               ADD 1 TO APPLIED-COUNT
           ELSE
               ADD 1 TO REJECTED-COUNT
           END-IF
           MOVE PTRN-ACTION TO DTL-ACTION-OUT
           MOVE PTRN-VENDOR-NO TO DTL-VENDOR-NO-OUT
           MOVE TRANS-RESULT TO DTL-RESULT-OUT
           MOVE TRANS-REASON TO DTL-REASON-OUT
           MOVE PND-KEYED-BY TO DTL-KEYED-BY-OUT
           MOVE PND-APPROVED-BY TO DTL-APPROVED-BY-OUT
           WRITE REPORT-REC FROM DETAIL-LINE.
       300-ADD-VENDOR.
           MOVE PTRN-VENDOR-NO TO VND-NO
           READ VENDOR-MASTER
               INVALID KEY
                   INITIALIZE VENDOR-MASTER-REC
                   MOVE PTRN-VENDOR-NO TO VND-NO
                   MOVE 'C' TO VND-PAY-METHOD
                   MOVE 'N' TO VND-1099
                   PERFORM 450-FILL-VENDOR-FIELDS
                   MOVE 'A' TO VND-STATUS
                   IF TRANS-RESULT = 'APPLIED '
                       AND VND-NAME = SPACES
                       MOVE 'REJECTED' TO TRANS-RESULT
                       MOVE 'VENDOR NAME REQUIRED ON AN ADD'
                           TO TRANS-REASON
                   END-IF
                   IF TRANS-RESULT = 'APPLIED '
                       WRITE VENDOR-MASTER-REC
                   END-IF
               NOT INVALID KEY
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'VENDOR ALREADY ON MASTER' TO TRANS-REASON
           END-READ.
       400-CHANGE-VENDOR.
           MOVE PTRN-VENDOR-NO TO VND-NO
           READ VENDOR-MASTER
               INVALID KEY
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'VENDOR NOT ON MASTER' TO TRANS-REASON
               NOT INVALID KEY
                   PERFORM 450-FILL-VENDOR-FIELDS
                   IF TRANS-RESULT = 'APPLIED '
                       REWRITE VENDOR-MASTER-REC
                   END-IF
           END-READ.
       450-FILL-VENDOR-FIELDS.
           IF PTRN-NAME NOT = SPACES
               MOVE PTRN-NAME TO VND-NAME
           END-IF
           IF PTRN-STREET NOT = SPACES
               MOVE PTRN-STREET TO VND-STREET
           END-IF
           IF PTRN-CITY NOT = SPACES
               MOVE PTRN-CITY TO VND-CITY
           END-IF
           IF PTRN-STATE NOT = SPACES
               MOVE PTRN-STATE TO VND-STATE
           END-IF
           IF PTRN-ZIP NOT = SPACES
               MOVE PTRN-ZIP TO VND-ZIP
           END-IF
           IF PTRN-TERMS NOT = SPACES
               IF PTRN-TERMS IS NUMERIC
                   MOVE PTRN-TERMS TO VND-TERMS-DAYS
               ELSE
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'TERMS DAYS NOT NUMERIC' TO TRANS-REASON
               END-IF
           END-IF
           IF PTRN-BANK-ROUTING NOT = SPACES
               MOVE PTRN-BANK-ROUTING TO VND-BANK-ROUTING
           END-IF
           IF PTRN-BANK-ACCT NOT = SPACES
               MOVE PTRN-BANK-ACCT TO VND-BANK-ACCT
           END-IF
           IF PTRN-TAX-ID NOT = SPACES
               IF PTRN-TAX-ID IS NUMERIC
                   MOVE PTRN-TAX-ID TO VND-TAX-ID
               ELSE
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'TAX ID NOT 9 DIGITS' TO TRANS-REASON
               END-IF
           END-IF
           IF PTRN-METHOD NOT = SPACES
               IF PTRN-METHOD NOT = 'C' AND PTRN-METHOD NOT = 'E'
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'PAYMENT METHOD NOT C OR E' TO TRANS-REASON
               ELSE
                   MOVE PTRN-METHOD TO VND-PAY-METHOD
               END-IF
           END-IF
           IF PTRN-1099 NOT = SPACES
               IF PTRN-1099 NOT = 'Y' AND PTRN-1099 NOT = 'N'
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE '1099 FLAG NOT Y OR N' TO TRANS-REASON
               ELSE
                   MOVE PTRN-1099 TO VND-1099
               END-IF
           END-IF
      *>      AN ELECTRONIC VENDOR NEEDS SOMEWHERE TO SEND THE MONEY,
      *>      AND A 1099 VENDOR A TAX ID TO REPORT IT UNDER
           IF TRANS-RESULT = 'APPLIED '
               AND VND-PAY-METHOD = 'E'
               AND (VND-BANK-ROUTING = SPACES
                   OR VND-BANK-ACCT = SPACES)
               MOVE 'REJECTED' TO TRANS-RESULT
               MOVE 'ELECTRONIC PAYMENT WITHOUT BANK NUMBERS'
                   TO TRANS-REASON
           END-IF
           IF TRANS-RESULT = 'APPLIED '
               AND VND-1099 = 'Y'
               AND VND-TAX-ID = SPACES
               MOVE 'REJECTED' TO TRANS-RESULT
               MOVE '1099 VENDOR WITHOUT A TAX ID' TO TRANS-REASON
           END-IF.
       600-INACTIVATE-VENDOR.
           MOVE PTRN-VENDOR-NO TO VND-NO
           READ VENDOR-MASTER
               INVALID KEY
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'VENDOR NOT ON MASTER' TO TRANS-REASON
               NOT INVALID KEY
                   MOVE 'I' TO VND-STATUS
                   REWRITE VENDOR-MASTER-REC
           END-READ.
       650-REACTIVATE-VENDOR.
           MOVE PTRN-VENDOR-NO TO VND-NO
           READ VENDOR-MASTER
               INVALID KEY
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'VENDOR NOT ON MASTER' TO TRANS-REASON
               NOT INVALID KEY
                   IF VND-STATUS = 'A'
                       MOVE 'REJECTED' TO TRANS-RESULT
                       MOVE 'VENDOR ALREADY ACTIVE' TO TRANS-REASON
                   ELSE
                       MOVE 'A' TO VND-STATUS
                       REWRITE VENDOR-MASTER-REC
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
