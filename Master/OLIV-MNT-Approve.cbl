      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Second-operator review of the pending maintenance
      *          file, so no change reaches the employee, customer,
      *          deduction, vehicle or vendor master on one person's
      *          say-so.
      *          Starts with the reviewing operator's ID, prints the
      *          pending-approval listing (every item still waiting,
      *          with who keyed it and when), then walks the waiting
      *          items on the console: A approves, R rejects, S skips
      *          to the next, Q ends the review. An item keyed under
      *          the reviewer's own ID is listed but cannot be
      *          decided here - another operator has to take it. Each
      *          decision is stamped with the reviewer's ID and date
      *          and printed under the listing. The maintenance
      *          programs apply only approved items and mark them
      *          processed; processed and rejected items are dropped
      *          from the file once they are more than PURGE-DAYS
      *          old, the change history and the maintenance reports
      *          being the lasting record.
      * Modification History:
      *   10/15/26 - initial version
      *   10/15/26 - vendor master items (target P) are reviewed and
      *             named on the listing like the other masters
      *   10/15/26 - the SSN an employee item carries is masked to its
      *             last four digits on the listing and the console,
      *             as the change report and new-hire file mask it
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-APPROVAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE
           ASSIGN TO PENDING-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-STATUS.
           SELECT APPROVAL-REPORT
           ASSIGN TO APPROVAL-REPORT-DD
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
       01  PENDING-FILE-REC                PIC X(206).
       FD  APPROVAL-REPORT.
       01  REPORT-REC                      PIC X(180).
       WORKING-STORAGE SECTION.
       01  PENDING-REC.
           COPY OLIV-MNT-Pending.
       01  PENDING-STATUS                  PIC XX.
       01  MORE-PENDING                    PIC XXX VALUE 'YES'.
       01  MORE-REVIEW                     PIC XXX VALUE 'YES'.
       01  KEEP-ITEM                       PIC XXX.
       01  OPERATOR-ID                     PIC X(8) VALUE SPACES.
       01  DECISION-IN                     PIC X(1).
       01  TODAY-DATE                      PIC 9(8).
       01  TODAY-DAYS                      PIC 9(7).
       01  ITEM-DAYS                       PIC 9(7).
       01  ITEM-LAST-DATE                  PIC 9(8).
       01  PURGE-DAYS                      PIC 9(3) VALUE 90.
       01  PENDING-COUNT                   PIC 9(4) VALUE 0.
       01  PENDING-IDX                     PIC 9(4).
       01  WAITING-COUNT                   PIC 9(5) VALUE 0.
       01  OWN-COUNT                       PIC 9(5) VALUE 0.
       01  APPROVED-COUNT                  PIC 9(5) VALUE 0.
       01  REJECTED-COUNT                  PIC 9(5) VALUE 0.
       01  PURGED-COUNT                    PIC 9(5) VALUE 0.
       01  MASK-IMAGE.
      *>      EMPLOYEE ITEMS CARRY MAINT-SSN IN BYTES 125-133
           05                              PIC X(124).
           05 MASK-SSN-FIRST-5             PIC X(5).
           05                              PIC X(21).
       01  PENDING-TABLE.
           05 PENDING-ROW OCCURS 2000 TIMES PIC X(206).
       01  HEADING1.
           05                              PIC X(40) VALUE
               'PENDING MAINTENANCE APPROVAL LISTING'.
           05                              PIC X(6) VALUE 'DATE: '.
           05 HDG-DATE-OUT                 PIC 9(8).
           05                              PIC X(14) VALUE
               '   REVIEWER: '.
           05 HDG-OPERATOR-OUT             PIC X(8).
       01  HEADING2.
           05                              PIC X(38) VALUE
               'ITEM    MASTER    KEYED BY  KEYED ON  '.
           05                              PIC X(11) VALUE
               'TRANSACTION'.
       01  LISTING-LINE.
           05 LST-NUMBER-OUT               PIC 9(6).
           05                              PIC X(2) VALUE SPACES.
           05 LST-TARGET-OUT               PIC X(9).
           05                              PIC X(1) VALUE SPACES.
           05 LST-KEYED-BY-OUT             PIC X(8).
           05                              PIC X(2) VALUE SPACES.
           05 LST-KEYED-DATE-OUT           PIC 9(8).
           05                              PIC X(2) VALUE SPACES.
           05 LST-IMAGE-OUT                PIC X(133).
       01  DECISION-HEADING.
           05                              PIC X(40) VALUE
               'DECISIONS THIS REVIEW'.
       01  DECISION-LINE.
           05 DEC-NUMBER-OUT               PIC 9(6).
           05                              PIC X(2) VALUE SPACES.
           05 DEC-TARGET-OUT               PIC X(9).
           05                              PIC X(1) VALUE SPACES.
           05 DEC-RESULT-OUT               PIC X(8).
           05                              PIC X(4) VALUE ' BY '.
           05 DEC-OPERATOR-OUT             PIC X(8).
           05                              PIC X(14) VALUE
               ' - KEYED BY '.
           05 DEC-KEYED-BY-OUT             PIC X(8).
       01  SUMMARY-LINE-1.
           05                              PIC X(24) VALUE
               'ITEMS WAITING:         '.
           05 SUM-WAITING-OUT              PIC ZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05                              PIC X(24) VALUE
               'KEYED BY THIS REVIEWER:'.
           05 SUM-OWN-OUT                  PIC ZZ,ZZ9.
       01  SUMMARY-LINE-3.
           05                              PIC X(24) VALUE
               'APPROVED:              '.
           05 SUM-APPROVED-OUT             PIC ZZ,ZZ9.
       01  SUMMARY-LINE-4.
           05                              PIC X(24) VALUE
               'REJECTED:              '.
           05 SUM-REJECTED-OUT             PIC ZZ,ZZ9.
       01  SUMMARY-LINE-5.
           05                              PIC X(24) VALUE
               'FINISHED ITEMS PURGED: '.
           05 SUM-PURGED-OUT               PIC ZZ,ZZ9.
       01  PENDING-DD                      PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-MNT-Pending.txt'.
       01  APPROVAL-REPORT-DD              PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-MNT-AprvRpt.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-GET-FILE-NAMES
           PERFORM UNTIL OPERATOR-ID NOT = SPACES
               DISPLAY 'OPERATOR ID'
               ACCEPT OPERATOR-ID
           END-PERFORM
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE
           COMPUTE TODAY-DAYS = FUNCTION INTEGER-OF-DATE(TODAY-DATE)
           PERFORM 030-LOAD-PENDING
           OPEN OUTPUT APPROVAL-REPORT
           MOVE TODAY-DATE TO HDG-DATE-OUT
           MOVE OPERATOR-ID TO HDG-OPERATOR-OUT
           WRITE REPORT-REC FROM HEADING1
           WRITE REPORT-REC FROM HEADING2
               AFTER ADVANCING 2 LINES
           PERFORM VARYING PENDING-IDX FROM 1 BY 1
               UNTIL PENDING-IDX > PENDING-COUNT
               MOVE PENDING-ROW(PENDING-IDX) TO PENDING-REC
               IF PND-STATUS = 'P'
                   PERFORM 200-LIST-ITEM
               END-IF
           END-PERFORM
           DISPLAY WAITING-COUNT ' ITEMS WAITING, ' OWN-COUNT
               ' OF THEM KEYED BY ' OPERATOR-ID
           WRITE REPORT-REC FROM DECISION-HEADING
               AFTER ADVANCING 2 LINES
           PERFORM VARYING PENDING-IDX FROM 1 BY 1
               UNTIL PENDING-IDX > PENDING-COUNT
               MOVE PENDING-ROW(PENDING-IDX) TO PENDING-REC
               IF PND-STATUS = 'P' AND PND-KEYED-BY NOT = OPERATOR-ID
                   AND MORE-REVIEW = 'YES'
                   PERFORM 300-REVIEW-ITEM
               END-IF
           END-PERFORM
           PERFORM 900-REWRITE-PENDING
           MOVE WAITING-COUNT TO SUM-WAITING-OUT
           MOVE OWN-COUNT TO SUM-OWN-OUT
           MOVE APPROVED-COUNT TO SUM-APPROVED-OUT
           MOVE REJECTED-COUNT TO SUM-REJECTED-OUT
           MOVE PURGED-COUNT TO SUM-PURGED-OUT
           WRITE REPORT-REC FROM SUMMARY-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM SUMMARY-LINE-2
           WRITE REPORT-REC FROM SUMMARY-LINE-3
           WRITE REPORT-REC FROM SUMMARY-LINE-4
           WRITE REPORT-REC FROM SUMMARY-LINE-5
           CLOSE APPROVAL-REPORT
           DISPLAY 'APPROVED: ' APPROVED-COUNT ' REJECTED: '
               REJECTED-COUNT
           STOP RUN.
       010-GET-FILE-NAMES.
           ACCEPT PENDING-DD FROM ENVIRONMENT "PENDING"
           ACCEPT APPROVAL-REPORT-DD FROM ENVIRONMENT "APPROVERPT".
       030-LOAD-PENDING.
           OPEN INPUT PENDING-FILE
           IF PENDING-STATUS NOT = '00'
               DISPLAY 'NO PENDING MAINTENANCE FILE - NOTHING TO '
                   'REVIEW'
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
       200-LIST-ITEM.
           ADD 1 TO WAITING-COUNT
           IF PND-KEYED-BY = OPERATOR-ID
               ADD 1 TO OWN-COUNT
           END-IF
           MOVE PND-NUMBER TO LST-NUMBER-OUT
           PERFORM 250-NAME-TARGET
           MOVE DEC-TARGET-OUT TO LST-TARGET-OUT
           MOVE PND-KEYED-BY TO LST-KEYED-BY-OUT
           MOVE PND-KEYED-DATE TO LST-KEYED-DATE-OUT
           PERFORM 260-MASK-IMAGE
           MOVE MASK-IMAGE TO LST-IMAGE-OUT
           WRITE REPORT-REC FROM LISTING-LINE.
       250-NAME-TARGET.
           EVALUATE PND-TARGET
               WHEN 'E'
                   MOVE 'EMPLOYEE' TO DEC-TARGET-OUT
               WHEN 'C'
                   MOVE 'CUSTOMER' TO DEC-TARGET-OUT
               WHEN 'D'
                   MOVE 'DEDUCTION' TO DEC-TARGET-OUT
               WHEN 'V'
                   MOVE 'VEHICLE' TO DEC-TARGET-OUT
               WHEN 'P'
                   MOVE 'VENDOR' TO DEC-TARGET-OUT
               WHEN OTHER
                   MOVE PND-TARGET TO DEC-TARGET-OUT
           END-EVALUATE.
       260-MASK-IMAGE.
           MOVE PND-TRANS-IMAGE TO MASK-IMAGE
           IF PND-TARGET = 'E' AND MASK-SSN-FIRST-5 NOT = SPACES
               MOVE 'XXXXX' TO MASK-SSN-FIRST-5
           END-IF.
       300-REVIEW-ITEM.
           PERFORM 250-NAME-TARGET
           DISPLAY ' '
           DISPLAY 'ITEM ' PND-NUMBER ' ' DEC-TARGET-OUT
               ' KEYED BY ' PND-KEYED-BY ' ON ' PND-KEYED-DATE
           PERFORM 260-MASK-IMAGE
           DISPLAY MASK-IMAGE
           DISPLAY 'A APPROVE, R REJECT, S SKIP, Q END THE REVIEW'
           ACCEPT DECISION-IN
           EVALUATE DECISION-IN
               WHEN 'A'
                   MOVE 'A' TO PND-STATUS
                   MOVE 'APPROVED' TO DEC-RESULT-OUT
                   ADD 1 TO APPROVED-COUNT
                   PERFORM 350-RECORD-DECISION
               WHEN 'R'
                   MOVE 'R' TO PND-STATUS
                   MOVE 'REJECTED' TO DEC-RESULT-OUT
                   ADD 1 TO REJECTED-COUNT
                   PERFORM 350-RECORD-DECISION
               WHEN 'S'
                   CONTINUE
               WHEN 'Q'
                   MOVE 'NO' TO MORE-REVIEW
               WHEN OTHER
                   DISPLAY 'CHOICE NOT A, R, S OR Q - ITEM LEFT '
                       'PENDING'
           END-EVALUATE.
       350-RECORD-DECISION.
           MOVE OPERATOR-ID TO PND-APPROVED-BY
           MOVE TODAY-DATE TO PND-DECIDED-DATE
           MOVE PENDING-REC TO PENDING-ROW(PENDING-IDX)
           MOVE PND-NUMBER TO DEC-NUMBER-OUT
           MOVE OPERATOR-ID TO DEC-OPERATOR-OUT
           MOVE PND-KEYED-BY TO DEC-KEYED-BY-OUT
           WRITE REPORT-REC FROM DECISION-LINE.
       900-REWRITE-PENDING.
           IF PENDING-COUNT > 0
               OPEN OUTPUT PENDING-FILE
               PERFORM VARYING PENDING-IDX FROM 1 BY 1
                   UNTIL PENDING-IDX > PENDING-COUNT
                   MOVE PENDING-ROW(PENDING-IDX) TO PENDING-REC
                   PERFORM 910-CHECK-PURGE
                   IF KEEP-ITEM = 'YES'
                       MOVE PENDING-REC TO PENDING-FILE-REC
                       WRITE PENDING-FILE-REC
                   ELSE
                       ADD 1 TO PURGED-COUNT
                   END-IF
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.
       910-CHECK-PURGE.
      *>      A FINISHED ITEM AGES FROM ITS LAST DATE - APPLIED FOR A
      *>      PROCESSED ONE, DECIDED FOR A REJECTED ONE
           MOVE 'YES' TO KEEP-ITEM
           MOVE 0 TO ITEM-LAST-DATE
           IF PND-STATUS = 'X'
               MOVE PND-APPLIED-DATE TO ITEM-LAST-DATE
           END-IF
           IF PND-STATUS = 'R'
               MOVE PND-DECIDED-DATE TO ITEM-LAST-DATE
           END-IF
           IF ITEM-LAST-DATE > 16010101 AND ITEM-LAST-DATE < TODAY-DATE
               COMPUTE ITEM-DAYS =
                   FUNCTION INTEGER-OF-DATE(ITEM-LAST-DATE)
               IF TODAY-DAYS - ITEM-DAYS > PURGE-DAYS
                   MOVE 'NO' TO KEEP-ITEM
               END-IF
           END-IF.
