      *          from the surviving rows.
      * Modification History:
      *   9/3/26  - initial version
      *   10/15/26 - a stop (S) is now accepted for a terminated
      *             employee - the rows TERMINATION-CASCADE stops are
      *             all a terminated employee's; adds and changes for
      *             them still reject
      *   10/15/26 - transactions now come from the shared pending
      *             maintenance file instead of OLIV-HW7-DedTrn: only
      *             D items a second operator has approved are
      *             applied, each is marked processed with its
      *             result, and the keying and approving operator IDs
      *             go onto the report line
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEDUCTION-MASTER-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE
           ASSIGN TO PENDING-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-STATUS.
           SELECT DED-MASTER
           ASSIGN TO DED-MASTER-DD
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
       01  PENDING-FILE-REC                PIC X(206).
       FD  DED-MASTER.
       01  DED-MASTER-IN.
           05 DED-EMP-NO-IN                PIC X(5).
       01  YTD-REC.
           COPY OLIV-YTD-Rec.
       FD  MAINT-REPORT.
       01  REPORT-REC                      PIC X(100).
       WORKING-STORAGE SECTION.
       01  DED-TRANS-REC.
           05 DTRN-ACTION                  PIC X(1).
           05 DTRN-EMP-NO                  PIC X(5).
           05 DTRN-CODE                    PIC X(3).
           05 DTRN-FLAT                    PIC X(7).
           05 DTRN-FLAT-NUM REDEFINES DTRN-FLAT
                                           PIC 9(5)V99.
           05 DTRN-PCT                     PIC X(4).
           05 DTRN-PCT-NUM REDEFINES DTRN-PCT
                                           PIC V9999.
           05 DTRN-PRIORITY                PIC X(1).
           05 DTRN-GOAL                    PIC X(9).
           05 DTRN-GOAL-NUM REDEFINES DTRN-GOAL
                                           PIC 9(7)V99.
       01  PENDING-REC.
           COPY OLIV-MNT-Pending.
       01  PENDING-STATUS                  PIC XX.
       01  MORE-PENDING                    PIC XXX VALUE 'YES'.
       01  PENDING-COUNT                   PIC 9(4) VALUE 0.
       01  PENDING-IDX                     PIC 9(4).
       01  RETURNED-COUNT                  PIC 9(5) VALUE 0.
       01  PENDING-TABLE.
           05 PENDING-ROW OCCURS 2000 TIMES PIC X(206).
       01  RUN-DATE                        PIC 9(8).
       01  MORE-MASTER                     PIC XXX VALUE 'YES'.
       01  DED-STATUS                      PIC XX.
       01  EMP-MASTER-STATUS               PIC XX.
       01  YTD-STATUS                      PIC XX.
       01  HEADING2.
           05                              PIC X(42) VALUE
               'ACTION  EMP-NO  CODE  RESULT   REASON'.
           05                              PIC X(32) VALUE SPACES.
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
       01  RETIRED-LINE.
           05                              PIC X(8) VALUE 'RETIRED '.
           05 RET-EMP-NO-OUT               PIC X(5).
           05                              PIC X(24) VALUE
               'GOAL ROWS RETIRED:     '.
           05 SUMMARY-RETIRED-OUT          PIC ZZ,ZZ9.
       01  SUMMARY-LINE-5.
           05                              PIC X(24) VALUE
               'RETURNED TO PENDING:   '.
           05 SUMMARY-RETURNED-OUT         PIC ZZ,ZZ9.
       01  PENDING-DD                      PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-MNT-Pending.txt'.
       01  DED-MASTER-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-DedMaster.txt'.
       01  EMP-MASTER-DD                   PIC X(100) VALUE
               DISPLAY 'YTD FILE NOT AVAILABLE - GOAL RETIREMENT '
                   'CHECK SKIPPED THIS RUN'
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
           PERFORM 030-LOAD-PENDING
           OPEN OUTPUT MAINT-REPORT
           WRITE REPORT-REC FROM HEADING1
           WRITE REPORT-REC FROM HEADING2
           PERFORM VARYING PENDING-IDX FROM 1 BY 1
               UNTIL PENDING-IDX > PENDING-COUNT
               MOVE PENDING-ROW(PENDING-IDX) TO PENDING-REC
               IF PND-TARGET = 'D' AND PND-STATUS = 'A'
                   PERFORM 150-APPLY-PENDING
               END-IF
           END-PERFORM
           PERFORM 600-RETIRE-MET-GOALS
           PERFORM 700-REWRITE-DED-MASTER
           PERFORM 900-REWRITE-PENDING
           MOVE READ-COUNT TO SUMMARY-READ-OUT
           MOVE APPLIED-COUNT TO SUMMARY-APPLIED-OUT
           MOVE REJECTED-COUNT TO SUMMARY-REJECTED-OUT
           MOVE RETIRED-COUNT TO SUMMARY-RETIRED-OUT
           MOVE RETURNED-COUNT TO SUMMARY-RETURNED-OUT
           WRITE REPORT-REC FROM SUMMARY-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM SUMMARY-LINE-2
           WRITE REPORT-REC FROM SUMMARY-LINE-3
           WRITE REPORT-REC FROM SUMMARY-LINE-4
           WRITE REPORT-REC FROM SUMMARY-LINE-5
           CLOSE MAINT-REPORT
                 EMP-MASTER
           IF YTD-IS-OPEN = 'YES'
               CLOSE YTD-FILE
           END-IF
           IF REJECTED-COUNT > 0 OR RETURNED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       010-GET-FILE-NAMES.
           ACCEPT PENDING-DD FROM ENVIRONMENT "PENDING"
           ACCEPT DED-MASTER-DD FROM ENVIRONMENT "PAYDED"
           ACCEPT EMP-MASTER-DD FROM ENVIRONMENT "EMPMASTER"
           ACCEPT YTD-FILE-DD FROM ENVIRONMENT "PAYYTD"
           ACCEPT MAINT-REPORT-DD FROM ENVIRONMENT "DEDMNTRPT".
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
       050-LOAD-DED-MASTER.
           OPEN INPUT DED-MASTER
           IF DED-STATUS NOT = '00'
           IF DED-STATUS = '00' OR DED-STATUS = '10'
               CLOSE DED-MASTER
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
               MOVE PND-TRANS-IMAGE TO DED-TRANS-REC
               PERFORM 200-APPLY-TRANS
               MOVE 'X' TO PND-STATUS
               MOVE RUN-DATE TO PND-APPLIED-DATE
               MOVE TRANS-RESULT TO PND-RESULT
           END-IF
           MOVE PENDING-REC TO PENDING-ROW(PENDING-IDX).
       200-APPLY-TRANS.
           ADD 1 TO READ-COUNT
           MOVE 'APPLIED ' TO TRANS-RESULT
           MOVE DTRN-CODE TO DTL-CODE-OUT
           MOVE TRANS-RESULT TO DTL-RESULT-OUT
           MOVE TRANS-REASON TO DTL-REASON-OUT
           MOVE PND-KEYED-BY TO DTL-KEYED-BY-OUT
           MOVE PND-APPROVED-BY TO DTL-APPROVED-BY-OUT
           WRITE REPORT-REC FROM DETAIL-LINE.
       210-CHECK-EMPLOYEE.
           MOVE DTRN-EMP-NO TO EMP-NUMBER
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'EMPLOYEE NOT ON MASTER' TO TRANS-REASON
               NOT INVALID KEY
                   IF EMP-STATUS = 'T' AND DTRN-ACTION NOT = 'S'
                       MOVE 'REJECTED' TO TRANS-RESULT
                       MOVE 'EMPLOYEE IS TERMINATED' TO TRANS-REASON
                   END-IF
               END-IF
           END-PERFORM
           CLOSE DED-MASTER.
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
