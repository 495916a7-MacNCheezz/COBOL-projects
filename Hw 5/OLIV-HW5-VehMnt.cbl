      *          indexed vehicle master: A acquires a vehicle (VIN,
      *          make, type, year, odometer, date), O updates the
      *          odometer, D marks a disposal with its date while
      *          keeping the record on file for history, T moves a
      *          vehicle to another owning company. One
      *          applied/rejected report line per transaction.
      *          An initial load of the fleet is an A transaction
      *          per row of the old flat file.
      *             is the acquisition cost, on a D the disposal
      *             proceeds, landing in VEH-ACQ-COST and
      *             VEH-DISP-PROCEEDS for the depreciation run
      *   10/15/26 - transactions now come from the shared pending
      *             maintenance file instead of OLIV-HW5-VehTrn: only
      *             V items a second operator has approved are
      *             applied, each is marked processed with its
      *             result, and the keying and approving operator IDs
      *             go onto the report line
      *   10/15/26 - an A carries the owning company code (blank =
      *             company 01) into VEH-COMPANY, and a new T action
      *             transfers a vehicle in service to another company
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VEHICLE-MASTER-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE
           ASSIGN TO PENDING-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-STATUS.
           SELECT VEH-MASTER
           ASSIGN TO
           'D:\COBOL\MIS 280 Homework\Homework #5\OLIV-VEH-Master.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
       01  PENDING-FILE-REC                PIC X(206).
       FD  VEH-MASTER.
       01  VEH-MASTER-REC.
           COPY OLIV-VEH-Master.
       FD  MAINT-REPORT.
       01  REPORT-REC                      PIC X(100).
       WORKING-STORAGE SECTION.
       01  VEH-TRANS-REC.
           05 VTRN-ACTION                  PIC X(1).
           05 VTRN-VIN                     PIC X(17).
           05 VTRN-AMOUNT                  PIC X(9).
           05 VTRN-AMOUNT-NUM REDEFINES VTRN-AMOUNT
                                           PIC 9(7)V99.
           05 VTRN-COMPANY                 PIC X(2).
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
       01  HEADING2.
           05                              PIC X(40) VALUE
               'ACT  VIN                RESULT   REASON'.
           05                              PIC X(36) VALUE SPACES.
           05                              PIC X(17) VALUE
               'KEYED BY APPROVED'.
       01  DETAIL-LINE.
           05                              PIC X(1) VALUE SPACES.
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
           OPEN I-O VEH-MASTER
           IF MASTER-STATUS = '35'
               OPEN OUTPUT VEH-MASTER
           END-IF
           WRITE REPORT-REC FROM HEADING1
           WRITE REPORT-REC FROM HEADING2
           PERFORM VARYING PENDING-IDX FROM 1 BY 1
               UNTIL PENDING-IDX > PENDING-COUNT
               MOVE PENDING-ROW(PENDING-IDX) TO PENDING-REC
               IF PND-TARGET = 'V' AND PND-STATUS = 'A'
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
           CLOSE VEH-MASTER
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
               MOVE PND-TRANS-IMAGE TO VEH-TRANS-REC
               PERFORM 200-APPLY-TRANS
               MOVE 'X' TO PND-STATUS
               MOVE RUN-DATE TO PND-APPLIED-DATE
               MOVE TRANS-RESULT TO PND-RESULT
           END-IF
           MOVE PENDING-REC TO PENDING-ROW(PENDING-IDX).
       200-APPLY-TRANS.
           ADD 1 TO READ-COUNT
           MOVE 'APPLIED ' TO TRANS-RESULT
                       PERFORM 400-UPDATE-ODOMETER
                   WHEN 'D'
                       PERFORM 500-DISPOSE-VEHICLE
                   WHEN 'T'
                       PERFORM 600-TRANSFER-VEHICLE
                   WHEN OTHER
                       MOVE 'REJECTED' TO TRANS-RESULT
                       MOVE 'ACTION CODE NOT A, O, D OR T'
                           TO TRANS-REASON
               END-EVALUATE
           END-IF
           MOVE VTRN-VIN TO DTL-VIN-OUT
           MOVE TRANS-RESULT TO DTL-RESULT-OUT
           MOVE TRANS-REASON TO DTL-REASON-OUT
           MOVE PND-KEYED-BY TO DTL-KEYED-BY-OUT
           MOVE PND-APPROVED-BY TO DTL-APPROVED-BY-OUT
           WRITE REPORT-REC FROM DETAIL-LINE.
       300-ACQUIRE-VEHICLE.
           IF VTRN-YEAR IS NOT NUMERIC
               MOVE 'YEAR, ODOMETER OR DATE NOT NUMERIC'
                   TO TRANS-REASON
           ELSE
               IF VTRN-COMPANY NOT = SPACES
                   AND VTRN-COMPANY IS NOT NUMERIC
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'COMPANY CODE NOT NUMERIC' TO TRANS-REASON
               ELSE
                   MOVE VTRN-VIN TO VEH-VIN
                   READ VEH-MASTER
                       INVALID KEY
                           INITIALIZE VEH-MASTER-REC
                           MOVE VTRN-VIN TO VEH-VIN
                           MOVE VTRN-MAKE TO VEH-MAKE
                           MOVE VTRN-TYPE TO VEH-TYPE
                           MOVE VTRN-YEAR TO VEH-YEAR
                           MOVE VTRN-ODOMETER TO VEH-ODOMETER
                           MOVE 'I' TO VEH-STATUS
                           MOVE VTRN-DATE TO VEH-ACQ-DATE
                           MOVE 0 TO VEH-DISP-DATE
                           IF VTRN-AMOUNT IS NUMERIC
                               MOVE VTRN-AMOUNT-NUM TO VEH-ACQ-COST
                           END-IF
                           MOVE 1 TO VEH-COMPANY
                           IF VTRN-COMPANY IS NUMERIC
                               AND VTRN-COMPANY NOT = '00'
                               MOVE VTRN-COMPANY TO VEH-COMPANY
                           END-IF
                           WRITE VEH-MASTER-REC
                       NOT INVALID KEY
                           MOVE 'REJECTED' TO TRANS-RESULT
                           MOVE 'VIN ALREADY ON MASTER'
                               TO TRANS-REASON
                   END-READ
               END-IF
           END-IF.
       400-UPDATE-ODOMETER.
           IF VTRN-ODOMETER IS NOT NUMERIC
                       END-IF
               END-READ
           END-IF.
       600-TRANSFER-VEHICLE.
      *>      THE NEW OWNER TAKES THE VEHICLE'S COST FROM THE NEXT
      *>      FLEET RUN ON - THE DEPRECIATION ALREADY BOOKED STAYS IN
      *>      THE OLD COMPANY'S BOOKS
           IF VTRN-COMPANY IS NOT NUMERIC
               OR VTRN-COMPANY = '00'
               MOVE 'REJECTED' TO TRANS-RESULT
               MOVE 'NEW COMPANY CODE MISSING OR NOT NUMERIC'
                   TO TRANS-REASON
           ELSE
               MOVE VTRN-VIN TO VEH-VIN
               READ VEH-MASTER
                   INVALID KEY
                       MOVE 'REJECTED' TO TRANS-RESULT
                       MOVE 'VIN NOT ON MASTER' TO TRANS-REASON
                   NOT INVALID KEY
                       IF VEH-STATUS = 'D'
                           MOVE 'REJECTED' TO TRANS-RESULT
                           MOVE 'VEHICLE ALREADY DISPOSED'
                               TO TRANS-REASON
                       ELSE
                           MOVE VTRN-COMPANY TO VEH-COMPANY
                           REWRITE VEH-MASTER-REC
                       END-IF
               END-READ
           END-IF.
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
