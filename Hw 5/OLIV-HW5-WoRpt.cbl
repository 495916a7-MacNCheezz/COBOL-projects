      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Garage work-order reports off the work order file.
      *          The open-order aging lists every order still open
      *          with its days open against the chain's business date
      *          (0-7, 8-30, 31-60 and over 60 day buckets), the
      *          labor and parts on it so far, and whether the vehicle
      *          is off the road. The downtime report gives the fleet
      *          manager days down per vehicle: for each vehicle with
      *          an out-of-service order, the days down on its closed
      *          orders (opened to closed), the days it has been down
      *          on an order still open, and the total, flagged DOWN
      *          NOW while an out-of-service order is open.
      * Modification History:
      *   10/15/26 - initial version
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORK-ORDER-REPORTS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WO-MASTER
           ASSIGN TO WO-MASTER-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WO-NO
               FILE STATUS IS WO-STATUS-CODE.
           SELECT VEH-MASTER
           ASSIGN TO
           'D:\COBOL\MIS 280 Homework\Homework #5\OLIV-VEH-Master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VEH-VIN
               FILE STATUS IS MASTER-STATUS.
           SELECT AGING-REPORT
           ASSIGN TO AGING-REPORT-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DOWNTIME-REPORT
           ASSIGN TO DOWNTIME-REPORT-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL
           ASSIGN TO RUN-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WO-MASTER.
       01  WO-MASTER-REC.
           COPY OLIV-WO-Rec.
       FD  VEH-MASTER.
       01  VEH-MASTER-REC.
           COPY OLIV-VEH-Master.
       FD  AGING-REPORT.
       01  AGING-REC                       PIC X(100).
       FD  DOWNTIME-REPORT.
       01  DOWNTIME-REC                    PIC X(100).
       FD  RUN-CONTROL.
       01  RUN-CONTROL-REC.
           COPY OLIV-RUN-Ctl.
       WORKING-STORAGE SECTION.
       01  MORE-ORDERS                     PIC XXX VALUE 'YES'.
       01  WO-STATUS-CODE                  PIC XX.
       01  MASTER-STATUS                   PIC XX.
       01  RUN-CTL-STATUS                  PIC XX.
       01  RUN-DATE                        PIC 9(8).
       01  RUN-DATE-DAYS                   PIC 9(7).
       01  DAYS-OPEN                       PIC 9(5).
       01  DAYS-DOWN                       PIC 9(5).
       01  OPEN-COUNT                      PIC 9(5) VALUE 0.
       01  OPEN-OOS-COUNT                  PIC 9(5) VALUE 0.
       01  BUCKET-COUNTS.
           05 BUCKET-COUNT OCCURS 4 TIMES  PIC 9(5).
       01  BUCKET-IDX                      PIC 9(1).
      *>      ONE ROW PER VEHICLE WITH AN OUT-OF-SERVICE ORDER, KEPT
      *>      IN VIN ORDER AS ROWS ARE ADDED
       01  DOWN-COUNT                      PIC 9(4) VALUE 0.
       01  DOWN-IDX                        PIC 9(4).
       01  DOWN-FOUND-IDX                  PIC 9(4).
       01  DOWN-SHIFT-IDX                  PIC 9(4).
       01  DOWN-TABLE.
           05 DOWN-ROW OCCURS 1000 TIMES.
               10 DWN-VIN                  PIC X(17).
               10 DWN-ORDERS               PIC 9(4).
               10 DWN-CLOSED-DAYS          PIC 9(6).
               10 DWN-OPEN-DAYS            PIC 9(6).
               10 DWN-DOWN-SINCE           PIC 9(8).
       01  DOWN-TABLE-FULL                 PIC XXX VALUE 'NO'.
       01  DOWN-NOW-COUNT                  PIC 9(5) VALUE 0.
       01  FLEET-DAYS-DOWN                 PIC 9(7) VALUE 0.
       01  VEHICLE-DAYS-DOWN               PIC 9(6).
       01  AGE-HEADING1.
           05                              PIC X(36) VALUE
               'OPEN WORK ORDER AGING AS OF '.
           05 AGE-HDG-DATE-OUT             PIC 9(8).
       01  AGE-HEADING2.
           05                              PIC X(48) VALUE
               'WO NO   VIN                TYPE  OPENED    DAYS '.
           05                              PIC X(42) VALUE
               ' BUCKET  DOWN   HOURS   PARTS-TO-DATE'.
       01  AGE-DETAIL-LINE.
           05 AGE-WO-NO-OUT                PIC 9(6).
           05                              PIC X(2) VALUE SPACES.
           05 AGE-VIN-OUT                  PIC X(17).
           05                              PIC X(2) VALUE SPACES.
           05 AGE-TYPE-OUT                 PIC X(4).
           05                              PIC X(2) VALUE SPACES.
           05 AGE-OPENED-OUT               PIC 9(8).
           05                              PIC X(2) VALUE SPACES.
           05 AGE-DAYS-OUT                 PIC ZZZZ9.
           05                              PIC X(2) VALUE SPACES.
           05 AGE-BUCKET-OUT               PIC X(6).
           05                              PIC X(2) VALUE SPACES.
           05 AGE-DOWN-OUT                 PIC X(3).
           05                              PIC X(2) VALUE SPACES.
           05 AGE-HOURS-OUT                PIC ZZZ9.9.
           05                              PIC X(2) VALUE SPACES.
           05 AGE-PARTS-OUT                PIC $ZZZ,ZZ9.99.
       01  BUCKET-NAMES-DATA.
           05                              PIC X(6) VALUE '0-7   '.
           05                              PIC X(6) VALUE '8-30  '.
           05                              PIC X(6) VALUE '31-60 '.
           05                              PIC X(6) VALUE 'OVR 60'.
       01  BUCKET-NAMES REDEFINES BUCKET-NAMES-DATA.
           05 BUCKET-NAME OCCURS 4 TIMES   PIC X(6).
       01  AGE-SUMMARY-LINE-1.
           05                              PIC X(22) VALUE
               'OPEN WORK ORDERS:     '.
           05 AGE-SUM-OPEN-OUT             PIC ZZ,ZZ9.
           05                              PIC X(24) VALUE
               '  VEHICLES OFF ROAD:    '.
           05 AGE-SUM-OOS-OUT              PIC ZZ,ZZ9.
       01  AGE-SUMMARY-LINE-2.
           05                              PIC X(8) VALUE
               '  0-7: '.
           05 AGE-SUM-B1-OUT               PIC ZZ,ZZ9.
           05                              PIC X(9) VALUE
               '  8-30: '.
           05 AGE-SUM-B2-OUT               PIC ZZ,ZZ9.
           05                              PIC X(10) VALUE
               '  31-60: '.
           05 AGE-SUM-B3-OUT               PIC ZZ,ZZ9.
           05                              PIC X(12) VALUE
               '  OVER 60: '.
           05 AGE-SUM-B4-OUT               PIC ZZ,ZZ9.
       01  DWN-HEADING1.
           05                              PIC X(36) VALUE
               'VEHICLE DOWNTIME FOR REPAIR AS OF '.
           05 DWN-HDG-DATE-OUT             PIC 9(8).
       01  DWN-HEADING2.
           05                              PIC X(48) VALUE
               'VIN                MAKE           ORDERS  CLOSED'.
           05                              PIC X(42) VALUE
               '  DOWN SINCE  OPEN   TOTAL  STATUS'.
       01  DWN-DETAIL-LINE.
           05 DWN-VIN-OUT                  PIC X(17).
           05                              PIC X(2) VALUE SPACES.
           05 DWN-MAKE-OUT                 PIC X(13).
           05                              PIC X(2) VALUE SPACES.
           05 DWN-ORDERS-OUT               PIC ZZZ9.
           05                              PIC X(2) VALUE SPACES.
           05 DWN-CLOSED-OUT               PIC ZZZZZ9.
           05                              PIC X(2) VALUE SPACES.
           05 DWN-SINCE-OUT                PIC 9(8).
           05 DWN-SINCE-BLANK REDEFINES DWN-SINCE-OUT
                                           PIC X(8).
           05                              PIC X(2) VALUE SPACES.
           05 DWN-OPEN-OUT                 PIC ZZZZ9.
           05                              PIC X(2) VALUE SPACES.
           05 DWN-TOTAL-OUT                PIC ZZZZZ9.
           05                              PIC X(2) VALUE SPACES.
           05 DWN-STATUS-OUT               PIC X(8).
       01  DWN-SUMMARY-LINE.
           05                              PIC X(22) VALUE
               'VEHICLES DOWN NOW:    '.
           05 DWN-SUM-NOW-OUT              PIC ZZ,ZZ9.
           05                              PIC X(22) VALUE
               '  FLEET DAYS DOWN:    '.
           05 DWN-SUM-DAYS-OUT             PIC Z,ZZZ,ZZ9.
       01  WO-MASTER-DD                    PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #5\OLIV-VEH-WorkOrd.dat'.
       01  AGING-REPORT-DD                 PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #5\OLIV-HW5-WoAging.txt'.
       01  DOWNTIME-REPORT-DD              PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #5\OLIV-HW5-WoDown.txt'.
       01  RUN-CONTROL-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-Ctl.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-GET-FILE-NAMES
           PERFORM 015-GET-BUSINESS-DATE
           OPEN INPUT WO-MASTER
           IF WO-STATUS-CODE NOT = '00'
               DISPLAY 'WORK ORDER FILE WOULD NOT OPEN - STATUS '
                   WO-STATUS-CODE ' - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT VEH-MASTER
           IF MASTER-STATUS NOT = '00'
               DISPLAY 'VEHICLE MASTER WOULD NOT OPEN - STATUS '
                   MASTER-STATUS ' - MAKES LEFT BLANK'
           END-IF
           OPEN OUTPUT AGING-REPORT
               OUTPUT DOWNTIME-REPORT
           INITIALIZE BUCKET-COUNTS
           MOVE RUN-DATE TO AGE-HDG-DATE-OUT
           WRITE AGING-REC FROM AGE-HEADING1
           WRITE AGING-REC FROM AGE-HEADING2
           PERFORM UNTIL MORE-ORDERS = 'NO'
               READ WO-MASTER
                   AT END
                       MOVE 'NO' TO MORE-ORDERS
                   NOT AT END
                       PERFORM 200-TAKE-ORDER
               END-READ
           END-PERFORM
           MOVE OPEN-COUNT TO AGE-SUM-OPEN-OUT
           MOVE OPEN-OOS-COUNT TO AGE-SUM-OOS-OUT
           WRITE AGING-REC FROM AGE-SUMMARY-LINE-1
               AFTER ADVANCING 2 LINES
           MOVE BUCKET-COUNT(1) TO AGE-SUM-B1-OUT
           MOVE BUCKET-COUNT(2) TO AGE-SUM-B2-OUT
           MOVE BUCKET-COUNT(3) TO AGE-SUM-B3-OUT
           MOVE BUCKET-COUNT(4) TO AGE-SUM-B4-OUT
           WRITE AGING-REC FROM AGE-SUMMARY-LINE-2
           PERFORM 500-PRINT-DOWNTIME
           CLOSE WO-MASTER
                 AGING-REPORT
                 DOWNTIME-REPORT
           IF MASTER-STATUS = '00'
               CLOSE VEH-MASTER
           END-IF
           IF DOWN-TABLE-FULL = 'YES'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       010-GET-FILE-NAMES.
           ACCEPT WO-MASTER-DD FROM ENVIRONMENT "WOMASTER"
           ACCEPT AGING-REPORT-DD FROM ENVIRONMENT "WOAGING"
           ACCEPT DOWNTIME-REPORT-DD FROM ENVIRONMENT "WODOWNTIME"
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
           END-IF
           COMPUTE RUN-DATE-DAYS =
               FUNCTION INTEGER-OF-DATE(RUN-DATE).
       200-TAKE-ORDER.
           IF WO-STATUS = 'O'
               PERFORM 300-AGE-OPEN-ORDER
           END-IF
           IF WO-OUT-OF-SVC = 'Y'
               PERFORM 400-ADD-DOWNTIME
           END-IF.
       300-AGE-OPEN-ORDER.
           ADD 1 TO OPEN-COUNT
           COMPUTE DAYS-OPEN = RUN-DATE-DAYS
               - FUNCTION INTEGER-OF-DATE(WO-OPEN-DATE)
           EVALUATE TRUE
               WHEN DAYS-OPEN <= 7
                   MOVE 1 TO BUCKET-IDX
               WHEN DAYS-OPEN <= 30
                   MOVE 2 TO BUCKET-IDX
               WHEN DAYS-OPEN <= 60
                   MOVE 3 TO BUCKET-IDX
               WHEN OTHER
                   MOVE 4 TO BUCKET-IDX
           END-EVALUATE
           ADD 1 TO BUCKET-COUNT(BUCKET-IDX)
           MOVE WO-NO TO AGE-WO-NO-OUT
           MOVE WO-VIN TO AGE-VIN-OUT
           IF WO-TYPE = 'P'
               MOVE 'PM' TO AGE-TYPE-OUT
           ELSE
               MOVE 'BRKD' TO AGE-TYPE-OUT
           END-IF
           MOVE WO-OPEN-DATE TO AGE-OPENED-OUT
           MOVE DAYS-OPEN TO AGE-DAYS-OUT
           MOVE BUCKET-NAME(BUCKET-IDX) TO AGE-BUCKET-OUT
           IF WO-OUT-OF-SVC = 'Y'
               ADD 1 TO OPEN-OOS-COUNT
               MOVE 'YES' TO AGE-DOWN-OUT
           ELSE
               MOVE 'NO' TO AGE-DOWN-OUT
           END-IF
           MOVE WO-LABOR-HOURS TO AGE-HOURS-OUT
           MOVE WO-PARTS-COST TO AGE-PARTS-OUT
           WRITE AGING-REC FROM AGE-DETAIL-LINE.
       400-ADD-DOWNTIME.
           IF WO-STATUS = 'O'
               COMPUTE DAYS-DOWN = RUN-DATE-DAYS
                   - FUNCTION INTEGER-OF-DATE(WO-OPEN-DATE)
           ELSE
               COMPUTE DAYS-DOWN =
                   FUNCTION INTEGER-OF-DATE(WO-CLOSE-DATE)
                   - FUNCTION INTEGER-OF-DATE(WO-OPEN-DATE)
           END-IF
           MOVE 0 TO DOWN-FOUND-IDX
           PERFORM VARYING DOWN-IDX FROM 1 BY 1
               UNTIL DOWN-IDX > DOWN-COUNT
               IF DWN-VIN(DOWN-IDX) = WO-VIN
                   MOVE DOWN-IDX TO DOWN-FOUND-IDX
                   MOVE DOWN-COUNT TO DOWN-IDX
               END-IF
           END-PERFORM
           IF DOWN-FOUND-IDX = 0
               PERFORM 450-INSERT-VEHICLE
           END-IF
           IF DOWN-FOUND-IDX > 0
               ADD 1 TO DWN-ORDERS(DOWN-FOUND-IDX)
               IF WO-STATUS = 'O'
                   ADD DAYS-DOWN TO DWN-OPEN-DAYS(DOWN-FOUND-IDX)
                   IF DWN-DOWN-SINCE(DOWN-FOUND-IDX) = 0
                       OR WO-OPEN-DATE < DWN-DOWN-SINCE(DOWN-FOUND-IDX)
                       MOVE WO-OPEN-DATE
                           TO DWN-DOWN-SINCE(DOWN-FOUND-IDX)
                   END-IF
               ELSE
                   ADD DAYS-DOWN TO DWN-CLOSED-DAYS(DOWN-FOUND-IDX)
               END-IF
           END-IF.
       450-INSERT-VEHICLE.
           IF DOWN-COUNT >= 1000
               IF DOWN-TABLE-FULL = 'NO'
                   DISPLAY 'DOWNTIME TABLE FILLED AT 1000 VEHICLES - '
                       'REPORT SHORT'
                   MOVE 'YES' TO DOWN-TABLE-FULL
               END-IF
           ELSE
               MOVE 1 TO DOWN-FOUND-IDX
               PERFORM VARYING DOWN-IDX FROM 1 BY 1
                   UNTIL DOWN-IDX > DOWN-COUNT
                   IF DWN-VIN(DOWN-IDX) < WO-VIN
                       COMPUTE DOWN-FOUND-IDX = DOWN-IDX + 1
                   END-IF
               END-PERFORM
               PERFORM VARYING DOWN-SHIFT-IDX FROM DOWN-COUNT BY -1
                   UNTIL DOWN-SHIFT-IDX < DOWN-FOUND-IDX
                   MOVE DOWN-ROW(DOWN-SHIFT-IDX)
                       TO DOWN-ROW(DOWN-SHIFT-IDX + 1)
               END-PERFORM
               ADD 1 TO DOWN-COUNT
               MOVE WO-VIN TO DWN-VIN(DOWN-FOUND-IDX)
               MOVE 0 TO DWN-ORDERS(DOWN-FOUND-IDX)
               MOVE 0 TO DWN-CLOSED-DAYS(DOWN-FOUND-IDX)
               MOVE 0 TO DWN-OPEN-DAYS(DOWN-FOUND-IDX)
               MOVE 0 TO DWN-DOWN-SINCE(DOWN-FOUND-IDX)
           END-IF.
       500-PRINT-DOWNTIME.
           MOVE RUN-DATE TO DWN-HDG-DATE-OUT
           WRITE DOWNTIME-REC FROM DWN-HEADING1
           WRITE DOWNTIME-REC FROM DWN-HEADING2
           PERFORM VARYING DOWN-IDX FROM 1 BY 1
               UNTIL DOWN-IDX > DOWN-COUNT
               PERFORM 510-PRINT-ONE-VEHICLE
           END-PERFORM
           MOVE DOWN-NOW-COUNT TO DWN-SUM-NOW-OUT
           MOVE FLEET-DAYS-DOWN TO DWN-SUM-DAYS-OUT
           WRITE DOWNTIME-REC FROM DWN-SUMMARY-LINE
               AFTER ADVANCING 2 LINES.
       510-PRINT-ONE-VEHICLE.
           MOVE DWN-VIN(DOWN-IDX) TO DWN-VIN-OUT
           MOVE SPACES TO DWN-MAKE-OUT
           IF MASTER-STATUS = '00'
               MOVE DWN-VIN(DOWN-IDX) TO VEH-VIN
               READ VEH-MASTER
                   INVALID KEY
                       MOVE 'NOT ON MASTER' TO DWN-MAKE-OUT
                   NOT INVALID KEY
                       MOVE VEH-MAKE TO DWN-MAKE-OUT
               END-READ
           END-IF
           COMPUTE VEHICLE-DAYS-DOWN = DWN-CLOSED-DAYS(DOWN-IDX)
               + DWN-OPEN-DAYS(DOWN-IDX)
           ADD VEHICLE-DAYS-DOWN TO FLEET-DAYS-DOWN
           MOVE DWN-ORDERS(DOWN-IDX) TO DWN-ORDERS-OUT
           MOVE DWN-CLOSED-DAYS(DOWN-IDX) TO DWN-CLOSED-OUT
           MOVE DWN-OPEN-DAYS(DOWN-IDX) TO DWN-OPEN-OUT
           MOVE VEHICLE-DAYS-DOWN TO DWN-TOTAL-OUT
           IF DWN-DOWN-SINCE(DOWN-IDX) > 0
               ADD 1 TO DOWN-NOW-COUNT
               MOVE DWN-DOWN-SINCE(DOWN-IDX) TO DWN-SINCE-OUT
               MOVE 'DOWN NOW' TO DWN-STATUS-OUT
           ELSE
               MOVE SPACES TO DWN-SINCE-BLANK
               MOVE SPACES TO DWN-STATUS-OUT
           END-IF
           WRITE DOWNTIME-REC FROM DWN-DETAIL-LINE.
