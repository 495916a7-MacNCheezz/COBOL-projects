      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Garage work orders, so a job done in the shop reaches
      *          the vehicle master without anyone re-keying it.
      *          Opens a PM work order for every vehicle on
      *          VEHICLE-PM-SCHEDULE's due list that does not already
      *          have one open, then applies the garage's work-order
      *          transactions: O opens an order against a VIN (P for
      *          a PM job, B for a breakdown), L adds labor hours, P
      *          adds a parts line (written to the parts detail file),
      *          C closes the order with the odometer at service.
      *          Closing prices the labor at the shop rate from the
      *          labor-rate file, adds the parts, and appends the
      *          cost transaction to VEHICLE-COST-UPDATE's input with
      *          the PM category on a PM job and the odometer reading
      *          on it, so the cost run rolls up the dollars, stamps
      *          the PM service and advances the odometer. Work order
      *          numbers come from a controlled next-number file. No
      *          labor-rate or next-number file stops the run (RC 8);
      *          rejected transactions end it RC 4.
      * Modification History:
      *   10/15/26 - initial version
      *   10/15/26 - a breakdown order may name the vehicle incident
      *             it repairs (incident date and sequence, checked
      *             against the incident file for that VIN); closing
      *             it writes the cost as ACCIDENT with the incident
      *             reference so the cost run links the dollars
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORK-ORDER-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WO-TRANS-IN
           ASSIGN TO WO-TRANS-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-STATUS.
           SELECT PM-DUE-LIST
           ASSIGN TO PM-DUE-LIST-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DUE-STATUS.
           SELECT WO-MASTER
           ASSIGN TO WO-MASTER-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-NO
               FILE STATUS IS WO-STATUS-CODE.
           SELECT VEH-MASTER
           ASSIGN TO
           'D:\COBOL\MIS 280 Homework\Homework #5\OLIV-VEH-Master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VEH-VIN
               FILE STATUS IS MASTER-STATUS.
           SELECT WO-NUMBER-FILE
           ASSIGN TO WO-NUMBER-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NUMBER-STATUS.
           SELECT LABOR-RATE-FILE
           ASSIGN TO LABOR-RATE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-STATUS.
           SELECT COST-TRANS-OUT
           ASSIGN TO COST-TRANS-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COST-STATUS.
           SELECT WO-PARTS-FILE
           ASSIGN TO WO-PARTS-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTS-STATUS.
           SELECT WO-REPORT
           ASSIGN TO WO-REPORT-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INCIDENT-FILE
           ASSIGN TO INCIDENT-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INC-KEY
               FILE STATUS IS INC-STATUS-CODE.
           SELECT RUN-CONTROL
           ASSIGN TO RUN-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WO-TRANS-IN.
       01  WO-TRANS-REC.
           05 WTRN-ACTION                  PIC X(1).
           05 WTRN-WO-NO                   PIC X(6).
           05 WTRN-WO-NO-NUM REDEFINES WTRN-WO-NO
                                           PIC 9(6).
           05 WTRN-VIN                     PIC X(17).
           05 WTRN-TYPE                    PIC X(1).
           05 WTRN-OUT-OF-SVC              PIC X(1).
           05 WTRN-DATE                    PIC X(8).
           05 WTRN-DATE-NUM REDEFINES WTRN-DATE
                                           PIC 9(8).
           05 WTRN-HOURS                   PIC X(5).
           05 WTRN-HOURS-NUM REDEFINES WTRN-HOURS
                                           PIC 9(4)V9.
           05 WTRN-ODOMETER                PIC X(6).
           05 WTRN-ODOMETER-NUM REDEFINES WTRN-ODOMETER
                                           PIC 9(6).
           05 WTRN-PART                    PIC X(20).
           05 WTRN-QTY                     PIC X(3).
           05 WTRN-QTY-NUM REDEFINES WTRN-QTY
                                           PIC 9(3).
           05 WTRN-UNIT-COST               PIC X(7).
           05 WTRN-UNIT-COST-NUM REDEFINES WTRN-UNIT-COST
                                           PIC 9(5)V99.
           05 WTRN-DESC                    PIC X(30).
           05 WTRN-INC-DATE                PIC X(8).
           05 WTRN-INC-DATE-NUM REDEFINES WTRN-INC-DATE
                                           PIC 9(8).
           05 WTRN-INC-SEQ                 PIC X(2).
           05 WTRN-INC-SEQ-NUM REDEFINES WTRN-INC-SEQ
                                           PIC 9(2).
       FD  PM-DUE-LIST.
       01  PM-DUE-REC.
           05 PMD-VIN                      PIC X(17).
           05 PMD-STATUS                   PIC X(10).
           05 PMD-SCHED-DATE               PIC 9(8).
       FD  WO-MASTER.
       01  WO-MASTER-REC.
           COPY OLIV-WO-Rec.
       FD  VEH-MASTER.
       01  VEH-MASTER-REC.
           COPY OLIV-VEH-Master.
       FD  INCIDENT-FILE.
       01  INCIDENT-REC.
           COPY OLIV-VEH-Incident.
       FD  WO-NUMBER-FILE.
       01  WO-NUMBER-REC.
           05 NEXT-WO-NO-IN                PIC 9(6).
       FD  LABOR-RATE-FILE.
       01  LABOR-RATE-REC.
           05 WLR-RATE-IN                  PIC 9(3)V99.
      *>      SAME LAYOUT VEHICLE-COST-UPDATE READS ITS TRANSACTIONS IN
       FD  COST-TRANS-OUT.
       01  COST-TRANS-REC.
           05 CTRN-VIN                     PIC X(17).
           05 CTRN-DATE                    PIC 9(8).
           05 CTRN-COST                    PIC 9(5)V99.
           05 CTRN-CATEGORY                PIC X(10).
           05 CTRN-ODOMETER                PIC 9(6).
           05 CTRN-INC-DATE                PIC X(8).
           05 CTRN-INC-SEQ                 PIC X(2).
       FD  WO-PARTS-FILE.
       01  WO-PARTS-REC.
           05 WOP-WO-NO                    PIC 9(6).
           05 WOP-VIN                      PIC X(17).
           05 WOP-DATE                     PIC 9(8).
           05 WOP-PART                     PIC X(20).
           05 WOP-QTY                      PIC 9(3).
           05 WOP-UNIT-COST                PIC 9(5)V99.
           05 WOP-EXT-COST                 PIC 9(7)V99.
       FD  WO-REPORT.
       01  REPORT-REC                      PIC X(100).
       FD  RUN-CONTROL.
       01  RUN-CONTROL-REC.
           COPY OLIV-RUN-Ctl.
       WORKING-STORAGE SECTION.
       01  MORE-TRANS                      PIC XXX VALUE 'YES'.
       01  MORE-DUE                        PIC XXX VALUE 'YES'.
       01  MORE-ORDERS                     PIC XXX VALUE 'YES'.
       01  TRANS-STATUS                    PIC XX.
       01  DUE-STATUS                      PIC XX.
       01  WO-STATUS-CODE                  PIC XX.
       01  MASTER-STATUS                   PIC XX.
       01  NUMBER-STATUS                   PIC XX.
       01  RATE-STATUS                     PIC XX.
       01  COST-STATUS                     PIC XX.
       01  PARTS-STATUS                    PIC XX.
       01  RUN-CTL-STATUS                  PIC XX.
       01  RUN-DATE                        PIC 9(8).
       01  NEXT-WO-NO                      PIC 9(6).
       01  LABOR-RATE                      PIC 9(3)V99.
       01  TRANS-RESULT                    PIC X(8).
       01  TRANS-REASON                    PIC X(40).
       01  CLOSE-DATE                      PIC 9(8).
       01  JOB-COST                        PIC 9(7)V99.
       01  PART-EXT-COST                   PIC 9(7)V99.
       01  COST-LIMIT                      PIC 9(5)V99 VALUE 99999.99.
      *>      VINS WITH A PM ORDER ALREADY OPEN - THE DUE LIST DOES
      *>      NOT OPEN A SECOND ONE
       01  OPEN-PM-COUNT                   PIC 9(4) VALUE 0.
       01  OPEN-PM-IDX                     PIC 9(4).
       01  OPEN-PM-FOUND                   PIC XXX.
       01  OPEN-PM-TABLE.
           05 OPEN-PM-VIN OCCURS 1000 TIMES PIC X(17).
       01  READ-COUNT                      PIC 9(5) VALUE 0.
       01  APPLIED-COUNT                   PIC 9(5) VALUE 0.
       01  REJECTED-COUNT                  PIC 9(5) VALUE 0.
       01  DUE-OPENED-COUNT                PIC 9(5) VALUE 0.
       01  DUE-SKIPPED-COUNT               PIC 9(5) VALUE 0.
       01  CLOSED-COUNT                    PIC 9(5) VALUE 0.
       01  CLOSED-DOLLARS                  PIC 9(9)V99 VALUE 0.
       01  HEADING1.
           05                              PIC X(28) VALUE
               'WORK ORDER REGISTER  AS OF '.
           05 HDG-DATE-OUT                 PIC 9(8).
       01  HEADING2.
           05                              PIC X(48) VALUE
               'ACT  WO NO   VIN                RESULT   REASON'.
           05                              PIC X(34) VALUE SPACES.
           05                              PIC X(10) VALUE
               '  JOB COST'.
       01  DETAIL-LINE.
           05                              PIC X(1) VALUE SPACES.
           05 DTL-ACTION-OUT               PIC X(1).
           05                              PIC X(3) VALUE SPACES.
           05 DTL-WO-NO-OUT                PIC 9(6).
           05 DTL-WO-NO-BLANK REDEFINES DTL-WO-NO-OUT
                                           PIC X(6).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-VIN-OUT                  PIC X(17).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-RESULT-OUT               PIC X(8).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-REASON-OUT               PIC X(40).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-COST-OUT                 PIC $ZZ,ZZ9.99.
           05 DTL-COST-BLANK REDEFINES DTL-COST-OUT
                                           PIC X(10).
       01  SUMMARY-LINE-1.
           05                              PIC X(28) VALUE
               'PM ORDERS OPENED FROM LIST: '.
           05 SUM-DUE-OPENED-OUT           PIC ZZ,ZZ9.
           05                              PIC X(20) VALUE
               '  ALREADY OPEN:     '.
           05 SUM-DUE-SKIPPED-OUT          PIC ZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05                              PIC X(28) VALUE
               'TRANSACTIONS READ:          '.
           05 SUM-READ-OUT                 PIC ZZ,ZZ9.
           05                              PIC X(12) VALUE
               '  APPLIED: '.
           05 SUM-APPLIED-OUT              PIC ZZ,ZZ9.
           05                              PIC X(13) VALUE
               '  REJECTED: '.
           05 SUM-REJECTED-OUT             PIC ZZ,ZZ9.
       01  SUMMARY-LINE-3.
           05                              PIC X(28) VALUE
               'ORDERS CLOSED:              '.
           05 SUM-CLOSED-OUT               PIC ZZ,ZZ9.
           05                              PIC X(15) VALUE
               '  JOB COSTS: $'.
           05 SUM-CLOSED-DOLLARS-OUT       PIC ZZZ,ZZZ,ZZ9.99.
       01  WO-TRANS-DD                     PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #5\OLIV-HW5-WoTrn.txt'.
       01  PM-DUE-LIST-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #5\OLIV-HW5-PmDue.txt'.
       01  WO-MASTER-DD                    PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #5\OLIV-VEH-WorkOrd.dat'.
       01  WO-NUMBER-DD                    PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #5\OLIV-HW5-WoNext.txt'.
       01  LABOR-RATE-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #5\OLIV-HW5-WoLabor.txt'.
       01  COST-TRANS-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #5\OLIV-HW5-CostTrn.txt'.
       01  WO-PARTS-DD                     PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #5\OLIV-HW5-WoParts.txt'.
       01  WO-REPORT-DD                    PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #5\OLIV-HW5-WoReg.txt'.
       01  INC-STATUS-CODE                 PIC XX.
       01  INCIDENT-DD                     PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #5\OLIV-VEH-Incident.dat'.
       01  RUN-CONTROL-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-Ctl.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-GET-FILE-NAMES
           PERFORM 015-GET-BUSINESS-DATE
           PERFORM 020-READ-LABOR-RATE
           PERFORM 050-READ-NEXT-NUMBER
           OPEN I-O WO-MASTER
           IF WO-STATUS-CODE = '35'
               OPEN OUTPUT WO-MASTER
               CLOSE WO-MASTER
               OPEN I-O WO-MASTER
           END-IF
           IF WO-STATUS-CODE NOT = '00'
               DISPLAY 'WORK ORDER FILE WOULD NOT OPEN - STATUS '
                   WO-STATUS-CODE ' - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT VEH-MASTER
           IF MASTER-STATUS NOT = '00'
               DISPLAY 'VEHICLE MASTER WOULD NOT OPEN - STATUS '
                   MASTER-STATUS ' - RUN STOPPED'
               CLOSE WO-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT INCIDENT-FILE
           IF INC-STATUS-CODE NOT = '00'
               DISPLAY 'INCIDENT FILE NOT AVAILABLE - STATUS '
                   INC-STATUS-CODE ' - ORDERS NAMING AN INCIDENT WILL '
                   'BE REJECTED'
           END-IF
           OPEN OUTPUT WO-REPORT
           OPEN EXTEND COST-TRANS-OUT
           IF COST-STATUS NOT = '00' AND COST-STATUS NOT = '05'
               OPEN OUTPUT COST-TRANS-OUT
           END-IF
           OPEN EXTEND WO-PARTS-FILE
           IF PARTS-STATUS NOT = '00' AND PARTS-STATUS NOT = '05'
               OPEN OUTPUT WO-PARTS-FILE
           END-IF
           MOVE RUN-DATE TO HDG-DATE-OUT
           WRITE REPORT-REC FROM HEADING1
           WRITE REPORT-REC FROM HEADING2
           PERFORM 060-LOAD-OPEN-PM
           PERFORM 150-OPEN-FROM-DUE-LIST
           OPEN INPUT WO-TRANS-IN
           IF TRANS-STATUS NOT = '00'
               DISPLAY 'NO WORK ORDER TRANSACTION FILE THIS RUN'
               MOVE 'NO' TO MORE-TRANS
           END-IF
           PERFORM UNTIL MORE-TRANS = 'NO'
               READ WO-TRANS-IN
                   AT END
                       MOVE 'NO' TO MORE-TRANS
                   NOT AT END
                       PERFORM 200-APPLY-TRANS
               END-READ
           END-PERFORM
           IF TRANS-STATUS = '00' OR TRANS-STATUS = '10'
               CLOSE WO-TRANS-IN
           END-IF
           PERFORM 600-REWRITE-NEXT-NUMBER
           MOVE DUE-OPENED-COUNT TO SUM-DUE-OPENED-OUT
           MOVE DUE-SKIPPED-COUNT TO SUM-DUE-SKIPPED-OUT
           WRITE REPORT-REC FROM SUMMARY-LINE-1
               AFTER ADVANCING 2 LINES
           MOVE READ-COUNT TO SUM-READ-OUT
           MOVE APPLIED-COUNT TO SUM-APPLIED-OUT
           MOVE REJECTED-COUNT TO SUM-REJECTED-OUT
           WRITE REPORT-REC FROM SUMMARY-LINE-2
           MOVE CLOSED-COUNT TO SUM-CLOSED-OUT
           MOVE CLOSED-DOLLARS TO SUM-CLOSED-DOLLARS-OUT
           WRITE REPORT-REC FROM SUMMARY-LINE-3
           CLOSE WO-MASTER
                 VEH-MASTER
                 WO-REPORT
                 COST-TRANS-OUT
                 WO-PARTS-FILE
           IF INC-STATUS-CODE = '00'
               CLOSE INCIDENT-FILE
           END-IF
           IF REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       010-GET-FILE-NAMES.
           ACCEPT WO-TRANS-DD FROM ENVIRONMENT "WOTRANS"
           ACCEPT PM-DUE-LIST-DD FROM ENVIRONMENT "PMDUELIST"
           ACCEPT WO-MASTER-DD FROM ENVIRONMENT "WOMASTER"
           ACCEPT WO-NUMBER-DD FROM ENVIRONMENT "WONEXT"
           ACCEPT LABOR-RATE-DD FROM ENVIRONMENT "WOLABRATE"
           ACCEPT COST-TRANS-DD FROM ENVIRONMENT "VEHCOSTTRN"
           ACCEPT WO-PARTS-DD FROM ENVIRONMENT "WOPARTS"
           ACCEPT INCIDENT-DD FROM ENVIRONMENT "VEHINCIDENT"
           ACCEPT WO-REPORT-DD FROM ENVIRONMENT "WOREPORT"
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
       020-READ-LABOR-RATE.
      *>      A CLOSED ORDER CANNOT BE PRICED WITHOUT THE SHOP RATE
           OPEN INPUT LABOR-RATE-FILE
           IF RATE-STATUS NOT = '00'
               DISPLAY 'NO SHOP LABOR-RATE FILE - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ LABOR-RATE-FILE
               AT END
                   MOVE ZERO TO WLR-RATE-IN
           END-READ
           CLOSE LABOR-RATE-FILE
           IF WLR-RATE-IN IS NOT NUMERIC OR WLR-RATE-IN = 0
               DISPLAY 'SHOP LABOR RATE MISSING OR NOT NUMERIC - '
                   'RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WLR-RATE-IN TO LABOR-RATE.
       050-READ-NEXT-NUMBER.
           OPEN INPUT WO-NUMBER-FILE
           IF NUMBER-STATUS NOT = '00'
               DISPLAY 'NEXT-WORK-ORDER-NUMBER FILE MISSING OR '
                   'UNREADABLE - RUN STOPPED (WORK ORDER NUMBERS ARE '
                   'A CONTROLLED SEQUENCE)'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ WO-NUMBER-FILE
           MOVE NEXT-WO-NO-IN TO NEXT-WO-NO
           CLOSE WO-NUMBER-FILE.
       060-LOAD-OPEN-PM.
           MOVE 0 TO WO-NO
           START WO-MASTER KEY >= WO-NO
               INVALID KEY
                   MOVE 'NO' TO MORE-ORDERS
           END-START
           PERFORM UNTIL MORE-ORDERS = 'NO'
               READ WO-MASTER NEXT RECORD
                   AT END
                       MOVE 'NO' TO MORE-ORDERS
                   NOT AT END
                       IF WO-STATUS = 'O' AND WO-TYPE = 'P'
                           PERFORM 070-REMEMBER-OPEN-PM
                       END-IF
               END-READ
           END-PERFORM.
       070-REMEMBER-OPEN-PM.
           IF OPEN-PM-COUNT < 1000
               ADD 1 TO OPEN-PM-COUNT
               MOVE WO-VIN TO OPEN-PM-VIN(OPEN-PM-COUNT)
           ELSE
               DISPLAY 'OPEN PM ORDER TABLE FILLED AT 1000 - DUE LIST '
                   'MAY OPEN A SECOND ORDER FOR ' WO-VIN
           END-IF.
       080-FIND-OPEN-PM.
           MOVE 'NO' TO OPEN-PM-FOUND
           PERFORM VARYING OPEN-PM-IDX FROM 1 BY 1
               UNTIL OPEN-PM-IDX > OPEN-PM-COUNT
               IF OPEN-PM-VIN(OPEN-PM-IDX) = VEH-VIN
                   MOVE 'YES' TO OPEN-PM-FOUND
                   MOVE OPEN-PM-COUNT TO OPEN-PM-IDX
               END-IF
           END-PERFORM.
       150-OPEN-FROM-DUE-LIST.
           OPEN INPUT PM-DUE-LIST
           IF DUE-STATUS NOT = '00'
               DISPLAY 'NO PM DUE LIST THIS RUN - NO PM ORDERS OPENED '
                   'FROM THE SCHEDULE'
               MOVE 'NO' TO MORE-DUE
           END-IF
           PERFORM UNTIL MORE-DUE = 'NO'
               READ PM-DUE-LIST
                   AT END
                       MOVE 'NO' TO MORE-DUE
                   NOT AT END
                       PERFORM 160-OPEN-ONE-DUE
               END-READ
           END-PERFORM
           IF DUE-STATUS = '00' OR DUE-STATUS = '10'
               CLOSE PM-DUE-LIST
           END-IF.
       160-OPEN-ONE-DUE.
           MOVE PMD-VIN TO VEH-VIN
           READ VEH-MASTER
               INVALID KEY
                   MOVE 'D' TO VEH-STATUS
           END-READ
           IF VEH-STATUS NOT = 'D'
               PERFORM 080-FIND-OPEN-PM
               IF OPEN-PM-FOUND = 'YES'
                   ADD 1 TO DUE-SKIPPED-COUNT
               ELSE
                   ADD 1 TO DUE-OPENED-COUNT
                   MOVE 'P' TO WO-TYPE
                   MOVE 'N' TO WO-OUT-OF-SVC
                   MOVE RUN-DATE TO WO-OPEN-DATE
                   MOVE SPACES TO WO-DESC
                   STRING 'PM SERVICE - ' DELIMITED BY SIZE
                       PMD-STATUS DELIMITED BY SPACE
                       INTO WO-DESC
                   END-STRING
                   PERFORM 350-ADD-ORDER
                   PERFORM 070-REMEMBER-OPEN-PM
                   MOVE 0 TO JOB-COST
                   MOVE 'S' TO DTL-ACTION-OUT
                   MOVE 'OPENED  ' TO TRANS-RESULT
                   MOVE 'PM ORDER FROM DUE LIST' TO TRANS-REASON
                   PERFORM 700-WRITE-RESULT-LINE
               END-IF
           END-IF.
       200-APPLY-TRANS.
           ADD 1 TO READ-COUNT
           MOVE 'APPLIED ' TO TRANS-RESULT
           MOVE SPACES TO TRANS-REASON
           MOVE 0 TO JOB-COST
           MOVE WTRN-ACTION TO DTL-ACTION-OUT
           EVALUATE WTRN-ACTION
               WHEN 'O'
                   PERFORM 300-OPEN-ORDER
               WHEN 'L'
                   PERFORM 250-READ-OPEN-ORDER
                   IF TRANS-RESULT = 'APPLIED '
                       PERFORM 400-ADD-LABOR
                   END-IF
               WHEN 'P'
                   PERFORM 250-READ-OPEN-ORDER
                   IF TRANS-RESULT = 'APPLIED '
                       PERFORM 450-ADD-PART
                   END-IF
               WHEN 'C'
                   PERFORM 250-READ-OPEN-ORDER
                   IF TRANS-RESULT = 'APPLIED '
                       PERFORM 500-CLOSE-ORDER
                   END-IF
               WHEN OTHER
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'ACTION CODE NOT O, L, P OR C'
                       TO TRANS-REASON
                   MOVE 0 TO WO-NO
                   MOVE WTRN-VIN TO WO-VIN
           END-EVALUATE
           IF TRANS-RESULT = 'APPLIED '
               ADD 1 TO APPLIED-COUNT
           ELSE
               ADD 1 TO REJECTED-COUNT
           END-IF
           PERFORM 700-WRITE-RESULT-LINE.
       250-READ-OPEN-ORDER.
           MOVE SPACES TO WO-VIN
           IF WTRN-WO-NO IS NOT NUMERIC
               MOVE 0 TO WO-NO
               MOVE 'REJECTED' TO TRANS-RESULT
               MOVE 'WORK ORDER NUMBER NOT NUMERIC' TO TRANS-REASON
           ELSE
               MOVE WTRN-WO-NO-NUM TO WO-NO
               READ WO-MASTER
                   INVALID KEY
                       MOVE 'REJECTED' TO TRANS-RESULT
                       MOVE 'WORK ORDER NOT ON FILE' TO TRANS-REASON
                   NOT INVALID KEY
                       IF WO-STATUS NOT = 'O'
                           MOVE 'REJECTED' TO TRANS-RESULT
                           MOVE 'WORK ORDER ALREADY CLOSED'
                               TO TRANS-REASON
                       END-IF
               END-READ
           END-IF.
       300-OPEN-ORDER.
           MOVE 0 TO WO-NO
           MOVE WTRN-VIN TO WO-VIN
           EVALUATE TRUE
               WHEN WTRN-TYPE NOT = 'P' AND WTRN-TYPE NOT = 'B'
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'ORDER TYPE NOT P (PM) OR B (BREAKDOWN)'
                       TO TRANS-REASON
               WHEN WTRN-OUT-OF-SVC NOT = 'Y'
                   AND WTRN-OUT-OF-SVC NOT = 'N'
                   AND WTRN-OUT-OF-SVC NOT = SPACE
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'OUT-OF-SERVICE FLAG NOT Y OR N'
                       TO TRANS-REASON
               WHEN WTRN-DATE NOT = SPACES
                   AND WTRN-DATE IS NOT NUMERIC
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'OPEN DATE NOT NUMERIC' TO TRANS-REASON
               WHEN WTRN-INC-DATE NOT = SPACES
                   AND WTRN-TYPE = 'P'
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'A PM ORDER CANNOT NAME AN INCIDENT'
                       TO TRANS-REASON
               WHEN WTRN-INC-DATE NOT = SPACES
                   AND (WTRN-INC-DATE IS NOT NUMERIC
                     OR (WTRN-INC-SEQ NOT = SPACES
                     AND WTRN-INC-SEQ IS NOT NUMERIC))
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'INCIDENT DATE OR SEQUENCE NOT NUMERIC'
                       TO TRANS-REASON
               WHEN OTHER
                   MOVE WTRN-VIN TO VEH-VIN
                   READ VEH-MASTER
                       INVALID KEY
                           MOVE 'REJECTED' TO TRANS-RESULT
                           MOVE 'VIN NOT ON MASTER' TO TRANS-REASON
                       NOT INVALID KEY
                           IF VEH-STATUS = 'D'
                               MOVE 'REJECTED' TO TRANS-RESULT
                               MOVE 'VEHICLE ALREADY DISPOSED'
                                   TO TRANS-REASON
                           END-IF
                   END-READ
                   IF TRANS-RESULT = 'APPLIED '
                       AND WTRN-INC-DATE NOT = SPACES
                       PERFORM 320-CHECK-INCIDENT
                   END-IF
           END-EVALUATE
           IF TRANS-RESULT = 'APPLIED '
               MOVE WTRN-TYPE TO WO-TYPE
      *>      A BREAKDOWN IS OFF THE ROAD UNLESS THE GARAGE SAYS NOT
               IF WTRN-OUT-OF-SVC = SPACE
                   IF WTRN-TYPE = 'B'
                       MOVE 'Y' TO WO-OUT-OF-SVC
                   ELSE
                       MOVE 'N' TO WO-OUT-OF-SVC
                   END-IF
               ELSE
                   MOVE WTRN-OUT-OF-SVC TO WO-OUT-OF-SVC
               END-IF
               IF WTRN-DATE = SPACES
                   MOVE RUN-DATE TO WO-OPEN-DATE
               ELSE
                   MOVE WTRN-DATE-NUM TO WO-OPEN-DATE
               END-IF
               MOVE WTRN-DESC TO WO-DESC
               PERFORM 350-ADD-ORDER
               IF WTRN-INC-DATE NOT = SPACES
                   MOVE INC-DATE TO WO-INC-DATE
                   MOVE INC-SEQ TO WO-INC-SEQ
                   REWRITE WO-MASTER-REC
               END-IF
               IF WO-TYPE = 'P'
                   PERFORM 070-REMEMBER-OPEN-PM
               END-IF
               MOVE 'OPENED  ' TO TRANS-RESULT
           END-IF.
       320-CHECK-INCIDENT.
      *>      A BLANK SEQUENCE MEANS THE FIRST INCIDENT THAT DAY
           IF INC-STATUS-CODE NOT = '00'
               MOVE 'REJECTED' TO TRANS-RESULT
               MOVE 'INCIDENT FILE NOT AVAILABLE' TO TRANS-REASON
           ELSE
               MOVE WTRN-VIN TO INC-VIN
               MOVE WTRN-INC-DATE-NUM TO INC-DATE
               IF WTRN-INC-SEQ = SPACES
                   MOVE 1 TO INC-SEQ
               ELSE
                   MOVE WTRN-INC-SEQ-NUM TO INC-SEQ
               END-IF
               READ INCIDENT-FILE
                   INVALID KEY
                       MOVE 'REJECTED' TO TRANS-RESULT
                       MOVE 'INCIDENT NOT ON FILE FOR THIS VIN'
                           TO TRANS-REASON
               END-READ
           END-IF.
       350-ADD-ORDER.
      *>      WO-TYPE, WO-OUT-OF-SVC, WO-OPEN-DATE AND WO-DESC ARE SET
      *>      BY THE CALLER; VEH-VIN IS THE VEHICLE JUST READ
           MOVE NEXT-WO-NO TO WO-NO
           ADD 1 TO NEXT-WO-NO
           MOVE VEH-VIN TO WO-VIN
           MOVE 'O' TO WO-STATUS
           MOVE 0 TO WO-CLOSE-DATE
           MOVE 0 TO WO-LABOR-HOURS
           MOVE 0 TO WO-PARTS-LINES
           MOVE 0 TO WO-PARTS-COST
           MOVE 0 TO WO-LABOR-COST
           MOVE 0 TO WO-ODOMETER
           MOVE 0 TO WO-INC-DATE
           MOVE 0 TO WO-INC-SEQ
           WRITE WO-MASTER-REC
               INVALID KEY
                   DISPLAY 'WORK ORDER ' WO-NO ' ALREADY ON FILE - '
                       'NEXT-NUMBER FILE IS BEHIND - RUN STOPPED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-WRITE.
       400-ADD-LABOR.
           IF WTRN-HOURS IS NOT NUMERIC OR WTRN-HOURS-NUM = 0
               MOVE 'REJECTED' TO TRANS-RESULT
               MOVE 'LABOR HOURS MISSING OR NOT NUMERIC'
                   TO TRANS-REASON
           ELSE
               ADD WTRN-HOURS-NUM TO WO-LABOR-HOURS
                   ON SIZE ERROR
                       MOVE 'REJECTED' TO TRANS-RESULT
                       MOVE 'LABOR HOURS PAST 9999.9 ON ONE ORDER'
                           TO TRANS-REASON
               END-ADD
               IF TRANS-RESULT = 'APPLIED '
                   REWRITE WO-MASTER-REC
               END-IF
           END-IF.
       450-ADD-PART.
           IF WTRN-QTY IS NOT NUMERIC OR WTRN-QTY-NUM = 0
               OR WTRN-UNIT-COST IS NOT NUMERIC
               OR WTRN-PART = SPACES
               MOVE 'REJECTED' TO TRANS-RESULT
               MOVE 'PART, QUANTITY OR UNIT COST MISSING'
                   TO TRANS-REASON
           ELSE
               COMPUTE PART-EXT-COST =
                   WTRN-QTY-NUM * WTRN-UNIT-COST-NUM
               ADD 1 TO WO-PARTS-LINES
               ADD PART-EXT-COST TO WO-PARTS-COST
               REWRITE WO-MASTER-REC
               MOVE WO-NO TO WOP-WO-NO
               MOVE WO-VIN TO WOP-VIN
               IF WTRN-DATE IS NUMERIC
                   MOVE WTRN-DATE-NUM TO WOP-DATE
               ELSE
                   MOVE RUN-DATE TO WOP-DATE
               END-IF
               MOVE WTRN-PART TO WOP-PART
               MOVE WTRN-QTY-NUM TO WOP-QTY
               MOVE WTRN-UNIT-COST-NUM TO WOP-UNIT-COST
               MOVE PART-EXT-COST TO WOP-EXT-COST
               WRITE WO-PARTS-REC
               MOVE PART-EXT-COST TO JOB-COST
           END-IF.
       500-CLOSE-ORDER.
           IF WTRN-DATE = SPACES
               MOVE RUN-DATE TO CLOSE-DATE
           ELSE
               MOVE WTRN-DATE TO CLOSE-DATE
           END-IF
           MOVE WO-VIN TO VEH-VIN
           READ VEH-MASTER
               INVALID KEY
                   MOVE 'D' TO VEH-STATUS
                   MOVE 0 TO VEH-ODOMETER
           END-READ
           COMPUTE WO-LABOR-COST ROUNDED =
               WO-LABOR-HOURS * LABOR-RATE
           COMPUTE JOB-COST = WO-LABOR-COST + WO-PARTS-COST
           EVALUATE TRUE
               WHEN WTRN-ODOMETER IS NOT NUMERIC
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'ODOMETER AT SERVICE NOT NUMERIC'
                       TO TRANS-REASON
               WHEN WTRN-DATE NOT = SPACES
                   AND WTRN-DATE IS NOT NUMERIC
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'CLOSE DATE NOT NUMERIC' TO TRANS-REASON
               WHEN CLOSE-DATE < WO-OPEN-DATE
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'CLOSE DATE BEFORE ORDER WAS OPENED'
                       TO TRANS-REASON
               WHEN VEH-STATUS = 'D'
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'VEHICLE DISPOSED OR OFF MASTER'
                       TO TRANS-REASON
               WHEN WTRN-ODOMETER-NUM < VEH-ODOMETER
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'ODOMETER BELOW MASTER - MISREAD'
                       TO TRANS-REASON
               WHEN JOB-COST > COST-LIMIT
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'JOB COST PAST 99,999.99 - KEY BY HAND'
                       TO TRANS-REASON
           END-EVALUATE
           IF TRANS-RESULT = 'APPLIED '
               MOVE 'C' TO WO-STATUS
               MOVE CLOSE-DATE TO WO-CLOSE-DATE
               MOVE WTRN-ODOMETER-NUM TO WO-ODOMETER
               REWRITE WO-MASTER-REC
               PERFORM 550-WRITE-COST-TRANS
               ADD 1 TO CLOSED-COUNT
               ADD JOB-COST TO CLOSED-DOLLARS
               MOVE 'CLOSED  ' TO TRANS-RESULT
           ELSE
               MOVE 0 TO JOB-COST
           END-IF.
       550-WRITE-COST-TRANS.
      *>      THE PM CATEGORY IS WHAT STAMPS THE SERVICE ON THE MASTER
           MOVE WO-VIN TO CTRN-VIN
           MOVE WO-CLOSE-DATE TO CTRN-DATE
           MOVE JOB-COST TO CTRN-COST
           MOVE SPACES TO CTRN-INC-DATE
           MOVE SPACES TO CTRN-INC-SEQ
           EVALUATE TRUE
               WHEN WO-TYPE = 'P'
                   MOVE 'PM SERVICE' TO CTRN-CATEGORY
               WHEN WO-INC-DATE NOT = 0
                   MOVE 'ACCIDENT' TO CTRN-CATEGORY
                   MOVE WO-INC-DATE TO CTRN-INC-DATE
                   MOVE WO-INC-SEQ TO CTRN-INC-SEQ
               WHEN OTHER
                   MOVE 'REPAIR' TO CTRN-CATEGORY
           END-EVALUATE
           MOVE WO-ODOMETER TO CTRN-ODOMETER
           WRITE COST-TRANS-REC.
       600-REWRITE-NEXT-NUMBER.
           OPEN OUTPUT WO-NUMBER-FILE
           MOVE NEXT-WO-NO TO NEXT-WO-NO-IN
           WRITE WO-NUMBER-REC
           CLOSE WO-NUMBER-FILE.
       700-WRITE-RESULT-LINE.
           IF WO-NO = 0
               MOVE SPACES TO DTL-WO-NO-BLANK
           ELSE
               MOVE WO-NO TO DTL-WO-NO-OUT
           END-IF
           MOVE WO-VIN TO DTL-VIN-OUT
           MOVE TRANS-RESULT TO DTL-RESULT-OUT
           MOVE TRANS-REASON TO DTL-REASON-OUT
           IF JOB-COST = 0
               MOVE SPACES TO DTL-COST-BLANK
           ELSE
               MOVE JOB-COST TO DTL-COST-OUT
           END-IF
           WRITE REPORT-REC FROM DETAIL-LINE.
