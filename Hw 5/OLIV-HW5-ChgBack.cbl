      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Monthly fleet cost chargeback to the territories.
      *          Depreciation, fuel and repairs all book to the
      *          central fleet accounts, so a territory's P&L shows
      *          its company cars as free. For the business date's
      *          month this run totals each vehicle's depreciation,
      *          fuel and maintenance dollars from the fleet cost
      *          detail file, and spreads them over the drivers
      *          assigned to it during the month - in proportion to
      *          their days, from the effective-dated assignment
      *          history - charging each driver's share to the
      *          driver's territory on the employee master. Days
      *          nobody had the vehicle stay with the fleet as
      *          overhead, as does a driver with no valid territory
      *          (listed; RC 4). Writes the balanced GL posting for
      *          GL-CONSOLIDATE (debit each territory's vehicle
      *          expense with the territory on the line, credit fleet
      *          cost recovery) and prints one chargeback statement
      *          per territory manager, then the control page tying
      *          the month's fleet cost to charged plus overhead. No
      *          cost detail, assignment history or employee master
      *          stops the run (RC 8).
      * Modification History:
      *   10/15/26 - initial version
      *   10/15/26 - the recovery credit posts in the books of the
      *             company that owns the vehicle, and each driver's
      *             share is charged to the territory expense of the
      *             driver's cost company (company master account
      *             offsets); the posting line names the vehicle's
      *             company, so a shared vehicle charged across
      *             entities gets its due-to/due-from pair booked by
      *             GL-CONSOLIDATE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLEET-CHARGEBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLEET-COST-DTL
           ASSIGN TO FLEET-COST-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FCD-STATUS.
           SELECT ASGN-HIST
           ASSIGN TO ASGN-HIST-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-STATUS.
           SELECT EMP-MASTER
           ASSIGN TO
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-EMP-Master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-NUMBER
               FILE STATUS IS EMP-STATUS-CODE.
           SELECT VEH-MASTER
           ASSIGN TO
           'D:\COBOL\MIS 280 Homework\Homework #5\OLIV-VEH-Master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VEH-VIN
               FILE STATUS IS VEH-STATUS-CODE.
           SELECT TERR-MASTER
           ASSIGN TO TERR-MASTER-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERR-STATUS.
           SELECT GL-ACCT-FILE
           ASSIGN TO GL-ACCT-FILE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLA-STATUS.
           SELECT GL-POST-FILE
           ASSIGN TO GL-POST-FILE-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHARGEBACK-STMT
           ASSIGN TO CHARGEBACK-STMT-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL
           ASSIGN TO RUN-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CTL-STATUS.
           SELECT CO-MASTER
           ASSIGN TO CO-MASTER-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FLEET-COST-DTL.
       01  FLEET-COST-REC.
           COPY OLIV-FLT-CostDtl.
       FD  ASGN-HIST.
       01  ASGN-HIST-REC.
           COPY OLIV-VEH-AsgnHist.
       FD  EMP-MASTER.
       01  EMP-MASTER-REC.
           COPY OLIV-EMP-Master.
       FD  VEH-MASTER.
       01  VEH-MASTER-REC.
           COPY OLIV-VEH-Master.
       FD  TERR-MASTER.
       01  TERR-MASTER-REC.
           COPY OLIV-TERR-Master.
       FD  GL-ACCT-FILE.
       01  GL-ACCT-REC.
           05 GLA-TERR-VEH-EXP-IN          PIC 9(6).
           05 GLA-FLEET-RECOVERY-IN        PIC 9(6).
       FD  GL-POST-FILE.
       01  GL-POST-REC.
           COPY OLIV-GLP-Rec.
       FD  CHARGEBACK-STMT.
       01  STMT-REC                        PIC X(100).
       FD  RUN-CONTROL.
       01  RUN-CONTROL-REC.
           COPY OLIV-RUN-Ctl.
       FD  CO-MASTER.
       01  CO-MASTER-REC.
           COPY OLIV-CO-Master.
       WORKING-STORAGE SECTION.
       01  MORE-COSTS                      PIC XXX VALUE 'YES'.
       01  MORE-HIST                       PIC XXX VALUE 'YES'.
       01  MORE-TERR                       PIC XXX VALUE 'YES'.
       01  FCD-STATUS                      PIC XX.
       01  HIST-STATUS                     PIC XX.
       01  EMP-STATUS-CODE                 PIC XX.
       01  VEH-STATUS-CODE                 PIC XX.
       01  TERR-STATUS                     PIC XX.
       01  GLA-STATUS                      PIC XX.
       01  RUN-CTL-STATUS                  PIC XX.
       01  GL-ACCTS-LOADED                 PIC XXX VALUE 'NO'.
       01  GL-TERR-VEH-EXP-ACCT            PIC 9(6).
       01  GL-FLEET-RECOVERY-ACCT          PIC 9(6).
       01  RUN-DATE                        PIC 9(8).
       01  RUN-DATE-PARTS REDEFINES RUN-DATE.
           05 RUN-YEAR                     PIC 9(4).
           05 RUN-MONTH                    PIC 9(2).
           05 RUN-DAY                      PIC 9(2).
       01  MONTH-START-DATE                PIC 9(8).
       01  MONTH-START-PARTS REDEFINES MONTH-START-DATE.
           05 START-YEAR                   PIC 9(4).
           05 START-MONTH                  PIC 9(2).
           05 START-DAY                    PIC 9(2).
       01  NEXT-MONTH-DATE                 PIC 9(8).
       01  NEXT-MONTH-PARTS REDEFINES NEXT-MONTH-DATE.
           05 NEXT-YEAR                    PIC 9(4).
           05 NEXT-MONTH                   PIC 9(2).
           05 NEXT-DAY                     PIC 9(2).
       01  MONTH-END-DATE                  PIC 9(8).
       01  MONTH-START-DAYS                PIC 9(7).
       01  MONTH-END-DAYS                  PIC 9(7).
       01  MONTH-DAYS                      PIC 9(2).
       01  HIST-COUNT                      PIC 9(4) VALUE 0.
       01  HIST-IDX                        PIC 9(4).
       01  HIST-TABLE-FULL                 PIC XXX VALUE 'NO'.
       01  HIST-TABLE.
           05 HIST-ENTRY OCCURS 1000 TIMES.
               10 HTB-VIN                  PIC X(17).
               10 HTB-EMP-NO               PIC X(5).
               10 HTB-EFF-FROM             PIC 9(8).
               10 HTB-EFF-THRU             PIC 9(8).
      *>      ONE ROW PER VEHICLE WITH FLEET COST IN THE MONTH
       01  VEH-COUNT                       PIC 9(4) VALUE 0.
       01  VEH-IDX                         PIC 9(4).
       01  VEH-FOUND-IDX                   PIC 9(4).
       01  VEH-TABLE-FULL                  PIC XXX VALUE 'NO'.
       01  VEH-TABLE.
           05 VEH-ROW OCCURS 1000 TIMES.
               10 VTB-VIN                  PIC X(17).
               10 VTB-DEP                  PIC 9(7)V99.
               10 VTB-FUEL                 PIC 9(7)V99.
               10 VTB-MAINT                PIC 9(7)V99.
      *>      THE VALID TERRITORIES, INDEXED BY TERRITORY NUMBER
       01  TERR-IDX                        PIC 9(3).
       01  TERR-TABLE.
           05 TERR-ROW OCCURS 99 TIMES.
               10 TRT-VALID                PIC X(1).
               10 TRT-NAME                 PIC X(20).
               10 TRT-MANAGER              PIC X(20).
               10 TRT-DEP                  PIC 9(9)V99.
               10 TRT-FUEL                 PIC 9(9)V99.
               10 TRT-MAINT                PIC 9(9)V99.
      *>      ONE STATEMENT LINE PER TERRITORY, VEHICLE AND DRIVER
       01  LINE-COUNT                      PIC 9(4) VALUE 0.
       01  LINE-IDX                        PIC 9(4).
       01  LINE-TABLE-FULL                 PIC XXX VALUE 'NO'.
       01  LINE-TABLE.
           05 LINE-ROW OCCURS 2000 TIMES.
               10 LTB-TERR                 PIC 9(2).
               10 LTB-VIN                  PIC X(17).
               10 LTB-EMP-NO               PIC X(5).
               10 LTB-NAME                 PIC X(20).
               10 LTB-DAYS                 PIC 9(2).
               10 LTB-DEP                  PIC 9(7)V99.
               10 LTB-FUEL                 PIC 9(7)V99.
               10 LTB-MAINT                PIC 9(7)V99.
      *>      ONE VEHICLE'S SPREAD - THE LAST STRETCH THAT FILLS THE
      *>      MONTH TAKES THE ROUNDING REMAINDER SO A FULLY ASSIGNED
      *>      VEHICLE CHARGES OUT TO THE PENNY
       01  OVERLAP-FROM                    PIC 9(8).
       01  OVERLAP-THRU                    PIC 9(8).
       01  OVERLAP-DAYS                    PIC 9(2).
       01  ASSIGNED-DAYS                   PIC 9(3).
       01  SPREAD-DEP                      PIC 9(7)V99.
       01  SPREAD-FUEL                     PIC 9(7)V99.
       01  SPREAD-MAINT                    PIC 9(7)V99.
       01  SHARE-DEP                       PIC 9(7)V99.
       01  SHARE-FUEL                      PIC 9(7)V99.
       01  SHARE-MAINT                     PIC 9(7)V99.
       01  DRIVER-TERR                     PIC 9(2).
       01  DRIVER-NAME                     PIC X(20).
       01  TERR-TOTAL                      PIC 9(9)V99.
       01  FLEET-COST-TOTAL                PIC 9(9)V99 VALUE 0.
       01  CHARGED-TOTAL                   PIC 9(9)V99 VALUE 0.
       01  OVERHEAD-TOTAL                  PIC 9(9)V99 VALUE 0.
       01  UNASSIGNED-TOTAL                PIC 9(9)V99 VALUE 0.
       01  NO-TERR-TOTAL                   PIC 9(9)V99 VALUE 0.
       01  NO-TERR-COUNT                   PIC 9(5) VALUE 0.
       01  STATEMENT-COUNT                 PIC 9(3) VALUE 0.
       01  CO-STATUS                       PIC XX.
       01  CO-EOF                          PIC XXX VALUE 'NO'.
       01  CO-COUNT                        PIC 9(2) VALUE 0.
       01  CO-IDX                          PIC 9(2).
       01  CO-TABLE-FULL                   PIC XXX VALUE 'NO'.
       01  CO-TABLE.
           05 CO-ENTRY OCCURS 10 TIMES.
               10 COT-CODE                 PIC 9(2).
               10 COT-GL-OFFSET            PIC 9(6).
               10 COT-DOLLARS              PIC 9(9)V99.
       01  FIND-CO-CODE                    PIC 9(2).
       01  FIND-CO-IDX                     PIC 9(2).
       01  CO-UNKNOWN-COUNT                PIC 9(5) VALUE 0.
       01  CO-MASTER-DD                    PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-CO-Master.txt'.
       01  VEHICLE-CO-IDX                  PIC 9(2).
       01  DRIVER-CO-IDX                   PIC 9(2).
      *>      ONE GL DEBIT PER TERRITORY, DRIVER'S COST COMPANY AND
      *>      VEHICLE'S COMPANY
       01  GLT-COUNT                       PIC 9(3) VALUE 0.
       01  GLT-IDX                         PIC 9(3).
       01  GLT-FOUND-IDX                   PIC 9(3).
       01  GLT-TABLE-FULL                  PIC XXX VALUE 'NO'.
       01  GLT-TABLE.
           05 GLT-ROW OCCURS 300 TIMES.
               10 GLT-TERR                 PIC 9(2).
               10 GLT-DRV-CO-IDX           PIC 9(2).
               10 GLT-VEH-CO-IDX           PIC 9(2).
               10 GLT-AMOUNT               PIC 9(9)V99.
       01  STMT-HEADING1.
           05                              PIC X(36) VALUE
               'FLEET COST CHARGEBACK - MONTH OF '.
           05 STH-MONTH-OUT                PIC 9999/99.
       01  STMT-HEADING2.
           05                              PIC X(12) VALUE
               'TERRITORY '.
           05 STH-TERR-OUT                 PIC 9(2).
           05                              PIC X(2) VALUE SPACES.
           05 STH-NAME-OUT                 PIC X(20).
           05                              PIC X(10) VALUE
               'MANAGER: '.
           05 STH-MANAGER-OUT              PIC X(20).
       01  STMT-HEADING3.
           05                              PIC X(50) VALUE
               'VIN                DRIVER NAME                 DAY'.
           05                              PIC X(50) VALUE
               'S  DEPRECIATION        FUEL     MAINT       TOTAL'.
       01  STMT-DETAIL-LINE.
           05 STD-VIN-OUT                  PIC X(17).
           05                              PIC X(2) VALUE SPACES.
           05 STD-EMP-NO-OUT               PIC X(5).
           05                              PIC X(2) VALUE SPACES.
           05 STD-NAME-OUT                 PIC X(20).
           05                              PIC X(2) VALUE SPACES.
           05 STD-DAYS-OUT                 PIC Z9.
           05                              PIC X(2) VALUE SPACES.
           05 STD-DEP-OUT                  PIC ZZZ,ZZ9.99.
           05                              PIC X(2) VALUE SPACES.
           05 STD-FUEL-OUT                 PIC ZZZ,ZZ9.99.
           05 STD-MAINT-OUT                PIC ZZZ,ZZ9.99.
           05 STD-TOTAL-OUT                PIC Z,ZZZ,ZZ9.99.
       01  STMT-TOTAL-LINE.
           05                              PIC X(52) VALUE
               'TERRITORY VEHICLE EXPENSE CHARGED THIS MONTH'.
           05 STT-DEP-OUT                  PIC ZZZ,ZZ9.99.
           05                              PIC X(2) VALUE SPACES.
           05 STT-FUEL-OUT                 PIC ZZZ,ZZ9.99.
           05 STT-MAINT-OUT                PIC ZZZ,ZZ9.99.
           05 STT-TOTAL-OUT                PIC Z,ZZZ,ZZ9.99.
       01  CONTROL-HEADING.
           05                              PIC X(40) VALUE
               'FLEET CHARGEBACK CONTROL TOTALS'.
       01  NO-TERR-LINE.
           05                              PIC X(2) VALUE SPACES.
           05 NTL-VIN-OUT                  PIC X(17).
           05                              PIC X(2) VALUE SPACES.
           05 NTL-EMP-NO-OUT               PIC X(5).
           05                              PIC X(2) VALUE SPACES.
           05 NTL-REASON-OUT               PIC X(40).
           05 NTL-AMOUNT-OUT               PIC Z,ZZZ,ZZ9.99.
       01  CONTROL-LINE.
           05 CTL-LABEL-OUT                PIC X(40).
           05 CTL-AMOUNT-OUT               PIC $$$$,$$$,$$9.99.
       01  FLEET-COST-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #5\OLIV-FLT-CostDtl.txt'.
       01  ASGN-HIST-DD                    PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #5\OLIV-VEH-AsgnHst.txt'.
       01  TERR-MASTER-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Terr Master\OLIV-TERR-Master.txt'.
       01  GL-ACCT-FILE-DD                 PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #5\OLIV-HW5-ChgActs.txt'.
       01  GL-POST-FILE-DD                 PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #5\OLIV-HW5-ChgGL.txt'.
       01  CHARGEBACK-STMT-DD              PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #5\OLIV-HW5-ChgStmt.txt'.
       01  RUN-CONTROL-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-Ctl.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-GET-FILE-NAMES
           PERFORM 015-GET-BUSINESS-DATE
           PERFORM 020-SET-MONTH
           PERFORM 030-READ-GL-ACCOUNTS
           PERFORM 040-LOAD-TERRITORIES
           PERFORM 050-LOAD-HISTORY
           PERFORM 060-LOAD-MONTH-COSTS
           PERFORM 080-READ-COMPANIES
           OPEN INPUT VEH-MASTER
           IF VEH-STATUS-CODE NOT = '00'
               DISPLAY 'VEHICLE MASTER NOT AVAILABLE - STATUS '
                   VEH-STATUS-CODE ' - EVERY VEHICLE TAKEN AS '
                   'COMPANY 01'
           END-IF
           OPEN INPUT EMP-MASTER
           IF EMP-STATUS-CODE NOT = '00'
               DISPLAY 'EMPLOYEE MASTER WOULD NOT OPEN - STATUS '
                   EMP-STATUS-CODE ' - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CHARGEBACK-STMT
           PERFORM VARYING VEH-IDX FROM 1 BY 1
               UNTIL VEH-IDX > VEH-COUNT
               PERFORM 200-SPREAD-VEHICLE
           END-PERFORM
           CLOSE EMP-MASTER
           IF VEH-STATUS-CODE = '00'
               CLOSE VEH-MASTER
           END-IF
           PERFORM VARYING TERR-IDX FROM 1 BY 1
               UNTIL TERR-IDX > 99
               COMPUTE TERR-TOTAL = TRT-DEP(TERR-IDX)
                   + TRT-FUEL(TERR-IDX) + TRT-MAINT(TERR-IDX)
               IF TERR-TOTAL > 0
                   PERFORM 400-PRINT-STATEMENT
               END-IF
           END-PERFORM
           PERFORM 500-PRINT-CONTROL-PAGE
           PERFORM 600-WRITE-GL-POSTINGS
           CLOSE CHARGEBACK-STMT
           DISPLAY 'FLEET CHARGEBACK STATEMENTS PRINTED: '
               STATEMENT-COUNT
           IF NO-TERR-COUNT > 0 OR HIST-TABLE-FULL = 'YES'
               OR VEH-TABLE-FULL = 'YES' OR LINE-TABLE-FULL = 'YES'
               OR CO-UNKNOWN-COUNT > 0 OR GLT-TABLE-FULL = 'YES'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       010-GET-FILE-NAMES.
           ACCEPT FLEET-COST-DD FROM ENVIRONMENT "FLTCOSTDTL"
           ACCEPT ASGN-HIST-DD FROM ENVIRONMENT "VEHASGNHIST"
           ACCEPT TERR-MASTER-DD FROM ENVIRONMENT "TERRMASTER"
           ACCEPT GL-ACCT-FILE-DD FROM ENVIRONMENT "CHGGLACCT"
           ACCEPT GL-POST-FILE-DD FROM ENVIRONMENT "CHGGL"
           ACCEPT CHARGEBACK-STMT-DD FROM ENVIRONMENT "CHGSTMT"
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
       020-SET-MONTH.
      *>      THE CHARGEBACK COVERS THE BUSINESS DATE'S CALENDAR
      *>      MONTH, FIRST THROUGH LAST DAY
           MOVE RUN-YEAR TO START-YEAR
           MOVE RUN-MONTH TO START-MONTH
           MOVE 1 TO START-DAY
           MOVE RUN-YEAR TO NEXT-YEAR
           MOVE 1 TO NEXT-DAY
           IF RUN-MONTH = 12
               ADD 1 TO NEXT-YEAR
               MOVE 1 TO NEXT-MONTH
           ELSE
               COMPUTE NEXT-MONTH = RUN-MONTH + 1
           END-IF
           COMPUTE MONTH-START-DAYS =
               FUNCTION INTEGER-OF-DATE(MONTH-START-DATE)
           COMPUTE MONTH-END-DAYS =
               FUNCTION INTEGER-OF-DATE(NEXT-MONTH-DATE) - 1
           COMPUTE MONTH-END-DATE =
               FUNCTION DATE-OF-INTEGER(MONTH-END-DAYS)
           COMPUTE MONTH-DAYS = MONTH-END-DAYS - MONTH-START-DAYS + 1.
       030-READ-GL-ACCOUNTS.
           OPEN INPUT GL-ACCT-FILE
           IF GLA-STATUS = '00'
               READ GL-ACCT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'YES' TO GL-ACCTS-LOADED
                       MOVE GLA-TERR-VEH-EXP-IN
                           TO GL-TERR-VEH-EXP-ACCT
                       MOVE GLA-FLEET-RECOVERY-IN
                           TO GL-FLEET-RECOVERY-ACCT
               END-READ
               CLOSE GL-ACCT-FILE
           END-IF
           IF GL-ACCTS-LOADED = 'NO'
               DISPLAY 'NO CHARGEBACK CHART-OF-ACCOUNTS FILE - GL '
                   'POSTING FILE NOT PRODUCED'
           END-IF.
       040-LOAD-TERRITORIES.
           PERFORM VARYING TERR-IDX FROM 1 BY 1
               UNTIL TERR-IDX > 99
               MOVE 'N' TO TRT-VALID(TERR-IDX)
               MOVE SPACES TO TRT-NAME(TERR-IDX)
               MOVE SPACES TO TRT-MANAGER(TERR-IDX)
               MOVE 0 TO TRT-DEP(TERR-IDX)
               MOVE 0 TO TRT-FUEL(TERR-IDX)
               MOVE 0 TO TRT-MAINT(TERR-IDX)
           END-PERFORM
           OPEN INPUT TERR-MASTER
           IF TERR-STATUS NOT = '00'
               DISPLAY 'TERRITORY MASTER MISSING OR UNREADABLE - '
                   'RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL MORE-TERR = 'NO'
               READ TERR-MASTER
                   AT END
                       MOVE 'NO' TO MORE-TERR
                   NOT AT END
                       IF TERR-VALID-NO-IN > 0
                           MOVE TERR-VALID-NO-IN TO TERR-IDX
                           MOVE 'Y' TO TRT-VALID(TERR-IDX)
                           MOVE TERR-NAME-IN TO TRT-NAME(TERR-IDX)
                           MOVE TERR-MANAGER-IN
                               TO TRT-MANAGER(TERR-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERR-MASTER.
       050-LOAD-HISTORY.
           OPEN INPUT ASGN-HIST
           IF HIST-STATUS NOT = '00'
               DISPLAY 'ASSIGNMENT HISTORY FILE MISSING OR '
                   'UNREADABLE - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL MORE-HIST = 'NO'
               READ ASGN-HIST
                   AT END
                       MOVE 'NO' TO MORE-HIST
                   NOT AT END
      *>      ONLY STRETCHES THAT TOUCH THE MONTH MATTER
                       IF AH-EFF-FROM <= MONTH-END-DATE
                           AND AH-EFF-THRU >= MONTH-START-DATE
                           PERFORM 055-KEEP-HISTORY-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ASGN-HIST
           IF HIST-TABLE-FULL = 'YES'
               DISPLAY 'HISTORY TABLE FILLED AT 1000 ROWS - '
                   'SOME DAYS LEFT AS FLEET OVERHEAD'
           END-IF.
       055-KEEP-HISTORY-ROW.
           IF HIST-COUNT < 1000
               ADD 1 TO HIST-COUNT
               MOVE AH-VIN TO HTB-VIN(HIST-COUNT)
               MOVE AH-EMP-NO TO HTB-EMP-NO(HIST-COUNT)
               MOVE AH-EFF-FROM TO HTB-EFF-FROM(HIST-COUNT)
               MOVE AH-EFF-THRU TO HTB-EFF-THRU(HIST-COUNT)
           ELSE
               MOVE 'YES' TO HIST-TABLE-FULL
           END-IF.
       060-LOAD-MONTH-COSTS.
           OPEN INPUT FLEET-COST-DTL
           IF FCD-STATUS NOT = '00'
               DISPLAY 'FLEET COST DETAIL FILE MISSING OR '
                   'UNREADABLE - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL MORE-COSTS = 'NO'
               READ FLEET-COST-DTL
                   AT END
                       MOVE 'NO' TO MORE-COSTS
                   NOT AT END
                       IF FCD-DATE >= MONTH-START-DATE
                           AND FCD-DATE <= MONTH-END-DATE
                           PERFORM 070-ADD-VEHICLE-COST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FLEET-COST-DTL
           IF VEH-TABLE-FULL = 'YES'
               DISPLAY 'VEHICLE TABLE FILLED AT 1000 ROWS - '
                   'CHARGEBACK IS INCOMPLETE'
           END-IF.
       070-ADD-VEHICLE-COST.
           MOVE 0 TO VEH-FOUND-IDX
           PERFORM VARYING VEH-IDX FROM 1 BY 1
               UNTIL VEH-IDX > VEH-COUNT
               IF VTB-VIN(VEH-IDX) = FCD-VIN
                   MOVE VEH-IDX TO VEH-FOUND-IDX
                   MOVE VEH-COUNT TO VEH-IDX
               END-IF
           END-PERFORM
           IF VEH-FOUND-IDX = 0
               IF VEH-COUNT < 1000
                   ADD 1 TO VEH-COUNT
                   MOVE VEH-COUNT TO VEH-FOUND-IDX
                   MOVE FCD-VIN TO VTB-VIN(VEH-FOUND-IDX)
                   MOVE 0 TO VTB-DEP(VEH-FOUND-IDX)
                   MOVE 0 TO VTB-FUEL(VEH-FOUND-IDX)
                   MOVE 0 TO VTB-MAINT(VEH-FOUND-IDX)
               ELSE
                   MOVE 'YES' TO VEH-TABLE-FULL
               END-IF
           END-IF
           IF VEH-FOUND-IDX > 0
               ADD FCD-AMOUNT TO FLEET-COST-TOTAL
               EVALUATE FCD-SOURCE
                   WHEN 'D'
                       ADD FCD-AMOUNT TO VTB-DEP(VEH-FOUND-IDX)
                   WHEN 'F'
                       ADD FCD-AMOUNT TO VTB-FUEL(VEH-FOUND-IDX)
                   WHEN OTHER
                       ADD FCD-AMOUNT TO VTB-MAINT(VEH-FOUND-IDX)
               END-EVALUATE
           END-IF.
       080-READ-COMPANIES.
      *>      NO COMPANY MASTER MEANS THE WHOLE FLEET IS COMPANY 01'S,
      *>      POSTED TO THE MAPPING FILE'S ACCOUNTS AS THEY STAND
           ACCEPT CO-MASTER-DD FROM ENVIRONMENT "COMASTER"
           INITIALIZE CO-TABLE
           OPEN INPUT CO-MASTER
           IF CO-STATUS NOT = '00'
               MOVE 'YES' TO CO-EOF
           END-IF
           PERFORM UNTIL CO-EOF = 'YES'
               READ CO-MASTER
                   AT END
                       MOVE 'YES' TO CO-EOF
                   NOT AT END
                       IF CO-CODE IS NUMERIC AND CO-CODE > 0
                           IF CO-COUNT < 10
                               ADD 1 TO CO-COUNT
                               MOVE CO-CODE TO COT-CODE(CO-COUNT)
                               IF CO-GL-OFFSET IS NUMERIC
                                   MOVE CO-GL-OFFSET
                                       TO COT-GL-OFFSET(CO-COUNT)
                               END-IF
                           ELSE
                               MOVE 'YES' TO CO-TABLE-FULL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF CO-STATUS = '00' OR CO-STATUS = '10'
               CLOSE CO-MASTER
           END-IF
           MOVE 1 TO FIND-CO-CODE
           PERFORM 085-FIND-COMPANY
           IF FIND-CO-IDX = 0
               IF CO-COUNT < 10
                   ADD 1 TO CO-COUNT
                   MOVE 1 TO COT-CODE(CO-COUNT)
               ELSE
                   MOVE 'YES' TO CO-TABLE-FULL
               END-IF
           END-IF
           IF CO-TABLE-FULL = 'YES'
               DISPLAY 'COMPANY MASTER HOLDS MORE THAN 10 COMPANIES '
                   '- RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       085-FIND-COMPANY.
           MOVE 0 TO FIND-CO-IDX
           PERFORM VARYING CO-IDX FROM 1 BY 1 UNTIL CO-IDX > CO-COUNT
               IF COT-CODE(CO-IDX) = FIND-CO-CODE
                   MOVE CO-IDX TO FIND-CO-IDX
                   MOVE CO-COUNT TO CO-IDX
               END-IF
           END-PERFORM.
       090-FIND-VEHICLE-COMPANY.
      *>      THE OWNING COMPANY CARRIES THE VEHICLE'S COST; ONE
      *>      NAMING A COMPANY NOT ON THE MASTER STAYS WITH 01, LISTED
           MOVE 1 TO FIND-CO-CODE
           MOVE VTB-VIN(VEH-IDX) TO VEH-VIN
           IF VEH-STATUS-CODE = '00'
               READ VEH-MASTER
                   INVALID KEY
                       MOVE 0 TO VEH-COMPANY
               END-READ
           ELSE
               MOVE 0 TO VEH-COMPANY
           END-IF
           IF VEH-COMPANY IS NUMERIC AND VEH-COMPANY > 0
               MOVE VEH-COMPANY TO FIND-CO-CODE
           END-IF
           PERFORM 085-FIND-COMPANY
           IF FIND-CO-IDX = 0
               ADD 1 TO CO-UNKNOWN-COUNT
               DISPLAY 'VEHICLE ' VEH-VIN ' COMPANY ' VEH-COMPANY
                   ' NOT ON THE COMPANY MASTER - POSTED TO COMPANY 01'
               MOVE 1 TO FIND-CO-CODE
               PERFORM 085-FIND-COMPANY
           END-IF.
       095-FIND-DRIVER-COMPANY.
      *>      THE SHARE IS CHARGED TO THE COMPANY THE DRIVER'S PAY IS
      *>      CHARGED TO - THE COST COMPANY, ELSE THE EMPLOYER
           MOVE 1 TO FIND-CO-CODE
           IF EMP-COMPANY IS NUMERIC AND EMP-COMPANY > 0
               MOVE EMP-COMPANY TO FIND-CO-CODE
           END-IF
           IF EMP-COST-COMPANY IS NUMERIC AND EMP-COST-COMPANY > 0
               MOVE EMP-COST-COMPANY TO FIND-CO-CODE
           END-IF
           PERFORM 085-FIND-COMPANY
           IF FIND-CO-IDX = 0
               ADD 1 TO CO-UNKNOWN-COUNT
               DISPLAY 'DRIVER ' EMP-NUMBER ' COMPANY ' FIND-CO-CODE
                   ' NOT ON THE COMPANY MASTER - CHARGED TO COMPANY 01'
               MOVE 1 TO FIND-CO-CODE
               PERFORM 085-FIND-COMPANY
           END-IF
           MOVE FIND-CO-IDX TO DRIVER-CO-IDX.
       200-SPREAD-VEHICLE.
           PERFORM 090-FIND-VEHICLE-COMPANY
           MOVE FIND-CO-IDX TO VEHICLE-CO-IDX
           MOVE 0 TO ASSIGNED-DAYS
           MOVE 0 TO SPREAD-DEP
           MOVE 0 TO SPREAD-FUEL
           MOVE 0 TO SPREAD-MAINT
           PERFORM VARYING HIST-IDX FROM 1 BY 1
               UNTIL HIST-IDX > HIST-COUNT
               IF HTB-VIN(HIST-IDX) = VTB-VIN(VEH-IDX)
                   PERFORM 250-SPREAD-ONE-STRETCH
               END-IF
           END-PERFORM
      *>      WHATEVER WAS NOT SPREAD TO A DRIVER IS UNASSIGNED TIME
           COMPUTE UNASSIGNED-TOTAL = UNASSIGNED-TOTAL
               + VTB-DEP(VEH-IDX) + VTB-FUEL(VEH-IDX)
               + VTB-MAINT(VEH-IDX)
               - SPREAD-DEP - SPREAD-FUEL - SPREAD-MAINT.
       250-SPREAD-ONE-STRETCH.
           IF HTB-EFF-FROM(HIST-IDX) > MONTH-START-DATE
               MOVE HTB-EFF-FROM(HIST-IDX) TO OVERLAP-FROM
           ELSE
               MOVE MONTH-START-DATE TO OVERLAP-FROM
           END-IF
           IF HTB-EFF-THRU(HIST-IDX) < MONTH-END-DATE
               MOVE HTB-EFF-THRU(HIST-IDX) TO OVERLAP-THRU
           ELSE
               MOVE MONTH-END-DATE TO OVERLAP-THRU
           END-IF
           COMPUTE OVERLAP-DAYS =
               FUNCTION INTEGER-OF-DATE(OVERLAP-THRU)
               - FUNCTION INTEGER-OF-DATE(OVERLAP-FROM) + 1
           ADD OVERLAP-DAYS TO ASSIGNED-DAYS
           IF ASSIGNED-DAYS >= MONTH-DAYS
               MOVE 0 TO SHARE-DEP
               MOVE 0 TO SHARE-FUEL
               MOVE 0 TO SHARE-MAINT
               IF VTB-DEP(VEH-IDX) > SPREAD-DEP
                   COMPUTE SHARE-DEP = VTB-DEP(VEH-IDX) - SPREAD-DEP
               END-IF
               IF VTB-FUEL(VEH-IDX) > SPREAD-FUEL
                   COMPUTE SHARE-FUEL =
                       VTB-FUEL(VEH-IDX) - SPREAD-FUEL
               END-IF
               IF VTB-MAINT(VEH-IDX) > SPREAD-MAINT
                   COMPUTE SHARE-MAINT =
                       VTB-MAINT(VEH-IDX) - SPREAD-MAINT
               END-IF
           ELSE
               COMPUTE SHARE-DEP ROUNDED =
                   VTB-DEP(VEH-IDX) * OVERLAP-DAYS / MONTH-DAYS
               COMPUTE SHARE-FUEL ROUNDED =
                   VTB-FUEL(VEH-IDX) * OVERLAP-DAYS / MONTH-DAYS
               COMPUTE SHARE-MAINT ROUNDED =
                   VTB-MAINT(VEH-IDX) * OVERLAP-DAYS / MONTH-DAYS
           END-IF
           ADD SHARE-DEP TO SPREAD-DEP
           ADD SHARE-FUEL TO SPREAD-FUEL
           ADD SHARE-MAINT TO SPREAD-MAINT
           PERFORM 300-FIND-DRIVER-TERRITORY
           IF DRIVER-TERR > 0
               ADD SHARE-DEP TO TRT-DEP(DRIVER-TERR)
               ADD SHARE-FUEL TO TRT-FUEL(DRIVER-TERR)
               ADD SHARE-MAINT TO TRT-MAINT(DRIVER-TERR)
               COMPUTE CHARGED-TOTAL = CHARGED-TOTAL
                   + SHARE-DEP + SHARE-FUEL + SHARE-MAINT
               PERFORM 350-ADD-STATEMENT-LINE
               PERFORM 360-ADD-GL-CHARGE
           END-IF.
       300-FIND-DRIVER-TERRITORY.
      *>      A DRIVER OFF THE EMPLOYEE MASTER OR WITHOUT A VALID
      *>      TERRITORY LEAVES THE SHARE WITH THE FLEET, LISTED
           MOVE 0 TO DRIVER-TERR
           MOVE SPACES TO DRIVER-NAME
           MOVE SPACES TO NTL-REASON-OUT
           IF HTB-EMP-NO(HIST-IDX) IS NOT NUMERIC
               MOVE 'DRIVER NUMBER NOT NUMERIC' TO NTL-REASON-OUT
           ELSE
               MOVE HTB-EMP-NO(HIST-IDX) TO EMP-NUMBER
               READ EMP-MASTER
                   INVALID KEY
                       MOVE 'DRIVER NOT ON EMPLOYEE MASTER'
                           TO NTL-REASON-OUT
                   NOT INVALID KEY
                       MOVE EMP-NAME TO DRIVER-NAME
                       PERFORM 095-FIND-DRIVER-COMPANY
                       IF EMP-TERRITORY-NO = 0
                           MOVE 'DRIVER HAS NO TERRITORY'
                               TO NTL-REASON-OUT
                       ELSE
                           IF TRT-VALID(EMP-TERRITORY-NO) = 'Y'
                               MOVE EMP-TERRITORY-NO TO DRIVER-TERR
                           ELSE
                               MOVE 'DRIVER TERRITORY NOT ON MASTER'
                                   TO NTL-REASON-OUT
                           END-IF
                       END-IF
               END-READ
           END-IF
           IF DRIVER-TERR = 0
               ADD 1 TO NO-TERR-COUNT
               COMPUTE NO-TERR-TOTAL = NO-TERR-TOTAL
                   + SHARE-DEP + SHARE-FUEL + SHARE-MAINT
               IF NO-TERR-COUNT = 1
                   MOVE RUN-DATE(1:6) TO STH-MONTH-OUT
                   WRITE STMT-REC FROM STMT-HEADING1
                   MOVE 'DRIVER SHARES LEFT AS FLEET OVERHEAD:'
                       TO STMT-REC
                   WRITE STMT-REC AFTER ADVANCING 2 LINES
               END-IF
               MOVE HTB-VIN(HIST-IDX) TO NTL-VIN-OUT
               MOVE HTB-EMP-NO(HIST-IDX) TO NTL-EMP-NO-OUT
               COMPUTE NTL-AMOUNT-OUT =
                   SHARE-DEP + SHARE-FUEL + SHARE-MAINT
               WRITE STMT-REC FROM NO-TERR-LINE
           END-IF.
       350-ADD-STATEMENT-LINE.
           IF LINE-COUNT < 2000
               ADD 1 TO LINE-COUNT
               MOVE DRIVER-TERR TO LTB-TERR(LINE-COUNT)
               MOVE HTB-VIN(HIST-IDX) TO LTB-VIN(LINE-COUNT)
               MOVE HTB-EMP-NO(HIST-IDX) TO LTB-EMP-NO(LINE-COUNT)
               MOVE DRIVER-NAME TO LTB-NAME(LINE-COUNT)
               MOVE OVERLAP-DAYS TO LTB-DAYS(LINE-COUNT)
               MOVE SHARE-DEP TO LTB-DEP(LINE-COUNT)
               MOVE SHARE-FUEL TO LTB-FUEL(LINE-COUNT)
               MOVE SHARE-MAINT TO LTB-MAINT(LINE-COUNT)
           ELSE
               IF LINE-TABLE-FULL = 'NO'
                   DISPLAY 'STATEMENT LINE TABLE FILLED AT 2000 - '
                       'STATEMENT DETAIL INCOMPLETE, TOTALS ARE NOT'
               END-IF
               MOVE 'YES' TO LINE-TABLE-FULL
           END-IF.
       360-ADD-GL-CHARGE.
           COMPUTE COT-DOLLARS(VEHICLE-CO-IDX) =
               COT-DOLLARS(VEHICLE-CO-IDX)
               + SHARE-DEP + SHARE-FUEL + SHARE-MAINT
           MOVE 0 TO GLT-FOUND-IDX
           PERFORM VARYING GLT-IDX FROM 1 BY 1
               UNTIL GLT-IDX > GLT-COUNT
               IF GLT-TERR(GLT-IDX) = DRIVER-TERR
                   AND GLT-DRV-CO-IDX(GLT-IDX) = DRIVER-CO-IDX
                   AND GLT-VEH-CO-IDX(GLT-IDX) = VEHICLE-CO-IDX
                   MOVE GLT-IDX TO GLT-FOUND-IDX
                   MOVE GLT-COUNT TO GLT-IDX
               END-IF
           END-PERFORM
           IF GLT-FOUND-IDX = 0
               IF GLT-COUNT < 300
                   ADD 1 TO GLT-COUNT
                   MOVE GLT-COUNT TO GLT-FOUND-IDX
                   MOVE DRIVER-TERR TO GLT-TERR(GLT-FOUND-IDX)
                   MOVE DRIVER-CO-IDX TO GLT-DRV-CO-IDX(GLT-FOUND-IDX)
                   MOVE VEHICLE-CO-IDX
                       TO GLT-VEH-CO-IDX(GLT-FOUND-IDX)
                   MOVE 0 TO GLT-AMOUNT(GLT-FOUND-IDX)
               ELSE
                   IF GLT-TABLE-FULL = 'NO'
                       DISPLAY 'GL CHARGE TABLE FILLED AT 300 - GL '
                           'POSTING FILE NOT PRODUCED'
                   END-IF
                   MOVE 'YES' TO GLT-TABLE-FULL
               END-IF
           END-IF
           IF GLT-FOUND-IDX > 0
               COMPUTE GLT-AMOUNT(GLT-FOUND-IDX) =
                   GLT-AMOUNT(GLT-FOUND-IDX)
                   + SHARE-DEP + SHARE-FUEL + SHARE-MAINT
           END-IF.
       400-PRINT-STATEMENT.
           ADD 1 TO STATEMENT-COUNT
           MOVE RUN-DATE(1:6) TO STH-MONTH-OUT
           IF STATEMENT-COUNT = 1 AND NO-TERR-COUNT = 0
               WRITE STMT-REC FROM STMT-HEADING1
           ELSE
               WRITE STMT-REC FROM STMT-HEADING1
                   AFTER ADVANCING PAGE
           END-IF
           MOVE TERR-IDX TO STH-TERR-OUT
           MOVE TRT-NAME(TERR-IDX) TO STH-NAME-OUT
           MOVE TRT-MANAGER(TERR-IDX) TO STH-MANAGER-OUT
           WRITE STMT-REC FROM STMT-HEADING2
           WRITE STMT-REC FROM STMT-HEADING3
               AFTER ADVANCING 2 LINES
           PERFORM VARYING LINE-IDX FROM 1 BY 1
               UNTIL LINE-IDX > LINE-COUNT
               IF LTB-TERR(LINE-IDX) = TERR-IDX
                   MOVE LTB-VIN(LINE-IDX) TO STD-VIN-OUT
                   MOVE LTB-EMP-NO(LINE-IDX) TO STD-EMP-NO-OUT
                   MOVE LTB-NAME(LINE-IDX) TO STD-NAME-OUT
                   MOVE LTB-DAYS(LINE-IDX) TO STD-DAYS-OUT
                   MOVE LTB-DEP(LINE-IDX) TO STD-DEP-OUT
                   MOVE LTB-FUEL(LINE-IDX) TO STD-FUEL-OUT
                   MOVE LTB-MAINT(LINE-IDX) TO STD-MAINT-OUT
                   COMPUTE STD-TOTAL-OUT = LTB-DEP(LINE-IDX)
                       + LTB-FUEL(LINE-IDX) + LTB-MAINT(LINE-IDX)
                   WRITE STMT-REC FROM STMT-DETAIL-LINE
               END-IF
           END-PERFORM
           MOVE TRT-DEP(TERR-IDX) TO STT-DEP-OUT
           MOVE TRT-FUEL(TERR-IDX) TO STT-FUEL-OUT
           MOVE TRT-MAINT(TERR-IDX) TO STT-MAINT-OUT
           MOVE TERR-TOTAL TO STT-TOTAL-OUT
           WRITE STMT-REC FROM STMT-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
       500-PRINT-CONTROL-PAGE.
      *>      FLEET COST FOR THE MONTH = CHARGED + OVERHEAD, WHERE
      *>      OVERHEAD IS UNASSIGNED DAYS PLUS DRIVERS WITH NO VALID
      *>      TERRITORY
           COMPUTE OVERHEAD-TOTAL = FLEET-COST-TOTAL - CHARGED-TOTAL
           WRITE STMT-REC FROM CONTROL-HEADING
               AFTER ADVANCING PAGE
           MOVE 'FLEET COST FOR THE MONTH' TO CTL-LABEL-OUT
           MOVE FLEET-COST-TOTAL TO CTL-AMOUNT-OUT
           WRITE STMT-REC FROM CONTROL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'CHARGED TO TERRITORIES' TO CTL-LABEL-OUT
           MOVE CHARGED-TOTAL TO CTL-AMOUNT-OUT
           WRITE STMT-REC FROM CONTROL-LINE
           MOVE 'FLEET OVERHEAD - UNASSIGNED DAYS' TO CTL-LABEL-OUT
           MOVE UNASSIGNED-TOTAL TO CTL-AMOUNT-OUT
           WRITE STMT-REC FROM CONTROL-LINE
           MOVE 'FLEET OVERHEAD - NO VALID TERRITORY' TO CTL-LABEL-OUT
           MOVE NO-TERR-TOTAL TO CTL-AMOUNT-OUT
           WRITE STMT-REC FROM CONTROL-LINE
           MOVE 'TOTAL LEFT AS FLEET OVERHEAD' TO CTL-LABEL-OUT
           MOVE OVERHEAD-TOTAL TO CTL-AMOUNT-OUT
           WRITE STMT-REC FROM CONTROL-LINE.
       600-WRITE-GL-POSTINGS.
      *>      ONE DEBIT PER TERRITORY AND COMPANY PAIR, ONE CREDIT
      *>      PER VEHICLE-OWNING COMPANY - THE BATCH BALANCES BY
      *>      CONSTRUCTION. THE DEBIT IS IN THE DRIVER'S COST
      *>      COMPANY'S BLOCK BUT NAMES THE VEHICLE'S COMPANY, WHICH
      *>      CARRIED THE COST, SO A CROSS-ENTITY CHARGE SHOWS
           IF GL-ACCTS-LOADED = 'YES' AND CHARGED-TOTAL > 0
               AND GLT-TABLE-FULL = 'NO'
               OPEN OUTPUT GL-POST-FILE
               MOVE 0 TO GLP-OFFICE-OUT
               MOVE RUN-DATE(5:2) TO GLP-PERIOD-OUT
               MOVE RUN-DATE TO GLP-DATE-OUT
               MOVE 'D' TO GLP-TYPE-OUT
               PERFORM VARYING GLT-IDX FROM 1 BY 1
                   UNTIL GLT-IDX > GLT-COUNT
                   IF GLT-AMOUNT(GLT-IDX) > 0
                       MOVE GLT-DRV-CO-IDX(GLT-IDX) TO CO-IDX
                       COMPUTE GLP-ACCT-OUT = GL-TERR-VEH-EXP-ACCT
                           + COT-GL-OFFSET(CO-IDX)
                       MOVE GLT-VEH-CO-IDX(GLT-IDX) TO CO-IDX
                       MOVE COT-CODE(CO-IDX) TO GLP-COMPANY-OUT
                       MOVE GLT-TERR(GLT-IDX) TO GLP-TERR-OUT
                       MOVE GLT-AMOUNT(GLT-IDX) TO GLP-AMOUNT-OUT
                       WRITE GL-POST-REC
                   END-IF
               END-PERFORM
               MOVE 0 TO GLP-TERR-OUT
               MOVE 'C' TO GLP-TYPE-OUT
               PERFORM VARYING CO-IDX FROM 1 BY 1
                   UNTIL CO-IDX > CO-COUNT
                   IF COT-DOLLARS(CO-IDX) > 0
                       MOVE COT-CODE(CO-IDX) TO GLP-COMPANY-OUT
                       COMPUTE GLP-ACCT-OUT = GL-FLEET-RECOVERY-ACCT
                           + COT-GL-OFFSET(CO-IDX)
                       MOVE COT-DOLLARS(CO-IDX) TO GLP-AMOUNT-OUT
                       WRITE GL-POST-REC
                   END-IF
               END-PERFORM
               CLOSE GL-POST-FILE
           END-IF.
