      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Weekly referential integrity sweep across the
      *          masters each maintained by its own program - the
      *          references between them nobody else checks. Lists
      *          every dangling reference with the file that owns it,
      *          the owning record's key, what it points at, what is
      *          wrong and the suggested fix:
      *          - a customer, store, salesperson, AR open item,
      *            active employee or authorized position naming a
      *            territory no longer on the territory master;
      *          - a salesperson linked to an employee not on the
      *            employee master, or an active salesperson linked
      *            to a terminated one;
      *          - a draw row for a salesperson not on the master or
      *            inactive;
      *          - an assignment history row for a VIN not on the
      *            vehicle master or a driver not on the employee
      *            master, or an open assignment to a terminated
      *            driver or a disposed vehicle;
      *          - an AR open item for a customer not on the
      *            customer master;
      *          - an employee, customer or vehicle carrying a
      *            company code not on the company master (zero is
      *            company 01).
      *          A master that is not there is noted and its checks
      *          skipped. Ends RC 4 when anything dangles, RC 8 when
      *          the territory master itself is missing.
      * Modification History:
      *   10/15/26 - initial version
      *   10/15/26 - company codes on the employee (employer and cost
      *             company), customer and vehicle masters are held
      *             to the company master; the vehicle master is now
      *             swept in its own right for that check
      *   10/15/26 - the position master is swept for positions
      *             authorized under a territory no longer on the
      *             territory master
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFERENCE-INTEGRITY-SWEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERR-MASTER
           ASSIGN TO TERR-MASTER-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERR-MASTER-STATUS.
           SELECT EMP-MASTER
           ASSIGN TO EMP-MASTER-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NUMBER
               FILE STATUS IS EMP-MASTER-STATUS.
           SELECT CUST-MASTER
           ASSIGN TO CUST-MASTER-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-MST-NO
               FILE STATUS IS CUST-MASTER-STATUS.
           SELECT STORE-MASTER
           ASSIGN TO STORE-MASTER-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STORE-MST-NO
               FILE STATUS IS STORE-MASTER-STATUS.
           SELECT SLS-MASTER
           ASSIGN TO SLS-MASTER-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLS-MST-NO
               FILE STATUS IS SLS-MASTER-STATUS.
           SELECT DRAW-MASTER
           ASSIGN TO DRAW-MASTER-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DRAW-STATUS.
           SELECT VEH-MASTER
           ASSIGN TO VEH-MASTER-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEH-VIN
               FILE STATUS IS VEH-MASTER-STATUS.
           SELECT ASGN-HIST
           ASSIGN TO ASGN-HIST-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASGN-STATUS.
           SELECT AR-OPEN-FILE
           ASSIGN TO AR-OPEN-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AR-KEY
               FILE STATUS IS AR-OPEN-STATUS.
           SELECT CO-MASTER
           ASSIGN TO CO-MASTER-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CO-MASTER-STATUS.
           SELECT POS-MASTER
           ASSIGN TO POS-MASTER-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS POS-NUMBER
               FILE STATUS IS POS-MASTER-STATUS.
           SELECT SWEEP-REPORT
           ASSIGN TO SWEEP-REPORT-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL
           ASSIGN TO RUN-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TERR-MASTER.
       01  TERR-MASTER-REC.
           COPY OLIV-TERR-Master.
       FD  EMP-MASTER.
       01  EMP-MASTER-REC.
           COPY OLIV-EMP-Master.
       FD  CUST-MASTER.
       01  CUST-MASTER-REC.
           COPY OLIV-CUST-Master.
       FD  STORE-MASTER.
       01  STORE-MASTER-REC.
           COPY OLIV-STORE-Master.
       FD  SLS-MASTER.
       01  SLS-MASTER-REC.
           COPY OLIV-SLS-Master.
       FD  DRAW-MASTER.
       01  DRAW-MASTER-IN.
           05 DRW-SLS-NO-IN                PIC 9(4).
           05 DRW-AMOUNT-IN                PIC 9(5)V99.
           05 DRW-OWED-IN                  PIC 9(7)V99.
       FD  VEH-MASTER.
       01  VEH-MASTER-REC.
           COPY OLIV-VEH-Master.
       FD  ASGN-HIST.
       01  ASGN-HIST-REC.
           COPY OLIV-VEH-AsgnHist.
       FD  AR-OPEN-FILE.
       01  AR-OPEN-REC.
           COPY OLIV-AR-Open.
       FD  CO-MASTER.
       01  CO-MASTER-REC.
           COPY OLIV-CO-Master.
       FD  POS-MASTER.
       01  POS-MASTER-REC.
           COPY OLIV-POS-Master.
       FD  SWEEP-REPORT.
       01  REPORT-REC                      PIC X(132).
       FD  RUN-CONTROL.
       01  RUN-CONTROL-REC.
           COPY OLIV-RUN-Ctl.
       WORKING-STORAGE SECTION.
       01  TERR-MASTER-STATUS              PIC XX.
       01  EMP-MASTER-STATUS               PIC XX.
       01  CUST-MASTER-STATUS              PIC XX.
       01  STORE-MASTER-STATUS             PIC XX.
       01  SLS-MASTER-STATUS               PIC XX.
       01  DRAW-STATUS                     PIC XX.
       01  VEH-MASTER-STATUS               PIC XX.
       01  ASGN-STATUS                     PIC XX.
       01  AR-OPEN-STATUS                  PIC XX.
       01  CO-MASTER-STATUS                PIC XX.
       01  POS-MASTER-STATUS               PIC XX.
       01  RUN-CTL-STATUS                  PIC XX.
       01  RUN-DATE                        PIC 9(8).
       01  MORE-RECORDS                    PIC XXX.
       01  EMP-MASTER-IS-OPEN              PIC XXX VALUE 'NO'.
       01  CUST-MASTER-IS-OPEN             PIC XXX VALUE 'NO'.
       01  SLS-MASTER-IS-OPEN              PIC XXX VALUE 'NO'.
       01  VEH-MASTER-IS-OPEN              PIC XXX VALUE 'NO'.
       01  CHECK-TERR                      PIC 9(2).
       01  TERR-OK                         PIC XXX.
       01  CHECK-CO                        PIC 9(2).
       01  CO-OK                           PIC XXX.
       01  CO-MASTER-LOADED                PIC XXX VALUE 'NO'.
       01  CHECK-EMP-NO                    PIC X(5).
       01  EMP-FOUND                       PIC XXX.
       01  FILE-IDX                        PIC 9(2).
       01  TOTAL-EXCEPTIONS                PIC 9(7) VALUE 0.
       01  TERR-TABLE.
           05 TERR-ON-MASTER               PIC X(1) OCCURS 99 TIMES.
       01  CO-TABLE.
           05 CO-ON-MASTER                 PIC X(1) OCCURS 99 TIMES.
       01  FILE-COUNTS.
           05 FILE-READ-COUNT              PIC 9(7) OCCURS 9 TIMES.
           05 FILE-EXCEPTION-COUNT         PIC 9(7) OCCURS 9 TIMES.
           05 FILE-SWEPT                   PIC X(3) OCCURS 9 TIMES.
       01  FILE-NAME-DATA.
           05                              PIC X(16) VALUE
               'EMPLOYEE MASTER '.
           05                              PIC X(16) VALUE
               'CUSTOMER MASTER '.
           05                              PIC X(16) VALUE
               'STORE MASTER    '.
           05                              PIC X(16) VALUE
               'SALESPERSON MAST'.
           05                              PIC X(16) VALUE
               'DRAW FILE       '.
           05                              PIC X(16) VALUE
               'ASSIGNMENT HIST '.
           05                              PIC X(16) VALUE
               'AR OPEN ITEMS   '.
           05                              PIC X(16) VALUE
               'VEHICLE MASTER  '.
           05                              PIC X(16) VALUE
               'POSITION MASTER '.
       01  FILE-NAMES REDEFINES FILE-NAME-DATA.
           05 FILE-NAME                    PIC X(16) OCCURS 9 TIMES.
       01  HEADING1.
           05                              PIC X(47) VALUE
               'CROSS-MASTER REFERENTIAL INTEGRITY SWEEP AS OF'.
           05 HDG-DATE-OUT                 PIC 9(8).
       01  HEADING2.
           05                              PIC X(60) VALUE
           'OWNING FILE      KEY                REFERENCE TO'.
           05                              PIC X(60) VALUE
           '              PROBLEM                     SUGGESTED FIX'.
       01  DETAIL-LINE.
           05 DTL-FILE-OUT                 PIC X(16).
           05                              PIC X(1) VALUE SPACES.
           05 DTL-KEY-OUT                  PIC X(17).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-REF-OUT                  PIC X(26).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-PROBLEM-OUT              PIC X(26).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-FIX-OUT                  PIC X(40).
       01  NOT-SWEPT-LINE.
           05 NSW-FILE-OUT                 PIC X(16).
           05                              PIC X(1) VALUE SPACES.
           05 NSW-TEXT-OUT                 PIC X(70).
       01  SUMMARY-HEADING.
           05                              PIC X(50) VALUE
               'OWNING FILE         RECORDS READ  DANGLING'.
       01  SUMMARY-LINE.
           05 SUM-FILE-OUT                 PIC X(16).
           05                              PIC X(4) VALUE SPACES.
           05 SUM-READ-OUT                 PIC Z,ZZZ,ZZ9.
           05                              PIC X(3) VALUE SPACES.
           05 SUM-EXCEPTION-OUT            PIC Z,ZZZ,ZZ9.
           05                              PIC X(2) VALUE SPACES.
           05 SUM-NOTE-OUT                 PIC X(20).
       01  TOTAL-LINE.
           05                              PIC X(32) VALUE
               'TOTAL DANGLING REFERENCES'.
           05 TOT-EXCEPTION-OUT            PIC Z,ZZZ,ZZ9.
       01  TERR-MASTER-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Terr Master\OLIV-TERR-Master.txt'.
       01  EMP-MASTER-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-EMP-Master.dat'.
       01  CUST-MASTER-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-CUST-Master.dat'.
       01  STORE-MASTER-DD                 PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-STORE-Master.dat'.
       01  SLS-MASTER-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-SLS-Master.dat'.
       01  DRAW-MASTER-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-SLS-Draw.txt'.
       01  VEH-MASTER-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #5\OLIV-VEH-Master.dat'.
       01  ASGN-HIST-DD                    PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #5\OLIV-VEH-AsgnHst.txt'.
       01  AR-OPEN-DD                      PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-AR-Open.dat'.
       01  CO-MASTER-DD                    PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-CO-Master.txt'.
       01  POS-MASTER-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-POS-Master.dat'.
       01  SWEEP-REPORT-DD                 PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-REF-Sweep.txt'.
       01  RUN-CONTROL-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-Ctl.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-GET-FILE-NAMES
           PERFORM 015-GET-BUSINESS-DATE
           PERFORM 020-LOAD-TERRITORIES
           PERFORM 025-LOAD-COMPANIES
           PERFORM VARYING FILE-IDX FROM 1 BY 1
               UNTIL FILE-IDX > 9
               MOVE 0 TO FILE-READ-COUNT(FILE-IDX)
               MOVE 0 TO FILE-EXCEPTION-COUNT(FILE-IDX)
               MOVE 'NO' TO FILE-SWEPT(FILE-IDX)
           END-PERFORM
           OPEN OUTPUT SWEEP-REPORT
           MOVE RUN-DATE TO HDG-DATE-OUT
           WRITE REPORT-REC FROM HEADING1
           WRITE REPORT-REC FROM HEADING2
               AFTER ADVANCING 2 LINES
           PERFORM 030-OPEN-LOOKUPS
           PERFORM 200-SWEEP-EMPLOYEES
           PERFORM 210-SWEEP-CUSTOMERS
           PERFORM 220-SWEEP-STORES
           PERFORM 230-SWEEP-SALESPEOPLE
           PERFORM 240-SWEEP-DRAWS
           PERFORM 250-SWEEP-ASSIGNMENTS
           PERFORM 260-SWEEP-AR-OPEN
           PERFORM 270-SWEEP-VEHICLES
           PERFORM 280-SWEEP-POSITIONS
           PERFORM 900-WRITE-SUMMARY
           IF EMP-MASTER-IS-OPEN = 'YES'
               CLOSE EMP-MASTER
           END-IF
           IF CUST-MASTER-IS-OPEN = 'YES'
               CLOSE CUST-MASTER
           END-IF
           IF SLS-MASTER-IS-OPEN = 'YES'
               CLOSE SLS-MASTER
           END-IF
           IF VEH-MASTER-IS-OPEN = 'YES'
               CLOSE VEH-MASTER
           END-IF
           CLOSE SWEEP-REPORT
           IF TOTAL-EXCEPTIONS > 0
               DISPLAY 'INTEGRITY SWEEP FOUND ' TOTAL-EXCEPTIONS
                   ' DANGLING REFERENCES - SEE THE SWEEP REPORT'
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY 'INTEGRITY SWEEP CLEAN'
           END-IF
           STOP RUN.
       010-GET-FILE-NAMES.
           ACCEPT TERR-MASTER-DD FROM ENVIRONMENT "TERRMASTER"
           ACCEPT EMP-MASTER-DD FROM ENVIRONMENT "EMPMASTER"
           ACCEPT CUST-MASTER-DD FROM ENVIRONMENT "CUSTMASTER"
           ACCEPT STORE-MASTER-DD FROM ENVIRONMENT "STOREMASTER"
           ACCEPT SLS-MASTER-DD FROM ENVIRONMENT "SLSMASTER"
           ACCEPT DRAW-MASTER-DD FROM ENVIRONMENT "SLSDRAW"
           ACCEPT VEH-MASTER-DD FROM ENVIRONMENT "VEHMASTER"
           ACCEPT ASGN-HIST-DD FROM ENVIRONMENT "VEHASGNHIST"
           ACCEPT AR-OPEN-DD FROM ENVIRONMENT "AROPEN"
           ACCEPT CO-MASTER-DD FROM ENVIRONMENT "COMASTER"
           ACCEPT POS-MASTER-DD FROM ENVIRONMENT "POSMASTER"
           ACCEPT SWEEP-REPORT-DD FROM ENVIRONMENT "REFSWEEPRPT"
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
       020-LOAD-TERRITORIES.
           MOVE ALL 'N' TO TERR-TABLE
           OPEN INPUT TERR-MASTER
           IF TERR-MASTER-STATUS NOT = '00'
               DISPLAY 'TERRITORY MASTER MISSING - SWEEP NOT RUN'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'YES' TO MORE-RECORDS
           PERFORM UNTIL MORE-RECORDS = 'NO'
               READ TERR-MASTER
                   AT END
                       MOVE 'NO' TO MORE-RECORDS
                   NOT AT END
                       IF TERR-VALID-NO-IN IS NUMERIC
                           AND TERR-VALID-NO-IN > 0
                           MOVE 'Y' TO TERR-ON-MASTER(TERR-VALID-NO-IN)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERR-MASTER.
       025-LOAD-COMPANIES.
      *>      COMPANY 01 IS THE ORIGINAL EMPLOYER AND ALWAYS EXISTS -
      *>      WITHOUT A COMPANY MASTER THE COMPANY CHECKS ARE SKIPPED
           MOVE ALL 'N' TO CO-TABLE
           MOVE 'Y' TO CO-ON-MASTER(1)
           OPEN INPUT CO-MASTER
           IF CO-MASTER-STATUS NOT = '00'
               DISPLAY 'COMPANY MASTER NOT AVAILABLE - COMPANY CODES '
                   'NOT CHECKED'
           ELSE
               MOVE 'YES' TO CO-MASTER-LOADED
               MOVE 'YES' TO MORE-RECORDS
               PERFORM UNTIL MORE-RECORDS = 'NO'
                   READ CO-MASTER
                       AT END
                           MOVE 'NO' TO MORE-RECORDS
                       NOT AT END
                           IF CO-CODE IS NUMERIC AND CO-CODE > 0
                               MOVE 'Y' TO CO-ON-MASTER(CO-CODE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CO-MASTER
           END-IF.
       030-OPEN-LOOKUPS.
           OPEN INPUT EMP-MASTER
           IF EMP-MASTER-STATUS = '00'
               MOVE 'YES' TO EMP-MASTER-IS-OPEN
           END-IF
           OPEN INPUT CUST-MASTER
           IF CUST-MASTER-STATUS = '00'
               MOVE 'YES' TO CUST-MASTER-IS-OPEN
           END-IF
           OPEN INPUT SLS-MASTER
           IF SLS-MASTER-STATUS = '00'
               MOVE 'YES' TO SLS-MASTER-IS-OPEN
           END-IF
           OPEN INPUT VEH-MASTER
           IF VEH-MASTER-STATUS = '00'
               MOVE 'YES' TO VEH-MASTER-IS-OPEN
           END-IF.
       200-SWEEP-EMPLOYEES.
      *>      TERMINATED EMPLOYEES KEEP THE TERRITORY THEY LEFT FROM -
      *>      ONLY THOSE STILL ON STAFF ARE HELD TO A LIVE TERRITORY
           MOVE 1 TO FILE-IDX
           IF EMP-MASTER-IS-OPEN = 'NO'
               PERFORM 810-WRITE-NOT-SWEPT
           ELSE
               MOVE 'YES' TO FILE-SWEPT(FILE-IDX)
               MOVE 'YES' TO MORE-RECORDS
               PERFORM UNTIL MORE-RECORDS = 'NO'
                   READ EMP-MASTER NEXT RECORD
                       AT END
                           MOVE 'NO' TO MORE-RECORDS
                       NOT AT END
                           ADD 1 TO FILE-READ-COUNT(FILE-IDX)
                           IF EMP-STATUS NOT = 'T'
                               MOVE EMP-TERRITORY-NO TO CHECK-TERR
                               PERFORM 300-CHECK-TERRITORY
                               IF TERR-OK = 'NO'
                                   MOVE EMP-NUMBER TO DTL-KEY-OUT
                                   PERFORM 320-SET-TERR-REF
                                   MOVE 'REASSIGN TO A LIVE TERRITORY'
                                       TO DTL-FIX-OUT
                                   PERFORM 800-WRITE-EXCEPTION
                               END-IF
                           END-IF
                           PERFORM 205-CHECK-EMP-COMPANIES
                   END-READ
               END-PERFORM
           END-IF.
       205-CHECK-EMP-COMPANIES.
           MOVE EMP-COMPANY TO CHECK-CO
           PERFORM 330-CHECK-COMPANY
           IF CO-OK = 'NO'
               MOVE EMP-NUMBER TO DTL-KEY-OUT
               PERFORM 340-SET-CO-REF
               MOVE 'MOVE TO A COMPANY ON THE MASTER' TO DTL-FIX-OUT
               PERFORM 800-WRITE-EXCEPTION
           END-IF
           MOVE EMP-COST-COMPANY TO CHECK-CO
           PERFORM 330-CHECK-COMPANY
           IF CO-OK = 'NO'
               MOVE EMP-NUMBER TO DTL-KEY-OUT
               PERFORM 340-SET-CO-REF
               MOVE 'CORRECT THE COMPANY CHARGED FOR PAY'
                   TO DTL-FIX-OUT
               PERFORM 800-WRITE-EXCEPTION
           END-IF.
       210-SWEEP-CUSTOMERS.
           MOVE 2 TO FILE-IDX
           IF CUST-MASTER-IS-OPEN = 'NO'
               PERFORM 810-WRITE-NOT-SWEPT
           ELSE
               MOVE 'YES' TO FILE-SWEPT(FILE-IDX)
               MOVE 'YES' TO MORE-RECORDS
               PERFORM UNTIL MORE-RECORDS = 'NO'
                   READ CUST-MASTER NEXT RECORD
                       AT END
                           MOVE 'NO' TO MORE-RECORDS
                       NOT AT END
                           ADD 1 TO FILE-READ-COUNT(FILE-IDX)
                           MOVE CUST-MST-TERRITORY TO CHECK-TERR
                           PERFORM 300-CHECK-TERRITORY
                           IF TERR-OK = 'NO'
                               MOVE CUST-MST-NO TO DTL-KEY-OUT
                               PERFORM 320-SET-TERR-REF
                               MOVE
                                   'REALIGN CUSTOMER TO LIVE TERRITORY'
                                   TO DTL-FIX-OUT
                               PERFORM 800-WRITE-EXCEPTION
                           END-IF
                           MOVE CUST-MST-COMPANY TO CHECK-CO
                           PERFORM 330-CHECK-COMPANY
                           IF CO-OK = 'NO'
                               MOVE CUST-MST-NO TO DTL-KEY-OUT
                               PERFORM 340-SET-CO-REF
                               MOVE 'MOVE TO A COMPANY ON THE MASTER'
                                   TO DTL-FIX-OUT
                               PERFORM 800-WRITE-EXCEPTION
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
       220-SWEEP-STORES.
           MOVE 3 TO FILE-IDX
           OPEN INPUT STORE-MASTER
           IF STORE-MASTER-STATUS NOT = '00'
               PERFORM 810-WRITE-NOT-SWEPT
           ELSE
               MOVE 'YES' TO FILE-SWEPT(FILE-IDX)
               MOVE 'YES' TO MORE-RECORDS
               PERFORM UNTIL MORE-RECORDS = 'NO'
                   READ STORE-MASTER
                       AT END
                           MOVE 'NO' TO MORE-RECORDS
                       NOT AT END
                           ADD 1 TO FILE-READ-COUNT(FILE-IDX)
                           MOVE STORE-MST-TERRITORY TO CHECK-TERR
                           PERFORM 300-CHECK-TERRITORY
                           IF TERR-OK = 'NO'
                               MOVE STORE-MST-NO TO DTL-KEY-OUT
                               PERFORM 320-SET-TERR-REF
                               MOVE 'REALIGN STORE TO A LIVE TERRITORY'
                                   TO DTL-FIX-OUT
                               PERFORM 800-WRITE-EXCEPTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STORE-MASTER
           END-IF.
       230-SWEEP-SALESPEOPLE.
           MOVE 4 TO FILE-IDX
           IF SLS-MASTER-IS-OPEN = 'NO'
               PERFORM 810-WRITE-NOT-SWEPT
           ELSE
               MOVE 'YES' TO FILE-SWEPT(FILE-IDX)
               MOVE 'YES' TO MORE-RECORDS
               PERFORM UNTIL MORE-RECORDS = 'NO'
                   READ SLS-MASTER NEXT RECORD
                       AT END
                           MOVE 'NO' TO MORE-RECORDS
                       NOT AT END
                           ADD 1 TO FILE-READ-COUNT(FILE-IDX)
                           PERFORM 235-CHECK-SALESPERSON
                   END-READ
               END-PERFORM
           END-IF.
       235-CHECK-SALESPERSON.
           MOVE SLS-MST-TERRITORY TO CHECK-TERR
           PERFORM 300-CHECK-TERRITORY
           IF TERR-OK = 'NO'
               MOVE SLS-MST-NO TO DTL-KEY-OUT
               PERFORM 320-SET-TERR-REF
               MOVE 'REASSIGN SALESPERSON TO A LIVE TERRITORY'
                   TO DTL-FIX-OUT
               PERFORM 800-WRITE-EXCEPTION
           END-IF
      *>      A ZERO EMPLOYEE NUMBER IS A SALESPERSON NOT ON PAYROLL
           IF SLS-MST-EMP-NO > 0 AND EMP-MASTER-IS-OPEN = 'YES'
               MOVE SLS-MST-EMP-NO TO CHECK-EMP-NO
               PERFORM 310-LOOKUP-EMPLOYEE
               MOVE SLS-MST-NO TO DTL-KEY-OUT
               MOVE SPACES TO DTL-REF-OUT
               STRING 'EMPLOYEE ' SLS-MST-EMP-NO
                   DELIMITED BY SIZE INTO DTL-REF-OUT
               EVALUATE TRUE
                   WHEN EMP-FOUND = 'NO'
                       MOVE 'NOT ON EMPLOYEE MASTER' TO DTL-PROBLEM-OUT
                       MOVE 'RELINK TO THE RIGHT EMPLOYEE OR CLEAR'
                           TO DTL-FIX-OUT
                       PERFORM 800-WRITE-EXCEPTION
                   WHEN EMP-STATUS = 'T' AND SLS-MST-STATUS = 'A'
                       MOVE 'EMPLOYEE TERMINATED' TO DTL-PROBLEM-OUT
                       MOVE 'INACTIVATE THE SALESPERSON (I)'
                           TO DTL-FIX-OUT
                       PERFORM 800-WRITE-EXCEPTION
               END-EVALUATE
           END-IF.
       240-SWEEP-DRAWS.
           MOVE 5 TO FILE-IDX
           OPEN INPUT DRAW-MASTER
           IF DRAW-STATUS NOT = '00' OR SLS-MASTER-IS-OPEN = 'NO'
               PERFORM 810-WRITE-NOT-SWEPT
               IF DRAW-STATUS = '00'
                   CLOSE DRAW-MASTER
               END-IF
           ELSE
               MOVE 'YES' TO FILE-SWEPT(FILE-IDX)
               MOVE 'YES' TO MORE-RECORDS
               PERFORM UNTIL MORE-RECORDS = 'NO'
                   READ DRAW-MASTER
                       AT END
                           MOVE 'NO' TO MORE-RECORDS
                       NOT AT END
                           ADD 1 TO FILE-READ-COUNT(FILE-IDX)
                           PERFORM 245-CHECK-DRAW
                   END-READ
               END-PERFORM
               CLOSE DRAW-MASTER
           END-IF.
       245-CHECK-DRAW.
           MOVE DRW-SLS-NO-IN TO SLS-MST-NO
           MOVE DRW-SLS-NO-IN TO DTL-KEY-OUT
           MOVE SPACES TO DTL-REF-OUT
           STRING 'SALESPERSON ' DRW-SLS-NO-IN
               DELIMITED BY SIZE INTO DTL-REF-OUT
           READ SLS-MASTER
               INVALID KEY
                   MOVE 'NOT ON SALESPERSON MASTER' TO DTL-PROBLEM-OUT
                   MOVE 'RECOVER ANY BALANCE, DELETE THE DRAW ROW'
                       TO DTL-FIX-OUT
                   PERFORM 800-WRITE-EXCEPTION
               NOT INVALID KEY
                   IF SLS-MST-STATUS NOT = 'A'
                       MOVE 'SALESPERSON INACTIVE' TO DTL-PROBLEM-OUT
                       MOVE 'STOP THE DRAW, RECOVER THE BALANCE'
                           TO DTL-FIX-OUT
                       PERFORM 800-WRITE-EXCEPTION
                   END-IF
           END-READ.
       250-SWEEP-ASSIGNMENTS.
           MOVE 6 TO FILE-IDX
           OPEN INPUT ASGN-HIST
           IF ASGN-STATUS NOT = '00'
               PERFORM 810-WRITE-NOT-SWEPT
           ELSE
               MOVE 'YES' TO FILE-SWEPT(FILE-IDX)
               MOVE 'YES' TO MORE-RECORDS
               PERFORM UNTIL MORE-RECORDS = 'NO'
                   READ ASGN-HIST
                       AT END
                           MOVE 'NO' TO MORE-RECORDS
                       NOT AT END
                           ADD 1 TO FILE-READ-COUNT(FILE-IDX)
                           PERFORM 255-CHECK-ASSIGNMENT
                   END-READ
               END-PERFORM
               CLOSE ASGN-HIST
           END-IF.
       255-CHECK-ASSIGNMENT.
           MOVE AH-VIN TO DTL-KEY-OUT
           IF VEH-MASTER-IS-OPEN = 'YES'
               MOVE AH-VIN TO VEH-VIN
               MOVE SPACES TO DTL-REF-OUT
               STRING 'VIN ' AH-VIN DELIMITED BY SIZE
                   INTO DTL-REF-OUT
               READ VEH-MASTER
                   INVALID KEY
                       MOVE 'NOT ON VEHICLE MASTER' TO DTL-PROBLEM-OUT
                       MOVE 'CORRECT THE VIN OR RE-ADD THE VEHICLE'
                           TO DTL-FIX-OUT
                       PERFORM 800-WRITE-EXCEPTION
                   NOT INVALID KEY
                       IF VEH-STATUS = 'D' AND AH-EFF-THRU = 99999999
                           MOVE 'OPEN ON A DISPOSED VEHICLE'
                               TO DTL-PROBLEM-OUT
                           MOVE 'CLOSE THE ASSIGNMENT AS OF DISPOSAL'
                               TO DTL-FIX-OUT
                           PERFORM 800-WRITE-EXCEPTION
                       END-IF
               END-READ
           END-IF
           IF EMP-MASTER-IS-OPEN = 'YES'
               MOVE AH-EMP-NO TO CHECK-EMP-NO
               PERFORM 310-LOOKUP-EMPLOYEE
               MOVE SPACES TO DTL-REF-OUT
               STRING 'DRIVER ' AH-EMP-NO DELIMITED BY SIZE
                   INTO DTL-REF-OUT
               EVALUATE TRUE
                   WHEN EMP-FOUND = 'NO'
                       MOVE 'NOT ON EMPLOYEE MASTER' TO DTL-PROBLEM-OUT
                       MOVE 'CORRECT THE DRIVER ON THE ASSIGNMENT'
                           TO DTL-FIX-OUT
                       PERFORM 800-WRITE-EXCEPTION
                   WHEN EMP-STATUS = 'T' AND AH-EFF-THRU = 99999999
                       MOVE 'OPEN TO A TERMINATED DRIVER'
                           TO DTL-PROBLEM-OUT
                       MOVE 'RETURN THE VEHICLE (CLOSE ASSIGNMENT)'
                           TO DTL-FIX-OUT
                       PERFORM 800-WRITE-EXCEPTION
               END-EVALUATE
           END-IF.
       260-SWEEP-AR-OPEN.
           MOVE 7 TO FILE-IDX
           OPEN INPUT AR-OPEN-FILE
           IF AR-OPEN-STATUS NOT = '00'
               PERFORM 810-WRITE-NOT-SWEPT
           ELSE
               MOVE 'YES' TO FILE-SWEPT(FILE-IDX)
               MOVE 'YES' TO MORE-RECORDS
               PERFORM UNTIL MORE-RECORDS = 'NO'
                   READ AR-OPEN-FILE
                       AT END
                           MOVE 'NO' TO MORE-RECORDS
                       NOT AT END
                           ADD 1 TO FILE-READ-COUNT(FILE-IDX)
                           PERFORM 265-CHECK-AR-ITEM
                   END-READ
               END-PERFORM
               CLOSE AR-OPEN-FILE
           END-IF.
       265-CHECK-AR-ITEM.
           MOVE SPACES TO DTL-KEY-OUT
           STRING AR-CUST-NO '-' AR-INVOICE-NO
               DELIMITED BY SIZE INTO DTL-KEY-OUT
           IF CUST-MASTER-IS-OPEN = 'YES'
               MOVE AR-CUST-NO TO CUST-MST-NO
               READ CUST-MASTER
                   INVALID KEY
                       MOVE SPACES TO DTL-REF-OUT
                       STRING 'CUSTOMER ' AR-CUST-NO
                           DELIMITED BY SIZE INTO DTL-REF-OUT
                       MOVE 'NOT ON CUSTOMER MASTER' TO DTL-PROBLEM-OUT
                       MOVE 'RE-ADD THE CUSTOMER OR WRITE OFF ITEM'
                           TO DTL-FIX-OUT
                       PERFORM 800-WRITE-EXCEPTION
               END-READ
           END-IF
           MOVE AR-TERRITORY TO CHECK-TERR
           PERFORM 300-CHECK-TERRITORY
           IF TERR-OK = 'NO'
               PERFORM 320-SET-TERR-REF
               MOVE 'RETAG TO THE CUSTOMER''S TERRITORY'
                   TO DTL-FIX-OUT
               PERFORM 800-WRITE-EXCEPTION
           END-IF.
       270-SWEEP-VEHICLES.
      *>      ONLY THE COMPANY CODE IS CHECKED HERE - THE ASSIGNMENT
      *>      SWEEP ABOVE HAS ALREADY READ THE MASTER AT RANDOM, SO
      *>      THE SEQUENTIAL PASS IS STARTED AT THE LOWEST VIN
           MOVE 8 TO FILE-IDX
           IF VEH-MASTER-IS-OPEN = 'NO' OR CO-MASTER-LOADED = 'NO'
               PERFORM 810-WRITE-NOT-SWEPT
           ELSE
               MOVE 'YES' TO FILE-SWEPT(FILE-IDX)
               MOVE 'YES' TO MORE-RECORDS
               MOVE LOW-VALUES TO VEH-VIN
               START VEH-MASTER KEY IS NOT LESS THAN VEH-VIN
                   INVALID KEY
                       MOVE 'NO' TO MORE-RECORDS
               END-START
               PERFORM UNTIL MORE-RECORDS = 'NO'
                   READ VEH-MASTER NEXT RECORD
                       AT END
                           MOVE 'NO' TO MORE-RECORDS
                       NOT AT END
                           ADD 1 TO FILE-READ-COUNT(FILE-IDX)
                           MOVE VEH-COMPANY TO CHECK-CO
                           PERFORM 330-CHECK-COMPANY
                           IF CO-OK = 'NO' AND VEH-STATUS NOT = 'D'
                               MOVE VEH-VIN TO DTL-KEY-OUT
                               PERFORM 340-SET-CO-REF
                               MOVE 'TRANSFER TO A COMPANY ON MASTER'
                                   TO DTL-FIX-OUT
                               PERFORM 800-WRITE-EXCEPTION
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
       280-SWEEP-POSITIONS.
           MOVE 9 TO FILE-IDX
           OPEN INPUT POS-MASTER
           IF POS-MASTER-STATUS NOT = '00'
               PERFORM 810-WRITE-NOT-SWEPT
           ELSE
               MOVE 'YES' TO FILE-SWEPT(FILE-IDX)
               MOVE 'YES' TO MORE-RECORDS
               PERFORM UNTIL MORE-RECORDS = 'NO'
                   READ POS-MASTER
                       AT END
                           MOVE 'NO' TO MORE-RECORDS
                       NOT AT END
                           ADD 1 TO FILE-READ-COUNT(FILE-IDX)
                           MOVE POS-TERRITORY-NO TO CHECK-TERR
                           PERFORM 300-CHECK-TERRITORY
                           IF TERR-OK = 'NO'
                               MOVE POS-NUMBER TO DTL-KEY-OUT
                               PERFORM 320-SET-TERR-REF
                               MOVE 'MOVE OR CLOSE THE POSITION'
                                   TO DTL-FIX-OUT
                               PERFORM 800-WRITE-EXCEPTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POS-MASTER
           END-IF.
       300-CHECK-TERRITORY.
           MOVE 'NO' TO TERR-OK
           IF CHECK-TERR > 0
               IF TERR-ON-MASTER(CHECK-TERR) = 'Y'
                   MOVE 'YES' TO TERR-OK
               END-IF
           END-IF.
       310-LOOKUP-EMPLOYEE.
           MOVE 'NO' TO EMP-FOUND
           IF CHECK-EMP-NO IS NUMERIC
               MOVE CHECK-EMP-NO TO EMP-NUMBER
               READ EMP-MASTER
                   INVALID KEY
                       MOVE 'NO' TO EMP-FOUND
                   NOT INVALID KEY
                       MOVE 'YES' TO EMP-FOUND
               END-READ
           END-IF.
       320-SET-TERR-REF.
           MOVE SPACES TO DTL-REF-OUT
           STRING 'TERRITORY ' CHECK-TERR
               DELIMITED BY SIZE INTO DTL-REF-OUT
           MOVE 'NOT ON TERRITORY MASTER' TO DTL-PROBLEM-OUT.
       330-CHECK-COMPANY.
           MOVE 'YES' TO CO-OK
           IF CO-MASTER-LOADED = 'YES'
               IF CHECK-CO IS NOT NUMERIC
                   MOVE 'NO' TO CO-OK
               ELSE
                   IF CHECK-CO = 0
                       MOVE 1 TO CHECK-CO
                   END-IF
                   IF CO-ON-MASTER(CHECK-CO) NOT = 'Y'
                       MOVE 'NO' TO CO-OK
                   END-IF
               END-IF
           END-IF.
       340-SET-CO-REF.
           MOVE SPACES TO DTL-REF-OUT
           STRING 'COMPANY ' CHECK-CO
               DELIMITED BY SIZE INTO DTL-REF-OUT
           MOVE 'NOT ON COMPANY MASTER' TO DTL-PROBLEM-OUT.
       800-WRITE-EXCEPTION.
           MOVE FILE-NAME(FILE-IDX) TO DTL-FILE-OUT
           WRITE REPORT-REC FROM DETAIL-LINE
           ADD 1 TO FILE-EXCEPTION-COUNT(FILE-IDX)
           ADD 1 TO TOTAL-EXCEPTIONS.
       810-WRITE-NOT-SWEPT.
           MOVE FILE-NAME(FILE-IDX) TO NSW-FILE-OUT
           MOVE 'FILE OR ITS LOOKUP MASTER NOT AVAILABLE - NOT SWEPT'
               TO NSW-TEXT-OUT
           WRITE REPORT-REC FROM NOT-SWEPT-LINE.
       900-WRITE-SUMMARY.
           WRITE REPORT-REC FROM SUMMARY-HEADING
               AFTER ADVANCING 2 LINES
           PERFORM VARYING FILE-IDX FROM 1 BY 1
               UNTIL FILE-IDX > 9
               MOVE FILE-NAME(FILE-IDX) TO SUM-FILE-OUT
               MOVE FILE-READ-COUNT(FILE-IDX) TO SUM-READ-OUT
               MOVE FILE-EXCEPTION-COUNT(FILE-IDX)
                   TO SUM-EXCEPTION-OUT
               IF FILE-SWEPT(FILE-IDX) = 'YES'
                   MOVE SPACES TO SUM-NOTE-OUT
               ELSE
                   MOVE 'NOT SWEPT' TO SUM-NOTE-OUT
               END-IF
               WRITE REPORT-REC FROM SUMMARY-LINE
           END-PERFORM
           MOVE TOTAL-EXCEPTIONS TO TOT-EXCEPTION-OUT
           WRITE REPORT-REC FROM TOTAL-LINE
               AFTER ADVANCING 2 LINES.
