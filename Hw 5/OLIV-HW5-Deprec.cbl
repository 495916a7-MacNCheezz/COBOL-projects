      *             posting - accumulated depreciation was capped at
      *             cost but the GL entry kept booking expense
      *             forever, overstating every month
      *   10/15/26 - each vehicle's month of depreciation is appended
      *             to the fleet cost detail file (source D) so
      *             FLEET-CHARGEBACK can charge it to the territories
      *             that drove the vehicle
      *   10/15/26 - depreciation and disposal entries post in the
      *             books of the company that owns each vehicle
      *             (company master account offset, company on the
      *             posting line); a vehicle naming a company not on
      *             the master posts to company 01, on the console,
      *             and ends RC 4
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VEHICLE-DEPRECIATION.
           SELECT DEPREC-REPORT
           ASSIGN TO DEPREC-REPORT-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FLEET-COST-DTL
           ASSIGN TO FLEET-COST-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FCD-STATUS.
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
       FD  VEH-MASTER.
           COPY OLIV-GLP-Rec.
       FD  DEPREC-REPORT.
       01  REPORT-REC                      PIC X(110).
       FD  FLEET-COST-DTL.
       01  FLEET-COST-REC.
           COPY OLIV-FLT-CostDtl.
       FD  RUN-CONTROL.
       01  RUN-CONTROL-REC.
           COPY OLIV-RUN-Ctl.
       FD  CO-MASTER.
       01  CO-MASTER-REC.
           COPY OLIV-CO-Master.
       WORKING-STORAGE SECTION.
       01  MORE-MASTER                     PIC XXX VALUE 'YES'.
       01  MASTER-STATUS                   PIC XX.
       01  DISPOSAL-COUNT                  PIC 9(5) VALUE 0.
       01  MONTH-DEP-TOTAL                 PIC 9(9)V99 VALUE 0.
       01  TOTAL-NBV                       PIC 9(9)V99 VALUE 0.
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
       01  HEADING1.
           05                              PIC X(40) VALUE
               'FLEET DEPRECIATION REPORT AS OF '.
         'D:\COBOL\MIS 280 Homework\Homework #5\OLIV-HW5-FltGL.txt'.
       01  DEPREC-REPORT-DD                PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #5\OLIV-HW5-Deprec.txt'.
       01  FCD-STATUS                      PIC XX.
       01  FLEET-COST-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #5\OLIV-FLT-CostDtl.txt'.
       01  RUN-CONTROL-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-Ctl.txt'.
       PROCEDURE DIVISION.
           PERFORM 010-GET-FILE-NAMES
           PERFORM 015-GET-BUSINESS-DATE
           PERFORM 020-READ-GL-ACCOUNTS
           PERFORM 030-READ-COMPANIES
           ACCEPT FLEET-COST-DD FROM ENVIRONMENT "FLTCOSTDTL"
           OPEN EXTEND FLEET-COST-DTL
           IF FCD-STATUS NOT = '00' AND FCD-STATUS NOT = '05'
               OPEN OUTPUT FLEET-COST-DTL
           END-IF
           OPEN INPUT VEH-MASTER
               OUTPUT DEPREC-REPORT
               OUTPUT GL-POST-FILE
           CLOSE VEH-MASTER
                 DEPREC-REPORT
                 GL-POST-FILE
                 FLEET-COST-DTL
           IF NO-COST-COUNT > 0
               DISPLAY 'VEHICLES WITH NO ACQUISITION COST ON THE '
                   'MASTER - NOT DEPRECIATED: ' NO-COST-COUNT
           END-IF
           IF CO-UNKNOWN-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       010-GET-FILE-NAMES.
           ACCEPT GL-ACCT-FILE-DD FROM ENVIRONMENT "FLTGLACCT"
               DISPLAY 'NO FLEET CHART-OF-ACCOUNTS FILE - GL '
                   'POSTINGS NOT PRODUCED'
           END-IF.
       030-READ-COMPANIES.
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
           PERFORM 035-FIND-COMPANY
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
       035-FIND-COMPANY.
           MOVE 0 TO FIND-CO-IDX
           PERFORM VARYING CO-IDX FROM 1 BY 1 UNTIL CO-IDX > CO-COUNT
               IF COT-CODE(CO-IDX) = FIND-CO-CODE
                   MOVE CO-IDX TO FIND-CO-IDX
                   MOVE CO-COUNT TO CO-IDX
               END-IF
           END-PERFORM.
       040-FIND-VEHICLE-COMPANY.
      *>      THE OWNING COMPANY CARRIES THE VEHICLE'S COST; ONE
      *>      NAMING A COMPANY NOT ON THE MASTER STAYS WITH 01, LISTED
           MOVE 1 TO FIND-CO-CODE
           IF VEH-COMPANY IS NUMERIC AND VEH-COMPANY > 0
               MOVE VEH-COMPANY TO FIND-CO-CODE
           END-IF
           PERFORM 035-FIND-COMPANY
           IF FIND-CO-IDX = 0
               ADD 1 TO CO-UNKNOWN-COUNT
               DISPLAY 'VEHICLE ' VEH-VIN ' COMPANY ' VEH-COMPANY
                   ' NOT ON THE COMPANY MASTER - POSTED TO COMPANY 01'
               MOVE 1 TO FIND-CO-CODE
               PERFORM 035-FIND-COMPANY
           END-IF.
       200-DEPRECIATE-VEHICLE.
           ADD 1 TO SCANNED-COUNT
           IF VEH-ACQ-COST = 0
      *>      DEPRECIATION INTO THE GL POSTING
                   IF MONTHS-IN-SERVICE < LIFE-MONTHS
                       ADD MONTHLY-DEP TO MONTH-DEP-TOTAL
                       PERFORM 040-FIND-VEHICLE-COMPANY
                       ADD MONTHLY-DEP TO COT-DOLLARS(FIND-CO-IDX)
                       MOVE VEH-VIN TO FCD-VIN
                       MOVE RUN-DATE TO FCD-DATE
                       MOVE 'D' TO FCD-SOURCE
                       MOVE MONTHLY-DEP TO FCD-AMOUNT
                       WRITE FLEET-COST-REC
                   END-IF
                   ADD NET-BOOK-VALUE TO TOTAL-NBV
               ELSE
           MOVE GAIN-LOSS TO DSP-GL-OUT
           WRITE REPORT-REC FROM DISPOSAL-LINE
           IF GL-ACCTS-LOADED = 'YES'
               PERFORM 040-FIND-VEHICLE-COMPANY
               PERFORM 450-POST-DISPOSAL
           END-IF.
       450-POST-DISPOSAL.
           MOVE 0 TO GLP-OFFICE-OUT
           MOVE RUN-DATE(5:2) TO GLP-PERIOD-OUT
           MOVE RUN-DATE TO GLP-DATE-OUT
           MOVE COT-CODE(FIND-CO-IDX) TO GLP-COMPANY-OUT
           MOVE 'D' TO GLP-TYPE-OUT
           COMPUTE GLP-ACCT-OUT =
               GL-PROCEEDS-ACCT + COT-GL-OFFSET(FIND-CO-IDX)
           MOVE VEH-DISP-PROCEEDS TO GLP-AMOUNT-OUT
           WRITE GL-POST-REC
           COMPUTE GLP-ACCT-OUT =
               GL-ACCUM-DEP-ACCT + COT-GL-OFFSET(FIND-CO-IDX)
           MOVE ACCUM-DEP TO GLP-AMOUNT-OUT
           WRITE GL-POST-REC
           MOVE 'C' TO GLP-TYPE-OUT
           COMPUTE GLP-ACCT-OUT =
               GL-VEH-ASSET-ACCT + COT-GL-OFFSET(FIND-CO-IDX)
           MOVE VEH-ACQ-COST TO GLP-AMOUNT-OUT
           WRITE GL-POST-REC
           IF GAIN-LOSS > 0
               COMPUTE GLP-ACCT-OUT =
                   GL-DISP-GAIN-ACCT + COT-GL-OFFSET(FIND-CO-IDX)
               MOVE GAIN-LOSS TO GLP-AMOUNT-OUT
               WRITE GL-POST-REC
           END-IF
           IF GAIN-LOSS < 0
               MOVE 'D' TO GLP-TYPE-OUT
               COMPUTE GLP-ACCT-OUT =
                   GL-DISP-LOSS-ACCT + COT-GL-OFFSET(FIND-CO-IDX)
               COMPUTE GLP-AMOUNT-OUT = 0 - GAIN-LOSS
               WRITE GL-POST-REC
           END-IF.
               MOVE 0 TO GLP-OFFICE-OUT
               MOVE RUN-DATE(5:2) TO GLP-PERIOD-OUT
               MOVE RUN-DATE TO GLP-DATE-OUT
      *>      ONE EXPENSE/ACCUMULATED PAIR PER OWNING COMPANY
               PERFORM VARYING CO-IDX FROM 1 BY 1
                   UNTIL CO-IDX > CO-COUNT
                   IF COT-DOLLARS(CO-IDX) > 0
                       MOVE COT-CODE(CO-IDX) TO GLP-COMPANY-OUT
                       MOVE 'D' TO GLP-TYPE-OUT
                       COMPUTE GLP-ACCT-OUT = GL-DEP-EXP-ACCT
                           + COT-GL-OFFSET(CO-IDX)
                       MOVE COT-DOLLARS(CO-IDX) TO GLP-AMOUNT-OUT
                       WRITE GL-POST-REC
                       MOVE 'C' TO GLP-TYPE-OUT
                       COMPUTE GLP-ACCT-OUT = GL-ACCUM-DEP-ACCT
                           + COT-GL-OFFSET(CO-IDX)
                       MOVE COT-DOLLARS(CO-IDX) TO GLP-AMOUNT-OUT
                       WRITE GL-POST-REC
                   END-IF
               END-PERFORM
           END-IF.
