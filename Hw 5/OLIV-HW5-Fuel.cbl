      *             with a console note when the file is absent) - a
      *             catch-up or rerun night was booking the posting
      *             into the wrong period for the trial balance
      *   10/15/26 - each applied fill is appended to the fleet cost
      *             detail file (source F) under the business date so
      *             FLEET-CHARGEBACK can charge it to the territories
      *             that drove the vehicle
      *   10/15/26 - the applied dollars post in the books of the
      *             company that owns each vehicle (company master
      *             account offset, company on the posting line); a
      *             vehicle naming a company not on the master posts
      *             to company 01, on the console, and ends RC 4
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUEL-CARD-UPDATE.
           ASSIGN TO
           'D:\COBOL\MIS 280 Homework\Homework #5\OLIV-HW5-FuelGL.txt'
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
       FD  FUEL-TRANS-IN.
       FD  GL-POST-FILE.
       01  GL-POST-REC.
           COPY OLIV-GLP-Rec.
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
       01  GLA-STATUS                      PIC XX.
       01  GL-ACCTS-LOADED                 PIC XXX VALUE 'NO'.
       01  GL-FUEL-PAY-ACCT                PIC 9(6).
       01  RUN-CTL-STATUS                  PIC XX.
       01  RUN-DATE-FULL                   PIC 9(8).
       01  FCD-STATUS                      PIC XX.
       01  FLEET-COST-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #5\OLIV-FLT-CostDtl.txt'.
       01  RUN-CONTROL-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-Ctl.txt'.
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
       01  MORE-TRANS                      PIC XXX VALUE 'YES'.
       01  MASTER-STATUS                   PIC XX.
       01  READ-COUNT                      PIC 9(5) VALUE 0.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 015-GET-BUSINESS-DATE
           PERFORM 050-READ-COMPANIES
           ACCEPT FLEET-COST-DD FROM ENVIRONMENT "FLTCOSTDTL"
           OPEN EXTEND FLEET-COST-DTL
           IF FCD-STATUS NOT = '00' AND FCD-STATUS NOT = '05'
               OPEN OUTPUT FLEET-COST-DTL
           END-IF
           OPEN INPUT FUEL-TRANS-IN
               OUTPUT FUEL-REPORT
           OPEN I-O VEH-MASTER
           CLOSE FUEL-TRANS-IN
                 VEH-MASTER
                 FUEL-REPORT
                 FLEET-COST-DTL
           IF REJECTED-COUNT > 0 OR CO-UNKNOWN-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
               DISPLAY 'RUN-CONTROL FILE NOT AVAILABLE - USING '
                   'MACHINE DATE ' RUN-DATE-FULL
           END-IF.
       050-READ-COMPANIES.
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
           PERFORM 055-FIND-COMPANY
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
       055-FIND-COMPANY.
           MOVE 0 TO FIND-CO-IDX
           PERFORM VARYING CO-IDX FROM 1 BY 1 UNTIL CO-IDX > CO-COUNT
               IF COT-CODE(CO-IDX) = FIND-CO-CODE
                   MOVE CO-IDX TO FIND-CO-IDX
                   MOVE CO-COUNT TO CO-IDX
               END-IF
           END-PERFORM.
       060-FIND-VEHICLE-COMPANY.
      *>      THE OWNING COMPANY CARRIES THE VEHICLE'S COST; ONE
      *>      NAMING A COMPANY NOT ON THE MASTER STAYS WITH 01, LISTED
           MOVE 1 TO FIND-CO-CODE
           IF VEH-COMPANY IS NUMERIC AND VEH-COMPANY > 0
               MOVE VEH-COMPANY TO FIND-CO-CODE
           END-IF
           PERFORM 055-FIND-COMPANY
           IF FIND-CO-IDX = 0
               ADD 1 TO CO-UNKNOWN-COUNT
               DISPLAY 'VEHICLE ' VEH-VIN ' COMPANY ' VEH-COMPANY
                   ' NOT ON THE COMPANY MASTER - POSTED TO COMPANY 01'
               MOVE 1 TO FIND-CO-CODE
               PERFORM 055-FIND-COMPANY
           END-IF.
       500-WRITE-GL-POSTINGS.
           OPEN INPUT GL-ACCT-FILE
           IF GLA-STATUS = '00'
                   MOVE 0 TO GLP-OFFICE-OUT
                   MOVE RUN-DATE-FULL(5:2) TO GLP-PERIOD-OUT
                   MOVE RUN-DATE-FULL TO GLP-DATE-OUT
      *>      ONE EXPENSE/PAYABLE PAIR PER OWNING COMPANY
                   PERFORM VARYING CO-IDX FROM 1 BY 1
                       UNTIL CO-IDX > CO-COUNT
                       IF COT-DOLLARS(CO-IDX) > 0
                           MOVE COT-CODE(CO-IDX) TO GLP-COMPANY-OUT
                           MOVE 'D' TO GLP-TYPE-OUT
                           COMPUTE GLP-ACCT-OUT = GL-FUEL-EXP-ACCT
                               + COT-GL-OFFSET(CO-IDX)
                           MOVE COT-DOLLARS(CO-IDX) TO GLP-AMOUNT-OUT
                           WRITE GL-POST-REC
                           MOVE 'C' TO GLP-TYPE-OUT
                           COMPUTE GLP-ACCT-OUT = GL-FUEL-PAY-ACCT
                               + COT-GL-OFFSET(CO-IDX)
                           MOVE COT-DOLLARS(CO-IDX) TO GLP-AMOUNT-OUT
                           WRITE GL-POST-REC
                       END-IF
                   END-PERFORM
                   CLOSE GL-POST-FILE
               END-IF
           END-IF.
           END-IF
           ADD FTRN-DOLLARS-NUM TO VEH-FUEL-COST
           ADD FTRN-DOLLARS-NUM TO TOTAL-FUEL-DOLLARS
           PERFORM 060-FIND-VEHICLE-COMPANY
           ADD FTRN-DOLLARS-NUM TO COT-DOLLARS(FIND-CO-IDX)
           MOVE FTRN-ODOMETER-NUM TO VEH-ODOMETER
           REWRITE VEH-MASTER-REC
           MOVE FTRN-VIN TO FCD-VIN
           MOVE RUN-DATE-FULL TO FCD-DATE
           MOVE 'F' TO FCD-SOURCE
           MOVE FTRN-DOLLARS-NUM TO FCD-AMOUNT
           WRITE FLEET-COST-REC
           MOVE FTRN-VIN TO DTL-VIN-OUT
           MOVE FTRN-GALLONS-NUM TO DTL-GALLONS-OUT
           MOVE FTRN-ODOMETER-NUM TO DTL-ODO-OUT
