      *             with a console note when the file is absent) - a
      *             catch-up or rerun night was booking the posting
      *             into the wrong period for the trial balance
      *   10/15/26 - cost transactions may carry the odometer at
      *             service (WORK-ORDER-MAINT fills it when a work
      *             order closes): a reading above the master's
      *             advances VEH-ODOMETER, and a PM job stamps
      *             VEH-LAST-SVC-ODO from the reading itself; a blank
      *             reading works as before
      *   10/15/26 - a cost transaction may name a vehicle incident
      *             (incident date and sequence); its dollars are
      *             added to the incident's actual cost on the
      *             incident file, so accident damage is kept apart
      *             from wear. A named incident not on file still
      *             posts the cost but is listed and ends the run RC 4
      *   10/15/26 - each applied cost is appended to the fleet cost
      *             detail file (source M) under the business date so
      *             FLEET-CHARGEBACK can charge it to the territories
      *             that drove the vehicle
      *   10/15/26 - the applied dollars post in the books of the
      *             company that owns each vehicle (company master
      *             account offset, company on the posting line); a
      *             vehicle naming a company not on the master posts
      *             to company 01, on the console, and ends RC 4
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VEHICLE-COST-UPDATE.
           ASSIGN TO
           'D:\COBOL\MIS 280 Homework\Homework #5\OLIV-HW5-CostGL.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INCIDENT-FILE
           ASSIGN TO INCIDENT-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INC-KEY
               FILE STATUS IS INC-STATUS-CODE.
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
       FD  COST-TRANS-IN.
           05 CTRN-COST-NUM REDEFINES CTRN-COST
                                           PIC 9(5)V99.
           05 CTRN-CATEGORY                PIC X(10).
           05 CTRN-ODOMETER                PIC X(6).
           05 CTRN-ODOMETER-NUM REDEFINES CTRN-ODOMETER
                                           PIC 9(6).
           05 CTRN-INC-DATE                PIC X(8).
           05 CTRN-INC-DATE-NUM REDEFINES CTRN-INC-DATE
                                           PIC 9(8).
           05 CTRN-INC-SEQ                 PIC X(2).
           05 CTRN-INC-SEQ-NUM REDEFINES CTRN-INC-SEQ
                                           PIC 9(2).
       FD  VEH-MASTER.
       01  VEH-MASTER-REC.
           COPY OLIV-VEH-Master.
       FD  GL-POST-FILE.
       01  GL-POST-REC.
           COPY OLIV-GLP-Rec.
       FD  INCIDENT-FILE.
       01  INCIDENT-REC.
           COPY OLIV-VEH-Incident.
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
       01  RUN-APPLIED-DOLLARS             PIC 9(9)V99 VALUE 0.
       01  RUN-CTL-STATUS                  PIC XX.
       01  RUN-DATE-FULL                   PIC 9(8).
       01  INC-STATUS-CODE                 PIC XX.
       01  INCIDENT-DD                     PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #5\OLIV-VEH-Incident.dat'.
       01  LINKED-COUNT                    PIC 9(5) VALUE 0.
       01  LINKED-DOLLARS                  PIC 9(9)V99 VALUE 0.
       01  UNLINKED-COUNT                  PIC 9(5) VALUE 0.
       01  INCIDENT-LINKED                 PIC XXX.
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
       01  MORE-MASTER                     PIC XXX VALUE 'YES'.
       01  MASTER-STATUS                   PIC XX.
           05                              PIC X(28) VALUE
               'FLEET MAINTENANCE DOLLARS:  '.
           05 SUMMARY-TOTAL-OUT            PIC $$$,$$$,$$9.99.
       01  SUMMARY-LINE-3.
           05                              PIC X(28) VALUE
               'COSTS LINKED TO INCIDENTS:  '.
           05 SUMMARY-LINKED-OUT           PIC ZZ,ZZ9.
           05                              PIC X(4) VALUE
               '  $'.
           05 SUMMARY-LINKED-DOLLARS-OUT   PIC ZZZ,ZZZ,ZZ9.99.
           05                              PIC X(14) VALUE
               '   NOT FOUND: '.
           05 SUMMARY-UNLINKED-OUT         PIC ZZ,ZZ9.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 015-GET-BUSINESS-DATE
           PERFORM 050-READ-COMPANIES
           ACCEPT FLEET-COST-DD FROM ENVIRONMENT "FLTCOSTDTL"
           OPEN EXTEND FLEET-COST-DTL
           IF FCD-STATUS NOT = '00' AND FCD-STATUS NOT = '05'
               OPEN OUTPUT FLEET-COST-DTL
           END-IF
           ACCEPT INCIDENT-DD FROM ENVIRONMENT "VEHINCIDENT"
           OPEN I-O INCIDENT-FILE
           IF INC-STATUS-CODE NOT = '00'
               DISPLAY 'INCIDENT FILE NOT AVAILABLE - STATUS '
                   INC-STATUS-CODE ' - COSTS NAMING AN INCIDENT WILL '
                   'NOT LINK'
           END-IF
           OPEN INPUT COST-TRANS-IN
               OUTPUT COST-REPORT
           OPEN I-O VEH-MASTER
           WRITE REPORT-REC FROM SUMMARY-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM SUMMARY-LINE-2
           MOVE LINKED-COUNT TO SUMMARY-LINKED-OUT
           MOVE LINKED-DOLLARS TO SUMMARY-LINKED-DOLLARS-OUT
           MOVE UNLINKED-COUNT TO SUMMARY-UNLINKED-OUT
           WRITE REPORT-REC FROM SUMMARY-LINE-3
           IF INC-STATUS-CODE = '00'
               CLOSE INCIDENT-FILE
           END-IF
           PERFORM 400-WRITE-GL-POSTINGS
           CLOSE COST-TRANS-IN
                 VEH-MASTER
                 COST-REPORT
                 FLEET-COST-DTL
           IF REJECTED-COUNT > 0 OR UNLINKED-COUNT > 0
               OR CO-UNKNOWN-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
                   NOT INVALID KEY
                       ADD CTRN-COST-NUM TO VEH-MAINT-COST
                       ADD CTRN-COST-NUM TO RUN-APPLIED-DOLLARS
                       PERFORM 060-FIND-VEHICLE-COMPANY
                       ADD CTRN-COST-NUM TO COT-DOLLARS(FIND-CO-IDX)
      *>      A READING BELOW THE MASTER IS OLDER THAN A LATER FILL
      *>      OR SERVICE AND NEVER WINDS THE ODOMETER BACK
                       IF CTRN-ODOMETER IS NUMERIC
                           AND CTRN-ODOMETER-NUM > VEH-ODOMETER
                           MOVE CTRN-ODOMETER-NUM TO VEH-ODOMETER
                       END-IF
                       IF CTRN-CATEGORY(1:2) = 'PM'
                           AND CTRN-DATE IS NUMERIC
                           MOVE CTRN-DATE TO VEH-LAST-SVC-DATE
                           IF CTRN-ODOMETER IS NUMERIC
                               AND CTRN-ODOMETER-NUM > 0
                               MOVE CTRN-ODOMETER-NUM
                                   TO VEH-LAST-SVC-ODO
                           ELSE
                               MOVE VEH-ODOMETER TO VEH-LAST-SVC-ODO
                           END-IF
                       END-IF
                       REWRITE VEH-MASTER-REC
                       ADD 1 TO APPLIED-COUNT
                       MOVE CTRN-VIN TO FCD-VIN
                       MOVE RUN-DATE-FULL TO FCD-DATE
                       MOVE 'M' TO FCD-SOURCE
                       MOVE CTRN-COST-NUM TO FCD-AMOUNT
                       WRITE FLEET-COST-REC
                       IF CTRN-INC-DATE NOT = SPACES
                           PERFORM 250-LINK-INCIDENT
                       END-IF
               END-READ
           END-IF.
       250-LINK-INCIDENT.
           MOVE 'NO' TO INCIDENT-LINKED
           IF CTRN-INC-DATE IS NUMERIC AND INC-STATUS-CODE = '00'
               MOVE CTRN-VIN TO INC-VIN
               MOVE CTRN-INC-DATE-NUM TO INC-DATE
               IF CTRN-INC-SEQ IS NUMERIC
                   MOVE CTRN-INC-SEQ-NUM TO INC-SEQ
               ELSE
                   MOVE 1 TO INC-SEQ
               END-IF
               READ INCIDENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'YES' TO INCIDENT-LINKED
                       ADD CTRN-COST-NUM TO INC-ACTUAL-COST
                       REWRITE INCIDENT-REC
                       ADD 1 TO LINKED-COUNT
                       ADD CTRN-COST-NUM TO LINKED-DOLLARS
               END-READ
           END-IF
           IF INCIDENT-LINKED = 'NO'
               ADD 1 TO UNLINKED-COUNT
               MOVE CTRN-VIN TO REJ-VIN-OUT
               MOVE 'POSTED - NAMED INCIDENT NOT ON FILE'
                   TO REJ-REASON-OUT
               WRITE REPORT-REC FROM REJECT-LINE
           END-IF.
       015-GET-BUSINESS-DATE.
           ACCEPT RUN-CONTROL-DD FROM ENVIRONMENT "RUNCTL"
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
       400-WRITE-GL-POSTINGS.
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
                           COMPUTE GLP-ACCT-OUT = GL-MAINT-EXP-ACCT
                               + COT-GL-OFFSET(CO-IDX)
                           MOVE COT-DOLLARS(CO-IDX) TO GLP-AMOUNT-OUT
                           WRITE GL-POST-REC
                           MOVE 'C' TO GLP-TYPE-OUT
                           COMPUTE GLP-ACCT-OUT = GL-MAINT-PAY-ACCT
                               + COT-GL-OFFSET(CO-IDX)
                           MOVE COT-DOLLARS(CO-IDX) TO GLP-AMOUNT-OUT
                           WRITE GL-POST-REC
                       END-IF
                   END-PERFORM
                   CLOSE GL-POST-FILE
               END-IF
           END-IF.
