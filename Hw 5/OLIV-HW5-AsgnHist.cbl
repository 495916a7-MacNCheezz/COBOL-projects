      *             open row is closed - it was closing the row and
      *             then rejecting, leaving the VIN with no open
      *             assignment on the rewrite
      *   10/15/26 - the driver must now be qualified: a record on the
      *             driver qualification file, a license not expired
      *             on the effective date (or the business date, if
      *             later), and a license class that covers the
      *             vehicle's VEH-TYPE - otherwise the assignment is
      *             rejected
      *   10/15/26 - a transaction with a blank employee number now
      *             returns the vehicle: the VIN's open row closes as
      *             of the effective date and no new row opens. The
      *             transaction file name is read from ASGNTRANS at
      *             run time, defaulting to the keyed file, so the
      *             returns TERMINATION-CASCADE generates apply without
      *             a recompile
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VEHICLE-ASSIGN-HIST.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASGN-TRANS-IN
           ASSIGN TO ASGN-TRANS-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-STATUS.
           SELECT ASGN-HIST
           ASSIGN TO
           'D:\COBOL\MIS 280 Homework\Homework #5\OLIV-HW5-AsgnHRpt.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DRV-QUAL
           ASSIGN TO
           'D:\COBOL\MIS 280 Homework\Homework #5\OLIV-DRV-Qual.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DRV-EMP-NO
               FILE STATUS IS QUAL-STATUS.
           SELECT RUN-CONTROL
           ASSIGN TO RUN-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ASGN-TRANS-IN.
           COPY OLIV-EMP-Master.
       FD  MAINT-REPORT.
       01  REPORT-REC                      PIC X(90).
       FD  DRV-QUAL.
       01  DRV-QUAL-REC.
           COPY OLIV-DRV-Qual.
       FD  RUN-CONTROL.
       01  RUN-CONTROL-REC.
           COPY OLIV-RUN-Ctl.
       WORKING-STORAGE SECTION.
       01  MORE-TRANS                      PIC XXX VALUE 'YES'.
       01  MORE-HIST                       PIC XXX VALUE 'YES'.
       01  OVERLAP-FOUND                   PIC XXX.
       01  OPEN-THRU                       PIC 9(8) VALUE 99999999.
       01  CLOSE-DATE-DAYS                 PIC 9(7).
       01  QUAL-STATUS                     PIC XX.
       01  RUN-CTL-STATUS                  PIC XX.
       01  ASGN-TRANS-DD                   PIC X(100) VALUE
           'D:\COBOL\MIS 280 Homework\Homework #5\OLIV-HW5-AsgnTrn.txt'.
       01  RUN-CONTROL-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-Ctl.txt'.
       01  RUN-DATE                        PIC 9(8).
       01  LICENSE-CHECK-DATE              PIC 9(8).
       01  CLASS-COVERED                   PIC XXX.
      *>  LICENSE CLASSES THAT MAY DRIVE EACH VEHICLE TYPE - A, B
      *>  AND C ARE COMMERCIAL, D IS A STANDARD OPERATOR'S LICENSE
       01  CLASS-COVER-DATA.
           05                              PIC X(9) VALUE 'SEDANABCD'.
           05                              PIC X(9) VALUE 'TRUCKABC '.
           05                              PIC X(9) VALUE 'VAN  ABCD'.
           05                              PIC X(9) VALUE 'SUV  ABCD'.
           05                              PIC X(9) VALUE 'CAR  ABCD'.
       01  CLASS-COVER-TABLE REDEFINES CLASS-COVER-DATA.
           05 CLASS-COVER-ENTRY OCCURS 5 TIMES.
               10 CLS-TYPE                 PIC X(5).
               10 CLS-CLASS                PIC X(1) OCCURS 4 TIMES.
       01  CLS-IDX                         PIC 9(1).
       01  CLS-FOUND-IDX                   PIC 9(1).
       01  CLS-CLASS-IDX                   PIC 9(1).
       01  CLASS-REASON.
           05                              PIC X(14) VALUE
               'LICENSE CLASS '.
           05 CLR-CLASS                    PIC X(1).
           05                              PIC X(16) VALUE
               ' DOES NOT COVER '.
           05 CLR-TYPE                     PIC X(5).
       01  HIST-TABLE.
           05 HIST-ENTRY OCCURS 1000 TIMES.
               10 HTB-VIN                  PIC X(17).
           05 SUMMARY-REJECTED-OUT         PIC ZZ,ZZ9.
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT ASGN-TRANS-DD FROM ENVIRONMENT "ASGNTRANS"
           PERFORM 015-GET-BUSINESS-DATE
           PERFORM 050-LOAD-HISTORY
           OPEN INPUT DRV-QUAL
           IF QUAL-STATUS NOT = '00'
               DISPLAY 'DRIVER QUALIFICATION FILE WOULD NOT OPEN - '
                   'STATUS ' QUAL-STATUS ' - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT VEH-MASTER
           OPEN INPUT EMP-MASTER
           OPEN INPUT ASGN-TRANS-IN
           END-IF
           CLOSE VEH-MASTER
                 EMP-MASTER
                 DRV-QUAL
                 MAINT-REPORT
           IF REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       015-GET-BUSINESS-DATE.
           ACCEPT RUN-CONTROL-DD FROM ENVIRONMENT "RUNCTL"
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
       050-LOAD-HISTORY.
           OPEN INPUT ASGN-HIST
           IF HIST-STATUS NOT = '00'
               MOVE 'REJECTED' TO TRANS-RESULT
               MOVE 'EFFECTIVE DATE NOT NUMERIC' TO TRANS-REASON
           ELSE
               IF ATRN-EMP-NO = SPACES
                   PERFORM 400-RETURN-VEHICLE
               ELSE
                   PERFORM 210-CHECK-VEHICLE
                   IF TRANS-RESULT = 'APPLIED '
                       PERFORM 220-CHECK-EMPLOYEE
                   END-IF
                   IF TRANS-RESULT = 'APPLIED '
                       PERFORM 225-CHECK-DRIVER-QUAL
                   END-IF
                   IF TRANS-RESULT = 'APPLIED '
                       PERFORM 230-CHECK-OVERLAP
                   END-IF
                   IF TRANS-RESULT = 'APPLIED '
                       PERFORM 300-CLOSE-AND-OPEN
                   END-IF
               END-IF
           END-IF
           IF TRANS-RESULT = 'APPLIED '
                       END-IF
               END-READ
           END-IF.
       225-CHECK-DRIVER-QUAL.
      *>      A BACK-DATED ASSIGNMENT STILL NEEDS A LICENSE GOOD TODAY
           IF ATRN-EFF-DATE-NUM > RUN-DATE
               MOVE ATRN-EFF-DATE-NUM TO LICENSE-CHECK-DATE
           ELSE
               MOVE RUN-DATE TO LICENSE-CHECK-DATE
           END-IF
           MOVE ATRN-EMP-NO TO DRV-EMP-NO
           READ DRV-QUAL
               INVALID KEY
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'NO DRIVER QUALIFICATION ON FILE'
                       TO TRANS-REASON
               NOT INVALID KEY
                   IF DRV-EXPIRE-DATE < LICENSE-CHECK-DATE
                       MOVE 'REJECTED' TO TRANS-RESULT
                       MOVE 'DRIVER LICENSE EXPIRED' TO TRANS-REASON
                   ELSE
                       PERFORM 226-CHECK-LICENSE-CLASS
                       IF CLASS-COVERED = 'NO'
                           MOVE 'REJECTED' TO TRANS-RESULT
                           MOVE DRV-LICENSE-CLASS TO CLR-CLASS
                           MOVE VEH-TYPE TO CLR-TYPE
                           MOVE CLASS-REASON TO TRANS-REASON
                       END-IF
                   END-IF
           END-READ.
       226-CHECK-LICENSE-CLASS.
      *>      A VEHICLE TYPE NOT IN THE TABLE NEEDS A COMMERCIAL CLASS
           MOVE 'NO' TO CLASS-COVERED
           MOVE 0 TO CLS-FOUND-IDX
           PERFORM VARYING CLS-IDX FROM 1 BY 1 UNTIL CLS-IDX > 5
               IF CLS-TYPE(CLS-IDX) = VEH-TYPE
                   MOVE CLS-IDX TO CLS-FOUND-IDX
                   MOVE 6 TO CLS-IDX
               END-IF
           END-PERFORM
           IF CLS-FOUND-IDX = 0
               IF DRV-LICENSE-CLASS = 'A' OR DRV-LICENSE-CLASS = 'B'
                   OR DRV-LICENSE-CLASS = 'C'
                   MOVE 'YES' TO CLASS-COVERED
               END-IF
           ELSE
               PERFORM VARYING CLS-CLASS-IDX FROM 1 BY 1
                   UNTIL CLS-CLASS-IDX > 4
                   IF CLS-CLASS(CLS-FOUND-IDX, CLS-CLASS-IDX)
                       = DRV-LICENSE-CLASS
                       AND DRV-LICENSE-CLASS NOT = SPACE
                       MOVE 'YES' TO CLASS-COVERED
                   END-IF
               END-PERFORM
           END-IF.
       230-CHECK-OVERLAP.
      *>      THE NEW EFFECTIVE DATE MAY NOT FALL INSIDE ANY CLOSED
      *>      ROW, NOR ON OR BEFORE THE OPEN ROW'S START - THAT WOULD
               MOVE ATRN-EFF-DATE-NUM TO HTB-EFF-FROM(HIST-COUNT)
               MOVE OPEN-THRU TO HTB-EFF-THRU(HIST-COUNT)
           END-IF.
       400-RETURN-VEHICLE.
      *>      THE EFFECTIVE DATE IS THE LAST DAY THE DRIVER HAD THE
      *>      VEHICLE - A DISPOSED VEHICLE CAN STILL BE HANDED BACK
           MOVE 0 TO OPEN-ROW-IDX
           PERFORM VARYING HIST-IDX FROM 1 BY 1
               UNTIL HIST-IDX > HIST-COUNT
               IF HTB-VIN(HIST-IDX) = ATRN-VIN
                   AND HTB-EFF-THRU(HIST-IDX) = OPEN-THRU
                   MOVE HIST-IDX TO OPEN-ROW-IDX
               END-IF
           END-PERFORM
           IF OPEN-ROW-IDX = 0
               MOVE 'REJECTED' TO TRANS-RESULT
               MOVE 'NO OPEN ASSIGNMENT FOR VIN' TO TRANS-REASON
           ELSE
               IF ATRN-EFF-DATE-NUM < HTB-EFF-FROM(OPEN-ROW-IDX)
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'RETURN DATE BEFORE ASSIGNMENT START'
                       TO TRANS-REASON
               ELSE
                   MOVE ATRN-EFF-DATE-NUM
                       TO HTB-EFF-THRU(OPEN-ROW-IDX)
               END-IF
           END-IF.
       600-REWRITE-HISTORY.
           OPEN OUTPUT ASGN-HIST
           PERFORM VARYING HIST-IDX FROM 1 BY 1
