      *          when a toll bill arrives.
      * Modification History:
      *   8/22/26 - initial version
      *   10/15/26 - an assignment to a driver with no driver
      *             qualification record, a license expired as of the
      *             business date, or a license class that does not
      *             cover the vehicle's VEH-TYPE is now an exception
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VEHICLE-ASSIGNMENT.
           ASSIGN TO
           'D:\COBOL\MIS 280 Homework\Homework #5\OLIV-HW5-AsgnRpt.txt'
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
       FD  ASSIGN-FILE.
           COPY OLIV-EMP-Master.
       FD  ASSIGN-REPORT.
       01  REPORT-REC                      PIC X(90).
       FD  DRV-QUAL.
       01  DRV-QUAL-REC.
           COPY OLIV-DRV-Qual.
       FD  RUN-CONTROL.
       01  RUN-CONTROL-REC.
           COPY OLIV-RUN-Ctl.
       WORKING-STORAGE SECTION.
       01  MORE-ASSIGNS                    PIC XXX VALUE 'YES'.
       01  MORE-VEHICLES                   PIC XXX VALUE 'YES'.
       01  EXCEPTION-COUNT                 PIC 9(5) VALUE 0.
       01  UNASSIGNED-COUNT                PIC 9(5) VALUE 0.
       01  ASSIGN-IS-VALID                 PIC XXX.
       01  VEHICLE-FOUND                   PIC XXX.
       01  QUAL-STATUS                     PIC XX.
       01  RUN-CTL-STATUS                  PIC XX.
       01  RUN-CONTROL-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-Ctl.txt'.
       01  RUN-DATE                        PIC 9(8).
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
       01  SEEN-VIN-COUNT                  PIC 9(3) VALUE 0.
       01  SEEN-VIN-IDX                    PIC 9(3).
       01  SEEN-VIN-TABLE-FULL             PIC XXX VALUE 'NO'.
               UNTIL TERR-COUNT-IDX > 99
               MOVE 0 TO TFL-COUNT(TERR-COUNT-IDX)
           END-PERFORM
           PERFORM 015-GET-BUSINESS-DATE
           OPEN INPUT DRV-QUAL
           IF QUAL-STATUS NOT = '00'
               DISPLAY 'DRIVER QUALIFICATION FILE WOULD NOT OPEN - '
                   'STATUS ' QUAL-STATUS ' - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ASSIGN-FILE
           OPEN INPUT VEH-MASTER
           OPEN INPUT EMP-MASTER
           CLOSE ASSIGN-FILE
                 VEH-MASTER
                 EMP-MASTER
                 DRV-QUAL
                 ASSIGN-REPORT
           IF EXCEPTION-COUNT > 0
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
       200-CHECK-ASSIGNMENT.
           ADD 1 TO ASSIGN-COUNT
           MOVE 'YES' TO ASSIGN-IS-VALID
           ELSE
               MOVE 'YES' TO SEEN-VIN-TABLE-FULL
           END-IF
           MOVE 'YES' TO VEHICLE-FOUND
           MOVE ASG-VIN TO VEH-VIN
           READ VEH-MASTER
               INVALID KEY
                   MOVE 'NO' TO VEHICLE-FOUND
                   MOVE 'NO' TO ASSIGN-IS-VALID
                   MOVE 'VIN NOT ON VEHICLE MASTER'
                       TO DTL-STATUS-OUT
                           MOVE 'EMPLOYEE IS TERMINATED'
                               TO DTL-STATUS-OUT
                           PERFORM 300-WRITE-EXCEPTION
                       ELSE
                           PERFORM 250-CHECK-DRIVER-QUAL
                       END-IF
               END-READ
           END-IF
                   ADD 1 TO TFL-COUNT(EMP-TERRITORY-NO)
               END-IF
           END-IF.
       250-CHECK-DRIVER-QUAL.
           MOVE EMP-NUMBER TO DRV-EMP-NO
           READ DRV-QUAL
               INVALID KEY
                   MOVE 'NO' TO ASSIGN-IS-VALID
                   MOVE 'NO DRIVER QUALIFICATION ON FILE'
                       TO DTL-STATUS-OUT
                   PERFORM 300-WRITE-EXCEPTION
               NOT INVALID KEY
                   IF DRV-EXPIRE-DATE < RUN-DATE
                       MOVE 'NO' TO ASSIGN-IS-VALID
                       MOVE 'DRIVER LICENSE EXPIRED' TO DTL-STATUS-OUT
                       PERFORM 300-WRITE-EXCEPTION
                   ELSE
                       IF VEHICLE-FOUND = 'YES'
                           PERFORM 260-CHECK-LICENSE-CLASS
                           IF CLASS-COVERED = 'NO'
                               MOVE 'NO' TO ASSIGN-IS-VALID
                               MOVE DRV-LICENSE-CLASS TO CLR-CLASS
                               MOVE VEH-TYPE TO CLR-TYPE
                               MOVE CLASS-REASON TO DTL-STATUS-OUT
                               PERFORM 300-WRITE-EXCEPTION
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       260-CHECK-LICENSE-CLASS.
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
       300-WRITE-EXCEPTION.
           ADD 1 TO EXCEPTION-COUNT
           WRITE REPORT-REC FROM DETAIL-LINE
