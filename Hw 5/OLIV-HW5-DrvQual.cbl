      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Apply driver qualification transactions against the
      *          indexed driver qualification file, one record per
      *          employee allowed to drive a fleet vehicle:
      *          A adds a driver (license number, state, class,
      *          expiration date, optional motor-vehicle-record check
      *          date) - the employee must be active on the master;
      *          C changes it (a renewal or a new license - blank
      *          fields are left alone);
      *          M stamps the date of the latest MVR check;
      *          D removes a driver who no longer drives.
      *          One applied/rejected report line per transaction.
      * Modification History:
      *   10/15/26 - initial version
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRIVER-QUAL-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRV-TRANS-IN
           ASSIGN TO
           'D:\COBOL\MIS 280 Homework\Homework #5\OLIV-HW5-DrvTrn.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DRV-QUAL
           ASSIGN TO
           'D:\COBOL\MIS 280 Homework\Homework #5\OLIV-DRV-Qual.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DRV-EMP-NO
               FILE STATUS IS QUAL-STATUS.
           SELECT EMP-MASTER
           ASSIGN TO
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-EMP-Master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-NUMBER
               FILE STATUS IS EMP-STATUS-CODE.
           SELECT MAINT-REPORT
           ASSIGN TO
           'D:\COBOL\MIS 280 Homework\Homework #5\OLIV-HW5-DrvMRpt.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DRV-TRANS-IN.
       01  DRV-TRANS-REC.
           05 DTRN-ACTION                  PIC X(1).
           05 DTRN-EMP-NO                  PIC X(5).
           05 DTRN-LICENSE-NO              PIC X(15).
           05 DTRN-LICENSE-STATE           PIC X(2).
           05 DTRN-LICENSE-CLASS           PIC X(1).
           05 DTRN-EXPIRE-DATE             PIC X(8).
           05 DTRN-MVR-DATE                PIC X(8).
       FD  DRV-QUAL.
       01  DRV-QUAL-REC.
           COPY OLIV-DRV-Qual.
       FD  EMP-MASTER.
       01  EMP-MASTER-REC.
           COPY OLIV-EMP-Master.
       FD  MAINT-REPORT.
       01  REPORT-REC                      PIC X(80).
       WORKING-STORAGE SECTION.
       01  MORE-TRANS                      PIC XXX VALUE 'YES'.
       01  QUAL-STATUS                     PIC XX.
       01  EMP-STATUS-CODE                 PIC XX.
       01  TRANS-RESULT                    PIC X(8).
       01  TRANS-REASON                    PIC X(40).
       01  READ-COUNT                      PIC 9(5) VALUE 0.
       01  APPLIED-COUNT                   PIC 9(5) VALUE 0.
       01  REJECTED-COUNT                  PIC 9(5) VALUE 0.
       01  HEADING1.
           05                              PIC X(40) VALUE
               'DRIVER QUALIFICATION MAINTENANCE REPORT'.
       01  HEADING2.
           05                              PIC X(40) VALUE
               'ACT  EMP-NO  RESULT   REASON'.
       01  DETAIL-LINE.
           05                              PIC X(1) VALUE SPACES.
           05 DTL-ACTION-OUT               PIC X(1).
           05                              PIC X(3) VALUE SPACES.
           05 DTL-EMP-NO-OUT               PIC X(5).
           05                              PIC X(3) VALUE SPACES.
           05 DTL-RESULT-OUT               PIC X(8).
           05                              PIC X(1) VALUE SPACES.
           05 DTL-REASON-OUT               PIC X(40).
       01  SUMMARY-LINE-1.
           05                              PIC X(24) VALUE
               'TRANSACTIONS READ:     '.
           05 SUMMARY-READ-OUT             PIC ZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05                              PIC X(24) VALUE
               'TRANSACTIONS APPLIED:  '.
           05 SUMMARY-APPLIED-OUT          PIC ZZ,ZZ9.
       01  SUMMARY-LINE-3.
           05                              PIC X(24) VALUE
               'TRANSACTIONS REJECTED: '.
           05 SUMMARY-REJECTED-OUT         PIC ZZ,ZZ9.
       PROCEDURE DIVISION.
       100-MAIN.
           OPEN INPUT DRV-TRANS-IN
               OUTPUT MAINT-REPORT
           OPEN INPUT EMP-MASTER
           OPEN I-O DRV-QUAL
           IF QUAL-STATUS = '35'
               OPEN OUTPUT DRV-QUAL
               CLOSE DRV-QUAL
               OPEN I-O DRV-QUAL
           END-IF
           IF QUAL-STATUS NOT = '00'
               DISPLAY 'DRIVER QUALIFICATION FILE WOULD NOT OPEN - '
                   'STATUS ' QUAL-STATUS ' - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE REPORT-REC FROM HEADING1
           WRITE REPORT-REC FROM HEADING2
           PERFORM UNTIL MORE-TRANS = 'NO'
               READ DRV-TRANS-IN
                   AT END
                       MOVE 'NO' TO MORE-TRANS
                   NOT AT END
                       PERFORM 200-APPLY-TRANS
               END-READ
           END-PERFORM
           MOVE READ-COUNT TO SUMMARY-READ-OUT
           MOVE APPLIED-COUNT TO SUMMARY-APPLIED-OUT
           MOVE REJECTED-COUNT TO SUMMARY-REJECTED-OUT
           WRITE REPORT-REC FROM SUMMARY-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM SUMMARY-LINE-2
           WRITE REPORT-REC FROM SUMMARY-LINE-3
           CLOSE DRV-TRANS-IN
                 DRV-QUAL
                 EMP-MASTER
                 MAINT-REPORT
           IF REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       200-APPLY-TRANS.
           ADD 1 TO READ-COUNT
           MOVE 'APPLIED ' TO TRANS-RESULT
           MOVE SPACES TO TRANS-REASON
           EVALUATE TRUE
               WHEN DTRN-EMP-NO IS NOT NUMERIC
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'EMPLOYEE NUMBER NOT NUMERIC' TO TRANS-REASON
               WHEN DTRN-LICENSE-CLASS NOT = SPACES
                   AND DTRN-LICENSE-CLASS NOT = 'A'
                   AND DTRN-LICENSE-CLASS NOT = 'B'
                   AND DTRN-LICENSE-CLASS NOT = 'C'
                   AND DTRN-LICENSE-CLASS NOT = 'D'
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'LICENSE CLASS NOT A, B, C OR D'
                       TO TRANS-REASON
               WHEN DTRN-EXPIRE-DATE NOT = SPACES
                   AND DTRN-EXPIRE-DATE IS NOT NUMERIC
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'EXPIRATION DATE NOT NUMERIC' TO TRANS-REASON
               WHEN DTRN-MVR-DATE NOT = SPACES
                   AND DTRN-MVR-DATE IS NOT NUMERIC
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'MVR CHECK DATE NOT NUMERIC' TO TRANS-REASON
               WHEN DTRN-ACTION = 'A'
                   PERFORM 300-ADD-DRIVER
               WHEN DTRN-ACTION = 'C'
                   PERFORM 400-CHANGE-DRIVER
               WHEN DTRN-ACTION = 'M'
                   PERFORM 500-STAMP-MVR-CHECK
               WHEN DTRN-ACTION = 'D'
                   PERFORM 600-DELETE-DRIVER
               WHEN OTHER
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'ACTION CODE NOT A, C, M OR D'
                       TO TRANS-REASON
           END-EVALUATE
           IF TRANS-RESULT = 'APPLIED '
               ADD 1 TO APPLIED-COUNT
           ELSE
               ADD 1 TO REJECTED-COUNT
           END-IF
           MOVE DTRN-ACTION TO DTL-ACTION-OUT
           MOVE DTRN-EMP-NO TO DTL-EMP-NO-OUT
           MOVE TRANS-RESULT TO DTL-RESULT-OUT
           MOVE TRANS-REASON TO DTL-REASON-OUT
           WRITE REPORT-REC FROM DETAIL-LINE.
       300-ADD-DRIVER.
           IF DTRN-LICENSE-NO = SPACES
               OR DTRN-LICENSE-STATE = SPACES
               OR DTRN-LICENSE-CLASS = SPACES
               OR DTRN-EXPIRE-DATE = SPACES
               MOVE 'REJECTED' TO TRANS-RESULT
               MOVE 'LICENSE NO, STATE, CLASS, EXPIRY REQUIRED'
                   TO TRANS-REASON
           ELSE
               PERFORM 350-CHECK-EMPLOYEE
           END-IF
           IF TRANS-RESULT = 'APPLIED '
               MOVE DTRN-EMP-NO TO DRV-EMP-NO
               READ DRV-QUAL
                   INVALID KEY
                       INITIALIZE DRV-QUAL-REC
                       MOVE DTRN-EMP-NO TO DRV-EMP-NO
                       PERFORM 450-FILL-DRIVER-FIELDS
                       WRITE DRV-QUAL-REC
                   NOT INVALID KEY
                       MOVE 'REJECTED' TO TRANS-RESULT
                       MOVE 'DRIVER ALREADY ON FILE' TO TRANS-REASON
               END-READ
           END-IF.
       350-CHECK-EMPLOYEE.
           MOVE DTRN-EMP-NO TO EMP-NUMBER
           READ EMP-MASTER
               INVALID KEY
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'EMPLOYEE NOT ON MASTER' TO TRANS-REASON
               NOT INVALID KEY
                   IF EMP-STATUS = 'T'
                       MOVE 'REJECTED' TO TRANS-RESULT
                       MOVE 'EMPLOYEE IS TERMINATED' TO TRANS-REASON
                   END-IF
           END-READ.
       400-CHANGE-DRIVER.
           MOVE DTRN-EMP-NO TO DRV-EMP-NO
           READ DRV-QUAL
               INVALID KEY
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'DRIVER NOT ON FILE' TO TRANS-REASON
               NOT INVALID KEY
                   PERFORM 450-FILL-DRIVER-FIELDS
                   REWRITE DRV-QUAL-REC
           END-READ.
       450-FILL-DRIVER-FIELDS.
           IF DTRN-LICENSE-NO NOT = SPACES
               MOVE DTRN-LICENSE-NO TO DRV-LICENSE-NO
           END-IF
           IF DTRN-LICENSE-STATE NOT = SPACES
               MOVE DTRN-LICENSE-STATE TO DRV-LICENSE-STATE
           END-IF
           IF DTRN-LICENSE-CLASS NOT = SPACES
               MOVE DTRN-LICENSE-CLASS TO DRV-LICENSE-CLASS
           END-IF
           IF DTRN-EXPIRE-DATE IS NUMERIC
               MOVE DTRN-EXPIRE-DATE TO DRV-EXPIRE-DATE
           END-IF
           IF DTRN-MVR-DATE IS NUMERIC
               MOVE DTRN-MVR-DATE TO DRV-MVR-DATE
           END-IF.
       500-STAMP-MVR-CHECK.
           IF DTRN-MVR-DATE = SPACES
               MOVE 'REJECTED' TO TRANS-RESULT
               MOVE 'MVR CHECK DATE REQUIRED' TO TRANS-REASON
           ELSE
               MOVE DTRN-EMP-NO TO DRV-EMP-NO
               READ DRV-QUAL
                   INVALID KEY
                       MOVE 'REJECTED' TO TRANS-RESULT
                       MOVE 'DRIVER NOT ON FILE' TO TRANS-REASON
                   NOT INVALID KEY
                       MOVE DTRN-MVR-DATE TO DRV-MVR-DATE
                       REWRITE DRV-QUAL-REC
               END-READ
           END-IF.
       600-DELETE-DRIVER.
           MOVE DTRN-EMP-NO TO DRV-EMP-NO
           READ DRV-QUAL
               INVALID KEY
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'DRIVER NOT ON FILE' TO TRANS-REASON
               NOT INVALID KEY
                   DELETE DRV-QUAL
           END-READ.
