      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Monthly driver license expiry run. Reads the driver
      *          qualification file against the chain's business date
      *          and, for each driver still active on the employee
      *          master, reports:
      *          - EXPIRED - the license is past its expiration date
      *            and the driver may not be assigned a vehicle;
      *          - EXPIRING - the license expires inside the 60-day
      *            notice window;
      *          - MVR OVERDUE - no motor-vehicle-record check on file
      *            or the last one is over a year old.
      *          An expired or expiring driver not yet noticed for
      *          this expiration gets a renewal notice written in the
      *          layout MAIL's MASTER-LIST reads (the way
      *          VACATION-FORFEIT does), and DRV-NOTICE-DATE is
      *          stamped so next month's run does not mail it again.
      *          Point MAIL's MAILIN variable at the notice extract
      *          for the mailing. Ends RC 4 when any license has
      *          expired.
      * Modification History:
      *   10/15/26 - initial version
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRIVER-LICENSE-EXPIRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRV-QUAL
           ASSIGN TO
           'D:\COBOL\MIS 280 Homework\Homework #5\OLIV-DRV-Qual.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DRV-EMP-NO
               FILE STATUS IS QUAL-STATUS.
           SELECT EMP-MASTER
           ASSIGN TO
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-EMP-Master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-NUMBER
               FILE STATUS IS EMP-STATUS-CODE.
           SELECT EXPIRY-REPORT
           ASSIGN TO
           'D:\COBOL\MIS 280 Homework\Homework #5\OLIV-HW5-DExpR.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTICE-EXTRACT
           ASSIGN TO
           'D:\COBOL\MIS 280 Homework\Homework #5\OLIV-HW5-DrvNtc.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL
           ASSIGN TO RUN-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DRV-QUAL.
       01  DRV-QUAL-REC.
           COPY OLIV-DRV-Qual.
       FD  EMP-MASTER.
       01  EMP-MASTER-REC.
           COPY OLIV-EMP-Master.
       FD  EXPIRY-REPORT.
       01  REPORT-REC                      PIC X(90).
       FD  NOTICE-EXTRACT.
       01  NOTICE-EXTRACT-REC.
           05 XTR-NAME                     PIC X(20).
           05 XTR-ADDRESS                  PIC X(20).
           05 XTR-LOCATION                 PIC X(15).
           05 XTR-ZIP                      PIC X(5).
       FD  RUN-CONTROL.
       01  RUN-CONTROL-REC.
           COPY OLIV-RUN-Ctl.
       WORKING-STORAGE SECTION.
       01  MORE-DRIVERS                    PIC XXX VALUE 'YES'.
       01  QUAL-STATUS                     PIC XX.
       01  EMP-STATUS-CODE                 PIC XX.
       01  RUN-CTL-STATUS                  PIC XX.
       01  RUN-DATE                        PIC 9(8).
       01  RUN-DATE-DAYS                   PIC 9(7).
       01  NOTICE-LEAD-DAYS                PIC 9(3) VALUE 060.
       01  MVR-MAX-DAYS                    PIC 9(3) VALUE 365.
       01  EXPIRE-DATE-DAYS                PIC 9(7).
       01  NOTICE-DATE-DAYS                PIC 9(7).
       01  MVR-DATE-DAYS                   PIC 9(7).
       01  DRIVER-ACTIVE                   PIC XXX.
       01  NOTICE-DUE                      PIC XXX.
       01  SCANNED-COUNT                   PIC 9(5) VALUE 0.
       01  SKIPPED-COUNT                   PIC 9(5) VALUE 0.
       01  EXPIRED-COUNT                   PIC 9(5) VALUE 0.
       01  EXPIRING-COUNT                  PIC 9(5) VALUE 0.
       01  NOTICE-COUNT                    PIC 9(5) VALUE 0.
       01  NO-ADDRESS-COUNT                PIC 9(5) VALUE 0.
       01  MVR-OVERDUE-COUNT               PIC 9(5) VALUE 0.
       01  LOCATION-BUILD.
           05 LOC-CITY                     PIC X(12).
           05                              PIC X(1) VALUE SPACES.
           05 LOC-STATE                    PIC X(2).
       01  HEADING1.
           05                              PIC X(40) VALUE
               'DRIVER LICENSE EXPIRY REPORT AS OF '.
           05 HDG-DATE-OUT                 PIC 9(8).
       01  HEADING2.
           05                              PIC X(52) VALUE
               'EMP-NO  NAME                  CL  EXPIRES   MVR-CHK'.
           05                              PIC X(20) VALUE
               '   STATUS'.
       01  DETAIL-LINE.
           05 DTL-EMP-NO-OUT               PIC 9(5).
           05                              PIC X(3) VALUE SPACES.
           05 DTL-NAME-OUT                 PIC X(20).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-CLASS-OUT                PIC X(1).
           05                              PIC X(3) VALUE SPACES.
           05 DTL-EXPIRE-OUT               PIC 9(8).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-MVR-OUT                  PIC 9(8).
           05                              PIC X(3) VALUE SPACES.
           05 DTL-STATUS-OUT               PIC X(35).
       01  SUMMARY-LINE-1.
           05                              PIC X(24) VALUE
               'DRIVERS SCANNED:       '.
           05 SUM-SCANNED-OUT              PIC ZZ,ZZ9.
           05                              PIC X(24) VALUE
               '   NOT ACTIVE/SKIPPED: '.
           05 SUM-SKIPPED-OUT              PIC ZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05                              PIC X(24) VALUE
               'LICENSES EXPIRED:      '.
           05 SUM-EXPIRED-OUT              PIC ZZ,ZZ9.
           05                              PIC X(24) VALUE
               '   EXPIRING IN WINDOW: '.
           05 SUM-EXPIRING-OUT             PIC ZZ,ZZ9.
       01  SUMMARY-LINE-3.
           05                              PIC X(24) VALUE
               'RENEWAL NOTICES:       '.
           05 SUM-NOTICE-OUT               PIC ZZ,ZZ9.
           05                              PIC X(24) VALUE
               '   NO ADDRESS:         '.
           05 SUM-NO-ADDRESS-OUT           PIC ZZ,ZZ9.
       01  SUMMARY-LINE-4.
           05                              PIC X(24) VALUE
               'MVR CHECKS OVERDUE:    '.
           05 SUM-MVR-OUT                  PIC ZZ,ZZ9.
       01  RUN-CONTROL-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-Ctl.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 015-GET-BUSINESS-DATE
           OPEN I-O DRV-QUAL
           IF QUAL-STATUS NOT = '00'
               DISPLAY 'DRIVER QUALIFICATION FILE WOULD NOT OPEN - '
                   'STATUS ' QUAL-STATUS ' - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMP-MASTER
           OPEN OUTPUT EXPIRY-REPORT
                       NOTICE-EXTRACT
           MOVE RUN-DATE TO HDG-DATE-OUT
           WRITE REPORT-REC FROM HEADING1
           WRITE REPORT-REC FROM HEADING2
           PERFORM UNTIL MORE-DRIVERS = 'NO'
               OR QUAL-STATUS NOT = '00'
               READ DRV-QUAL
                   AT END
                       MOVE 'NO' TO MORE-DRIVERS
                   NOT AT END
                       PERFORM 200-CHECK-DRIVER
               END-READ
           END-PERFORM
           MOVE SCANNED-COUNT TO SUM-SCANNED-OUT
           MOVE SKIPPED-COUNT TO SUM-SKIPPED-OUT
           MOVE EXPIRED-COUNT TO SUM-EXPIRED-OUT
           MOVE EXPIRING-COUNT TO SUM-EXPIRING-OUT
           MOVE NOTICE-COUNT TO SUM-NOTICE-OUT
           MOVE NO-ADDRESS-COUNT TO SUM-NO-ADDRESS-OUT
           MOVE MVR-OVERDUE-COUNT TO SUM-MVR-OUT
           WRITE REPORT-REC FROM SUMMARY-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM SUMMARY-LINE-2
           WRITE REPORT-REC FROM SUMMARY-LINE-3
           WRITE REPORT-REC FROM SUMMARY-LINE-4
           CLOSE DRV-QUAL
                 EMP-MASTER
                 EXPIRY-REPORT
                 NOTICE-EXTRACT
           IF NO-ADDRESS-COUNT > 0
               DISPLAY 'DRIVERS DUE A RENEWAL NOTICE WITH NO ADDRESS '
                   'ON MASTER - NO NOTICE WRITTEN: ' NO-ADDRESS-COUNT
           END-IF
           IF EXPIRED-COUNT > 0
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
           END-IF
           COMPUTE RUN-DATE-DAYS =
               FUNCTION INTEGER-OF-DATE(RUN-DATE).
       200-CHECK-DRIVER.
           ADD 1 TO SCANNED-COUNT
           MOVE 'YES' TO DRIVER-ACTIVE
           MOVE DRV-EMP-NO TO EMP-NUMBER
           READ EMP-MASTER
               INVALID KEY
                   MOVE 'NO' TO DRIVER-ACTIVE
               NOT INVALID KEY
                   IF EMP-STATUS = 'T'
                       MOVE 'NO' TO DRIVER-ACTIVE
                   END-IF
           END-READ
           IF DRIVER-ACTIVE = 'NO'
               ADD 1 TO SKIPPED-COUNT
           ELSE
               MOVE DRV-EMP-NO TO DTL-EMP-NO-OUT
               MOVE EMP-NAME TO DTL-NAME-OUT
               MOVE DRV-LICENSE-CLASS TO DTL-CLASS-OUT
               MOVE DRV-EXPIRE-DATE TO DTL-EXPIRE-OUT
               MOVE DRV-MVR-DATE TO DTL-MVR-OUT
               PERFORM 300-CHECK-EXPIRY
               PERFORM 400-CHECK-MVR
           END-IF.
       300-CHECK-EXPIRY.
           IF DRV-EXPIRE-DATE > 0
               COMPUTE EXPIRE-DATE-DAYS =
                   FUNCTION INTEGER-OF-DATE(DRV-EXPIRE-DATE)
           ELSE
               MOVE 0 TO EXPIRE-DATE-DAYS
           END-IF
           IF EXPIRE-DATE-DAYS < RUN-DATE-DAYS + NOTICE-LEAD-DAYS + 1
               IF EXPIRE-DATE-DAYS < RUN-DATE-DAYS
                   ADD 1 TO EXPIRED-COUNT
                   MOVE 'EXPIRED - MAY NOT DRIVE' TO DTL-STATUS-OUT
               ELSE
                   ADD 1 TO EXPIRING-COUNT
                   MOVE 'EXPIRING' TO DTL-STATUS-OUT
               END-IF
               WRITE REPORT-REC FROM DETAIL-LINE
               PERFORM 350-SEND-NOTICE
           END-IF.
       350-SEND-NOTICE.
      *>      ONE NOTICE PER EXPIRATION - A NOTICE STAMPED INSIDE THIS
      *>      EXPIRATION'S WINDOW HAS ALREADY BEEN MAILED
           MOVE 'YES' TO NOTICE-DUE
           IF DRV-NOTICE-DATE > 0
               COMPUTE NOTICE-DATE-DAYS =
                   FUNCTION INTEGER-OF-DATE(DRV-NOTICE-DATE)
               IF NOTICE-DATE-DAYS + NOTICE-LEAD-DAYS
                   NOT < EXPIRE-DATE-DAYS
                   MOVE 'NO' TO NOTICE-DUE
               END-IF
           END-IF
           IF NOTICE-DUE = 'YES'
               IF EMP-STREET = SPACES OR EMP-ZIP = SPACES
                   ADD 1 TO NO-ADDRESS-COUNT
                   MOVE 'NO ADDRESS - NOTICE NOT WRITTEN'
                       TO DTL-STATUS-OUT
               ELSE
                   ADD 1 TO NOTICE-COUNT
                   MOVE EMP-NAME TO XTR-NAME
                   MOVE EMP-STREET TO XTR-ADDRESS
                   MOVE EMP-CITY TO LOC-CITY
                   MOVE EMP-STATE TO LOC-STATE
                   MOVE LOCATION-BUILD TO XTR-LOCATION
                   MOVE EMP-ZIP TO XTR-ZIP
                   WRITE NOTICE-EXTRACT-REC
                   MOVE RUN-DATE TO DRV-NOTICE-DATE
                   REWRITE DRV-QUAL-REC
                   MOVE 'RENEWAL NOTICE WRITTEN' TO DTL-STATUS-OUT
               END-IF
               WRITE REPORT-REC FROM DETAIL-LINE
           END-IF.
       400-CHECK-MVR.
           IF DRV-MVR-DATE > 0
               COMPUTE MVR-DATE-DAYS =
                   FUNCTION INTEGER-OF-DATE(DRV-MVR-DATE)
           ELSE
               MOVE 0 TO MVR-DATE-DAYS
           END-IF
           IF MVR-DATE-DAYS + MVR-MAX-DAYS < RUN-DATE-DAYS
               ADD 1 TO MVR-OVERDUE-COUNT
               MOVE 'MVR CHECK OVERDUE' TO DTL-STATUS-OUT
               WRITE REPORT-REC FROM DETAIL-LINE
           END-IF.
