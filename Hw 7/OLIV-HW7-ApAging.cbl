      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Open-payables aging off the AP open-item file. Ages
      *          every unpaid invoice (open or held) by days past its
      *          due date as of the chain's business date into not
      *          yet due / 1-30 / 31-60 / 61-90 / over-90 buckets, one
      *          line per vendor (name from the vendor master) with
      *          company totals, and shows how much of the total is
      *          on hold - so accounts payable knows what we owe each
      *          vendor, what is late, and what the next payment run
      *          will pick up. The open-item file is in vendor order,
      *          so vendor totals are a control break.
      * Modification History:
      *   10/15/26 - initial version
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AP-AGING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AP-OPEN-FILE
           ASSIGN TO AP-OPEN-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APO-KEY
               FILE STATUS IS AP-OPEN-STATUS.
           SELECT VENDOR-MASTER
           ASSIGN TO VENDOR-MASTER-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VND-NO
               FILE STATUS IS VENDOR-STATUS.
           SELECT AGING-REPORT
           ASSIGN TO AGING-REPORT-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL
           ASSIGN TO RUN-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AP-OPEN-FILE.
       01  AP-OPEN-REC.
           COPY OLIV-AP-Open.
       FD  VENDOR-MASTER.
       01  VENDOR-MASTER-REC.
           COPY OLIV-AP-Vendor.
       FD  AGING-REPORT.
       01  REPORT-REC                      PIC X(120).
       FD  RUN-CONTROL.
       01  RUN-CONTROL-REC.
           COPY OLIV-RUN-Ctl.
       WORKING-STORAGE SECTION.
       01  MORE-ITEMS                      PIC XXX VALUE 'YES'.
       01  AP-OPEN-STATUS                  PIC XX.
       01  VENDOR-STATUS                   PIC XX.
       01  RUN-CTL-STATUS                  PIC XX.
       01  RUN-DATE                        PIC 9(8).
       01  RUN-DATE-DAYS                   PIC 9(7).
       01  DUE-DATE-DAYS                   PIC 9(7).
       01  DAYS-PAST-DUE                   PIC S9(5).
       01  AGE-BUCKET                      PIC 9(1).
       01  BUCKET-IDX                      PIC 9(1).
       01  CURRENT-VENDOR                  PIC 9(5).
       01  FIRST-ITEM                      PIC XXX VALUE 'YES'.
       01  VENDOR-BUCKETS.
           05 VEN-BUCKET                   PIC 9(9)V99
                                           OCCURS 5 TIMES.
       01  VENDOR-HELD                     PIC 9(9)V99.
       01  VENDOR-ITEMS                    PIC 9(5).
       01  COMPANY-BUCKETS.
           05 COM-BUCKET                   PIC 9(11)V99
                                           OCCURS 5 TIMES.
       01  COMPANY-HELD                    PIC 9(11)V99 VALUE 0.
       01  COMPANY-TOTAL                   PIC 9(11)V99 VALUE 0.
       01  ITEM-COUNT                      PIC 9(7) VALUE 0.
       01  VENDOR-COUNT                    PIC 9(5) VALUE 0.
       01  HEADING1.
           05                              PIC X(32) VALUE
               'OPEN PAYABLES AGING AS OF       '.
           05 HDG-DATE-OUT                 PIC 9(8).
       01  HEADING2.
           05                              PIC X(34) VALUE
               'VENDOR NAME'.
           05                              PIC X(14) VALUE
               '  NOT YET DUE '.
           05                              PIC X(14) VALUE
               '         1-30 '.
           05                              PIC X(14) VALUE
               '        31-60 '.
           05                              PIC X(14) VALUE
               '        61-90 '.
           05                              PIC X(13) VALUE
               '      OVER 90'.
       01  DETAIL-LINE.
           05                              PIC X(1) VALUE SPACES.
           05 DTL-VENDOR-OUT               PIC 9(5).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-NAME-OUT                 PIC X(26).
           05 DTL-B1-OUT                   PIC $$,$$$,$$9.99.
           05                              PIC X(1) VALUE SPACES.
           05 DTL-B2-OUT                   PIC $$,$$$,$$9.99.
           05                              PIC X(1) VALUE SPACES.
           05 DTL-B3-OUT                   PIC $$,$$$,$$9.99.
           05                              PIC X(1) VALUE SPACES.
           05 DTL-B4-OUT                   PIC $$,$$$,$$9.99.
           05                              PIC X(1) VALUE SPACES.
           05 DTL-B5-OUT                   PIC $$,$$$,$$9.99.
           05                              PIC X(2) VALUE SPACES.
           05 DTL-HELD-FLAG-OUT            PIC X(7).
       01  COMPANY-LINE.
           05                              PIC X(34) VALUE
               'COMPANY TOTALS'.
           05 COM-B1-OUT                   PIC $$,$$$,$$9.99.
           05                              PIC X(1) VALUE SPACES.
           05 COM-B2-OUT                   PIC $$,$$$,$$9.99.
           05                              PIC X(1) VALUE SPACES.
           05 COM-B3-OUT                   PIC $$,$$$,$$9.99.
           05                              PIC X(1) VALUE SPACES.
           05 COM-B4-OUT                   PIC $$,$$$,$$9.99.
           05                              PIC X(1) VALUE SPACES.
           05 COM-B5-OUT                   PIC $$,$$$,$$9.99.
       01  TOTAL-LINE.
           05                              PIC X(24) VALUE
               'TOTAL OPEN PAYABLES:  $'.
           05 TOT-OPEN-OUT                 PIC ZZZ,ZZZ,ZZ9.99.
           05                              PIC X(16) VALUE
               '   ON HOLD:  $'.
           05 TOT-HELD-OUT                 PIC ZZZ,ZZZ,ZZ9.99.
       01  COUNT-LINE.
           05                              PIC X(24) VALUE
               'VENDORS OWED:          '.
           05 CNT-VENDOR-OUT               PIC ZZ,ZZ9.
           05                              PIC X(16) VALUE
               '   INVOICES:    '.
           05 CNT-ITEM-OUT                 PIC Z,ZZZ,ZZ9.
       01  AP-OPEN-DD                      PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-ApOpen.dat'.
       01  VENDOR-MASTER-DD                PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-ApVendor.dat'.
       01  AGING-REPORT-DD                 PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-ApAging.txt'.
       01  RUN-CONTROL-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-Ctl.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-GET-FILE-NAMES
           PERFORM 015-GET-BUSINESS-DATE
           PERFORM VARYING BUCKET-IDX FROM 1 BY 1
               UNTIL BUCKET-IDX > 5
               MOVE 0 TO COM-BUCKET(BUCKET-IDX)
           END-PERFORM
           OPEN INPUT AP-OPEN-FILE
           IF AP-OPEN-STATUS NOT = '00'
               DISPLAY 'AP OPEN-ITEM FILE WOULD NOT OPEN - STATUS '
                   AP-OPEN-STATUS ' - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT VENDOR-MASTER
           OPEN OUTPUT AGING-REPORT
           MOVE RUN-DATE TO HDG-DATE-OUT
           WRITE REPORT-REC FROM HEADING1
           WRITE REPORT-REC FROM HEADING2
           PERFORM UNTIL MORE-ITEMS = 'NO'
               OR AP-OPEN-STATUS NOT = '00'
               READ AP-OPEN-FILE
                   AT END
                       MOVE 'NO' TO MORE-ITEMS
                   NOT AT END
                       IF APO-STATUS = 'O' OR APO-STATUS = 'H'
                           PERFORM 200-AGE-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           IF FIRST-ITEM = 'NO'
               PERFORM 300-PRINT-VENDOR
           END-IF
           MOVE COM-BUCKET(1) TO COM-B1-OUT
           MOVE COM-BUCKET(2) TO COM-B2-OUT
           MOVE COM-BUCKET(3) TO COM-B3-OUT
           MOVE COM-BUCKET(4) TO COM-B4-OUT
           MOVE COM-BUCKET(5) TO COM-B5-OUT
           WRITE REPORT-REC FROM COMPANY-LINE
               AFTER ADVANCING 2 LINES
           MOVE COMPANY-TOTAL TO TOT-OPEN-OUT
           MOVE COMPANY-HELD TO TOT-HELD-OUT
           WRITE REPORT-REC FROM TOTAL-LINE
           MOVE VENDOR-COUNT TO CNT-VENDOR-OUT
           MOVE ITEM-COUNT TO CNT-ITEM-OUT
           WRITE REPORT-REC FROM COUNT-LINE
           CLOSE AP-OPEN-FILE
                 AGING-REPORT
           IF VENDOR-STATUS = '00'
               CLOSE VENDOR-MASTER
           END-IF
           STOP RUN.
       010-GET-FILE-NAMES.
           ACCEPT AP-OPEN-DD FROM ENVIRONMENT "APOPEN"
           ACCEPT VENDOR-MASTER-DD FROM ENVIRONMENT "APVENDOR"
           ACCEPT AGING-REPORT-DD FROM ENVIRONMENT "APAGING"
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
           END-IF
           COMPUTE RUN-DATE-DAYS =
               FUNCTION INTEGER-OF-DATE(RUN-DATE).
       200-AGE-ONE-ITEM.
           IF FIRST-ITEM = 'YES'
               MOVE 'NO' TO FIRST-ITEM
               PERFORM 250-START-VENDOR
           ELSE
               IF APO-VENDOR-NO NOT = CURRENT-VENDOR
                   PERFORM 300-PRINT-VENDOR
                   PERFORM 250-START-VENDOR
               END-IF
           END-IF
           ADD 1 TO ITEM-COUNT
           ADD 1 TO VENDOR-ITEMS
           IF APO-DUE-DATE > 0
               COMPUTE DUE-DATE-DAYS =
                   FUNCTION INTEGER-OF-DATE(APO-DUE-DATE)
               COMPUTE DAYS-PAST-DUE = RUN-DATE-DAYS - DUE-DATE-DAYS
           ELSE
               MOVE 0 TO DAYS-PAST-DUE
           END-IF
           EVALUATE TRUE
               WHEN DAYS-PAST-DUE <= 0
                   MOVE 1 TO AGE-BUCKET
               WHEN DAYS-PAST-DUE <= 30
                   MOVE 2 TO AGE-BUCKET
               WHEN DAYS-PAST-DUE <= 60
                   MOVE 3 TO AGE-BUCKET
               WHEN DAYS-PAST-DUE <= 90
                   MOVE 4 TO AGE-BUCKET
               WHEN OTHER
                   MOVE 5 TO AGE-BUCKET
           END-EVALUATE
           ADD APO-AMOUNT TO VEN-BUCKET(AGE-BUCKET)
           ADD APO-AMOUNT TO COM-BUCKET(AGE-BUCKET)
           ADD APO-AMOUNT TO COMPANY-TOTAL
           IF APO-STATUS = 'H'
               ADD APO-AMOUNT TO VENDOR-HELD
               ADD APO-AMOUNT TO COMPANY-HELD
           END-IF.
       250-START-VENDOR.
           MOVE APO-VENDOR-NO TO CURRENT-VENDOR
           PERFORM VARYING BUCKET-IDX FROM 1 BY 1
               UNTIL BUCKET-IDX > 5
               MOVE 0 TO VEN-BUCKET(BUCKET-IDX)
           END-PERFORM
           MOVE 0 TO VENDOR-HELD
           MOVE 0 TO VENDOR-ITEMS
           ADD 1 TO VENDOR-COUNT.
       300-PRINT-VENDOR.
           MOVE CURRENT-VENDOR TO DTL-VENDOR-OUT
           MOVE SPACES TO DTL-NAME-OUT
           IF VENDOR-STATUS = '00'
               MOVE CURRENT-VENDOR TO VND-NO
               READ VENDOR-MASTER
                   INVALID KEY
                       MOVE 'NOT ON MASTER' TO DTL-NAME-OUT
                   NOT INVALID KEY
                       MOVE VND-NAME TO DTL-NAME-OUT
               END-READ
           END-IF
           MOVE VEN-BUCKET(1) TO DTL-B1-OUT
           MOVE VEN-BUCKET(2) TO DTL-B2-OUT
           MOVE VEN-BUCKET(3) TO DTL-B3-OUT
           MOVE VEN-BUCKET(4) TO DTL-B4-OUT
           MOVE VEN-BUCKET(5) TO DTL-B5-OUT
           IF VENDOR-HELD > 0
               MOVE 'ON HOLD' TO DTL-HELD-FLAG-OUT
           ELSE
               MOVE SPACES TO DTL-HELD-FLAG-OUT
           END-IF
           WRITE REPORT-REC FROM DETAIL-LINE.
