      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Year-end 1099 listing. Totals the vendor payment
      *          history AP-PAYMENT-RUN writes by vendor for the tax
      *          year (the parameter file, or the year before the
      *          business date - the listing is run in January for
      *          the year just closed), then walks the vendor master
      *          in vendor order and lists every vendor flagged for
      *          1099 reporting whose payments reached the reporting
      *          threshold, with tax ID, remit address and amount
      *          paid. 1099 vendors paid below the threshold are
      *          counted, not listed. A reportable vendor with no tax
      *          ID on file is flagged on the listing and ends the
      *          run RC 4 - the form cannot be filed without it.
      * Modification History:
      *   10/15/26 - initial version
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AP-1099-LISTING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LISTING-PARM
           ASSIGN TO LISTING-PARM-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT PAID-HISTORY
           ASSIGN TO PAID-HISTORY-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAID-STATUS.
           SELECT VENDOR-MASTER
           ASSIGN TO VENDOR-MASTER-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VND-NO
               FILE STATUS IS VENDOR-STATUS.
           SELECT LISTING-REPORT
           ASSIGN TO LISTING-REPORT-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL
           ASSIGN TO RUN-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LISTING-PARM.
       01  LISTING-PARM-REC.
           05 PARM-TAX-YEAR                PIC 9(4).
       FD  PAID-HISTORY.
       01  PAID-HISTORY-REC.
           COPY OLIV-AP-Paid.
       FD  VENDOR-MASTER.
       01  VENDOR-MASTER-REC.
           COPY OLIV-AP-Vendor.
       FD  LISTING-REPORT.
       01  REPORT-REC                      PIC X(120).
       FD  RUN-CONTROL.
       01  RUN-CONTROL-REC.
           COPY OLIV-RUN-Ctl.
       WORKING-STORAGE SECTION.
       01  MORE-PAYMENTS                   PIC XXX VALUE 'YES'.
       01  MORE-VENDORS                    PIC XXX VALUE 'YES'.
       01  PARM-STATUS                     PIC XX.
       01  PAID-STATUS                     PIC XX.
       01  VENDOR-STATUS                   PIC XX.
       01  RUN-CTL-STATUS                  PIC XX.
       01  RUN-DATE                        PIC 9(8).
       01  TAX-YEAR                        PIC 9(4).
       01  REPORTING-THRESHOLD             PIC 9(5)V99 VALUE 600.00.
       01  VENDOR-PAID-COUNT               PIC 9(4) VALUE 0.
       01  VENDOR-PAID-IDX                 PIC 9(4).
       01  VENDOR-PAID-FOUND               PIC 9(4).
       01  SEARCH-VENDOR-NO                PIC 9(5).
       01  VENDOR-TABLE-FULL               PIC XXX VALUE 'NO'.
       01  VENDOR-PAID-TABLE.
           05 VENDOR-PAID-ENTRY OCCURS 2000 TIMES.
               10 VPT-VENDOR-NO            PIC 9(5).
               10 VPT-AMOUNT               PIC 9(9)V99.
       01  VENDOR-YEAR-TOTAL               PIC 9(9)V99.
       01  LISTED-COUNT                    PIC 9(5) VALUE 0.
       01  LISTED-DOLLARS                  PIC 9(11)V99 VALUE 0.
       01  BELOW-COUNT                     PIC 9(5) VALUE 0.
       01  NO-TAX-ID-COUNT                 PIC 9(5) VALUE 0.
       01  YEAR-PAYMENT-DOLLARS            PIC 9(11)V99 VALUE 0.
       01  ADDR-BUILD                      PIC X(40).
       01  HEADING1.
           05                              PIC X(30) VALUE
               'VENDOR 1099 LISTING  TAX YEAR '.
           05 HDG-YEAR-OUT                 PIC 9(4).
           05                              PIC X(14) VALUE
               '   RUN DATE '.
           05 HDG-DATE-OUT                 PIC 9(8).
       01  HEADING2.
           05                              PIC X(45) VALUE
               'VENDOR NAME                        TAX ID'.
           05                              PIC X(41) VALUE
               'ADDRESS'.
           05                              PIC X(13) VALUE
               '  AMOUNT PAID'.
       01  DETAIL-LINE.
           05                              PIC X(1) VALUE SPACES.
           05 DTL-VENDOR-OUT               PIC 9(5).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-NAME-OUT                 PIC X(26).
           05                              PIC X(1) VALUE SPACES.
           05 DTL-TAX-ID-OUT               PIC X(9).
           05                              PIC X(1) VALUE SPACES.
           05 DTL-ADDR-OUT                 PIC X(40).
           05                              PIC X(1) VALUE SPACES.
           05 DTL-AMOUNT-OUT               PIC $$,$$$,$$9.99.
           05                              PIC X(2) VALUE SPACES.
           05 DTL-FLAG-OUT                 PIC X(12).
       01  SUMMARY-LINE-1.
           05                              PIC X(30) VALUE
               'VENDORS LISTED:              '.
           05 SUM-LISTED-OUT               PIC ZZ,ZZ9.
           05                              PIC X(10) VALUE
               '  TOTAL: $'.
           05 SUM-LISTED-DOL-OUT           PIC ZZZ,ZZZ,ZZ9.99.
       01  SUMMARY-LINE-2.
           05                              PIC X(30) VALUE
               '1099 VENDORS BELOW $600:     '.
           05 SUM-BELOW-OUT                PIC ZZ,ZZ9.
       01  SUMMARY-LINE-3.
           05                              PIC X(30) VALUE
               'LISTED WITHOUT A TAX ID:     '.
           05 SUM-NO-TAX-ID-OUT            PIC ZZ,ZZ9.
       01  SUMMARY-LINE-4.
           05                              PIC X(30) VALUE
               'ALL VENDOR PAYMENTS IN YEAR: $'.
           05 SUM-YEAR-DOL-OUT             PIC ZZZ,ZZZ,ZZ9.99.
       01  LISTING-PARM-DD                 PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-Ap1099Prm.txt'.
       01  PAID-HISTORY-DD                 PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-ApPaid.txt'.
       01  VENDOR-MASTER-DD                PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-ApVendor.dat'.
       01  LISTING-REPORT-DD               PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-Ap1099.txt'.
       01  RUN-CONTROL-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-Ctl.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-GET-FILE-NAMES
           PERFORM 015-GET-BUSINESS-DATE
           PERFORM 020-READ-PARM
           PERFORM 050-TOTAL-PAYMENTS
           OPEN INPUT VENDOR-MASTER
           IF VENDOR-STATUS NOT = '00'
               DISPLAY 'VENDOR MASTER WOULD NOT OPEN - STATUS '
                   VENDOR-STATUS ' - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LISTING-REPORT
           MOVE TAX-YEAR TO HDG-YEAR-OUT
           MOVE RUN-DATE TO HDG-DATE-OUT
           WRITE REPORT-REC FROM HEADING1
           WRITE REPORT-REC FROM HEADING2
           PERFORM UNTIL MORE-VENDORS = 'NO'
               READ VENDOR-MASTER
                   AT END
                       MOVE 'NO' TO MORE-VENDORS
                   NOT AT END
                       IF VND-1099 = 'Y'
                           PERFORM 200-LIST-ONE-VENDOR
                       END-IF
               END-READ
           END-PERFORM
           MOVE LISTED-COUNT TO SUM-LISTED-OUT
           MOVE LISTED-DOLLARS TO SUM-LISTED-DOL-OUT
           WRITE REPORT-REC FROM SUMMARY-LINE-1
               AFTER ADVANCING 2 LINES
           MOVE BELOW-COUNT TO SUM-BELOW-OUT
           WRITE REPORT-REC FROM SUMMARY-LINE-2
           MOVE NO-TAX-ID-COUNT TO SUM-NO-TAX-ID-OUT
           WRITE REPORT-REC FROM SUMMARY-LINE-3
           MOVE YEAR-PAYMENT-DOLLARS TO SUM-YEAR-DOL-OUT
           WRITE REPORT-REC FROM SUMMARY-LINE-4
           CLOSE VENDOR-MASTER
                 LISTING-REPORT
           IF VENDOR-TABLE-FULL = 'YES'
               DISPLAY 'VENDOR PAYMENT TABLE FILLED AT 2000 - '
                   'LISTING INCOMPLETE'
               MOVE 4 TO RETURN-CODE
           END-IF
           IF NO-TAX-ID-COUNT > 0
               DISPLAY 'REPORTABLE VENDORS WITHOUT A TAX ID: '
                   NO-TAX-ID-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       010-GET-FILE-NAMES.
           ACCEPT LISTING-PARM-DD FROM ENVIRONMENT "AP1099PARM"
           ACCEPT PAID-HISTORY-DD FROM ENVIRONMENT "APPAID"
           ACCEPT VENDOR-MASTER-DD FROM ENVIRONMENT "APVENDOR"
           ACCEPT LISTING-REPORT-DD FROM ENVIRONMENT "AP1099RPT"
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
       020-READ-PARM.
           MOVE RUN-DATE(1:4) TO TAX-YEAR
           SUBTRACT 1 FROM TAX-YEAR
           OPEN INPUT LISTING-PARM
           IF PARM-STATUS = '00'
               READ LISTING-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-TAX-YEAR IS NUMERIC
                           AND PARM-TAX-YEAR > 0
                           MOVE PARM-TAX-YEAR TO TAX-YEAR
                       END-IF
               END-READ
               CLOSE LISTING-PARM
           END-IF.
       050-TOTAL-PAYMENTS.
           OPEN INPUT PAID-HISTORY
           IF PAID-STATUS NOT = '00'
               DISPLAY 'NO VENDOR PAYMENT HISTORY FILE - LISTING '
                   'WILL SHOW NO PAYMENTS'
               MOVE 'NO' TO MORE-PAYMENTS
           END-IF
           PERFORM UNTIL MORE-PAYMENTS = 'NO'
               READ PAID-HISTORY
                   AT END
                       MOVE 'NO' TO MORE-PAYMENTS
                   NOT AT END
                       IF APP-PAY-DATE(1:4) = TAX-YEAR
                           PERFORM 060-ADD-PAYMENT
                       END-IF
               END-READ
           END-PERFORM
           IF PAID-STATUS = '00' OR PAID-STATUS = '10'
               CLOSE PAID-HISTORY
           END-IF.
       060-ADD-PAYMENT.
           ADD APP-AMOUNT TO YEAR-PAYMENT-DOLLARS
           MOVE APP-VENDOR-NO TO SEARCH-VENDOR-NO
           PERFORM 070-FIND-VENDOR
           IF VENDOR-PAID-FOUND > 0
               ADD APP-AMOUNT TO VPT-AMOUNT(VENDOR-PAID-FOUND)
           ELSE
               IF VENDOR-PAID-COUNT < 2000
                   ADD 1 TO VENDOR-PAID-COUNT
                   MOVE APP-VENDOR-NO
                       TO VPT-VENDOR-NO(VENDOR-PAID-COUNT)
                   MOVE APP-AMOUNT TO VPT-AMOUNT(VENDOR-PAID-COUNT)
               ELSE
                   MOVE 'YES' TO VENDOR-TABLE-FULL
               END-IF
           END-IF.
       070-FIND-VENDOR.
      *>      LOOKS UP SEARCH-VENDOR-NO IN THE TABLE - 0 = NOT THERE
           MOVE 0 TO VENDOR-PAID-FOUND
           PERFORM VARYING VENDOR-PAID-IDX FROM 1 BY 1
               UNTIL VENDOR-PAID-IDX > VENDOR-PAID-COUNT
               IF VPT-VENDOR-NO(VENDOR-PAID-IDX) = SEARCH-VENDOR-NO
                   MOVE VENDOR-PAID-IDX TO VENDOR-PAID-FOUND
                   MOVE VENDOR-PAID-COUNT TO VENDOR-PAID-IDX
               END-IF
           END-PERFORM.
       200-LIST-ONE-VENDOR.
           MOVE VND-NO TO SEARCH-VENDOR-NO
           PERFORM 070-FIND-VENDOR
           MOVE 0 TO VENDOR-YEAR-TOTAL
           IF VENDOR-PAID-FOUND > 0
               MOVE VPT-AMOUNT(VENDOR-PAID-FOUND) TO VENDOR-YEAR-TOTAL
           END-IF
           IF VENDOR-YEAR-TOTAL < REPORTING-THRESHOLD
               IF VENDOR-YEAR-TOTAL > 0
                   ADD 1 TO BELOW-COUNT
               END-IF
           ELSE
               ADD 1 TO LISTED-COUNT
               ADD VENDOR-YEAR-TOTAL TO LISTED-DOLLARS
               MOVE VND-NO TO DTL-VENDOR-OUT
               MOVE VND-NAME TO DTL-NAME-OUT
               MOVE VND-TAX-ID TO DTL-TAX-ID-OUT
               MOVE SPACES TO ADDR-BUILD
               STRING VND-STREET DELIMITED BY '  '
                      ', ' DELIMITED BY SIZE
                      VND-CITY DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      VND-STATE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      VND-ZIP DELIMITED BY SIZE
                   INTO ADDR-BUILD
               END-STRING
               MOVE ADDR-BUILD TO DTL-ADDR-OUT
               MOVE VENDOR-YEAR-TOTAL TO DTL-AMOUNT-OUT
               IF VND-TAX-ID = SPACES
                   MOVE 'NO TAX ID' TO DTL-FLAG-OUT
                   ADD 1 TO NO-TAX-ID-COUNT
               ELSE
                   MOVE SPACES TO DTL-FLAG-OUT
               END-IF
               WRITE REPORT-REC FROM DETAIL-LINE
           END-IF.
