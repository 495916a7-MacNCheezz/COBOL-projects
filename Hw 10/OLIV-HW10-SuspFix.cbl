      * Date: 8/22/26
      * Purpose: Patch fields on suspended customer/sales records
      *          between nightly runs. Correction transactions name a
      *          suspense record by its permanent suspense ID, the
      *          field to patch (CU cust-no, CN cust-name, ST store,
      *          SP salesperson, SA sales-amt, DT trans date, TE
      *          territory, TT trans-type) and the new value; the
      *          record is rewritten in place on the indexed suspense
      *          file for the next run's recycle pass, each patch is
      *          logged to the suspense history, and the report
      *          carries an applied/rejected line per correction.
      * Modification History:
      *   8/22/26 - initial version
      *   8/22/26 - a correction with a non-numeric line number now
      *   9/3/26  - flag positions 13 (store not on master) and 14
      *             (duplicate transaction) are live now; only 15
      *             remains spare
      *   10/15/26 - corrections now name the suspended record by its
      *             permanent suspense ID instead of its line number -
      *             CUST-ERROR rebuilds the suspense file every night,
      *             so a line number keyed in the afternoon could
      *             patch a different transaction after the rebuild.
      *             Each correction reads its record at random from
      *             the indexed suspense file and rewrites it in
      *             place, so the 200-row table, the patched work file
      *             and its copy-back are gone; every applied patch is
      *             logged to the suspense history with the field's
      *             value before and after, stamped with the business
      *             date from the run-control file
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPENSE-CORRECT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE
           ASSIGN TO SUSPENSE-FILE-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUSP-ID
               FILE STATUS IS SUSP-STATUS.
           SELECT CORRECTIONS-IN
           ASSIGN TO CORRECTIONS-IN-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CORR-STATUS.
           SELECT SUSP-HISTORY
           ASSIGN TO SUSP-HISTORY-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSP-HIST-STATUS.
           SELECT RUN-CONTROL
           ASSIGN TO RUN-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CTL-STATUS.
           SELECT FIX-REPORT
           ASSIGN TO FIX-REPORT-DD
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
       01  SUSPENSE-REC.
           COPY OLIV-HW10-Suspense.
       FD  CORRECTIONS-IN.
       01  CORRECTION-REC.
           05 CORR-SUSP-ID                 PIC X(8).
           05 CORR-FIELD-ID                PIC X(2).
           05 CORR-VALUE                   PIC X(26).
       FD  SUSP-HISTORY.
       01  SUSP-HISTORY-REC.
           COPY OLIV-HW10-SuspHist.
       FD  RUN-CONTROL.
       01  RUN-CONTROL-REC.
           COPY OLIV-RUN-Ctl.
       FD  FIX-REPORT.
       01  REPORT-REC                      PIC X(80).
       WORKING-STORAGE SECTION.
       01  SUSP-STATUS                     PIC XX.
       01  SUSP-HIST-STATUS                PIC XX.
       01  RUN-CTL-STATUS                  PIC XX.
       01  RUN-DATE                        PIC 9(8).
       01  CORR-STATUS                     PIC XX.
       01  CORR-EOF                        PIC XXX VALUE 'NO'.
       01  PATCH-START                     PIC 9(2).
       01  PATCH-LENGTH                    PIC 9(2).
       01  PATCHED-COUNT                   PIC 9(5) VALUE 0.
       01  BAD-CORR-COUNT                  PIC 9(5) VALUE 0.
       01  HEADING1.
           05                              PIC X(36) VALUE
               'SUSPENSE CORRECTION RUN'.
       01  DETAIL-LINE.
           05                              PIC X(9) VALUE 'SUSP-ID: '.
           05 DTL-SUSP-ID-OUT              PIC X(8).
           05                              PIC X(9) VALUE
               '  FIELD: '.
           05 DTL-FIELD-OUT                PIC X(2).
           05                              PIC X(22) VALUE
               '   NOT APPLIED:       '.
           05 SUMMARY-BAD-OUT              PIC ZZ,ZZ9.
       01  SUSPENSE-FILE-DD                PIC X(100) VALUE
        'D:\COBOL\MIS 280 Homework\Homework #10\OLIV-HW10-Suspnse.dat'.
       01  CORRECTIONS-IN-DD               PIC X(100) VALUE
        'D:\COBOL\MIS 280 Homework\Homework #10\OLIV-HW10-SuspFix.txt'.
       01  SUSP-HISTORY-DD                 PIC X(100) VALUE
        'D:\COBOL\MIS 280 Homework\Homework #10\OLIV-HW10-SuspHst.txt'.
       01  RUN-CONTROL-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-Ctl.txt'.
       01  FIX-REPORT-DD                   PIC X(100) VALUE
        'D:\COBOL\MIS 280 Homework\Homework #10\OLIV-HW10-FixRpt.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-GET-FILE-NAMES
           PERFORM 015-GET-BUSINESS-DATE
           OPEN I-O SUSPENSE-FILE
           IF SUSP-STATUS NOT = '00'
               DISPLAY 'SUSPENSE FILE WILL NOT OPEN, STATUS '
                   SUSP-STATUS ' - NO CORRECTIONS APPLIED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FIX-REPORT
           WRITE REPORT-REC FROM HEADING1
           OPEN EXTEND SUSP-HISTORY
           IF SUSP-HIST-STATUS NOT = '00'
               AND SUSP-HIST-STATUS NOT = '05'
               OPEN OUTPUT SUSP-HISTORY
           END-IF
           OPEN INPUT CORRECTIONS-IN
           IF CORR-STATUS NOT = '00'
               MOVE 'YES' TO CORR-EOF
           END-IF
           PERFORM UNTIL CORR-EOF = 'YES'
               READ CORRECTIONS-IN
                   AT END
                       MOVE 'YES' TO CORR-EOF
                   NOT AT END
                       PERFORM 200-APPLY-CORRECTION
               END-READ
           END-PERFORM
           IF CORR-STATUS = '00' OR CORR-STATUS = '10'
               CLOSE CORRECTIONS-IN
           END-IF
           MOVE PATCHED-COUNT TO SUMMARY-PATCHED-OUT
           MOVE BAD-CORR-COUNT TO SUMMARY-BAD-OUT
           WRITE REPORT-REC FROM SUMMARY-LINE
               AFTER ADVANCING 2 LINES
           CLOSE SUSPENSE-FILE
                 SUSP-HISTORY
                 FIX-REPORT
           IF BAD-CORR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       010-GET-FILE-NAMES.
           ACCEPT SUSPENSE-FILE-DD FROM ENVIRONMENT "CUSTSUSP"
           ACCEPT CORRECTIONS-IN-DD FROM ENVIRONMENT "SUSPFIX"
           ACCEPT SUSP-HISTORY-DD FROM ENVIRONMENT "CUSTSUSPHIST"
           ACCEPT RUN-CONTROL-DD FROM ENVIRONMENT "RUNCTL"
           ACCEPT FIX-REPORT-DD FROM ENVIRONMENT "SUSPFIXRPT".
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
       200-APPLY-CORRECTION.
           MOVE CORR-SUSP-ID TO DTL-SUSP-ID-OUT
           MOVE CORR-FIELD-ID TO DTL-FIELD-OUT
           IF CORR-SUSP-ID IS NOT NUMERIC
               ADD 1 TO BAD-CORR-COUNT
               MOVE 'REJECTED - SUSPENSE ID NOT NUMERIC'
                   TO DTL-RESULT-OUT
               WRITE REPORT-REC FROM DETAIL-LINE
           ELSE
               MOVE CORR-SUSP-ID TO SUSP-ID
               READ SUSPENSE-FILE
                   INVALID KEY
                       ADD 1 TO BAD-CORR-COUNT
                       MOVE 'REJECTED - NO SUCH SUSPENSE ID'
                           TO DTL-RESULT-OUT
                       WRITE REPORT-REC FROM DETAIL-LINE
                       END-WRITE
                   NOT INVALID KEY
                       PERFORM 300-APPLY-ONE-PATCH
               END-READ
           END-IF.
       300-APPLY-ONE-PATCH.
           MOVE 0 TO PATCH-LENGTH
           EVALUATE CORR-FIELD-ID
               WHEN 'CU'
                   MOVE 34 TO PATCH-START
                   MOVE 4 TO PATCH-LENGTH
               WHEN 'CN'
                   MOVE 38 TO PATCH-START
                   MOVE 26 TO PATCH-LENGTH
               WHEN 'ST'
                   MOVE 64 TO PATCH-START
                   MOVE 1 TO PATCH-LENGTH
               WHEN 'SP'
                   MOVE 65 TO PATCH-START
                   MOVE 4 TO PATCH-LENGTH
               WHEN 'SA'
                   MOVE 69 TO PATCH-START
                   MOVE 7 TO PATCH-LENGTH
               WHEN 'DT'
                   MOVE 76 TO PATCH-START
                   MOVE 8 TO PATCH-LENGTH
               WHEN 'TE'
                   MOVE 26 TO PATCH-START
                   MOVE 2 TO PATCH-LENGTH
               WHEN 'TT'
                   MOVE 84 TO PATCH-START
                   MOVE 1 TO PATCH-LENGTH
               WHEN OTHER
                   ADD 1 TO BAD-CORR-COUNT
                   MOVE 'REJECTED - UNKNOWN FIELD ID'
                       TO DTL-RESULT-OUT
                   WRITE REPORT-REC FROM DETAIL-LINE
           END-EVALUATE
           IF PATCH-LENGTH > 0
               MOVE SPACES TO SHI-OLD-VALUE
               MOVE SPACES TO SHI-NEW-VALUE
               MOVE SUSP-TRANS-IMAGE(PATCH-START:PATCH-LENGTH)
                   TO SHI-OLD-VALUE(1:PATCH-LENGTH)
               MOVE CORR-VALUE(1:PATCH-LENGTH)
                   TO SUSP-TRANS-IMAGE(PATCH-START:PATCH-LENGTH)
               REWRITE SUSPENSE-REC
                   INVALID KEY
                       ADD 1 TO BAD-CORR-COUNT
                       MOVE 'REJECTED - REWRITE FAILED'
                           TO DTL-RESULT-OUT
                       WRITE REPORT-REC FROM DETAIL-LINE
                       END-WRITE
                   NOT INVALID KEY
                       ADD 1 TO PATCHED-COUNT
                       MOVE 'APPLIED' TO DTL-RESULT-OUT
                       WRITE REPORT-REC FROM DETAIL-LINE
                       END-WRITE
                       MOVE CORR-VALUE(1:PATCH-LENGTH)
                           TO SHI-NEW-VALUE(1:PATCH-LENGTH)
                       PERFORM 310-LOG-CORRECTION
               END-REWRITE
           END-IF.
       310-LOG-CORRECTION.
           MOVE SUSP-ID TO SHI-SUSP-ID
           MOVE RUN-DATE TO SHI-BUS-DATE
           MOVE 'C' TO SHI-EVENT
           MOVE SUSP-CYCLE-COUNT TO SHI-CYCLE-COUNT
           MOVE SUSP-ERR-FLAGS TO SHI-ERR-FLAGS
           MOVE CORR-FIELD-ID TO SHI-FIELD-ID
           WRITE SUSP-HISTORY-REC.
