      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Manual journal entries for the accruals and
      *          corrections no subsystem feed covers. Edits each
      *          entry as a unit - every line's account on the chart
      *          and active, type D or C, amount numeric, the entry
      *          date in an open period, debits equal to credits -
      *          and writes the accepted entries to a GL posting file
      *          in the shared OLIV-GLP-Rec layout, which GL-
      *          CONSOLIDATE collects like any other source. An entry
      *          flagged to reverse is also posted reversed on the
      *          first day of the following month. A rejected entry
      *          posts nothing and ends the run RC 4; the register
      *          lists every entry with its lines and verdict. The
      *          transaction file is emptied after the run so an entry
      *          is not posted twice.
      * Modification History:
      *   10/15/26 - initial version
      *   10/15/26 - postings carry a blank GLP-COMPANY-OUT, so each
      *             books to the company whose block the account is
      *             in and no intercompany pair is raised
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-JOURNAL-ENTRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-TRANS
           ASSIGN TO JOURNAL-TRANS-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-STATUS.
           SELECT ACCOUNT-MASTER
           ASSIGN TO ACCOUNT-MASTER-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLM-ACCT-NO
               FILE STATUS IS ACCT-MASTER-STATUS.
           SELECT GL-CONTROL
           ASSIGN TO GL-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-CTL-STATUS.
           SELECT GL-POST-FILE
           ASSIGN TO GL-POST-FILE-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-REGISTER
           ASSIGN TO JOURNAL-REGISTER-DD
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-TRANS.
       01  JOURNAL-TRANS-REC.
           COPY OLIV-GL-JrnTrn.
       FD  ACCOUNT-MASTER.
       01  ACCOUNT-MASTER-REC.
           COPY OLIV-GL-Account.
       FD  GL-CONTROL.
       01  GL-CONTROL-REC.
           COPY OLIV-GL-Ctl.
       FD  GL-POST-FILE.
       01  GL-POST-REC.
           COPY OLIV-GLP-Rec.
       FD  JOURNAL-REGISTER.
       01  REPORT-REC                      PIC X(100).
       WORKING-STORAGE SECTION.
       01  MORE-TRANS                      PIC XXX VALUE 'YES'.
       01  TRANS-STATUS                    PIC XX.
       01  ACCT-MASTER-STATUS              PIC XX.
       01  GL-CTL-STATUS                   PIC XX.
       01  ENTRY-REASON                    PIC X(40).
       01  ENTRY-REVERSE                   PIC X(1).
       01  CURRENT-JE-NO                   PIC X(8).
       01  NEXT-LINE-HOLD                  PIC X(65).
       01  ENTRY-DR                        PIC 9(11)V99.
       01  ENTRY-CR                        PIC 9(11)V99.
       01  ENTRY-DATE                      PIC 9(8).
       01  ENTRY-DATE-PARTS REDEFINES ENTRY-DATE.
           05 ENT-YEAR                     PIC 9(4).
           05 ENT-MONTH                    PIC 9(2).
           05 ENT-DAY                      PIC 9(2).
       01  REVERSE-DATE                    PIC 9(8).
       01  REVERSE-DATE-PARTS REDEFINES REVERSE-DATE.
           05 REV-YEAR                     PIC 9(4).
           05 REV-MONTH                    PIC 9(2).
           05 REV-DAY                      PIC 9(2).
       01  AMOUNT-WORK                     PIC 9(9)V99.
       01  AMOUNT-WORK-X REDEFINES AMOUNT-WORK
                                           PIC X(11).
       01  ENTRIES-READ                    PIC 9(5) VALUE 0.
       01  ENTRIES-POSTED                  PIC 9(5) VALUE 0.
       01  ENTRIES-REJECTED                PIC 9(5) VALUE 0.
       01  REVERSALS-POSTED                PIC 9(5) VALUE 0.
       01  POSTED-DOLLARS                  PIC 9(11)V99 VALUE 0.
       01  LINE-COUNT                      PIC 9(3) VALUE 0.
       01  LINE-IDX                        PIC 9(3).
       01  LINE-OVERFLOW                   PIC XXX VALUE 'NO'.
       01  ENTRY-LINE-TABLE.
           05 ENTRY-LINE OCCURS 99 TIMES.
               10 ELN-REC                  PIC X(65).
       01  HEADING1.
           05                              PIC X(40) VALUE
               'GENERAL LEDGER JOURNAL ENTRY REGISTER'.
       01  HEADING2.
           05                              PIC X(50) VALUE
               'ENTRY     DATE      TYPE ACCOUNT  ACCOUNT NAME'.
           05                              PIC X(30) VALUE
               '                AMOUNT  DESC'.
       01  ENTRY-HEAD-LINE.
           05 EHL-JE-NO-OUT                PIC X(8).
           05                              PIC X(2) VALUE SPACES.
           05 EHL-DATE-OUT                 PIC X(8).
           05                              PIC X(2) VALUE SPACES.
           05 EHL-RESULT-OUT               PIC X(8).
           05                              PIC X(2) VALUE SPACES.
           05 EHL-REASON-OUT               PIC X(40).
           05                              PIC X(2) VALUE SPACES.
           05 EHL-REVERSE-OUT              PIC X(20).
       01  ENTRY-DETAIL-LINE.
           05                              PIC X(20) VALUE SPACES.
           05 EDL-TYPE-OUT                 PIC X(1).
           05                              PIC X(4) VALUE SPACES.
           05 EDL-ACCT-OUT                 PIC X(6).
           05                              PIC X(3) VALUE SPACES.
           05 EDL-ACCT-NAME-OUT            PIC X(20).
           05 EDL-AMOUNT-OUT               PIC $$$,$$$,$$9.99.
           05                              PIC X(2) VALUE SPACES.
           05 EDL-DESC-OUT                 PIC X(30).
       01  ENTRY-TOTAL-LINE.
           05                              PIC X(20) VALUE SPACES.
           05                              PIC X(12) VALUE
               'DEBITS:    '.
           05 ETL-DR-OUT                   PIC $$$,$$$,$$9.99.
           05                              PIC X(12) VALUE
               '  CREDITS: '.
           05 ETL-CR-OUT                   PIC $$$,$$$,$$9.99.
       01  SUMMARY-LINE-1.
           05                              PIC X(24) VALUE
               'ENTRIES READ:          '.
           05 SUMMARY-READ-OUT             PIC ZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05                              PIC X(24) VALUE
               'ENTRIES POSTED:        '.
           05 SUMMARY-POSTED-OUT           PIC ZZ,ZZ9.
           05                              PIC X(12) VALUE
               '   DEBITS: $'.
           05 SUMMARY-DOLLARS-OUT          PIC ZZZ,ZZZ,ZZ9.99.
       01  SUMMARY-LINE-3.
           05                              PIC X(24) VALUE
               'ENTRIES REJECTED:      '.
           05 SUMMARY-REJECTED-OUT         PIC ZZ,ZZ9.
       01  SUMMARY-LINE-4.
           05                              PIC X(24) VALUE
               'REVERSALS POSTED:      '.
           05 SUMMARY-REVERSALS-OUT        PIC ZZ,ZZ9.
       01  JOURNAL-TRANS-DD                PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Gen Ledger\OLIV-GL-JrnTrn.txt'.
       01  ACCOUNT-MASTER-DD               PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Gen Ledger\OLIV-GL-Accounts.dat'.
       01  GL-CONTROL-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Gen Ledger\OLIV-GL-Control.txt'.
       01  GL-POST-FILE-DD                 PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Gen Ledger\OLIV-GL-JrnGL.txt'.
       01  JOURNAL-REGISTER-DD             PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Gen Ledger\OLIV-GL-JrnRpt.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT JOURNAL-TRANS-DD FROM ENVIRONMENT "GLJETRN"
           ACCEPT ACCOUNT-MASTER-DD FROM ENVIRONMENT "GLACCOUNTS"
           ACCEPT GL-CONTROL-DD FROM ENVIRONMENT "GLCONTROL"
           ACCEPT GL-POST-FILE-DD FROM ENVIRONMENT "GLJEGL"
           ACCEPT JOURNAL-REGISTER-DD FROM ENVIRONMENT "GLJERPT"
           OPEN INPUT GL-CONTROL
           IF GL-CTL-STATUS NOT = '00'
               DISPLAY 'GL CONTROL FILE MISSING - RUN STOPPED (IT '
                   'NAMES THE EARLIEST OPEN PERIOD)'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ GL-CONTROL
           CLOSE GL-CONTROL
           OPEN INPUT ACCOUNT-MASTER
           IF ACCT-MASTER-STATUS NOT = '00'
               DISPLAY 'CHART OF ACCOUNTS MISSING - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT JOURNAL-TRANS
           IF TRANS-STATUS NOT = '00'
               DISPLAY 'NO JOURNAL ENTRY FILE - NOTHING TO POST'
               MOVE 'NO' TO MORE-TRANS
           END-IF
           OPEN OUTPUT GL-POST-FILE
                       JOURNAL-REGISTER
           WRITE REPORT-REC FROM HEADING1
           WRITE REPORT-REC FROM HEADING2
           PERFORM UNTIL MORE-TRANS = 'NO'
               READ JOURNAL-TRANS
                   AT END
                       MOVE 'NO' TO MORE-TRANS
                   NOT AT END
                       PERFORM 200-COLLECT-LINE
               END-READ
           END-PERFORM
           IF LINE-COUNT > 0
               PERFORM 300-PROCESS-ENTRY
           END-IF
           MOVE ENTRIES-READ TO SUMMARY-READ-OUT
           MOVE ENTRIES-POSTED TO SUMMARY-POSTED-OUT
           MOVE POSTED-DOLLARS TO SUMMARY-DOLLARS-OUT
           MOVE ENTRIES-REJECTED TO SUMMARY-REJECTED-OUT
           MOVE REVERSALS-POSTED TO SUMMARY-REVERSALS-OUT
           WRITE REPORT-REC FROM SUMMARY-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM SUMMARY-LINE-2
           WRITE REPORT-REC FROM SUMMARY-LINE-3
           WRITE REPORT-REC FROM SUMMARY-LINE-4
           IF TRANS-STATUS = '00' OR TRANS-STATUS = '10'
               CLOSE JOURNAL-TRANS
               OPEN OUTPUT JOURNAL-TRANS
               CLOSE JOURNAL-TRANS
           END-IF
           CLOSE ACCOUNT-MASTER
                 GL-POST-FILE
                 JOURNAL-REGISTER
           IF ENTRIES-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       200-COLLECT-LINE.
      *>      LINES OF ONE ENTRY ARE KEYED TOGETHER - A NEW ENTRY
      *>      NUMBER CLOSES OFF THE ONE BEING COLLECTED
           IF LINE-COUNT > 0 AND JET-JE-NO NOT = CURRENT-JE-NO
               MOVE JOURNAL-TRANS-REC TO NEXT-LINE-HOLD
               PERFORM 300-PROCESS-ENTRY
               MOVE NEXT-LINE-HOLD TO JOURNAL-TRANS-REC
           END-IF
           IF LINE-COUNT = 0
               MOVE JET-JE-NO TO CURRENT-JE-NO
           END-IF
           IF LINE-COUNT < 99
               ADD 1 TO LINE-COUNT
               MOVE JOURNAL-TRANS-REC TO ELN-REC(LINE-COUNT)
           ELSE
               MOVE 'YES' TO LINE-OVERFLOW
           END-IF.
       300-PROCESS-ENTRY.
           ADD 1 TO ENTRIES-READ
           MOVE SPACES TO ENTRY-REASON
           MOVE 0 TO ENTRY-DR
           MOVE 0 TO ENTRY-CR
           MOVE 0 TO ENTRY-DATE
           MOVE ELN-REC(1) TO JOURNAL-TRANS-REC
           MOVE JET-REVERSE TO ENTRY-REVERSE
           IF JET-DATE IS NUMERIC
               MOVE JET-DATE TO ENTRY-DATE
           END-IF
           IF ENT-MONTH < 1 OR ENT-MONTH > 12
               OR ENT-DAY < 1 OR ENT-DAY > 31
               OR ENT-YEAR < 1900 OR ENT-YEAR > 2099
               MOVE 'ENTRY DATE NOT A VALID DATE' TO ENTRY-REASON
           END-IF
           IF ENTRY-REASON = SPACES
               AND (ENT-YEAR < GLC-OPEN-YEAR
                   OR (ENT-YEAR = GLC-OPEN-YEAR
                       AND ENT-MONTH < GLC-OPEN-PERIOD))
               MOVE 'ENTRY DATE IS IN A LOCKED PERIOD'
                   TO ENTRY-REASON
           END-IF
           IF ENTRY-REASON = SPACES
               AND ENTRY-REVERSE NOT = SPACES
               AND ENTRY-REVERSE NOT = 'Y'
               AND ENTRY-REVERSE NOT = 'N'
               MOVE 'REVERSE FLAG NOT Y OR N' TO ENTRY-REASON
           END-IF
           IF ENTRY-REASON = SPACES AND LINE-OVERFLOW = 'YES'
               MOVE 'MORE THAN 99 LINES IN THE ENTRY'
                   TO ENTRY-REASON
           END-IF
           IF ENTRY-REASON = SPACES AND LINE-COUNT < 2
               MOVE 'AN ENTRY NEEDS AT LEAST TWO LINES'
                   TO ENTRY-REASON
           END-IF
           PERFORM VARYING LINE-IDX FROM 1 BY 1
               UNTIL LINE-IDX > LINE-COUNT
               PERFORM 320-EDIT-LINE
           END-PERFORM
           IF ENTRY-REASON = SPACES AND ENTRY-DR NOT = ENTRY-CR
               MOVE 'DEBITS DO NOT EQUAL CREDITS' TO ENTRY-REASON
           END-IF
           IF ENTRY-REVERSE = 'Y'
               MOVE ENTRY-DATE TO REVERSE-DATE
               IF REV-MONTH = 12
                   ADD 1 TO REV-YEAR
                   MOVE 1 TO REV-MONTH
               ELSE
                   ADD 1 TO REV-MONTH
               END-IF
               MOVE 1 TO REV-DAY
           END-IF
           MOVE CURRENT-JE-NO TO EHL-JE-NO-OUT
           MOVE ELN-REC(1)(9:8) TO EHL-DATE-OUT
           MOVE ENTRY-REASON TO EHL-REASON-OUT
           MOVE SPACES TO EHL-REVERSE-OUT
           IF ENTRY-REASON = SPACES
               MOVE 'POSTED  ' TO EHL-RESULT-OUT
               IF ENTRY-REVERSE = 'Y'
                   MOVE 'REVERSES' TO EHL-REVERSE-OUT
                   MOVE REVERSE-DATE TO EHL-REVERSE-OUT(10:8)
               END-IF
           ELSE
               MOVE 'REJECTED' TO EHL-RESULT-OUT
           END-IF
           WRITE REPORT-REC FROM ENTRY-HEAD-LINE
               AFTER ADVANCING 2 LINES
           PERFORM VARYING LINE-IDX FROM 1 BY 1
               UNTIL LINE-IDX > LINE-COUNT
               PERFORM 340-PRINT-LINE
           END-PERFORM
           MOVE ENTRY-DR TO ETL-DR-OUT
           MOVE ENTRY-CR TO ETL-CR-OUT
           WRITE REPORT-REC FROM ENTRY-TOTAL-LINE
           IF ENTRY-REASON = SPACES
               ADD 1 TO ENTRIES-POSTED
               ADD ENTRY-DR TO POSTED-DOLLARS
               PERFORM VARYING LINE-IDX FROM 1 BY 1
                   UNTIL LINE-IDX > LINE-COUNT
                   PERFORM 360-POST-LINE
               END-PERFORM
               IF ENTRY-REVERSE = 'Y'
                   ADD 1 TO REVERSALS-POSTED
                   PERFORM VARYING LINE-IDX FROM 1 BY 1
                       UNTIL LINE-IDX > LINE-COUNT
                       PERFORM 370-POST-REVERSAL-LINE
                   END-PERFORM
               END-IF
           ELSE
               ADD 1 TO ENTRIES-REJECTED
           END-IF
           MOVE 0 TO LINE-COUNT
           MOVE 'NO' TO LINE-OVERFLOW.
       320-EDIT-LINE.
           MOVE ELN-REC(LINE-IDX) TO JOURNAL-TRANS-REC
           MOVE 0 TO AMOUNT-WORK
           IF JET-AMOUNT IS NUMERIC
               MOVE JET-AMOUNT TO AMOUNT-WORK-X
           ELSE
               IF ENTRY-REASON = SPACES
                   MOVE 'LINE AMOUNT NOT NUMERIC' TO ENTRY-REASON
               END-IF
           END-IF
           IF ENTRY-REASON = SPACES AND AMOUNT-WORK = 0
               MOVE 'LINE AMOUNT IS ZERO' TO ENTRY-REASON
           END-IF
           EVALUATE JET-TYPE
               WHEN 'D'
                   ADD AMOUNT-WORK TO ENTRY-DR
               WHEN 'C'
                   ADD AMOUNT-WORK TO ENTRY-CR
               WHEN OTHER
                   IF ENTRY-REASON = SPACES
                       MOVE 'LINE TYPE NOT D OR C' TO ENTRY-REASON
                   END-IF
           END-EVALUATE
           IF JET-ACCT IS NOT NUMERIC
               IF ENTRY-REASON = SPACES
                   MOVE 'ACCOUNT NOT NUMERIC' TO ENTRY-REASON
               END-IF
           ELSE
               MOVE JET-ACCT TO GLM-ACCT-NO
               READ ACCOUNT-MASTER
                   INVALID KEY
                       IF ENTRY-REASON = SPACES
                           MOVE 'ACCOUNT NOT ON THE CHART'
                               TO ENTRY-REASON
                       END-IF
                   NOT INVALID KEY
                       IF GLM-STATUS NOT = 'A'
                           AND ENTRY-REASON = SPACES
                           MOVE 'ACCOUNT IS INACTIVE' TO ENTRY-REASON
                       END-IF
               END-READ
           END-IF.
       340-PRINT-LINE.
           MOVE ELN-REC(LINE-IDX) TO JOURNAL-TRANS-REC
           MOVE JET-TYPE TO EDL-TYPE-OUT
           MOVE JET-ACCT TO EDL-ACCT-OUT
           MOVE SPACES TO EDL-ACCT-NAME-OUT
           IF JET-ACCT IS NUMERIC
               MOVE JET-ACCT TO GLM-ACCT-NO
               READ ACCOUNT-MASTER
                   INVALID KEY
                       MOVE '** NOT ON CHART **' TO EDL-ACCT-NAME-OUT
                   NOT INVALID KEY
                       MOVE GLM-DESC TO EDL-ACCT-NAME-OUT
               END-READ
           END-IF
           MOVE 0 TO AMOUNT-WORK
           IF JET-AMOUNT IS NUMERIC
               MOVE JET-AMOUNT TO AMOUNT-WORK-X
           END-IF
           MOVE AMOUNT-WORK TO EDL-AMOUNT-OUT
           MOVE JET-DESC TO EDL-DESC-OUT
           WRITE REPORT-REC FROM ENTRY-DETAIL-LINE.
       360-POST-LINE.
           MOVE ELN-REC(LINE-IDX) TO JOURNAL-TRANS-REC
           MOVE JET-AMOUNT TO AMOUNT-WORK-X
           MOVE JET-TYPE TO GLP-TYPE-OUT
           MOVE JET-ACCT TO GLP-ACCT-OUT
           MOVE AMOUNT-WORK TO GLP-AMOUNT-OUT
           MOVE 0 TO GLP-TERR-OUT
           MOVE SPACES TO GLP-COMPANY-OUT
           MOVE 0 TO GLP-OFFICE-OUT
           MOVE ENT-MONTH TO GLP-PERIOD-OUT
           MOVE ENTRY-DATE TO GLP-DATE-OUT
           WRITE GL-POST-REC.
       370-POST-REVERSAL-LINE.
           MOVE ELN-REC(LINE-IDX) TO JOURNAL-TRANS-REC
           MOVE JET-AMOUNT TO AMOUNT-WORK-X
           IF JET-TYPE = 'D'
               MOVE 'C' TO GLP-TYPE-OUT
           ELSE
               MOVE 'D' TO GLP-TYPE-OUT
           END-IF
           MOVE JET-ACCT TO GLP-ACCT-OUT
           MOVE AMOUNT-WORK TO GLP-AMOUNT-OUT
           MOVE 0 TO GLP-TERR-OUT
           MOVE SPACES TO GLP-COMPANY-OUT
           MOVE 0 TO GLP-OFFICE-OUT
           MOVE REV-MONTH TO GLP-PERIOD-OUT
           MOVE REVERSE-DATE TO GLP-DATE-OUT
           WRITE GL-POST-REC.
