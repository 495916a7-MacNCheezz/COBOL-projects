      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Apply add/change/inactivate/reactivate transactions
      *          against the general ledger chart-of-accounts master
      *          (account number, description, type, statement line,
      *          normal balance) that GL-CONSOLIDATE, GL-JOURNAL-
      *          ENTRY, GL-PERIOD-CLOSE and GL-STATEMENTS all read.
      *          There is no delete - an account with balances on file
      *          is inactivated instead, which stops new postings but
      *          keeps its history on the statements. A blank normal
      *          balance on an add takes the type's usual side (debit
      *          for assets and expenses, credit for the rest). One
      *          applied/rejected report line per transaction.
      * Modification History:
      *   10/15/26 - initial version
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-ACCOUNT-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-TRANS-IN
           ASSIGN TO ACCT-TRANS-IN-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-STATUS.
           SELECT ACCOUNT-MASTER
           ASSIGN TO ACCOUNT-MASTER-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLM-ACCT-NO
               FILE STATUS IS MASTER-STATUS.
           SELECT MAINT-REPORT
           ASSIGN TO MAINT-REPORT-DD
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-TRANS-IN.
       01  ACCT-TRANS-REC.
           05 GTRN-ACTION                  PIC X(1).
           05 GTRN-ACCT-NO                 PIC X(6).
           05 GTRN-DESC                    PIC X(30).
           05 GTRN-TYPE                    PIC X(1).
           05 GTRN-STMT-LINE               PIC X(24).
           05 GTRN-NORMAL-BAL              PIC X(1).
       FD  ACCOUNT-MASTER.
       01  ACCOUNT-MASTER-REC.
           COPY OLIV-GL-Account.
       FD  MAINT-REPORT.
       01  REPORT-REC                      PIC X(80).
       WORKING-STORAGE SECTION.
       01  MORE-TRANS                      PIC XXX VALUE 'YES'.
       01  TRANS-STATUS                    PIC XX.
       01  MASTER-STATUS                   PIC XX.
       01  TRANS-RESULT                    PIC X(8).
       01  TRANS-REASON                    PIC X(40).
       01  READ-COUNT                      PIC 9(5) VALUE 0.
       01  APPLIED-COUNT                   PIC 9(5) VALUE 0.
       01  REJECTED-COUNT                  PIC 9(5) VALUE 0.
       01  HEADING1.
           05                              PIC X(40) VALUE
               'CHART OF ACCOUNTS MAINTENANCE REPORT'.
       01  HEADING2.
           05                              PIC X(34) VALUE
               'ACTION  ACCOUNT  RESULT   REASON'.
       01  DETAIL-LINE.
           05                              PIC X(3) VALUE SPACES.
           05 DTL-ACTION-OUT               PIC X(1).
           05                              PIC X(4) VALUE SPACES.
           05 DTL-ACCT-NO-OUT              PIC X(6).
           05                              PIC X(3) VALUE SPACES.
           05 DTL-RESULT-OUT               PIC X(8).
           05                              PIC X(2) VALUE SPACES.
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
       01  ACCT-TRANS-IN-DD                PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Gen Ledger\OLIV-GL-AcctTrn.txt'.
       01  ACCOUNT-MASTER-DD               PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Gen Ledger\OLIV-GL-Accounts.dat'.
       01  MAINT-REPORT-DD                 PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Gen Ledger\OLIV-GL-AcctRpt.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT ACCT-TRANS-IN-DD FROM ENVIRONMENT "GLACCTTRN"
           ACCEPT ACCOUNT-MASTER-DD FROM ENVIRONMENT "GLACCOUNTS"
           ACCEPT MAINT-REPORT-DD FROM ENVIRONMENT "GLACCTRPT"
           OPEN INPUT ACCT-TRANS-IN
           IF TRANS-STATUS NOT = '00'
               DISPLAY 'NO CHART OF ACCOUNTS TRANSACTION FILE - '
                   'NOTHING TO APPLY THIS RUN'
               STOP RUN
           END-IF
           OPEN I-O ACCOUNT-MASTER
           IF MASTER-STATUS = '35'
               OPEN OUTPUT ACCOUNT-MASTER
               CLOSE ACCOUNT-MASTER
               OPEN I-O ACCOUNT-MASTER
           END-IF
           IF MASTER-STATUS NOT = '00'
               DISPLAY 'CHART OF ACCOUNTS WOULD NOT OPEN - STATUS '
                   MASTER-STATUS ' - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MAINT-REPORT
           WRITE REPORT-REC FROM HEADING1
           WRITE REPORT-REC FROM HEADING2
           PERFORM UNTIL MORE-TRANS = 'NO'
               READ ACCT-TRANS-IN
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
           CLOSE ACCT-TRANS-IN
                 ACCOUNT-MASTER
                 MAINT-REPORT
           IF REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       200-APPLY-TRANS.
           ADD 1 TO READ-COUNT
           MOVE 'APPLIED ' TO TRANS-RESULT
           MOVE SPACES TO TRANS-REASON
           IF GTRN-ACCT-NO IS NOT NUMERIC
               MOVE 'REJECTED' TO TRANS-RESULT
               MOVE 'ACCOUNT NUMBER NOT NUMERIC' TO TRANS-REASON
           ELSE
               EVALUATE GTRN-ACTION
                   WHEN 'A'
                       PERFORM 300-ADD-ACCOUNT
                   WHEN 'C'
                       PERFORM 400-CHANGE-ACCOUNT
                   WHEN 'I'
                       PERFORM 600-INACTIVATE-ACCOUNT
                   WHEN 'R'
                       PERFORM 650-REACTIVATE-ACCOUNT
                   WHEN OTHER
                       MOVE 'REJECTED' TO TRANS-RESULT
                       MOVE 'ACTION CODE NOT A, C, I OR R'
                           TO TRANS-REASON
               END-EVALUATE
           END-IF
           IF TRANS-RESULT = 'APPLIED '
               ADD 1 TO APPLIED-COUNT
           ELSE
               ADD 1 TO REJECTED-COUNT
           END-IF
           MOVE GTRN-ACTION TO DTL-ACTION-OUT
           MOVE GTRN-ACCT-NO TO DTL-ACCT-NO-OUT
           MOVE TRANS-RESULT TO DTL-RESULT-OUT
           MOVE TRANS-REASON TO DTL-REASON-OUT
           WRITE REPORT-REC FROM DETAIL-LINE.
       300-ADD-ACCOUNT.
           MOVE GTRN-ACCT-NO TO GLM-ACCT-NO
           READ ACCOUNT-MASTER
               INVALID KEY
                   INITIALIZE ACCOUNT-MASTER-REC
                   MOVE GTRN-ACCT-NO TO GLM-ACCT-NO
                   PERFORM 450-FILL-ACCOUNT-FIELDS
                   MOVE 'A' TO GLM-STATUS
                   IF TRANS-RESULT = 'APPLIED '
                       AND (GLM-DESC = SPACES
                           OR GLM-TYPE = SPACES
                           OR GLM-STMT-LINE = SPACES)
                       MOVE 'REJECTED' TO TRANS-RESULT
                       MOVE 'DESC, TYPE AND STATEMENT LINE REQUIRED'
                           TO TRANS-REASON
                   END-IF
                   IF TRANS-RESULT = 'APPLIED '
                       AND GLM-NORMAL-BAL = SPACES
                       IF GLM-TYPE = 'A' OR GLM-TYPE = 'E'
                           MOVE 'D' TO GLM-NORMAL-BAL
                       ELSE
                           MOVE 'C' TO GLM-NORMAL-BAL
                       END-IF
                   END-IF
                   IF TRANS-RESULT = 'APPLIED '
                       WRITE ACCOUNT-MASTER-REC
                   END-IF
               NOT INVALID KEY
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'ACCOUNT ALREADY ON MASTER' TO TRANS-REASON
           END-READ.
       400-CHANGE-ACCOUNT.
           MOVE GTRN-ACCT-NO TO GLM-ACCT-NO
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'ACCOUNT NOT ON MASTER' TO TRANS-REASON
               NOT INVALID KEY
                   PERFORM 450-FILL-ACCOUNT-FIELDS
                   IF TRANS-RESULT = 'APPLIED '
                       REWRITE ACCOUNT-MASTER-REC
                   END-IF
           END-READ.
       450-FILL-ACCOUNT-FIELDS.
           IF GTRN-DESC NOT = SPACES
               MOVE GTRN-DESC TO GLM-DESC
           END-IF
           IF GTRN-STMT-LINE NOT = SPACES
               MOVE GTRN-STMT-LINE TO GLM-STMT-LINE
           END-IF
           IF GTRN-TYPE NOT = SPACES
               IF GTRN-TYPE = 'A' OR GTRN-TYPE = 'L'
                   OR GTRN-TYPE = 'Q' OR GTRN-TYPE = 'R'
                   OR GTRN-TYPE = 'E'
                   MOVE GTRN-TYPE TO GLM-TYPE
               ELSE
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'TYPE NOT A, L, Q, R OR E' TO TRANS-REASON
               END-IF
           END-IF
           IF GTRN-NORMAL-BAL NOT = SPACES
               IF GTRN-NORMAL-BAL = 'D' OR GTRN-NORMAL-BAL = 'C'
                   MOVE GTRN-NORMAL-BAL TO GLM-NORMAL-BAL
               ELSE
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'NORMAL BALANCE NOT D OR C' TO TRANS-REASON
               END-IF
           END-IF.
       600-INACTIVATE-ACCOUNT.
           MOVE GTRN-ACCT-NO TO GLM-ACCT-NO
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'ACCOUNT NOT ON MASTER' TO TRANS-REASON
               NOT INVALID KEY
                   MOVE 'I' TO GLM-STATUS
                   REWRITE ACCOUNT-MASTER-REC
           END-READ.
       650-REACTIVATE-ACCOUNT.
           MOVE GTRN-ACCT-NO TO GLM-ACCT-NO
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'ACCOUNT NOT ON MASTER' TO TRANS-REASON
               NOT INVALID KEY
                   IF GLM-STATUS = 'A'
                       MOVE 'REJECTED' TO TRANS-RESULT
                       MOVE 'ACCOUNT ALREADY ACTIVE' TO TRANS-REASON
                   ELSE
                       MOVE 'A' TO GLM-STATUS
                       REWRITE ACCOUNT-MASTER-REC
                   END-IF
           END-READ.
