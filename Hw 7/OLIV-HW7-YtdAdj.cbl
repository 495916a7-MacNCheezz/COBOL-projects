      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Keyed corrections to the YTD file TAX-PAYROLL
      *          maintains, for a withholding error found after the
      *          fact (wrong state code for several periods, an
      *          insurance deduction that should never have been
      *          taken) - replacing hand edits of the YTD file and
      *          reruns of YTD-REBUILD from doctored postings. Each
      *          transaction names an employee, one YTD bucket
      *          (gross, FICA, federal, state, a deduction code, or
      *          the employer FICA/FUTA/SUTA buckets), a signed
      *          amount, a reason and an approver. An applied
      *          adjustment is rewritten into the YTD record,
      *          appended to the YTD posting detail as post type A so
      *          YTD-REBUILD replays it, and posted to the ledger as a
      *          balanced D/C pair against the payroll chart of
      *          accounts; every transaction prints on the adjustment
      *          register with its before/after bucket and the
      *          applied/rejected result. A back-out larger than the
      *          bucket holds rejects rather than driving it negative.
      *          The quarterly summary and year-end statements read
      *          the corrected YTD file with no change of their own.
      * Modification History:
      *   10/15/26 - initial version
      *   10/15/26 - the posting carries the employee's YTD company so
      *             a rebuilt YTD file keeps it
      *   10/15/26 - the GL pair posts in the YTD company's block of
      *             the chart (its CO-GL-OFFSET off the company master,
      *             COMASTER) and carries that company as the paying
      *             company, the way TAX-PAYROLL booked the pay being
      *             corrected; a YTD company not on the master rejects
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YTD-ADJUST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJ-TRANS-IN
           ASSIGN TO ADJ-TRANS-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-STATUS.
           SELECT EMP-MASTER
           ASSIGN TO EMP-MASTER-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-NUMBER
               FILE STATUS IS EMP-MASTER-STATUS.
           SELECT YTD-FILE
           ASSIGN TO YTD-FILE-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS YTD-EMP-NO
               FILE STATUS IS YTD-STATUS.
           SELECT YTD-POSTING
           ASSIGN TO YTD-POSTING-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS YTD-POST-STATUS.
           SELECT GL-ACCT-FILE
           ASSIGN TO GL-ACCT-FILE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLA-STATUS.
           SELECT GL-POST-FILE
           ASSIGN TO GL-POST-FILE-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL
           ASSIGN TO RUN-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CTL-STATUS.
           SELECT ADJ-REGISTER
           ASSIGN TO ADJ-REGISTER-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CO-MASTER
           ASSIGN TO CO-MASTER-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ADJ-TRANS-IN.
       01  ADJ-TRANS-REC.
           05 YAT-EMP-NO                   PIC X(5).
           05 YAT-BUCKET                   PIC X(4).
           05 YAT-DED-CODE                 PIC X(3).
           05 YAT-SIGN                     PIC X(1).
           05 YAT-AMOUNT                   PIC X(9).
           05 YAT-AMOUNT-NUM REDEFINES YAT-AMOUNT
                                           PIC 9(7)V99.
           05 YAT-APPROVER                 PIC X(4).
           05 YAT-REASON                   PIC X(30).
       FD  EMP-MASTER.
       01  EMP-MASTER-REC.
           COPY OLIV-EMP-Master.
       FD  YTD-FILE.
       01  YTD-REC.
           COPY OLIV-YTD-Rec.
       FD  YTD-POSTING.
       01  YTD-POSTING-REC.
           COPY OLIV-YTD-Post.
       FD  GL-ACCT-FILE.
       01  GL-ACCT-REC.
           05 GLA-SAL-EXP-IN               PIC 9(6).
           05 GLA-FICA-LIAB-IN             PIC 9(6).
           05 GLA-FED-LIAB-IN              PIC 9(6).
           05 GLA-STATE-LIAB-IN            PIC 9(6).
           05 GLA-UNION-LIAB-IN            PIC 9(6).
           05 GLA-INSUR-LIAB-IN            PIC 9(6).
           05 GLA-OTHER-LIAB-IN            PIC 9(6).
           05 GLA-NET-LIAB-IN              PIC 9(6).
           05 GLA-ER-FICA-EXP-IN           PIC 9(6).
           05 GLA-ER-FICA-LIAB-IN          PIC 9(6).
           05 GLA-FUTA-EXP-IN              PIC 9(6).
           05 GLA-FUTA-LIAB-IN             PIC 9(6).
           05 GLA-SUTA-EXP-IN              PIC 9(6).
           05 GLA-SUTA-LIAB-IN             PIC 9(6).
           05 GLA-RETRO-EXP-IN             PIC 9(6).
       FD  GL-POST-FILE.
       01  GL-POST-REC.
           COPY OLIV-GLP-Rec.
       FD  RUN-CONTROL.
       01  RUN-CONTROL-REC.
           COPY OLIV-RUN-Ctl.
       FD  ADJ-REGISTER.
       01  REPORT-REC                      PIC X(90).
       FD  CO-MASTER.
       01  CO-MASTER-REC.
           COPY OLIV-CO-Master.
       WORKING-STORAGE SECTION.
       01  MORE-TRANS                      PIC XXX VALUE 'YES'.
       01  TRANS-STATUS                    PIC XX.
       01  EMP-MASTER-STATUS               PIC XX.
       01  YTD-STATUS                      PIC XX.
       01  YTD-POST-STATUS                 PIC XX.
       01  GLA-STATUS                      PIC XX.
       01  RUN-CTL-STATUS                  PIC XX.
       01  RUN-DATE                        PIC 9(8).
       01  GL-ACCTS-LOADED                 PIC XXX VALUE 'NO'.
       01  TRANS-RESULT                    PIC X(8).
       01  TRANS-REASON                    PIC X(40).
       01  READ-COUNT                      PIC 9(5) VALUE 0.
       01  APPLIED-COUNT                   PIC 9(5) VALUE 0.
       01  REJECTED-COUNT                  PIC 9(5) VALUE 0.
       01  GL-DEBIT-TOTAL                  PIC 9(11)V99 VALUE 0.
       01  ADJ-AMOUNT                      PIC 9(7)V99.
       01  BUCKET-BEFORE                   PIC 9(9)V99.
       01  BUCKET-AFTER                    PIC 9(9)V99.
       01  YTD-DED-IDX                     PIC 9(1).
       01  DED-SLOT                        PIC 9(1).
       01  DED-SLOT-BEFORE                 PIC 9(9)V99.
      *>  THE DEBIT/CREDIT ACCOUNTS FOR A + ADJUSTMENT; A - ADJUSTMENT
      *>  POSTS THE SAME PAIR REVERSED
       01  ADJ-DR-ACCT                     PIC 9(6).
       01  ADJ-CR-ACCT                     PIC 9(6).
       01  CO-STATUS                       PIC XX.
       01  CO-EOF                          PIC XXX VALUE 'NO'.
       01  CO-COUNT                        PIC 9(2) VALUE 0.
       01  CO-IDX                          PIC 9(2).
       01  CO-TABLE-FULL                   PIC XXX VALUE 'NO'.
       01  CO-TABLE.
           05 CO-ENTRY OCCURS 10 TIMES.
               10 COT-CODE                 PIC 9(2).
               10 COT-GL-OFFSET            PIC 9(6).
       01  FIND-CO-CODE                    PIC 9(2).
       01  FIND-CO-IDX                     PIC 9(2).
       01  ADJ-CO-OFFSET                   PIC 9(6).
       01  GL-SAL-EXP-ACCT                 PIC 9(6) VALUE 0.
       01  GL-FICA-LIAB-ACCT               PIC 9(6) VALUE 0.
       01  GL-FED-LIAB-ACCT                PIC 9(6) VALUE 0.
       01  GL-STATE-LIAB-ACCT              PIC 9(6) VALUE 0.
       01  GL-UNION-LIAB-ACCT              PIC 9(6) VALUE 0.
       01  GL-INSUR-LIAB-ACCT              PIC 9(6) VALUE 0.
       01  GL-OTHER-LIAB-ACCT              PIC 9(6) VALUE 0.
       01  GL-NET-LIAB-ACCT                PIC 9(6) VALUE 0.
       01  GL-ER-FICA-EXP-ACCT             PIC 9(6) VALUE 0.
       01  GL-ER-FICA-LIAB-ACCT            PIC 9(6) VALUE 0.
       01  GL-FUTA-EXP-ACCT                PIC 9(6) VALUE 0.
       01  GL-FUTA-LIAB-ACCT               PIC 9(6) VALUE 0.
       01  GL-SUTA-EXP-ACCT                PIC 9(6) VALUE 0.
       01  GL-SUTA-LIAB-ACCT               PIC 9(6) VALUE 0.
       01  HEADING1.
           05                              PIC X(33) VALUE
               'YTD ADJUSTMENT REGISTER  RUN DATE'.
           05                              PIC X(1) VALUE SPACES.
           05 HDG-RUN-DATE-OUT             PIC 9(8).
       01  HEADING2.
           05                              PIC X(44) VALUE
               'EMP-NO  BKT  CODE           AMOUNT'.
           05                              PIC X(46) VALUE
               'BEFORE           AFTER  APPR  RESULT'.
       01  DETAIL-LINE.
           05                              PIC X(1) VALUE SPACES.
           05 DTL-EMP-NO-OUT               PIC X(5).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-BUCKET-OUT               PIC X(4).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-DED-CODE-OUT             PIC X(3).
           05                              PIC X(3) VALUE SPACES.
           05 DTL-SIGN-OUT                 PIC X(1).
           05 DTL-AMOUNT-OUT               PIC $$,$$$,$$9.99.
           05                              PIC X(2) VALUE SPACES.
           05 DTL-BEFORE-OUT               PIC $$$,$$$,$$9.99.
           05                              PIC X(2) VALUE SPACES.
           05 DTL-AFTER-OUT                PIC $$$,$$$,$$9.99.
           05                              PIC X(2) VALUE SPACES.
           05 DTL-APPROVER-OUT             PIC X(4).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-RESULT-OUT               PIC X(8).
       01  REASON-LINE.
           05                              PIC X(8) VALUE SPACES.
           05                              PIC X(8) VALUE 'REASON: '.
           05 RSN-TRANS-REASON-OUT         PIC X(30).
           05                              PIC X(2) VALUE SPACES.
           05 RSN-REJECT-REASON-OUT        PIC X(40).
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
       01  SUMMARY-LINE-4.
           05                              PIC X(24) VALUE
               'GL DEBITS POSTED:      '.
           05 SUMMARY-GL-OUT               PIC $$$,$$$,$$$,$$9.99.
       01  ADJ-TRANS-DD                    PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-YtdAdjTrn.txt'.
       01  EMP-MASTER-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-EMP-Master.dat'.
       01  YTD-FILE-DD                     PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-YTD.txt'.
       01  YTD-POSTING-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-YTDPost.txt'.
       01  GL-ACCT-FILE-DD                 PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-GLAccts.txt'.
       01  GL-POST-FILE-DD                 PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-YtdAdjGL.txt'.
       01  CO-MASTER-DD                    PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-CO-Master.txt'.
       01  RUN-CONTROL-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-Ctl.txt'.
       01  ADJ-REGISTER-DD                 PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-YtdAdjRpt.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-GET-FILE-NAMES
           PERFORM 015-GET-BUSINESS-DATE
           PERFORM 020-READ-GL-ACCOUNTS
           PERFORM 025-READ-COMPANIES
           OPEN INPUT EMP-MASTER
           IF EMP-MASTER-STATUS NOT = '00'
               DISPLAY 'EMPLOYEE MASTER NOT AVAILABLE - RUN '
                   'STOPPED (EVERY ADJUSTMENT NEEDS THE EMPLOYEE CHECK)'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O YTD-FILE
           IF YTD-STATUS NOT = '00'
               DISPLAY 'YTD FILE NOT AVAILABLE - RUN STOPPED, '
                   'NOTHING TO ADJUST'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND YTD-POSTING
           IF YTD-POST-STATUS NOT = '00'
               AND YTD-POST-STATUS NOT = '05'
               OPEN OUTPUT YTD-POSTING
           END-IF
           OPEN OUTPUT GL-POST-FILE
           OPEN INPUT ADJ-TRANS-IN
               OUTPUT ADJ-REGISTER
           IF TRANS-STATUS NOT = '00'
               DISPLAY 'NO YTD ADJUSTMENT TRANSACTION FILE - '
                   'NOTHING APPLIED'
               MOVE 'NO' TO MORE-TRANS
           END-IF
           MOVE RUN-DATE TO HDG-RUN-DATE-OUT
           WRITE REPORT-REC FROM HEADING1
           WRITE REPORT-REC FROM HEADING2
           PERFORM UNTIL MORE-TRANS = 'NO'
               READ ADJ-TRANS-IN
                   AT END
                       MOVE 'NO' TO MORE-TRANS
                   NOT AT END
                       PERFORM 200-APPLY-TRANS
               END-READ
           END-PERFORM
           MOVE READ-COUNT TO SUMMARY-READ-OUT
           MOVE APPLIED-COUNT TO SUMMARY-APPLIED-OUT
           MOVE REJECTED-COUNT TO SUMMARY-REJECTED-OUT
           MOVE GL-DEBIT-TOTAL TO SUMMARY-GL-OUT
           WRITE REPORT-REC FROM SUMMARY-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM SUMMARY-LINE-2
           WRITE REPORT-REC FROM SUMMARY-LINE-3
           WRITE REPORT-REC FROM SUMMARY-LINE-4
           IF TRANS-STATUS = '00' OR TRANS-STATUS = '10'
               CLOSE ADJ-TRANS-IN
           END-IF
           CLOSE ADJ-REGISTER
                 EMP-MASTER
                 YTD-FILE
                 YTD-POSTING
                 GL-POST-FILE
           IF REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       010-GET-FILE-NAMES.
           ACCEPT ADJ-TRANS-DD FROM ENVIRONMENT "YTDADJTRN"
           ACCEPT EMP-MASTER-DD FROM ENVIRONMENT "EMPMASTER"
           ACCEPT YTD-FILE-DD FROM ENVIRONMENT "PAYYTD"
           ACCEPT YTD-POSTING-DD FROM ENVIRONMENT "PAYYTDPOST"
           ACCEPT GL-ACCT-FILE-DD FROM ENVIRONMENT "PAYGLACCT"
           ACCEPT GL-POST-FILE-DD FROM ENVIRONMENT "YTDADJGL"
           ACCEPT RUN-CONTROL-DD FROM ENVIRONMENT "RUNCTL"
           ACCEPT ADJ-REGISTER-DD FROM ENVIRONMENT "YTDADJRPT"
           ACCEPT CO-MASTER-DD FROM ENVIRONMENT "COMASTER".
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
       020-READ-GL-ACCOUNTS.
      *>      THE SAME CHART TAX-PAYROLL POSTS THE PAYROLL BATCH WITH -
      *>      AN ADJUSTMENT THAT CANNOT REACH THE LEDGER WOULD LEAVE
      *>      THE YTD FILE AND THE LIABILITY ACCOUNTS DISAGREEING
           OPEN INPUT GL-ACCT-FILE
           IF GLA-STATUS = '00'
               READ GL-ACCT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'YES' TO GL-ACCTS-LOADED
                       MOVE GLA-SAL-EXP-IN TO GL-SAL-EXP-ACCT
                       MOVE GLA-FICA-LIAB-IN TO GL-FICA-LIAB-ACCT
                       MOVE GLA-FED-LIAB-IN TO GL-FED-LIAB-ACCT
                       MOVE GLA-STATE-LIAB-IN TO GL-STATE-LIAB-ACCT
                       MOVE GLA-UNION-LIAB-IN TO GL-UNION-LIAB-ACCT
                       MOVE GLA-INSUR-LIAB-IN TO GL-INSUR-LIAB-ACCT
                       MOVE GLA-OTHER-LIAB-IN TO GL-OTHER-LIAB-ACCT
                       MOVE GLA-NET-LIAB-IN TO GL-NET-LIAB-ACCT
                       MOVE GLA-ER-FICA-EXP-IN TO GL-ER-FICA-EXP-ACCT
                       MOVE GLA-ER-FICA-LIAB-IN
                           TO GL-ER-FICA-LIAB-ACCT
                       MOVE GLA-FUTA-EXP-IN TO GL-FUTA-EXP-ACCT
                       MOVE GLA-FUTA-LIAB-IN TO GL-FUTA-LIAB-ACCT
                       MOVE GLA-SUTA-EXP-IN TO GL-SUTA-EXP-ACCT
                       MOVE GLA-SUTA-LIAB-IN TO GL-SUTA-LIAB-ACCT
               END-READ
               CLOSE GL-ACCT-FILE
           END-IF
           IF GL-ACCTS-LOADED = 'NO'
               DISPLAY 'PAYROLL GL ACCOUNT FILE MISSING OR EMPTY - '
                   'RUN STOPPED (ADJUSTMENTS MUST REACH THE LEDGER)'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       025-READ-COMPANIES.
      *>      NO COMPANY MASTER MEANS THE ONE ORIGINAL EMPLOYER -
      *>      COMPANY 01 IS ALWAYS IN THE TABLE, AT NO CHART OFFSET
      *>      UNLESS THE MASTER SAYS OTHERWISE
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
           PERFORM 026-FIND-COMPANY
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
       026-FIND-COMPANY.
           MOVE 0 TO FIND-CO-IDX
           PERFORM VARYING CO-IDX FROM 1 BY 1 UNTIL CO-IDX > CO-COUNT
               IF COT-CODE(CO-IDX) = FIND-CO-CODE
                   MOVE CO-IDX TO FIND-CO-IDX
                   MOVE CO-COUNT TO CO-IDX
               END-IF
           END-PERFORM.
       200-APPLY-TRANS.
           ADD 1 TO READ-COUNT
           MOVE 'APPLIED ' TO TRANS-RESULT
           MOVE SPACES TO TRANS-REASON
           MOVE 0 TO ADJ-AMOUNT
           MOVE 0 TO BUCKET-BEFORE
           MOVE 0 TO BUCKET-AFTER
           PERFORM 210-VALIDATE-TRANS
           IF TRANS-RESULT = 'APPLIED '
               PERFORM 220-SET-GL-ACCOUNTS
           END-IF
           IF TRANS-RESULT = 'APPLIED '
               PERFORM 230-CHECK-EMPLOYEE
           END-IF
           IF TRANS-RESULT = 'APPLIED '
               PERFORM 240-PRICE-BUCKET
           END-IF
           IF TRANS-RESULT = 'APPLIED '
               PERFORM 300-ADJUST-YTD
               PERFORM 400-WRITE-POSTING
               PERFORM 500-WRITE-GL-PAIR
               ADD 1 TO APPLIED-COUNT
           ELSE
               ADD 1 TO REJECTED-COUNT
           END-IF
           MOVE YAT-EMP-NO TO DTL-EMP-NO-OUT
           MOVE YAT-BUCKET TO DTL-BUCKET-OUT
           MOVE YAT-DED-CODE TO DTL-DED-CODE-OUT
           MOVE YAT-SIGN TO DTL-SIGN-OUT
           MOVE ADJ-AMOUNT TO DTL-AMOUNT-OUT
           MOVE BUCKET-BEFORE TO DTL-BEFORE-OUT
           MOVE BUCKET-AFTER TO DTL-AFTER-OUT
           MOVE YAT-APPROVER TO DTL-APPROVER-OUT
           MOVE TRANS-RESULT TO DTL-RESULT-OUT
           WRITE REPORT-REC FROM DETAIL-LINE
           MOVE YAT-REASON TO RSN-TRANS-REASON-OUT
           MOVE TRANS-REASON TO RSN-REJECT-REASON-OUT
           WRITE REPORT-REC FROM REASON-LINE.
       210-VALIDATE-TRANS.
           EVALUATE TRUE
               WHEN YAT-EMP-NO IS NOT NUMERIC
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'EMPLOYEE NUMBER NOT NUMERIC' TO TRANS-REASON
               WHEN YAT-AMOUNT IS NOT NUMERIC
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'AMOUNT NOT NUMERIC' TO TRANS-REASON
               WHEN YAT-AMOUNT-NUM = 0
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'AMOUNT IS ZERO' TO TRANS-REASON
               WHEN YAT-SIGN NOT = '+' AND YAT-SIGN NOT = '-'
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'SIGN NOT + OR -' TO TRANS-REASON
               WHEN YAT-APPROVER = SPACES
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'NO APPROVER' TO TRANS-REASON
               WHEN YAT-REASON = SPACES
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'NO REASON GIVEN' TO TRANS-REASON
           END-EVALUATE
           IF TRANS-RESULT = 'APPLIED '
               MOVE YAT-AMOUNT-NUM TO ADJ-AMOUNT
           END-IF.
       220-SET-GL-ACCOUNTS.
      *>      GROSS MOVES SALARY EXPENSE AGAINST NET PAY OWED; AN
      *>      EMPLOYEE WITHHOLDING MOVES NET PAY OWED AGAINST ITS
      *>      LIABILITY; AN EMPLOYER BUCKET MOVES ITS EXPENSE AGAINST
      *>      ITS LIABILITY
           EVALUATE YAT-BUCKET
               WHEN 'GROS'
                   MOVE GL-SAL-EXP-ACCT TO ADJ-DR-ACCT
                   MOVE GL-NET-LIAB-ACCT TO ADJ-CR-ACCT
               WHEN 'FICA'
                   MOVE GL-NET-LIAB-ACCT TO ADJ-DR-ACCT
                   MOVE GL-FICA-LIAB-ACCT TO ADJ-CR-ACCT
               WHEN 'FED '
                   MOVE GL-NET-LIAB-ACCT TO ADJ-DR-ACCT
                   MOVE GL-FED-LIAB-ACCT TO ADJ-CR-ACCT
               WHEN 'STAT'
                   MOVE GL-NET-LIAB-ACCT TO ADJ-DR-ACCT
                   MOVE GL-STATE-LIAB-ACCT TO ADJ-CR-ACCT
               WHEN 'DED '
                   MOVE GL-NET-LIAB-ACCT TO ADJ-DR-ACCT
                   EVALUATE YAT-DED-CODE
                       WHEN 'UNI'
                           MOVE GL-UNION-LIAB-ACCT TO ADJ-CR-ACCT
                       WHEN 'INS'
                           MOVE GL-INSUR-LIAB-ACCT TO ADJ-CR-ACCT
                       WHEN OTHER
                           MOVE GL-OTHER-LIAB-ACCT TO ADJ-CR-ACCT
                   END-EVALUATE
                   IF YAT-DED-CODE = SPACES
                       MOVE 'REJECTED' TO TRANS-RESULT
                       MOVE 'DEDUCTION BUCKET NEEDS A DEDUCTION CODE'
                           TO TRANS-REASON
                   END-IF
               WHEN 'ERFI'
                   MOVE GL-ER-FICA-EXP-ACCT TO ADJ-DR-ACCT
                   MOVE GL-ER-FICA-LIAB-ACCT TO ADJ-CR-ACCT
               WHEN 'FUTA'
                   MOVE GL-FUTA-EXP-ACCT TO ADJ-DR-ACCT
                   MOVE GL-FUTA-LIAB-ACCT TO ADJ-CR-ACCT
               WHEN 'SUTA'
                   MOVE GL-SUTA-EXP-ACCT TO ADJ-DR-ACCT
                   MOVE GL-SUTA-LIAB-ACCT TO ADJ-CR-ACCT
               WHEN OTHER
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'BUCKET NOT A KNOWN YTD BUCKET'
                       TO TRANS-REASON
           END-EVALUATE
           IF TRANS-RESULT = 'APPLIED '
               IF ADJ-DR-ACCT = 0 OR ADJ-CR-ACCT = 0
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'NO GL ACCOUNT FOR BUCKET IN CHART'
                       TO TRANS-REASON
               END-IF
           END-IF.
       230-CHECK-EMPLOYEE.
      *>      A TERMINATED EMPLOYEE STILL TAKES CORRECTIONS - THE
      *>      YEAR-END STATEMENT IS STILL OWED
           MOVE YAT-EMP-NO TO EMP-NUMBER
           READ EMP-MASTER
               INVALID KEY
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'EMPLOYEE NOT ON MASTER' TO TRANS-REASON
           END-READ
           IF TRANS-RESULT = 'APPLIED '
               MOVE YAT-EMP-NO TO YTD-EMP-NO
               READ YTD-FILE
                   INVALID KEY
                       MOVE 'REJECTED' TO TRANS-RESULT
                       MOVE 'NO YTD RECORD FOR EMPLOYEE'
                           TO TRANS-REASON
               END-READ
           END-IF
      *>      THE CORRECTION LANDS IN THE BOOKS THE PAY WAS BOOKED IN -
      *>      THE COMPANY THE YTD BALANCES WERE EARNED UNDER
           IF TRANS-RESULT = 'APPLIED '
               IF YTD-COMPANY IS NUMERIC AND YTD-COMPANY > 0
                   MOVE YTD-COMPANY TO FIND-CO-CODE
               ELSE
                   MOVE 1 TO FIND-CO-CODE
               END-IF
               PERFORM 026-FIND-COMPANY
               IF FIND-CO-IDX = 0
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'YTD COMPANY NOT ON COMPANY MASTER'
                       TO TRANS-REASON
               ELSE
                   MOVE COT-GL-OFFSET(FIND-CO-IDX) TO ADJ-CO-OFFSET
               END-IF
           END-IF.
       240-PRICE-BUCKET.
           MOVE 0 TO DED-SLOT
           MOVE 0 TO DED-SLOT-BEFORE
           IF YAT-BUCKET = 'DED '
               PERFORM VARYING YTD-DED-IDX FROM 1 BY 1
                   UNTIL YTD-DED-IDX > 6
                   IF YTD-DED-CODE(YTD-DED-IDX) = YAT-DED-CODE
                       MOVE YTD-DED-IDX TO DED-SLOT
                       MOVE YTD-DED-AMT(YTD-DED-IDX) TO DED-SLOT-BEFORE
                       MOVE 6 TO YTD-DED-IDX
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE YAT-BUCKET
               WHEN 'GROS'
                   MOVE YTD-GROSS TO BUCKET-BEFORE
               WHEN 'FICA'
                   MOVE YTD-FICA TO BUCKET-BEFORE
               WHEN 'FED '
                   MOVE YTD-FED TO BUCKET-BEFORE
               WHEN 'STAT'
                   MOVE YTD-STATE TO BUCKET-BEFORE
               WHEN 'ERFI'
                   MOVE YTD-ER-FICA TO BUCKET-BEFORE
               WHEN 'FUTA'
                   MOVE YTD-FUTA TO BUCKET-BEFORE
               WHEN 'SUTA'
                   MOVE YTD-SUTA TO BUCKET-BEFORE
               WHEN 'DED '
                   EVALUATE YAT-DED-CODE
                       WHEN 'UNI'
                           MOVE YTD-UNION TO BUCKET-BEFORE
                       WHEN 'INS'
                           MOVE YTD-INSUR TO BUCKET-BEFORE
                       WHEN OTHER
                           MOVE DED-SLOT-BEFORE TO BUCKET-BEFORE
                   END-EVALUATE
           END-EVALUATE
           IF YAT-SIGN = '-'
               IF ADJ-AMOUNT > BUCKET-BEFORE
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'BACK-OUT EXCEEDS THE YTD BUCKET'
                       TO TRANS-REASON
               END-IF
               IF YAT-BUCKET = 'DED '
                   AND YAT-DED-CODE NOT = 'UNI'
                   AND YAT-DED-CODE NOT = 'INS'
                   AND DED-SLOT = 0
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'NO YTD BUCKET FOR THAT DEDUCTION CODE'
                       TO TRANS-REASON
               END-IF
      *>      UNION AND INSURANCE ALSO SIT IN A DEDUCTION SLOT WHEN
      *>      THEY CAME FROM THE DEDUCTION MASTER - BOTH MUST COVER IT
               IF DED-SLOT > 0 AND ADJ-AMOUNT > DED-SLOT-BEFORE
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'BACK-OUT EXCEEDS THE YTD BUCKET'
                       TO TRANS-REASON
               END-IF
           ELSE
               IF YAT-BUCKET = 'DED '
                   AND YAT-DED-CODE NOT = 'UNI'
                   AND YAT-DED-CODE NOT = 'INS'
                   AND DED-SLOT = 0
                   PERFORM VARYING YTD-DED-IDX FROM 1 BY 1
                       UNTIL YTD-DED-IDX > 6
                       IF YTD-DED-CODE(YTD-DED-IDX) = SPACES
                           MOVE YTD-DED-IDX TO DED-SLOT
                           MOVE 6 TO YTD-DED-IDX
                       END-IF
                   END-PERFORM
                   IF DED-SLOT = 0
                       MOVE 'REJECTED' TO TRANS-RESULT
                       MOVE 'NO FREE YTD DEDUCTION SLOT'
                           TO TRANS-REASON
                   END-IF
               END-IF
           END-IF
           IF TRANS-RESULT NOT = 'APPLIED '
               MOVE 0 TO BUCKET-AFTER
           ELSE
               IF YAT-SIGN = '+'
                   COMPUTE BUCKET-AFTER = BUCKET-BEFORE + ADJ-AMOUNT
               ELSE
                   COMPUTE BUCKET-AFTER = BUCKET-BEFORE - ADJ-AMOUNT
               END-IF
           END-IF.
       300-ADJUST-YTD.
           EVALUATE YAT-BUCKET
               WHEN 'GROS'
                   MOVE BUCKET-AFTER TO YTD-GROSS
               WHEN 'FICA'
                   MOVE BUCKET-AFTER TO YTD-FICA
               WHEN 'FED '
                   MOVE BUCKET-AFTER TO YTD-FED
               WHEN 'STAT'
                   MOVE BUCKET-AFTER TO YTD-STATE
               WHEN 'ERFI'
                   MOVE BUCKET-AFTER TO YTD-ER-FICA
               WHEN 'FUTA'
                   MOVE BUCKET-AFTER TO YTD-FUTA
               WHEN 'SUTA'
                   MOVE BUCKET-AFTER TO YTD-SUTA
               WHEN 'DED '
                   IF YAT-DED-CODE = 'UNI'
                       MOVE BUCKET-AFTER TO YTD-UNION
                   END-IF
                   IF YAT-DED-CODE = 'INS'
                       MOVE BUCKET-AFTER TO YTD-INSUR
                   END-IF
                   IF DED-SLOT > 0
                       MOVE YAT-DED-CODE TO YTD-DED-CODE(DED-SLOT)
                       IF YAT-SIGN = '+'
                           ADD ADJ-AMOUNT TO YTD-DED-AMT(DED-SLOT)
                       ELSE
                           SUBTRACT ADJ-AMOUNT
                               FROM YTD-DED-AMT(DED-SLOT)
                       END-IF
                   END-IF
           END-EVALUATE
           REWRITE YTD-REC.
       400-WRITE-POSTING.
      *>      POSTED AGAINST THE EMPLOYEE'S LAST ABSORBED PERIOD BUT
      *>      OUTSIDE ITS ABSORBED-ONCE SLOT - YTD-REBUILD REPLAYS IT
      *>      IN FILE ORDER AFTER THE POSTINGS IT CORRECTS
           INITIALIZE YTD-POSTING-REC
           MOVE YTD-LAST-PERIOD TO YP-PERIOD
           MOVE RUN-DATE TO YP-DATE
           MOVE YAT-EMP-NO TO YP-EMP-NO
           MOVE 'A' TO YP-POST-TYPE
           MOVE YAT-SIGN TO YP-ADJ-SIGN
           MOVE YTD-COMPANY TO YP-COMPANY
           EVALUATE YAT-BUCKET
               WHEN 'GROS'
                   MOVE ADJ-AMOUNT TO YP-GROSS
               WHEN 'FICA'
                   MOVE ADJ-AMOUNT TO YP-FICA
               WHEN 'FED '
                   MOVE ADJ-AMOUNT TO YP-FED
               WHEN 'STAT'
                   MOVE ADJ-AMOUNT TO YP-STATE
               WHEN 'ERFI'
                   MOVE ADJ-AMOUNT TO YP-ER-FICA
               WHEN 'FUTA'
                   MOVE ADJ-AMOUNT TO YP-FUTA
               WHEN 'SUTA'
                   MOVE ADJ-AMOUNT TO YP-SUTA
               WHEN 'DED '
                   IF YAT-DED-CODE = 'UNI'
                       MOVE ADJ-AMOUNT TO YP-UNION
                   END-IF
                   IF YAT-DED-CODE = 'INS'
                       MOVE ADJ-AMOUNT TO YP-INSUR
                   END-IF
                   IF DED-SLOT > 0
                       MOVE YAT-DED-CODE TO YP-DED-CODE(1)
                       MOVE ADJ-AMOUNT TO YP-DED-AMT(1)
                   END-IF
           END-EVALUATE
           WRITE YTD-POSTING-REC.
       500-WRITE-GL-PAIR.
           MOVE EMP-TERRITORY-NO TO GLP-TERR-OUT
           MOVE EMP-OFFICE-NO TO GLP-OFFICE-OUT
           MOVE RUN-DATE(5:2) TO GLP-PERIOD-OUT
           MOVE RUN-DATE TO GLP-DATE-OUT
           MOVE ADJ-AMOUNT TO GLP-AMOUNT-OUT
           MOVE FIND-CO-CODE TO GLP-COMPANY-OUT
           MOVE 'D' TO GLP-TYPE-OUT
           IF YAT-SIGN = '+'
               COMPUTE GLP-ACCT-OUT = ADJ-DR-ACCT + ADJ-CO-OFFSET
           ELSE
               COMPUTE GLP-ACCT-OUT = ADJ-CR-ACCT + ADJ-CO-OFFSET
           END-IF
           WRITE GL-POST-REC
           MOVE 'C' TO GLP-TYPE-OUT
           IF YAT-SIGN = '+'
               COMPUTE GLP-ACCT-OUT = ADJ-CR-ACCT + ADJ-CO-OFFSET
           ELSE
               COMPUTE GLP-ACCT-OUT = ADJ-DR-ACCT + ADJ-CO-OFFSET
           END-IF
           WRITE GL-POST-REC
           ADD ADJ-AMOUNT TO GL-DEBIT-TOTAL.
