      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Printed income statement and balance sheet from the
      *          GL balance file, with the prior period alongside for
      *          comparison. Accounts are grouped onto statement
      *          lines by the chart-of-accounts caption, in account
      *          order. The income statement shows this period, the
      *          prior period and the year to date; the balance sheet
      *          shows balances at the end of this period and of the
      *          prior period, with revenue and expense not yet closed
      *          to retained earnings carried as current earnings so
      *          it balances before the year-end close. The period is
      *          the parameter file's, or by default the last closed
      *          period on the GL control file. A balance sheet that
      *          does not balance ends the run RC 4, and accounts
      *          sitting against their normal balance are listed for
      *          review. The statements are one company's: the
      *          parameter file's, or by default company 01.
      * Modification History:
      *   10/15/26 - initial version
      *   10/15/26 - statements are for one company, named after the
      *             period on the parameter file (blank means company
      *             01), and take in only that company's accounts off
      *             the company master (COMASTER): those in its block,
      *             or for company 01 those outside every block. A
      *             company not on the master stops the run RC 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-STATEMENTS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STMT-PARM
           ASSIGN TO STMT-PARM-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT GL-CONTROL
           ASSIGN TO GL-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-CTL-STATUS.
           SELECT ACCOUNT-MASTER
           ASSIGN TO ACCOUNT-MASTER-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GLM-ACCT-NO
               FILE STATUS IS ACCT-MASTER-STATUS.
           SELECT GL-BALANCE
           ASSIGN TO GL-BALANCE-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GLB-KEY
               FILE STATUS IS BALANCE-STATUS.
           SELECT STATEMENTS
           ASSIGN TO STATEMENTS-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CO-MASTER
           ASSIGN TO CO-MASTER-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CO-STATUS.
           SELECT RUN-CONTROL
           ASSIGN TO RUN-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STMT-PARM.
       01  STMT-PARM-REC.
           05 PARM-STMT-YEAR               PIC 9(4).
           05 PARM-STMT-PERIOD             PIC 9(2).
           05 PARM-STMT-COMPANY            PIC 9(2).
       FD  GL-CONTROL.
       01  GL-CONTROL-REC.
           COPY OLIV-GL-Ctl.
       FD  ACCOUNT-MASTER.
       01  ACCOUNT-MASTER-REC.
           COPY OLIV-GL-Account.
       FD  GL-BALANCE.
       01  GL-BALANCE-REC.
           COPY OLIV-GL-Balance.
       FD  STATEMENTS.
       01  REPORT-REC                      PIC X(100).
       FD  CO-MASTER.
       01  CO-MASTER-REC.
           COPY OLIV-CO-Master.
       FD  RUN-CONTROL.
       01  RUN-CONTROL-REC.
           COPY OLIV-RUN-Ctl.
       WORKING-STORAGE SECTION.
       01  PARM-STATUS                     PIC XX.
       01  GL-CTL-STATUS                   PIC XX.
       01  ACCT-MASTER-STATUS              PIC XX.
       01  BALANCE-STATUS                  PIC XX.
       01  RUN-CTL-STATUS                  PIC XX.
       01  RUN-DATE                        PIC 9(8).
       01  MORE-ACCOUNTS                   PIC XXX VALUE 'YES'.
       01  MORE-BALANCES                   PIC XXX VALUE 'YES'.
       01  STMT-YEAR                       PIC 9(4).
       01  STMT-PERIOD                     PIC 9(2).
       01  STMT-COMPANY                    PIC 9(2) VALUE 1.
       01  PRIOR-YEAR                      PIC 9(4).
       01  PRIOR-PERIOD                    PIC 9(2).
       01  ROW-NET                         PIC S9(13)V99.
       01  SHOWN-AMOUNT                    PIC S9(13)V99.
       01  SECTION-TYPE                    PIC X(1).
       01  SECTION-CUR-PER                 PIC S9(13)V99.
       01  SECTION-PRI-PER                 PIC S9(13)V99.
       01  SECTION-YTD                     PIC S9(13)V99.
       01  SECTION-CUR-BAL                 PIC S9(13)V99.
       01  SECTION-PRI-BAL                 PIC S9(13)V99.
       01  REVENUE-CUR-PER                 PIC S9(13)V99.
       01  REVENUE-PRI-PER                 PIC S9(13)V99.
       01  REVENUE-YTD                     PIC S9(13)V99.
       01  ASSETS-CUR                      PIC S9(13)V99.
       01  ASSETS-PRI                      PIC S9(13)V99.
       01  LIAB-EQUITY-CUR                 PIC S9(13)V99.
       01  LIAB-EQUITY-PRI                 PIC S9(13)V99.
       01  EARNINGS-CUR                    PIC S9(13)V99 VALUE 0.
       01  EARNINGS-PRI                    PIC S9(13)V99 VALUE 0.
       01  AGAINST-NORMAL-COUNT            PIC 9(4) VALUE 0.
       01  CHART-COUNT                     PIC 9(4) VALUE 0.
       01  CHART-IDX                       PIC 9(4).
       01  CHART-FOUND                     PIC 9(4).
       01  CHART-TABLE-FULL                PIC XXX VALUE 'NO'.
       01  UNKNOWN-BALANCE-COUNT           PIC 9(5) VALUE 0.
       01  FIND-ACCT                       PIC 9(6).
       01  CO-STATUS                       PIC XX.
       01  CO-EOF                          PIC XXX VALUE 'NO'.
       01  CO-COUNT                        PIC 9(2) VALUE 0.
       01  CO-IDX                          PIC 9(2).
       01  CO-TABLE-FULL                   PIC XXX VALUE 'NO'.
       01  CO-TABLE.
           05 CO-ENTRY OCCURS 10 TIMES.
               10 COT-CODE                 PIC 9(2).
               10 COT-NAME                 PIC X(30).
               10 COT-GL-LOW               PIC 9(6).
               10 COT-GL-HIGH              PIC 9(6).
       01  FIND-CO-CODE                    PIC 9(2).
       01  FIND-CO-IDX                     PIC 9(2).
       01  BASE-CO-IDX                     PIC 9(2).
       01  STMT-CO-IDX                     PIC 9(2).
       01  OWNER-CO-IDX                    PIC 9(2).
      *>  ACCOUNT AMOUNTS ARE HELD AS DEBITS LESS CREDITS; THE SIGN
      *>  IS TURNED FOR PRINTING BY THE STATEMENT SECTION
       01  CHART-TABLE.
           05 CHART-ENTRY OCCURS 1000 TIMES.
               10 CHT-ACCT                 PIC 9(6).
               10 CHT-DESC                 PIC X(30).
               10 CHT-TYPE                 PIC X(1).
               10 CHT-NORMAL               PIC X(1).
               10 CHT-LINE                 PIC 9(3).
               10 CHT-CUR-PER              PIC S9(13)V99.
               10 CHT-PRI-PER              PIC S9(13)V99.
               10 CHT-YTD                  PIC S9(13)V99.
               10 CHT-CUR-BAL              PIC S9(13)V99.
               10 CHT-PRI-BAL              PIC S9(13)V99.
       01  LINE-COUNT                      PIC 9(3) VALUE 0.
       01  LINE-IDX                        PIC 9(3).
       01  LINE-FOUND                      PIC 9(3).
       01  LINE-TABLE.
           05 LINE-ENTRY OCCURS 300 TIMES.
               10 LNT-TYPE                 PIC X(1).
               10 LNT-CAPTION              PIC X(24).
               10 LNT-CUR-PER              PIC S9(13)V99.
               10 LNT-PRI-PER              PIC S9(13)V99.
               10 LNT-YTD                  PIC S9(13)V99.
               10 LNT-CUR-BAL              PIC S9(13)V99.
               10 LNT-PRI-BAL              PIC S9(13)V99.
       01  COMPANY-HEADING.
           05                              PIC X(8) VALUE 'COMPANY '.
           05 CHD-CODE-OUT                 PIC 9(2).
           05                              PIC X(2) VALUE SPACES.
           05 CHD-NAME-OUT                 PIC X(30).
       01  IS-HEADING1.
           05                              PIC X(30) VALUE
               'INCOME STATEMENT   PERIOD '.
           05 ISH-YEAR-OUT                 PIC 9(4).
           05                              PIC X(1) VALUE '/'.
           05 ISH-PERIOD-OUT               PIC 9(2).
           05                              PIC X(13) VALUE
               '   RUN DATE '.
           05 ISH-DATE-OUT                 PIC 9(8).
       01  IS-HEADING2.
           05                              PIC X(30) VALUE SPACES.
           05                              PIC X(18) VALUE
               '     THIS PERIOD'.
           05                              PIC X(18) VALUE
               '    PRIOR PERIOD'.
           05                              PIC X(18) VALUE
               '    YEAR TO DATE'.
       01  BS-HEADING1.
           05                              PIC X(30) VALUE
               'BALANCE SHEET   END OF PERIOD '.
           05 BSH-YEAR-OUT                 PIC 9(4).
           05                              PIC X(1) VALUE '/'.
           05 BSH-PERIOD-OUT               PIC 9(2).
           05                              PIC X(15) VALUE
               '   COMPARED TO '.
           05 BSH-PRI-YEAR-OUT             PIC 9(4).
           05                              PIC X(1) VALUE '/'.
           05 BSH-PRI-PERIOD-OUT           PIC 9(2).
       01  BS-HEADING2.
           05                              PIC X(30) VALUE SPACES.
           05                              PIC X(18) VALUE
               '     THIS PERIOD'.
           05                              PIC X(18) VALUE
               '    PRIOR PERIOD'.
       01  SECTION-HEAD-LINE.
           05 SHL-TEXT-OUT                 PIC X(30).
       01  STMT-LINE.
           05                              PIC X(4) VALUE SPACES.
           05 STL-CAPTION-OUT              PIC X(26).
           05 STL-COL1-OUT                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 STL-COL2-OUT                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 STL-COL3-OUT                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  BS-STMT-LINE.
           05                              PIC X(4) VALUE SPACES.
           05 BSL-CAPTION-OUT              PIC X(26).
           05 BSL-COL1-OUT                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 BSL-COL2-OUT                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  TOTAL-LINE.
           05 TTL-CAPTION-OUT              PIC X(30).
           05 TTL-COL1-OUT                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 TTL-COL2-OUT                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 TTL-COL3-OUT                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  BS-TOTAL-LINE.
           05 BTL-CAPTION-OUT              PIC X(30).
           05 BTL-COL1-OUT                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 BTL-COL2-OUT                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05                              PIC X(2) VALUE SPACES.
           05 BTL-VERDICT-OUT              PIC X(16).
       01  NORMAL-HEADING.
           05                              PIC X(38) VALUE
               'ACCOUNTS AGAINST THEIR NORMAL BALANCE '.
           05                              PIC X(24) VALUE
               '(DEBITS LESS CREDITS)'.
       01  NORMAL-LINE.
           05                              PIC X(4) VALUE SPACES.
           05 NML-ACCT-OUT                 PIC 9(6).
           05                              PIC X(2) VALUE SPACES.
           05 NML-DESC-OUT                 PIC X(30).
           05                              PIC X(8) VALUE
               ' NORMAL '.
           05 NML-NORMAL-OUT               PIC X(1).
           05 NML-AMOUNT-OUT               PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  STMT-PARM-DD                    PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Gen Ledger\OLIV-GL-StmtPrm.txt'.
       01  GL-CONTROL-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Gen Ledger\OLIV-GL-Control.txt'.
       01  ACCOUNT-MASTER-DD               PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Gen Ledger\OLIV-GL-Accounts.dat'.
       01  GL-BALANCE-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Gen Ledger\OLIV-GL-Balance.dat'.
       01  STATEMENTS-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Gen Ledger\OLIV-GL-Stmts.txt'.
       01  CO-MASTER-DD                    PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-CO-Master.txt'.
       01  RUN-CONTROL-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-Ctl.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-GET-FILE-NAMES
           PERFORM 015-GET-BUSINESS-DATE
           PERFORM 020-GET-PERIOD
           PERFORM 025-READ-COMPANIES
           PERFORM 030-LOAD-CHART
           PERFORM 050-ACCUMULATE-BALANCES
           PERFORM 080-BUILD-STATEMENT-LINES
           OPEN OUTPUT STATEMENTS
           PERFORM 200-INCOME-STATEMENT
           PERFORM 300-BALANCE-SHEET
           PERFORM 400-AGAINST-NORMAL
           CLOSE STATEMENTS
           IF UNKNOWN-BALANCE-COUNT > 0
               DISPLAY 'BALANCE ROWS FOR ACCOUNTS NOT ON THE CHART '
                   '(LEFT OFF THE STATEMENTS): ' UNKNOWN-BALANCE-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF
           IF ASSETS-CUR NOT = LIAB-EQUITY-CUR
               OR ASSETS-PRI NOT = LIAB-EQUITY-PRI
               DISPLAY 'BALANCE SHEET DOES NOT BALANCE'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       010-GET-FILE-NAMES.
           ACCEPT STMT-PARM-DD FROM ENVIRONMENT "GLSTMTPARM"
           ACCEPT GL-CONTROL-DD FROM ENVIRONMENT "GLCONTROL"
           ACCEPT ACCOUNT-MASTER-DD FROM ENVIRONMENT "GLACCOUNTS"
           ACCEPT GL-BALANCE-DD FROM ENVIRONMENT "GLBALANCE"
           ACCEPT STATEMENTS-DD FROM ENVIRONMENT "GLSTMTS"
           ACCEPT CO-MASTER-DD FROM ENVIRONMENT "COMASTER"
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
       020-GET-PERIOD.
      *>      DEFAULT IS THE LAST CLOSED PERIOD - THE ONE BEFORE THE
      *>      OPEN PERIOD - OR THE BUSINESS MONTH WITH NO GL CONTROL
           MOVE RUN-DATE(1:4) TO STMT-YEAR
           MOVE RUN-DATE(5:2) TO STMT-PERIOD
           OPEN INPUT GL-CONTROL
           IF GL-CTL-STATUS = '00'
               READ GL-CONTROL
               CLOSE GL-CONTROL
               MOVE GLC-OPEN-YEAR TO STMT-YEAR
               MOVE GLC-OPEN-PERIOD TO STMT-PERIOD
               IF STMT-PERIOD = 1
                   SUBTRACT 1 FROM STMT-YEAR
                   MOVE 12 TO STMT-PERIOD
               ELSE
                   SUBTRACT 1 FROM STMT-PERIOD
               END-IF
           END-IF
           OPEN INPUT STMT-PARM
           IF PARM-STATUS = '00'
               READ STMT-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-STMT-YEAR IS NUMERIC
                           AND PARM-STMT-PERIOD IS NUMERIC
                           AND PARM-STMT-PERIOD >= 1
                           AND PARM-STMT-PERIOD <= 12
                           MOVE PARM-STMT-YEAR TO STMT-YEAR
                           MOVE PARM-STMT-PERIOD TO STMT-PERIOD
                       END-IF
                       IF PARM-STMT-COMPANY IS NUMERIC
                           AND PARM-STMT-COMPANY > 0
                           MOVE PARM-STMT-COMPANY TO STMT-COMPANY
                       END-IF
               END-READ
               CLOSE STMT-PARM
           END-IF
           MOVE STMT-YEAR TO PRIOR-YEAR
           IF STMT-PERIOD = 1
               SUBTRACT 1 FROM PRIOR-YEAR
               MOVE 12 TO PRIOR-PERIOD
           ELSE
               COMPUTE PRIOR-PERIOD = STMT-PERIOD - 1
           END-IF.
       025-READ-COMPANIES.
      *>      NO COMPANY MASTER MEANS ONE SET OF BOOKS - COMPANY 01
      *>      OWNS EVERY ACCOUNT THAT IS NOT IN ANOTHER COMPANY'S BLOCK
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
                               PERFORM 026-LOAD-COMPANY
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
           PERFORM 027-FIND-COMPANY
           IF FIND-CO-IDX = 0
               IF CO-COUNT < 10
                   ADD 1 TO CO-COUNT
                   MOVE 1 TO COT-CODE(CO-COUNT)
                   MOVE 'COMPANY 01' TO COT-NAME(CO-COUNT)
                   MOVE CO-COUNT TO FIND-CO-IDX
               ELSE
                   MOVE 'YES' TO CO-TABLE-FULL
               END-IF
           END-IF
           MOVE FIND-CO-IDX TO BASE-CO-IDX
           IF CO-TABLE-FULL = 'YES'
               DISPLAY 'COMPANY MASTER HOLDS MORE THAN 10 COMPANIES '
                   '- RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE STMT-COMPANY TO FIND-CO-CODE
           PERFORM 027-FIND-COMPANY
           IF FIND-CO-IDX = 0
               DISPLAY 'COMPANY ' STMT-COMPANY ' IS NOT ON THE '
                   'COMPANY MASTER - NO STATEMENTS'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FIND-CO-IDX TO STMT-CO-IDX.
       026-LOAD-COMPANY.
           MOVE CO-CODE TO COT-CODE(CO-COUNT)
           MOVE CO-NAME TO COT-NAME(CO-COUNT)
           IF CO-GL-LOW IS NUMERIC AND CO-GL-HIGH IS NUMERIC
               MOVE CO-GL-LOW TO COT-GL-LOW(CO-COUNT)
               MOVE CO-GL-HIGH TO COT-GL-HIGH(CO-COUNT)
           END-IF.
       027-FIND-COMPANY.
           MOVE 0 TO FIND-CO-IDX
           PERFORM VARYING CO-IDX FROM 1 BY 1 UNTIL CO-IDX > CO-COUNT
               IF COT-CODE(CO-IDX) = FIND-CO-CODE
                   MOVE CO-IDX TO FIND-CO-IDX
                   MOVE CO-COUNT TO CO-IDX
               END-IF
           END-PERFORM.
       030-LOAD-CHART.
           OPEN INPUT ACCOUNT-MASTER
           IF ACCT-MASTER-STATUS NOT = '00'
               DISPLAY 'CHART OF ACCOUNTS MISSING - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL MORE-ACCOUNTS = 'NO'
               READ ACCOUNT-MASTER
                   AT END
                       MOVE 'NO' TO MORE-ACCOUNTS
                   NOT AT END
                       PERFORM 040-LOAD-ONE-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-MASTER
           IF CHART-TABLE-FULL = 'YES'
               DISPLAY 'CHART OR STATEMENT LINE TABLE FILLED - '
                   'RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       040-LOAD-ONE-ACCOUNT.
      *>      ONLY THE STATEMENT COMPANY'S ACCOUNTS GO ON THE TABLE
           MOVE GLM-ACCT-NO TO FIND-ACCT
           PERFORM 047-FIND-OWNER
           IF OWNER-CO-IDX = STMT-CO-IDX
               IF CHART-COUNT < 1000
                   ADD 1 TO CHART-COUNT
                   MOVE GLM-ACCT-NO TO CHT-ACCT(CHART-COUNT)
                   MOVE GLM-DESC TO CHT-DESC(CHART-COUNT)
                   MOVE GLM-TYPE TO CHT-TYPE(CHART-COUNT)
                   MOVE GLM-NORMAL-BAL TO CHT-NORMAL(CHART-COUNT)
                   MOVE 0 TO CHT-CUR-PER(CHART-COUNT)
                   MOVE 0 TO CHT-PRI-PER(CHART-COUNT)
                   MOVE 0 TO CHT-YTD(CHART-COUNT)
                   MOVE 0 TO CHT-CUR-BAL(CHART-COUNT)
                   MOVE 0 TO CHT-PRI-BAL(CHART-COUNT)
                   PERFORM 045-FIND-STATEMENT-LINE
                   MOVE LINE-FOUND TO CHT-LINE(CHART-COUNT)
               ELSE
                   MOVE 'YES' TO CHART-TABLE-FULL
               END-IF
           END-IF.
       045-FIND-STATEMENT-LINE.
      *>      ONE STATEMENT LINE PER TYPE AND CAPTION, NUMBERED IN
      *>      THE ORDER ITS FIRST ACCOUNT COMES ON THE CHART
           MOVE 0 TO LINE-FOUND
           PERFORM VARYING LINE-IDX FROM 1 BY 1
               UNTIL LINE-IDX > LINE-COUNT
               IF LNT-TYPE(LINE-IDX) = GLM-TYPE
                   AND LNT-CAPTION(LINE-IDX) = GLM-STMT-LINE
                   MOVE LINE-IDX TO LINE-FOUND
                   MOVE LINE-COUNT TO LINE-IDX
               END-IF
           END-PERFORM
           IF LINE-FOUND = 0
               IF LINE-COUNT < 300
                   ADD 1 TO LINE-COUNT
                   MOVE LINE-COUNT TO LINE-FOUND
                   MOVE GLM-TYPE TO LNT-TYPE(LINE-COUNT)
                   MOVE GLM-STMT-LINE TO LNT-CAPTION(LINE-COUNT)
                   MOVE 0 TO LNT-CUR-PER(LINE-COUNT)
                   MOVE 0 TO LNT-PRI-PER(LINE-COUNT)
                   MOVE 0 TO LNT-YTD(LINE-COUNT)
                   MOVE 0 TO LNT-CUR-BAL(LINE-COUNT)
                   MOVE 0 TO LNT-PRI-BAL(LINE-COUNT)
               ELSE
                   MOVE 'YES' TO CHART-TABLE-FULL
                   MOVE 1 TO LINE-FOUND
               END-IF
           END-IF.
       047-FIND-OWNER.
      *>      THE ACCOUNT BELONGS TO THE COMPANY WHOSE BLOCK IT FALLS
      *>      IN; OUTSIDE EVERY BLOCK IT IS COMPANY 01'S
           MOVE 0 TO OWNER-CO-IDX
           PERFORM VARYING CO-IDX FROM 1 BY 1 UNTIL CO-IDX > CO-COUNT
               IF COT-GL-HIGH(CO-IDX) > 0
                   AND FIND-ACCT >= COT-GL-LOW(CO-IDX)
                   AND FIND-ACCT <= COT-GL-HIGH(CO-IDX)
                   MOVE CO-IDX TO OWNER-CO-IDX
                   MOVE CO-COUNT TO CO-IDX
               END-IF
           END-PERFORM
           IF OWNER-CO-IDX = 0
               MOVE BASE-CO-IDX TO OWNER-CO-IDX
           END-IF.
       050-ACCUMULATE-BALANCES.
           OPEN INPUT GL-BALANCE
           IF BALANCE-STATUS NOT = '00'
               DISPLAY 'NO GL BALANCE FILE - STATEMENTS WILL SHOW '
                   'NO ACTIVITY'
               MOVE 'NO' TO MORE-BALANCES
           END-IF
           PERFORM UNTIL MORE-BALANCES = 'NO'
               READ GL-BALANCE
                   AT END
                       MOVE 'NO' TO MORE-BALANCES
                   NOT AT END
                       PERFORM 060-ACCUMULATE-ONE-ROW
               END-READ
           END-PERFORM
           IF BALANCE-STATUS = '00' OR BALANCE-STATUS = '10'
               CLOSE GL-BALANCE
           END-IF.
       060-ACCUMULATE-ONE-ROW.
           MOVE 0 TO CHART-FOUND
           PERFORM VARYING CHART-IDX FROM 1 BY 1
               UNTIL CHART-IDX > CHART-COUNT
               IF CHT-ACCT(CHART-IDX) = GLB-ACCT
                   MOVE CHART-IDX TO CHART-FOUND
                   MOVE CHART-COUNT TO CHART-IDX
               END-IF
           END-PERFORM
           IF CHART-FOUND = 0
      *>      ANOTHER COMPANY'S ROWS ARE NOT THIS COMPANY'S CONCERN
               MOVE GLB-ACCT TO FIND-ACCT
               PERFORM 047-FIND-OWNER
               IF OWNER-CO-IDX = STMT-CO-IDX
                   ADD 1 TO UNKNOWN-BALANCE-COUNT
               END-IF
           ELSE
               MOVE CHART-FOUND TO CHART-IDX
               COMPUTE ROW-NET = GLB-DR - GLB-CR
               PERFORM 070-APPLY-ROW
           END-IF.
       070-APPLY-ROW.
      *>      BALANCES RUN FROM THE FIRST ROW ON FILE THROUGH THE
      *>      PERIOD; A CLOSED YEAR'S REVENUE AND EXPENSE NET TO ZERO
      *>      THROUGH ITS PERIOD 13, SO WHAT IS LEFT IS UNCLOSED
           IF GLB-YEAR < STMT-YEAR
               OR (GLB-YEAR = STMT-YEAR AND GLB-PERIOD <= STMT-PERIOD)
               ADD ROW-NET TO CHT-CUR-BAL(CHART-IDX)
           END-IF
           IF GLB-YEAR < PRIOR-YEAR
               OR (GLB-YEAR = PRIOR-YEAR
                   AND GLB-PERIOD <= PRIOR-PERIOD)
               ADD ROW-NET TO CHT-PRI-BAL(CHART-IDX)
           END-IF
           IF GLB-YEAR = STMT-YEAR AND GLB-PERIOD = STMT-PERIOD
               ADD ROW-NET TO CHT-CUR-PER(CHART-IDX)
           END-IF
           IF GLB-YEAR = PRIOR-YEAR AND GLB-PERIOD = PRIOR-PERIOD
               ADD ROW-NET TO CHT-PRI-PER(CHART-IDX)
           END-IF
           IF GLB-YEAR = STMT-YEAR AND GLB-PERIOD <= STMT-PERIOD
               ADD ROW-NET TO CHT-YTD(CHART-IDX)
           END-IF.
       080-BUILD-STATEMENT-LINES.
           PERFORM VARYING CHART-IDX FROM 1 BY 1
               UNTIL CHART-IDX > CHART-COUNT
               MOVE CHT-LINE(CHART-IDX) TO LINE-IDX
               ADD CHT-CUR-PER(CHART-IDX) TO LNT-CUR-PER(LINE-IDX)
               ADD CHT-PRI-PER(CHART-IDX) TO LNT-PRI-PER(LINE-IDX)
               ADD CHT-YTD(CHART-IDX) TO LNT-YTD(LINE-IDX)
               ADD CHT-CUR-BAL(CHART-IDX) TO LNT-CUR-BAL(LINE-IDX)
               ADD CHT-PRI-BAL(CHART-IDX) TO LNT-PRI-BAL(LINE-IDX)
               IF CHT-TYPE(CHART-IDX) = 'R'
                   OR CHT-TYPE(CHART-IDX) = 'E'
                   SUBTRACT CHT-CUR-BAL(CHART-IDX) FROM EARNINGS-CUR
                   SUBTRACT CHT-PRI-BAL(CHART-IDX) FROM EARNINGS-PRI
               END-IF
           END-PERFORM.
       200-INCOME-STATEMENT.
           MOVE STMT-YEAR TO ISH-YEAR-OUT
           MOVE STMT-PERIOD TO ISH-PERIOD-OUT
           MOVE RUN-DATE TO ISH-DATE-OUT
           MOVE COT-CODE(STMT-CO-IDX) TO CHD-CODE-OUT
           MOVE COT-NAME(STMT-CO-IDX) TO CHD-NAME-OUT
           WRITE REPORT-REC FROM COMPANY-HEADING
           WRITE REPORT-REC FROM IS-HEADING1
           WRITE REPORT-REC FROM IS-HEADING2
               AFTER ADVANCING 2 LINES
           MOVE 'REVENUE' TO SHL-TEXT-OUT
           MOVE 'R' TO SECTION-TYPE
           PERFORM 250-PRINT-IS-SECTION
           MOVE SECTION-CUR-PER TO REVENUE-CUR-PER
           MOVE SECTION-PRI-PER TO REVENUE-PRI-PER
           MOVE SECTION-YTD TO REVENUE-YTD
           MOVE 'TOTAL REVENUE' TO TTL-CAPTION-OUT
           MOVE SECTION-CUR-PER TO TTL-COL1-OUT
           MOVE SECTION-PRI-PER TO TTL-COL2-OUT
           MOVE SECTION-YTD TO TTL-COL3-OUT
           WRITE REPORT-REC FROM TOTAL-LINE
           MOVE 'EXPENSES' TO SHL-TEXT-OUT
           MOVE 'E' TO SECTION-TYPE
           PERFORM 250-PRINT-IS-SECTION
           MOVE 'TOTAL EXPENSES' TO TTL-CAPTION-OUT
           MOVE SECTION-CUR-PER TO TTL-COL1-OUT
           MOVE SECTION-PRI-PER TO TTL-COL2-OUT
           MOVE SECTION-YTD TO TTL-COL3-OUT
           WRITE REPORT-REC FROM TOTAL-LINE
           MOVE 'NET INCOME' TO TTL-CAPTION-OUT
           COMPUTE SHOWN-AMOUNT = REVENUE-CUR-PER - SECTION-CUR-PER
           MOVE SHOWN-AMOUNT TO TTL-COL1-OUT
           COMPUTE SHOWN-AMOUNT = REVENUE-PRI-PER - SECTION-PRI-PER
           MOVE SHOWN-AMOUNT TO TTL-COL2-OUT
           COMPUTE SHOWN-AMOUNT = REVENUE-YTD - SECTION-YTD
           MOVE SHOWN-AMOUNT TO TTL-COL3-OUT
           WRITE REPORT-REC FROM TOTAL-LINE
               AFTER ADVANCING 2 LINES.
       250-PRINT-IS-SECTION.
           MOVE 0 TO SECTION-CUR-PER
           MOVE 0 TO SECTION-PRI-PER
           MOVE 0 TO SECTION-YTD
           WRITE REPORT-REC FROM SECTION-HEAD-LINE
               AFTER ADVANCING 2 LINES
           PERFORM VARYING LINE-IDX FROM 1 BY 1
               UNTIL LINE-IDX > LINE-COUNT
               IF LNT-TYPE(LINE-IDX) = SECTION-TYPE
                   PERFORM 260-PRINT-IS-LINE
               END-IF
           END-PERFORM.
       260-PRINT-IS-LINE.
      *>      REVENUE PRINTS AS CREDITS LESS DEBITS, EXPENSE AS DEBITS
      *>      LESS CREDITS
           MOVE LNT-CAPTION(LINE-IDX) TO STL-CAPTION-OUT
           MOVE LNT-CUR-PER(LINE-IDX) TO SHOWN-AMOUNT
           PERFORM 700-TURN-SIGN
           MOVE SHOWN-AMOUNT TO STL-COL1-OUT
           ADD SHOWN-AMOUNT TO SECTION-CUR-PER
           MOVE LNT-PRI-PER(LINE-IDX) TO SHOWN-AMOUNT
           PERFORM 700-TURN-SIGN
           MOVE SHOWN-AMOUNT TO STL-COL2-OUT
           ADD SHOWN-AMOUNT TO SECTION-PRI-PER
           MOVE LNT-YTD(LINE-IDX) TO SHOWN-AMOUNT
           PERFORM 700-TURN-SIGN
           MOVE SHOWN-AMOUNT TO STL-COL3-OUT
           ADD SHOWN-AMOUNT TO SECTION-YTD
           WRITE REPORT-REC FROM STMT-LINE.
       300-BALANCE-SHEET.
           MOVE STMT-YEAR TO BSH-YEAR-OUT
           MOVE STMT-PERIOD TO BSH-PERIOD-OUT
           MOVE PRIOR-YEAR TO BSH-PRI-YEAR-OUT
           MOVE PRIOR-PERIOD TO BSH-PRI-PERIOD-OUT
           WRITE REPORT-REC FROM COMPANY-HEADING
               AFTER ADVANCING PAGE
           WRITE REPORT-REC FROM BS-HEADING1
           WRITE REPORT-REC FROM BS-HEADING2
               AFTER ADVANCING 2 LINES
           MOVE 'ASSETS' TO SHL-TEXT-OUT
           MOVE 'A' TO SECTION-TYPE
           PERFORM 350-PRINT-BS-SECTION
           MOVE SECTION-CUR-BAL TO ASSETS-CUR
           MOVE SECTION-PRI-BAL TO ASSETS-PRI
           MOVE 'TOTAL ASSETS' TO BTL-CAPTION-OUT
           MOVE SECTION-CUR-BAL TO BTL-COL1-OUT
           MOVE SECTION-PRI-BAL TO BTL-COL2-OUT
           MOVE SPACES TO BTL-VERDICT-OUT
           WRITE REPORT-REC FROM BS-TOTAL-LINE
           MOVE 'LIABILITIES' TO SHL-TEXT-OUT
           MOVE 'L' TO SECTION-TYPE
           PERFORM 350-PRINT-BS-SECTION
           MOVE SECTION-CUR-BAL TO LIAB-EQUITY-CUR
           MOVE SECTION-PRI-BAL TO LIAB-EQUITY-PRI
           MOVE 'TOTAL LIABILITIES' TO BTL-CAPTION-OUT
           MOVE SECTION-CUR-BAL TO BTL-COL1-OUT
           MOVE SECTION-PRI-BAL TO BTL-COL2-OUT
           WRITE REPORT-REC FROM BS-TOTAL-LINE
           MOVE 'EQUITY' TO SHL-TEXT-OUT
           MOVE 'Q' TO SECTION-TYPE
           PERFORM 350-PRINT-BS-SECTION
           MOVE 'CURRENT EARNINGS' TO BSL-CAPTION-OUT
           MOVE EARNINGS-CUR TO BSL-COL1-OUT
           MOVE EARNINGS-PRI TO BSL-COL2-OUT
           WRITE REPORT-REC FROM BS-STMT-LINE
           ADD EARNINGS-CUR TO SECTION-CUR-BAL
           ADD EARNINGS-PRI TO SECTION-PRI-BAL
           MOVE 'TOTAL EQUITY' TO BTL-CAPTION-OUT
           MOVE SECTION-CUR-BAL TO BTL-COL1-OUT
           MOVE SECTION-PRI-BAL TO BTL-COL2-OUT
           WRITE REPORT-REC FROM BS-TOTAL-LINE
           ADD SECTION-CUR-BAL TO LIAB-EQUITY-CUR
           ADD SECTION-PRI-BAL TO LIAB-EQUITY-PRI
           MOVE 'TOTAL LIABILITIES AND EQUITY' TO BTL-CAPTION-OUT
           MOVE LIAB-EQUITY-CUR TO BTL-COL1-OUT
           MOVE LIAB-EQUITY-PRI TO BTL-COL2-OUT
           IF ASSETS-CUR = LIAB-EQUITY-CUR
               AND ASSETS-PRI = LIAB-EQUITY-PRI
               MOVE 'IN BALANCE' TO BTL-VERDICT-OUT
           ELSE
               MOVE '*** ERROR ***' TO BTL-VERDICT-OUT
           END-IF
           WRITE REPORT-REC FROM BS-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
       350-PRINT-BS-SECTION.
           MOVE 0 TO SECTION-CUR-BAL
           MOVE 0 TO SECTION-PRI-BAL
           WRITE REPORT-REC FROM SECTION-HEAD-LINE
               AFTER ADVANCING 2 LINES
           PERFORM VARYING LINE-IDX FROM 1 BY 1
               UNTIL LINE-IDX > LINE-COUNT
               IF LNT-TYPE(LINE-IDX) = SECTION-TYPE
                   PERFORM 360-PRINT-BS-LINE
               END-IF
           END-PERFORM.
       360-PRINT-BS-LINE.
           MOVE LNT-CAPTION(LINE-IDX) TO BSL-CAPTION-OUT
           MOVE LNT-CUR-BAL(LINE-IDX) TO SHOWN-AMOUNT
           PERFORM 700-TURN-SIGN
           MOVE SHOWN-AMOUNT TO BSL-COL1-OUT
           ADD SHOWN-AMOUNT TO SECTION-CUR-BAL
           MOVE LNT-PRI-BAL(LINE-IDX) TO SHOWN-AMOUNT
           PERFORM 700-TURN-SIGN
           MOVE SHOWN-AMOUNT TO BSL-COL2-OUT
           ADD SHOWN-AMOUNT TO SECTION-PRI-BAL
           WRITE REPORT-REC FROM BS-STMT-LINE.
       400-AGAINST-NORMAL.
      *>      BALANCE-SHEET ACCOUNTS AT PERIOD END, REVENUE AND
      *>      EXPENSE YEAR TO DATE
           PERFORM VARYING CHART-IDX FROM 1 BY 1
               UNTIL CHART-IDX > CHART-COUNT
               IF CHT-TYPE(CHART-IDX) = 'R'
                   OR CHT-TYPE(CHART-IDX) = 'E'
                   MOVE CHT-YTD(CHART-IDX) TO ROW-NET
               ELSE
                   MOVE CHT-CUR-BAL(CHART-IDX) TO ROW-NET
               END-IF
               IF (CHT-NORMAL(CHART-IDX) = 'D' AND ROW-NET < 0)
                   OR (CHT-NORMAL(CHART-IDX) = 'C' AND ROW-NET > 0)
                   PERFORM 450-PRINT-AGAINST-NORMAL
               END-IF
           END-PERFORM.
       450-PRINT-AGAINST-NORMAL.
           IF AGAINST-NORMAL-COUNT = 0
               WRITE REPORT-REC FROM NORMAL-HEADING
                   AFTER ADVANCING PAGE
           END-IF
           ADD 1 TO AGAINST-NORMAL-COUNT
           MOVE CHT-ACCT(CHART-IDX) TO NML-ACCT-OUT
           MOVE CHT-DESC(CHART-IDX) TO NML-DESC-OUT
           MOVE CHT-NORMAL(CHART-IDX) TO NML-NORMAL-OUT
           MOVE ROW-NET TO NML-AMOUNT-OUT
           WRITE REPORT-REC FROM NORMAL-LINE.
       700-TURN-SIGN.
      *>      ASSETS AND EXPENSES PRINT AS DEBITS LESS CREDITS, THE
      *>      CREDIT-SIDE SECTIONS AS CREDITS LESS DEBITS
           IF SECTION-TYPE = 'L' OR SECTION-TYPE = 'Q'
               OR SECTION-TYPE = 'R'
               COMPUTE SHOWN-AMOUNT = 0 - SHOWN-AMOUNT
           END-IF.
