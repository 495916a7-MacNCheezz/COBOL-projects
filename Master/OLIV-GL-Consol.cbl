      *          kept out of the trial balance, and ends the run RC 4
      *          so month-end close starts from one proved file
      *          instead of five reports.
      *          With the chart-of-accounts master and the GL control
      *          file in place, every proved source is also rolled
      *          into the account/period balance file. A source that
      *          posts to a locked period, or to an account not on
      *          the chart or inactive, is excluded whole so the
      *          ledger stays in balance. A roll log keeps a rerun
      *          from posting the same batch twice.
      *          Each account belongs to the company whose account
      *          block on the company master it falls in. A posting
      *          paid by one company to another company's account
      *          gets the intercompany due-to/due-from pair booked
      *          with it, and the trial balance prints company by
      *          company so each set of books proves on its own.
      * Modification History:
      *   9/3/26  - initial version
      *   10/15/26 - roll proved postings into the GL balance file,
      *             with period lock, chart check and roll log
      *   10/15/26 - company books: account ownership by company
      *             block, intercompany due-to/due-from entries, and
      *             a trial balance section per company
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-CONSOLIDATE.
           SELECT TRIAL-BALANCE
           ASSIGN TO TRIAL-BALANCE-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCOUNT-MASTER
           ASSIGN TO ACCOUNT-MASTER-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLM-ACCT-NO
               FILE STATUS IS ACCT-MASTER-STATUS.
           SELECT GL-BALANCE
           ASSIGN TO GL-BALANCE-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLB-KEY
               FILE STATUS IS BALANCE-STATUS.
           SELECT GL-CONTROL
           ASSIGN TO GL-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-CTL-STATUS.
           SELECT ROLL-LOG
           ASSIGN TO ROLL-LOG-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROLL-LOG-STATUS.
           SELECT RUN-CONTROL
           ASSIGN TO RUN-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CTL-STATUS.
           SELECT CO-MASTER
           ASSIGN TO CO-MASTER-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SOURCES-LIST.
           COPY OLIV-GLP-Rec.
       FD  TRIAL-BALANCE.
       01  REPORT-REC                      PIC X(100).
       FD  ACCOUNT-MASTER.
       01  ACCOUNT-MASTER-REC.
           COPY OLIV-GL-Account.
       FD  GL-BALANCE.
       01  GL-BALANCE-REC.
           COPY OLIV-GL-Balance.
       FD  GL-CONTROL.
       01  GL-CONTROL-REC.
           COPY OLIV-GL-Ctl.
       FD  ROLL-LOG.
       01  ROLL-LOG-REC.
           05 RLG-SOURCE                   PIC X(12).
           05 RLG-BUS-DATE                 PIC 9(8).
           05 RLG-COUNT                    PIC 9(4).
           05 RLG-DR                       PIC 9(11)V99.
           05 RLG-CR                       PIC 9(11)V99.
       FD  RUN-CONTROL.
       01  RUN-CONTROL-REC.
           COPY OLIV-RUN-Ctl.
       FD  CO-MASTER.
       01  CO-MASTER-REC.
           COPY OLIV-CO-Master.
       WORKING-STORAGE SECTION.
       01  MORE-SOURCES                    PIC XXX VALUE 'YES'.
       01  MORE-POSTINGS                   PIC XXX.
       01  LIST-STATUS                     PIC XX.
       01  POST-STATUS                     PIC XX.
       01  ACCT-MASTER-STATUS              PIC XX.
       01  BALANCE-STATUS                  PIC XX.
       01  GL-CTL-STATUS                   PIC XX.
       01  ROLL-LOG-STATUS                 PIC XX.
       01  RUN-CTL-STATUS                  PIC XX.
       01  RUN-DATE                        PIC 9(8).
       01  ROLL-ACTIVE                     PIC XXX VALUE 'NO'.
       01  ALREADY-ROLLED                  PIC XXX.
       01  MORE-LOG                        PIC XXX.
       01  ROLL-REJECT                     PIC X(14).
       01  SOURCES-ROLLED                  PIC 9(3) VALUE 0.
       01  CURRENT-SOURCE                  PIC X(12).
       01  SOURCE-DR                       PIC 9(11)V99.
       01  SOURCE-CR                       PIC 9(11)V99.
       01  ACCT-FOUND                      PIC XXX.
       01  ACCT-TABLE.
           05 ACCT-ENTRY OCCURS 300 TIMES.
               10 ACC-COMPANY              PIC 9(2).
               10 ACC-PERIOD               PIC 9(2).
               10 ACC-ACCT                 PIC 9(6).
               10 ACC-DR                   PIC 9(11)V99.
               10 HLD-ACCT                 PIC 9(6).
               10 HLD-AMOUNT               PIC 9(9)V99.
               10 HLD-PERIOD               PIC 9(2).
               10 HLD-YEAR                 PIC 9(4).
               10 HLD-COMPANY              PIC 9(2).
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
               10 COT-DUE-TO               PIC 9(6).
               10 COT-DUE-FROM             PIC 9(6).
       01  FIND-CO-CODE                    PIC 9(2).
       01  FIND-CO-IDX                     PIC 9(2).
       01  POST-CO-CODE                    PIC 9(2).
       01  OWNER-CO-CODE                   PIC 9(2).
       01  IC-DUE-TO-ACCT                  PIC 9(6).
       01  IC-DUE-FROM-ACCT                PIC 9(6).
       01  IC-FROM-IDX                     PIC 9(4).
       01  SOURCE-CO-REJECT                PIC X(14).
       01  SOURCE-IC-COUNT                 PIC 9(4).
       01  IC-COUNT                        PIC 9(5) VALUE 0.
       01  CO-PRINTED                      PIC XXX.
       01  CO-DR                           PIC 9(13)V99.
       01  CO-CR                           PIC 9(13)V99.
       01  COMPANIES-OOB                   PIC 9(2) VALUE 0.
       01  GRAND-DR                        PIC 9(13)V99 VALUE 0.
       01  GRAND-CR                        PIC 9(13)V99 VALUE 0.
       01  HEADING1.
           05 ACL-ACCT-OUT                 PIC 9(6).
           05 ACL-DR-OUT                   PIC $$,$$$,$$$,$$9.99.
           05 ACL-CR-OUT                   PIC $$,$$$,$$$,$$9.99.
       01  COMPANY-HEADING.
           05                              PIC X(8) VALUE 'COMPANY '.
           05 CHD-CODE-OUT                 PIC 9(2).
           05                              PIC X(2) VALUE SPACES.
           05 CHD-NAME-OUT                 PIC X(30).
       01  COMPANY-LINE.
           05                              PIC X(14) VALUE
               'COMPANY TOTAL '.
           05 CTL-DR-OUT                   PIC $$$,$$$,$$$,$$9.99.
           05 CTL-CR-OUT                   PIC $$$,$$$,$$$,$$9.99.
           05                              PIC X(2) VALUE SPACES.
           05 CTL-VERDICT-OUT              PIC X(14).
       01  GRAND-LINE.
           05                              PIC X(14) VALUE
               'GRAND TOTALS  '.
       01  GL-POST-IN-DD                   PIC X(100).
       01  TRIAL-BALANCE-DD                PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-GL-TrialBal.txt'.
       01  ACCOUNT-MASTER-DD               PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Gen Ledger\OLIV-GL-Accounts.dat'.
       01  GL-BALANCE-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Gen Ledger\OLIV-GL-Balance.dat'.
       01  GL-CONTROL-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Gen Ledger\OLIV-GL-Control.txt'.
       01  ROLL-LOG-DD                     PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Gen Ledger\OLIV-GL-RollLog.txt'.
       01  RUN-CONTROL-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-Ctl.txt'.
       01  CO-MASTER-DD                    PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-CO-Master.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT SOURCES-LIST-DD FROM ENVIRONMENT "GLSOURCES"
           ACCEPT TRIAL-BALANCE-DD FROM ENVIRONMENT "GLTRIALBAL"
           ACCEPT ACCOUNT-MASTER-DD FROM ENVIRONMENT "GLACCOUNTS"
           ACCEPT GL-BALANCE-DD FROM ENVIRONMENT "GLBALANCE"
           ACCEPT GL-CONTROL-DD FROM ENVIRONMENT "GLCONTROL"
           ACCEPT ROLL-LOG-DD FROM ENVIRONMENT "GLROLLLOG"
           ACCEPT RUN-CONTROL-DD FROM ENVIRONMENT "RUNCTL"
           ACCEPT CO-MASTER-DD FROM ENVIRONMENT "COMASTER"
           PERFORM 015-GET-BUSINESS-DATE
           PERFORM 060-READ-COMPANIES
           PERFORM 050-OPEN-LEDGER
           OPEN INPUT SOURCES-LIST
           IF LIST-STATUS NOT = '00'
               DISPLAY 'GL SOURCES LIST FILE MISSING OR UNREADABLE '
               END-READ
           END-PERFORM
           CLOSE SOURCES-LIST
           IF ROLL-ACTIVE = 'YES'
               CLOSE ACCOUNT-MASTER
                     GL-BALANCE
               DISPLAY 'SOURCES ROLLED INTO GL BALANCES: '
                   SOURCES-ROLLED
           END-IF
           IF IC-COUNT > 0
               DISPLAY 'INTERCOMPANY ENTRIES BOOKED: ' IC-COUNT
           END-IF
           OPEN OUTPUT TRIAL-BALANCE
           WRITE REPORT-REC FROM HEADING1
           WRITE REPORT-REC FROM SOURCE-HEADING
               MOVE SRT-VERDICT(SRC-IDX) TO SRL-VERDICT-OUT
               WRITE REPORT-REC FROM SOURCE-LINE
           END-PERFORM
           PERFORM 500-PRINT-TRIAL-BALANCE
           MOVE GRAND-DR TO GRL-DR-OUT
           MOVE GRAND-CR TO GRL-CR-OUT
           WRITE REPORT-REC FROM GRAND-LINE
               AFTER ADVANCING 2 LINES
           CLOSE TRIAL-BALANCE
           IF COMPANIES-OOB > 0
               DISPLAY 'COMPANIES WITH BOOKS OUT OF BALANCE: '
                   COMPANIES-OOB
               MOVE 4 TO RETURN-CODE
           END-IF
           IF ACCT-TABLE-FULL = 'YES' OR HOLD-FULL = 'YES'
               DISPLAY 'ACCOUNT OR HOLD TABLE FILLED - TRIAL '
                   'BALANCE INCOMPLETE'
               MOVE 8 TO RETURN-CODE
           END-IF
           IF SOURCES-OOB > 0
               DISPLAY 'SOURCES EXCLUDED (OUT OF BALANCE, LOCKED '
                   'PERIOD, BAD ACCOUNT OR COMPANY): '
                   SOURCES-OOB
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
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
       050-OPEN-LEDGER.
      *>      WITHOUT THE GL CONTROL FILE AND THE CHART THERE IS NO
      *>      LEDGER TO ROLL INTO - THE RUN IS A TRIAL BALANCE ONLY
           OPEN INPUT GL-CONTROL
           IF GL-CTL-STATUS NOT = '00'
               DISPLAY 'NO GL CONTROL FILE - BALANCES NOT UPDATED, '
                   'TRIAL BALANCE ONLY'
           ELSE
               READ GL-CONTROL
               CLOSE GL-CONTROL
               OPEN INPUT ACCOUNT-MASTER
               IF ACCT-MASTER-STATUS NOT = '00'
                   DISPLAY 'NO CHART OF ACCOUNTS - BALANCES NOT '
                       'UPDATED, TRIAL BALANCE ONLY'
               ELSE
                   OPEN I-O GL-BALANCE
                   IF BALANCE-STATUS = '35'
                       OPEN OUTPUT GL-BALANCE
                       CLOSE GL-BALANCE
                       OPEN I-O GL-BALANCE
                   END-IF
                   IF BALANCE-STATUS NOT = '00'
                       DISPLAY 'GL BALANCE FILE WOULD NOT OPEN - '
                           'STATUS ' BALANCE-STATUS ' - RUN STOPPED'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE 'YES' TO ROLL-ACTIVE
               END-IF
           END-IF.
       060-READ-COMPANIES.
      *>      NO COMPANY MASTER MEANS ONE SET OF BOOKS - COMPANY 01
      *>      IS ALWAYS IN THE TABLE AND OWNS EVERY ACCOUNT NOT IN
      *>      ANOTHER COMPANY'S BLOCK
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
                               PERFORM 062-LOAD-COMPANY
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
           PERFORM 065-FIND-COMPANY
           IF FIND-CO-IDX = 0
               IF CO-COUNT < 10
                   ADD 1 TO CO-COUNT
                   MOVE 1 TO COT-CODE(CO-COUNT)
                   MOVE 'COMPANY 01' TO COT-NAME(CO-COUNT)
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
       062-LOAD-COMPANY.
           MOVE CO-CODE TO COT-CODE(CO-COUNT)
           MOVE CO-NAME TO COT-NAME(CO-COUNT)
           IF CO-GL-LOW IS NUMERIC AND CO-GL-HIGH IS NUMERIC
               MOVE CO-GL-LOW TO COT-GL-LOW(CO-COUNT)
               MOVE CO-GL-HIGH TO COT-GL-HIGH(CO-COUNT)
           END-IF
           IF CO-DUE-TO-ACCT IS NUMERIC
               MOVE CO-DUE-TO-ACCT TO COT-DUE-TO(CO-COUNT)
           END-IF
           IF CO-DUE-FROM-ACCT IS NUMERIC
               MOVE CO-DUE-FROM-ACCT TO COT-DUE-FROM(CO-COUNT)
           END-IF.
       065-FIND-COMPANY.
           MOVE 0 TO FIND-CO-IDX
           PERFORM VARYING CO-IDX FROM 1 BY 1 UNTIL CO-IDX > CO-COUNT
               IF COT-CODE(CO-IDX) = FIND-CO-CODE
                   MOVE CO-IDX TO FIND-CO-IDX
                   MOVE CO-COUNT TO CO-IDX
               END-IF
           END-PERFORM.
       200-COLLECT-ONE-SOURCE.
           ADD 1 TO SOURCES-READ
           MOVE SRC-NAME-IN TO CURRENT-SOURCE
           MOVE 0 TO SOURCE-CR
           MOVE 0 TO HOLD-COUNT
           MOVE 'NO' TO HOLD-FULL
           MOVE SPACES TO SOURCE-CO-REJECT
           MOVE 0 TO SOURCE-IC-COUNT
           OPEN INPUT GL-POST-IN
           IF POST-STATUS NOT = '00'
               PERFORM 290-NOTE-SOURCE
               CLOSE GL-POST-IN
               PERFORM 290-NOTE-SOURCE
               IF SOURCE-DR = SOURCE-CR AND HOLD-FULL = 'NO'
                   AND SOURCE-CO-REJECT = SPACES
                   IF ROLL-ACTIVE = 'YES'
                       PERFORM 400-ROLL-SOURCE
                   ELSE
                       MOVE 'IN BALANCE' TO SRT-VERDICT(SRC-COUNT)
                       PERFORM 300-FOLD-IN-HELD-POSTINGS
                   END-IF
               ELSE
                   IF SOURCE-CO-REJECT NOT = SPACES
                       MOVE SOURCE-CO-REJECT TO SRT-VERDICT(SRC-COUNT)
                   ELSE
                       MOVE '*** EXCLUDED *' TO SRT-VERDICT(SRC-COUNT)
                   END-IF
                   ADD 1 TO SOURCES-OOB
               END-IF
           END-IF.
               MOVE GLP-ACCT-OUT TO HLD-ACCT(HOLD-COUNT)
               MOVE GLP-AMOUNT-OUT TO HLD-AMOUNT(HOLD-COUNT)
               MOVE GLP-PERIOD-OUT TO HLD-PERIOD(HOLD-COUNT)
               IF GLP-DATE-OUT IS NUMERIC AND GLP-DATE-OUT > 0
                   MOVE GLP-DATE-OUT(1:4) TO HLD-YEAR(HOLD-COUNT)
               ELSE
                   MOVE RUN-DATE(1:4) TO HLD-YEAR(HOLD-COUNT)
               END-IF
               PERFORM 260-ASSIGN-COMPANY
           ELSE
               MOVE 'YES' TO HOLD-FULL
           END-IF.
       260-ASSIGN-COMPANY.
      *>      THE ACCOUNT BELONGS TO THE COMPANY WHOSE BLOCK IT FALLS
      *>      IN; OUTSIDE EVERY BLOCK IT IS THE PAYING COMPANY'S, OR
      *>      COMPANY 01'S WHEN THE POSTING NAMES NO COMPANY
           MOVE 0 TO POST-CO-CODE
           IF GLP-COMPANY-OUT IS NUMERIC AND GLP-COMPANY-OUT NOT = '00'
               MOVE GLP-COMPANY-OUT TO FIND-CO-CODE
               PERFORM 065-FIND-COMPANY
               IF FIND-CO-IDX = 0
                   IF SOURCE-CO-REJECT = SPACES
                       DISPLAY 'SOURCE ' CURRENT-SOURCE ' POSTS FOR '
                           'COMPANY ' GLP-COMPANY-OUT
                           ' - NOT ON THE COMPANY MASTER'
                   END-IF
                   MOVE 'UNKNOWN CO' TO SOURCE-CO-REJECT
               ELSE
                   MOVE GLP-COMPANY-OUT TO POST-CO-CODE
               END-IF
           END-IF
           MOVE 0 TO OWNER-CO-CODE
           PERFORM VARYING CO-IDX FROM 1 BY 1 UNTIL CO-IDX > CO-COUNT
               IF COT-GL-HIGH(CO-IDX) > 0
                   AND GLP-ACCT-OUT >= COT-GL-LOW(CO-IDX)
                   AND GLP-ACCT-OUT <= COT-GL-HIGH(CO-IDX)
                   MOVE COT-CODE(CO-IDX) TO OWNER-CO-CODE
                   MOVE CO-COUNT TO CO-IDX
               END-IF
           END-PERFORM
           IF OWNER-CO-CODE = 0
               IF POST-CO-CODE = 0
                   MOVE 1 TO OWNER-CO-CODE
               ELSE
                   MOVE POST-CO-CODE TO OWNER-CO-CODE
               END-IF
           END-IF
           MOVE OWNER-CO-CODE TO HLD-COMPANY(HOLD-COUNT)
           IF POST-CO-CODE > 0 AND POST-CO-CODE NOT = OWNER-CO-CODE
               PERFORM 270-HOLD-INTERCOMPANY
           END-IF.
       270-HOLD-INTERCOMPANY.
      *>      THE OWNING COMPANY OWES THE PAYING COMPANY: THE OWNER'S
      *>      BOOKS TAKE THE OTHER SIDE TO ITS DUE-TO ACCOUNT, THE
      *>      PAYER'S BOOKS TAKE THE SAME SIDE TO ITS DUE-FROM, SO
      *>      EACH COMPANY'S BOOKS STAY IN BALANCE ON THEIR OWN
           MOVE OWNER-CO-CODE TO FIND-CO-CODE
           PERFORM 065-FIND-COMPANY
           MOVE COT-DUE-TO(FIND-CO-IDX) TO IC-DUE-TO-ACCT
           MOVE POST-CO-CODE TO FIND-CO-CODE
           PERFORM 065-FIND-COMPANY
           MOVE COT-DUE-FROM(FIND-CO-IDX) TO IC-DUE-FROM-ACCT
           IF IC-DUE-TO-ACCT = 0 OR IC-DUE-FROM-ACCT = 0
               IF SOURCE-CO-REJECT = SPACES
                   DISPLAY 'SOURCE ' CURRENT-SOURCE ' CROSSES FROM '
                       'COMPANY ' POST-CO-CODE ' TO COMPANY '
                       OWNER-CO-CODE ' - NO INTERCOMPANY ACCOUNT'
               END-IF
               MOVE 'NO IC ACCOUNT' TO SOURCE-CO-REJECT
           ELSE
               IF HOLD-COUNT > 1998
                   MOVE 'YES' TO HOLD-FULL
               ELSE
                   MOVE HOLD-COUNT TO IC-FROM-IDX
                   ADD 1 TO HOLD-COUNT
                   MOVE HOLD-ENTRY(IC-FROM-IDX)
                       TO HOLD-ENTRY(HOLD-COUNT)
                   IF HLD-TYPE(IC-FROM-IDX) = 'D'
                       MOVE 'C' TO HLD-TYPE(HOLD-COUNT)
                   ELSE
                       MOVE 'D' TO HLD-TYPE(HOLD-COUNT)
                   END-IF
                   MOVE IC-DUE-TO-ACCT TO HLD-ACCT(HOLD-COUNT)
                   MOVE OWNER-CO-CODE TO HLD-COMPANY(HOLD-COUNT)
                   ADD 1 TO HOLD-COUNT
                   MOVE HOLD-ENTRY(IC-FROM-IDX)
                       TO HOLD-ENTRY(HOLD-COUNT)
                   MOVE IC-DUE-FROM-ACCT TO HLD-ACCT(HOLD-COUNT)
                   MOVE POST-CO-CODE TO HLD-COMPANY(HOLD-COUNT)
                   ADD 1 TO SOURCE-IC-COUNT
               END-IF
           END-IF.
       290-NOTE-SOURCE.
           IF SRC-COUNT < 20
               ADD 1 TO SRC-COUNT
               MOVE SPACES TO SRT-VERDICT(SRC-COUNT)
           END-IF.
       300-FOLD-IN-HELD-POSTINGS.
           ADD SOURCE-IC-COUNT TO IC-COUNT
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
               UNTIL HOLD-IDX > HOLD-COUNT
               PERFORM 350-FOLD-ONE-POSTING
           MOVE 'NO' TO ACCT-FOUND
           PERFORM VARYING ACCT-IDX FROM 1 BY 1
               UNTIL ACCT-IDX > ACCT-COUNT
               IF ACC-COMPANY(ACCT-IDX) = HLD-COMPANY(HOLD-IDX)
                   AND ACC-PERIOD(ACCT-IDX) = HLD-PERIOD(HOLD-IDX)
                   AND ACC-ACCT(ACCT-IDX) = HLD-ACCT(HOLD-IDX)
                   MOVE 'YES' TO ACCT-FOUND
                   PERFORM 360-ADD-TO-ACCOUNT
               IF ACCT-COUNT < 300
                   ADD 1 TO ACCT-COUNT
                   MOVE ACCT-COUNT TO ACCT-IDX
                   MOVE HLD-COMPANY(HOLD-IDX)
                       TO ACC-COMPANY(ACCT-IDX)
                   MOVE HLD-PERIOD(HOLD-IDX)
                       TO ACC-PERIOD(ACCT-IDX)
                   MOVE HLD-ACCT(HOLD-IDX) TO ACC-ACCT(ACCT-IDX)
               ADD HLD-AMOUNT(HOLD-IDX) TO ACC-CR(ACCT-IDX)
               ADD HLD-AMOUNT(HOLD-IDX) TO GRAND-CR
           END-IF.
       400-ROLL-SOURCE.
           PERFORM 410-CHECK-ROLL-LOG
           IF ALREADY-ROLLED = 'YES'
               MOVE 'ALREADY POSTED' TO SRT-VERDICT(SRC-COUNT)
               PERFORM 300-FOLD-IN-HELD-POSTINGS
           ELSE
               MOVE SPACES TO ROLL-REJECT
               PERFORM VARYING HOLD-IDX FROM 1 BY 1
                   UNTIL HOLD-IDX > HOLD-COUNT
                   PERFORM 420-EDIT-ONE-POSTING
               END-PERFORM
               IF ROLL-REJECT NOT = SPACES
                   MOVE ROLL-REJECT TO SRT-VERDICT(SRC-COUNT)
                   ADD 1 TO SOURCES-OOB
               ELSE
                   MOVE 'POSTED' TO SRT-VERDICT(SRC-COUNT)
                   PERFORM 300-FOLD-IN-HELD-POSTINGS
                   PERFORM VARYING HOLD-IDX FROM 1 BY 1
                       UNTIL HOLD-IDX > HOLD-COUNT
                       PERFORM 450-ROLL-ONE-POSTING
                   END-PERFORM
                   PERFORM 480-LOG-ROLL
                   ADD 1 TO SOURCES-ROLLED
               END-IF
           END-IF.
       410-CHECK-ROLL-LOG.
      *>      THE SAME SOURCE, BUSINESS DATE, LINE COUNT AND TOTALS
      *>      ALREADY ROLLED MEANS THIS IS A RERUN OF THAT BATCH
           MOVE 'NO' TO ALREADY-ROLLED
           OPEN INPUT ROLL-LOG
           IF ROLL-LOG-STATUS = '00'
               MOVE 'YES' TO MORE-LOG
               PERFORM UNTIL MORE-LOG = 'NO'
                   READ ROLL-LOG
                       AT END
                           MOVE 'NO' TO MORE-LOG
                       NOT AT END
                           IF RLG-SOURCE = CURRENT-SOURCE
                               AND RLG-BUS-DATE = RUN-DATE
                               AND RLG-COUNT = HOLD-COUNT
                               AND RLG-DR = SOURCE-DR
                               AND RLG-CR = SOURCE-CR
                               MOVE 'YES' TO ALREADY-ROLLED
                               MOVE 'NO' TO MORE-LOG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROLL-LOG
           END-IF.
       420-EDIT-ONE-POSTING.
           IF HLD-PERIOD(HOLD-IDX) < 1 OR HLD-PERIOD(HOLD-IDX) > 12
               MOVE 'BAD PERIOD' TO ROLL-REJECT
           END-IF
           IF HLD-YEAR(HOLD-IDX) < GLC-OPEN-YEAR
               OR (HLD-YEAR(HOLD-IDX) = GLC-OPEN-YEAR
                   AND HLD-PERIOD(HOLD-IDX) < GLC-OPEN-PERIOD)
               MOVE 'PERIOD LOCKED' TO ROLL-REJECT
               DISPLAY 'SOURCE ' CURRENT-SOURCE ' POSTS TO LOCKED '
                   'PERIOD ' HLD-YEAR(HOLD-IDX) '/'
                   HLD-PERIOD(HOLD-IDX)
           END-IF
           MOVE HLD-ACCT(HOLD-IDX) TO GLM-ACCT-NO
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'UNKNOWN ACCT' TO ROLL-REJECT
                   DISPLAY 'SOURCE ' CURRENT-SOURCE ' POSTS TO '
                       'ACCOUNT ' HLD-ACCT(HOLD-IDX)
                       ' - NOT ON THE CHART'
               NOT INVALID KEY
                   IF GLM-STATUS NOT = 'A'
                       MOVE 'INACTIVE ACCT' TO ROLL-REJECT
                       DISPLAY 'SOURCE ' CURRENT-SOURCE ' POSTS TO '
                           'INACTIVE ACCOUNT ' HLD-ACCT(HOLD-IDX)
                   END-IF
           END-READ.
       450-ROLL-ONE-POSTING.
           MOVE HLD-ACCT(HOLD-IDX) TO GLB-ACCT
           MOVE HLD-YEAR(HOLD-IDX) TO GLB-YEAR
           MOVE HLD-PERIOD(HOLD-IDX) TO GLB-PERIOD
           READ GL-BALANCE
               INVALID KEY
                   MOVE 0 TO GLB-DR
                   MOVE 0 TO GLB-CR
                   PERFORM 460-ADD-TO-BALANCE
                   WRITE GL-BALANCE-REC
               NOT INVALID KEY
                   PERFORM 460-ADD-TO-BALANCE
                   REWRITE GL-BALANCE-REC
           END-READ.
       460-ADD-TO-BALANCE.
           IF HLD-TYPE(HOLD-IDX) = 'D'
               ADD HLD-AMOUNT(HOLD-IDX) TO GLB-DR
           ELSE
               ADD HLD-AMOUNT(HOLD-IDX) TO GLB-CR
           END-IF.
       480-LOG-ROLL.
           OPEN EXTEND ROLL-LOG
           IF ROLL-LOG-STATUS NOT = '00' AND ROLL-LOG-STATUS NOT = '05'
               OPEN OUTPUT ROLL-LOG
           END-IF
           MOVE CURRENT-SOURCE TO RLG-SOURCE
           MOVE RUN-DATE TO RLG-BUS-DATE
           MOVE HOLD-COUNT TO RLG-COUNT
           MOVE SOURCE-DR TO RLG-DR
           MOVE SOURCE-CR TO RLG-CR
           WRITE ROLL-LOG-REC
           CLOSE ROLL-LOG.
       500-PRINT-TRIAL-BALANCE.
           PERFORM VARYING CO-IDX FROM 1 BY 1 UNTIL CO-IDX > CO-COUNT
               PERFORM 510-PRINT-ONE-COMPANY
           END-PERFORM.
       510-PRINT-ONE-COMPANY.
      *>      ONE SECTION PER COMPANY WITH ACTIVITY, PROVED ON ITS OWN
           MOVE 'NO' TO CO-PRINTED
           MOVE 0 TO CO-DR
           MOVE 0 TO CO-CR
           PERFORM VARYING ACCT-IDX FROM 1 BY 1
               UNTIL ACCT-IDX > ACCT-COUNT
               IF ACC-COMPANY(ACCT-IDX) = COT-CODE(CO-IDX)
                   IF CO-PRINTED = 'NO'
                       MOVE COT-CODE(CO-IDX) TO CHD-CODE-OUT
                       MOVE COT-NAME(CO-IDX) TO CHD-NAME-OUT
                       WRITE REPORT-REC FROM COMPANY-HEADING
                           AFTER ADVANCING 2 LINES
                       WRITE REPORT-REC FROM ACCT-HEADING
                       MOVE 'YES' TO CO-PRINTED
                   END-IF
                   MOVE ACC-PERIOD(ACCT-IDX) TO ACL-PERIOD-OUT
                   MOVE ACC-ACCT(ACCT-IDX) TO ACL-ACCT-OUT
                   MOVE ACC-DR(ACCT-IDX) TO ACL-DR-OUT
                   MOVE ACC-CR(ACCT-IDX) TO ACL-CR-OUT
                   WRITE REPORT-REC FROM ACCT-LINE
                   ADD ACC-DR(ACCT-IDX) TO CO-DR
                   ADD ACC-CR(ACCT-IDX) TO CO-CR
               END-IF
           END-PERFORM
           IF CO-PRINTED = 'YES'
               MOVE CO-DR TO CTL-DR-OUT
               MOVE CO-CR TO CTL-CR-OUT
               IF CO-DR = CO-CR
                   MOVE 'IN BALANCE' TO CTL-VERDICT-OUT
               ELSE
                   MOVE '*** ERROR ***' TO CTL-VERDICT-OUT
                   ADD 1 TO COMPANIES-OOB
                   DISPLAY 'COMPANY ' COT-CODE(CO-IDX)
                       ' BOOKS OUT OF BALANCE'
               END-IF
               WRITE REPORT-REC FROM COMPANY-LINE
           END-IF.
