      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: General ledger period close. Closes the one period
      *          the GL control file shows as the earliest open - the
      *          parameter file must name that same period, so a
      *          stray run cannot close the wrong month. The period's
      *          debits and credits on the balance file must agree or
      *          nothing is closed (RC 8). Closing moves the open
      *          period forward one, which locks the closed period
      *          against GL-CONSOLIDATE and GL-JOURNAL-ENTRY. Closing
      *          period 12 is the year-end: every revenue and expense
      *          account's balance for the year is zeroed by a closing
      *          entry in period 13 against the owning company's
      *          retained earnings account - the account named on the
      *          control file, moved into the company's block by its
      *          GL offset on the company master - and the open
      *          period becomes period 1 of the new year. The close
      *          report shows the period totals, and each company's
      *          closing entries and net income for the year.
      * Modification History:
      *   10/15/26 - initial version
      *   10/15/26 - year-end closes company by company off the
      *             company master (COMASTER; no file means company 01
      *             alone): an account belongs to the company whose
      *             block it falls in, else to company 01, and closes
      *             to that company's retained earnings account, which
      *             must be an equity account in the company's own
      *             block or the year is not closed
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-PERIOD-CLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSE-PARM
           ASSIGN TO CLOSE-PARM-DD
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLB-KEY
               FILE STATUS IS BALANCE-STATUS.
           SELECT CLOSE-REPORT
           ASSIGN TO CLOSE-REPORT-DD
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
       FD  CLOSE-PARM.
       01  CLOSE-PARM-REC.
           05 PARM-CLOSE-YEAR              PIC 9(4).
           05 PARM-CLOSE-PERIOD            PIC 9(2).
       FD  GL-CONTROL.
       01  GL-CONTROL-REC.
           COPY OLIV-GL-Ctl.
       FD  ACCOUNT-MASTER.
       01  ACCOUNT-MASTER-REC.
           COPY OLIV-GL-Account.
       FD  GL-BALANCE.
       01  GL-BALANCE-REC.
           COPY OLIV-GL-Balance.
       FD  CLOSE-REPORT.
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
       01  CLOSE-YEAR                      PIC 9(4).
       01  CLOSE-PERIOD                    PIC 9(2).
       01  YEAR-END                        PIC XXX VALUE 'NO'.
       01  PERIOD-DR                       PIC 9(13)V99 VALUE 0.
       01  PERIOD-CR                       PIC 9(13)V99 VALUE 0.
       01  RETAINED-DR                     PIC 9(13)V99 VALUE 0.
       01  RETAINED-CR                     PIC 9(13)V99 VALUE 0.
       01  CLOSING-AMOUNT                  PIC 9(13)V99.
       01  CLOSING-TYPE                    PIC X(1).
       01  CLOSING-COUNT                   PIC 9(4) VALUE 0.
       01  NET-INCOME                      PIC S9(13)V99.
       01  RETAINED-ACCT                   PIC 9(6).
       01  RETAINED-BAD-COUNT              PIC 9(2) VALUE 0.
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
               10 COT-GL-OFFSET            PIC 9(6).
               10 COT-RETAINED-ACCT        PIC 9(6).
       01  FIND-CO-CODE                    PIC 9(2).
       01  FIND-CO-IDX                     PIC 9(2).
       01  BASE-CO-IDX                     PIC 9(2).
       01  OWNER-CO-IDX                    PIC 9(2).
       01  CHART-COUNT                     PIC 9(4) VALUE 0.
       01  CHART-IDX                       PIC 9(4).
       01  CHART-FOUND                     PIC 9(4).
       01  CHART-TABLE-FULL                PIC XXX VALUE 'NO'.
       01  CHART-TABLE.
           05 CHART-ENTRY OCCURS 1000 TIMES.
               10 CHT-ACCT                 PIC 9(6).
               10 CHT-DESC                 PIC X(30).
               10 CHT-TYPE                 PIC X(1).
               10 CHT-CO-IDX               PIC 9(2).
               10 CHT-YEAR-DR              PIC 9(13)V99.
               10 CHT-YEAR-CR              PIC 9(13)V99.
       01  HEADING1.
           05                              PIC X(28) VALUE
               'GENERAL LEDGER PERIOD CLOSE'.
           05                              PIC X(8) VALUE
               'PERIOD '.
           05 HDG-YEAR-OUT                 PIC 9(4).
           05                              PIC X(1) VALUE '/'.
           05 HDG-PERIOD-OUT               PIC 9(2).
           05                              PIC X(13) VALUE
               '   RUN DATE '.
           05 HDG-DATE-OUT                 PIC 9(8).
       01  PERIOD-TOTAL-LINE.
           05                              PIC X(24) VALUE
               'PERIOD DEBITS:        $'.
           05 PTL-DR-OUT                   PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05                              PIC X(13) VALUE
               '  CREDITS: $'.
           05 PTL-CR-OUT                   PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05                              PIC X(2) VALUE SPACES.
           05 PTL-VERDICT-OUT              PIC X(20).
       01  CLOSING-HEADING.
           05                              PIC X(60) VALUE
               'YEAR-END CLOSING ENTRIES (PERIOD 13)'.
       01  COMPANY-HEADING.
           05                              PIC X(8) VALUE 'COMPANY '.
           05 CHD-CODE-OUT                 PIC 9(2).
           05                              PIC X(2) VALUE SPACES.
           05 CHD-NAME-OUT                 PIC X(30).
           05                              PIC X(20) VALUE
               'RETAINED EARNINGS '.
           05 CHD-RETAINED-OUT             PIC 9(6).
       01  CLOSING-LINE.
           05                              PIC X(3) VALUE SPACES.
           05 CLL-TYPE-OUT                 PIC X(1).
           05                              PIC X(3) VALUE SPACES.
           05 CLL-ACCT-OUT                 PIC 9(6).
           05                              PIC X(2) VALUE SPACES.
           05 CLL-DESC-OUT                 PIC X(30).
           05 CLL-AMOUNT-OUT               PIC $$$,$$$,$$$,$$9.99.
       01  NET-INCOME-LINE.
           05                              PIC X(24) VALUE
               'NET INCOME FOR THE YEAR:'.
           05 NIL-AMOUNT-OUT               PIC $$$,$$$,$$$,$$9.99-.
       01  RESULT-LINE.
           05 RSL-TEXT-OUT                 PIC X(40).
           05 RSL-YEAR-OUT                 PIC 9(4).
           05                              PIC X(1) VALUE '/'.
           05 RSL-PERIOD-OUT               PIC 9(2).
       01  CLOSE-PARM-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Gen Ledger\OLIV-GL-ClosePrm.txt'.
       01  GL-CONTROL-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Gen Ledger\OLIV-GL-Control.txt'.
       01  ACCOUNT-MASTER-DD               PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Gen Ledger\OLIV-GL-Accounts.dat'.
       01  GL-BALANCE-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Gen Ledger\OLIV-GL-Balance.dat'.
       01  CLOSE-REPORT-DD                 PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Gen Ledger\OLIV-GL-CloseRpt.txt'.
       01  CO-MASTER-DD                    PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-CO-Master.txt'.
       01  RUN-CONTROL-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-Ctl.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-GET-FILE-NAMES
           PERFORM 015-GET-BUSINESS-DATE
           PERFORM 020-CHECK-PERIOD
           PERFORM 025-READ-COMPANIES
           PERFORM 030-LOAD-CHART
           OPEN I-O GL-BALANCE
           IF BALANCE-STATUS NOT = '00'
               DISPLAY 'GL BALANCE FILE WOULD NOT OPEN - STATUS '
                   BALANCE-STATUS ' - NOTHING CLOSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 050-TOTAL-BALANCES
           OPEN OUTPUT CLOSE-REPORT
           MOVE CLOSE-YEAR TO HDG-YEAR-OUT
           MOVE CLOSE-PERIOD TO HDG-PERIOD-OUT
           MOVE RUN-DATE TO HDG-DATE-OUT
           WRITE REPORT-REC FROM HEADING1
           MOVE PERIOD-DR TO PTL-DR-OUT
           MOVE PERIOD-CR TO PTL-CR-OUT
           IF PERIOD-DR NOT = PERIOD-CR
               MOVE '*** OUT OF BALANCE' TO PTL-VERDICT-OUT
               WRITE REPORT-REC FROM PERIOD-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 'PERIOD NOT CLOSED - STILL OPEN:' TO RSL-TEXT-OUT
               MOVE CLOSE-YEAR TO RSL-YEAR-OUT
               MOVE CLOSE-PERIOD TO RSL-PERIOD-OUT
               WRITE REPORT-REC FROM RESULT-LINE
                   AFTER ADVANCING 2 LINES
               CLOSE GL-BALANCE
                     CLOSE-REPORT
               DISPLAY 'PERIOD ' CLOSE-YEAR '/' CLOSE-PERIOD
                   ' DEBITS DO NOT EQUAL CREDITS - NOT CLOSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'IN BALANCE' TO PTL-VERDICT-OUT
           WRITE REPORT-REC FROM PERIOD-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           IF YEAR-END = 'YES'
               PERFORM 300-CLOSE-YEAR
           END-IF
           CLOSE GL-BALANCE
           PERFORM 400-ADVANCE-PERIOD
           MOVE 'PERIOD CLOSED - NOW OPEN:' TO RSL-TEXT-OUT
           MOVE GLC-OPEN-YEAR TO RSL-YEAR-OUT
           MOVE GLC-OPEN-PERIOD TO RSL-PERIOD-OUT
           WRITE REPORT-REC FROM RESULT-LINE
               AFTER ADVANCING 2 LINES
           CLOSE CLOSE-REPORT
           DISPLAY 'GL PERIOD ' CLOSE-YEAR '/' CLOSE-PERIOD
               ' CLOSED'
           STOP RUN.
       010-GET-FILE-NAMES.
           ACCEPT CLOSE-PARM-DD FROM ENVIRONMENT "GLCLOSEPARM"
           ACCEPT GL-CONTROL-DD FROM ENVIRONMENT "GLCONTROL"
           ACCEPT ACCOUNT-MASTER-DD FROM ENVIRONMENT "GLACCOUNTS"
           ACCEPT GL-BALANCE-DD FROM ENVIRONMENT "GLBALANCE"
           ACCEPT CLOSE-REPORT-DD FROM ENVIRONMENT "GLCLOSERPT"
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
       020-CHECK-PERIOD.
      *>      THE PARAMETER MUST NAME THE OPEN PERIOD - A CLOSE IS
      *>      NOT UNDONE, SO IT IS NEVER TAKEN FROM A DEFAULT
           OPEN INPUT GL-CONTROL
           IF GL-CTL-STATUS NOT = '00'
               DISPLAY 'GL CONTROL FILE MISSING - NOTHING CLOSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ GL-CONTROL
           CLOSE GL-CONTROL
           OPEN INPUT CLOSE-PARM
           IF PARM-STATUS NOT = '00'
               DISPLAY 'CLOSE PARAMETER FILE MISSING - NOTHING '
                   'CLOSED (IT NAMES THE PERIOD TO CLOSE)'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CLOSE-PARM
               AT END
                   MOVE 0 TO PARM-CLOSE-YEAR
                   MOVE 0 TO PARM-CLOSE-PERIOD
           END-READ
           CLOSE CLOSE-PARM
           IF PARM-CLOSE-YEAR NOT = GLC-OPEN-YEAR
               OR PARM-CLOSE-PERIOD NOT = GLC-OPEN-PERIOD
               DISPLAY 'CLOSE PARAMETER ' PARM-CLOSE-YEAR '/'
                   PARM-CLOSE-PERIOD ' IS NOT THE OPEN PERIOD '
                   GLC-OPEN-YEAR '/' GLC-OPEN-PERIOD
                   ' - NOTHING CLOSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE GLC-OPEN-YEAR TO CLOSE-YEAR
           MOVE GLC-OPEN-PERIOD TO CLOSE-PERIOD
           IF CLOSE-PERIOD = 12
               MOVE 'YES' TO YEAR-END
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
                   MOVE GLC-RETAINED-ACCT TO COT-RETAINED-ACCT(CO-COUNT)
                   MOVE CO-COUNT TO FIND-CO-IDX
               ELSE
                   MOVE 'YES' TO CO-TABLE-FULL
               END-IF
           END-IF
           MOVE FIND-CO-IDX TO BASE-CO-IDX
           IF CO-TABLE-FULL = 'YES'
               DISPLAY 'COMPANY MASTER HOLDS MORE THAN 10 COMPANIES '
                   '- NOTHING CLOSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       026-LOAD-COMPANY.
      *>      THE COMPANY CLOSES TO THE CONTROL FILE'S RETAINED
      *>      EARNINGS ACCOUNT MOVED INTO ITS OWN BLOCK
           MOVE CO-CODE TO COT-CODE(CO-COUNT)
           MOVE CO-NAME TO COT-NAME(CO-COUNT)
           IF CO-GL-LOW IS NUMERIC AND CO-GL-HIGH IS NUMERIC
               MOVE CO-GL-LOW TO COT-GL-LOW(CO-COUNT)
               MOVE CO-GL-HIGH TO COT-GL-HIGH(CO-COUNT)
           END-IF
           IF CO-GL-OFFSET IS NUMERIC
               MOVE CO-GL-OFFSET TO COT-GL-OFFSET(CO-COUNT)
           END-IF
           COMPUTE COT-RETAINED-ACCT(CO-COUNT) = GLC-RETAINED-ACCT
               + COT-GL-OFFSET(CO-COUNT).
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
               DISPLAY 'CHART OF ACCOUNTS MISSING - NOTHING CLOSED'
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
               DISPLAY 'CHART TABLE FILLED AT 1000 ACCOUNTS - '
                   'NOTHING CLOSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF YEAR-END = 'YES'
               PERFORM 035-CHECK-RETAINED-ACCTS
           END-IF.
       035-CHECK-RETAINED-ACCTS.
      *>      EVERY COMPANY THAT KEEPS BOOKS - COMPANY 01 AND EACH
      *>      COMPANY WITH A BLOCK - NEEDS ITS RETAINED EARNINGS ON THE
      *>      CHART AS AN EQUITY ACCOUNT IN ITS OWN BLOCK BEFORE ANY
      *>      COMPANY'S YEAR IS CLOSED
           PERFORM VARYING CO-IDX FROM 1 BY 1 UNTIL CO-IDX > CO-COUNT
               IF COT-CODE(CO-IDX) = 1 OR COT-GL-HIGH(CO-IDX) > 0
                   MOVE COT-RETAINED-ACCT(CO-IDX) TO FIND-ACCT
                   PERFORM 070-FIND-CHART-ACCOUNT
                   IF CHART-FOUND = 0
                       ADD 1 TO RETAINED-BAD-COUNT
                       DISPLAY 'COMPANY ' COT-CODE(CO-IDX)
                           ' RETAINED EARNINGS ACCOUNT ' FIND-ACCT
                           ' IS NOT ON THE CHART'
                   ELSE
                       IF CHT-TYPE(CHART-FOUND) NOT = 'Q'
                           ADD 1 TO RETAINED-BAD-COUNT
                           DISPLAY 'COMPANY ' COT-CODE(CO-IDX)
                               ' RETAINED EARNINGS ACCOUNT ' FIND-ACCT
                               ' IS NOT AN EQUITY ACCOUNT'
                       ELSE
                           IF CHT-CO-IDX(CHART-FOUND) NOT = CO-IDX
                               ADD 1 TO RETAINED-BAD-COUNT
                               DISPLAY 'COMPANY ' COT-CODE(CO-IDX)
                                   ' RETAINED EARNINGS ACCOUNT '
                                   FIND-ACCT
                                   ' IS OUTSIDE THE COMPANY BLOCK'
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF RETAINED-BAD-COUNT > 0
               DISPLAY 'YEAR ' CLOSE-YEAR ' NOT CLOSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       040-LOAD-ONE-ACCOUNT.
           IF CHART-COUNT < 1000
               ADD 1 TO CHART-COUNT
               MOVE GLM-ACCT-NO TO CHT-ACCT(CHART-COUNT)
               MOVE GLM-DESC TO CHT-DESC(CHART-COUNT)
               MOVE GLM-TYPE TO CHT-TYPE(CHART-COUNT)
               MOVE 0 TO CHT-YEAR-DR(CHART-COUNT)
               MOVE 0 TO CHT-YEAR-CR(CHART-COUNT)
               MOVE GLM-ACCT-NO TO FIND-ACCT
               PERFORM 045-FIND-OWNER
               MOVE OWNER-CO-IDX TO CHT-CO-IDX(CHART-COUNT)
           ELSE
               MOVE 'YES' TO CHART-TABLE-FULL
           END-IF.
       045-FIND-OWNER.
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
       050-TOTAL-BALANCES.
           MOVE 0 TO GLB-ACCT
           MOVE 0 TO GLB-YEAR
           MOVE 0 TO GLB-PERIOD
           START GL-BALANCE KEY IS NOT LESS THAN GLB-KEY
               INVALID KEY
                   MOVE 'NO' TO MORE-BALANCES
           END-START
           PERFORM UNTIL MORE-BALANCES = 'NO'
               READ GL-BALANCE NEXT RECORD
                   AT END
                       MOVE 'NO' TO MORE-BALANCES
                   NOT AT END
                       IF GLB-YEAR = CLOSE-YEAR
                           PERFORM 060-TOTAL-ONE-BALANCE
                       END-IF
               END-READ
           END-PERFORM.
       060-TOTAL-ONE-BALANCE.
           IF GLB-PERIOD = CLOSE-PERIOD
               ADD GLB-DR TO PERIOD-DR
               ADD GLB-CR TO PERIOD-CR
           END-IF
           IF YEAR-END = 'YES' AND GLB-PERIOD <= 12
               MOVE GLB-ACCT TO FIND-ACCT
               PERFORM 070-FIND-CHART-ACCOUNT
               IF CHART-FOUND > 0
                   IF CHT-TYPE(CHART-FOUND) = 'R'
                       OR CHT-TYPE(CHART-FOUND) = 'E'
                       ADD GLB-DR TO CHT-YEAR-DR(CHART-FOUND)
                       ADD GLB-CR TO CHT-YEAR-CR(CHART-FOUND)
                   END-IF
               END-IF
           END-IF.
       070-FIND-CHART-ACCOUNT.
           MOVE 0 TO CHART-FOUND
           PERFORM VARYING CHART-IDX FROM 1 BY 1
               UNTIL CHART-IDX > CHART-COUNT
               IF CHT-ACCT(CHART-IDX) = FIND-ACCT
                   MOVE CHART-IDX TO CHART-FOUND
                   MOVE CHART-COUNT TO CHART-IDX
               END-IF
           END-PERFORM.
       300-CLOSE-YEAR.
           WRITE REPORT-REC FROM CLOSING-HEADING
               AFTER ADVANCING 2 LINES
           PERFORM VARYING CO-IDX FROM 1 BY 1 UNTIL CO-IDX > CO-COUNT
               IF COT-CODE(CO-IDX) = 1 OR COT-GL-HIGH(CO-IDX) > 0
                   PERFORM 310-CLOSE-COMPANY-YEAR
               END-IF
           END-PERFORM
           DISPLAY 'YEAR ' CLOSE-YEAR ' CLOSED TO RETAINED EARNINGS - '
               CLOSING-COUNT ' ACCOUNTS'.
       310-CLOSE-COMPANY-YEAR.
      *>      EACH OF THE COMPANY'S REVENUE AND EXPENSE ACCOUNTS IS
      *>      TAKEN TO ZERO FOR THE YEAR; THE OFFSETS TOGETHER LAND IN
      *>      THE COMPANY'S OWN RETAINED EARNINGS, SO ITS BOOKS STAY IN
      *>      BALANCE ON THEIR OWN
           MOVE 0 TO RETAINED-DR
           MOVE 0 TO RETAINED-CR
           MOVE COT-RETAINED-ACCT(CO-IDX) TO RETAINED-ACCT
           MOVE COT-CODE(CO-IDX) TO CHD-CODE-OUT
           MOVE COT-NAME(CO-IDX) TO CHD-NAME-OUT
           MOVE RETAINED-ACCT TO CHD-RETAINED-OUT
           WRITE REPORT-REC FROM COMPANY-HEADING
               AFTER ADVANCING 2 LINES
           PERFORM VARYING CHART-IDX FROM 1 BY 1
               UNTIL CHART-IDX > CHART-COUNT
               IF CHT-CO-IDX(CHART-IDX) = CO-IDX
                   AND CHT-YEAR-DR(CHART-IDX)
                       NOT = CHT-YEAR-CR(CHART-IDX)
                   PERFORM 320-CLOSE-ONE-ACCOUNT
               END-IF
           END-PERFORM
           IF RETAINED-DR > 0 OR RETAINED-CR > 0
               MOVE RETAINED-ACCT TO GLB-ACCT
               MOVE CLOSE-YEAR TO GLB-YEAR
               MOVE 13 TO GLB-PERIOD
               READ GL-BALANCE
                   INVALID KEY
                       MOVE RETAINED-DR TO GLB-DR
                       MOVE RETAINED-CR TO GLB-CR
                       WRITE GL-BALANCE-REC
                   NOT INVALID KEY
                       ADD RETAINED-DR TO GLB-DR
                       ADD RETAINED-CR TO GLB-CR
                       REWRITE GL-BALANCE-REC
               END-READ
           END-IF
           IF RETAINED-DR > 0
               MOVE 'D' TO CLL-TYPE-OUT
               MOVE RETAINED-ACCT TO CLL-ACCT-OUT
               MOVE 'RETAINED EARNINGS' TO CLL-DESC-OUT
               MOVE RETAINED-DR TO CLL-AMOUNT-OUT
               WRITE REPORT-REC FROM CLOSING-LINE
           END-IF
           IF RETAINED-CR > 0
               MOVE 'C' TO CLL-TYPE-OUT
               MOVE RETAINED-ACCT TO CLL-ACCT-OUT
               MOVE 'RETAINED EARNINGS' TO CLL-DESC-OUT
               MOVE RETAINED-CR TO CLL-AMOUNT-OUT
               WRITE REPORT-REC FROM CLOSING-LINE
           END-IF
           COMPUTE NET-INCOME = RETAINED-CR - RETAINED-DR
           MOVE NET-INCOME TO NIL-AMOUNT-OUT
           WRITE REPORT-REC FROM NET-INCOME-LINE
               AFTER ADVANCING 2 LINES.
       320-CLOSE-ONE-ACCOUNT.
           ADD 1 TO CLOSING-COUNT
           IF CHT-YEAR-DR(CHART-IDX) > CHT-YEAR-CR(CHART-IDX)
               COMPUTE CLOSING-AMOUNT = CHT-YEAR-DR(CHART-IDX)
                   - CHT-YEAR-CR(CHART-IDX)
               MOVE 'C' TO CLOSING-TYPE
               ADD CLOSING-AMOUNT TO RETAINED-DR
           ELSE
               COMPUTE CLOSING-AMOUNT = CHT-YEAR-CR(CHART-IDX)
                   - CHT-YEAR-DR(CHART-IDX)
               MOVE 'D' TO CLOSING-TYPE
               ADD CLOSING-AMOUNT TO RETAINED-CR
           END-IF
           MOVE CHT-ACCT(CHART-IDX) TO GLB-ACCT
           MOVE CLOSE-YEAR TO GLB-YEAR
           MOVE 13 TO GLB-PERIOD
           READ GL-BALANCE
               INVALID KEY
                   MOVE 0 TO GLB-DR
                   MOVE 0 TO GLB-CR
                   PERFORM 330-ADD-CLOSING-AMOUNT
                   WRITE GL-BALANCE-REC
               NOT INVALID KEY
                   PERFORM 330-ADD-CLOSING-AMOUNT
                   REWRITE GL-BALANCE-REC
           END-READ
           MOVE CLOSING-TYPE TO CLL-TYPE-OUT
           MOVE CHT-ACCT(CHART-IDX) TO CLL-ACCT-OUT
           MOVE CHT-DESC(CHART-IDX) TO CLL-DESC-OUT
           MOVE CLOSING-AMOUNT TO CLL-AMOUNT-OUT
           WRITE REPORT-REC FROM CLOSING-LINE.
       330-ADD-CLOSING-AMOUNT.
           IF CLOSING-TYPE = 'D'
               ADD CLOSING-AMOUNT TO GLB-DR
           ELSE
               ADD CLOSING-AMOUNT TO GLB-CR
           END-IF.
       400-ADVANCE-PERIOD.
           IF GLC-OPEN-PERIOD = 12
               ADD 1 TO GLC-OPEN-YEAR
               MOVE 1 TO GLC-OPEN-PERIOD
           ELSE
               ADD 1 TO GLC-OPEN-PERIOD
           END-IF
           MOVE RUN-DATE TO GLC-LAST-CLOSE-DATE
           OPEN OUTPUT GL-CONTROL
           WRITE GL-CONTROL-REC
           CLOSE GL-CONTROL.
