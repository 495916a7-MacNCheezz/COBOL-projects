      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: General ledger chart-of-accounts master, indexed on
      *          the account number, maintained by GL-ACCOUNT-MAINT
      *          and read by GL-CONSOLIDATE, GL-JOURNAL-ENTRY,
      *          GL-PERIOD-CLOSE and GL-STATEMENTS. GLM-TYPE: A asset,
      *          L liability, Q equity, R revenue, E expense (R and E
      *          close to retained earnings at year-end). Accounts
      *          sharing a GLM-STMT-LINE caption print as one line on
      *          the financial statements. GLM-NORMAL-BAL D or C sets
      *          the sign a balance is shown with. GLM-STATUS A
      *          active, I inactive - no new postings.
      ******************************************************************
           05 GLM-ACCT-NO                  PIC 9(6).
           05 GLM-DESC                     PIC X(30).
           05 GLM-TYPE                     PIC X(1).
           05 GLM-STMT-LINE                PIC X(24).
           05 GLM-NORMAL-BAL               PIC X(1).
           05 GLM-STATUS                   PIC X(1).
