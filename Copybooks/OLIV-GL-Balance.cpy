      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: General ledger balance file, indexed on account,
      *          fiscal year and fiscal period. One row carries an
      *          account's debit and credit activity for the period;
      *          GL-CONSOLIDATE rolls the proved postings into it.
      *          Period 13 holds only the year-end closing entries
      *          GL-PERIOD-CLOSE writes, so the income statement for
      *          December still shows December. A balance-sheet
      *          account's balance is the sum of its rows through the
      *          period asked for.
      ******************************************************************
           05 GLB-KEY.
               10 GLB-ACCT                 PIC 9(6).
               10 GLB-YEAR                 PIC 9(4).
               10 GLB-PERIOD               PIC 9(2).
           05 GLB-DR                       PIC 9(11)V99.
           05 GLB-CR                       PIC 9(11)V99.
