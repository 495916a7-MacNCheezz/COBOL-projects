      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: One-record general ledger control file. The fiscal
      *          year matches the calendar year and the fiscal period
      *          the calendar month. GLC-OPEN-YEAR/-PERIOD is the
      *          earliest period still open - every period before it
      *          is locked against postings. GL-PERIOD-CLOSE moves it
      *          forward one period at a time. GLC-RETAINED-ACCT is
      *          the equity account income and expense close into at
      *          year-end.
      ******************************************************************
           05 GLC-OPEN-YEAR                PIC 9(4).
           05 GLC-OPEN-PERIOD              PIC 9(2).
           05 GLC-RETAINED-ACCT            PIC 9(6).
           05 GLC-LAST-CLOSE-DATE          PIC 9(8).
