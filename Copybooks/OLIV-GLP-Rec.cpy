      *          chart-of-accounts mapping, and GL-CONSOLIDATE
      *          collects the files, proves each source balances, and
      *          prints the trial balance.
      * Modification History:
      *   10/15/26 - added GLP-COMPANY-OUT, the company that paid or
      *             incurred the posting. Zero or spaces means the
      *             company whose account block the account falls in;
      *             when it names a different company from the
      *             account's, GL-CONSOLIDATE books the intercompany
      *             due-to/due-from pair between the two
      ******************************************************************
           05 GLP-TYPE-OUT                 PIC X(1).
           05 GLP-ACCT-OUT                 PIC 9(6).
           05 GLP-OFFICE-OUT               PIC 9(2).
           05 GLP-PERIOD-OUT               PIC 9(2).
           05 GLP-DATE-OUT                 PIC 9(8).
           05 GLP-COMPANY-OUT              PIC X(2).
