      *             absorbed, so the next run can compare this period
      *             against last and hold the bank file behind the
      *             variance gate when a net pay jumps
      *   10/15/26 - added YTD-RETRO, the retroactive raise difference
      *             TAX-PAYROLL pays for periods already paid at the
      *             old rate; like YTD-COMMISSION it is carried inside
      *             YTD-GROSS and shown on the stub as its own line;
      *             appended last so existing offsets are undisturbed
      *   10/15/26 - added YTD-COMPANY, the employer the balances were
      *             earned under (zero = company 01), stamped by
      *             TAX-PAYROLL from the employee master each period,
      *             so the quarterly summary and the year-end wage
      *             statements report per company
      ******************************************************************
           05  YTD-EMP-NO           PIC X(5).
           05  YTD-OLD-NET-PAY      PIC 9(9)V99.
           05  YTD-DED-ENTRY OCCURS 6 TIMES.
               10  YTD-DED-CODE     PIC X(3).
               10  YTD-DED-AMT      PIC 9(9)V99.
           05  YTD-COMPANY          PIC 9(2).
           05  YTD-RETRO            PIC 9(9)V99.
