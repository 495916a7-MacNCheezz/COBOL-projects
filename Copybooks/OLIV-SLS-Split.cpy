      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Split-credit table row - shares one sale's credit
      *          among the salespeople who worked it (a field rep and
      *          an inside rep on the larger accounts). SPLIT-SCOPE C
      *          keys the row by customer number, P by the salesperson
      *          number the transaction carries (the pair row - that
      *          salesperson and a partner). SPLIT-EFF-DATE (YYYYMMDD)
      *          is the first transaction date the row applies to; the
      *          latest row effective on or before a transaction's date
      *          is the one used, and a customer row wins over a pair
      *          row. Up to four participants, each with a percentage;
      *          the percentages must total 100 or the row is ignored.
      *          The first participant takes any rounding remainder.
      *          Read by COMMISSION-CALC, COMMISSION-STATEMENT and
      *          TERRITORY, so all three credit a split sale alike.
      ******************************************************************
           05 SPLIT-SCOPE                  PIC X(1).
           05 SPLIT-KEY                    PIC X(4).
           05 SPLIT-EFF-DATE               PIC 9(8).
           05 SPLIT-PART OCCURS 4 TIMES.
               10 SPLIT-PART-SLS           PIC 9(4).
               10 SPLIT-PART-PCT           PIC 9(3)V99.
