      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Manual journal entry line, the input GL-JOURNAL-ENTRY
      *          edits. One row per debit or credit; the lines of one
      *          entry share JET-JE-NO and are keyed together. The
      *          entry date (first line) sets the fiscal period. A Y
      *          in JET-REVERSE on the first line reverses the whole
      *          entry on the first day of the following month, for
      *          accruals. Amounts are character, 9(9)V99 implied, so
      *          a bad keystroke is rejected rather than abending.
      ******************************************************************
           05 JET-JE-NO                    PIC X(8).
           05 JET-DATE                     PIC X(8).
           05 JET-TYPE                     PIC X(1).
           05 JET-ACCT                     PIC X(6).
           05 JET-AMOUNT                   PIC X(11).
           05 JET-REVERSE                  PIC X(1).
           05 JET-DESC                     PIC X(30).
