      *          statements read them back. AR-STATUS: O = open,
      *          P = paid in full, U = unapplied cash or credit
      *          (AR-OPEN-AMT carries a negative balance the next
      *          application sweeps up), W = written off as a bad
      *          debt by AR-WRITEOFF (AR-OPEN-AMT zeroed, the amount
      *          written off kept in AR-WOFF-AMT until a recovery
      *          receipt through CASH-APPLY collects it back).
      * Modification History:
      *   10/15/26 - added the W written-off status with AR-WOFF-AMT
      *             (balance written off and not yet recovered) and
      *             AR-WOFF-DATE (business date of the write-off);
      *             both are zero on every other item
      *   10/15/26 - added AR-TAX-AMT, the sales tax AR-POST billed
      *             on the item (already included in AR-ORIG-AMT);
      *             zero on U items
      ******************************************************************
           05 AR-KEY.
               10 AR-CUST-NO               PIC 9(4).
           05 AR-OPEN-AMT                  PIC S9(7)V99
                                           SIGN LEADING SEPARATE.
           05 AR-STATUS                    PIC X(1).
           05 AR-WOFF-AMT                  PIC S9(7)V99
                                           SIGN LEADING SEPARATE.
           05 AR-WOFF-DATE                 PIC 9(8).
           05 AR-TAX-AMT                   PIC S9(7)V99
                                           SIGN LEADING SEPARATE.
