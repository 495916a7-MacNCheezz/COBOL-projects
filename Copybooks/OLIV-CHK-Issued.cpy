      *          against this file, marks paid checks P, and reports
      *          the O rows as outstanding (stale-dated when the issue
      *          date has aged past the threshold).
      *          CHK-STATUS: O = outstanding, P = paid by the bank,
      *          V = voided (spoiled), S = stop-payment (lost) - the
      *          last two set by CHECK-VOID. D = still outstanding,
      *          due-diligence letter sent on CHK-NOTICE-DATE, and
      *          E = escheated (turned over to the state as unclaimed
      *          property) - both set by CHECK-ESCHEAT.
      * Modification History:
      *   9/3/26  - initial version
      *   10/15/26 - statuses V and S for voided and stopped checks
      *   10/15/26 - statuses D and E and CHK-NOTICE-DATE for the
      *             unclaimed-property run (zero until a letter goes
      *             out; rows written before it read back as zero)
      ******************************************************************
           05 CHK-NUMBER                   PIC 9(8).
           05 CHK-EMP-NO                   PIC X(5).
           05 CHK-PERIOD                   PIC 9(2).
           05 CHK-AMOUNT                   PIC 9(7)V99.
           05 CHK-STATUS                   PIC X(1).
           05 CHK-NOTICE-DATE              PIC 9(8).
