      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Suspense ID control record. Holds the next permanent
      *          suspense ID CUST-ERROR will assign to a transaction
      *          failing validation for the first time; rewritten at
      *          the clean end of each run. IDs are never reused, so
      *          a cleared transaction's history stays its own.
      * Modification History:
      *   10/15/26 - initial version
      ******************************************************************
           05 SUSP-CTL-NEXT-ID             PIC 9(8).
