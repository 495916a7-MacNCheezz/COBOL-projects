      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: COBRA continuation record - one row per terminated
      *          employee and plan they were covered under, kept by
      *          COBRA-CONTINUATION and read by BENEFITS-CENSUS. The
      *          row follows the person from the qualifying event
      *          (the termination) through the election notice, the
      *          election deadline, the monthly premiums they send in
      *          and the end of continuation coverage. Coverage months
      *          are YYYYMM; CBR-PAID-THRU is the last month paid for
      *          (zero before the first payment) and CBR-CREDIT holds
      *          money received that does not yet cover a full month.
      *          CBR-STATUS: N = notice due (not yet mailed),
      *                      S = notice sent, election outstanding,
      *                      E = elected, coverage continuing,
      *                      W = waived,
      *                      X = election period lapsed,
      *                      C = cancelled for non-payment,
      *                      F = continuation period finished
      * Modification History:
      *   10/15/26 - initial version
      ******************************************************************
           05 CBR-EMP-NO                   PIC 9(5).
           05 CBR-NAME                     PIC X(20).
           05 CBR-PLAN-CODE                PIC X(3).
           05 CBR-TIER                     PIC X(2).
           05 CBR-QUAL-DATE                PIC 9(8).
           05 CBR-STATUS                   PIC X(1).
           05 CBR-NOTICE-DATE              PIC 9(8).
           05 CBR-ELECT-DEADLINE           PIC 9(8).
           05 CBR-ELECT-DATE               PIC 9(8).
           05 CBR-MONTHLY-PREMIUM          PIC 9(5)V99.
           05 CBR-COV-START                PIC 9(6).
           05 CBR-COV-END                  PIC 9(6).
           05 CBR-PAID-THRU                PIC 9(6).
           05 CBR-CREDIT                   PIC 9(5)V99.
           05 CBR-LAST-PAY-DATE            PIC 9(8).
           05 CBR-TOTAL-PAID               PIC 9(7)V99.
           05 CBR-CLOSE-DATE               PIC 9(8).
