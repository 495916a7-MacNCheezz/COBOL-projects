      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Benefit election record - one row per employee and
      *          plan, kept by BENEFIT-ELECTION and read by
      *          BENEFITS-CENSUS. A row is written pending when the
      *          election (or waiver) is accepted and goes in force on
      *          its effective date, when the matching deduction
      *          master transaction is generated. BEL-PREMIUM is the
      *          per-period premium the deduction master was last
      *          told, so a plan repricing is caught and passed on.
      *          BEL-ACTION: E = elect, W = waive (drop the plan)
      *          BEL-EVENT:  N = new hire, L = life event,
      *                      O = open enrollment
      *          BEL-STATUS: P = pending, A = in force
      * Modification History:
      *   10/15/26 - initial version
      ******************************************************************
           05 BEL-EMP-NO                   PIC 9(5).
           05 BEL-PLAN-CODE                PIC X(3).
           05 BEL-DED-CODE                 PIC X(3).
           05 BEL-TIER                     PIC X(2).
           05 BEL-ACTION                   PIC X(1).
           05 BEL-EVENT                    PIC X(1).
           05 BEL-EVENT-DATE               PIC 9(8).
           05 BEL-EFF-DATE                 PIC 9(8).
           05 BEL-STATUS                   PIC X(1).
           05 BEL-PREMIUM                  PIC 9(5)V99.
           05 BEL-ELECT-DATE               PIC 9(8).
