      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Benefit plan master record - one row per plan the
      *          company offers, kept by benefits administration and
      *          read by BENEFIT-ELECTION and BENEFITS-CENSUS. The
      *          deduction code and priority are what the plan's
      *          premium is withheld under on the deduction master;
      *          plans that replace one another (two medical plans,
      *          say) share a deduction code, so an employee holds
      *          at most one of them. Each coverage tier carries the
      *          employee premium withheld per pay period.
      *          BPL-TIER-CODE: EE = employee only,
      *                         ES = employee + spouse,
      *                         EC = employee + children,
      *                         FA = family
      *          BPL-TIER-COBRA-COST is the tier's full monthly cost
      *          (employee and company share together) that a COBRA
      *          continuee is billed, before the administrative charge.
      * Modification History:
      *   10/15/26 - initial version
      *   10/15/26 - added the full monthly tier cost for COBRA billing
      ******************************************************************
           05 BPL-PLAN-CODE                PIC X(3).
           05 BPL-CARRIER                  PIC X(20).
           05 BPL-DED-CODE                 PIC X(3).
           05 BPL-DED-PRIORITY             PIC 9(1).
           05 BPL-TIER-ENTRY OCCURS 4 TIMES.
               10 BPL-TIER-CODE            PIC X(2).
               10 BPL-TIER-PREMIUM         PIC 9(5)V99.
               10 BPL-TIER-COBRA-COST      PIC 9(5)V99.
