      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Expense reimbursement payable - one per employee per
      *          cutoff, written by EXPENSE-CUTOFF from the approved
      *          expense lines and read by TAX-PAYROLL, which adds the
      *          travel and meals amounts to the period's pay after
      *          taxes (reimbursements are not wages) and debits them
      *          to the travel and meals expense accounts.
      * Modification History:
      *   10/15/26 - initial version
      ******************************************************************
           05 EXR-EMP-NO                   PIC X(5).
           05 EXR-TERRITORY-NO             PIC 9(2).
           05 EXR-OFFICE-NO                PIC 9(2).
           05 EXR-TRAVEL-AMT               PIC 9(7)V99.
           05 EXR-MEALS-AMT                PIC 9(7)V99.
           05 EXR-LINE-COUNT               PIC 9(3).
