      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Expense report line - one per expense an employee
      *          claims, kept by EXPENSE-MAINT and handed to payroll by
      *          EXPENSE-CUTOFF. Lines sharing EXL-REPORT-NO make up one
      *          expense report, and a manager approves or rejects the
      *          report as a whole. EXL-AMOUNT is the reimbursable
      *          amount: as keyed for a receipt category, or the miles
      *          times the mileage rate in force on the expense date
      *          for a personal-vehicle category. EXL-GL-CLASS is the
      *          category's ledger class from the expense policy file
      *          (T travel, M meals) and EXL-OVER-LIMIT is Y when the
      *          line came to more than the category's policy limit.
      *          Territory and office are copied from the employee
      *          master when the line is entered.
      *          EXL-STATUS:    E = entered, A = approved,
      *                         R = rejected by the manager,
      *                         P = paid (handed to payroll at the
      *                             cutoff dated EXL-PAID-DATE)
      * Modification History:
      *   10/15/26 - initial version
      ******************************************************************
           05 EXL-REPORT-NO                PIC 9(6).
           05 EXL-LINE-NO                  PIC 9(2).
           05 EXL-EMP-NO                   PIC 9(5).
           05 EXL-EXPENSE-DATE             PIC 9(8).
           05 EXL-CATEGORY                 PIC X(4).
           05 EXL-GL-CLASS                 PIC X(1).
           05 EXL-MILES                    PIC 9(5).
           05 EXL-AMOUNT                   PIC 9(5)V99.
           05 EXL-OVER-LIMIT               PIC X(1).
           05 EXL-TERRITORY-NO             PIC 9(2).
           05 EXL-OFFICE-NO                PIC 9(2).
           05 EXL-STATUS                   PIC X(1).
           05 EXL-ENTRY-DATE               PIC 9(8).
           05 EXL-APPROVER                 PIC X(8).
           05 EXL-APPROVE-DATE             PIC 9(8).
           05 EXL-PAID-DATE                PIC 9(8).
           05 EXL-DESCRIPTION              PIC X(30).
