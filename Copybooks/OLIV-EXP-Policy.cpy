      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Expense policy parameter record - one row per expense
      *          category and effective date. EXPENSE-MAINT prices and
      *          edits each expense line from the latest row for its
      *          category dated on or before the expense date, so a new
      *          IRS mileage rate or policy limit is staged ahead of
      *          time and an old expense still prices at the rate of
      *          its day. A non-zero EXPP-MILE-RATE makes the category
      *          a personal-vehicle category priced by the mile;
      *          EXPP-LIMIT is the policy limit for one line (zero for
      *          none); EXPP-GL-CLASS is T for travel or M for meals,
      *          the expense account TAX-PAYROLL debits.
      * Modification History:
      *   10/15/26 - initial version
      ******************************************************************
           05 EXPP-CATEGORY                PIC X(4).
           05 EXPP-EFF-DATE                PIC 9(8).
           05 EXPP-DESCRIPTION             PIC X(20).
           05 EXPP-GL-CLASS                PIC X(1).
           05 EXPP-LIMIT                   PIC 9(5)V99.
           05 EXPP-MILE-RATE               PIC 9V999.
