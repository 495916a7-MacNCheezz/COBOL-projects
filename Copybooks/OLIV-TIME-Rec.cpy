      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Daily time record - one per hourly employee, work
      *          date and pay code, kept by TIME-ENTRY-MAINT and
      *          summarized by TIME-CUTOFF into the hours file
      *          TAX-PAYROLL pays from and the leave transactions
      *          VACATION-USAGE applies. Territory and office are
      *          copied from the employee master when the day is
      *          entered, so a supervisor's approval covers the
      *          people in their territory/office.
      *          TIM-PAY-CODE:  W = worked, V = vacation, S = sick,
      *                         P = personal, H = holiday
      *          TIM-STATUS:    E = entered, A = approved,
      *                         P = paid (summarized at the cutoff
      *                             dated TIM-PAID-DATE)
      * Modification History:
      *   10/15/26 - initial version
      ******************************************************************
           05 TIM-EMP-NO                   PIC 9(5).
           05 TIM-WORK-DATE                PIC 9(8).
           05 TIM-PAY-CODE                 PIC X(1).
           05 TIM-HOURS                    PIC 9(2)V99.
           05 TIM-TERRITORY-NO             PIC 9(2).
           05 TIM-OFFICE-NO                PIC 9(2).
           05 TIM-STATUS                   PIC X(1).
           05 TIM-ENTRY-DATE               PIC 9(8).
           05 TIM-APPROVER                 PIC X(8).
           05 TIM-APPROVE-DATE             PIC 9(8).
           05 TIM-PAID-DATE                PIC 9(8).
