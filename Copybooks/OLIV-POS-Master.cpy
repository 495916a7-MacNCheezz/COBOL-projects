      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Position master record - one row per authorized
      *          position, the approved headcount and salary budget
      *          management sets for each territory and office, kept
      *          by POSITION-MASTER-MAINT instead of a spreadsheet.
      *          POS-FILLED-BY is the employee number sitting in the
      *          position (zero while it is vacant) and POS-STATUS-DATE
      *          the date it was last filled or vacated. Read by
      *          POSITION-CONTROL for authorized-versus-actual and by
      *          EMPLOYEE-MASTER-MAINT to warn when a hire lands in an
      *          office with no open position.
      * Modification History:
      *   10/15/26 - initial version
      ******************************************************************
           05 POS-NUMBER                   PIC 9(5).
           05 POS-TERRITORY-NO             PIC 9(2).
           05 POS-OFFICE-NO                PIC 9(2).
           05 POS-TITLE                    PIC X(20).
           05 POS-BUDGET-SALARY            PIC 9(6).
           05 POS-FILLED-BY                PIC 9(5).
           05 POS-STATUS-DATE              PIC 9(8).
