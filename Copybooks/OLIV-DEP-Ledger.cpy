      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Federal payroll tax deposit liability ledger - one
      *          record per pay date, kept by TAX-DEPOSIT. Carries
      *          what the pay date's postings made us owe the IRS
      *          (employee FICA, federal withholding, employer FICA
      *          match), the deposit due date under the schedule in
      *          force, what has gone out on a deposit payment file,
      *          and what the deposit confirmations say was actually
      *          deposited. RUN-STATUS reads it to flag any deposit
      *          with a balance still owed on or past its due date.
      *          DLG-SCHEDULE: M = monthly, S = semi-weekly,
      *          C = settled-through marker.
      * Modification History:
      *   10/15/26 - initial version
      *   10/15/26 - added DLG-COMPANY at the end: each company owes
      *             and deposits under its own employer ID, so a row
      *             is one pay date for one company; older rows read
      *             it blank, meaning company 01
      *   10/15/26 - DLG-SCHEDULE C marks a company's settled-through
      *             row: pay dates on or before its DLG-PAY-DATE were
      *             fully deposited in a closed quarter and dropped
      *             from the ledger. It carries no amounts
      ******************************************************************
           05 DLG-PAY-DATE                 PIC 9(8).
           05 DLG-SCHEDULE                 PIC X(1).
           05 DLG-DUE-DATE                 PIC 9(8).
           05 DLG-EMP-FICA                 PIC 9(9)V99.
           05 DLG-FED                      PIC 9(9)V99.
           05 DLG-ER-FICA                  PIC 9(9)V99.
           05 DLG-OWED                     PIC 9(9)V99.
           05 DLG-SENT                     PIC 9(9)V99.
           05 DLG-DEPOSITED                PIC 9(9)V99.
           05 DLG-LAST-DEP-DATE            PIC 9(8).
           05 DLG-COMPANY                  PIC 9(2).
