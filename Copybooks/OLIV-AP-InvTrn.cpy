      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: AP invoice transaction, the input AP-INVOICE-ENTRY
      *          applies to the AP open-item file. Keyed by accounts
      *          payable and also appended by DEDUCTION-REMIT, one per
      *          payee remitted. All fields are character so a bad
      *          keystroke is rejected rather than abending the run.
      *          APIT-ACTION: A = add the invoice, H = hold it from
      *          payment, R = release a hold. APIT-DUE-DATE blank =
      *          invoice date plus the vendor's terms; APIT-PAY-ACCT
      *          blank = the AP trade payable account; APIT-EXP-ACCT
      *          blank = the payable was already accrued, so entry
      *          posts nothing to the GL.
      ******************************************************************
           05 APIT-ACTION                  PIC X(1).
           05 APIT-VENDOR-NO               PIC X(5).
           05 APIT-INVOICE-NO              PIC X(12).
           05 APIT-INVOICE-DATE            PIC X(8).
           05 APIT-DUE-DATE                PIC X(8).
           05 APIT-AMOUNT                  PIC X(9).
           05 APIT-PAY-ACCT                PIC X(6).
           05 APIT-EXP-ACCT                PIC X(6).
           05 APIT-DESC                    PIC X(20).
           05 APIT-SOURCE                  PIC X(1).
