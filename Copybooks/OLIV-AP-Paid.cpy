      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Vendor payment history record, one per invoice paid,
      *          appended by AP-PAYMENT-RUN. AP-1099-LISTING totals it
      *          by vendor for the tax year. APP-METHOD: C = check
      *          (APP-CHECK-NO filled), E = electronic transfer
      *          (APP-CHECK-NO zero).
      ******************************************************************
           05 APP-VENDOR-NO                PIC 9(5).
           05 APP-INVOICE-NO               PIC X(12).
           05 APP-PAY-DATE                 PIC 9(8).
           05 APP-CHECK-NO                 PIC 9(8).
           05 APP-METHOD                   PIC X(1).
           05 APP-AMOUNT                   PIC 9(7)V99.
           05 APP-PAY-ACCT                 PIC 9(6).
