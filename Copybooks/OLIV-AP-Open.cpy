      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Accounts-payable open-item record, keyed by vendor
      *          number plus the vendor's own invoice number, so the
      *          same invoice can never be entered twice for one
      *          vendor. AP-INVOICE-ENTRY adds items (keyed invoices
      *          and the remittance invoices DEDUCTION-REMIT writes),
      *          AP-PAYMENT-RUN pays the ones due, and AP-AGING reads
      *          the unpaid ones back. APO-PAY-ACCT is the payable
      *          account the item sits in and the one its payment
      *          debits; APO-EXP-ACCT is the expense account entry
      *          debited (zero when the payable was already accrued
      *          by the feed that created it, e.g. repairs, fuel card
      *          or remittance payable). APO-SOURCE: K = keyed,
      *          R = deduction remittance. APO-STATUS: O = open,
      *          H = held from payment, P = paid (APO-PAID-DATE and
      *          APO-CHECK-NO filled; check number zero when paid
      *          electronically).
      ******************************************************************
           05 APO-KEY.
               10 APO-VENDOR-NO            PIC 9(5).
               10 APO-INVOICE-NO           PIC X(12).
           05 APO-INVOICE-DATE             PIC 9(8).
           05 APO-DUE-DATE                 PIC 9(8).
           05 APO-AMOUNT                   PIC 9(7)V99.
           05 APO-PAY-ACCT                 PIC 9(6).
           05 APO-EXP-ACCT                 PIC 9(6).
           05 APO-DESC                     PIC X(20).
           05 APO-SOURCE                   PIC X(1).
           05 APO-STATUS                   PIC X(1).
           05 APO-ENTRY-DATE               PIC 9(8).
           05 APO-PAID-DATE                PIC 9(8).
           05 APO-CHECK-NO                 PIC 9(8).
