      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Accounts-payable vendor master record, one per vendor
      *          number. Maintained by VENDOR-MASTER-MAINT from
      *          approved pending maintenance items (target P) and
      *          read by AP-INVOICE-ENTRY (the vendor must exist and
      *          be active to take an invoice), AP-PAYMENT-RUN (remit
      *          name and address, payment method and bank numbers)
      *          and AP-1099-LISTING. VND-TERMS-DAYS sets an invoice's
      *          due date when it arrives without one.
      *          VND-PAY-METHOD: C = check, E = electronic transfer to
      *          the bank routing and account numbers on the record.
      *          VND-1099: Y = payments are reported on a 1099 under
      *          VND-TAX-ID. VND-STATUS: A = active, I = inactive (no
      *          new invoices; open ones are still paid).
      ******************************************************************
           05 VND-NO                       PIC 9(5).
           05 VND-NAME                     PIC X(26).
           05 VND-STREET                   PIC X(20).
           05 VND-CITY                     PIC X(12).
           05 VND-STATE                    PIC X(2).
           05 VND-ZIP                      PIC X(5).
           05 VND-TERMS-DAYS               PIC 9(3).
           05 VND-PAY-METHOD               PIC X(1).
           05 VND-BANK-ROUTING             PIC X(9).
           05 VND-BANK-ACCT                PIC X(17).
           05 VND-1099                     PIC X(1).
           05 VND-TAX-ID                   PIC X(9).
           05 VND-STATUS                   PIC X(1).
