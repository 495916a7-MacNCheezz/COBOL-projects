      *          delete transactions and read by CUST-ERROR so a
      *          transaction's CUST-NO is validated against customers
      *          that actually exist and are active, not just a
      *          low/high number range. CUST-MST-STATUS: A =
      *          active, I = inactive, H = credit hold.
      * Modification History:
      *   9/3/26  - added CUST-MST-CREDIT-LIMIT (whole dollars, zero =
      *             no limit) so CUST-ERROR can warn when a sale
      *             price-change notice can be addressed from the
      *             master instead of the sales office card file;
      *             CUSTOMER-MAIL-EXTRACT feeds MAIL from it
      *   10/15/26 - CUST-MST-STATUS gains H (credit hold), set by
      *             AR-WRITEOFF when a customer's debt is written off;
      *             CUST-ERROR rejects sales to an H customer the same
      *             as an I (inactive) one
      *   10/15/26 - added the customer's bank routing and account
      *             numbers (the account their checks are drawn on)
      *             so LOCKBOX-IMPORT can identify a remittance that
      *             arrives without a customer number
      *   10/15/26 - added the ship-to state (blank = the customer
      *             takes goods at the store) and the sales tax
      *             exemption flag with its certificate number, so
      *             AR-POST can tax each sale where it is delivered
      *             and leave exempt customers untaxed
      *   10/15/26 - added CUST-MST-MAIL-RETURNS, the count of mail
      *             pieces returned or diverted undeliverable against
      *             the address on file, and CUST-MST-DO-NOT-MAIL (Y =
      *             held), set once the returns reach the limit; both
      *             reset when a new address is applied through
      *             CUSTOMER-MASTER-MAINT, and CUSTOMER-MAIL-EXTRACT
      *             skips a held address
      *   10/15/26 - added CUST-MST-COMPANY, the legal entity the
      *             customer buys from (zero = company 01)
      ******************************************************************
           05 CUST-MST-NO                  PIC 9(4).
           05 CUST-MST-NAME                PIC X(26).
           05 CUST-MST-CITY                PIC X(12).
           05 CUST-MST-STATE               PIC X(2).
           05 CUST-MST-ZIP                 PIC X(5).
           05 CUST-MST-BANK-ROUTING        PIC X(9).
           05 CUST-MST-BANK-ACCT           PIC X(17).
           05 CUST-MST-SHIP-STATE          PIC X(2).
           05 CUST-MST-TAX-EXEMPT          PIC X(1).
           05 CUST-MST-EXEMPT-CERT         PIC X(15).
           05 CUST-MST-MAIL-RETURNS        PIC 9(2).
           05 CUST-MST-DO-NOT-MAIL         PIC X(1).
           05 CUST-MST-COMPANY             PIC 9(2).
