      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Sales tax detail row, appended by AR-POST for every
      *          sale, return and credit it posts, and summarized by
      *          jurisdiction for the monthly return by
      *          SALES-TAX-RETURN. Returns and credits carry negative
      *          amounts so a sum nets them out. TXD-STATE and
      *          TXD-LOCAL are the jurisdiction the item was taxed
      *          under (TXD-LOCAL blank when only the state taxes it,
      *          both blank when no jurisdiction could be resolved).
      *          An exempt customer's sale carries its amount in
      *          TXD-EXEMPT-AMT, no tax, and the certificate number.
      ******************************************************************
           05 TXD-DATE                     PIC 9(8).
           05 TXD-CUST-NO                  PIC 9(4).
           05 TXD-INVOICE-NO               PIC 9(6).
           05 TXD-TRANS-TYPE               PIC X(1).
           05 TXD-STATE                    PIC X(2).
           05 TXD-LOCAL                    PIC X(15).
           05 TXD-TAXABLE-AMT              PIC S9(7)V99
                                           SIGN LEADING SEPARATE.
           05 TXD-EXEMPT-AMT               PIC S9(7)V99
                                           SIGN LEADING SEPARATE.
           05 TXD-STATE-TAX                PIC S9(7)V99
                                           SIGN LEADING SEPARATE.
           05 TXD-LOCAL-TAX                PIC S9(7)V99
                                           SIGN LEADING SEPARATE.
           05 TXD-EXEMPT-CERT              PIC X(15).
