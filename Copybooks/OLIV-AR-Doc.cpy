      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Customer document request, written by AR-POST for
      *          every item it posts and printed by INVOICE-PRINT.
      *          DOC-TYPE: I = invoice (one per new open item),
      *          M = credit memo for an R or C transaction, followed
      *          by its lines - A = applied to the open invoice in
      *          DOC-REF-NO, S = a prior credit on account (DOC-REF-NO)
      *          swept into it, U = remainder carried as a credit on
      *          account under the memo's own number. DOC-NO is the
      *          invoice or memo number from the controlled
      *          next-invoice sequence; DOC-REF-AMT the line's amount.
      ******************************************************************
           05 DOC-TYPE                     PIC X(1).
           05 DOC-CUST-NO                  PIC 9(4).
           05 DOC-NO                       PIC 9(6).
           05 DOC-DATE                     PIC 9(8).
           05 DOC-SLS-NO                   PIC 9(4).
           05 DOC-STORE-NO                 PIC 9(1).
           05 DOC-GOODS-AMT                PIC S9(7)V99
                                           SIGN LEADING SEPARATE.
           05 DOC-TAX-AMT                  PIC S9(7)V99
                                           SIGN LEADING SEPARATE.
           05 DOC-TOTAL-AMT                PIC S9(7)V99
                                           SIGN LEADING SEPARATE.
           05 DOC-REF-NO                   PIC 9(6).
           05 DOC-REF-AMT                  PIC S9(7)V99
                                           SIGN LEADING SEPARATE.
