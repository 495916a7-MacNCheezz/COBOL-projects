      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Dunning history record - one per customer who has
      *          been sent a collection letter, kept by AR-DUNNING.
      *          DUNH-CYCLE is the monthly statement cycle (YYYYMM of
      *          the business date) the last letter went out in and
      *          DUNH-LEVEL the letter sent: 1 = reminder (31-60 days
      *          past due), 2 = firm notice (61-90), 3 = final demand
      *          with credit hold warning (over 90). A customer is not
      *          sent the same or a lower level twice in one cycle;
      *          a higher level goes out as soon as an item ages into
      *          it. DUNH-PAST-DUE-AMT is the past-due balance the last
      *          letter named and DUNH-LETTER-COUNT the letters sent
      *          to the customer since the record was created.
      ******************************************************************
           05 DUNH-CUST-NO                 PIC 9(4).
           05 DUNH-CYCLE                   PIC 9(6).
           05 DUNH-LEVEL                   PIC 9(1).
           05 DUNH-SENT-DATE               PIC 9(8).
           05 DUNH-PAST-DUE-AMT            PIC 9(7)V99.
           05 DUNH-LETTER-COUNT            PIC 9(3).
