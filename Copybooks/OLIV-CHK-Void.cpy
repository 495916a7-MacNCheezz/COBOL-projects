      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Void/stop-payment queue record. CHECK-VOID appends
      *          one per check it voids (spoiled) or stops (lost)
      *          after setting the issued record's status; the next
      *          CHECK-PRINT run reports every queued row to the bank
      *          on its positive-pay file and empties the queue, so a
      *          voided or stopped check is refused at the bank even
      *          when no new checks are cut for a while.
      *          CHV-ACTION: V = voided, S = stop-payment.
      ******************************************************************
           05 CHV-CHECK-NO                 PIC 9(8).
           05 CHV-ACTION                   PIC X(1).
           05 CHV-EMP-NO                   PIC X(5).
           05 CHV-NAME                     PIC X(20).
           05 CHV-ISSUE-DATE               PIC 9(8).
           05 CHV-AMOUNT                   PIC 9(7)V99.
           05 CHV-ACTION-DATE              PIC 9(8).
