      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Pending maintenance item, one per transaction keyed
      *          for the employee, customer, deduction, vehicle or
      *          vendor master. TRANSACTION-ENTRY (and the programs that
      *          generate deduction transactions) append the item as
      *          P with the keying operator's ID; MAINT-APPROVAL lets
      *          a second, different operator mark it A or R; the
      *          master's maintenance program applies only A items
      *          and marks them X with its own applied/rejected
      *          result. PND-TRANS-IMAGE is the transaction record
      *          exactly as the maintenance program reads it.
      *          Targets: E employee, C customer, D deduction,
      *          V vehicle, P accounts-payable vendor.
      * Modification History:
      *   10/15/26 - initial version
      *   10/15/26 - target P for the accounts-payable vendor master
      ******************************************************************
           05 PND-NUMBER                   PIC 9(6).
           05 PND-TARGET                   PIC X(1).
           05 PND-STATUS                   PIC X(1).
           05 PND-KEYED-BY                 PIC X(8).
           05 PND-KEYED-DATE               PIC 9(8).
           05 PND-APPROVED-BY              PIC X(8).
           05 PND-DECIDED-DATE             PIC 9(8).
           05 PND-APPLIED-DATE             PIC 9(8).
           05 PND-RESULT                   PIC X(8).
           05 PND-TRANS-IMAGE              PIC X(150).
