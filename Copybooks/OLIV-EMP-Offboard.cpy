      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Offboarding log record, one per termination that
      *          TERMINATION-CASCADE has followed through, so a
      *          termination is cascaded once however often the run
      *          is repeated over the same change history. Also keeps
      *          what was found at the time: OFB-HAD-INS = 'Y' when an
      *          INS row was on the deduction master - COBRA-
      *          CONTINUATION still counts that as coverage after the
      *          cascade has stopped the row.
      * Modification History:
      *   10/15/26 - initial version
      ******************************************************************
           05 OFB-EMP-NO                   PIC 9(5).
           05 OFB-TERM-DATE                PIC 9(8).
           05 OFB-RUN-DATE                 PIC 9(8).
           05 OFB-HAD-INS                  PIC X(1).
           05 OFB-SLS-INACTIVATED          PIC 9(2).
           05 OFB-VEH-CLOSED               PIC 9(2).
           05 OFB-DED-STOPPED              PIC 9(2).
           05 OFB-POS-VACATED              PIC 9(2).
           05 OFB-DRAW-OWED                PIC 9(7)V99.
           05 OFB-COMM-UNPAID              PIC 9(7)V99.
           05 OFB-VAC-HOURS                PIC 9(4)V99.
           05 OFB-VAC-PAYOUT               PIC 9(7)V99.
