      *             suspense file conversion
      *   9/3/26  - the store-master check took position 13 and the
      *             duplicate check took 14; only 15 remains spare
      *   10/15/26 - the suspense file is now indexed on SUSP-ID, a
      *             permanent suspense number CUST-ERROR assigns the
      *             night a transaction first fails and carries
      *             through every recycle, with the date it first
      *             failed beside it; corrections and the aging report
      *             name a record by this ID instead of its line
      *             position, which moved every time the file was
      *             rebuilt (the live line-sequential file needs a
      *             one-time load assigning IDs from 1 in file order)
      ******************************************************************
           05 SUSP-ID                      PIC 9(8).
           05 SUSP-FIRST-FAIL-DATE         PIC 9(8).
           05 SUSP-CYCLE-COUNT             PIC 9(2).
           05 SUSP-ERR-FLAGS               PIC X(15).
           05 SUSP-TRANS-IMAGE             PIC X(84).
