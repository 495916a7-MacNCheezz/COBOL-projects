      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Sales tax rate table row, one per taxing
      *          jurisdiction per effective date. TXR-LOCAL blank is
      *          the state's own rate; a non-blank TXR-LOCAL (the
      *          city, as it is spelled in the store master location)
      *          is the local rate charged on top of the state rate.
      *          TXR-EFF-DATE (YYYYMMDD) is the first sale date the
      *          rate applies to; the latest row effective on or
      *          before a sale's date is the one used, so a rate
      *          change is keyed ahead as a new row and the old row
      *          stays for the sales before it. Read by AR-POST.
      ******************************************************************
           05 TXR-STATE                    PIC X(2).
           05 TXR-LOCAL                    PIC X(15).
           05 TXR-EFF-DATE                 PIC 9(8).
           05 TXR-RATE                     PIC 9V9(5).
