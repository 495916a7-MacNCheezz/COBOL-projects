      *          the bare low/high range as the real check) and the
      *          per-store sales report prints name and location
      *          beside the number.
      * Modification History:
      *   10/15/26 - added the state the store sits in; with the
      *             location (its city) it names the sales tax
      *             jurisdiction AR-POST taxes a store sale under
      ******************************************************************
           05 STORE-MST-NO                 PIC 9(1).
           05 STORE-MST-NAME               PIC X(20).
           05 STORE-MST-LOCATION           PIC X(15).
           05 STORE-MST-TERRITORY          PIC 9(2).
           05 STORE-MST-STATE              PIC X(2).
