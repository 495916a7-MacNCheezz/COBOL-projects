      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Fleet cost detail - one row per vehicle per posting,
      *          appended by the three runs that book fleet cost to
      *          the central fleet accounts: VEHICLE-DEPRECIATION
      *          (FCD-SOURCE D, the vehicle's month of depreciation),
      *          FUEL-CARD-UPDATE (F, each applied fill) and
      *          VEHICLE-COST-UPDATE (M, each applied repair or PM
      *          cost). FCD-DATE is the business date the dollars
      *          were posted under, so a month of rows ties to that
      *          month's GL period. FLEET-CHARGEBACK reads the month
      *          and spreads each vehicle's dollars over the
      *          territories of its drivers.
      ******************************************************************
           05 FCD-VIN                      PIC X(17).
           05 FCD-DATE                     PIC 9(8).
           05 FCD-SOURCE                   PIC X(1).
           05 FCD-AMOUNT                   PIC 9(7)V99.
