      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Sales history row, appended by TERRITORY to
      *          OLIV-HW10-SlsHist.txt each run and read by SALES-TREND
      *          and TERRITORY-REALIGN (was an inline FD layout in
      *          TERRITORY and SALES-TREND). HIST-PERIOD is the
      *          processing period (YYYYMM). HIST-REC-TYPE: T =
      *          territory total (HIST-KEY is the territory number),
      *          S = salesperson total with split credit applied
      *          (HIST-KEY is the salesperson number), C = one
      *          customer's sales within a territory (HIST-KEY is the
      *          customer number). HIST-TERR is the territory the
      *          amount was booked under - the territory for T and C
      *          rows, zero on S rows; rows written before it existed
      *          carry spaces there.
      ******************************************************************
           05 HIST-PERIOD                  PIC 9(6).
           05 HIST-REC-TYPE                PIC X(1).
           05 HIST-KEY                     PIC X(4).
           05 HIST-SALES                   PIC S9(9)V99
                                           SIGN LEADING SEPARATE.
           05 HIST-TERR                    PIC 9(2).
