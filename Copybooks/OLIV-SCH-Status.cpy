      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: One row per period-end job per period it came due,
      *          kept by PERIOD-END-SCHEDULER and PERIOD-END-POST.
      *          SST-PERIOD is the year and month of the period-end
      *          business date. States: W due but waiting on a
      *          prerequisite, R released to the period-end job
      *          stream, C completed, F failed. RUN-STATUS lists every
      *          F row and every W or R row past SST-LATE-DATE until a
      *          completion is posted against it.
      ******************************************************************
           05 SST-JOB-NAME                 PIC X(24).
           05 SST-PERIOD                   PIC 9(6).
           05 SST-STATE                    PIC X(1).
           05 SST-DUE-DATE                 PIC 9(8).
           05 SST-LATE-DATE                PIC 9(8).
           05 SST-RELEASE-DATE             PIC 9(8).
           05 SST-DONE-DATE                PIC 9(8).
