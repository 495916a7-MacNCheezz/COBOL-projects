      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: One-record result of the night's master unload,
      *          rewritten by MASTER-UNLOAD at the end of every run -
      *          the run number and business date it backed up and
      *          OK or FAILED. MASTER-FILE-GUARD refuses to release
      *          the chain unless this run's unload ended OK, so no
      *          master is updated on a night it was not backed up.
      ******************************************************************
           05 BKC-RUN-NO                   PIC 9(5).
           05 BKC-BUS-DATE                 PIC 9(8).
           05 BKC-VERDICT                  PIC X(8).
