      *   8/22/26 - history sales now signed (returns and credits can
      *             net a period negative), buckets and print fields
      *             widened to match
      *   10/15/26 - history layout now the shared OLIV-SLS-Hist
      *             copybook (TERRITORY-REALIGN reads and restates the
      *             same file); point TERRHIST at the restated copy to
      *             run the report like-for-like after a realignment
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALES-TREND.
       FILE SECTION.
       FD  SALES-HIST.
       01  SALES-HIST-REC.
           COPY OLIV-SLS-Hist.
       FD  TREND-PARM.
       01  TREND-PARM-REC.
           05 PARM-PERIOD                  PIC 9(6).
