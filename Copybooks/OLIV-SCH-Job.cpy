      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: One row per period-end job on the job schedule file
      *          PERIOD-END-SCHEDULER works from - the PROGRAM-ID to
      *          run, how often it comes due, the jobs that must
      *          finish before it, and the inputs the operator stages
      *          for it. Frequencies: M month-end, Q quarter-end,
      *          Y year-end, S month-end of the one month named in
      *          SCH-MONTH only. SCH-GRACE-DAYS is how many calendar
      *          days past the period-end business date the job may
      *          still be open before RUN-STATUS reports it OVERDUE.
      *          Unused prerequisite slots are spaces.
      ******************************************************************
           05 SCH-JOB-NAME                 PIC X(24).
           05 SCH-FREQUENCY                PIC X(1).
           05 SCH-MONTH                    PIC 9(2).
           05 SCH-GRACE-DAYS               PIC 9(2).
           05 SCH-PREREQ-ENTRY OCCURS 4 TIMES.
               10 SCH-PREREQ-JOB           PIC X(24).
           05 SCH-INPUTS                   PIC X(60).
