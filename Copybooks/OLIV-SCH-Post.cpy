      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Completion card PERIOD-END-POST reads from SYSIN -
      *          C posts the job's period complete, F posts it
      *          failed. PERIOD-END-SCHEDULER punches one of each
      *          behind every job it releases; the operator keys the
      *          same card after rerunning a job by hand. A zero or
      *          blank period posts the job's oldest open period.
      ******************************************************************
           05 PCD-ACTION                   PIC X(1).
           05                              PIC X(1).
           05 PCD-JOB-NAME                 PIC X(24).
           05                              PIC X(1).
           05 PCD-PERIOD                   PIC X(6).
           05 PCD-PERIOD-NUM REDEFINES PCD-PERIOD PIC 9(6).
