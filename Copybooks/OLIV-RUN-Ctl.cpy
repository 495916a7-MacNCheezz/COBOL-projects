      *          Tuesday - comes out identical to the original run.
      *          RUN-CONTROL-ADVANCE moves the date and run number
      *          forward only after the chain completes clean.
      *          The calendar flags say whether the business date is
      *          the last business day of its month, quarter or year;
      *          RUN-CONTROL-ADVANCE sets them with the date, and
      *          PERIOD-END-SCHEDULER reads them to decide which
      *          period-end jobs come due.
      * Modification History:
      *   10/15/26 - month-end, quarter-end and year-end flags
      ******************************************************************
           05 RUN-CTL-BUS-DATE             PIC 9(8).
           05 RUN-CTL-RUN-NO               PIC 9(5).
           05 RUN-CTL-MONTH-END            PIC X(1).
           05 RUN-CTL-QUARTER-END          PIC X(1).
           05 RUN-CTL-YEAR-END             PIC X(1).
