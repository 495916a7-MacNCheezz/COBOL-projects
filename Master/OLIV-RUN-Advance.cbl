      *             cannot silently stall the date; a missing calendar
      *             file falls back to the old next-calendar-day step
      *             with a console note
      *   10/15/26 - sets the run-control calendar flags for the new
      *             date: month-end when the business day after it
      *             falls in another month, quarter-end when that
      *             month is March, June, September or December,
      *             year-end when it is December - PERIOD-END-
      *             SCHEDULER releases the period-end jobs from them
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-CONTROL-ADVANCE.
           05 BUS-DAY                      PIC 9(2).
       01  RUN-NO                          PIC 9(5).
       01  MONTH-DAY-LIMIT                 PIC 9(2).
       01  NEXT-BUS-DATE.
           05 NEXT-BUS-YEAR                PIC 9(4).
           05 NEXT-BUS-MONTH               PIC 9(2).
           05 NEXT-BUS-DAY                 PIC 9(2).
       01  RUN-CONTROL-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-Ctl.txt'.
       01  BIZ-CALENDAR-DD                 PIC X(100) VALUE
           OPEN OUTPUT RUN-CONTROL
           MOVE BUS-DATE TO RUN-CTL-BUS-DATE
           MOVE RUN-NO TO RUN-CTL-RUN-NO
           PERFORM 400-SET-CALENDAR-FLAGS
           WRITE RUN-CONTROL-REC
           IF RUN-CTL-MONTH-END = 'Y'
               DISPLAY 'BUSINESS DATE ' BUS-DATE ' IS A MONTH-END'
                   ' - QUARTER-END ' RUN-CTL-QUARTER-END
                   ' YEAR-END ' RUN-CTL-YEAR-END
           END-IF
           CLOSE RUN-CONTROL
           DISPLAY 'RUN CONTROL ADVANCED - BUSINESS DATE ' BUS-DATE
               ' RUN ' RUN-NO
                   MOVE HOLIDAY-COUNT TO HOLIDAY-IDX
               END-IF
           END-PERFORM.
       400-SET-CALENDAR-FLAGS.
      *>      THE NEW DATE ENDS ITS MONTH WHEN THE BUSINESS DAY AFTER
      *>      IT FALLS IN ANOTHER MONTH - THE LOOKAHEAD IGNORES THE
      *>      VALID-THROUGH DATE, WHICH ONLY GUARDS THE ADVANCE ITSELF
           MOVE BUS-DATE TO CANDIDATE-DATE
           MOVE 'NO' TO DATE-IS-BUSINESS
           PERFORM UNTIL DATE-IS-BUSINESS = 'YES'
               COMPUTE DATE-DAYS =
                   FUNCTION INTEGER-OF-DATE(CANDIDATE-DATE) + 1
               COMPUTE CANDIDATE-DATE =
                   FUNCTION DATE-OF-INTEGER(DATE-DAYS)
               IF BIZ-CAL-LOADED = 'YES'
                   PERFORM 350-CHECK-BUSINESS-DAY
               ELSE
                   MOVE 'YES' TO DATE-IS-BUSINESS
               END-IF
           END-PERFORM
           MOVE CANDIDATE-DATE TO NEXT-BUS-DATE
           MOVE 'N' TO RUN-CTL-MONTH-END
           MOVE 'N' TO RUN-CTL-QUARTER-END
           MOVE 'N' TO RUN-CTL-YEAR-END
           IF NEXT-BUS-MONTH NOT = BUS-MONTH
               MOVE 'Y' TO RUN-CTL-MONTH-END
               IF BUS-MONTH = 3 OR BUS-MONTH = 6 OR BUS-MONTH = 9
                   OR BUS-MONTH = 12
                   MOVE 'Y' TO RUN-CTL-QUARTER-END
               END-IF
               IF BUS-MONTH = 12
                   MOVE 'Y' TO RUN-CTL-YEAR-END
               END-IF
           END-IF.
