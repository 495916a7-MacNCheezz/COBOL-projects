      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Posts a period-end job's completion to the job status
      *          file PERIOD-END-SCHEDULER keeps. Reads one card from
      *          SYSIN - C to post the job complete, F to post it
      *          failed - naming the job and the period it came due
      *          for; a blank or zero period posts the job's oldest
      *          period not yet complete. The scheduler's release
      *          stream runs this behind every job it releases, and
      *          the operator keys the same card after rerunning a
      *          failed job by hand. A card matching no open row, or
      *          one that cannot be read, is refused RC 4 and the
      *          status file is left as it was.
      * Modification History:
      *   10/15/26 - initial version
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-END-POST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-STATUS
           ASSIGN TO JOB-STATUS-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FILE-STATUS.
           SELECT RUN-CONTROL
           ASSIGN TO RUN-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JOB-STATUS.
       01  JOB-STATUS-REC.
           COPY OLIV-SCH-Status.
       FD  RUN-CONTROL.
       01  RUN-CONTROL-REC.
           COPY OLIV-RUN-Ctl.
       WORKING-STORAGE SECTION.
       01  STATUS-FILE-STATUS              PIC XX.
       01  RUN-CTL-STATUS                  PIC XX.
       01  MORE-STATUS                     PIC XXX VALUE 'YES'.
       01  RUN-DATE                        PIC 9(8).
       01  POST-CARD.
           COPY OLIV-SCH-Post.
       01  ROW-COUNT                       PIC 9(4) VALUE 0.
       01  ROW-IDX                         PIC 9(4).
       01  ROW-FOUND                       PIC 9(4) VALUE 0.
       01  STATUS-TABLE.
           05 STATUS-ENTRY OCCURS 2000 TIMES.
               10 STT-ROW                  PIC X(63).
               10 STT-FIELDS REDEFINES STT-ROW.
                   15 STT-JOB-NAME         PIC X(24).
                   15 STT-PERIOD           PIC 9(6).
                   15 STT-STATE            PIC X(1).
                   15 STT-DUE-DATE         PIC 9(8).
                   15 STT-LATE-DATE        PIC 9(8).
                   15 STT-RELEASE-DATE     PIC 9(8).
                   15 STT-DONE-DATE        PIC 9(8).
       01  JOB-STATUS-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-SCH-Status.txt'.
       01  RUN-CONTROL-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-Ctl.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-GET-FILE-NAMES
           PERFORM 015-GET-BUSINESS-DATE
           MOVE SPACES TO POST-CARD
           ACCEPT POST-CARD
           IF PCD-ACTION NOT = 'C' AND PCD-ACTION NOT = 'F'
               DISPLAY 'POST CARD ACTION MUST BE C OR F - CARD: '
                   POST-CARD
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PCD-PERIOD = SPACES
               MOVE ZEROS TO PCD-PERIOD
           END-IF
           IF PCD-PERIOD NOT NUMERIC
               DISPLAY 'POST CARD PERIOD NOT NUMERIC - CARD: '
                   POST-CARD
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 020-LOAD-STATUS
           PERFORM 200-FIND-ROW
           IF ROW-FOUND = 0
               DISPLAY 'NO OPEN PERIOD-END ROW FOR ' PCD-JOB-NAME
                   ' PERIOD ' PCD-PERIOD ' - NOTHING POSTED'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PCD-ACTION TO STT-STATE(ROW-FOUND)
           MOVE RUN-DATE TO STT-DONE-DATE(ROW-FOUND)
           PERFORM 300-REWRITE-STATUS
           IF PCD-ACTION = 'C'
               DISPLAY 'PERIOD-END JOB ' PCD-JOB-NAME ' PERIOD '
                   STT-PERIOD(ROW-FOUND) ' POSTED COMPLETE'
           ELSE
               DISPLAY 'PERIOD-END JOB ' PCD-JOB-NAME ' PERIOD '
                   STT-PERIOD(ROW-FOUND) ' POSTED FAILED'
           END-IF
           STOP RUN.
       010-GET-FILE-NAMES.
           ACCEPT JOB-STATUS-DD FROM ENVIRONMENT "SCHSTATUS"
           ACCEPT RUN-CONTROL-DD FROM ENVIRONMENT "RUNCTL".
       015-GET-BUSINESS-DATE.
           OPEN INPUT RUN-CONTROL
           IF RUN-CTL-STATUS = '00'
               READ RUN-CONTROL
               MOVE RUN-CTL-BUS-DATE TO RUN-DATE
               CLOSE RUN-CONTROL
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
               DISPLAY 'RUN-CONTROL FILE NOT AVAILABLE - USING '
                   'MACHINE DATE ' RUN-DATE
           END-IF.
       020-LOAD-STATUS.
           OPEN INPUT JOB-STATUS
           IF STATUS-FILE-STATUS NOT = '00'
               DISPLAY 'JOB STATUS FILE MISSING - NOTHING POSTED'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL MORE-STATUS = 'NO'
               READ JOB-STATUS
                   AT END
                       MOVE 'NO' TO MORE-STATUS
                   NOT AT END
                       IF ROW-COUNT NOT < 2000
                           DISPLAY 'JOB STATUS FILE HOLDS MORE THAN '
                               '2000 ROWS - NOTHING POSTED'
                           CLOSE JOB-STATUS
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO ROW-COUNT
                       MOVE SPACES TO STT-ROW(ROW-COUNT)
                       MOVE JOB-STATUS-REC TO STT-ROW(ROW-COUNT)
               END-READ
           END-PERFORM
           CLOSE JOB-STATUS.
       200-FIND-ROW.
      *>      A NAMED PERIOD MUST MATCH EXACTLY AND STILL BE OPEN; A
      *>      FAILED ROW IS OPEN TOO, SO A RERUN CAN POST IT COMPLETE.
      *>      WITH NO PERIOD, THE OLDEST OPEN ROW FOR THE JOB IS TAKEN
           PERFORM VARYING ROW-IDX FROM 1 BY 1
               UNTIL ROW-IDX > ROW-COUNT
               IF STT-JOB-NAME(ROW-IDX) = PCD-JOB-NAME
                   AND STT-STATE(ROW-IDX) NOT = 'C'
                   AND (STT-PERIOD(ROW-IDX) = PCD-PERIOD-NUM
                   OR PCD-PERIOD-NUM = 0)
                   IF ROW-FOUND = 0
                       MOVE ROW-IDX TO ROW-FOUND
                   ELSE
                       IF STT-PERIOD(ROW-IDX) < STT-PERIOD(ROW-FOUND)
                           MOVE ROW-IDX TO ROW-FOUND
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       300-REWRITE-STATUS.
           OPEN OUTPUT JOB-STATUS
           PERFORM VARYING ROW-IDX FROM 1 BY 1
               UNTIL ROW-IDX > ROW-COUNT
               MOVE STT-ROW(ROW-IDX) TO JOB-STATUS-REC
               WRITE JOB-STATUS-REC
           END-PERFORM
           CLOSE JOB-STATUS.
