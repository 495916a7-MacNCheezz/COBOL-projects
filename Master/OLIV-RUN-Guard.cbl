      *          backing out a half-run night.
      * Modification History:
      *   9/3/26  - initial version
      *   10/15/26 - fails the guard unless MASTER-UNLOAD backed the
      *             masters up cleanly for this same run number
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-FILE-GUARD.
           SELECT GUARD-REPORT
           ASSIGN TO GUARD-REPORT-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL
           ASSIGN TO RUN-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CTL-STATUS.
           SELECT UNLOAD-CONTROL
           ASSIGN TO UNLOAD-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UNLOAD-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMP-MASTER.
           05 GC-COUNT-ENTRY               PIC 9(7) OCCURS 6 TIMES.
       FD  GUARD-REPORT.
       01  REPORT-REC                      PIC X(90).
       FD  RUN-CONTROL.
       01  RUN-CONTROL-REC.
           COPY OLIV-RUN-Ctl.
       FD  UNLOAD-CONTROL.
       01  UNLOAD-CONTROL-REC.
           COPY OLIV-BKP-Ctl.
       WORKING-STORAGE SECTION.
       01  EMP-STATUS-CODE                 PIC XX.
       01  CUST-STATUS-CODE                PIC XX.
       01  YTD-STATUS-CODE                 PIC XX.
       01  VAC-STATUS-CODE                 PIC XX.
       01  COUNTS-STATUS                   PIC XX.
       01  RUN-CTL-STATUS                  PIC XX.
       01  UNLOAD-CTL-STATUS               PIC XX.
       01  MORE-RECORDS                    PIC XXX.
       01  GUARD-FAILED                    PIC XXX VALUE 'NO'.
       01  COUNTS-LOADED                   PIC XXX VALUE 'NO'.
           05 DTL-PRIOR-OUT                PIC ZZZZZZ9.
           05                              PIC X(2) VALUE SPACES.
           05 DTL-VERDICT-OUT              PIC X(30).
       01  UNLOAD-LINE.
           05                              PIC X(1) VALUE SPACES.
           05                              PIC X(16) VALUE
               'MASTER UNLOAD'.
           05                              PIC X(1) VALUE SPACES.
           05                              PIC X(4) VALUE 'RUN '.
           05 UNL-RUN-OUT                  PIC 9(5).
           05                              PIC X(5) VALUE SPACES.
           05 UNL-VERDICT-OUT              PIC X(45).
       01  EMP-MASTER-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-EMP-Master.dat'.
       01  CUST-MASTER-DD                  PIC X(100) VALUE
        'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-Counts.txt'.
       01  GUARD-REPORT-DD                 PIC X(100) VALUE
        'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-Guard.txt'.
       01  RUN-CONTROL-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-Ctl.txt'.
       01  UNLOAD-CONTROL-DD               PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-BKP-Ctl.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-GET-FILE-NAMES
               UNTIL MASTER-IDX > 6
               PERFORM 200-GUARD-ONE-MASTER
           END-PERFORM
           PERFORM 400-CHECK-UNLOAD
           IF GUARD-FAILED = 'NO'
               PERFORM 600-REWRITE-COUNTS
           END-IF
           ACCEPT YTD-FILE-DD FROM ENVIRONMENT "PAYYTD"
           ACCEPT VAC-BALANCE-DD FROM ENVIRONMENT "VACBAL"
           ACCEPT GUARD-COUNTS-DD FROM ENVIRONMENT "GUARDCOUNTS"
           ACCEPT GUARD-REPORT-DD FROM ENVIRONMENT "GUARDRPT"
           ACCEPT RUN-CONTROL-DD FROM ENVIRONMENT "RUNCTL"
           ACCEPT UNLOAD-CONTROL-DD FROM ENVIRONMENT "BKPCTL".
       050-LOAD-PRIOR-COUNTS.
           PERFORM VARYING MASTER-IDX FROM 1 BY 1
               UNTIL MASTER-IDX > 6
               END-PERFORM
               CLOSE VAC-BALANCE
           END-IF.
       400-CHECK-UNLOAD.
      *>      THE UNLOAD CONTROL MUST SHOW OK FOR TONIGHT'S RUN NUMBER;
      *>      A STALE ONE MEANS THE UNLOAD DID NOT RUN THIS NIGHT
           OPEN INPUT RUN-CONTROL
           IF RUN-CTL-STATUS NOT = '00'
               MOVE 0 TO UNL-RUN-OUT
               MOVE 'NOT CHECKED - NO RUN-CONTROL FILE'
                   TO UNL-VERDICT-OUT
               WRITE REPORT-REC FROM UNLOAD-LINE
               DISPLAY 'RUN-CONTROL FILE NOT AVAILABLE - UNLOAD NOT '
                   'CHECKED'
           ELSE
               READ RUN-CONTROL
               MOVE RUN-CTL-RUN-NO TO UNL-RUN-OUT
               CLOSE RUN-CONTROL
               MOVE SPACES TO UNLOAD-CONTROL-REC
               OPEN INPUT UNLOAD-CONTROL
               IF UNLOAD-CTL-STATUS = '00'
                   READ UNLOAD-CONTROL
                       AT END
                           MOVE SPACES TO UNLOAD-CONTROL-REC
                   END-READ
                   CLOSE UNLOAD-CONTROL
               END-IF
               EVALUATE TRUE
                   WHEN UNLOAD-CTL-STATUS NOT = '00'
                       AND UNLOAD-CTL-STATUS NOT = '10'
                       MOVE 'YES' TO GUARD-FAILED
                       MOVE 'FAILED - NO UNLOAD CONTROL FILE'
                           TO UNL-VERDICT-OUT
                   WHEN BKC-RUN-NO NOT NUMERIC
                       OR BKC-RUN-NO NOT = UNL-RUN-OUT
                       MOVE 'YES' TO GUARD-FAILED
                       MOVE 'FAILED - MASTERS NOT UNLOADED THIS RUN'
                           TO UNL-VERDICT-OUT
                   WHEN BKC-VERDICT NOT = 'OK'
                       MOVE 'YES' TO GUARD-FAILED
                       MOVE 'FAILED - UNLOAD DID NOT END CLEAN'
                           TO UNL-VERDICT-OUT
                   WHEN OTHER
                       MOVE 'OK' TO UNL-VERDICT-OUT
               END-EVALUATE
               WRITE REPORT-REC FROM UNLOAD-LINE
           END-IF.
       600-REWRITE-COUNTS.
           OPEN OUTPUT GUARD-COUNTS
           PERFORM VARYING MASTER-IDX FROM 1 BY 1
