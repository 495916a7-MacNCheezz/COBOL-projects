      *          chain's business date.
      * Modification History:
      *   9/3/26  - initial version
      *   10/15/26 - every DUE and OVERDUE vehicle also goes to the
      *             PM due list, which WORK-ORDER-MAINT opens the PM
      *             work orders from
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VEHICLE-PM-SCHEDULE.
           ASSIGN TO
           'D:\COBOL\MIS 280 Homework\Homework #5\OLIV-HW5-PmSched.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PM-DUE-LIST
           ASSIGN TO PM-DUE-LIST-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL
           ASSIGN TO RUN-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
           COPY OLIV-VEH-Master.
       FD  PM-REPORT.
       01  REPORT-REC                      PIC X(90).
       FD  PM-DUE-LIST.
       01  PM-DUE-REC.
           05 PMD-VIN                      PIC X(17).
           05 PMD-STATUS                   PIC X(10).
           05 PMD-SCHED-DATE               PIC 9(8).
       FD  RUN-CONTROL.
       01  RUN-CONTROL-REC.
           COPY OLIV-RUN-Ctl.
           05                              PIC X(12) VALUE
               '  OVERDUE:  '.
           05 SUM-OVERDUE-OUT              PIC ZZ,ZZ9.
       01  PM-DUE-LIST-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #5\OLIV-HW5-PmDue.txt'.
       01  RUN-CONTROL-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-Ctl.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 015-GET-BUSINESS-DATE
           ACCEPT PM-DUE-LIST-DD FROM ENVIRONMENT "PMDUELIST"
           OPEN INPUT VEH-MASTER
               OUTPUT PM-REPORT
               OUTPUT PM-DUE-LIST
           MOVE RUN-DATE TO HDG-DATE-OUT
           WRITE REPORT-REC FROM HEADING1
           WRITE REPORT-REC FROM HEADING2
               AFTER ADVANCING 2 LINES
           CLOSE VEH-MASTER
                 PM-REPORT
                 PM-DUE-LIST
           STOP RUN.
       015-GET-BUSINESS-DATE.
           ACCEPT RUN-CONTROL-DD FROM ENVIRONMENT "RUNCTL"
           MOVE VEH-TYPE TO DTL-TYPE-OUT
           MOVE MILES-SINCE-SVC TO DTL-MILES-OUT
           MOVE MONTHS-SINCE-SVC TO DTL-MONTHS-OUT
           WRITE REPORT-REC FROM DETAIL-LINE
           MOVE VEH-VIN TO PMD-VIN
           MOVE DTL-STATUS-OUT TO PMD-STATUS
           MOVE RUN-DATE TO PMD-SCHED-DATE
           WRITE PM-DUE-REC.
