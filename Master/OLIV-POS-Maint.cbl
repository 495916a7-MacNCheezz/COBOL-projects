      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Apply keyed transactions against the position master
      *          so the approved headcount and salary budget for each
      *          territory and office live in a file the system can
      *          check instead of a spreadsheet. Follows the other
      *          master maintenance programs: one applied/rejected
      *          report line per transaction with the reason.
      *          A = add a position (territory checked against the
      *              shared territory master; office and budgeted
      *              salary required)
      *          C = change title, budget, territory or office (a
      *              filled position has to be vacated before it moves)
      *          D = delete a position (rejected while it is filled)
      *          F = fill with an employee - on the master, not
      *              terminated, in the position's territory and
      *              office, and not already in another position
      *          V = vacate
      * Modification History:
      *   10/15/26 - initial version
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSITION-MASTER-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POS-TRANS-IN
           ASSIGN TO POS-TRANS-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-STATUS.
           SELECT POS-MASTER
           ASSIGN TO POS-MASTER-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POS-NUMBER
               FILE STATUS IS MASTER-STATUS.
           SELECT EMP-MASTER
           ASSIGN TO EMP-MASTER-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-NUMBER
               FILE STATUS IS EMP-MASTER-STATUS.
           SELECT TERR-MASTER
           ASSIGN TO TERR-MASTER-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERR-STATUS.
           SELECT MAINT-REPORT
           ASSIGN TO MAINT-REPORT-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL
           ASSIGN TO RUN-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  POS-TRANS-IN.
       01  POS-TRANS-REC.
           05 PTRN-ACTION                  PIC X(1).
           05 PTRN-POS-NO                  PIC X(5).
           05 PTRN-TERRITORY               PIC X(2).
           05 PTRN-OFFICE                  PIC X(2).
           05 PTRN-TITLE                   PIC X(20).
           05 PTRN-BUDGET                  PIC X(6).
           05 PTRN-EMP-NO                  PIC X(5).
       FD  POS-MASTER.
       01  POS-MASTER-REC.
           COPY OLIV-POS-Master.
       FD  EMP-MASTER.
       01  EMP-MASTER-REC.
           COPY OLIV-EMP-Master.
       FD  TERR-MASTER.
       01  TERR-MASTER-REC.
           COPY OLIV-TERR-Master.
       FD  MAINT-REPORT.
       01  REPORT-REC                      PIC X(80).
       FD  RUN-CONTROL.
       01  RUN-CONTROL-REC.
           COPY OLIV-RUN-Ctl.
       WORKING-STORAGE SECTION.
       01  MORE-TRANS                      PIC XXX VALUE 'YES'.
       01  MORE-POSITIONS                  PIC XXX VALUE 'YES'.
       01  TRANS-STATUS                    PIC XX.
       01  MASTER-STATUS                   PIC XX.
       01  EMP-MASTER-STATUS               PIC XX.
       01  TERR-STATUS                     PIC XX.
       01  RUN-CTL-STATUS                  PIC XX.
       01  RUN-DATE                        PIC 9(8).
       01  TERR-MASTER-EOF                 PIC XXX VALUE 'NO'.
       01  TERR-VALID-COUNT                PIC 9(2) VALUE 0.
       01  TERR-IDX                        PIC 9(2).
       01  TERR-VALID-TABLE.
           05 TERR-VALID-ENTRY OCCURS 99 TIMES.
               10 TERR-VALID-NO            PIC 9(2).
       01  TERRITORY-IN-MASTER             PIC XXX.
      *>      WHO SITS WHERE - KEPT CURRENT AS TRANSACTIONS APPLY SO
      *>      ONE PERSON CANNOT BE PUT IN TWO POSITIONS
       01  FILLED-COUNT                    PIC 9(4) VALUE 0.
       01  FILLED-IDX                      PIC 9(4).
       01  FILLED-FOUND-IDX                PIC 9(4).
       01  FILLED-TABLE.
           05 FILLED-ENTRY OCCURS 2000 TIMES.
               10 FT-POS-NO                PIC 9(5).
               10 FT-EMP-NO                PIC 9(5).
       01  TRANS-RESULT                    PIC X(8).
       01  TRANS-REASON                    PIC X(40).
       01  READ-COUNT                      PIC 9(5) VALUE 0.
       01  APPLIED-COUNT                   PIC 9(5) VALUE 0.
       01  REJECTED-COUNT                  PIC 9(5) VALUE 0.
       01  HEADING1.
           05                              PIC X(42) VALUE
               'POSITION MASTER MAINTENANCE REPORT'.
       01  HEADING2.
           05                              PIC X(40) VALUE
               'ACTION  POS-NO  EMP-NO  RESULT   REASON'.
       01  DETAIL-LINE.
           05                              PIC X(3) VALUE SPACES.
           05 DTL-ACTION-OUT               PIC X(1).
           05                              PIC X(4) VALUE SPACES.
           05 DTL-POS-NO-OUT               PIC X(5).
           05                              PIC X(3) VALUE SPACES.
           05 DTL-EMP-NO-OUT               PIC X(5).
           05                              PIC X(3) VALUE SPACES.
           05 DTL-RESULT-OUT               PIC X(8).
           05                              PIC X(1) VALUE SPACES.
           05 DTL-REASON-OUT               PIC X(40).
       01  SUMMARY-LINE-1.
           05                              PIC X(24) VALUE
               'TRANSACTIONS READ:     '.
           05 SUMMARY-READ-OUT             PIC ZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05                              PIC X(24) VALUE
               'TRANSACTIONS APPLIED:  '.
           05 SUMMARY-APPLIED-OUT          PIC ZZ,ZZ9.
       01  SUMMARY-LINE-3.
           05                              PIC X(24) VALUE
               'TRANSACTIONS REJECTED: '.
           05 SUMMARY-REJECTED-OUT         PIC ZZ,ZZ9.
       01  POS-TRANS-DD                    PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-POS-Trans.txt'.
       01  POS-MASTER-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-POS-Master.dat'.
       01  EMP-MASTER-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-EMP-Master.dat'.
       01  TERR-MASTER-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Terr Master\OLIV-TERR-Master.txt'.
       01  MAINT-REPORT-DD                 PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-POS-MntRpt.txt'.
       01  RUN-CONTROL-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-Ctl.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-GET-FILE-NAMES
           PERFORM 015-GET-BUSINESS-DATE
           PERFORM 050-READ-TERR-MASTER
           OPEN I-O POS-MASTER
           IF MASTER-STATUS = '35'
               OPEN OUTPUT POS-MASTER
               CLOSE POS-MASTER
               OPEN I-O POS-MASTER
           END-IF
           IF MASTER-STATUS NOT = '00'
               DISPLAY 'POSITION MASTER WOULD NOT OPEN - STATUS '
                   MASTER-STATUS ' - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 070-LOAD-FILLED-TABLE
           OPEN INPUT EMP-MASTER
           IF EMP-MASTER-STATUS NOT = '00'
               DISPLAY 'EMPLOYEE MASTER NOT AVAILABLE - RUN STOPPED '
                   '(EVERY FILL NEEDS THE EMPLOYEE CHECK)'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT POS-TRANS-IN
               OUTPUT MAINT-REPORT
           IF TRANS-STATUS NOT = '00'
               DISPLAY 'NO POSITION TRANSACTION FILE - NOTHING APPLIED'
               MOVE 'NO' TO MORE-TRANS
           END-IF
           WRITE REPORT-REC FROM HEADING1
           WRITE REPORT-REC FROM HEADING2
           PERFORM UNTIL MORE-TRANS = 'NO'
               READ POS-TRANS-IN
                   AT END
                       MOVE 'NO' TO MORE-TRANS
                   NOT AT END
                       PERFORM 200-APPLY-TRANS
               END-READ
           END-PERFORM
           MOVE READ-COUNT TO SUMMARY-READ-OUT
           MOVE APPLIED-COUNT TO SUMMARY-APPLIED-OUT
           MOVE REJECTED-COUNT TO SUMMARY-REJECTED-OUT
           WRITE REPORT-REC FROM SUMMARY-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM SUMMARY-LINE-2
           WRITE REPORT-REC FROM SUMMARY-LINE-3
           IF TRANS-STATUS = '00' OR TRANS-STATUS = '10'
               CLOSE POS-TRANS-IN
           END-IF
           CLOSE POS-MASTER
                 EMP-MASTER
                 MAINT-REPORT
           IF REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       010-GET-FILE-NAMES.
           ACCEPT POS-TRANS-DD FROM ENVIRONMENT "POSTRANS"
           ACCEPT POS-MASTER-DD FROM ENVIRONMENT "POSMASTER"
           ACCEPT EMP-MASTER-DD FROM ENVIRONMENT "EMPMASTER"
           ACCEPT TERR-MASTER-DD FROM ENVIRONMENT "TERRMASTER"
           ACCEPT MAINT-REPORT-DD FROM ENVIRONMENT "POSMNTRPT"
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
       050-READ-TERR-MASTER.
           OPEN INPUT TERR-MASTER
           IF TERR-STATUS NOT = '00'
               MOVE 'YES' TO TERR-MASTER-EOF
               DISPLAY 'TERRITORY MASTER NOT AVAILABLE - TERRITORY '
                   'CHECK SKIPPED THIS RUN'
           END-IF
           PERFORM UNTIL TERR-MASTER-EOF = 'YES'
               READ TERR-MASTER
                   AT END
                       MOVE 'YES' TO TERR-MASTER-EOF
                   NOT AT END
                       IF TERR-VALID-COUNT < 99
                           ADD 1 TO TERR-VALID-COUNT
                           MOVE TERR-VALID-NO-IN
                               TO TERR-VALID-NO(TERR-VALID-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF TERR-STATUS = '00' OR TERR-STATUS = '10'
               CLOSE TERR-MASTER
           END-IF.
       060-CHECK-TERRITORY.
           MOVE 'NO' TO TERRITORY-IN-MASTER
           IF TERR-VALID-COUNT = 0
               MOVE 'YES' TO TERRITORY-IN-MASTER
           END-IF
           PERFORM VARYING TERR-IDX FROM 1 BY 1
               UNTIL TERR-IDX > TERR-VALID-COUNT
               IF PTRN-TERRITORY = TERR-VALID-NO(TERR-IDX)
                   MOVE 'YES' TO TERRITORY-IN-MASTER
                   MOVE TERR-VALID-COUNT TO TERR-IDX
               END-IF
           END-PERFORM.
       070-LOAD-FILLED-TABLE.
           MOVE 0 TO POS-NUMBER
           START POS-MASTER KEY IS NOT LESS THAN POS-NUMBER
               INVALID KEY
                   MOVE 'NO' TO MORE-POSITIONS
           END-START
           PERFORM UNTIL MORE-POSITIONS = 'NO'
               READ POS-MASTER NEXT RECORD
                   AT END
                       MOVE 'NO' TO MORE-POSITIONS
                   NOT AT END
                       IF POS-FILLED-BY NOT = 0
                           IF FILLED-COUNT < 2000
                               ADD 1 TO FILLED-COUNT
                               MOVE POS-NUMBER
                                   TO FT-POS-NO(FILLED-COUNT)
                               MOVE POS-FILLED-BY
                                   TO FT-EMP-NO(FILLED-COUNT)
                           ELSE
                               DISPLAY 'FILLED-POSITION TABLE FULL AT '
                                   '2000 - RUN STOPPED'
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       080-FIND-FILLED-BY-EMP.
           MOVE 0 TO FILLED-FOUND-IDX
           PERFORM VARYING FILLED-IDX FROM 1 BY 1
               UNTIL FILLED-IDX > FILLED-COUNT
               IF FT-EMP-NO(FILLED-IDX) = EMP-NUMBER
                   MOVE FILLED-IDX TO FILLED-FOUND-IDX
                   MOVE FILLED-COUNT TO FILLED-IDX
               END-IF
           END-PERFORM.
       085-DROP-FILLED-ENTRY.
      *>      THE POSITION'S ENTRY IS CLEARED RATHER THAN SHIFTED OUT
           PERFORM VARYING FILLED-IDX FROM 1 BY 1
               UNTIL FILLED-IDX > FILLED-COUNT
               IF FT-POS-NO(FILLED-IDX) = POS-NUMBER
                   MOVE 0 TO FT-POS-NO(FILLED-IDX)
                   MOVE 0 TO FT-EMP-NO(FILLED-IDX)
               END-IF
           END-PERFORM.
       200-APPLY-TRANS.
           ADD 1 TO READ-COUNT
           MOVE 'APPLIED ' TO TRANS-RESULT
           MOVE SPACES TO TRANS-REASON
           IF PTRN-POS-NO IS NOT NUMERIC
               MOVE 'REJECTED' TO TRANS-RESULT
               MOVE 'POSITION NUMBER NOT NUMERIC' TO TRANS-REASON
           ELSE
               EVALUATE PTRN-ACTION
                   WHEN 'A'
                       PERFORM 300-ADD-POSITION
                   WHEN 'C'
                       PERFORM 400-CHANGE-POSITION
                   WHEN 'D'
                       PERFORM 500-DELETE-POSITION
                   WHEN 'F'
                       PERFORM 600-FILL-POSITION
                   WHEN 'V'
                       PERFORM 700-VACATE-POSITION
                   WHEN OTHER
                       MOVE 'REJECTED' TO TRANS-RESULT
                       MOVE 'ACTION CODE NOT A, C, D, F OR V'
                           TO TRANS-REASON
               END-EVALUATE
           END-IF
           IF TRANS-RESULT = 'APPLIED '
               ADD 1 TO APPLIED-COUNT
           ELSE
               ADD 1 TO REJECTED-COUNT
           END-IF
           MOVE PTRN-ACTION TO DTL-ACTION-OUT
           MOVE PTRN-POS-NO TO DTL-POS-NO-OUT
           MOVE PTRN-EMP-NO TO DTL-EMP-NO-OUT
           MOVE TRANS-RESULT TO DTL-RESULT-OUT
           MOVE TRANS-REASON TO DTL-REASON-OUT
           WRITE REPORT-REC FROM DETAIL-LINE.
       250-CHECK-TRANS-FIELDS.
           IF PTRN-TERRITORY NOT = SPACES
               IF PTRN-TERRITORY IS NOT NUMERIC
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'TERRITORY NOT NUMERIC' TO TRANS-REASON
               ELSE
                   PERFORM 060-CHECK-TERRITORY
                   IF TERRITORY-IN-MASTER = 'NO'
                       MOVE 'REJECTED' TO TRANS-RESULT
                       MOVE 'TERRITORY NOT ON TERRITORY MASTER'
                           TO TRANS-REASON
                   END-IF
               END-IF
           END-IF
           IF PTRN-OFFICE NOT = SPACES
               AND PTRN-OFFICE IS NOT NUMERIC
               MOVE 'REJECTED' TO TRANS-RESULT
               MOVE 'OFFICE NOT NUMERIC' TO TRANS-REASON
           END-IF
           IF PTRN-BUDGET NOT = SPACES
               AND PTRN-BUDGET IS NOT NUMERIC
               MOVE 'REJECTED' TO TRANS-RESULT
               MOVE 'BUDGETED SALARY NOT NUMERIC' TO TRANS-REASON
           END-IF.
       300-ADD-POSITION.
           PERFORM 250-CHECK-TRANS-FIELDS
           IF TRANS-RESULT = 'APPLIED '
               IF PTRN-TERRITORY = SPACES OR PTRN-OFFICE = SPACES
                   OR PTRN-BUDGET = SPACES
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'TERRITORY, OFFICE AND BUDGET REQUIRED'
                       TO TRANS-REASON
               END-IF
           END-IF
           IF TRANS-RESULT = 'APPLIED '
               AND PTRN-EMP-NO NOT = SPACES
               MOVE 'REJECTED' TO TRANS-RESULT
               MOVE 'ADD THE POSITION, THEN FILL IT WITH F'
                   TO TRANS-REASON
           END-IF
           IF TRANS-RESULT = 'APPLIED '
               MOVE PTRN-POS-NO TO POS-NUMBER
               READ POS-MASTER
                   INVALID KEY
                       INITIALIZE POS-MASTER-REC
                       MOVE PTRN-POS-NO TO POS-NUMBER
                       MOVE PTRN-TERRITORY TO POS-TERRITORY-NO
                       MOVE PTRN-OFFICE TO POS-OFFICE-NO
                       MOVE PTRN-TITLE TO POS-TITLE
                       MOVE PTRN-BUDGET TO POS-BUDGET-SALARY
                       MOVE 0 TO POS-FILLED-BY
                       MOVE RUN-DATE TO POS-STATUS-DATE
                       WRITE POS-MASTER-REC
                   NOT INVALID KEY
                       MOVE 'REJECTED' TO TRANS-RESULT
                       MOVE 'POSITION ALREADY ON MASTER'
                           TO TRANS-REASON
               END-READ
           END-IF.
       400-CHANGE-POSITION.
           PERFORM 250-CHECK-TRANS-FIELDS
           IF TRANS-RESULT = 'APPLIED '
               MOVE PTRN-POS-NO TO POS-NUMBER
               READ POS-MASTER
                   INVALID KEY
                       MOVE 'REJECTED' TO TRANS-RESULT
                       MOVE 'POSITION NOT ON MASTER' TO TRANS-REASON
                   NOT INVALID KEY
                       PERFORM 450-CHANGE-FIELDS
               END-READ
           END-IF.
       450-CHANGE-FIELDS.
           IF POS-FILLED-BY NOT = 0
               AND ((PTRN-TERRITORY IS NUMERIC
                   AND PTRN-TERRITORY NOT = POS-TERRITORY-NO)
               OR (PTRN-OFFICE IS NUMERIC
                   AND PTRN-OFFICE NOT = POS-OFFICE-NO))
               MOVE 'REJECTED' TO TRANS-RESULT
               MOVE 'POSITION IS FILLED - VACATE BEFORE MOVING'
                   TO TRANS-REASON
           ELSE
               IF PTRN-TERRITORY IS NUMERIC
                   MOVE PTRN-TERRITORY TO POS-TERRITORY-NO
               END-IF
               IF PTRN-OFFICE IS NUMERIC
                   MOVE PTRN-OFFICE TO POS-OFFICE-NO
               END-IF
               IF PTRN-TITLE NOT = SPACES
                   MOVE PTRN-TITLE TO POS-TITLE
               END-IF
               IF PTRN-BUDGET IS NUMERIC
                   MOVE PTRN-BUDGET TO POS-BUDGET-SALARY
               END-IF
               REWRITE POS-MASTER-REC
           END-IF.
       500-DELETE-POSITION.
           MOVE PTRN-POS-NO TO POS-NUMBER
           READ POS-MASTER
               INVALID KEY
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'POSITION NOT ON MASTER' TO TRANS-REASON
               NOT INVALID KEY
                   IF POS-FILLED-BY NOT = 0
                       MOVE 'REJECTED' TO TRANS-RESULT
                       MOVE 'POSITION IS FILLED - VACATE IT FIRST'
                           TO TRANS-REASON
                   ELSE
                       DELETE POS-MASTER
                   END-IF
           END-READ.
       600-FILL-POSITION.
           IF PTRN-EMP-NO IS NOT NUMERIC
               MOVE 'REJECTED' TO TRANS-RESULT
               MOVE 'EMPLOYEE NUMBER MISSING OR NOT NUMERIC'
                   TO TRANS-REASON
           ELSE
               MOVE PTRN-EMP-NO TO EMP-NUMBER
               READ EMP-MASTER
                   INVALID KEY
                       MOVE 'REJECTED' TO TRANS-RESULT
                       MOVE 'EMPLOYEE NOT ON MASTER' TO TRANS-REASON
                   NOT INVALID KEY
                       IF EMP-STATUS = 'T'
                           MOVE 'REJECTED' TO TRANS-RESULT
                           MOVE 'EMPLOYEE IS TERMINATED'
                               TO TRANS-REASON
                       END-IF
               END-READ
           END-IF
           IF TRANS-RESULT = 'APPLIED '
               PERFORM 080-FIND-FILLED-BY-EMP
               IF FILLED-FOUND-IDX > 0
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'EMPLOYEE ALREADY FILLS ANOTHER POSITION'
                       TO TRANS-REASON
               END-IF
           END-IF
           IF TRANS-RESULT = 'APPLIED '
               MOVE PTRN-POS-NO TO POS-NUMBER
               READ POS-MASTER
                   INVALID KEY
                       MOVE 'REJECTED' TO TRANS-RESULT
                       MOVE 'POSITION NOT ON MASTER' TO TRANS-REASON
                   NOT INVALID KEY
                       PERFORM 650-FILL-CHECKS
               END-READ
           END-IF.
       650-FILL-CHECKS.
           EVALUATE TRUE
               WHEN POS-FILLED-BY NOT = 0
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'POSITION IS ALREADY FILLED' TO TRANS-REASON
               WHEN EMP-TERRITORY-NO NOT = POS-TERRITORY-NO
                   OR EMP-OFFICE-NO NOT = POS-OFFICE-NO
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'EMPLOYEE IS NOT IN THE POSITION''S OFFICE'
                       TO TRANS-REASON
               WHEN FILLED-COUNT NOT < 2000
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'FILLED-POSITION TABLE FULL' TO TRANS-REASON
               WHEN OTHER
                   MOVE EMP-NUMBER TO POS-FILLED-BY
                   MOVE RUN-DATE TO POS-STATUS-DATE
                   REWRITE POS-MASTER-REC
                   ADD 1 TO FILLED-COUNT
                   MOVE POS-NUMBER TO FT-POS-NO(FILLED-COUNT)
                   MOVE EMP-NUMBER TO FT-EMP-NO(FILLED-COUNT)
           END-EVALUATE.
       700-VACATE-POSITION.
           MOVE PTRN-POS-NO TO POS-NUMBER
           READ POS-MASTER
               INVALID KEY
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'POSITION NOT ON MASTER' TO TRANS-REASON
               NOT INVALID KEY
                   IF POS-FILLED-BY = 0
                       MOVE 'REJECTED' TO TRANS-RESULT
                       MOVE 'POSITION IS ALREADY VACANT'
                           TO TRANS-REASON
                   ELSE
                       PERFORM 085-DROP-FILLED-ENTRY
                       MOVE 0 TO POS-FILLED-BY
                       MOVE RUN-DATE TO POS-STATUS-DATE
                       REWRITE POS-MASTER-REC
                   END-IF
           END-READ.
