      *             (not found); any other open failure - notably the
      *             39 a pre-upgrade record layout gives - stops the
      *             run instead of silently truncating the master
      *   10/15/26 - transactions now carry the employee's SSN in a
      *             trailing column (rejected when present but not
      *             numeric); added the R (rehire) transaction, which
      *             returns a terminated employee to status A with the
      *             new hire date from the transaction and clears the
      *             termination date, logged as a C history row so
      *             the status flip shows in the images
      *   10/15/26 - an add or rehire into a territory/office with no
      *             vacant position on the position master is still
      *             applied but flagged with a warning, counted on the
      *             summary and ends the run RC 4 so HR follows up
      *   10/15/26 - transactions now come from the shared pending
      *             maintenance file instead of OLIV-EMP-Trans: only
      *             E items a second operator has approved are
      *             applied, each is marked processed with its
      *             result, and the keying and approving operator IDs
      *             go onto the report line and the history row
      *   10/15/26 - added the M (mail returned) transaction that
      *             RETURNED-MAIL queues for a piece sent back with no
      *             forwarding address: it counts the return on
      *             EMP-MAIL-RETURNS and, once the count reaches the
      *             return limit, sets EMP-DO-NOT-MAIL so the mailing
      *             extract holds the address; it is rejected when the
      *             returned street no longer matches the master. Any
      *             add, change or rehire carrying a new home address
      *             clears the count and the hold
      *   10/15/26 - transactions now carry the employing company and
      *             the cost company after the SSN, applied on add,
      *             change and rehire (rejected when present but not
      *             numeric); an add with no company is company 01
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-MASTER-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE
           ASSIGN TO PENDING-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-STATUS.
           SELECT EMP-MASTER
           ASSIGN TO
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-EMP-Master.dat'
           ASSIGN TO RUN-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CTL-STATUS.
           SELECT POSITION-MASTER
           ASSIGN TO
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-POS-Master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS POS-NUMBER
               FILE STATUS IS POSITION-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
       01  PENDING-FILE-REC                PIC X(206).
       FD  EMP-MASTER.
       01  EMP-MASTER-REC.
           COPY OLIV-EMP-Master.
       FD  MAINT-REPORT.
       01  REPORT-REC                      PIC X(100).
       FD  CHANGE-HIST.
       01  CHANGE-HIST-REC.
           COPY OLIV-EMP-Hist.
       FD  RUN-CONTROL.
       01  RUN-CONTROL-REC.
           COPY OLIV-RUN-Ctl.
       FD  POSITION-MASTER.
       01  POSITION-MASTER-REC.
           COPY OLIV-POS-Master.
       WORKING-STORAGE SECTION.
       01  MAINT-TRANS-REC.
           05 MAINT-ACTION                 PIC X(1).
           05 MAINT-EMP-NUMBER             PIC X(5).
           05 MAINT-CITY                   PIC X(12).
           05 MAINT-STATE                  PIC X(2).
           05 MAINT-ZIP                    PIC X(5).
           05 MAINT-SSN                    PIC X(9).
           05 MAINT-COMPANY                PIC X(2).
           05 MAINT-COST-COMPANY           PIC X(2).
       01  PENDING-REC.
           COPY OLIV-MNT-Pending.
       01  PENDING-DD                      PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-MNT-Pending.txt'.
       01  PENDING-STATUS                  PIC XX.
       01  MORE-PENDING                    PIC XXX VALUE 'YES'.
       01  PENDING-COUNT                   PIC 9(4) VALUE 0.
       01  PENDING-IDX                     PIC 9(4).
       01  RETURNED-COUNT                  PIC 9(5) VALUE 0.
       01  PENDING-TABLE.
           05 PENDING-ROW OCCURS 2000 TIMES PIC X(206).
       01  MASTER-STATUS                   PIC XX.
       01  TRANS-RESULT                    PIC X(8).
       01  TRANS-REASON                    PIC X(40).
       01  AFTER-IMAGE-HOLD                PIC X(150).
       01  APPLIED-COUNT                   PIC 9(5) VALUE 0.
       01  REJECTED-COUNT                  PIC 9(5) VALUE 0.
       01  WARNING-COUNT                   PIC 9(5) VALUE 0.
      *>      RETURNED PIECES AGAINST ONE ADDRESS BEFORE IT IS HELD
       01  MAIL-RETURN-LIMIT               PIC 9(2) VALUE 2.
       01  POSITION-STATUS                 PIC XX.
       01  MORE-POSITIONS                  PIC XXX VALUE 'YES'.
       01  POSITIONS-LOADED                PIC XXX VALUE 'NO'.
       01  OPENING-COUNT                   PIC 9(3) VALUE 0.
       01  OPENING-IDX                     PIC 9(3).
       01  OPENING-FOUND-IDX               PIC 9(3).
      *>      VACANT POSITIONS BY TERRITORY/OFFICE - EACH ADD OR
      *>      REHIRE THAT LANDS IN AN OFFICE USES ONE UP FOR THE RUN
       01  OPENING-TABLE.
           05 OPENING-ENTRY OCCURS 500 TIMES.
               10 OPEN-TERRITORY-NO        PIC 9(2).
               10 OPEN-OFFICE-NO           PIC 9(2).
               10 OPEN-VACANT              PIC 9(4).
       01  HEADING1.
           05                              PIC X(42) VALUE
               'EMPLOYEE MASTER MAINTENANCE REPORT'.
               'ACTION  EMP-NO   RESULT  '.
           05                              PIC X(8) VALUE
               ' REASON'.
           05                              PIC X(35) VALUE SPACES.
           05                              PIC X(17) VALUE
               'KEYED BY APPROVED'.
       01  DETAIL-LINE.
           05                              PIC X(3) VALUE SPACES.
           05 DTL-ACTION-OUT               PIC X(1).
           05 DTL-RESULT-OUT               PIC X(8).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-REASON-OUT               PIC X(40).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-KEYED-BY-OUT             PIC X(8).
           05                              PIC X(1) VALUE SPACES.
           05 DTL-APPROVED-BY-OUT          PIC X(8).
       01  SUMMARY-LINE-1.
           05                              PIC X(24) VALUE
               'TRANSACTIONS READ:     '.
           05                              PIC X(24) VALUE
               'TRANSACTIONS REJECTED: '.
           05 SUMMARY-REJECTED-OUT         PIC ZZ,ZZ9.
       01  SUMMARY-LINE-4.
           05                              PIC X(24) VALUE
               'NO OPEN POSITION WARN: '.
           05 SUMMARY-WARNING-OUT          PIC ZZ,ZZ9.
       01  SUMMARY-LINE-5.
           05                              PIC X(24) VALUE
               'RETURNED TO PENDING:   '.
           05 SUMMARY-RETURNED-OUT         PIC ZZ,ZZ9.
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT PENDING-DD FROM ENVIRONMENT "PENDING"
           PERFORM 030-LOAD-PENDING
           OPEN OUTPUT MAINT-REPORT
           OPEN I-O EMP-MASTER
           IF MASTER-STATUS = '35'
               OPEN OUTPUT EMP-MASTER
               STOP RUN
           END-IF
           PERFORM 015-GET-BUSINESS-DATE
           PERFORM 050-LOAD-OPENINGS
           OPEN EXTEND CHANGE-HIST
           IF HIST-STATUS NOT = '00' AND HIST-STATUS NOT = '05'
               OPEN OUTPUT CHANGE-HIST
           END-IF
           WRITE REPORT-REC FROM HEADING1
           WRITE REPORT-REC FROM HEADING2
           PERFORM VARYING PENDING-IDX FROM 1 BY 1
               UNTIL PENDING-IDX > PENDING-COUNT
               MOVE PENDING-ROW(PENDING-IDX) TO PENDING-REC
               IF PND-TARGET = 'E' AND PND-STATUS = 'A'
                   PERFORM 150-APPLY-PENDING
               END-IF
           END-PERFORM
           PERFORM 900-REWRITE-PENDING
           MOVE READ-COUNT TO SUMMARY-READ-OUT
           MOVE APPLIED-COUNT TO SUMMARY-APPLIED-OUT
           MOVE REJECTED-COUNT TO SUMMARY-REJECTED-OUT
           MOVE WARNING-COUNT TO SUMMARY-WARNING-OUT
           MOVE RETURNED-COUNT TO SUMMARY-RETURNED-OUT
           WRITE REPORT-REC FROM SUMMARY-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM SUMMARY-LINE-2
           WRITE REPORT-REC FROM SUMMARY-LINE-3
           WRITE REPORT-REC FROM SUMMARY-LINE-4
           WRITE REPORT-REC FROM SUMMARY-LINE-5
           CLOSE EMP-MASTER
                 MAINT-REPORT
                 CHANGE-HIST
           IF REJECTED-COUNT > 0 OR WARNING-COUNT > 0
               OR RETURNED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
               DISPLAY 'RUN-CONTROL FILE NOT AVAILABLE - USING '
                   'MACHINE DATE ' RUN-DATE
           END-IF.
       030-LOAD-PENDING.
           OPEN INPUT PENDING-FILE
           IF PENDING-STATUS NOT = '00'
               DISPLAY 'NO PENDING MAINTENANCE FILE - NOTHING TO '
                   'APPLY THIS RUN'
               MOVE 'NO' TO MORE-PENDING
           END-IF
           PERFORM UNTIL MORE-PENDING = 'NO'
               READ PENDING-FILE
                   AT END
                       MOVE 'NO' TO MORE-PENDING
                   NOT AT END
                       IF PENDING-COUNT < 2000
                           ADD 1 TO PENDING-COUNT
                           MOVE PENDING-FILE-REC
                               TO PENDING-ROW(PENDING-COUNT)
                       ELSE
                           DISPLAY 'PENDING FILE PAST 2000 ITEMS - '
                               'RUN STOPPED BEFORE ITEMS COULD BE '
                               'LOST ON THE REWRITE'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           IF PENDING-STATUS = '00' OR PENDING-STATUS = '10'
               CLOSE PENDING-FILE
           END-IF.
       050-LOAD-OPENINGS.
           OPEN INPUT POSITION-MASTER
           IF POSITION-STATUS NOT = '00'
               DISPLAY 'POSITION MASTER NOT AVAILABLE - STATUS '
                   POSITION-STATUS ' - OPEN POSITION CHECK SKIPPED'
           ELSE
               MOVE 'YES' TO POSITIONS-LOADED
               PERFORM UNTIL MORE-POSITIONS = 'NO'
                   READ POSITION-MASTER
                       AT END
                           MOVE 'NO' TO MORE-POSITIONS
                       NOT AT END
                           PERFORM 060-LOAD-ONE-POSITION
                   END-READ
               END-PERFORM
               CLOSE POSITION-MASTER
           END-IF.
       060-LOAD-ONE-POSITION.
           MOVE 0 TO OPENING-FOUND-IDX
           PERFORM VARYING OPENING-IDX FROM 1 BY 1
               UNTIL OPENING-IDX > OPENING-COUNT
               IF OPEN-TERRITORY-NO(OPENING-IDX) = POS-TERRITORY-NO
                   AND OPEN-OFFICE-NO(OPENING-IDX) = POS-OFFICE-NO
                   MOVE OPENING-IDX TO OPENING-FOUND-IDX
                   MOVE OPENING-COUNT TO OPENING-IDX
               END-IF
           END-PERFORM
           IF OPENING-FOUND-IDX = 0
               IF OPENING-COUNT < 500
                   ADD 1 TO OPENING-COUNT
                   MOVE OPENING-COUNT TO OPENING-FOUND-IDX
                   MOVE POS-TERRITORY-NO
                       TO OPEN-TERRITORY-NO(OPENING-FOUND-IDX)
                   MOVE POS-OFFICE-NO
                       TO OPEN-OFFICE-NO(OPENING-FOUND-IDX)
                   MOVE 0 TO OPEN-VACANT(OPENING-FOUND-IDX)
               ELSE
                   DISPLAY 'MORE THAN 500 TERRITORY/OFFICES ON THE '
                       'POSITION MASTER - ' POS-NUMBER ' IGNORED'
               END-IF
           END-IF
           IF OPENING-FOUND-IDX > 0 AND POS-FILLED-BY = 0
               ADD 1 TO OPEN-VACANT(OPENING-FOUND-IDX)
           END-IF.
       150-APPLY-PENDING.
      *>      AN ITEM MARKED APPROVED WITHOUT A SECOND OPERATOR ON IT
      *>      GOES BACK TO PENDING RATHER THAN ONTO THE MASTER
           IF PND-APPROVED-BY = SPACES
               OR PND-APPROVED-BY = PND-KEYED-BY
               DISPLAY 'ITEM ' PND-NUMBER ' NOT APPROVED BY A SECOND '
                   'OPERATOR - RETURNED TO PENDING'
               MOVE 'P' TO PND-STATUS
               MOVE SPACES TO PND-APPROVED-BY
               MOVE 0 TO PND-DECIDED-DATE
               ADD 1 TO RETURNED-COUNT
           ELSE
               MOVE PND-TRANS-IMAGE TO MAINT-TRANS-REC
               PERFORM 200-APPLY-TRANS
               MOVE 'X' TO PND-STATUS
               MOVE RUN-DATE TO PND-APPLIED-DATE
               MOVE TRANS-RESULT TO PND-RESULT
           END-IF
           MOVE PENDING-REC TO PENDING-ROW(PENDING-IDX).
       200-APPLY-TRANS.
           ADD 1 TO READ-COUNT
           MOVE 'APPLIED ' TO TRANS-RESULT
           MOVE SPACES TO TRANS-REASON
           EVALUATE TRUE
               WHEN MAINT-EMP-NUMBER IS NOT NUMERIC
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'EMPLOYEE NUMBER NOT NUMERIC' TO TRANS-REASON
               WHEN MAINT-SSN NOT = SPACES
                   AND MAINT-SSN IS NOT NUMERIC
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'SSN NOT NUMERIC' TO TRANS-REASON
               WHEN (MAINT-COMPANY NOT = SPACES
                   AND MAINT-COMPANY IS NOT NUMERIC)
                   OR (MAINT-COST-COMPANY NOT = SPACES
                   AND MAINT-COST-COMPANY IS NOT NUMERIC)
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'COMPANY CODE NOT NUMERIC' TO TRANS-REASON
               WHEN MAINT-ACTION = 'A'
                   PERFORM 300-ADD-MASTER
               WHEN MAINT-ACTION = 'C'
                   PERFORM 400-CHANGE-MASTER
               WHEN MAINT-ACTION = 'D'
                   PERFORM 500-DELETE-MASTER
               WHEN MAINT-ACTION = 'T'
                   PERFORM 600-TERMINATE-MASTER
               WHEN MAINT-ACTION = 'R'
                   PERFORM 650-REHIRE-MASTER
               WHEN MAINT-ACTION = 'M'
                   PERFORM 660-MAIL-RETURNED
               WHEN OTHER
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'ACTION CODE NOT A, C, D, T, R OR M'
                       TO TRANS-REASON
           END-EVALUATE
           IF TRANS-RESULT = 'APPLIED '
               ADD 1 TO APPLIED-COUNT
           ELSE
           MOVE MAINT-EMP-NUMBER TO DTL-EMP-NO-OUT
           MOVE TRANS-RESULT TO DTL-RESULT-OUT
           MOVE TRANS-REASON TO DTL-REASON-OUT
           MOVE PND-KEYED-BY TO DTL-KEYED-BY-OUT
           MOVE PND-APPROVED-BY TO DTL-APPROVED-BY-OUT
           WRITE REPORT-REC FROM DETAIL-LINE.
       300-ADD-MASTER.
           MOVE MAINT-EMP-NUMBER TO EMP-NUMBER
                   INITIALIZE EMP-MASTER-REC
                   MOVE MAINT-EMP-NUMBER TO EMP-NUMBER
                   MOVE 'A' TO EMP-STATUS
                   MOVE 'N' TO EMP-DO-NOT-MAIL
                   MOVE 1 TO EMP-COMPANY
                   PERFORM 450-FILL-MASTER-FIELDS
                   WRITE EMP-MASTER-REC
                   MOVE SPACES TO BEFORE-IMAGE-HOLD
                   MOVE EMP-MASTER-REC TO AFTER-IMAGE-HOLD
                   MOVE 'A' TO CHG-TYPE
                   PERFORM 700-WRITE-HISTORY
                   PERFORM 800-CHECK-OPENING
               NOT INVALID KEY
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'EMPLOYEE ALREADY ON MASTER' TO TRANS-REASON
           END-IF
           IF MAINT-ZIP NOT = SPACES
               MOVE MAINT-ZIP TO EMP-ZIP
           END-IF
      *>      A NEW ADDRESS IS THE CONFIRMATION THAT LIFTS A MAIL HOLD
           IF MAINT-STREET NOT = SPACES OR MAINT-CITY NOT = SPACES
               OR MAINT-STATE NOT = SPACES OR MAINT-ZIP NOT = SPACES
               MOVE 0 TO EMP-MAIL-RETURNS
               MOVE 'N' TO EMP-DO-NOT-MAIL
           END-IF
           IF MAINT-SSN IS NUMERIC
               MOVE MAINT-SSN TO EMP-SSN
           END-IF
           IF MAINT-COMPANY IS NUMERIC
               MOVE MAINT-COMPANY TO EMP-COMPANY
           END-IF
           IF MAINT-COST-COMPANY IS NUMERIC
               MOVE MAINT-COST-COMPANY TO EMP-COST-COMPANY
           END-IF.
       500-DELETE-MASTER.
           MOVE MAINT-EMP-NUMBER TO EMP-NUMBER
                       PERFORM 700-WRITE-HISTORY
               END-READ
           END-IF.
       650-REHIRE-MASTER.
           IF MAINT-HIRE-MONTH IS NOT NUMERIC
               OR MAINT-HIRE-DAY IS NOT NUMERIC
               OR MAINT-HIRE-YEAR IS NOT NUMERIC
               MOVE 'REJECTED' TO TRANS-RESULT
               MOVE 'REHIRE DATE NOT NUMERIC' TO TRANS-REASON
           ELSE
               MOVE MAINT-EMP-NUMBER TO EMP-NUMBER
               READ EMP-MASTER
                   INVALID KEY
                       MOVE 'REJECTED' TO TRANS-RESULT
                       MOVE 'EMPLOYEE NOT ON MASTER' TO TRANS-REASON
                   NOT INVALID KEY
                       IF EMP-STATUS NOT = 'T'
                           MOVE 'REJECTED' TO TRANS-RESULT
                           MOVE 'EMPLOYEE IS NOT TERMINATED'
                               TO TRANS-REASON
                       ELSE
                           MOVE EMP-MASTER-REC TO BEFORE-IMAGE-HOLD
                           PERFORM 450-FILL-MASTER-FIELDS
                           MOVE 'A' TO EMP-STATUS
                           MOVE 0 TO EMP-TERM-MONTH
                           MOVE 0 TO EMP-TERM-DAY
                           MOVE 0 TO EMP-TERM-YEAR
                           REWRITE EMP-MASTER-REC
                           MOVE EMP-MASTER-REC TO AFTER-IMAGE-HOLD
                           MOVE 'C' TO CHG-TYPE
                           PERFORM 700-WRITE-HISTORY
                           PERFORM 800-CHECK-OPENING
                       END-IF
               END-READ
           END-IF.
       660-MAIL-RETURNED.
           MOVE MAINT-EMP-NUMBER TO EMP-NUMBER
           READ EMP-MASTER
               INVALID KEY
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'EMPLOYEE NOT ON MASTER' TO TRANS-REASON
               NOT INVALID KEY
      *>      THE ITEM CARRIES THE STREET THE PIECE WAS SENT TO - IF HR
      *>      HAS SINCE KEYED A NEW ONE THE RETURN NO LONGER COUNTS
                   IF MAINT-STREET NOT = SPACES
                       AND MAINT-STREET NOT = EMP-STREET
                       MOVE 'REJECTED' TO TRANS-RESULT
                       MOVE 'ADDRESS CHANGED SINCE THE MAILING'
                           TO TRANS-REASON
                   ELSE
                       MOVE EMP-MASTER-REC TO BEFORE-IMAGE-HOLD
                       IF EMP-MAIL-RETURNS IS NOT NUMERIC
                           MOVE 0 TO EMP-MAIL-RETURNS
                       END-IF
                       IF EMP-MAIL-RETURNS < 99
                           ADD 1 TO EMP-MAIL-RETURNS
                       END-IF
                       IF EMP-MAIL-RETURNS >= MAIL-RETURN-LIMIT
                           MOVE 'Y' TO EMP-DO-NOT-MAIL
                           MOVE 'ADDRESS HELD - DO NOT MAIL'
                               TO TRANS-REASON
                       END-IF
                       REWRITE EMP-MASTER-REC
                       MOVE EMP-MASTER-REC TO AFTER-IMAGE-HOLD
                       MOVE 'C' TO CHG-TYPE
                       PERFORM 700-WRITE-HISTORY
                   END-IF
           END-READ.
       700-WRITE-HISTORY.
           MOVE RUN-DATE TO HIST-RUN-DATE
           MOVE 'MANT' TO HIST-SOURCE
           MOVE EMP-NUMBER TO HIST-EMP-NUMBER
           MOVE BEFORE-IMAGE-HOLD TO HIST-BEFORE-IMAGE
           MOVE AFTER-IMAGE-HOLD TO HIST-AFTER-IMAGE
           MOVE PND-KEYED-BY TO HIST-KEYED-BY
           MOVE PND-APPROVED-BY TO HIST-APPROVED-BY
           WRITE CHANGE-HIST-REC.
       800-CHECK-OPENING.
      *>      THE HIRE STANDS EITHER WAY - AN OFFICE WITH NO VACANT
      *>      POSITION ONLY EARNS A WARNING FOR HR TO FOLLOW UP
           IF POSITIONS-LOADED = 'YES'
               MOVE 0 TO OPENING-FOUND-IDX
               PERFORM VARYING OPENING-IDX FROM 1 BY 1
                   UNTIL OPENING-IDX > OPENING-COUNT
                   IF OPEN-TERRITORY-NO(OPENING-IDX) = EMP-TERRITORY-NO
                       AND OPEN-OFFICE-NO(OPENING-IDX) = EMP-OFFICE-NO
                       MOVE OPENING-IDX TO OPENING-FOUND-IDX
                       MOVE OPENING-COUNT TO OPENING-IDX
                   END-IF
               END-PERFORM
               IF OPENING-FOUND-IDX > 0
                   AND OPEN-VACANT(OPENING-FOUND-IDX) > 0
                   SUBTRACT 1 FROM OPEN-VACANT(OPENING-FOUND-IDX)
               ELSE
                   ADD 1 TO WARNING-COUNT
                   MOVE 'WARNING - NO OPEN POSITION IN OFFICE'
                       TO TRANS-REASON
               END-IF
           END-IF.
       900-REWRITE-PENDING.
           IF PENDING-COUNT > 0
               OPEN OUTPUT PENDING-FILE
               PERFORM VARYING PENDING-IDX FROM 1 BY 1
                   UNTIL PENDING-IDX > PENDING-COUNT
                   MOVE PENDING-ROW(PENDING-IDX) TO PENDING-FILE-REC
                   WRITE PENDING-FILE-REC
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.
