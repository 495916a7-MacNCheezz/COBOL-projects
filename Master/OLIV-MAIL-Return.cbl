      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Returned-mail follow-through, so a bad address found
      *          on a mailing reaches the employee or customer master
      *          instead of being mailed to again on the next
      *          EMPLOYEE-MAIL-EXTRACT or CUSTOMER-MAIL-EXTRACT run.
      *          Reads two sources, both carrying the source tag (E
      *          employee, C customer) and master key the extracts
      *          put on every piece:
      *          - MAIL's undeliverable-address file - each piece
      *            MAIL diverted counts as a return;
      *          - change-of-address transactions keyed from the
      *            pieces the post office sends back: type F carries
      *            a forwarding address, type R came back with none.
      *          For each one it queues on the pending maintenance
      *          file, keyed by RTNMAIL and waiting on an operator's
      *          approval:
      *          - a C (change) with the forwarding address for the
      *            master maintenance to apply, which also lifts any
      *            mail hold on the record;
      *          - an M (mail returned) for a piece with no forwarding
      *            address, which counts the return on the master and
      *            holds the address from both extracts once the
      *            returns reach the limit - at most one per master
      *            key waits on the pending file at a time.
      *          Pieces with no source tag, keys not on the master and
      *          returns for an address the master has since replaced
      *          are not queued; they print on the report with the
      *          reason and end the run RC 4 for someone to research
      *          by hand.
      * Modification History:
      *   10/15/26 - initial version
      *   10/15/26 - transaction layouts carry the company columns the
      *             maintenance programs now read; queued items leave
      *             them blank so the master's company stands
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETURNED-MAIL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNDELIV-IN
           ASSIGN TO UNDELIV-IN-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UNDELIV-STATUS.
           SELECT COA-TRANS
           ASSIGN TO COA-TRANS-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COA-STATUS.
           SELECT EMP-MASTER
           ASSIGN TO EMP-MASTER-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-NUMBER
               FILE STATUS IS EMP-MASTER-STATUS.
           SELECT CUST-MASTER
           ASSIGN TO CUST-MASTER-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-MST-NO
               FILE STATUS IS CUST-MASTER-STATUS.
           SELECT PENDING-FILE
           ASSIGN TO PENDING-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-STATUS.
           SELECT RETURN-REPORT
           ASSIGN TO RETURN-REPORT-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL
           ASSIGN TO RUN-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *>      SAME RECORD LAYOUT MAIL WRITES ITS DIVERTED PIECES IN
       FD  UNDELIV-IN.
       01  UNDELIV-REC.
           05 UND-NAME                     PIC X(20).
           05 UND-ADDRESS                  PIC X(20).
           05 UND-LOCATION                 PIC X(15).
           05 UND-ZIP                      PIC X(5).
           05 UND-REASON                   PIC X(30).
           05 UND-SOURCE                   PIC X(1).
           05 UND-KEY                      PIC X(5).
      *>      ONE PER PIECE THE POST OFFICE SENT BACK - THE STREET IT
      *>      WAS MAILED TO, AND FOR TYPE F THE FORWARDING ADDRESS
       FD  COA-TRANS.
       01  COA-REC.
           05 COA-SOURCE                   PIC X(1).
           05 COA-KEY                      PIC X(5).
           05 COA-TYPE                     PIC X(1).
           05 COA-SENT-STREET              PIC X(20).
           05 COA-NEW-STREET               PIC X(20).
           05 COA-NEW-CITY                 PIC X(12).
           05 COA-NEW-STATE                PIC X(2).
           05 COA-NEW-ZIP                  PIC X(5).
       FD  EMP-MASTER.
       01  EMP-MASTER-REC.
           COPY OLIV-EMP-Master.
       FD  CUST-MASTER.
       01  CUST-MASTER-REC.
           COPY OLIV-CUST-Master.
       FD  PENDING-FILE.
       01  PENDING-REC.
           COPY OLIV-MNT-Pending.
       FD  RETURN-REPORT.
       01  REPORT-REC                      PIC X(110).
       FD  RUN-CONTROL.
       01  RUN-CONTROL-REC.
           COPY OLIV-RUN-Ctl.
       WORKING-STORAGE SECTION.
      *>      SAME RECORD LAYOUT EMPLOYEE-MASTER-MAINT READS
       01  EMP-TRANS-REC.
           05 MAINT-ACTION                 PIC X(1).
           05 MAINT-EMP-NUMBER             PIC X(5).
           05 MAINT-EMP-NAME               PIC X(20).
           05 MAINT-SALARY                 PIC X(5).
           05 MAINT-DEPENDENTS             PIC X(1).
           05 MAINT-FICA                   PIC X(5).
           05 MAINT-STATE-TAX              PIC X(6).
           05 MAINT-FEDERAL-TAX            PIC X(6).
           05 MAINT-HIRE-DATE              PIC X(8).
           05 MAINT-ANNUAL-SALARY          PIC X(6).
           05 MAINT-TERRITORY-NO           PIC X(2).
           05 MAINT-OFFICE-NO              PIC X(2).
           05 MAINT-PHONE                  PIC X(10).
           05 MAINT-TERM-DATE              PIC X(8).
           05 MAINT-STREET                 PIC X(20).
           05 MAINT-CITY                   PIC X(12).
           05 MAINT-STATE                  PIC X(2).
           05 MAINT-ZIP                    PIC X(5).
           05 MAINT-SSN                    PIC X(9).
           05 MAINT-COMPANY                PIC X(2).
           05 MAINT-COST-COMPANY           PIC X(2).
      *>      SAME RECORD LAYOUT CUSTOMER-MASTER-MAINT READS
       01  CUST-TRANS-REC.
           05 CTRN-ACTION                  PIC X(1).
           05 CTRN-CUST-NO                 PIC X(4).
           05 CTRN-CUST-NAME               PIC X(26).
           05 CTRN-TERRITORY               PIC X(2).
           05 CTRN-CREDIT-LIMIT            PIC X(7).
           05 CTRN-STREET                  PIC X(20).
           05 CTRN-CITY                    PIC X(12).
           05 CTRN-STATE                   PIC X(2).
           05 CTRN-ZIP                     PIC X(5).
           05 CTRN-BANK-ROUTING            PIC X(9).
           05 CTRN-BANK-ACCT               PIC X(17).
           05 CTRN-SHIP-STATE              PIC X(2).
           05 CTRN-TAX-EXEMPT              PIC X(1).
           05 CTRN-EXEMPT-CERT             PIC X(15).
           05 CTRN-COMPANY                 PIC X(2).
       01  UNDELIV-STATUS                  PIC XX.
       01  COA-STATUS                      PIC XX.
       01  EMP-MASTER-STATUS               PIC XX.
       01  CUST-MASTER-STATUS              PIC XX.
       01  PENDING-STATUS                  PIC XX.
       01  RUN-CTL-STATUS                  PIC XX.
       01  MORE-UNDELIV                    PIC XXX VALUE 'YES'.
       01  MORE-COA                        PIC XXX VALUE 'YES'.
       01  MORE-PENDING                    PIC XXX VALUE 'YES'.
       01  RUN-DATE                        PIC 9(8).
       01  LAST-PENDING-NO                 PIC 9(6) VALUE 0.
      *>      THE RETURN IN HAND, FROM WHICHEVER SOURCE IT CAME
       01  RTN-ORIGIN                      PIC X(8).
       01  RTN-SOURCE                      PIC X(1).
       01  RTN-KEY                         PIC X(5).
       01  RTN-SENT-STREET                 PIC X(20).
       01  RTN-OK                          PIC XXX.
       01  RTN-REASON                      PIC X(40).
       01  MASTER-STREET                   PIC X(20).
       01  MASTER-ZIP                      PIC X(5).
       01  ITEM-QUEUED                     PIC 9(6).
      *>      MASTER KEYS WITH AN M ITEM ALREADY WAITING - ONE RETURN
      *>      COUNTED PER KEY UNTIL AN OPERATOR DEALS WITH IT
       01  QUEUED-COUNT                    PIC 9(4) VALUE 0.
       01  QUEUED-IDX                      PIC 9(4).
       01  QUEUED-FOUND                    PIC XXX.
       01  QUEUED-TABLE-FULL               PIC XXX VALUE 'NO'.
       01  QUEUED-TABLE.
           05 QUEUED-ENTRY OCCURS 2000 TIMES.
               10 QD-SOURCE                PIC X(1).
               10 QD-KEY                   PIC X(5).
       01  UNDELIV-READ-COUNT              PIC 9(5) VALUE 0.
       01  COA-READ-COUNT                  PIC 9(5) VALUE 0.
       01  RETURN-QUEUED-COUNT             PIC 9(5) VALUE 0.
       01  CHANGE-QUEUED-COUNT             PIC 9(5) VALUE 0.
       01  ALREADY-COUNT                   PIC 9(5) VALUE 0.
       01  RESEARCH-COUNT                  PIC 9(5) VALUE 0.
       01  HEADING1.
           05                              PIC X(40) VALUE
               'RETURNED MAIL FOLLOW-THROUGH - DATE: '.
           05 HDG-DATE-OUT                 PIC 9(8).
       01  HEADING2.
           05                              PIC X(30) VALUE
               '   ORIGIN    S  KEY    SENT TO'.
           05                              PIC X(30) VALUE
               ' STREET        RESULT   ITEM  '.
           05                              PIC X(8) VALUE
               '  REASON'.
       01  DETAIL-LINE.
           05                              PIC X(3) VALUE SPACES.
           05 DTL-ORIGIN-OUT               PIC X(8).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-SOURCE-OUT               PIC X(1).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-KEY-OUT                  PIC X(5).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-STREET-OUT               PIC X(20).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-RESULT-OUT               PIC X(8).
           05 DTL-ITEM-OUT                 PIC ZZZZZ9 BLANK WHEN ZERO.
           05                              PIC X(3) VALUE SPACES.
           05 DTL-REASON-OUT               PIC X(40).
       01  SUMMARY-LINE-1.
           05                              PIC X(24) VALUE
               'UNDELIVERABLE READ:    '.
           05 SUM-UNDELIV-OUT              PIC ZZ,ZZ9.
           05                              PIC X(24) VALUE
               '   COA RETURNS READ:   '.
           05 SUM-COA-OUT                  PIC ZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05                              PIC X(24) VALUE
               'RETURNS QUEUED (M):    '.
           05 SUM-RETURN-OUT               PIC ZZ,ZZ9.
           05                              PIC X(24) VALUE
               '   CHANGES QUEUED (C): '.
           05 SUM-CHANGE-OUT               PIC ZZ,ZZ9.
       01  SUMMARY-LINE-3.
           05                              PIC X(24) VALUE
               'ALREADY PENDING/DONE:  '.
           05 SUM-ALREADY-OUT              PIC ZZ,ZZ9.
           05                              PIC X(24) VALUE
               '   TO RESEARCH:        '.
           05 SUM-RESEARCH-OUT             PIC ZZ,ZZ9.
       01  UNDELIV-IN-DD                   PIC X(100) VALUE
          'D:\COBOL\MIS 280 Homework\Homework #6\OLIV-HW6-Undeliv.txt'.
       01  COA-TRANS-DD                    PIC X(100) VALUE
          'D:\COBOL\MIS 280 Homework\Homework #6\OLIV-HW6-RtnCOA.txt'.
       01  EMP-MASTER-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-EMP-Master.dat'.
       01  CUST-MASTER-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-CUST-Master.dat'.
       01  PENDING-DD                      PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-MNT-Pending.txt'.
       01  RETURN-REPORT-DD                PIC X(100) VALUE
          'D:\COBOL\MIS 280 Homework\Homework #6\OLIV-HW6-RtnRpt.txt'.
       01  RUN-CONTROL-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-Ctl.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-GET-FILE-NAMES
           PERFORM 015-GET-BUSINESS-DATE
           PERFORM 090-FIND-LAST-PENDING
           OPEN INPUT EMP-MASTER
           IF EMP-MASTER-STATUS NOT = '00'
               DISPLAY 'EMPLOYEE MASTER NOT AVAILABLE - STATUS '
                   EMP-MASTER-STATUS ' - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUST-MASTER
           IF CUST-MASTER-STATUS NOT = '00'
               DISPLAY 'CUSTOMER MASTER NOT AVAILABLE - STATUS '
                   CUST-MASTER-STATUS ' - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND PENDING-FILE
           IF PENDING-STATUS NOT = '00' AND PENDING-STATUS NOT = '05'
               OPEN OUTPUT PENDING-FILE
           END-IF
           OPEN OUTPUT RETURN-REPORT
           MOVE RUN-DATE TO HDG-DATE-OUT
           WRITE REPORT-REC FROM HEADING1
           WRITE REPORT-REC FROM HEADING2
               AFTER ADVANCING 2 LINES
           PERFORM 200-READ-UNDELIVERABLE
           PERFORM 300-READ-COA
           MOVE UNDELIV-READ-COUNT TO SUM-UNDELIV-OUT
           MOVE COA-READ-COUNT TO SUM-COA-OUT
           MOVE RETURN-QUEUED-COUNT TO SUM-RETURN-OUT
           MOVE CHANGE-QUEUED-COUNT TO SUM-CHANGE-OUT
           MOVE ALREADY-COUNT TO SUM-ALREADY-OUT
           MOVE RESEARCH-COUNT TO SUM-RESEARCH-OUT
           WRITE REPORT-REC FROM SUMMARY-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM SUMMARY-LINE-2
           WRITE REPORT-REC FROM SUMMARY-LINE-3
           CLOSE EMP-MASTER
                 CUST-MASTER
                 PENDING-FILE
                 RETURN-REPORT
           DISPLAY 'RETURNED MAIL - RETURNS QUEUED: '
               RETURN-QUEUED-COUNT ' CHANGES QUEUED: '
               CHANGE-QUEUED-COUNT ' TO RESEARCH: ' RESEARCH-COUNT
           IF QUEUED-TABLE-FULL = 'YES'
               DISPLAY 'QUEUED-KEY TABLE FILLED AT 2000 - A KEY '
                   'RETURNED MORE THAN ONCE MAY HAVE BEEN QUEUED '
                   'TWICE THIS RUN'
           END-IF
           IF RESEARCH-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       010-GET-FILE-NAMES.
           ACCEPT UNDELIV-IN-DD FROM ENVIRONMENT "MAILUNDELIV"
           ACCEPT COA-TRANS-DD FROM ENVIRONMENT "RTNCOA"
           ACCEPT EMP-MASTER-DD FROM ENVIRONMENT "EMPMASTER"
           ACCEPT CUST-MASTER-DD FROM ENVIRONMENT "CUSTMASTER"
           ACCEPT PENDING-DD FROM ENVIRONMENT "PENDING"
           ACCEPT RETURN-REPORT-DD FROM ENVIRONMENT "RTNMAILRPT"
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
       090-FIND-LAST-PENDING.
      *>      NEW ITEMS ARE NUMBERED ON FROM THE HIGHEST ON FILE, AND A
      *>      RETURN STILL WAITING FROM AN EARLIER RUN IS NOT COUNTED
      *>      AGAIN
           OPEN INPUT PENDING-FILE
           IF PENDING-STATUS NOT = '00'
               MOVE 'NO' TO MORE-PENDING
           END-IF
           PERFORM UNTIL MORE-PENDING = 'NO'
               READ PENDING-FILE
                   AT END
                       MOVE 'NO' TO MORE-PENDING
                   NOT AT END
                       IF PND-NUMBER > LAST-PENDING-NO
                           MOVE PND-NUMBER TO LAST-PENDING-NO
                       END-IF
                       IF PND-KEYED-BY = 'RTNMAIL'
                           AND PND-TRANS-IMAGE(1:1) = 'M'
                           AND (PND-STATUS = 'P' OR PND-STATUS = 'A')
                           PERFORM 095-NOTE-WAITING-RETURN
                       END-IF
               END-READ
           END-PERFORM
           IF PENDING-STATUS = '00' OR PENDING-STATUS = '10'
               CLOSE PENDING-FILE
           END-IF.
       095-NOTE-WAITING-RETURN.
           MOVE PND-TARGET TO RTN-SOURCE
           IF PND-TARGET = 'E'
               MOVE PND-TRANS-IMAGE(2:5) TO RTN-KEY
           ELSE
               MOVE '0' TO RTN-KEY(1:1)
               MOVE PND-TRANS-IMAGE(2:4) TO RTN-KEY(2:4)
           END-IF
           PERFORM 520-ADD-QUEUED-KEY.
       200-READ-UNDELIVERABLE.
           OPEN INPUT UNDELIV-IN
           IF UNDELIV-STATUS NOT = '00'
               DISPLAY 'NO UNDELIVERABLE-ADDRESS FILE - NO DIVERTED '
                   'PIECES THIS RUN'
               MOVE 'NO' TO MORE-UNDELIV
           END-IF
           PERFORM UNTIL MORE-UNDELIV = 'NO'
               READ UNDELIV-IN
                   AT END
                       MOVE 'NO' TO MORE-UNDELIV
                   NOT AT END
                       PERFORM 210-UNDELIVERABLE-PIECE
               END-READ
           END-PERFORM
           IF UNDELIV-STATUS = '00' OR UNDELIV-STATUS = '10'
               CLOSE UNDELIV-IN
           END-IF.
       210-UNDELIVERABLE-PIECE.
           ADD 1 TO UNDELIV-READ-COUNT
           MOVE 'UNDELIV' TO RTN-ORIGIN
           MOVE UND-SOURCE TO RTN-SOURCE
           MOVE UND-KEY TO RTN-KEY
           MOVE UND-ADDRESS TO RTN-SENT-STREET
           PERFORM 400-CHECK-RETURN
           IF RTN-OK = 'YES'
               PERFORM 500-QUEUE-RETURN
           END-IF
           PERFORM 800-WRITE-DETAIL.
       300-READ-COA.
           OPEN INPUT COA-TRANS
           IF COA-STATUS NOT = '00'
               DISPLAY 'NO CHANGE-OF-ADDRESS FILE - NO RETURNED '
                   'PIECES THIS RUN'
               MOVE 'NO' TO MORE-COA
           END-IF
           PERFORM UNTIL MORE-COA = 'NO'
               READ COA-TRANS
                   AT END
                       MOVE 'NO' TO MORE-COA
                   NOT AT END
                       PERFORM 310-COA-RETURN
               END-READ
           END-PERFORM
           IF COA-STATUS = '00' OR COA-STATUS = '10'
               CLOSE COA-TRANS
           END-IF.
       310-COA-RETURN.
           ADD 1 TO COA-READ-COUNT
           MOVE SPACES TO RTN-ORIGIN
           STRING 'COA-' COA-TYPE DELIMITED BY SIZE INTO RTN-ORIGIN
           MOVE COA-SOURCE TO RTN-SOURCE
           MOVE COA-KEY TO RTN-KEY
           MOVE COA-SENT-STREET TO RTN-SENT-STREET
           EVALUATE COA-TYPE
               WHEN 'R'
                   PERFORM 400-CHECK-RETURN
                   IF RTN-OK = 'YES'
                       PERFORM 500-QUEUE-RETURN
                   END-IF
               WHEN 'F'
                   PERFORM 400-CHECK-RETURN
                   IF RTN-OK = 'YES'
                       PERFORM 600-QUEUE-ADDRESS-CHANGE
                   END-IF
               WHEN OTHER
                   MOVE 'NO' TO RTN-OK
                   MOVE 0 TO ITEM-QUEUED
                   MOVE 'RETURN TYPE NOT F OR R' TO RTN-REASON
                   ADD 1 TO RESEARCH-COUNT
           END-EVALUATE
           PERFORM 800-WRITE-DETAIL.
       400-CHECK-RETURN.
      *>      THE PIECE MUST TRACE TO A RECORD STILL ON ITS MASTER AT
      *>      THE ADDRESS IT WAS SENT TO
           MOVE 'YES' TO RTN-OK
           MOVE SPACES TO RTN-REASON
           MOVE 0 TO ITEM-QUEUED
           EVALUATE TRUE
               WHEN RTN-SOURCE NOT = 'E' AND RTN-SOURCE NOT = 'C'
                   MOVE 'NO' TO RTN-OK
                   MOVE 'NO SOURCE TAG - RESEARCH BY HAND'
                       TO RTN-REASON
               WHEN RTN-KEY IS NOT NUMERIC
                   MOVE 'NO' TO RTN-OK
                   MOVE 'MASTER KEY NOT NUMERIC' TO RTN-REASON
               WHEN RTN-SOURCE = 'C' AND RTN-KEY(1:1) NOT = '0'
                   MOVE 'NO' TO RTN-OK
                   MOVE 'CUSTOMER NOT ON MASTER' TO RTN-REASON
               WHEN RTN-SOURCE = 'E'
                   MOVE RTN-KEY TO EMP-NUMBER
                   READ EMP-MASTER
                       INVALID KEY
                           MOVE 'NO' TO RTN-OK
                           MOVE 'EMPLOYEE NOT ON MASTER' TO RTN-REASON
                       NOT INVALID KEY
                           MOVE EMP-STREET TO MASTER-STREET
                           MOVE EMP-ZIP TO MASTER-ZIP
                   END-READ
               WHEN OTHER
                   MOVE RTN-KEY(2:4) TO CUST-MST-NO
                   READ CUST-MASTER
                       INVALID KEY
                           MOVE 'NO' TO RTN-OK
                           MOVE 'CUSTOMER NOT ON MASTER' TO RTN-REASON
                       NOT INVALID KEY
                           MOVE CUST-MST-STREET TO MASTER-STREET
                           MOVE CUST-MST-ZIP TO MASTER-ZIP
                   END-READ
           END-EVALUATE
           IF RTN-OK = 'YES'
               AND RTN-SENT-STREET NOT = SPACES
               AND RTN-SENT-STREET NOT = MASTER-STREET
               MOVE 'NO' TO RTN-OK
               MOVE 'MASTER ADDRESS ALREADY CHANGED' TO RTN-REASON
           END-IF
           IF RTN-OK = 'NO'
               ADD 1 TO RESEARCH-COUNT
           END-IF.
       500-QUEUE-RETURN.
           PERFORM 510-FIND-QUEUED-KEY
           IF QUEUED-FOUND = 'YES'
               MOVE 'NO' TO RTN-OK
               MOVE 'RETURN ALREADY PENDING FOR THIS KEY'
                   TO RTN-REASON
               ADD 1 TO ALREADY-COUNT
           ELSE
               IF RTN-SOURCE = 'E'
                   MOVE SPACES TO EMP-TRANS-REC
                   MOVE 'M' TO MAINT-ACTION
                   MOVE RTN-KEY TO MAINT-EMP-NUMBER
                   MOVE RTN-SENT-STREET TO MAINT-STREET
                   MOVE EMP-TRANS-REC TO PND-TRANS-IMAGE
               ELSE
                   MOVE SPACES TO CUST-TRANS-REC
                   MOVE 'M' TO CTRN-ACTION
                   MOVE RTN-KEY(2:4) TO CTRN-CUST-NO
                   MOVE RTN-SENT-STREET TO CTRN-STREET
                   MOVE CUST-TRANS-REC TO PND-TRANS-IMAGE
               END-IF
               PERFORM 700-QUEUE-ITEM
               PERFORM 520-ADD-QUEUED-KEY
               ADD 1 TO RETURN-QUEUED-COUNT
               MOVE 'MAIL RETURNED - COUNT ON MASTER'
                   TO RTN-REASON
           END-IF.
       510-FIND-QUEUED-KEY.
           MOVE 'NO' TO QUEUED-FOUND
           PERFORM VARYING QUEUED-IDX FROM 1 BY 1
               UNTIL QUEUED-IDX > QUEUED-COUNT
               IF QD-SOURCE(QUEUED-IDX) = RTN-SOURCE
                   AND QD-KEY(QUEUED-IDX) = RTN-KEY
                   MOVE 'YES' TO QUEUED-FOUND
                   MOVE QUEUED-COUNT TO QUEUED-IDX
               END-IF
           END-PERFORM.
       520-ADD-QUEUED-KEY.
           IF QUEUED-COUNT < 2000
               ADD 1 TO QUEUED-COUNT
               MOVE RTN-SOURCE TO QD-SOURCE(QUEUED-COUNT)
               MOVE RTN-KEY TO QD-KEY(QUEUED-COUNT)
           ELSE
               MOVE 'YES' TO QUEUED-TABLE-FULL
           END-IF.
       600-QUEUE-ADDRESS-CHANGE.
           EVALUATE TRUE
               WHEN COA-NEW-STREET = SPACES
                   OR COA-NEW-CITY = SPACES
                   OR COA-NEW-STATE = SPACES
                   OR COA-NEW-ZIP IS NOT NUMERIC
                   MOVE 'NO' TO RTN-OK
                   MOVE 'FORWARDING ADDRESS INCOMPLETE'
                       TO RTN-REASON
                   ADD 1 TO RESEARCH-COUNT
               WHEN COA-NEW-STREET = MASTER-STREET
                   AND COA-NEW-ZIP = MASTER-ZIP
                   MOVE 'NO' TO RTN-OK
                   MOVE 'FORWARDING ADDRESS ALREADY ON MASTER'
                       TO RTN-REASON
                   ADD 1 TO ALREADY-COUNT
               WHEN RTN-SOURCE = 'E'
                   MOVE SPACES TO EMP-TRANS-REC
                   MOVE 'C' TO MAINT-ACTION
                   MOVE RTN-KEY TO MAINT-EMP-NUMBER
                   MOVE COA-NEW-STREET TO MAINT-STREET
                   MOVE COA-NEW-CITY TO MAINT-CITY
                   MOVE COA-NEW-STATE TO MAINT-STATE
                   MOVE COA-NEW-ZIP TO MAINT-ZIP
                   MOVE EMP-TRANS-REC TO PND-TRANS-IMAGE
               WHEN OTHER
                   MOVE SPACES TO CUST-TRANS-REC
                   MOVE 'C' TO CTRN-ACTION
                   MOVE RTN-KEY(2:4) TO CTRN-CUST-NO
                   MOVE COA-NEW-STREET TO CTRN-STREET
                   MOVE COA-NEW-CITY TO CTRN-CITY
                   MOVE COA-NEW-STATE TO CTRN-STATE
                   MOVE COA-NEW-ZIP TO CTRN-ZIP
                   MOVE CUST-TRANS-REC TO PND-TRANS-IMAGE
           END-EVALUATE
           IF RTN-OK = 'YES'
               PERFORM 700-QUEUE-ITEM
               ADD 1 TO CHANGE-QUEUED-COUNT
               MOVE 'FORWARDING ADDRESS - CHANGE QUEUED'
                   TO RTN-REASON
           END-IF.
       700-QUEUE-ITEM.
      *>      THE CALLER HAS LEFT THE TRANSACTION IN PND-TRANS-IMAGE
           ADD 1 TO LAST-PENDING-NO
           MOVE LAST-PENDING-NO TO PND-NUMBER
           MOVE RTN-SOURCE TO PND-TARGET
           MOVE 'P' TO PND-STATUS
           MOVE 'RTNMAIL' TO PND-KEYED-BY
           MOVE RUN-DATE TO PND-KEYED-DATE
           MOVE SPACES TO PND-APPROVED-BY
           MOVE 0 TO PND-DECIDED-DATE
           MOVE 0 TO PND-APPLIED-DATE
           MOVE SPACES TO PND-RESULT
           WRITE PENDING-REC
           MOVE LAST-PENDING-NO TO ITEM-QUEUED.
       800-WRITE-DETAIL.
           MOVE RTN-ORIGIN TO DTL-ORIGIN-OUT
           MOVE RTN-SOURCE TO DTL-SOURCE-OUT
           MOVE RTN-KEY TO DTL-KEY-OUT
           MOVE RTN-SENT-STREET TO DTL-STREET-OUT
           IF ITEM-QUEUED > 0
               MOVE 'QUEUED' TO DTL-RESULT-OUT
           ELSE
               MOVE 'SKIPPED' TO DTL-RESULT-OUT
           END-IF
           MOVE ITEM-QUEUED TO DTL-ITEM-OUT
           MOVE RTN-REASON TO DTL-REASON-OUT
           WRITE REPORT-REC FROM DETAIL-LINE.
