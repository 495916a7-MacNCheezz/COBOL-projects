      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Benefit election run. Applies the election
      *          transactions - new-hire elections, life-event changes
      *          and the annual open-enrollment window - against the
      *          benefit plan master and the election file, and
      *          generates the DEDUCTION-MASTER-MAINT transactions that
      *          put each premium on the deduction master, so
      *          insurance rows are no longer typed by hand from the
      *          enrollment forms. Each election is checked against
      *          the plan (on file, tier offered), the employee (on
      *          the master, not terminated) and the window for its
      *          event: the new-hire days after the hire date, the
      *          life-event days after the event, or the open-
      *          enrollment dates on the parameter file. An accepted
      *          election is held pending until its effective date -
      *          the hire date, the event date, or the open-enrollment
      *          effective date - and on that date the run writes the
      *          deduction add (or change, when it replaces a plan
      *          under the same deduction code) or, for a waiver, the
      *          stop. Every in-force election is also repriced
      *          against the plan master each run, so a premium change
      *          reaches the deduction master with it. The generated
      *          transactions are queued on the pending maintenance
      *          file like any keyed deduction transaction, for an
      *          operator to approve before DEDUCTION-MASTER-MAINT
      *          applies them.
      * Modification History:
      *   10/15/26 - initial version
      *   10/15/26 - plan table carries the tier's monthly COBRA cost
      *             so it matches the plan master record
      *   10/15/26 - in-force elections of a terminated employee are
      *             no longer repriced - their deduction rows are
      *             stopped by TERMINATION-CASCADE, and the election
      *             stays on file as the coverage COBRA-CONTINUATION
      *             reads
      *   10/15/26 - the deduction transactions are now appended to
      *             the pending maintenance file as items keyed by
      *             BENELECT, waiting on an operator's approval,
      *             instead of written to their own transaction file
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENEFIT-ELECTION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ELECT-TRANS-IN
           ASSIGN TO ELECT-TRANS-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-STATUS.
           SELECT PLAN-MASTER
           ASSIGN TO PLAN-MASTER-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-STATUS.
           SELECT ELECTION-FILE
           ASSIGN TO ELECTION-FILE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELECT-STATUS.
           SELECT BEN-PARM
           ASSIGN TO BEN-PARM-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT EMP-MASTER
           ASSIGN TO EMP-MASTER-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-NUMBER
               FILE STATUS IS EMP-MASTER-STATUS.
           SELECT PENDING-FILE
           ASSIGN TO PENDING-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-STATUS.
           SELECT ELECT-REPORT
           ASSIGN TO ELECT-REPORT-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL
           ASSIGN TO RUN-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ELECT-TRANS-IN.
       01  ELECT-TRANS-REC.
           05 ETR-ACTION                   PIC X(1).
           05 ETR-EMP-NO                   PIC X(5).
           05 ETR-EMP-NO-NUM REDEFINES ETR-EMP-NO
                                           PIC 9(5).
           05 ETR-PLAN-CODE                PIC X(3).
           05 ETR-TIER                     PIC X(2).
           05 ETR-EVENT                    PIC X(1).
           05 ETR-EVENT-DATE               PIC X(8).
           05 ETR-EVENT-DATE-NUM REDEFINES ETR-EVENT-DATE
                                           PIC 9(8).
       FD  PLAN-MASTER.
       01  PLAN-MASTER-REC.
           COPY OLIV-BEN-Plan.
       FD  ELECTION-FILE.
       01  ELECTION-REC.
           COPY OLIV-BEN-Elect.
       FD  BEN-PARM.
       01  BEN-PARM-REC.
           05 PRM-OE-START-IN              PIC 9(8).
           05 PRM-OE-END-IN                PIC 9(8).
           05 PRM-OE-EFF-DATE-IN           PIC 9(8).
           05 PRM-NEW-HIRE-DAYS-IN         PIC 9(3).
           05 PRM-LIFE-EVENT-DAYS-IN       PIC 9(3).
       FD  EMP-MASTER.
       01  EMP-MASTER-REC.
           COPY OLIV-EMP-Master.
       FD  PENDING-FILE.
       01  PENDING-REC.
           COPY OLIV-MNT-Pending.
       FD  ELECT-REPORT.
       01  REPORT-REC                      PIC X(90).
       FD  RUN-CONTROL.
       01  RUN-CONTROL-REC.
           COPY OLIV-RUN-Ctl.
       WORKING-STORAGE SECTION.
      *>      DEDUCTION-MASTER-MAINT'S TRANSACTION LAYOUT
       01  DED-TRANS-REC.
           05 DTRN-ACTION                  PIC X(1).
           05 DTRN-EMP-NO                  PIC X(5).
           05 DTRN-CODE                    PIC X(3).
           05 DTRN-FLAT                    PIC X(7).
           05 DTRN-FLAT-NUM REDEFINES DTRN-FLAT
                                           PIC 9(5)V99.
           05 DTRN-PCT                     PIC X(4).
           05 DTRN-PRIORITY                PIC X(1).
           05 DTRN-GOAL                    PIC X(9).
       01  PENDING-STATUS                  PIC XX.
       01  MORE-PENDING                    PIC XXX VALUE 'YES'.
       01  LAST-PENDING-NO                 PIC 9(6) VALUE 0.
       01  MORE-TRANS                      PIC XXX VALUE 'YES'.
       01  MORE-PLANS                      PIC XXX VALUE 'YES'.
       01  MORE-ELECTIONS                  PIC XXX VALUE 'YES'.
       01  TRANS-STATUS                    PIC XX.
       01  PLAN-STATUS                     PIC XX.
       01  ELECT-STATUS                    PIC XX.
       01  PARM-STATUS                     PIC XX.
       01  EMP-MASTER-STATUS               PIC XX.
       01  RUN-CTL-STATUS                  PIC XX.
       01  RUN-DATE                        PIC 9(8).
       01  RUN-DATE-DAYS                   PIC 9(7).
       01  PARM-LOADED                     PIC XXX VALUE 'NO'.
       01  OE-START                        PIC 9(8) VALUE 0.
       01  OE-END                          PIC 9(8) VALUE 0.
       01  OE-EFF-DATE                     PIC 9(8) VALUE 0.
       01  NEW-HIRE-DAYS                   PIC 9(3) VALUE 30.
       01  LIFE-EVENT-DAYS                 PIC 9(3) VALUE 30.
       01  TRANS-RESULT                    PIC X(8).
       01  TRANS-REASON                    PIC X(40).
       01  DATE-OK                         PIC XXX.
       01  EVENT-DATE-DAYS                 PIC 9(7).
       01  HIRE-DATE-NUM                   PIC 9(8).
       01  ELECT-EFF-DATE                  PIC 9(8).
       01  ELECT-EVENT-DATE                PIC 9(8).
       01  PLAN-COUNT                      PIC 9(2) VALUE 0.
       01  PLAN-IDX                        PIC 9(2).
       01  PLAN-FOUND-IDX                  PIC 9(2).
       01  PLAN-FOUND                      PIC XXX.
       01  TIER-IDX                        PIC 9(1).
       01  TIER-FOUND                      PIC XXX.
       01  TIER-PREMIUM                    PIC 9(5)V99.
       01  PLAN-TABLE.
           05 PLAN-ENTRY OCCURS 50 TIMES.
               10 PT-PLAN-CODE             PIC X(3).
               10 PT-CARRIER               PIC X(20).
               10 PT-DED-CODE              PIC X(3).
               10 PT-DED-PRIORITY          PIC 9(1).
               10 PT-TIER-ENTRY OCCURS 4 TIMES.
                   15 PT-TIER-CODE         PIC X(2).
                   15 PT-TIER-PREMIUM      PIC 9(5)V99.
                   15 PT-TIER-COBRA-COST   PIC 9(5)V99.
       01  ELECT-COUNT                     PIC 9(4) VALUE 0.
       01  ELECT-IDX                       PIC 9(4).
       01  ELECT-SCAN-IDX                  PIC 9(4).
       01  PENDING-IDX                     PIC 9(4).
       01  IN-FORCE-IDX                    PIC 9(4).
       01  PENDING-REPLACED                PIC XXX.
       01  PLAN-HELD                       PIC XXX.
       01  ELECTION-TABLE.
           05 ELECT-ENTRY OCCURS 2000 TIMES.
               10 ET-EMP-NO                PIC 9(5).
               10 ET-PLAN-CODE             PIC X(3).
               10 ET-DED-CODE              PIC X(3).
               10 ET-TIER                  PIC X(2).
               10 ET-ACTION                PIC X(1).
               10 ET-EVENT                 PIC X(1).
               10 ET-EVENT-DATE            PIC 9(8).
               10 ET-EFF-DATE              PIC 9(8).
               10 ET-STATUS                PIC X(1).
               10 ET-PREMIUM               PIC 9(5)V99.
               10 ET-ELECT-DATE            PIC 9(8).
               10 ET-DROPPED               PIC X(1).
       01  ACTIVITY-TEXT                   PIC X(10).
       01  ACTIVITY-NOTE                   PIC X(40).
       01  READ-COUNT                      PIC 9(5) VALUE 0.
       01  ACCEPTED-COUNT                  PIC 9(5) VALUE 0.
       01  REJECTED-COUNT                  PIC 9(5) VALUE 0.
       01  ACTIVATED-COUNT                 PIC 9(5) VALUE 0.
       01  REPRICED-COUNT                  PIC 9(5) VALUE 0.
       01  DED-TRANS-COUNT                 PIC 9(5) VALUE 0.
       01  EXCEPTION-COUNT                 PIC 9(5) VALUE 0.
       01  HEADING1.
           05                              PIC X(34) VALUE
               'BENEFIT ELECTION REGISTER - DATE: '.
           05 HDG-DATE-OUT                 PIC 9(8).
       01  HEADING2.
           05                              PIC X(48) VALUE
               'ACT  EMP-NO  PLAN  TIER  EV  EFFECTIVE  RESULT  '.
           05                              PIC X(8) VALUE
               ' REASON'.
       01  DETAIL-LINE.
           05                              PIC X(1) VALUE SPACES.
           05 DTL-ACTION-OUT               PIC X(1).
           05                              PIC X(3) VALUE SPACES.
           05 DTL-EMP-NO-OUT               PIC X(5).
           05                              PIC X(3) VALUE SPACES.
           05 DTL-PLAN-OUT                 PIC X(3).
           05                              PIC X(4) VALUE SPACES.
           05 DTL-TIER-OUT                 PIC X(2).
           05                              PIC X(3) VALUE SPACES.
           05 DTL-EVENT-OUT                PIC X(1).
           05                              PIC X(3) VALUE SPACES.
           05 DTL-EFF-DATE-OUT             PIC 9(8).
           05                              PIC X(3) VALUE SPACES.
           05 DTL-RESULT-OUT               PIC X(8).
           05                              PIC X(1) VALUE SPACES.
           05 DTL-REASON-OUT               PIC X(40).
       01  ACTIVITY-HEADING.
           05                              PIC X(48) VALUE
               'ACTIVITY    EMP-NO  PLAN  TIER  DED  PREMIUM    '.
           05                              PIC X(5) VALUE
               'NOTE'.
       01  ACTIVITY-LINE.
           05 ACT-TEXT-OUT                 PIC X(10).
           05                              PIC X(2) VALUE SPACES.
           05 ACT-EMP-NO-OUT               PIC 9(5).
           05                              PIC X(3) VALUE SPACES.
           05 ACT-PLAN-OUT                 PIC X(3).
           05                              PIC X(3) VALUE SPACES.
           05 ACT-TIER-OUT                 PIC X(2).
           05                              PIC X(4) VALUE SPACES.
           05 ACT-DED-ACTION-OUT           PIC X(1).
           05                              PIC X(2) VALUE SPACES.
           05 ACT-PREMIUM-OUT              PIC $$,$$9.99.
           05                              PIC X(2) VALUE SPACES.
           05 ACT-NOTE-OUT                 PIC X(40).
       01  SUMMARY-LINE-1.
           05                              PIC X(24) VALUE
               'TRANSACTIONS READ:     '.
           05 SUM-READ-OUT                 PIC ZZ,ZZ9.
           05                              PIC X(24) VALUE
               '   ELECTIONS IN FORCE: '.
           05 SUM-ACTIVATED-OUT            PIC ZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05                              PIC X(24) VALUE
               'TRANSACTIONS ACCEPTED: '.
           05 SUM-ACCEPTED-OUT             PIC ZZ,ZZ9.
           05                              PIC X(24) VALUE
               '   REPRICED:           '.
           05 SUM-REPRICED-OUT             PIC ZZ,ZZ9.
       01  SUMMARY-LINE-3.
           05                              PIC X(24) VALUE
               'TRANSACTIONS REJECTED: '.
           05 SUM-REJECTED-OUT             PIC ZZ,ZZ9.
           05                              PIC X(24) VALUE
               '   DEDUCTION TRANS:    '.
           05 SUM-DED-TRANS-OUT            PIC ZZ,ZZ9.
       01  SUMMARY-LINE-4.
           05                              PIC X(24) VALUE
               'EXCEPTIONS:            '.
           05 SUM-EXCEPTION-OUT            PIC ZZ,ZZ9.
       01  ELECT-TRANS-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-BEN-ElTrn.txt'.
       01  PLAN-MASTER-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-BEN-Plan.txt'.
       01  ELECTION-FILE-DD                PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-BEN-Elect.txt'.
       01  BEN-PARM-DD                     PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-BEN-Parm.txt'.
       01  EMP-MASTER-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-EMP-Master.dat'.
       01  PENDING-DD                      PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-MNT-Pending.txt'.
       01  ELECT-REPORT-DD                 PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-BEN-ElRpt.txt'.
       01  RUN-CONTROL-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-Ctl.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-GET-FILE-NAMES
           PERFORM 015-GET-BUSINESS-DATE
           PERFORM 020-READ-PARM
           PERFORM 030-LOAD-PLAN-MASTER
           PERFORM 040-LOAD-ELECTIONS
           OPEN INPUT EMP-MASTER
           IF EMP-MASTER-STATUS NOT = '00'
               DISPLAY 'EMPLOYEE MASTER NOT AVAILABLE - RUN '
                   'STOPPED (EVERY ELECTION NEEDS THE EMPLOYEE CHECK)'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 050-FIND-LAST-PENDING
           OPEN EXTEND PENDING-FILE
           IF PENDING-STATUS NOT = '00' AND PENDING-STATUS NOT = '05'
               OPEN OUTPUT PENDING-FILE
           END-IF
           OPEN OUTPUT ELECT-REPORT
           MOVE RUN-DATE TO HDG-DATE-OUT
           WRITE REPORT-REC FROM HEADING1
           WRITE REPORT-REC FROM HEADING2
               AFTER ADVANCING 2 LINES
           OPEN INPUT ELECT-TRANS-IN
           IF TRANS-STATUS NOT = '00'
               DISPLAY 'NO ELECTION TRANSACTION FILE - PENDING '
                   'ELECTIONS AND PREMIUMS STILL CHECKED'
               MOVE 'NO' TO MORE-TRANS
           END-IF
           PERFORM UNTIL MORE-TRANS = 'NO'
               READ ELECT-TRANS-IN
                   AT END
                       MOVE 'NO' TO MORE-TRANS
                   NOT AT END
                       PERFORM 200-APPLY-TRANS
               END-READ
           END-PERFORM
           IF TRANS-STATUS = '00' OR TRANS-STATUS = '10'
               CLOSE ELECT-TRANS-IN
           END-IF
           WRITE REPORT-REC FROM ACTIVITY-HEADING
               AFTER ADVANCING 2 LINES
           PERFORM VARYING ELECT-IDX FROM 1 BY 1
               UNTIL ELECT-IDX > ELECT-COUNT
               IF ET-STATUS(ELECT-IDX) = 'P'
                   AND ET-DROPPED(ELECT-IDX) = 'N'
                   AND ET-EFF-DATE(ELECT-IDX) <= RUN-DATE
                   PERFORM 400-ACTIVATE-ELECTION
               END-IF
           END-PERFORM
           PERFORM VARYING ELECT-IDX FROM 1 BY 1
               UNTIL ELECT-IDX > ELECT-COUNT
               IF ET-STATUS(ELECT-IDX) = 'A'
                   AND ET-DROPPED(ELECT-IDX) = 'N'
                   PERFORM 500-CHECK-PREMIUM
               END-IF
           END-PERFORM
           PERFORM 700-REWRITE-ELECTIONS
           MOVE READ-COUNT TO SUM-READ-OUT
           MOVE ACCEPTED-COUNT TO SUM-ACCEPTED-OUT
           MOVE REJECTED-COUNT TO SUM-REJECTED-OUT
           MOVE ACTIVATED-COUNT TO SUM-ACTIVATED-OUT
           MOVE REPRICED-COUNT TO SUM-REPRICED-OUT
           MOVE DED-TRANS-COUNT TO SUM-DED-TRANS-OUT
           MOVE EXCEPTION-COUNT TO SUM-EXCEPTION-OUT
           WRITE REPORT-REC FROM SUMMARY-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM SUMMARY-LINE-2
           WRITE REPORT-REC FROM SUMMARY-LINE-3
           WRITE REPORT-REC FROM SUMMARY-LINE-4
           CLOSE EMP-MASTER
                 PENDING-FILE
                 ELECT-REPORT
           DISPLAY 'BENEFIT ELECTIONS - ACCEPTED: ' ACCEPTED-COUNT
               ' REJECTED: ' REJECTED-COUNT
               ' DEDUCTION TRANSACTIONS: ' DED-TRANS-COUNT
           IF REJECTED-COUNT > 0 OR EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       010-GET-FILE-NAMES.
           ACCEPT ELECT-TRANS-DD FROM ENVIRONMENT "BENTRANS"
           ACCEPT PLAN-MASTER-DD FROM ENVIRONMENT "BENPLAN"
           ACCEPT ELECTION-FILE-DD FROM ENVIRONMENT "BENELECT"
           ACCEPT BEN-PARM-DD FROM ENVIRONMENT "BENPARM"
           ACCEPT EMP-MASTER-DD FROM ENVIRONMENT "EMPMASTER"
           ACCEPT PENDING-DD FROM ENVIRONMENT "PENDING"
           ACCEPT ELECT-REPORT-DD FROM ENVIRONMENT "BENRPT"
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
           END-IF
           COMPUTE RUN-DATE-DAYS =
               FUNCTION INTEGER-OF-DATE(RUN-DATE).
       020-READ-PARM.
           OPEN INPUT BEN-PARM
           IF PARM-STATUS = '00'
               READ BEN-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-OE-START-IN IS NUMERIC
                           AND PRM-OE-END-IN IS NUMERIC
                           AND PRM-OE-EFF-DATE-IN IS NUMERIC
                           MOVE 'YES' TO PARM-LOADED
                           MOVE PRM-OE-START-IN TO OE-START
                           MOVE PRM-OE-END-IN TO OE-END
                           MOVE PRM-OE-EFF-DATE-IN TO OE-EFF-DATE
                       END-IF
                       IF PRM-NEW-HIRE-DAYS-IN IS NUMERIC
                           MOVE PRM-NEW-HIRE-DAYS-IN TO NEW-HIRE-DAYS
                       END-IF
                       IF PRM-LIFE-EVENT-DAYS-IN IS NUMERIC
                           MOVE PRM-LIFE-EVENT-DAYS-IN
                               TO LIFE-EVENT-DAYS
                       END-IF
               END-READ
               CLOSE BEN-PARM
           END-IF
           IF PARM-LOADED = 'NO'
               DISPLAY 'NO BENEFIT PARAMETER FILE - OPEN-ENROLLMENT '
                   'ELECTIONS WILL REJECT'
           END-IF.
       030-LOAD-PLAN-MASTER.
           OPEN INPUT PLAN-MASTER
           IF PLAN-STATUS NOT = '00'
               DISPLAY 'BENEFIT PLAN MASTER MISSING OR UNREADABLE - '
                   'RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL MORE-PLANS = 'NO'
               READ PLAN-MASTER
                   AT END
                       MOVE 'NO' TO MORE-PLANS
                   NOT AT END
                       IF PLAN-COUNT < 50
                           ADD 1 TO PLAN-COUNT
                           MOVE PLAN-MASTER-REC
                               TO PLAN-ENTRY(PLAN-COUNT)
                       ELSE
                           DISPLAY 'PLAN MASTER PAST 50 PLANS - '
                               BPL-PLAN-CODE ' NOT LOADED'
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLAN-MASTER.
       040-LOAD-ELECTIONS.
           OPEN INPUT ELECTION-FILE
           IF ELECT-STATUS NOT = '00'
               MOVE 'NO' TO MORE-ELECTIONS
           END-IF
           PERFORM UNTIL MORE-ELECTIONS = 'NO'
               READ ELECTION-FILE
                   AT END
                       MOVE 'NO' TO MORE-ELECTIONS
                   NOT AT END
                       IF ELECT-COUNT < 2000
                           ADD 1 TO ELECT-COUNT
                           MOVE ELECTION-REC
                               TO ELECT-ENTRY(ELECT-COUNT)
                           MOVE 'N' TO ET-DROPPED(ELECT-COUNT)
                       ELSE
                           DISPLAY 'ELECTION FILE PAST 2000 ROWS - '
                               'RUN STOPPED BEFORE ROWS COULD BE '
                               'LOST ON THE REWRITE'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           IF ELECT-STATUS = '00' OR ELECT-STATUS = '10'
               CLOSE ELECTION-FILE
           END-IF.
       050-FIND-LAST-PENDING.
      *>      NEW ITEMS ARE NUMBERED ON FROM THE HIGHEST ON FILE
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
               END-READ
           END-PERFORM
           IF PENDING-STATUS = '00' OR PENDING-STATUS = '10'
               CLOSE PENDING-FILE
           END-IF.
       200-APPLY-TRANS.
           ADD 1 TO READ-COUNT
           MOVE 'ACCEPTED' TO TRANS-RESULT
           MOVE SPACES TO TRANS-REASON
           MOVE 0 TO ELECT-EFF-DATE
           EVALUATE TRUE
               WHEN ETR-EMP-NO IS NOT NUMERIC
                   MOVE 'EMPLOYEE NUMBER NOT NUMERIC' TO TRANS-REASON
               WHEN ETR-ACTION NOT = 'E' AND ETR-ACTION NOT = 'W'
                   MOVE 'ACTION CODE NOT E OR W' TO TRANS-REASON
               WHEN ETR-EVENT NOT = 'N' AND ETR-EVENT NOT = 'L'
                   AND ETR-EVENT NOT = 'O'
                   MOVE 'EVENT NOT N, L OR O' TO TRANS-REASON
               WHEN OTHER
                   PERFORM 210-CHECK-EMPLOYEE
           END-EVALUATE
           IF TRANS-REASON = SPACES
               PERFORM 220-FIND-PLAN
               IF PLAN-FOUND = 'NO'
                   MOVE 'PLAN NOT ON PLAN MASTER' TO TRANS-REASON
               ELSE
                   IF ETR-ACTION = 'E'
                       PERFORM 230-FIND-TIER
                       IF TIER-FOUND = 'NO'
                           MOVE 'TIER NOT OFFERED BY THE PLAN'
                               TO TRANS-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF TRANS-REASON = SPACES
               PERFORM 240-CHECK-WINDOW
           END-IF
           IF TRANS-REASON = SPACES AND ETR-ACTION = 'W'
               PERFORM 260-FIND-IN-FORCE
               PERFORM 270-FIND-PENDING
               MOVE 'NO' TO PLAN-HELD
               IF IN-FORCE-IDX > 0
                   IF ET-PLAN-CODE(IN-FORCE-IDX) = ETR-PLAN-CODE
                       MOVE 'YES' TO PLAN-HELD
                   END-IF
               END-IF
               IF PENDING-IDX > 0
                   IF ET-PLAN-CODE(PENDING-IDX) = ETR-PLAN-CODE
                       MOVE 'YES' TO PLAN-HELD
                   END-IF
               END-IF
               IF PLAN-HELD = 'NO'
                   MOVE 'PLAN NOT ELECTED BY THE EMPLOYEE'
                       TO TRANS-REASON
               END-IF
           END-IF
           IF TRANS-REASON = SPACES
               PERFORM 300-RECORD-PENDING
           END-IF
           IF TRANS-REASON = SPACES
               ADD 1 TO ACCEPTED-COUNT
               IF PENDING-REPLACED = 'YES'
                   MOVE 'REPLACES THE PENDING ELECTION'
                       TO TRANS-REASON
               END-IF
           ELSE
               MOVE 'REJECTED' TO TRANS-RESULT
               ADD 1 TO REJECTED-COUNT
           END-IF
           MOVE ETR-ACTION TO DTL-ACTION-OUT
           MOVE ETR-EMP-NO TO DTL-EMP-NO-OUT
           MOVE ETR-PLAN-CODE TO DTL-PLAN-OUT
           MOVE ETR-TIER TO DTL-TIER-OUT
           MOVE ETR-EVENT TO DTL-EVENT-OUT
           MOVE ELECT-EFF-DATE TO DTL-EFF-DATE-OUT
           MOVE TRANS-RESULT TO DTL-RESULT-OUT
           MOVE TRANS-REASON TO DTL-REASON-OUT
           WRITE REPORT-REC FROM DETAIL-LINE.
       210-CHECK-EMPLOYEE.
           MOVE ETR-EMP-NO TO EMP-NUMBER
           READ EMP-MASTER
               INVALID KEY
                   MOVE 'EMPLOYEE NOT ON MASTER' TO TRANS-REASON
               NOT INVALID KEY
                   IF EMP-STATUS = 'T'
                       MOVE 'EMPLOYEE IS TERMINATED' TO TRANS-REASON
                   END-IF
           END-READ.
       220-FIND-PLAN.
           MOVE 'NO' TO PLAN-FOUND
           MOVE 0 TO PLAN-FOUND-IDX
           PERFORM VARYING PLAN-IDX FROM 1 BY 1
               UNTIL PLAN-IDX > PLAN-COUNT
               IF PT-PLAN-CODE(PLAN-IDX) = ETR-PLAN-CODE
                   MOVE 'YES' TO PLAN-FOUND
                   MOVE PLAN-IDX TO PLAN-FOUND-IDX
                   MOVE PLAN-COUNT TO PLAN-IDX
               END-IF
           END-PERFORM.
       230-FIND-TIER.
           MOVE 'NO' TO TIER-FOUND
           MOVE 0 TO TIER-PREMIUM
           PERFORM VARYING TIER-IDX FROM 1 BY 1
               UNTIL TIER-IDX > 4
               IF PT-TIER-CODE(PLAN-FOUND-IDX, TIER-IDX) = ETR-TIER
                   AND ETR-TIER NOT = SPACES
                   MOVE 'YES' TO TIER-FOUND
                   MOVE PT-TIER-PREMIUM(PLAN-FOUND-IDX, TIER-IDX)
                       TO TIER-PREMIUM
                   MOVE 4 TO TIER-IDX
               END-IF
           END-PERFORM.
       240-CHECK-WINDOW.
      *>      EACH EVENT HAS ITS OWN WINDOW AND ITS OWN EFFECTIVE
      *>      DATE - COVERAGE STARTS ON THE HIRE DATE, THE LIFE-EVENT
      *>      DATE, OR THE OPEN-ENROLLMENT EFFECTIVE DATE
           EVALUATE ETR-EVENT
               WHEN 'N'
                   IF EMP-DATE-HIRE IS NOT NUMERIC
                       MOVE 'NO HIRE DATE ON THE MASTER'
                           TO TRANS-REASON
                   ELSE
                       COMPUTE HIRE-DATE-NUM = EMP-HIRE-YEAR * 10000
                           + EMP-HIRE-MONTH * 100 + EMP-HIRE-DAY
                       COMPUTE EVENT-DATE-DAYS =
                           FUNCTION INTEGER-OF-DATE(HIRE-DATE-NUM)
                       IF RUN-DATE-DAYS > EVENT-DATE-DAYS
                           + NEW-HIRE-DAYS
                           MOVE 'NEW-HIRE ELECTION WINDOW HAS CLOSED'
                               TO TRANS-REASON
                       ELSE
                           MOVE HIRE-DATE-NUM TO ELECT-EVENT-DATE
                           MOVE HIRE-DATE-NUM TO ELECT-EFF-DATE
                       END-IF
                   END-IF
               WHEN 'L'
                   PERFORM 250-CHECK-EVENT-DATE
                   IF DATE-OK = 'NO'
                       MOVE 'LIFE-EVENT DATE MISSING OR INVALID'
                           TO TRANS-REASON
                   ELSE
                       IF EVENT-DATE-DAYS > RUN-DATE-DAYS
                           MOVE 'LIFE-EVENT DATE IS IN THE FUTURE'
                               TO TRANS-REASON
                       ELSE
                           IF RUN-DATE-DAYS > EVENT-DATE-DAYS
                               + LIFE-EVENT-DAYS
                               MOVE 'LIFE-EVENT WINDOW HAS CLOSED'
                                   TO TRANS-REASON
                           ELSE
                               MOVE ETR-EVENT-DATE-NUM
                                   TO ELECT-EVENT-DATE
                               MOVE ETR-EVENT-DATE-NUM
                                   TO ELECT-EFF-DATE
                           END-IF
                       END-IF
                   END-IF
               WHEN 'O'
                   IF PARM-LOADED = 'NO'
                       MOVE 'NO OPEN-ENROLLMENT WINDOW ON FILE'
                           TO TRANS-REASON
                   ELSE
                       IF RUN-DATE < OE-START OR RUN-DATE > OE-END
                           MOVE 'OUTSIDE THE OPEN-ENROLLMENT WINDOW'
                               TO TRANS-REASON
                       ELSE
                           MOVE RUN-DATE TO ELECT-EVENT-DATE
                           MOVE OE-EFF-DATE TO ELECT-EFF-DATE
                       END-IF
                   END-IF
           END-EVALUATE.
       250-CHECK-EVENT-DATE.
           MOVE 'NO' TO DATE-OK
           IF ETR-EVENT-DATE IS NUMERIC
               IF ETR-EVENT-DATE(5:2) >= '01'
                   AND ETR-EVENT-DATE(5:2) <= '12'
                   AND ETR-EVENT-DATE(7:2) >= '01'
                   AND ETR-EVENT-DATE(7:2) <= '31'
                   AND ETR-EVENT-DATE(1:4) > '1600'
                   COMPUTE EVENT-DATE-DAYS =
                       FUNCTION INTEGER-OF-DATE(ETR-EVENT-DATE-NUM)
                   IF EVENT-DATE-DAYS > 0
                       MOVE 'YES' TO DATE-OK
                   END-IF
               END-IF
           END-IF.
       260-FIND-IN-FORCE.
      *>      THE IN-FORCE ROW UNDER THE SAME DEDUCTION CODE - THE
      *>      EMPLOYEE CAN HOLD ONLY ONE PLAN PER CODE
           MOVE 0 TO IN-FORCE-IDX
           PERFORM VARYING ELECT-SCAN-IDX FROM 1 BY 1
               UNTIL ELECT-SCAN-IDX > ELECT-COUNT
               IF ET-EMP-NO(ELECT-SCAN-IDX) = ETR-EMP-NO-NUM
                   AND ET-DED-CODE(ELECT-SCAN-IDX)
                       = PT-DED-CODE(PLAN-FOUND-IDX)
                   AND ET-STATUS(ELECT-SCAN-IDX) = 'A'
                   AND ET-DROPPED(ELECT-SCAN-IDX) = 'N'
                   MOVE ELECT-SCAN-IDX TO IN-FORCE-IDX
                   MOVE ELECT-COUNT TO ELECT-SCAN-IDX
               END-IF
           END-PERFORM.
       270-FIND-PENDING.
           MOVE 0 TO PENDING-IDX
           PERFORM VARYING ELECT-SCAN-IDX FROM 1 BY 1
               UNTIL ELECT-SCAN-IDX > ELECT-COUNT
               IF ET-EMP-NO(ELECT-SCAN-IDX) = ETR-EMP-NO-NUM
                   AND ET-DED-CODE(ELECT-SCAN-IDX)
                       = PT-DED-CODE(PLAN-FOUND-IDX)
                   AND ET-STATUS(ELECT-SCAN-IDX) = 'P'
                   AND ET-DROPPED(ELECT-SCAN-IDX) = 'N'
                   MOVE ELECT-SCAN-IDX TO PENDING-IDX
                   MOVE ELECT-COUNT TO ELECT-SCAN-IDX
               END-IF
           END-PERFORM.
       300-RECORD-PENDING.
      *>      A LATER ELECTION UNDER THE SAME DEDUCTION CODE REPLACES
      *>      ONE STILL WAITING ON ITS EFFECTIVE DATE
           PERFORM 270-FIND-PENDING
           MOVE 'NO' TO PENDING-REPLACED
           IF PENDING-IDX = 0
               IF ELECT-COUNT < 2000
                   ADD 1 TO ELECT-COUNT
                   MOVE ELECT-COUNT TO PENDING-IDX
               ELSE
                   MOVE 'ELECTION FILE FULL AT 2000 ROWS'
                       TO TRANS-REASON
               END-IF
           ELSE
               MOVE 'YES' TO PENDING-REPLACED
           END-IF
           IF PENDING-IDX > 0
               MOVE ETR-EMP-NO-NUM TO ET-EMP-NO(PENDING-IDX)
               MOVE ETR-PLAN-CODE TO ET-PLAN-CODE(PENDING-IDX)
               MOVE PT-DED-CODE(PLAN-FOUND-IDX)
                   TO ET-DED-CODE(PENDING-IDX)
               MOVE ETR-TIER TO ET-TIER(PENDING-IDX)
               MOVE ETR-ACTION TO ET-ACTION(PENDING-IDX)
               MOVE ETR-EVENT TO ET-EVENT(PENDING-IDX)
               MOVE ELECT-EVENT-DATE TO ET-EVENT-DATE(PENDING-IDX)
               MOVE ELECT-EFF-DATE TO ET-EFF-DATE(PENDING-IDX)
               MOVE 'P' TO ET-STATUS(PENDING-IDX)
               MOVE 0 TO ET-PREMIUM(PENDING-IDX)
               MOVE RUN-DATE TO ET-ELECT-DATE(PENDING-IDX)
               MOVE 'N' TO ET-DROPPED(PENDING-IDX)
           END-IF.
       400-ACTIVATE-ELECTION.
           MOVE ET-EMP-NO(ELECT-IDX) TO EMP-NUMBER
           READ EMP-MASTER
               INVALID KEY
                   MOVE 'T' TO EMP-STATUS
           END-READ
           MOVE ET-PLAN-CODE(ELECT-IDX) TO ETR-PLAN-CODE
           MOVE ET-EMP-NO(ELECT-IDX) TO ETR-EMP-NO-NUM
           PERFORM 220-FIND-PLAN
           EVALUATE TRUE
               WHEN EMP-STATUS = 'T'
                   MOVE 'Y' TO ET-DROPPED(ELECT-IDX)
                   MOVE 'CANCELLED ' TO ACTIVITY-TEXT
                   MOVE 'EMPLOYEE LEFT BEFORE THE EFFECTIVE DATE'
                       TO ACTIVITY-NOTE
                   MOVE SPACES TO DTRN-ACTION
                   PERFORM 600-WRITE-ACTIVITY
               WHEN PLAN-FOUND = 'NO'
                   MOVE 'HELD      ' TO ACTIVITY-TEXT
                   MOVE 'PLAN NO LONGER ON THE PLAN MASTER'
                       TO ACTIVITY-NOTE
                   MOVE SPACES TO DTRN-ACTION
                   ADD 1 TO EXCEPTION-COUNT
                   PERFORM 600-WRITE-ACTIVITY
               WHEN ET-ACTION(ELECT-IDX) = 'W'
                   PERFORM 420-ACTIVATE-WAIVER
               WHEN OTHER
                   PERFORM 410-ACTIVATE-ELECT
           END-EVALUATE.
       410-ACTIVATE-ELECT.
           MOVE ET-TIER(ELECT-IDX) TO ETR-TIER
           PERFORM 230-FIND-TIER
           IF TIER-FOUND = 'NO'
               MOVE 'HELD      ' TO ACTIVITY-TEXT
               MOVE 'TIER NO LONGER OFFERED BY THE PLAN'
                   TO ACTIVITY-NOTE
               MOVE SPACES TO DTRN-ACTION
               ADD 1 TO EXCEPTION-COUNT
               PERFORM 600-WRITE-ACTIVITY
           ELSE
               PERFORM 260-FIND-IN-FORCE
               MOVE SPACES TO ACTIVITY-NOTE
               IF IN-FORCE-IDX = 0
                   MOVE 'A' TO DTRN-ACTION
               ELSE
      *>      THE NEW PLAN TAKES OVER THE SAME DEDUCTION ROW
                   MOVE 'C' TO DTRN-ACTION
                   MOVE 'Y' TO ET-DROPPED(IN-FORCE-IDX)
                   MOVE SPACES TO ACTIVITY-NOTE
                   STRING 'REPLACES ' ET-PLAN-CODE(IN-FORCE-IDX)
                       ' ' ET-TIER(IN-FORCE-IDX)
                       DELIMITED BY SIZE INTO ACTIVITY-NOTE
               END-IF
               MOVE 'A' TO ET-STATUS(ELECT-IDX)
               MOVE TIER-PREMIUM TO ET-PREMIUM(ELECT-IDX)
               ADD 1 TO ACTIVATED-COUNT
               MOVE 'IN FORCE  ' TO ACTIVITY-TEXT
               PERFORM 610-WRITE-DED-TRANS
               PERFORM 600-WRITE-ACTIVITY
           END-IF.
       420-ACTIVATE-WAIVER.
           PERFORM 260-FIND-IN-FORCE
           MOVE 'Y' TO ET-DROPPED(ELECT-IDX)
           MOVE 0 TO TIER-PREMIUM
           IF IN-FORCE-IDX = 0
               MOVE 'WAIVED    ' TO ACTIVITY-TEXT
               MOVE 'NOTHING IN FORCE TO STOP' TO ACTIVITY-NOTE
               MOVE SPACES TO DTRN-ACTION
               PERFORM 600-WRITE-ACTIVITY
           ELSE
               MOVE 'Y' TO ET-DROPPED(IN-FORCE-IDX)
               MOVE 'WAIVED    ' TO ACTIVITY-TEXT
               MOVE 'COVERAGE ENDED' TO ACTIVITY-NOTE
               MOVE 'S' TO DTRN-ACTION
               ADD 1 TO ACTIVATED-COUNT
               PERFORM 610-WRITE-DED-TRANS
               PERFORM 600-WRITE-ACTIVITY
           END-IF.
       500-CHECK-PREMIUM.
           MOVE ET-EMP-NO(ELECT-IDX) TO EMP-NUMBER
           READ EMP-MASTER
               INVALID KEY
                   MOVE 'T' TO EMP-STATUS
           END-READ
           IF EMP-STATUS NOT = 'T'
               PERFORM 510-REPRICE-ELECTION
           END-IF.
       510-REPRICE-ELECTION.
      *>      A PLAN REPRICED SINCE THE LAST RUN CARRIES ITS NEW
      *>      PREMIUM TO THE DEDUCTION MASTER
           MOVE ET-PLAN-CODE(ELECT-IDX) TO ETR-PLAN-CODE
           MOVE ET-EMP-NO(ELECT-IDX) TO ETR-EMP-NO-NUM
           MOVE ET-TIER(ELECT-IDX) TO ETR-TIER
           PERFORM 220-FIND-PLAN
           IF PLAN-FOUND = 'NO'
               MOVE 'EXCEPTION ' TO ACTIVITY-TEXT
               MOVE 'IN FORCE BUT NOT ON THE PLAN MASTER'
                   TO ACTIVITY-NOTE
               MOVE SPACES TO DTRN-ACTION
               MOVE ET-PREMIUM(ELECT-IDX) TO TIER-PREMIUM
               ADD 1 TO EXCEPTION-COUNT
               PERFORM 600-WRITE-ACTIVITY
           ELSE
               PERFORM 230-FIND-TIER
               IF TIER-FOUND = 'NO'
                   MOVE 'EXCEPTION ' TO ACTIVITY-TEXT
                   MOVE 'IN FORCE BUT TIER NO LONGER OFFERED'
                       TO ACTIVITY-NOTE
                   MOVE SPACES TO DTRN-ACTION
                   MOVE ET-PREMIUM(ELECT-IDX) TO TIER-PREMIUM
                   ADD 1 TO EXCEPTION-COUNT
                   PERFORM 600-WRITE-ACTIVITY
               ELSE
                   IF TIER-PREMIUM NOT = ET-PREMIUM(ELECT-IDX)
                       MOVE TIER-PREMIUM TO ET-PREMIUM(ELECT-IDX)
                       MOVE 'REPRICED  ' TO ACTIVITY-TEXT
                       MOVE 'PLAN PREMIUM CHANGED' TO ACTIVITY-NOTE
                       MOVE 'C' TO DTRN-ACTION
                       ADD 1 TO REPRICED-COUNT
                       PERFORM 610-WRITE-DED-TRANS
                       PERFORM 600-WRITE-ACTIVITY
                   END-IF
               END-IF
           END-IF.
       600-WRITE-ACTIVITY.
           MOVE ACTIVITY-TEXT TO ACT-TEXT-OUT
           MOVE ET-EMP-NO(ELECT-IDX) TO ACT-EMP-NO-OUT
           MOVE ET-PLAN-CODE(ELECT-IDX) TO ACT-PLAN-OUT
           MOVE ET-TIER(ELECT-IDX) TO ACT-TIER-OUT
           MOVE DTRN-ACTION TO ACT-DED-ACTION-OUT
           MOVE TIER-PREMIUM TO ACT-PREMIUM-OUT
           MOVE ACTIVITY-NOTE TO ACT-NOTE-OUT
           WRITE REPORT-REC FROM ACTIVITY-LINE.
       610-WRITE-DED-TRANS.
           MOVE ET-EMP-NO(ELECT-IDX) TO DTRN-EMP-NO
           MOVE ET-DED-CODE(ELECT-IDX) TO DTRN-CODE
           MOVE SPACES TO DTRN-FLAT
           MOVE SPACES TO DTRN-PCT
           MOVE SPACES TO DTRN-PRIORITY
           MOVE SPACES TO DTRN-GOAL
           IF DTRN-ACTION NOT = 'S'
               MOVE TIER-PREMIUM TO DTRN-FLAT-NUM
               MOVE PT-DED-PRIORITY(PLAN-FOUND-IDX) TO DTRN-PRIORITY
           END-IF
           MOVE SPACES TO PENDING-REC
           ADD 1 TO LAST-PENDING-NO
           MOVE LAST-PENDING-NO TO PND-NUMBER
           MOVE 'D' TO PND-TARGET
           MOVE 'P' TO PND-STATUS
           MOVE 'BENELECT' TO PND-KEYED-BY
           MOVE RUN-DATE TO PND-KEYED-DATE
           MOVE 0 TO PND-DECIDED-DATE
           MOVE 0 TO PND-APPLIED-DATE
           MOVE DED-TRANS-REC TO PND-TRANS-IMAGE
           WRITE PENDING-REC
           ADD 1 TO DED-TRANS-COUNT.
       700-REWRITE-ELECTIONS.
           OPEN OUTPUT ELECTION-FILE
           PERFORM VARYING ELECT-IDX FROM 1 BY 1
               UNTIL ELECT-IDX > ELECT-COUNT
               IF ET-DROPPED(ELECT-IDX) = 'N'
                   MOVE ELECT-ENTRY(ELECT-IDX) TO ELECTION-REC
                   WRITE ELECTION-REC
               END-IF
           END-PERFORM
           CLOSE ELECTION-FILE.
