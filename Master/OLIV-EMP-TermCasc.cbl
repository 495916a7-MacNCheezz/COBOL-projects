      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Termination follow-through, run after the employee
      *          master maintenance, so a termination keyed in HR no
      *          longer depends on someone remembering every other
      *          file the person is on. Reads the employee change
      *          history for terminations (T rows, and C rows that
      *          flip the status to T) of people still terminated on
      *          the master and, for each one not already on the
      *          offboarding log, writes the matching maintenance
      *          transactions:
      *          - an I (inactivate) for every active salesperson row
      *            linked to the employee - SALESPERSON-MASTER-MAINT,
      *            SLSTRANS;
      *          - a vehicle return for every open assignment the
      *            person holds, closed as of the termination date -
      *            VEHICLE-ASSIGN-HIST, ASGNTRANS;
      *          - an S (stop) for every deduction row, queued on the
      *            pending maintenance file for an operator to
      *            approve before DEDUCTION-MASTER-MAINT applies it;
      *          - a V (vacate) for any position the person fills -
      *            POSITION-MASTER-MAINT, POSTRANS.
      *          Point each program's transaction name at the file
      *          generated here. Prints an offboarding checklist per
      *          person listing what was generated and what is still
      *          outstanding - draw balance owed, vehicles to collect,
      *          commission earned but not paid (the payroll run holds
      *          a terminated employee's payable) and unused vacation
      *          on the leave balance file, priced at the hourly rate
      *          VACATION-LIABILITY uses, to pay out - and logs the
      *          person so the next run does not cascade them again.
      *          Ends RC 4 when anything is outstanding.
      * Modification History:
      *   10/15/26 - initial version
      *   10/15/26 - the deduction stops now go to the pending
      *             maintenance file as items keyed by TERMCASC,
      *             waiting on an operator's approval, instead of
      *             their own transaction file
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERMINATION-CASCADE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-HIST
           ASSIGN TO CHANGE-HIST-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-STATUS.
           SELECT EMP-MASTER
           ASSIGN TO EMP-MASTER-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-NUMBER
               FILE STATUS IS EMP-MASTER-STATUS.
           SELECT SLS-MASTER
           ASSIGN TO SLS-MASTER-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SLS-MST-NO
               FILE STATUS IS SLS-MASTER-STATUS.
           SELECT VAC-BALANCE
           ASSIGN TO VAC-BALANCE-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VAC-EMP-NO
               FILE STATUS IS VAC-STATUS.
           SELECT ASGN-HIST
           ASSIGN TO ASGN-HIST-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASGN-STATUS.
           SELECT DED-MASTER
           ASSIGN TO DED-MASTER-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DED-STATUS.
           SELECT POS-MASTER
           ASSIGN TO POS-MASTER-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS POS-NUMBER
               FILE STATUS IS POS-STATUS.
           SELECT DRAW-MASTER
           ASSIGN TO DRAW-MASTER-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DRAW-STATUS.
           SELECT COMM-PAYABLE
           ASSIGN TO COMM-PAYABLE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYABLE-STATUS.
           SELECT OFFBOARD-LOG
           ASSIGN TO OFFBOARD-LOG-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.
           SELECT SLS-TRANS-OUT
           ASSIGN TO SLS-TRANS-OUT-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ASGN-TRANS-OUT
           ASSIGN TO ASGN-TRANS-OUT-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENDING-FILE
           ASSIGN TO PENDING-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-STATUS.
           SELECT POS-TRANS-OUT
           ASSIGN TO POS-TRANS-OUT-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHECKLIST-REPORT
           ASSIGN TO CHECKLIST-REPORT-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL
           ASSIGN TO RUN-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-HIST.
       01  CHANGE-HIST-REC.
           COPY OLIV-EMP-Hist.
       FD  EMP-MASTER.
       01  EMP-MASTER-REC.
           COPY OLIV-EMP-Master.
       FD  SLS-MASTER.
       01  SLS-MASTER-REC.
           COPY OLIV-SLS-Master.
       FD  VAC-BALANCE.
       01  VAC-BALANCE-REC.
           COPY OLIV-VAC-Rec.
       FD  ASGN-HIST.
       01  ASGN-HIST-REC.
           COPY OLIV-VEH-AsgnHist.
       FD  DED-MASTER.
       01  DED-MASTER-IN.
           05 DED-EMP-NO-IN                PIC X(5).
           05 DED-CODE-IN                  PIC X(3).
           05 DED-FLAT-IN                  PIC 9(5)V99.
           05 DED-PCT-IN                   PIC V9999.
           05 DED-PRIORITY-IN              PIC 9(1).
           05 DED-GOAL-IN                  PIC 9(7)V99.
       FD  POS-MASTER.
       01  POS-MASTER-REC.
           COPY OLIV-POS-Master.
       FD  DRAW-MASTER.
       01  DRAW-MASTER-IN.
           05 DRW-SLS-NO-IN                PIC 9(4).
           05 DRW-AMOUNT-IN                PIC 9(5)V99.
           05 DRW-OWED-IN                  PIC 9(7)V99.
       FD  COMM-PAYABLE.
       01  PAYABLE-REC.
           05 PAY-SALESPERSON-IN           PIC 9(4).
           05 PAY-TERRITORY-IN             PIC 9(2).
           05 PAY-SALES-IN                 PIC S9(7)V99
                                           SIGN LEADING SEPARATE.
           05 PAY-COMMISSION-IN            PIC 9(7)V99.
           05 PAY-EMP-NO-IN                PIC 9(5).
       FD  OFFBOARD-LOG.
       01  OFFBOARD-LOG-REC.
           COPY OLIV-EMP-Offboard.
      *>      SAME RECORD LAYOUT SALESPERSON-MASTER-MAINT READS
       FD  SLS-TRANS-OUT.
       01  SLS-TRANS-REC.
           05 STRN-ACTION                  PIC X(1).
           05 STRN-SLS-NO                  PIC X(4).
           05 STRN-NAME                    PIC X(20).
           05 STRN-TERRITORY               PIC X(2).
           05 STRN-EMP-NO                  PIC X(5).
      *>      SAME RECORD LAYOUT VEHICLE-ASSIGN-HIST READS - A BLANK
      *>      EMPLOYEE RETURNS THE VEHICLE
       FD  ASGN-TRANS-OUT.
       01  ASGN-TRANS-REC.
           05 ATRN-VIN                     PIC X(17).
           05 ATRN-EMP-NO                  PIC X(5).
           05 ATRN-EFF-DATE                PIC 9(8).
       FD  PENDING-FILE.
       01  PENDING-REC.
           COPY OLIV-MNT-Pending.
      *>      SAME RECORD LAYOUT POSITION-MASTER-MAINT READS
       FD  POS-TRANS-OUT.
       01  POS-TRANS-REC.
           05 PTRN-ACTION                  PIC X(1).
           05 PTRN-POS-NO                  PIC 9(5).
           05 PTRN-TERRITORY               PIC X(2).
           05 PTRN-OFFICE                  PIC X(2).
           05 PTRN-TITLE                   PIC X(20).
           05 PTRN-BUDGET                  PIC X(6).
           05 PTRN-EMP-NO                  PIC X(5).
       FD  CHECKLIST-REPORT.
       01  REPORT-REC                      PIC X(100).
       FD  RUN-CONTROL.
       01  RUN-CONTROL-REC.
           COPY OLIV-RUN-Ctl.
       WORKING-STORAGE SECTION.
      *>      SAME RECORD LAYOUT DEDUCTION-MASTER-MAINT READS
       01  DED-TRANS-REC.
           05 DTRN-ACTION                  PIC X(1).
           05 DTRN-EMP-NO                  PIC X(5).
           05 DTRN-CODE                    PIC X(3).
           05 DTRN-FLAT                    PIC X(7).
           05 DTRN-PCT                     PIC X(4).
           05 DTRN-PRIORITY                PIC X(1).
           05 DTRN-GOAL                    PIC X(9).
       01  PENDING-STATUS                  PIC XX.
       01  MORE-PENDING                    PIC XXX VALUE 'YES'.
       01  LAST-PENDING-NO                 PIC 9(6) VALUE 0.
       01  MORE-HIST                       PIC XXX VALUE 'YES'.
       01  MORE-SLS                        PIC XXX VALUE 'YES'.
       01  MORE-ASGN                       PIC XXX VALUE 'YES'.
       01  MORE-DED                        PIC XXX VALUE 'YES'.
       01  MORE-POS                        PIC XXX VALUE 'YES'.
       01  MORE-DRAW                       PIC XXX VALUE 'YES'.
       01  MORE-PAYABLE                    PIC XXX VALUE 'YES'.
       01  MORE-LOG                        PIC XXX VALUE 'YES'.
       01  HIST-STATUS                     PIC XX.
       01  EMP-MASTER-STATUS               PIC XX.
       01  SLS-MASTER-STATUS               PIC XX.
       01  VAC-STATUS                      PIC XX.
       01  VAC-IS-OPEN                     PIC XXX VALUE 'NO'.
       01  ASGN-STATUS                     PIC XX.
       01  DED-STATUS                      PIC XX.
       01  POS-STATUS                      PIC XX.
       01  DRAW-STATUS                     PIC XX.
       01  PAYABLE-STATUS                  PIC XX.
       01  LOG-STATUS                      PIC XX.
       01  RUN-CTL-STATUS                  PIC XX.
       01  RUN-DATE                        PIC 9(8).
      *>  EMP-STATUS SITS AT BYTE 77 OF THE MASTER IMAGE THE HISTORY
      *>  RECORD CARRIES AND EMP-DATE-TERM (MMDDYYYY) AT BYTE 78
       01  BEFORE-STATUS-BYTE              PIC X(1).
       01  AFTER-STATUS-BYTE               PIC X(1).
       01  IMAGE-TERM-DATE.
           05 IMG-TERM-MONTH               PIC 9(2).
           05 IMG-TERM-DAY                 PIC 9(2).
           05 IMG-TERM-YEAR                PIC 9(4).
       01  TERM-DATE                       PIC 9(8).
       01  EMP-FOUND                       PIC XXX.
       01  ALREADY-DONE                    PIC XXX.
       01  EMP-NO-TEXT                     PIC X(5).
       01  CLOSE-DATE                      PIC 9(8).
       01  ITEM-OUTSTANDING                PIC XXX.
       01  PERSON-SLS-COUNT                PIC 9(2).
       01  PERSON-VEH-COUNT                PIC 9(2).
       01  PERSON-DED-COUNT                PIC 9(2).
       01  PERSON-POS-COUNT                PIC 9(2).
       01  PERSON-HAD-INS                  PIC X(1).
       01  PERSON-DRAW-OWED                PIC 9(7)V99.
       01  PERSON-COMM-UNPAID              PIC 9(7)V99.
       01  PERSON-VAC-HOURS                PIC 9(4)V99.
       01  PERSON-VAC-PAYOUT               PIC 9(7)V99.
       01  HOURS-PER-YEAR                  PIC 9(4) VALUE 2080.
       01  HOURLY-RATE                     PIC 9(4)V99.
       01  VAC-HOURS-EDIT                  PIC ZZZ9.99.
       01  SLS-COUNT                       PIC 9(4) VALUE 0.
       01  SLS-IDX                         PIC 9(4).
       01  SLS-TABLE.
           05 SLS-ENTRY OCCURS 1000 TIMES.
               10 ST-SLS-NO                PIC 9(4).
               10 ST-EMP-NO                PIC 9(5).
               10 ST-STATUS                PIC X(1).
       01  ASGN-COUNT                      PIC 9(4) VALUE 0.
       01  ASGN-IDX                        PIC 9(4).
       01  ASGN-TABLE.
           05 ASGN-ENTRY OCCURS 1000 TIMES.
               10 AT-VIN                   PIC X(17).
               10 AT-EMP-NO                PIC X(5).
               10 AT-EFF-FROM              PIC 9(8).
       01  DED-COUNT                       PIC 9(4) VALUE 0.
       01  DED-IDX                         PIC 9(4).
       01  DED-TABLE.
           05 DED-ENTRY OCCURS 2000 TIMES.
               10 DT-EMP-NO                PIC X(5).
               10 DT-CODE                  PIC X(3).
       01  POS-COUNT                       PIC 9(4) VALUE 0.
       01  POS-IDX                         PIC 9(4).
       01  POSITION-TABLE.
           05 POS-ENTRY OCCURS 2000 TIMES.
               10 PT-POS-NO                PIC 9(5).
               10 PT-FILLED-BY             PIC 9(5).
       01  DRAW-COUNT                      PIC 9(4) VALUE 0.
       01  DRAW-IDX                        PIC 9(4).
       01  DRAW-TABLE.
           05 DRAW-ENTRY OCCURS 1000 TIMES.
               10 DW-SLS-NO                PIC 9(4).
               10 DW-OWED                  PIC 9(7)V99.
       01  PAYABLE-COUNT                   PIC 9(4) VALUE 0.
       01  PAYABLE-IDX                     PIC 9(4).
       01  PAYABLE-TABLE.
           05 PAYABLE-ENTRY OCCURS 2000 TIMES.
               10 PY-SLS-NO                PIC 9(4).
               10 PY-EMP-NO                PIC 9(5).
               10 PY-COMMISSION            PIC 9(7)V99.
               10 PY-COUNTED               PIC X(1).
       01  LOG-COUNT                       PIC 9(4) VALUE 0.
       01  LOG-IDX                         PIC 9(4).
       01  LOG-TABLE.
           05 LOG-ENTRY OCCURS 2000 TIMES.
               10 LG-EMP-NO                PIC 9(5).
               10 LG-TERM-DATE             PIC 9(8).
       01  TERM-COUNT                      PIC 9(5) VALUE 0.
       01  SKIPPED-COUNT                   PIC 9(5) VALUE 0.
       01  SLS-TRANS-COUNT                 PIC 9(5) VALUE 0.
       01  ASGN-TRANS-COUNT                PIC 9(5) VALUE 0.
       01  DED-TRANS-COUNT                 PIC 9(5) VALUE 0.
       01  POS-TRANS-COUNT                 PIC 9(5) VALUE 0.
       01  OUTSTANDING-COUNT               PIC 9(5) VALUE 0.
       01  HEADING1.
           05                              PIC X(46) VALUE
               'TERMINATION FOLLOW-THROUGH CHECKLIST - DATE: '.
           05 HDG-DATE-OUT                 PIC 9(8).
       01  PERSON-LINE.
           05                              PIC X(9) VALUE
               'EMPLOYEE '.
           05 PSN-EMP-NO-OUT               PIC 9(5).
           05                              PIC X(2) VALUE SPACES.
           05 PSN-NAME-OUT                 PIC X(20).
           05                              PIC X(13) VALUE
               '  TERMINATED '.
           05 PSN-TERM-DATE-OUT            PIC 9(8).
           05                              PIC X(12) VALUE
               '  TERRITORY '.
           05 PSN-TERRITORY-OUT            PIC 9(2).
           05                              PIC X(9) VALUE
               '  OFFICE '.
           05 PSN-OFFICE-OUT               PIC 9(2).
       01  ITEM-LINE.
           05                              PIC X(4) VALUE SPACES.
           05 ITM-STATE-OUT                PIC X(11).
           05                              PIC X(2) VALUE SPACES.
           05 ITM-TEXT-OUT                 PIC X(50).
           05                              PIC X(2) VALUE SPACES.
           05 ITM-AMOUNT-OUT               PIC $$,$$$,$$9.99
                                           BLANK WHEN ZERO.
       01  ITEM-TEXT                       PIC X(50).
       01  ITEM-AMOUNT                     PIC 9(7)V99.
       01  SUMMARY-LINE-1.
           05                              PIC X(24) VALUE
               'TERMINATIONS FOLLOWED: '.
           05 SUM-TERM-OUT                 PIC ZZ,ZZ9.
           05                              PIC X(24) VALUE
               '   ALREADY ON LOG:     '.
           05 SUM-SKIPPED-OUT              PIC ZZ,ZZ9.
           05                              PIC X(24) VALUE
               '   WITH ITEMS OPEN:    '.
           05 SUM-OUTSTANDING-OUT          PIC ZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05                              PIC X(24) VALUE
               'SALESPERSON TRANS:     '.
           05 SUM-SLS-OUT                  PIC ZZ,ZZ9.
           05                              PIC X(24) VALUE
               '   VEHICLE TRANS:      '.
           05 SUM-ASGN-OUT                 PIC ZZ,ZZ9.
       01  SUMMARY-LINE-3.
           05                              PIC X(24) VALUE
               'DEDUCTION TRANS:       '.
           05 SUM-DED-OUT                  PIC ZZ,ZZ9.
           05                              PIC X(24) VALUE
               '   POSITION TRANS:     '.
           05 SUM-POS-OUT                  PIC ZZ,ZZ9.
       01  CHANGE-HIST-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-EMP-Hist.txt'.
       01  EMP-MASTER-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-EMP-Master.dat'.
       01  SLS-MASTER-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-SLS-Master.dat'.
       01  VAC-BALANCE-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-VAC-Balance.dat'.
       01  ASGN-HIST-DD                    PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #5\OLIV-VEH-AsgnHst.txt'.
       01  DED-MASTER-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-DedMaster.txt'.
       01  POS-MASTER-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-POS-Master.dat'.
       01  DRAW-MASTER-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-SLS-Draw.txt'.
       01  COMM-PAYABLE-DD                 PIC X(100) VALUE
        'D:\COBOL\MIS 280 Homework\Homework #10\OLIV-HW10-CommPy.txt'.
       01  OFFBOARD-LOG-DD                 PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-EMP-Offboard.txt'.
       01  SLS-TRANS-OUT-DD                PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-SLS-TermTrn.txt'.
       01  ASGN-TRANS-OUT-DD               PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #5\OLIV-HW5-TermAsgn.txt'.
       01  PENDING-DD                      PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-MNT-Pending.txt'.
       01  POS-TRANS-OUT-DD                PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-POS-TermTrn.txt'.
       01  CHECKLIST-REPORT-DD             PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-EMP-OffbRpt.txt'.
       01  RUN-CONTROL-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-Ctl.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-GET-FILE-NAMES
           PERFORM 015-GET-BUSINESS-DATE
           PERFORM 020-LOAD-OFFBOARD-LOG
           PERFORM 030-LOAD-SALESPEOPLE
           PERFORM 040-LOAD-OPEN-ASSIGNMENTS
           PERFORM 050-LOAD-DEDUCTIONS
           PERFORM 060-LOAD-POSITIONS
           PERFORM 070-LOAD-DRAWS
           PERFORM 080-LOAD-PAYABLES
           PERFORM 090-FIND-LAST-PENDING
           OPEN INPUT EMP-MASTER
           IF EMP-MASTER-STATUS NOT = '00'
               DISPLAY 'EMPLOYEE MASTER NOT AVAILABLE - RUN '
                   'STOPPED (A REHIRE COULD BE CASCADED)'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT VAC-BALANCE
           IF VAC-STATUS = '00'
               MOVE 'YES' TO VAC-IS-OPEN
           ELSE
               DISPLAY 'VACATION BALANCE FILE NOT AVAILABLE - NO '
                   'VACATION PAYOUTS ON THE CHECKLIST'
           END-IF
           OPEN EXTEND OFFBOARD-LOG
           IF LOG-STATUS NOT = '00' AND LOG-STATUS NOT = '05'
               OPEN OUTPUT OFFBOARD-LOG
           END-IF
           OPEN EXTEND PENDING-FILE
           IF PENDING-STATUS NOT = '00' AND PENDING-STATUS NOT = '05'
               OPEN OUTPUT PENDING-FILE
           END-IF
           OPEN OUTPUT SLS-TRANS-OUT
                       ASGN-TRANS-OUT
                       POS-TRANS-OUT
                       CHECKLIST-REPORT
           MOVE RUN-DATE TO HDG-DATE-OUT
           WRITE REPORT-REC FROM HEADING1
           PERFORM 200-FIND-TERMINATIONS
           MOVE TERM-COUNT TO SUM-TERM-OUT
           MOVE SKIPPED-COUNT TO SUM-SKIPPED-OUT
           MOVE OUTSTANDING-COUNT TO SUM-OUTSTANDING-OUT
           MOVE SLS-TRANS-COUNT TO SUM-SLS-OUT
           MOVE ASGN-TRANS-COUNT TO SUM-ASGN-OUT
           MOVE DED-TRANS-COUNT TO SUM-DED-OUT
           MOVE POS-TRANS-COUNT TO SUM-POS-OUT
           WRITE REPORT-REC FROM SUMMARY-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM SUMMARY-LINE-2
           WRITE REPORT-REC FROM SUMMARY-LINE-3
           IF VAC-IS-OPEN = 'YES'
               CLOSE VAC-BALANCE
           END-IF
           CLOSE EMP-MASTER
                 OFFBOARD-LOG
                 SLS-TRANS-OUT
                 ASGN-TRANS-OUT
                 PENDING-FILE
                 POS-TRANS-OUT
                 CHECKLIST-REPORT
           DISPLAY 'TERMINATION FOLLOW-THROUGH - TERMINATIONS: '
               TERM-COUNT ' WITH ITEMS OUTSTANDING: '
               OUTSTANDING-COUNT
           IF OUTSTANDING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       010-GET-FILE-NAMES.
           ACCEPT CHANGE-HIST-DD FROM ENVIRONMENT "EMPHIST"
           ACCEPT EMP-MASTER-DD FROM ENVIRONMENT "EMPMASTER"
           ACCEPT SLS-MASTER-DD FROM ENVIRONMENT "SLSMASTER"
           ACCEPT VAC-BALANCE-DD FROM ENVIRONMENT "VACBAL"
           ACCEPT ASGN-HIST-DD FROM ENVIRONMENT "ASGNHIST"
           ACCEPT DED-MASTER-DD FROM ENVIRONMENT "PAYDED"
           ACCEPT POS-MASTER-DD FROM ENVIRONMENT "POSMASTER"
           ACCEPT DRAW-MASTER-DD FROM ENVIRONMENT "SLSDRAW"
           ACCEPT COMM-PAYABLE-DD FROM ENVIRONMENT "COMMPAY"
           ACCEPT OFFBOARD-LOG-DD FROM ENVIRONMENT "OFFBOARDLOG"
           ACCEPT SLS-TRANS-OUT-DD FROM ENVIRONMENT "TERMSLSTRN"
           ACCEPT ASGN-TRANS-OUT-DD FROM ENVIRONMENT "TERMASGNTRN"
           ACCEPT PENDING-DD FROM ENVIRONMENT "PENDING"
           ACCEPT POS-TRANS-OUT-DD FROM ENVIRONMENT "TERMPOSTRN"
           ACCEPT CHECKLIST-REPORT-DD FROM ENVIRONMENT "OFFBOARDRPT"
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
       020-LOAD-OFFBOARD-LOG.
           OPEN INPUT OFFBOARD-LOG
           IF LOG-STATUS NOT = '00'
               MOVE 'NO' TO MORE-LOG
           END-IF
           PERFORM UNTIL MORE-LOG = 'NO'
               READ OFFBOARD-LOG
                   AT END
                       MOVE 'NO' TO MORE-LOG
                   NOT AT END
                       IF LOG-COUNT < 2000
                           ADD 1 TO LOG-COUNT
                           MOVE OFB-EMP-NO TO LG-EMP-NO(LOG-COUNT)
                           MOVE OFB-TERM-DATE
                               TO LG-TERM-DATE(LOG-COUNT)
                       ELSE
                           DISPLAY 'OFFBOARDING LOG PAST 2000 ROWS - '
                               'RUN STOPPED BEFORE A TERMINATION '
                               'COULD BE CASCADED TWICE'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           IF LOG-STATUS = '00' OR LOG-STATUS = '10'
               CLOSE OFFBOARD-LOG
           END-IF.
       030-LOAD-SALESPEOPLE.
           OPEN INPUT SLS-MASTER
           IF SLS-MASTER-STATUS NOT = '00'
               DISPLAY 'SALESPERSON MASTER NOT AVAILABLE - NO '
                   'SALESPERSON INACTIVATIONS OR DRAW BALANCES'
               MOVE 'NO' TO MORE-SLS
           END-IF
           PERFORM UNTIL MORE-SLS = 'NO'
               READ SLS-MASTER
                   AT END
                       MOVE 'NO' TO MORE-SLS
                   NOT AT END
                       IF SLS-MST-EMP-NO > 0
                           IF SLS-COUNT < 1000
                               ADD 1 TO SLS-COUNT
                               MOVE SLS-MST-NO TO ST-SLS-NO(SLS-COUNT)
                               MOVE SLS-MST-EMP-NO
                                   TO ST-EMP-NO(SLS-COUNT)
                               MOVE SLS-MST-STATUS
                                   TO ST-STATUS(SLS-COUNT)
                           ELSE
                               DISPLAY 'SALESPERSON TABLE FULL AT '
                                   '1000 - RUN STOPPED BEFORE AN '
                                   'INACTIVATION COULD BE MISSED'
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF SLS-MASTER-STATUS = '00' OR SLS-MASTER-STATUS = '10'
               CLOSE SLS-MASTER
           END-IF.
       040-LOAD-OPEN-ASSIGNMENTS.
      *>      ONLY THE ROWS STILL OPEN (THRU 99999999) ARE VEHICLES
      *>      THE PERSON STILL HAS
           OPEN INPUT ASGN-HIST
           IF ASGN-STATUS NOT = '00'
               DISPLAY 'VEHICLE ASSIGNMENT HISTORY NOT AVAILABLE - NO '
                   'VEHICLE RETURNS GENERATED'
               MOVE 'NO' TO MORE-ASGN
           END-IF
           PERFORM UNTIL MORE-ASGN = 'NO'
               READ ASGN-HIST
                   AT END
                       MOVE 'NO' TO MORE-ASGN
                   NOT AT END
                       IF AH-EFF-THRU = 99999999
                           IF ASGN-COUNT < 1000
                               ADD 1 TO ASGN-COUNT
                               MOVE AH-VIN TO AT-VIN(ASGN-COUNT)
                               MOVE AH-EMP-NO TO AT-EMP-NO(ASGN-COUNT)
                               MOVE AH-EFF-FROM
                                   TO AT-EFF-FROM(ASGN-COUNT)
                           ELSE
                               DISPLAY 'OPEN ASSIGNMENT TABLE FULL AT '
                                   '1000 - RUN STOPPED BEFORE A '
                                   'VEHICLE COULD BE MISSED'
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF ASGN-STATUS = '00' OR ASGN-STATUS = '10'
               CLOSE ASGN-HIST
           END-IF.
       050-LOAD-DEDUCTIONS.
           OPEN INPUT DED-MASTER
           IF DED-STATUS NOT = '00'
               DISPLAY 'DEDUCTION MASTER NOT AVAILABLE - NO '
                   'DEDUCTION STOPS GENERATED'
               MOVE 'NO' TO MORE-DED
           END-IF
           PERFORM UNTIL MORE-DED = 'NO'
               READ DED-MASTER
                   AT END
                       MOVE 'NO' TO MORE-DED
                   NOT AT END
                       IF DED-COUNT < 2000
                           ADD 1 TO DED-COUNT
                           MOVE DED-EMP-NO-IN TO DT-EMP-NO(DED-COUNT)
                           MOVE DED-CODE-IN TO DT-CODE(DED-COUNT)
                       ELSE
                           DISPLAY 'DEDUCTION TABLE FULL AT 2000 - '
                               'RUN STOPPED BEFORE A DEDUCTION COULD '
                               'BE MISSED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           IF DED-STATUS = '00' OR DED-STATUS = '10'
               CLOSE DED-MASTER
           END-IF.
       060-LOAD-POSITIONS.
           OPEN INPUT POS-MASTER
           IF POS-STATUS NOT = '00'
               MOVE 'NO' TO MORE-POS
           END-IF
           PERFORM UNTIL MORE-POS = 'NO'
               READ POS-MASTER
                   AT END
                       MOVE 'NO' TO MORE-POS
                   NOT AT END
                       IF POS-FILLED-BY > 0
                           IF POS-COUNT < 2000
                               ADD 1 TO POS-COUNT
                               MOVE POS-NUMBER TO PT-POS-NO(POS-COUNT)
                               MOVE POS-FILLED-BY
                                   TO PT-FILLED-BY(POS-COUNT)
                           ELSE
                               DISPLAY 'POSITION TABLE FULL AT 2000 - '
                                   'RUN STOPPED BEFORE A VACANCY '
                                   'COULD BE MISSED'
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF POS-STATUS = '00' OR POS-STATUS = '10'
               CLOSE POS-MASTER
           END-IF.
       070-LOAD-DRAWS.
           OPEN INPUT DRAW-MASTER
           IF DRAW-STATUS NOT = '00'
               MOVE 'NO' TO MORE-DRAW
           END-IF
           PERFORM UNTIL MORE-DRAW = 'NO'
               READ DRAW-MASTER
                   AT END
                       MOVE 'NO' TO MORE-DRAW
                   NOT AT END
                       IF DRW-OWED-IN > 0
                           IF DRAW-COUNT < 1000
                               ADD 1 TO DRAW-COUNT
                               MOVE DRW-SLS-NO-IN
                                   TO DW-SLS-NO(DRAW-COUNT)
                               MOVE DRW-OWED-IN TO DW-OWED(DRAW-COUNT)
                           ELSE
                               DISPLAY 'DRAW TABLE FULL AT 1000 - '
                                   'DRAW ' DRW-SLS-NO-IN ' NOT LOADED'
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF DRAW-STATUS = '00' OR DRAW-STATUS = '10'
               CLOSE DRAW-MASTER
           END-IF.
       080-LOAD-PAYABLES.
      *>      THE PAYABLE THE PAYROLL RUN HOLDS FOR A NON-ACTIVE
      *>      EMPLOYEE IS COMMISSION EARNED BUT NOT YET PAID
           OPEN INPUT COMM-PAYABLE
           IF PAYABLE-STATUS NOT = '00'
               MOVE 'NO' TO MORE-PAYABLE
           END-IF
           PERFORM UNTIL MORE-PAYABLE = 'NO'
               READ COMM-PAYABLE
                   AT END
                       MOVE 'NO' TO MORE-PAYABLE
                   NOT AT END
                       IF PAY-COMMISSION-IN > 0
                           IF PAYABLE-COUNT < 2000
                               ADD 1 TO PAYABLE-COUNT
                               MOVE PAY-SALESPERSON-IN
                                   TO PY-SLS-NO(PAYABLE-COUNT)
                               MOVE PAY-EMP-NO-IN
                                   TO PY-EMP-NO(PAYABLE-COUNT)
                               MOVE PAY-COMMISSION-IN
                                   TO PY-COMMISSION(PAYABLE-COUNT)
                           ELSE
                               DISPLAY 'PAYABLE TABLE FULL AT 2000 - '
                                   'SALESPERSON ' PAY-SALESPERSON-IN
                                   ' NOT LOADED'
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF PAYABLE-STATUS = '00' OR PAYABLE-STATUS = '10'
               CLOSE COMM-PAYABLE
           END-IF.
       090-FIND-LAST-PENDING.
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
       200-FIND-TERMINATIONS.
           OPEN INPUT CHANGE-HIST
           IF HIST-STATUS NOT = '00'
               DISPLAY 'CHANGE HISTORY FILE NOT AVAILABLE - NO '
                   'TERMINATIONS FOUND'
               MOVE 'NO' TO MORE-HIST
           END-IF
           PERFORM UNTIL MORE-HIST = 'NO'
               READ CHANGE-HIST
                   AT END
                       MOVE 'NO' TO MORE-HIST
                   NOT AT END
                       PERFORM 210-CHECK-HIST-ROW
               END-READ
           END-PERFORM
           IF HIST-STATUS = '00' OR HIST-STATUS = '10'
               CLOSE CHANGE-HIST
           END-IF.
       210-CHECK-HIST-ROW.
           MOVE HIST-BEFORE-IMAGE(77:1) TO BEFORE-STATUS-BYTE
           MOVE HIST-AFTER-IMAGE(77:1) TO AFTER-STATUS-BYTE
           IF AFTER-STATUS-BYTE = 'T'
               IF HIST-CHANGE-TYPE = 'T'
                   OR (HIST-CHANGE-TYPE = 'C'
                       AND BEFORE-STATUS-BYTE NOT = 'T')
                   PERFORM 220-QUALIFY-EMPLOYEE
               END-IF
           END-IF.
       220-QUALIFY-EMPLOYEE.
      *>      SOMEONE REHIRED SINCE KEEPS EVERYTHING THEY HAVE
           MOVE HIST-EMP-NUMBER TO EMP-NUMBER
           MOVE 'YES' TO EMP-FOUND
           READ EMP-MASTER
               INVALID KEY
                   MOVE 'NO' TO EMP-FOUND
           END-READ
           IF EMP-FOUND = 'YES' AND EMP-STATUS = 'T'
               MOVE HIST-AFTER-IMAGE(78:8) TO IMAGE-TERM-DATE
               IF IMAGE-TERM-DATE IS NUMERIC
                   AND IMG-TERM-YEAR > 1600
                   COMPUTE TERM-DATE = IMG-TERM-YEAR * 10000
                       + IMG-TERM-MONTH * 100 + IMG-TERM-DAY
               ELSE
                   MOVE HIST-RUN-DATE TO TERM-DATE
               END-IF
               MOVE 'NO' TO ALREADY-DONE
               PERFORM VARYING LOG-IDX FROM 1 BY 1
                   UNTIL LOG-IDX > LOG-COUNT
                   IF LG-EMP-NO(LOG-IDX) = EMP-NUMBER
                       AND LG-TERM-DATE(LOG-IDX) = TERM-DATE
                       MOVE 'YES' TO ALREADY-DONE
                       MOVE LOG-COUNT TO LOG-IDX
                   END-IF
               END-PERFORM
               IF ALREADY-DONE = 'YES'
                   ADD 1 TO SKIPPED-COUNT
               ELSE
                   PERFORM 300-CASCADE-TERMINATION
               END-IF
           END-IF.
       300-CASCADE-TERMINATION.
           IF LOG-COUNT NOT < 2000
               DISPLAY 'OFFBOARDING LOG FULL AT 2000 ROWS - RUN '
                   'STOPPED BEFORE A TERMINATION COULD BE CASCADED '
                   'TWICE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO TERM-COUNT
           MOVE EMP-NUMBER TO EMP-NO-TEXT
           MOVE 0 TO PERSON-SLS-COUNT
           MOVE 0 TO PERSON-VEH-COUNT
           MOVE 0 TO PERSON-DED-COUNT
           MOVE 0 TO PERSON-POS-COUNT
           MOVE 0 TO PERSON-DRAW-OWED
           MOVE 0 TO PERSON-COMM-UNPAID
           MOVE 0 TO PERSON-VAC-HOURS
           MOVE 0 TO PERSON-VAC-PAYOUT
           MOVE 'N' TO PERSON-HAD-INS
           MOVE 'NO' TO ITEM-OUTSTANDING
           MOVE EMP-NUMBER TO PSN-EMP-NO-OUT
           MOVE EMP-NAME TO PSN-NAME-OUT
           MOVE TERM-DATE TO PSN-TERM-DATE-OUT
           MOVE EMP-TERRITORY-NO TO PSN-TERRITORY-OUT
           MOVE EMP-OFFICE-NO TO PSN-OFFICE-OUT
           WRITE REPORT-REC FROM PERSON-LINE
               AFTER ADVANCING 2 LINES
           PERFORM 310-INACTIVATE-SALESPEOPLE
           PERFORM 320-RETURN-VEHICLES
           PERFORM 330-STOP-DEDUCTIONS
           PERFORM 340-VACATE-POSITIONS
           PERFORM 350-UNPAID-COMMISSION
           PERFORM 360-UNUSED-VACATION
           IF ITEM-OUTSTANDING = 'YES'
               ADD 1 TO OUTSTANDING-COUNT
           ELSE
               MOVE 0 TO ITEM-AMOUNT
               MOVE 'NOTHING OUTSTANDING' TO ITEM-TEXT
               MOVE 'CLEAR' TO ITM-STATE-OUT
               PERFORM 800-WRITE-ITEM
           END-IF
           ADD 1 TO LOG-COUNT
           MOVE EMP-NUMBER TO LG-EMP-NO(LOG-COUNT)
           MOVE TERM-DATE TO LG-TERM-DATE(LOG-COUNT)
           MOVE EMP-NUMBER TO OFB-EMP-NO
           MOVE TERM-DATE TO OFB-TERM-DATE
           MOVE RUN-DATE TO OFB-RUN-DATE
           MOVE PERSON-HAD-INS TO OFB-HAD-INS
           MOVE PERSON-SLS-COUNT TO OFB-SLS-INACTIVATED
           MOVE PERSON-VEH-COUNT TO OFB-VEH-CLOSED
           MOVE PERSON-DED-COUNT TO OFB-DED-STOPPED
           MOVE PERSON-POS-COUNT TO OFB-POS-VACATED
           MOVE PERSON-DRAW-OWED TO OFB-DRAW-OWED
           MOVE PERSON-COMM-UNPAID TO OFB-COMM-UNPAID
           MOVE PERSON-VAC-HOURS TO OFB-VAC-HOURS
           MOVE PERSON-VAC-PAYOUT TO OFB-VAC-PAYOUT
           WRITE OFFBOARD-LOG-REC.
       310-INACTIVATE-SALESPEOPLE.
      *>      THE DRAW BALANCE IS OWED WHETHER OR NOT THE SALESPERSON
      *>      ROW WAS ALREADY INACTIVE
           PERFORM VARYING SLS-IDX FROM 1 BY 1
               UNTIL SLS-IDX > SLS-COUNT
               IF ST-EMP-NO(SLS-IDX) = EMP-NUMBER
                   IF ST-STATUS(SLS-IDX) = 'A'
                       MOVE SPACES TO SLS-TRANS-REC
                       MOVE 'I' TO STRN-ACTION
                       MOVE ST-SLS-NO(SLS-IDX) TO STRN-SLS-NO
                       WRITE SLS-TRANS-REC
                       ADD 1 TO SLS-TRANS-COUNT
                       ADD 1 TO PERSON-SLS-COUNT
                       MOVE SPACES TO ITEM-TEXT
                       STRING 'SALESPERSON ' ST-SLS-NO(SLS-IDX)
                           ' INACTIVATED' DELIMITED BY SIZE
                           INTO ITEM-TEXT
                       MOVE 0 TO ITEM-AMOUNT
                       MOVE 'GENERATED' TO ITM-STATE-OUT
                       PERFORM 800-WRITE-ITEM
                   END-IF
                   PERFORM VARYING DRAW-IDX FROM 1 BY 1
                       UNTIL DRAW-IDX > DRAW-COUNT
                       IF DW-SLS-NO(DRAW-IDX) = ST-SLS-NO(SLS-IDX)
                           ADD DW-OWED(DRAW-IDX) TO PERSON-DRAW-OWED
                           MOVE SPACES TO ITEM-TEXT
                           STRING 'DRAW OWED BY SALESPERSON '
                               ST-SLS-NO(SLS-IDX)
                               ' - RECOVER OR WRITE OFF'
                               DELIMITED BY SIZE INTO ITEM-TEXT
                           MOVE DW-OWED(DRAW-IDX) TO ITEM-AMOUNT
                           MOVE 'OUTSTANDING' TO ITM-STATE-OUT
                           MOVE 'YES' TO ITEM-OUTSTANDING
                           PERFORM 800-WRITE-ITEM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
       320-RETURN-VEHICLES.
      *>      THE ASSIGNMENT CLOSES AS OF THE TERMINATION DATE - OR THE
      *>      DAY IT STARTED, FOR ONE OPENED AFTER IT
           PERFORM VARYING ASGN-IDX FROM 1 BY 1
               UNTIL ASGN-IDX > ASGN-COUNT
               IF AT-EMP-NO(ASGN-IDX) = EMP-NO-TEXT
                   MOVE TERM-DATE TO CLOSE-DATE
                   IF AT-EFF-FROM(ASGN-IDX) > CLOSE-DATE
                       MOVE AT-EFF-FROM(ASGN-IDX) TO CLOSE-DATE
                   END-IF
                   MOVE SPACES TO ASGN-TRANS-REC
                   MOVE AT-VIN(ASGN-IDX) TO ATRN-VIN
                   MOVE CLOSE-DATE TO ATRN-EFF-DATE
                   WRITE ASGN-TRANS-REC
                   ADD 1 TO ASGN-TRANS-COUNT
                   ADD 1 TO PERSON-VEH-COUNT
                   MOVE SPACES TO ITEM-TEXT
                   STRING 'ASSIGNMENT CLOSED - VIN ' AT-VIN(ASGN-IDX)
                       DELIMITED BY SIZE INTO ITEM-TEXT
                   MOVE 0 TO ITEM-AMOUNT
                   MOVE 'GENERATED' TO ITM-STATE-OUT
                   PERFORM 800-WRITE-ITEM
                   MOVE SPACES TO ITEM-TEXT
                   STRING 'COLLECT VEHICLE - VIN ' AT-VIN(ASGN-IDX)
                       DELIMITED BY SIZE INTO ITEM-TEXT
                   MOVE 'OUTSTANDING' TO ITM-STATE-OUT
                   MOVE 'YES' TO ITEM-OUTSTANDING
                   PERFORM 800-WRITE-ITEM
               END-IF
           END-PERFORM.
       330-STOP-DEDUCTIONS.
           PERFORM VARYING DED-IDX FROM 1 BY 1
               UNTIL DED-IDX > DED-COUNT
               IF DT-EMP-NO(DED-IDX) = EMP-NO-TEXT
                   IF DT-CODE(DED-IDX) = 'INS'
                       MOVE 'Y' TO PERSON-HAD-INS
                   END-IF
                   MOVE SPACES TO DED-TRANS-REC
                   MOVE 'S' TO DTRN-ACTION
                   MOVE EMP-NO-TEXT TO DTRN-EMP-NO
                   MOVE DT-CODE(DED-IDX) TO DTRN-CODE
                   PERFORM 810-QUEUE-DED-TRANS
                   ADD 1 TO DED-TRANS-COUNT
                   ADD 1 TO PERSON-DED-COUNT
                   MOVE SPACES TO ITEM-TEXT
                   STRING 'DEDUCTION ' DT-CODE(DED-IDX) ' STOP'
                       DELIMITED BY SIZE INTO ITEM-TEXT
                   MOVE 0 TO ITEM-AMOUNT
                   MOVE 'QUEUED' TO ITM-STATE-OUT
                   PERFORM 800-WRITE-ITEM
               END-IF
           END-PERFORM.
       340-VACATE-POSITIONS.
           PERFORM VARYING POS-IDX FROM 1 BY 1
               UNTIL POS-IDX > POS-COUNT
               IF PT-FILLED-BY(POS-IDX) = EMP-NUMBER
                   MOVE SPACES TO POS-TRANS-REC
                   MOVE 'V' TO PTRN-ACTION
                   MOVE PT-POS-NO(POS-IDX) TO PTRN-POS-NO
                   WRITE POS-TRANS-REC
                   ADD 1 TO POS-TRANS-COUNT
                   ADD 1 TO PERSON-POS-COUNT
                   MOVE SPACES TO ITEM-TEXT
                   STRING 'POSITION ' PT-POS-NO(POS-IDX) ' VACATED'
                       DELIMITED BY SIZE INTO ITEM-TEXT
                   MOVE 0 TO ITEM-AMOUNT
                   MOVE 'GENERATED' TO ITM-STATE-OUT
                   PERFORM 800-WRITE-ITEM
               END-IF
           END-PERFORM.
       350-UNPAID-COMMISSION.
      *>      A PAYABLE ROW IS THE PERSON'S WHEN IT CARRIES THEIR
      *>      EMPLOYEE NUMBER OR ONE OF THEIR SALESPERSON NUMBERS
           PERFORM VARYING PAYABLE-IDX FROM 1 BY 1
               UNTIL PAYABLE-IDX > PAYABLE-COUNT
               MOVE 'N' TO PY-COUNTED(PAYABLE-IDX)
               IF PY-EMP-NO(PAYABLE-IDX) = EMP-NUMBER
                   MOVE 'Y' TO PY-COUNTED(PAYABLE-IDX)
               END-IF
               PERFORM VARYING SLS-IDX FROM 1 BY 1
                   UNTIL SLS-IDX > SLS-COUNT
                   IF ST-EMP-NO(SLS-IDX) = EMP-NUMBER
                       AND ST-SLS-NO(SLS-IDX) = PY-SLS-NO(PAYABLE-IDX)
                       MOVE 'Y' TO PY-COUNTED(PAYABLE-IDX)
                   END-IF
               END-PERFORM
               IF PY-COUNTED(PAYABLE-IDX) = 'Y'
                   ADD PY-COMMISSION(PAYABLE-IDX)
                       TO PERSON-COMM-UNPAID
               END-IF
           END-PERFORM
           IF PERSON-COMM-UNPAID > 0
               MOVE 'COMMISSION EARNED NOT PAID - PAY ON FINAL CHECK'
                   TO ITEM-TEXT
               MOVE PERSON-COMM-UNPAID TO ITEM-AMOUNT
               MOVE 'OUTSTANDING' TO ITM-STATE-OUT
               MOVE 'YES' TO ITEM-OUTSTANDING
               PERFORM 800-WRITE-ITEM
           END-IF.
       360-UNUSED-VACATION.
      *>      ONLY VACATION IS PAID OUT - SICK AND PERSONAL TIME END
      *>      WITH THE EMPLOYMENT
           IF VAC-IS-OPEN = 'YES'
               MOVE EMP-NUMBER TO VAC-EMP-NO
               READ VAC-BALANCE
                   INVALID KEY
                       MOVE 0 TO VAC-BALANCE-HOURS
               END-READ
               IF VAC-BALANCE-HOURS > 0
                   MOVE VAC-BALANCE-HOURS TO PERSON-VAC-HOURS
                   COMPUTE HOURLY-RATE ROUNDED =
                       EMP-ANNUAL-SALARY / HOURS-PER-YEAR
                   COMPUTE PERSON-VAC-PAYOUT ROUNDED =
                       PERSON-VAC-HOURS * HOURLY-RATE
                   MOVE PERSON-VAC-HOURS TO VAC-HOURS-EDIT
                   MOVE SPACES TO ITEM-TEXT
                   STRING 'UNUSED VACATION ' VAC-HOURS-EDIT
                       ' HOURS - PAY ON FINAL CHECK'
                       DELIMITED BY SIZE INTO ITEM-TEXT
                   MOVE PERSON-VAC-PAYOUT TO ITEM-AMOUNT
                   MOVE 'OUTSTANDING' TO ITM-STATE-OUT
                   MOVE 'YES' TO ITEM-OUTSTANDING
                   PERFORM 800-WRITE-ITEM
               END-IF
           END-IF.
       800-WRITE-ITEM.
           MOVE ITEM-TEXT TO ITM-TEXT-OUT
           MOVE ITEM-AMOUNT TO ITM-AMOUNT-OUT
           WRITE REPORT-REC FROM ITEM-LINE.
       810-QUEUE-DED-TRANS.
           MOVE SPACES TO PENDING-REC
           ADD 1 TO LAST-PENDING-NO
           MOVE LAST-PENDING-NO TO PND-NUMBER
           MOVE 'D' TO PND-TARGET
           MOVE 'P' TO PND-STATUS
           MOVE 'TERMCASC' TO PND-KEYED-BY
           MOVE RUN-DATE TO PND-KEYED-DATE
           MOVE 0 TO PND-DECIDED-DATE
           MOVE 0 TO PND-APPLIED-DATE
           MOVE DED-TRANS-REC TO PND-TRANS-IMAGE
           WRITE PENDING-REC.
