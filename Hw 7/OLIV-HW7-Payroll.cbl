      *             employee - it was barring the employee from
      *             direct deposit forever; new bank numbers on the
      *             input now resume deposits and retire the flag
      *   10/15/26 - retroactive pay: a raise transaction whose
      *             effective period has already been paid now pays
      *             the difference for each missed period, worked out
      *             from that period's YTD posting detail (read at
      *             startup); the retro is withheld FICA and the flat
      *             federal/state rates the way the vacation lump is,
      *             rides gross into the deposit or check, shows as its
      *             own stub line and YTD-RETRO bucket, debits its own
      *             retro-pay expense account in the GL feed (salary
      *             expense when the chart carries none), and every
      *             period's calculation is listed in the audit log
      *             with the approver; the posting records which raise
      *             priced it and how far the retro was paid so the
      *             same difference is never paid twice
      *   10/15/26 - off-cycle mode (PAYRUNMODE=OFFCYCLE): a bonus or
      *             correction check between regular runs. The named
      *             employees, each with a gross amount and earnings
      *             type (B bonus, C correction, O other), come from
      *             an off-cycle transaction file; each gets FICA, the
      *             supplemental federal flat rate (new trailing field
      *             on the rates row, .220 when absent) and the flat
      *             state rate instead of the brackets, employer
      *             taxes, percent-of-gross deductions only (the flat
      *             ones were taken on the regular check), and the
      *             usual stub, deposit or check request, deduction
      *             detail, YTD posting (type O) and GL feed. The YTD
      *             buckets absorb the payment without moving
      *             YTD-LAST-PERIOD or YTD-LAST-NET, so the regular
      *             period's absorbed-once guard and the variance
      *             baseline are untouched; the checkpoint is neither
      *             read nor written, and the control log names the
      *             run PAYROLL-OFFC; a transaction naming no employee
      *             on the payroll input is listed as not paid
      *   10/15/26 - preview mode (PAYPREVIEW=YES, regular or off-cycle
      *             run): the full calculation runs and LIST-OUT, the
      *             audit log and the variance report print stamped
      *             PREVIEW, but YTD-FILE and the vacation balances are
      *             opened input only and nothing is written to the
      *             checkpoint, stubs, bank file and register, bank
      *             hold, check requests, deduction detail, YTD
      *             postings, GL posting file or control log; a
      *             pending checkpoint is ignored so the preview always
      *             covers the whole input
      *   10/15/26 - the hours file now carries a trailing paid-leave
      *             hours column (vacation, sick, personal and holiday
      *             time from the timekeeping cutoff); leave hours are
      *             paid at straight time and do not count toward the
      *             overtime threshold. A hand-keyed file without the
      *             column pays as before
      *   10/15/26 - approved employee expenses are paid with the
      *             regular check from the expense reimbursement file
      *             EXPENSE-CUTOFF writes (EXPREIMB). A reimbursement
      *             is not wages: it is added after taxes to the
      *             deposit, check request and bank register amount
      *             and printed below NET PAY on the stub, and stays
      *             out of gross, net, YTD and the variance check. The
      *             GL feed debits the travel and meals expense
      *             accounts (two new trailing chart columns, falling
      *             back to travel and then salary expense) against
      *             the net pay liability. A reimbursement matching no
      *             employee paid is listed in the audit log like an
      *             unmatched commission payable; off-cycle runs never
      *             pay reimbursements
      *   10/15/26 - the run pays more than one company (legal entity)
      *             off the company master (COMASTER; no file means
      *             company 01 alone, as before). Each employee is paid
      *             under EMP-COMPANY: the deposit detail, register
      *             line, YTD record and YTD posting carry the company
      *             code, and BANK-RELEASE splits the deposit file per
      *             company. The GL groups key on paying company and
      *             EMP-COST-COMPANY as well as territory/office:
      *             expense accounts post in the cost company's block
      *             of the chart, liabilities and net pay in the paying
      *             company's, and every posting carries the paying
      *             company so GL-CONSOLIDATE books the intercompany
      *             charge for a shared employee. The footer adds a
      *             period totals line per company (carried in the
      *             checkpoint); an employee whose company is not on
      *             the company master is paid under company 01 and
      *             listed in the audit log, ending the run RC 4
      *   10/15/26 - an off-cycle run writes its stubs, bank file and
      *             register, check requests, deduction detail and GL
      *             feed to its own files (PAYOCSTUB, PAYOCBANK,
      *             PAYOCBREG, PAYOCCHKREQ, PAYOCDEDDTL, PAYOCGL) and
      *             its bank-hold record to PAYOCHOLD, so the regular
      *             period's files and its variance hold are never
      *             overwritten before they are released or posted
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-PAYROLL.
           ASSIGN TO COMM-PAYABLE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMM-STATUS.
           SELECT EXP-REIMB
           ASSIGN TO EXP-REIMB-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REIMB-STATUS.
           SELECT CHECK-REQUEST
           ASSIGN TO CHECK-REQUEST-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           ASSIGN TO YTD-POSTING-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS YTD-POST-STATUS.
           SELECT OFF-CYCLE-TRANS
           ASSIGN TO OFF-CYCLE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OFC-STATUS.
           SELECT CO-MASTER
           ASSIGN TO CO-MASTER-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-LIST.
           05  RAISE-PCT-IN        PIC V9999.
           05  UNION-PCT-IN        PIC V9999.
           05  INSUR-PCT-IN        PIC V9999.
           05  SUPP-RATE-IN        PIC V999.
       FD  AUDIT-LOG.
       01  AUDIT-REC               PIC X(80).
       FD  YTD-FILE.
           05  CHECKPOINT-DEP-HASH-OUT PIC 9(12).
           05  CHECKPOINT-DEP-TOTAL-OUT PIC 9(9)V99.
           05  CHECKPOINT-VAR-COUNT-OUT PIC 9(5).
           05  CHECKPOINT-CO-TOTALS.
               10  CKP-CO-ENTRY OCCURS 10 TIMES.
                   15  CKP-CO-CODE        PIC 9(2).
                   15  CKP-CO-EMPS        PIC 9(5).
                   15  CKP-CO-GROSS       PIC 9(9)V99.
                   15  CKP-CO-FICA        PIC 9(9)V99.
                   15  CKP-CO-FED         PIC 9(9)V99.
                   15  CKP-CO-STATE       PIC 9(9)V99.
                   15  CKP-CO-NET         PIC 9(9)V99.
       FD  EMP-MASTER.
       01  EMP-MASTER-REC.
           COPY OLIV-EMP-Master.
       01  HOURS-IN.
           05  HRS-EMP-NO-IN       PIC X(5).
           05  HRS-WORKED-IN       PIC 9(3)V99.
           05  HRS-LEAVE-IN        PIC 9(3)V99.
       FD  RUN-CONTROL.
       01  RUN-CONTROL-REC.
           COPY OLIV-RUN-Ctl.
       FD  YTD-POSTING.
       01  YTD-POSTING-REC.
           COPY OLIV-YTD-Post.
       FD  OFF-CYCLE-TRANS.
       01  OFF-CYCLE-REC.
           05  OFC-EMP-NO          PIC X(5).
           05  OFC-EARN-TYPE       PIC X(1).
           05  OFC-GROSS           PIC X(9).
           05  OFC-GROSS-NUM REDEFINES OFC-GROSS
                                   PIC 9(7)V99.
       FD  COMM-PAYABLE.
       01  COMM-PAYABLE-IN.
           05  CPAY-SALESPERSON-IN PIC 9(4).
                                   SIGN LEADING SEPARATE.
           05  CPAY-COMMISSION-IN  PIC 9(7)V99.
           05  CPAY-EMP-NO-IN      PIC X(5).
       FD  EXP-REIMB.
       01  EXP-REIMB-IN.
           COPY OLIV-EXP-Reimb.
       FD  CHECK-REQUEST.
       01  CHECK-REQUEST-REC.
           COPY OLIV-CHK-Req.
           05  GLA-FUTA-LIAB-IN    PIC 9(6).
           05  GLA-SUTA-EXP-IN     PIC 9(6).
           05  GLA-SUTA-LIAB-IN    PIC 9(6).
           05  GLA-RETRO-EXP-IN    PIC 9(6).
           05  GLA-TRAVEL-EXP-IN   PIC 9(6).
           05  GLA-MEALS-EXP-IN    PIC 9(6).
       FD  GL-POST-FILE.
       01  GL-POST-REC.
           COPY OLIV-GLP-Rec.
       FD  CO-MASTER.
       01  CO-MASTER-REC.
           COPY OLIV-CO-Master.
       WORKING-STORAGE SECTION.
       01  YTD-STATUS                PIC XX.
       01  CKPT-STATUS                PIC XX.
           05  BDT-ROUTING-OUT        PIC X(9).
           05  BDT-ACCOUNT-OUT        PIC X(10).
           05  BDT-AMOUNT-OUT         PIC 9(7)V99.
           05  BDT-COMPANY-OUT        PIC 9(2).
       01  BANK-TRAILER-REC.
           05                         PIC X(1) VALUE 'T'.
           05  BTR-COUNT-OUT          PIC 9(7).
       01  REGISTER-HEADING.
           05                         PIC X(44) VALUE
               'DIRECT DEPOSIT REGISTER   EMP-NO   AMOUNT'.
           05                         PIC X(21) VALUE
               '                   CO'.
       01  REGISTER-DETAIL.
           05                         PIC X(1) VALUE SPACES.
           05  REG-EMP-NO-OUT         PIC X(5).
           05  REG-ACCOUNT-OUT        PIC X(10).
           05                         PIC X(2) VALUE SPACES.
           05  REG-AMOUNT-OUT         PIC $ZZZ,ZZ9.99.
           05                         PIC X(2) VALUE SPACES.
           05  REG-COMPANY-OUT        PIC 9(2).
       01  REGISTER-NOBANK.
           05                         PIC X(1) VALUE SPACES.
           05  RNB-EMP-NO-OUT         PIC X(5).
       01  GL-FUTA-LIAB-ACCT         PIC 9(6).
       01  GL-SUTA-EXP-ACCT          PIC 9(6).
       01  GL-SUTA-LIAB-ACCT         PIC 9(6).
       01  GL-RETRO-EXP-ACCT         PIC 9(6).
       01  GL-TRAVEL-EXP-ACCT        PIC 9(6).
       01  GL-MEALS-EXP-ACCT         PIC 9(6).
       01  GL-SUPPRESSED              PIC XXX VALUE 'NO'.
       01  CURRENT-TERR               PIC 9(2).
       01  CURRENT-OFFICE             PIC 9(2).
       01  CURRENT-COMPANY            PIC 9(2) VALUE 1.
       01  CURRENT-COST-COMPANY       PIC 9(2) VALUE 1.
       01  CURRENT-CO-IDX             PIC 9(2) VALUE 1.
       01  CO-STATUS                  PIC XX.
       01  CO-EOF                     PIC XXX VALUE 'NO'.
       01  CO-COUNT                   PIC 9(2) VALUE 0.
       01  CO-IDX                     PIC 9(2).
       01  CO-TABLE-FULL              PIC XXX VALUE 'NO'.
       01  CO-TABLE.
           05  CO-ENTRY OCCURS 10 TIMES.
               10  COT-CODE           PIC 9(2).
               10  COT-NAME           PIC X(30).
               10  COT-GL-OFFSET      PIC 9(6).
               10  COT-EMPS           PIC 9(5).
               10  COT-GROSS          PIC 9(9)V99.
               10  COT-FICA           PIC 9(9)V99.
               10  COT-FED            PIC 9(9)V99.
               10  COT-STATE          PIC 9(9)V99.
               10  COT-NET            PIC 9(9)V99.
       01  FIND-CO-CODE               PIC 9(2).
       01  FIND-CO-IDX                PIC 9(2).
       01  CO-UNKNOWN-COUNT           PIC 9(5) VALUE 0.
       01  GL-PAY-OFFSET              PIC 9(6).
       01  GL-COST-OFFSET             PIC 9(6).
       01  CO-TOTALS-LINE.
           05                         PIC X(5) VALUE SPACES.
           05                         PIC X(8) VALUE 'COMPANY '.
           05  COL-CODE-OUT           PIC 9(2).
           05                         PIC X(1) VALUE SPACES.
           05  COL-NAME-OUT           PIC X(30).
           05                         PIC X(7) VALUE 'EMPS: '.
           05  COL-EMPS-OUT           PIC ZZ,ZZ9.
           05                         PIC X(10) VALUE '   GROSS $'.
           05  COL-GROSS-OUT          PIC Z,ZZZ,ZZZ.99.
           05                         PIC X(9) VALUE '   FICA $'.
           05  COL-FICA-OUT           PIC Z,ZZZ,ZZZ.99.
           05                         PIC X(12) VALUE '   FEDERAL $'.
           05  COL-FED-OUT            PIC Z,ZZZ,ZZZ.99.
           05                         PIC X(10) VALUE '   STATE $'.
           05  COL-STATE-OUT          PIC Z,ZZZ,ZZZ.99.
           05                         PIC X(8) VALUE '   NET $'.
           05  COL-NET-OUT            PIC Z,ZZZ,ZZZ.99.
       01  GL-GROUP-COUNT             PIC 9(3) VALUE 0.
       01  GL-IDX                     PIC 9(3).
       01  GL-GROUP-TABLE.
           05  GL-GROUP-ENTRY OCCURS 100 TIMES.
               10  GLG-COMPANY        PIC 9(2).
               10  GLG-COST-COMPANY   PIC 9(2).
               10  GLG-TERR           PIC 9(2).
               10  GLG-OFFICE         PIC 9(2).
               10  GLG-GROSS          PIC 9(9)V99.
               10  GLG-ER-FICA        PIC 9(9)V99.
               10  GLG-FUTA           PIC 9(9)V99.
               10  GLG-SUTA           PIC 9(9)V99.
               10  GLG-RETRO          PIC 9(9)V99.
               10  GLG-TRAVEL         PIC 9(9)V99.
               10  GLG-MEALS          PIC 9(9)V99.
       01  GL-GROUP-FOUND             PIC XXX.
       01  GL-OTHER-AMT               PIC 9(7)V99.
       01  GL-NET-AMT                 PIC 9(9)V99.
       01  GL-SAL-DR-AMT              PIC 9(9)V99.
       01  GL-TOTAL-DR                PIC 9(11)V99.
       01  GL-TOTAL-CR                PIC 9(11)V99.
       01  GL-TABLE-FULL              PIC XXX VALUE 'NO'.
           05  HOURS-ENTRY OCCURS 500 TIMES.
               10  HRS-EMP-NO         PIC X(5).
               10  HRS-WORKED         PIC 9(3)V99.
               10  HRS-LEAVE          PIC 9(3)V99.
       01  HOURS-WORKED-NUM           PIC 9(3)V99.
       01  LEAVE-HOURS-NUM            PIC 9(3)V99.
       01  OT-HOURS                   PIC 9(3)V99.
       01  HOURLY-PERIOD-GROSS        PIC 9(6)V99.
       01  WORK-ANNUAL-SALARY         PIC 9(7)V99.
       01  PERIOD-COMMISSION          PIC 9(7)V99.
       01  COMM-UNMATCHED-COUNT       PIC 9(3) VALUE 0.
       01  COMM-AUDIT-AMT-PRINT       PIC ZZZ,ZZ9.99.
       01  REIMB-STATUS               PIC XX.
       01  REIMB-EOF                  PIC XXX VALUE 'NO'.
       01  REIMB-COUNT                PIC 9(3) VALUE 0.
       01  REIMB-IDX                  PIC 9(3).
       01  REIMB-TABLE-FULL           PIC XXX VALUE 'NO'.
       01  REIMB-TABLE.
           05  REIMB-ENTRY OCCURS 500 TIMES.
               10  RMB-EMP-NO         PIC X(5).
               10  RMB-TRAVEL         PIC 9(7)V99.
               10  RMB-MEALS          PIC 9(7)V99.
               10  RMB-MATCHED        PIC X(1).
       01  PERIOD-REIMB-TRAVEL        PIC 9(7)V99.
       01  PERIOD-REIMB-MEALS         PIC 9(7)V99.
       01  PERIOD-REIMB               PIC 9(7)V99.
       01  PERIOD-PAY-AMOUNT          PIC 9(7)V99.
       01  REIMB-UNMATCHED-COUNT      PIC 9(3) VALUE 0.
       01  REIMB-AUDIT-AMT-PRINT      PIC ZZZ,ZZ9.99.
       01  BAD-BANK-STATUS            PIC XX.
       01  BAD-BANK-EOF               PIC XXX VALUE 'NO'.
       01  BAD-BANK-COUNT             PIC 9(3) VALUE 0.
       01  EMP-RAISE-PCT              PIC V9999.
       01  EMP-NEW-SALARY             PIC 9(7).
       01  EMP-RAISE-APPROVER         PIC X(4).
       01  EMP-RAISE-EFF-PERIOD       PIC 9(2).
       01  RETRO-POST-EOF             PIC XXX VALUE 'NO'.
       01  RETRO-POST-COUNT           PIC 9(4) VALUE 0.
       01  RETRO-POST-IDX             PIC 9(4).
       01  RETRO-TABLE-FULL           PIC XXX VALUE 'NO'.
       01  RETRO-POST-WANTED          PIC XXX.
       01  RETRO-POST-TABLE.
           05  RETRO-POST-ENTRY OCCURS 2000 TIMES.
               10  RPT-EMP-NO         PIC X(5).
               10  RPT-PERIOD         PIC 9(2).
               10  RPT-BASE-GROSS     PIC 9(7)V99.
               10  RPT-RAISE-EFF      PIC 9(2).
               10  RPT-RETRO-THRU     PIC 9(2).
       01  PERIOD-RETRO               PIC 9(7)V99.
       01  RETRO-THRU-PERIOD          PIC 9(2).
       01  RETRO-COVERED-THRU         PIC 9(2).
       01  RETRO-RAISED-GROSS         PIC 9(7)V99.
       01  RETRO-DIFF                 PIC S9(7)V99.
       01  RETRO-EMP-COUNT            PIC 9(5) VALUE 0.
       01  RETRO-TOTAL                PIC 9(9)V99 VALUE 0.
       01  RETRO-PAID-PRINT           PIC ZZZ,ZZ9.99.
       01  RETRO-RAISED-PRINT         PIC ZZZ,ZZ9.99.
       01  RETRO-DIFF-PRINT           PIC ZZZ,ZZ9.99.
       01  ER-TAXABLE-GROSS           PIC 9(7)V99.
       01  ER-YTD-GROSS-HOLD          PIC 9(9)V99.
       01  PERIOD-ER-FICA             PIC 9(6)V99.
           05  STUB-CURR-OUT          PIC $$$$,$$9.99.
           05                         PIC X(4) VALUE SPACES.
           05  STUB-YTD-OUT           PIC $$,$$$,$$9.99.
       01  STUB-PAY-LINE.
           05  STUB-PAY-LABEL-OUT     PIC X(22).
           05  STUB-PAY-CURR-OUT      PIC $$$$,$$9.99.
       01  STUB-COL-LINE.
           05                         PIC X(22) VALUE SPACES.
           05                         PIC X(11) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-Ctl.txt'.
       01  COMM-PAYABLE-DD           PIC X(100) VALUE
        'D:\COBOL\MIS 280 Homework\Homework #10\OLIV-HW10-CommPy.txt'.
       01  EXP-REIMB-DD              PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-ExpReimb.txt'.
       01  CHECK-REQUEST-DD          PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-ChkReq.txt'.
       01  BAD-BANK-DD               PIC X(100) VALUE
       01  YTD-POSTING-DD            PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-YTDPost.txt'.
       01  YTD-POST-STATUS           PIC XX.
       01  OFF-CYCLE-DD              PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-OffCycle.txt'.
       01  CO-MASTER-DD              PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-CO-Master.txt'.
       01  OFC-STUB-FILE-DD          PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-OcStubs.txt'.
       01  OFC-BANK-FILE-DD          PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-OcBank.txt'.
       01  OFC-BANK-REGISTER-DD      PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-OcBnkReg.txt'.
       01  OFC-CHECK-REQUEST-DD      PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-OcChkReq.txt'.
       01  OFC-DED-DETAIL-DD         PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-OcDedDtl.txt'.
       01  OFC-GL-POST-FILE-DD       PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-OcGLPost.txt'.
       01  OFC-BANK-HOLD-DD          PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-OcHold.txt'.
       01  PAY-RUN-MODE              PIC X(8) VALUE SPACES.
       01  OFF-CYCLE-RUN             PIC XXX VALUE 'NO'.
       01  PAY-PREVIEW               PIC X(3) VALUE SPACES.
       01  PREVIEW-RUN               PIC XXX VALUE 'NO'.
       01  PREVIEW-STAMP-LINE.
           05                        PIC X(50) VALUE
               '*** PREVIEW - NO PAYROLL FILES WERE UPDATED ***'.
       01  OFC-STATUS                PIC XX.
       01  OFC-EOF                   PIC XXX VALUE 'NO'.
       01  OFC-COUNT                 PIC 9(3) VALUE 0.
       01  OFC-IDX                   PIC 9(3).
       01  OFC-TABLE-FULL            PIC XXX VALUE 'NO'.
       01  OFC-TABLE.
           05  OFC-ENTRY OCCURS 200 TIMES.
               10  OFT-EMP-NO        PIC X(5).
               10  OFT-EARN-TYPE     PIC X(1).
               10  OFT-GROSS         PIC 9(7)V99.
               10  OFT-STATE         PIC X(1).
               10  OFT-REASON        PIC X(30).
       01  OFC-REJECT-COUNT          PIC 9(3) VALUE 0.
       01  OFC-UNPAID-COUNT          PIC 9(3) VALUE 0.
       01  OFC-EMP-FOUND             PIC XXX.
       01  OFC-YTD-FOUND             PIC XXX.
       01  OFC-EARN-LABEL            PIC X(22).
       01  OFC-AMT-PRINT             PIC ZZZ,ZZ9.99.
       01  SUPP-FED-RATE             PIC V999 VALUE .220.
       01  OFC-RATE-PRINT            PIC .999.
       01  STUB-OFF-CYCLE-LINE.
           05                        PIC X(40) VALUE
               'OFF-CYCLE PAYMENT - NOT A REGULAR CHECK'.
       PROCEDURE DIVISION.
       100-MAIN.
      *>      THE CALENDAR AND PERIOD RESOLVE FIRST - THE RATE AND
           PERFORM 052-READ-CALENDAR
           PERFORM 053-FIND-PERIOD
           PERFORM 050-READ-RATES
      *>      AN OFF-CYCLE RUN PAYS ONLY ITS OWN TRANSACTIONS - THE
      *>      PERIOD'S COMMISSIONS, EXPENSE REIMBURSEMENTS, RAISES AND
      *>      HOURS BELONG TO THE REGULAR RUN, AND THE REGULAR RUN'S
      *>      CHECKPOINT IS LEFT ALONE
           IF OFF-CYCLE-RUN = 'YES'
               PERFORM 069-READ-OFF-CYCLE-TRANS
           ELSE
               PERFORM 051-READ-COMM-PAYABLES
               PERFORM 071-READ-EXP-REIMB
           END-IF
           PERFORM 061-READ-BAD-BANK
           PERFORM 062-READ-ER-RATES
           IF OFF-CYCLE-RUN = 'NO'
               PERFORM 063-READ-RAISE-TRANS
               PERFORM 067-READ-RETRO-POSTINGS
           END-IF
           PERFORM 064-READ-VARIANCE-PARM
           PERFORM 054-READ-DED-MASTER
           PERFORM 058-READ-BRACKETS
           PERFORM 059-READ-GL-ACCOUNTS
           PERFORM 072-READ-COMPANIES
           IF OFF-CYCLE-RUN = 'NO'
               PERFORM 057-READ-HOURS
      *>      A PREVIEW ALWAYS COVERS THE WHOLE INPUT - A PENDING
      *>      CHECKPOINT BELONGS TO THE REAL RUN'S RESTART
               IF PREVIEW-RUN = 'NO'
                   PERFORM 055-READ-CHECKPOINT
               END-IF
           END-IF
           OPEN INPUT PAYROLL-LIST
           OPEN INPUT EMP-MASTER
           IF EMP-MASTER-STATUS = '00'
               MOVE 'YES' TO MASTER-IS-OPEN
           END-IF
           PERFORM 065-VALIDATE-RAISE-TRANS
           IF PREVIEW-RUN = 'YES'
               OPEN INPUT VAC-BALANCE
           ELSE
               OPEN I-O VAC-BALANCE
           END-IF
           IF VAC-STATUS = '00'
               MOVE 'YES' TO VAC-IS-OPEN
           ELSE
               DISPLAY 'VACATION BALANCE FILE NOT AVAILABLE - '
                   'FINAL-PAY VACATION PAYOUT SKIPPED THIS RUN'
           END-IF
           IF PREVIEW-RUN = 'YES'
               OPEN INPUT YTD-FILE
           ELSE
               OPEN I-O YTD-FILE
               IF YTD-STATUS = '35'
                   OPEN OUTPUT YTD-FILE
                   CLOSE YTD-FILE
                   OPEN I-O YTD-FILE
               END-IF
           END-IF
           IF YTD-STATUS NOT = '00'
               DISPLAY 'YTD FILE WOULD NOT OPEN - STATUS '
           IF SKIP-COUNT = 0
               OPEN OUTPUT LIST-OUT
               OPEN OUTPUT AUDIT-LOG
               OPEN OUTPUT VARIANCE-REPORT
               WRITE VARIANCE-REC FROM VARIANCE-HEADING
               IF PREVIEW-RUN = 'YES'
                   WRITE VARIANCE-REC FROM PREVIEW-STAMP-LINE
                   WRITE AUDIT-REC FROM PREVIEW-STAMP-LINE
               ELSE
                   OPEN OUTPUT STUB-FILE
                   OPEN OUTPUT BANK-FILE
                   OPEN OUTPUT BANK-REGISTER
                   OPEN OUTPUT CHECK-REQUEST
                   OPEN OUTPUT DED-DETAIL
                   OPEN EXTEND YTD-POSTING
                   IF YTD-POST-STATUS NOT = '00'
                       AND YTD-POST-STATUS NOT = '05'
                       OPEN OUTPUT YTD-POSTING
                   END-IF
                   MOVE RUN-DATE TO BHD-DATE-OUT
                   MOVE CURRENT-PERIOD-NO TO BHD-PERIOD-OUT
                   WRITE BANK-REC FROM BANK-HEADER-REC
                   WRITE REGISTER-REC FROM REGISTER-HEADING
               END-IF
               WRITE VARIANCE-REC FROM VARIANCE-HEADING-2
               MOVE RUN-DATE(5:2) TO HDR-MONTH-OUT
               MOVE RUN-DATE(7:2) TO HDR-DAY-OUT
               MOVE RUN-DATE(1:4) TO HDR-YEAR-OUT
               PERFORM 160-PAGE-HEADING
               MOVE SPACES TO AUDIT-REC
               IF OFF-CYCLE-RUN = 'YES'
                   STRING 'OFF-CYCLE PAYROLL RUN DATE: ' RUN-DATE
                       '  PERIOD: ' CURRENT-PERIOD-NO
                       DELIMITED BY SIZE INTO AUDIT-REC
               ELSE
                   STRING 'PAYROLL RUN DATE: ' RUN-DATE
                       '  PERIOD: ' CURRENT-PERIOD-NO
                       DELIMITED BY SIZE INTO AUDIT-REC
               END-IF
               WRITE AUDIT-REC
               MOVE SPACES TO AUDIT-REC
               STRING 'RATE TABLE VERSION IN FORCE: '
               WRITE AUDIT-REC
               PERFORM 045-LOG-BRACKET-VERSIONS
               PERFORM 046-REPORT-RAISE-REJECTS
               IF OFF-CYCLE-RUN = 'YES'
                   MOVE SUPP-FED-RATE TO OFC-RATE-PRINT
                   MOVE SPACES TO AUDIT-REC
                   STRING 'SUPPLEMENTAL FEDERAL RATE: ' OFC-RATE-PRINT
                       DELIMITED BY SIZE INTO AUDIT-REC
                   WRITE AUDIT-REC
                   PERFORM 047-REPORT-OFF-CYCLE-REJECTS
               END-IF
           ELSE
               OPEN EXTEND LIST-OUT
               OPEN EXTEND AUDIT-LOG
                   AT END
                       MOVE 'NO' TO MORE-DATA
                   NOT AT END
                       IF OFF-CYCLE-RUN = 'YES'
                           PERFORM 210-CHECK-OFF-CYCLE
                       ELSE
                           PERFORM 150-CHECK-TERMINATED
                           MOVE 'NO' TO FINAL-PAY-MODE
                           IF EMP-IS-TERMINATED = 'YES'
                               IF TERM-DATE-NUM
                                   >= CURRENT-PERIOD-START
                                   AND TERM-DATE-NUM
                                       <= CURRENT-PERIOD-END
                                   MOVE 'YES' TO FINAL-PAY-MODE
                                   ADD 1 TO FINAL-PAY-COUNT
                                   PERFORM 200-PROCESS
                               ELSE
                                   ADD 1 TO TERM-SKIP-COUNT
                               END-IF
                           ELSE
                               PERFORM 200-PROCESS
                           END-IF
                           ADD 1 TO CKPT-PROCESSED
                           IF PREVIEW-RUN = 'NO'
                               PERFORM 056-WRITE-CHECKPOINT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF PREVIEW-RUN = 'NO'
               PERFORM 930-FINISH-BANK-FILE
           END-IF
           PERFORM 938-FINISH-VARIANCE-GATE
           IF OFF-CYCLE-RUN = 'YES'
               PERFORM 936-REPORT-UNPAID-OFF-CYCLE
           ELSE
               PERFORM 935-REPORT-UNMATCHED-PAYABLES
               PERFORM 937-REPORT-UNPAID-REIMB
           END-IF
           PERFORM 940-WRITE-GL-POSTINGS
           PERFORM 900-COMPANY-TOTALS
           MOVE PAGE-NO TO END-PAGES-OUT
                   DELIMITED BY SIZE INTO AUDIT-REC
               WRITE AUDIT-REC
           END-IF
           IF RETRO-EMP-COUNT > 0
               MOVE RETRO-TOTAL TO COMM-AUDIT-AMT-PRINT
               MOVE SPACES TO AUDIT-REC
               STRING 'EMPLOYEES PAID RETROACTIVE RAISE PAY: '
                   RETRO-EMP-COUNT '  TOTAL ' COMM-AUDIT-AMT-PRINT
                   DELIMITED BY SIZE INTO AUDIT-REC
               WRITE AUDIT-REC
           END-IF
           IF CO-UNKNOWN-COUNT > 0
               MOVE SPACES TO AUDIT-REC
               STRING 'EMPLOYEES WITH A COMPANY NOT ON THE COMPANY '
                   'MASTER: ' CO-UNKNOWN-COUNT
                   DELIMITED BY SIZE INTO AUDIT-REC
               WRITE AUDIT-REC
           END-IF
           IF YTD-ALREADY-COUNT > 0
               MOVE SPACES TO AUDIT-REC
               STRING 'YTD ALREADY HELD PERIOD ' CURRENT-PERIOD-NO
                   DELIMITED BY SIZE INTO AUDIT-REC
               WRITE AUDIT-REC
           END-IF
      *>      A PREVIEW PAID NOTHING - IT STAYS OUT OF THE CONTROL
      *>      LOG THE CHAIN RECONCILES
           IF PREVIEW-RUN = 'YES'
               DISPLAY 'PREVIEW RUN - NO PAYROLL FILES WERE UPDATED'
           ELSE
               PERFORM 970-WRITE-CONTROL-LOG
               CLOSE STUB-FILE
                     BANK-FILE
                     BANK-REGISTER
                     CHECK-REQUEST
                     DED-DETAIL
                     YTD-POSTING
           END-IF
           CLOSE PAYROLL-LIST
                 LIST-OUT
                 AUDIT-LOG
                 VARIANCE-REPORT
                 YTD-FILE
           IF MASTER-IS-OPEN = 'YES'
               DISPLAY 'FINAL-PAY EMPLOYEES PROCESSED THIS '
                   'PERIOD: ' FINAL-PAY-COUNT
           END-IF
           IF RETRO-EMP-COUNT > 0
               DISPLAY 'EMPLOYEES PAID RETROACTIVE RAISE PAY: '
                   RETRO-EMP-COUNT
           END-IF
           IF OFF-CYCLE-RUN = 'NO' AND PREVIEW-RUN = 'NO'
               MOVE 0 TO CKPT-PROCESSED
               PERFORM 056-WRITE-CHECKPOINT
           END-IF
           IF HOURS-TABLE-FULL = 'YES'
               DISPLAY 'HOURS TABLE FILLED AT 500 ROWS - HOURLY '
                   'EMPLOYEES BEYOND IT WERE PAID ZERO HOURS'
                   ' - EXCESS DEDUCTIONS NOT WITHHELD'
               MOVE 4 TO RETURN-CODE
           END-IF
           IF CO-UNKNOWN-COUNT > 0
               DISPLAY 'EMPLOYEES WITH A COMPANY NOT ON THE COMPANY '
                   'MASTER - PAID UNDER COMPANY 01: ' CO-UNKNOWN-COUNT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.
       010-GET-FILE-NAMES.
           ACCEPT PAYROLL-LIST-DD FROM ENVIRONMENT "PAYIN"
           ACCEPT HOURS-FILE-DD FROM ENVIRONMENT "PAYHOURS"
           ACCEPT RUN-CONTROL-DD FROM ENVIRONMENT "RUNCTL"
           ACCEPT COMM-PAYABLE-DD FROM ENVIRONMENT "COMMPAY"
           ACCEPT EXP-REIMB-DD FROM ENVIRONMENT "EXPREIMB"
           ACCEPT CHECK-REQUEST-DD FROM ENVIRONMENT "PAYCHKREQ"
           ACCEPT BAD-BANK-DD FROM ENVIRONMENT "PAYBADBANK"
           ACCEPT ER-RATES-FILE-DD FROM ENVIRONMENT "PAYERRATES"
           ACCEPT VARIANCE-PARM-DD FROM ENVIRONMENT "PAYVARPARM"
           ACCEPT VARIANCE-REPORT-DD FROM ENVIRONMENT "PAYVARRPT"
           ACCEPT BANK-HOLD-DD FROM ENVIRONMENT "PAYBANKHOLD"
           ACCEPT YTD-POSTING-DD FROM ENVIRONMENT "PAYYTDPOST"
           ACCEPT OFF-CYCLE-DD FROM ENVIRONMENT "PAYOFFCYC"
           ACCEPT CO-MASTER-DD FROM ENVIRONMENT "COMASTER"
           ACCEPT PAY-RUN-MODE FROM ENVIRONMENT "PAYRUNMODE"
           IF PAY-RUN-MODE = 'OFFCYCLE'
               MOVE 'YES' TO OFF-CYCLE-RUN
               PERFORM 011-GET-OFF-CYCLE-NAMES
           END-IF
           ACCEPT PAY-PREVIEW FROM ENVIRONMENT "PAYPREVIEW"
           IF PAY-PREVIEW = 'YES'
               MOVE 'YES' TO PREVIEW-RUN
           END-IF.
       011-GET-OFF-CYCLE-NAMES.
      *>      THE REGULAR PERIOD'S OUTPUTS MAY NOT BE RELEASED OR
      *>      POSTED YET - AN OFF-CYCLE RUN NEVER WRITES OVER THEM
           MOVE OFC-STUB-FILE-DD TO STUB-FILE-DD
           MOVE OFC-BANK-FILE-DD TO BANK-FILE-DD
           MOVE OFC-BANK-REGISTER-DD TO BANK-REGISTER-DD
           MOVE OFC-CHECK-REQUEST-DD TO CHECK-REQUEST-DD
           MOVE OFC-DED-DETAIL-DD TO DED-DETAIL-DD
           MOVE OFC-GL-POST-FILE-DD TO GL-POST-FILE-DD
           MOVE OFC-BANK-HOLD-DD TO BANK-HOLD-DD
           ACCEPT STUB-FILE-DD FROM ENVIRONMENT "PAYOCSTUB"
           ACCEPT BANK-FILE-DD FROM ENVIRONMENT "PAYOCBANK"
           ACCEPT BANK-REGISTER-DD FROM ENVIRONMENT "PAYOCBREG"
           ACCEPT CHECK-REQUEST-DD FROM ENVIRONMENT "PAYOCCHKREQ"
           ACCEPT DED-DETAIL-DD FROM ENVIRONMENT "PAYOCDEDDTL"
           ACCEPT GL-POST-FILE-DD FROM ENVIRONMENT "PAYOCGL"
           ACCEPT BANK-HOLD-DD FROM ENVIRONMENT "PAYOCHOLD".
       015-GET-BUSINESS-DATE.
           OPEN INPUT RUN-CONTROL
           IF RUN-CTL-STATUS = '00'
           IF RTT-REJECTED(RAISE-IDX) = 'Y'
               ADD 1 TO RAISE-REJECT-COUNT
           END-IF.
       067-READ-RETRO-POSTINGS.
      *>      THIS YEAR'S POSTINGS FOR EMPLOYEES WHOSE RAISE TOOK
      *>      EFFECT IN A PERIOD ALREADY PAID - EACH ONE IS WHAT THAT
      *>      PERIOD WAS PAID AT THE OLD RATE. READ BEFORE THIS RUN
      *>      OPENS THE FILE TO EXTEND IT
           OPEN INPUT YTD-POSTING
           IF YTD-POST-STATUS NOT = '00'
               DISPLAY 'NO YTD POSTING FILE - RETRO PAY NOT COMPUTED'
               MOVE 'YES' TO RETRO-POST-EOF
           END-IF
           PERFORM UNTIL RETRO-POST-EOF = 'YES'
               READ YTD-POSTING
                   AT END
                       MOVE 'YES' TO RETRO-POST-EOF
                   NOT AT END
                       PERFORM 068-KEEP-RETRO-POSTING
               END-READ
           END-PERFORM
           IF YTD-POST-STATUS = '00' OR YTD-POST-STATUS = '10'
               CLOSE YTD-POSTING
           END-IF
           IF RETRO-TABLE-FULL = 'YES'
               DISPLAY 'RETRO POSTING TABLE FILLED AT 2000 ROWS '
                   '- LATER PERIODS NOT MADE UP'
               MOVE 4 TO RETURN-CODE
           END-IF.
       068-KEEP-RETRO-POSTING.
           MOVE 'NO' TO RETRO-POST-WANTED
      *>      ONLY A REGULAR POSTING IS A PERIOD PAID AT THE OLD RATE
           IF YP-DATE >= CAL-START(1)
               AND (YP-POST-TYPE = 'R' OR YP-POST-TYPE = SPACE)
               PERFORM VARYING RAISE-IDX FROM 1 BY 1
                   UNTIL RAISE-IDX > RAISE-COUNT
                   IF RTT-EMP-NO(RAISE-IDX) = YP-EMP-NO
                       AND RTT-REJECTED(RAISE-IDX) = 'N'
                       AND RTT-EFF-PERIOD(RAISE-IDX) > 0
                       AND RTT-EFF-PERIOD(RAISE-IDX)
                           < CURRENT-PERIOD-NO
                       AND YP-PERIOD >= RTT-EFF-PERIOD(RAISE-IDX)
                       MOVE 'YES' TO RETRO-POST-WANTED
                       MOVE RAISE-COUNT TO RAISE-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF RETRO-POST-WANTED = 'YES'
               IF RETRO-POST-COUNT < 2000
                   ADD 1 TO RETRO-POST-COUNT
                   MOVE YP-EMP-NO TO RPT-EMP-NO(RETRO-POST-COUNT)
                   MOVE YP-PERIOD TO RPT-PERIOD(RETRO-POST-COUNT)
      *>      THE BASE IS WHAT THE PERIOD PAID ON SALARY OR HOURS -
      *>      COMMISSION AND ANY RETRO ALREADY IN THAT GROSS COME OUT
                   COMPUTE RPT-BASE-GROSS(RETRO-POST-COUNT) =
                       YP-GROSS - YP-COMMISSION
                   MOVE 0 TO RPT-RAISE-EFF(RETRO-POST-COUNT)
                   MOVE 0 TO RPT-RETRO-THRU(RETRO-POST-COUNT)
                   IF YP-RETRO-GROSS IS NUMERIC
                       SUBTRACT YP-RETRO-GROSS
                           FROM RPT-BASE-GROSS(RETRO-POST-COUNT)
                   END-IF
                   IF YP-RAISE-EFF-PERIOD IS NUMERIC
                       MOVE YP-RAISE-EFF-PERIOD
                           TO RPT-RAISE-EFF(RETRO-POST-COUNT)
                   END-IF
                   IF YP-RETRO-THRU-PERIOD IS NUMERIC
                       MOVE YP-RETRO-THRU-PERIOD
                           TO RPT-RETRO-THRU(RETRO-POST-COUNT)
                   END-IF
               ELSE
                   MOVE 'YES' TO RETRO-TABLE-FULL
               END-IF
           END-IF.
       069-READ-OFF-CYCLE-TRANS.
      *>      AN OFF-CYCLE RUN WITH NOTHING TO PAY IS AN OPERATOR
      *>      ERROR, NOT AN EMPTY NIGHT
           OPEN INPUT OFF-CYCLE-TRANS
           IF OFC-STATUS NOT = '00'
               DISPLAY 'OFF-CYCLE RUN REQUESTED BUT NO OFF-CYCLE '
                   'TRANSACTION FILE - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL OFC-EOF = 'YES'
               READ OFF-CYCLE-TRANS
                   AT END
                       MOVE 'YES' TO OFC-EOF
                   NOT AT END
                       IF OFC-COUNT < 200
                           ADD 1 TO OFC-COUNT
                           PERFORM 070-LOAD-ONE-OFF-CYCLE
                       ELSE
                           MOVE 'YES' TO OFC-TABLE-FULL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OFF-CYCLE-TRANS
           IF OFC-TABLE-FULL = 'YES'
               DISPLAY 'OFF-CYCLE TABLE FILLED AT 200 ROWS '
                   '- REMAINING TRANSACTIONS NOT PAID'
               MOVE 4 TO RETURN-CODE
           END-IF.
       070-LOAD-ONE-OFF-CYCLE.
           MOVE OFC-EMP-NO TO OFT-EMP-NO(OFC-COUNT)
           MOVE OFC-EARN-TYPE TO OFT-EARN-TYPE(OFC-COUNT)
           MOVE 0 TO OFT-GROSS(OFC-COUNT)
           MOVE 'N' TO OFT-STATE(OFC-COUNT)
           MOVE SPACES TO OFT-REASON(OFC-COUNT)
           IF OFC-GROSS IS NUMERIC
               MOVE OFC-GROSS-NUM TO OFT-GROSS(OFC-COUNT)
           END-IF
           IF OFC-EARN-TYPE NOT = 'B' AND OFC-EARN-TYPE NOT = 'C'
               AND OFC-EARN-TYPE NOT = 'O'
               MOVE 'R' TO OFT-STATE(OFC-COUNT)
               MOVE 'UNKNOWN EARNINGS TYPE' TO OFT-REASON(OFC-COUNT)
           END-IF
           IF OFT-STATE(OFC-COUNT) = 'N'
               AND OFT-GROSS(OFC-COUNT) = 0
               MOVE 'R' TO OFT-STATE(OFC-COUNT)
               MOVE 'NO GROSS AMOUNT GIVEN' TO OFT-REASON(OFC-COUNT)
           END-IF
           IF OFT-STATE(OFC-COUNT) = 'R'
               ADD 1 TO OFC-REJECT-COUNT
           END-IF.
       046-REPORT-RAISE-REJECTS.
           PERFORM VARYING RAISE-IDX FROM 1 BY 1
               UNTIL RAISE-IDX > RAISE-COUNT
               DISPLAY 'RAISE TRANSACTIONS REJECTED: '
                   RAISE-REJECT-COUNT
           END-IF.
       047-REPORT-OFF-CYCLE-REJECTS.
           PERFORM VARYING OFC-IDX FROM 1 BY 1
               UNTIL OFC-IDX > OFC-COUNT
               IF OFT-STATE(OFC-IDX) = 'R'
                   MOVE SPACES TO AUDIT-REC
                   STRING 'OFF-CYCLE REJECTED - EMP '
                       OFT-EMP-NO(OFC-IDX) ' TYPE '
                       OFT-EARN-TYPE(OFC-IDX) ' - '
                       OFT-REASON(OFC-IDX)
                       DELIMITED BY SIZE INTO AUDIT-REC
                   WRITE AUDIT-REC
               END-IF
           END-PERFORM
           IF OFC-REJECT-COUNT > 0
               DISPLAY 'OFF-CYCLE TRANSACTIONS REJECTED: '
                   OFC-REJECT-COUNT
           END-IF.
       064-READ-VARIANCE-PARM.
           OPEN INPUT VARIANCE-PARM
           IF VAR-PARM-STATUS = '00'
               END-IF
           END-IF.
       938-FINISH-VARIANCE-GATE.
      *>      AN OFF-CYCLE RUN HAS NO VARIANCE CHECK - ITS ZERO-COUNT
      *>      HOLD RECORD GOES TO ITS OWN PATH (011), NEVER OVER THE
      *>      REGULAR RUN'S HOLD
           MOVE VARIANCE-COUNT TO VAR-COUNT-OUT
           WRITE VARIANCE-REC FROM VARIANCE-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           IF PREVIEW-RUN = 'NO'
               OPEN OUTPUT BANK-HOLD
               MOVE RUN-DATE TO HOLD-DATE-OUT
               MOVE CURRENT-PERIOD-NO TO HOLD-PERIOD-OUT
               MOVE VARIANCE-COUNT TO HOLD-VAR-COUNT-OUT
               WRITE BANK-HOLD-REC
               CLOSE BANK-HOLD
           END-IF
           IF VARIANCE-COUNT > 0
               IF PREVIEW-RUN = 'YES'
                   DISPLAY 'PREVIEW - PAY VARIANCES FLAGGED: '
                       VARIANCE-COUNT
               ELSE
                   DISPLAY 'PAY VARIANCES FLAGGED: ' VARIANCE-COUNT
                       ' - BANK FILE HELD FOR OPERATOR APPROVAL'
               END-IF
           END-IF.
       197-RESOLVE-RAISE.
      *>      NO TRANSACTION MEANS NO RAISE - THE BLANKET RAISE-PCT
           MOVE 0 TO EMP-RAISE-PCT
           MOVE 0 TO EMP-NEW-SALARY
           MOVE SPACES TO EMP-RAISE-APPROVER
           MOVE 0 TO EMP-RAISE-EFF-PERIOD
           PERFORM VARYING RAISE-IDX FROM 1 BY 1
               UNTIL RAISE-IDX > RAISE-COUNT
               IF RTT-EMP-NO(RAISE-IDX) = NUM-IN
                   MOVE RTT-SALARY(RAISE-IDX) TO EMP-NEW-SALARY
                   MOVE RTT-APPROVER(RAISE-IDX)
                       TO EMP-RAISE-APPROVER
                   MOVE RTT-EFF-PERIOD(RAISE-IDX)
                       TO EMP-RAISE-EFF-PERIOD
                   MOVE RAISE-COUNT TO RAISE-IDX
               END-IF
           END-PERFORM.
       198-COMPUTE-RETRO-PAY.
      *>      EVERY PERIOD FROM THE EFFECTIVE PERIOD UP TO THIS ONE
      *>      THAT WAS PAID AT THE OLD RATE IS MADE UP NOW. A POSTING
      *>      ALREADY PRICED BY THIS RAISE, OR ALREADY COVERED BY AN
      *>      EARLIER RETRO FOR IT, IS NOT PAID AGAIN
           MOVE 0 TO RETRO-COVERED-THRU
           PERFORM VARYING RETRO-POST-IDX FROM 1 BY 1
               UNTIL RETRO-POST-IDX > RETRO-POST-COUNT
               IF RPT-EMP-NO(RETRO-POST-IDX) = NUM-IN
                   AND RPT-RAISE-EFF(RETRO-POST-IDX)
                       = EMP-RAISE-EFF-PERIOD
                   AND RPT-RETRO-THRU(RETRO-POST-IDX)
                       > RETRO-COVERED-THRU
                   MOVE RPT-RETRO-THRU(RETRO-POST-IDX)
                       TO RETRO-COVERED-THRU
               END-IF
           END-PERFORM
           PERFORM VARYING RETRO-POST-IDX FROM 1 BY 1
               UNTIL RETRO-POST-IDX > RETRO-POST-COUNT
               IF RPT-EMP-NO(RETRO-POST-IDX) = NUM-IN
                   AND RPT-PERIOD(RETRO-POST-IDX)
                       >= EMP-RAISE-EFF-PERIOD
                   AND RPT-PERIOD(RETRO-POST-IDX) < CURRENT-PERIOD-NO
                   AND RPT-PERIOD(RETRO-POST-IDX) > RETRO-COVERED-THRU
                   AND RPT-RAISE-EFF(RETRO-POST-IDX)
                       NOT = EMP-RAISE-EFF-PERIOD
                   PERFORM 199-RETRO-ONE-PERIOD
               END-IF
           END-PERFORM
           IF PERIOD-RETRO > 0
      *>      WITHHELD LIKE THE VACATION LUMP: FICA AND THE FLAT
      *>      FEDERAL/STATE RATES
               ADD PERIOD-RETRO TO PERIOD-GROSS
               COMPUTE PERIOD-FICA ROUNDED =
                   PERIOD-FICA + (PERIOD-RETRO * FICA)
               COMPUTE PERIOD-FED ROUNDED =
                   PERIOD-FED + (PERIOD-RETRO * FED)
               COMPUTE PERIOD-STATE ROUNDED =
                   PERIOD-STATE + (PERIOD-RETRO * STATE)
               ADD 1 TO RETRO-EMP-COUNT
               ADD PERIOD-RETRO TO RETRO-TOTAL
           END-IF.
       199-RETRO-ONE-PERIOD.
           IF EMP-NEW-SALARY > 0
               COMPUTE RETRO-RAISED-GROSS ROUNDED =
                   EMP-NEW-SALARY / PERIOD-COUNT
           ELSE
               COMPUTE RETRO-RAISED-GROSS ROUNDED =
                   RPT-BASE-GROSS(RETRO-POST-IDX)
                   + (RPT-BASE-GROSS(RETRO-POST-IDX) * EMP-RAISE-PCT)
           END-IF
           COMPUTE RETRO-DIFF =
               RETRO-RAISED-GROSS - RPT-BASE-GROSS(RETRO-POST-IDX)
           IF RETRO-DIFF > 0
               IF PERIOD-RETRO = 0
                   MOVE SPACES TO AUDIT-REC
                   STRING 'RETRO PAY - EMPLOYEE ' NUM-IN
                       '  RAISE EFFECTIVE PERIOD ' EMP-RAISE-EFF-PERIOD
                       '  APPROVED BY ' EMP-RAISE-APPROVER
                       DELIMITED BY SIZE INTO AUDIT-REC
                   WRITE AUDIT-REC
               END-IF
               ADD RETRO-DIFF TO PERIOD-RETRO
               IF RPT-PERIOD(RETRO-POST-IDX) > RETRO-THRU-PERIOD
                   MOVE RPT-PERIOD(RETRO-POST-IDX)
                       TO RETRO-THRU-PERIOD
               END-IF
               MOVE RPT-BASE-GROSS(RETRO-POST-IDX) TO RETRO-PAID-PRINT
               MOVE RETRO-RAISED-GROSS TO RETRO-RAISED-PRINT
               MOVE RETRO-DIFF TO RETRO-DIFF-PRINT
               MOVE SPACES TO AUDIT-REC
               STRING '  PERIOD ' RPT-PERIOD(RETRO-POST-IDX)
                   ' PAID ' RETRO-PAID-PRINT
                   ' RAISED ' RETRO-RAISED-PRINT
                   ' DIFF ' RETRO-DIFF-PRINT
                   DELIMITED BY SIZE INTO AUDIT-REC
               WRITE AUDIT-REC
           END-IF.
       057-READ-HOURS.
           OPEN INPUT HOURS-FILE
           IF HOURS-STATUS NOT = '00'
                               TO HRS-EMP-NO(HOURS-COUNT)
                           MOVE HRS-WORKED-IN
                               TO HRS-WORKED(HOURS-COUNT)
                           IF HRS-LEAVE-IN IS NUMERIC
                               MOVE HRS-LEAVE-IN
                                   TO HRS-LEAVE(HOURS-COUNT)
                           ELSE
                               MOVE 0 TO HRS-LEAVE(HOURS-COUNT)
                           END-IF
                       ELSE
                           MOVE 'YES' TO HOURS-TABLE-FULL
                       END-IF
           END-IF.
       190-HOURLY-GROSS.
           MOVE 0 TO HOURS-WORKED-NUM
           MOVE 0 TO LEAVE-HOURS-NUM
           PERFORM VARYING HOURS-IDX FROM 1 BY 1
               UNTIL HOURS-IDX > HOURS-COUNT
               IF HRS-EMP-NO(HOURS-IDX) = NUM-IN
                   MOVE HRS-WORKED(HOURS-IDX) TO HOURS-WORKED-NUM
                   MOVE HRS-LEAVE(HOURS-IDX) TO LEAVE-HOURS-NUM
                   MOVE HOURS-COUNT TO HOURS-IDX
               END-IF
           END-PERFORM
           IF HOURS-WORKED-NUM = 0 AND LEAVE-HOURS-NUM = 0
               ADD 1 TO HOURLY-NO-HOURS-COUNT
           END-IF
           IF HOURS-WORKED-NUM > OT-THRESHOLD
               MOVE 0 TO OT-HOURS
           END-IF
           COMPUTE HOURLY-PERIOD-GROSS ROUNDED =
               ((HOURS-WORKED-NUM + LEAVE-HOURS-NUM)
                   * HOURLY-RATE-IN)
               + (OT-HOURS * HOURLY-RATE-IN / 2)
           COMPUTE WORK-ANNUAL-SALARY =
               HOURLY-PERIOD-GROSS * PERIOD-COUNT.
                       MOVE GLA-FUTA-LIAB-IN TO GL-FUTA-LIAB-ACCT
                       MOVE GLA-SUTA-EXP-IN TO GL-SUTA-EXP-ACCT
                       MOVE GLA-SUTA-LIAB-IN TO GL-SUTA-LIAB-ACCT
      *>      A CHART WITH NO RETRO-PAY ACCOUNT POSTS RETRO TO
      *>      SALARY EXPENSE WITH THE REST OF GROSS
                       IF GLA-RETRO-EXP-IN IS NUMERIC
                           AND GLA-RETRO-EXP-IN > 0
                           MOVE GLA-RETRO-EXP-IN TO GL-RETRO-EXP-ACCT
                       ELSE
                           MOVE GLA-SAL-EXP-IN TO GL-RETRO-EXP-ACCT
                       END-IF
      *>      A CHART WITH NO MEALS ACCOUNT POSTS MEALS TO TRAVEL, AND
      *>      ONE WITH NEITHER POSTS BOTH TO SALARY EXPENSE
                       IF GLA-TRAVEL-EXP-IN IS NUMERIC
                           AND GLA-TRAVEL-EXP-IN > 0
                           MOVE GLA-TRAVEL-EXP-IN
                               TO GL-TRAVEL-EXP-ACCT
                       ELSE
                           MOVE GLA-SAL-EXP-IN TO GL-TRAVEL-EXP-ACCT
                       END-IF
                       IF GLA-MEALS-EXP-IN IS NUMERIC
                           AND GLA-MEALS-EXP-IN > 0
                           MOVE GLA-MEALS-EXP-IN TO GL-MEALS-EXP-ACCT
                       ELSE
                           MOVE GL-TRAVEL-EXP-ACCT TO GL-MEALS-EXP-ACCT
                       END-IF
               END-READ
               CLOSE GL-ACCT-FILE
           END-IF.
           WRITE REC-OUT FROM HEADER-2
           WRITE REC-OUT FROM HEADER-3
           WRITE REC-OUT FROM SPACING
           MOVE 5 TO LINE-COUNT
           IF PREVIEW-RUN = 'YES'
               WRITE REC-OUT FROM PREVIEW-STAMP-LINE
               ADD 1 TO LINE-COUNT
           END-IF.
       150-CHECK-TERMINATED.
           MOVE 'NO' TO EMP-IS-TERMINATED
           MOVE 0 TO CURRENT-TERR
           MOVE 0 TO CURRENT-OFFICE
           MOVE 0 TO TERM-DATE-NUM
           MOVE 0 TO EMP-ANNUAL-SALARY-HOLD
           MOVE 1 TO CURRENT-COMPANY
           MOVE 0 TO CURRENT-COST-COMPANY
           IF MASTER-IS-OPEN = 'YES'
               MOVE NUM-IN TO EMP-NUMBER
               READ EMP-MASTER
                       IF EMP-OFFICE-NO IS NUMERIC
                           MOVE EMP-OFFICE-NO TO CURRENT-OFFICE
                       END-IF
                       IF EMP-COMPANY IS NUMERIC AND EMP-COMPANY > 0
                           MOVE EMP-COMPANY TO CURRENT-COMPANY
                       END-IF
                       IF EMP-COST-COMPANY IS NUMERIC
                           MOVE EMP-COST-COMPANY
                               TO CURRENT-COST-COMPANY
                       END-IF
               END-READ
           END-IF
           PERFORM 076-RESOLVE-COMPANIES.
       050-READ-RATES.
      *>      THE RATES FILE NOW CARRIES ONE ROW PER TABLE VERSION,
      *>      EACH WITH ITS EFFECTIVE DATE; THE VERSION IN FORCE FOR
                           MOVE RAISE-PCT-IN TO RAISE-PCT
                           MOVE UNION-PCT-IN TO UNION-PCT
                           MOVE INSUR-PCT-IN TO INSUR-PCT
                           IF SUPP-RATE-IN IS NUMERIC
                               AND SUPP-RATE-IN > 0
                               MOVE SUPP-RATE-IN TO SUPP-FED-RATE
                           ELSE
                               MOVE .220 TO SUPP-FED-RATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
               DISPLAY 'COMMISSION PAYABLE TABLE FILLED AT 200 '
                   'ROWS - REMAINING PAYABLES NOT PAID THIS RUN'
           END-IF.
       071-READ-EXP-REIMB.
           OPEN INPUT EXP-REIMB
           IF REIMB-STATUS NOT = '00'
               MOVE 'YES' TO REIMB-EOF
           END-IF
           PERFORM UNTIL REIMB-EOF = 'YES'
               READ EXP-REIMB
                   AT END
                       MOVE 'YES' TO REIMB-EOF
                   NOT AT END
                       IF EXR-TRAVEL-AMT > 0 OR EXR-MEALS-AMT > 0
                           IF REIMB-COUNT < 500
                               ADD 1 TO REIMB-COUNT
                               MOVE EXR-EMP-NO
                                   TO RMB-EMP-NO(REIMB-COUNT)
                               MOVE EXR-TRAVEL-AMT
                                   TO RMB-TRAVEL(REIMB-COUNT)
                               MOVE EXR-MEALS-AMT
                                   TO RMB-MEALS(REIMB-COUNT)
                               MOVE 'N' TO RMB-MATCHED(REIMB-COUNT)
                           ELSE
                               MOVE 'YES' TO REIMB-TABLE-FULL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF REIMB-STATUS = '00' OR REIMB-STATUS = '10'
               CLOSE EXP-REIMB
           END-IF
           IF REIMB-TABLE-FULL = 'YES'
               DISPLAY 'EXPENSE REIMBURSEMENT TABLE FILLED AT 500 '
                   'ROWS - REMAINING REIMBURSEMENTS NOT PAID THIS RUN'
           END-IF.
       072-READ-COMPANIES.
      *>      NO COMPANY MASTER MEANS THE ONE ORIGINAL EMPLOYER -
      *>      COMPANY 01 IS ALWAYS IN THE TABLE, AT NO CHART OFFSET
      *>      UNLESS THE MASTER SAYS OTHERWISE
           INITIALIZE CO-TABLE
           OPEN INPUT CO-MASTER
           IF CO-STATUS NOT = '00'
               MOVE 'YES' TO CO-EOF
           END-IF
           PERFORM UNTIL CO-EOF = 'YES'
               READ CO-MASTER
                   AT END
                       MOVE 'YES' TO CO-EOF
                   NOT AT END
                       IF CO-CODE IS NUMERIC AND CO-CODE > 0
                           IF CO-COUNT < 10
                               ADD 1 TO CO-COUNT
                               MOVE CO-CODE TO COT-CODE(CO-COUNT)
                               MOVE CO-NAME TO COT-NAME(CO-COUNT)
                               IF CO-GL-OFFSET IS NUMERIC
                                   MOVE CO-GL-OFFSET
                                       TO COT-GL-OFFSET(CO-COUNT)
                               END-IF
                           ELSE
                               MOVE 'YES' TO CO-TABLE-FULL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF CO-STATUS = '00' OR CO-STATUS = '10'
               CLOSE CO-MASTER
           END-IF
           MOVE 1 TO FIND-CO-CODE
           PERFORM 073-FIND-COMPANY
           IF FIND-CO-IDX = 0
               IF CO-COUNT < 10
                   ADD 1 TO CO-COUNT
                   MOVE 1 TO COT-CODE(CO-COUNT)
                   MOVE 'COMPANY 01' TO COT-NAME(CO-COUNT)
               ELSE
                   MOVE 'YES' TO CO-TABLE-FULL
               END-IF
           END-IF
           IF CO-TABLE-FULL = 'YES'
               DISPLAY 'COMPANY MASTER HOLDS MORE THAN 10 COMPANIES '
                   '- RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       073-FIND-COMPANY.
           MOVE 0 TO FIND-CO-IDX
           PERFORM VARYING CO-IDX FROM 1 BY 1 UNTIL CO-IDX > CO-COUNT
               IF COT-CODE(CO-IDX) = FIND-CO-CODE
                   MOVE CO-IDX TO FIND-CO-IDX
                   MOVE CO-COUNT TO CO-IDX
               END-IF
           END-PERFORM.
       074-ADD-COMPANY-TOTALS.
           ADD 1 TO COT-EMPS(CURRENT-CO-IDX)
           ADD PERIOD-GROSS TO COT-GROSS(CURRENT-CO-IDX)
           ADD PERIOD-FICA TO COT-FICA(CURRENT-CO-IDX)
           ADD PERIOD-FED TO COT-FED(CURRENT-CO-IDX)
           ADD PERIOD-STATE TO COT-STATE(CURRENT-CO-IDX)
           ADD PERIOD-PAY-AMOUNT TO COT-NET(CURRENT-CO-IDX).
       076-RESOLVE-COMPANIES.
      *>      THE COST COMPANY DEFAULTS TO THE EMPLOYER. A CODE NOT ON
      *>      THE COMPANY MASTER FALLS BACK - EMPLOYER TO COMPANY 01,
      *>      COST COMPANY TO THE EMPLOYER - AND IS LISTED
           IF CURRENT-COST-COMPANY = 0
               MOVE CURRENT-COMPANY TO CURRENT-COST-COMPANY
           END-IF
           MOVE CURRENT-COMPANY TO FIND-CO-CODE
           PERFORM 073-FIND-COMPANY
           IF FIND-CO-IDX = 0
               ADD 1 TO CO-UNKNOWN-COUNT
               MOVE SPACES TO AUDIT-REC
               STRING 'EMPLOYEE ' NUM-IN ' COMPANY ' CURRENT-COMPANY
                   ' NOT ON COMPANY MASTER - PAID UNDER COMPANY 01'
                   DELIMITED BY SIZE INTO AUDIT-REC
               WRITE AUDIT-REC
               MOVE 1 TO CURRENT-COMPANY
               MOVE 1 TO FIND-CO-CODE
               PERFORM 073-FIND-COMPANY
           END-IF
           MOVE FIND-CO-IDX TO CURRENT-CO-IDX
           MOVE CURRENT-COST-COMPANY TO FIND-CO-CODE
           PERFORM 073-FIND-COMPANY
           IF FIND-CO-IDX = 0
               ADD 1 TO CO-UNKNOWN-COUNT
               MOVE SPACES TO AUDIT-REC
               STRING 'EMPLOYEE ' NUM-IN ' COST COMPANY '
                   CURRENT-COST-COMPANY
                   ' NOT ON COMPANY MASTER - CHARGED TO EMPLOYER'
                   DELIMITED BY SIZE INTO AUDIT-REC
               WRITE AUDIT-REC
               MOVE CURRENT-COMPANY TO CURRENT-COST-COMPANY
           END-IF.
       061-READ-BAD-BANK.
           OPEN INPUT BAD-BANK-FILE
           IF BAD-BANK-STATUS NOT = '00'
                   MOVE BAD-BANK-COUNT TO BAD-BANK-IDX
               END-IF
           END-PERFORM.
       194-FIND-REIMBURSEMENT.
           MOVE 0 TO PERIOD-REIMB-TRAVEL
           MOVE 0 TO PERIOD-REIMB-MEALS
           PERFORM VARYING REIMB-IDX FROM 1 BY 1
               UNTIL REIMB-IDX > REIMB-COUNT
               IF RMB-EMP-NO(REIMB-IDX) = NUM-IN
                   AND RMB-MATCHED(REIMB-IDX) = 'N'
                   ADD RMB-TRAVEL(REIMB-IDX) TO PERIOD-REIMB-TRAVEL
                   ADD RMB-MEALS(REIMB-IDX) TO PERIOD-REIMB-MEALS
                   MOVE 'Y' TO RMB-MATCHED(REIMB-IDX)
               END-IF
           END-PERFORM
           COMPUTE PERIOD-REIMB =
               PERIOD-REIMB-TRAVEL + PERIOD-REIMB-MEALS.
       195-FIND-COMMISSION.
           MOVE 0 TO PERIOD-COMMISSION
           PERFORM VARYING COMM-IDX FROM 1 BY 1
                   MOVE CHECKPOINT-DEP-HASH-OUT TO DEPOSIT-HASH
                   MOVE CHECKPOINT-DEP-TOTAL-OUT TO DEPOSIT-TOTAL
                   MOVE CHECKPOINT-VAR-COUNT-OUT TO VARIANCE-COUNT
      *>      A CHECKPOINT WRITTEN BEFORE THE COMPANY TOTALS EXISTED
      *>      CARRIES NONE
                   IF CKP-CO-CODE(1) IS NUMERIC
                       PERFORM VARYING CO-IDX FROM 1 BY 1
                           UNTIL CO-IDX > CO-COUNT
                           IF CKP-CO-CODE(CO-IDX) = COT-CODE(CO-IDX)
                               MOVE CKP-CO-EMPS(CO-IDX)
                                   TO COT-EMPS(CO-IDX)
                               MOVE CKP-CO-GROSS(CO-IDX)
                                   TO COT-GROSS(CO-IDX)
                               MOVE CKP-CO-FICA(CO-IDX)
                                   TO COT-FICA(CO-IDX)
                               MOVE CKP-CO-FED(CO-IDX)
                                   TO COT-FED(CO-IDX)
                               MOVE CKP-CO-STATE(CO-IDX)
                                   TO COT-STATE(CO-IDX)
                               MOVE CKP-CO-NET(CO-IDX)
                                   TO COT-NET(CO-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
               CLOSE CHECKPOINT-FILE
           ELSE
           MOVE DEPOSIT-HASH TO CHECKPOINT-DEP-HASH-OUT
           MOVE DEPOSIT-TOTAL TO CHECKPOINT-DEP-TOTAL-OUT
           MOVE VARIANCE-COUNT TO CHECKPOINT-VAR-COUNT-OUT
           PERFORM VARYING CO-IDX FROM 1 BY 1 UNTIL CO-IDX > 10
               MOVE COT-CODE(CO-IDX) TO CKP-CO-CODE(CO-IDX)
               MOVE COT-EMPS(CO-IDX) TO CKP-CO-EMPS(CO-IDX)
               MOVE COT-GROSS(CO-IDX) TO CKP-CO-GROSS(CO-IDX)
               MOVE COT-FICA(CO-IDX) TO CKP-CO-FICA(CO-IDX)
               MOVE COT-FED(CO-IDX) TO CKP-CO-FED(CO-IDX)
               MOVE COT-STATE(CO-IDX) TO CKP-CO-STATE(CO-IDX)
               MOVE COT-NET(CO-IDX) TO CKP-CO-NET(CO-IDX)
           END-PERFORM
           OPEN OUTPUT CHECKPOINT-FILE
           WRITE CHECKPOINT-REC
           CLOSE CHECKPOINT-FILE.
      *>      HOURLY FROM THIS PERIOD'S HOURS AT TIME-AND-A-HALF
      *>      OVER THE OVERTIME THRESHOLD
           MOVE 0 TO HOURS-WORKED-NUM
           MOVE 0 TO LEAVE-HOURS-NUM
           IF PAY-TYPE-IN = 'H' AND HOURLY-RATE-IN IS NUMERIC
               PERFORM 190-HOURLY-GROSS
           ELSE
               PERFORM 246-PAY-OUT-VACATION
           END-IF
      *>      =======================================================
      *>      RETRO PAY: A RAISE EFFECTIVE IN A PERIOD ALREADY PAID
      *>      MAKES UP THE DIFFERENCE FOR EACH MISSED PERIOD
           MOVE 0 TO PERIOD-RETRO
           MOVE 0 TO RETRO-THRU-PERIOD
           IF EMP-RAISE-APPROVER NOT = SPACES
               AND EMP-RAISE-EFF-PERIOD > 0
               AND EMP-RAISE-EFF-PERIOD < CURRENT-PERIOD-NO
               PERFORM 198-COMPUTE-RETRO-PAY
           END-IF
      *>      =======================================================
      *>      ACCRUE THE COMPANY'S OWN TAXES ON THIS PERIOD'S GROSS
           PERFORM 255-ACCRUE-EMPLOYER-TAXES
      *>      =======================================================
           PERFORM 250-APPLY-DEDUCTIONS
      *>      =======================================================
      *>      FEED THE WITHHELD DOLLARS TO THE REMITTANCE RUN
           IF PREVIEW-RUN = 'NO'
               PERFORM 962-WRITE-DED-DETAIL
           END-IF
           IF FINAL-PAY-MODE = 'YES'
               PERFORM 247-REPORT-UNMET-GOALS
           END-IF
               MOVE 0 TO PERIOD-NET
           END-IF
      *>      =======================================================
      *>      APPROVED EXPENSES RIDE THE CHECK AFTER TAXES - NOT
      *>      WAGES, SO THEY STAY OUT OF NET PAY AND YEAR-TO-DATE
           PERFORM 194-FIND-REIMBURSEMENT
           COMPUTE PERIOD-PAY-AMOUNT = PERIOD-NET + PERIOD-REIMB
      *>      =======================================================
      *>      LOG CALCULATION DETAIL TO THE AUDIT FILE
           PERFORM 950-WRITE-AUDIT
      *>      =======================================================
      *>      ROLL THIS PERIOD'S SALARY INTO YEAR-TO-DATE - A PREVIEW
      *>      ONLY RUNS THE VARIANCE CHECK AGAINST THE PRIOR PERIOD
           IF PREVIEW-RUN = 'YES'
               PERFORM 969-PREVIEW-VARIANCE
           ELSE
               PERFORM 960-UPDATE-YTD
      *>      =======================================================
      *>      WRITE THIS EMPLOYEE'S STUB PAGE
               PERFORM 955-WRITE-STUB
      *>      =======================================================
      *>      QUEUE THIS EMPLOYEE'S DIRECT DEPOSIT
               PERFORM 957-WRITE-DEPOSIT
           END-IF
      *>      =======================================================
      *>      FOLD THIS EMPLOYEE INTO THE LEDGER ACCUMULATIONS
           PERFORM 958-ACCUMULATE-GL
           ADD SALARY-NEW TO TOTAL-NEW-SALARY
           ADD FICA-TAX TO TOTAL-FICA-TAX
           ADD FED-TAX TO TOTAL-FED-TAX
           ADD STATE-TAX TO TOTAL-STATE-TAX
           PERFORM 074-ADD-COMPANY-TOTALS.
       210-CHECK-OFF-CYCLE.
           MOVE 'NO' TO OFC-EMP-FOUND
           PERFORM VARYING OFC-IDX FROM 1 BY 1
               UNTIL OFC-IDX > OFC-COUNT
               IF OFT-EMP-NO(OFC-IDX) = NUM-IN
                   AND OFT-STATE(OFC-IDX) = 'N'
                   MOVE 'YES' TO OFC-EMP-FOUND
                   MOVE OFC-COUNT TO OFC-IDX
               END-IF
           END-PERFORM
           IF OFC-EMP-FOUND = 'YES'
               PERFORM 150-CHECK-TERMINATED
               PERFORM 211-PROCESS-OFF-CYCLE
           END-IF.
       211-PROCESS-OFF-CYCLE.
      *>      =======================================================
      *>      NONE OF THE REGULAR-PERIOD PAY RIDES AN OFF-CYCLE CHECK
           MOVE 'NO' TO FINAL-PAY-MODE
           MOVE 0 TO HOURS-WORKED-NUM
           MOVE 0 TO LEAVE-HOURS-NUM
           MOVE 0 TO PERIOD-COMMISSION
           MOVE 0 TO PERIOD-REIMB-TRAVEL
           MOVE 0 TO PERIOD-REIMB-MEALS
           MOVE 0 TO PERIOD-REIMB
           MOVE 0 TO PERIOD-RETRO
           MOVE 0 TO RETRO-THRU-PERIOD
           MOVE 0 TO EMP-RAISE-PCT
           MOVE 0 TO EMP-NEW-SALARY
           MOVE SPACES TO EMP-RAISE-APPROVER
           MOVE 0 TO EMP-RAISE-EFF-PERIOD
           MOVE 0 TO PERIOD-UNION
           MOVE 0 TO PERIOD-INSUR
      *>      =======================================================
      *>      GROSS IS THE SUM OF THIS EMPLOYEE'S TRANSACTIONS
           MOVE 0 TO PERIOD-GROSS
           PERFORM VARYING OFC-IDX FROM 1 BY 1
               UNTIL OFC-IDX > OFC-COUNT
               IF OFT-EMP-NO(OFC-IDX) = NUM-IN
                   AND OFT-STATE(OFC-IDX) = 'N'
                   ADD OFT-GROSS(OFC-IDX) TO PERIOD-GROSS
                   MOVE 'P' TO OFT-STATE(OFC-IDX)
               END-IF
           END-PERFORM
      *>      =======================================================
      *>      SUPPLEMENTAL WAGES ARE WITHHELD AT FLAT RATES, NOT
      *>      ANNUALIZED THROUGH THE BRACKETS
           COMPUTE PERIOD-FICA ROUNDED = PERIOD-GROSS * FICA
           COMPUTE PERIOD-FED ROUNDED = PERIOD-GROSS * SUPP-FED-RATE
           COMPUTE PERIOD-STATE ROUNDED = PERIOD-GROSS * STATE
           PERFORM 255-ACCRUE-EMPLOYER-TAXES
           PERFORM 250-APPLY-DEDUCTIONS
           IF PREVIEW-RUN = 'NO'
               PERFORM 962-WRITE-DED-DETAIL
           END-IF
           COMPUTE PERIOD-NET = PERIOD-GROSS - PERIOD-FICA
               - PERIOD-FED - PERIOD-STATE - DED-PERIOD-TOTAL
           IF PERIOD-NET < 0
               MOVE 0 TO PERIOD-NET
           END-IF
           MOVE PERIOD-NET TO PERIOD-PAY-AMOUNT
           PERFORM 951-WRITE-OFF-CYCLE-AUDIT
           IF PREVIEW-RUN = 'NO'
               PERFORM 964-ABSORB-OFF-CYCLE-YTD
               PERFORM 955-WRITE-STUB
               PERFORM 957-WRITE-DEPOSIT
           END-IF
           PERFORM 958-ACCUMULATE-GL
      *>      =======================================================
      *>      THE LISTING CARRIES THE PAYMENT IN THE NEW-SIDE COLUMNS
           MOVE SPACES TO REC-OUT
           MOVE NUM-IN TO NUM-OUT
           MOVE NAME-IN TO NAME-OUT
           MOVE PERIOD-FICA TO FICA-OUT2
           MOVE PERIOD-FED TO FED-OUT2
           MOVE PERIOD-STATE TO STATE-OUT2
           MOVE PERIOD-NET TO NEW-SALARY-OUT
           MOVE CURRENT-PERIOD-NO TO PERIOD-NO-OUT
           MOVE PERIOD-GROSS TO PERIOD-GROSS-OUT
           MOVE PERIOD-NET TO PERIOD-NET-OUT
           IF LINE-COUNT > PAGE-DEPTH
               PERFORM 160-PAGE-HEADING
           END-IF
           ADD 1 TO LINE-COUNT
           WRITE REC-OUT
           ADD 1 TO EMP-COUNT
           ADD PERIOD-FICA TO TOTAL-FICA-TAX
           ADD PERIOD-FED TO TOTAL-FED-TAX
           ADD PERIOD-STATE TO TOTAL-STATE-TAX
           PERFORM 074-ADD-COMPANY-TOTALS.
       215-NAME-EARN-TYPE.
           EVALUATE OFT-EARN-TYPE(OFC-IDX)
               WHEN 'B'
                   MOVE 'BONUS' TO OFC-EARN-LABEL
               WHEN 'C'
                   MOVE 'CORRECTION PAY' TO OFC-EARN-LABEL
               WHEN OTHER
                   MOVE 'OTHER EARNINGS' TO OFC-EARN-LABEL
           END-EVALUATE.
       245-PRORATE-FINAL-PAY.
           COMPUTE FINAL-PRORATE-START =
               FUNCTION INTEGER-OF-DATE(CURRENT-PERIOD-START)
           COMPUTE PERIOD-STATE ROUNDED =
               PERIOD-STATE + (VAC-PAYOUT-AMT * STATE)
           MOVE 0 TO VAC-BALANCE-HOURS
           IF PREVIEW-RUN = 'NO'
               REWRITE VAC-BALANCE-REC
           END-IF
           MOVE VAC-PAYOUT-AMT TO FINAL-AUDIT-AMT-PRINT
           MOVE SPACES TO AUDIT-REC
           STRING 'VACATION PAID OUT: ' VAC-PAYOUT-HOURS
               END-IF
           END-PERFORM.
       270-TAKE-ONE-DEDUCTION.
      *>      A FLAT AMOUNT IS A PER-PERIOD FIGURE ALREADY TAKEN ON
      *>      THE REGULAR CHECK - AN OFF-CYCLE PAYMENT TAKES ONLY THE
      *>      PERCENT-OF-GROSS SHARE
           IF OFF-CYCLE-RUN = 'YES'
               COMPUTE DED-AMOUNT ROUNDED =
                   PERIOD-GROSS * DED-PCT(DED-IDX)
           ELSE
               COMPUTE DED-AMOUNT ROUNDED = DED-FLAT(DED-IDX)
                   + (PERIOD-GROSS * DED-PCT(DED-IDX))
           END-IF
           IF DED-GOAL(DED-IDX) > 0
               PERFORM 280-FIND-TAKEN-TO-DATE
               IF DED-TAKEN-TO-DATE >= DED-GOAL(DED-IDX)
           IF PAY-TYPE-IN = 'H'
               MOVE SPACES TO AUDIT-REC
               STRING 'PAY TYPE: HOURLY  HOURS WORKED: '
                   HOURS-WORKED-NUM '  LEAVE: ' LEAVE-HOURS-NUM
                   '  RATE: ' HOURLY-RATE-IN
                   DELIMITED BY SIZE INTO AUDIT-REC
               WRITE AUDIT-REC
           END-IF
                   DELIMITED BY SIZE INTO AUDIT-REC
               WRITE AUDIT-REC
           END-IF
           IF PERIOD-REIMB > 0
               MOVE PERIOD-REIMB TO REIMB-AUDIT-AMT-PRINT
               MOVE SPACES TO AUDIT-REC
               STRING 'EXPENSE REIMBURSEMENT (NOT TAXED): '
                   REIMB-AUDIT-AMT-PRINT
                   DELIMITED BY SIZE INTO AUDIT-REC
               WRITE AUDIT-REC
           END-IF
           IF ER-RATES-LOADED = 'YES'
               MOVE PERIOD-ER-FICA TO ER-AUDIT-AMT-PRINT
               MOVE SPACES TO AUDIT-REC
                   DELIMITED BY SIZE INTO AUDIT-REC
               WRITE AUDIT-REC
           END-IF
           IF PERIOD-RETRO > 0
               MOVE PERIOD-RETRO TO RETRO-DIFF-PRINT
               MOVE SPACES TO AUDIT-REC
               STRING 'RETRO PAY IN GROSS: ' RETRO-DIFF-PRINT
                   '  THRU PERIOD ' RETRO-THRU-PERIOD
                   '  APPROVED BY ' EMP-RAISE-APPROVER
                   DELIMITED BY SIZE INTO AUDIT-REC
               WRITE AUDIT-REC
           END-IF
           STRING 'OLD UNION: ' UNION-IN '  NEW UNION: ' UNION-DIFF
               DELIMITED BY SIZE INTO AUDIT-REC
           WRITE AUDIT-REC
           END-PERFORM
           MOVE ALL '*' TO AUDIT-REC
           WRITE AUDIT-REC.
       951-WRITE-OFF-CYCLE-AUDIT.
           ADD 1 TO AUDIT-SEQ-NO
           MOVE SPACES TO AUDIT-REC
           STRING 'AUDIT SEQ: ' AUDIT-SEQ-NO
               '  EMPLOYEE: ' NUM-IN ' ' NAME-IN '  OFF-CYCLE'
               DELIMITED BY SIZE INTO AUDIT-REC
           WRITE AUDIT-REC
           PERFORM VARYING OFC-IDX FROM 1 BY 1
               UNTIL OFC-IDX > OFC-COUNT
               IF OFT-EMP-NO(OFC-IDX) = NUM-IN
                   AND OFT-STATE(OFC-IDX) = 'P'
                   PERFORM 215-NAME-EARN-TYPE
                   MOVE OFT-GROSS(OFC-IDX) TO OFC-AMT-PRINT
                   MOVE SPACES TO AUDIT-REC
                   STRING 'OFF-CYCLE EARNINGS: ' OFC-EARN-LABEL
                       ' ' OFC-AMT-PRINT
                       DELIMITED BY SIZE INTO AUDIT-REC
                   WRITE AUDIT-REC
               END-IF
           END-PERFORM
           MOVE PERIOD-FICA TO OFC-AMT-PRINT
           MOVE SPACES TO AUDIT-REC
           STRING 'FICA TAX: ' OFC-AMT-PRINT
               DELIMITED BY SIZE INTO AUDIT-REC
           WRITE AUDIT-REC
           MOVE PERIOD-FED TO OFC-AMT-PRINT
           MOVE SUPP-FED-RATE TO OFC-RATE-PRINT
           MOVE SPACES TO AUDIT-REC
           STRING 'FED TAX AT SUPPLEMENTAL RATE ' OFC-RATE-PRINT
               ': ' OFC-AMT-PRINT
               DELIMITED BY SIZE INTO AUDIT-REC
           WRITE AUDIT-REC
           MOVE PERIOD-STATE TO OFC-AMT-PRINT
           MOVE STATE TO OFC-RATE-PRINT
           MOVE SPACES TO AUDIT-REC
           STRING 'STATE TAX AT FLAT RATE ' OFC-RATE-PRINT
               ': ' OFC-AMT-PRINT
               DELIMITED BY SIZE INTO AUDIT-REC
           WRITE AUDIT-REC
           IF ER-RATES-LOADED = 'YES'
               MOVE PERIOD-ER-FICA TO ER-AUDIT-AMT-PRINT
               MOVE SPACES TO AUDIT-REC
               STRING 'EMPLOYER FICA MATCH: ' ER-AUDIT-AMT-PRINT
                   DELIMITED BY SIZE INTO AUDIT-REC
               WRITE AUDIT-REC
               MOVE PERIOD-FUTA TO ER-AUDIT-AMT-PRINT
               MOVE SPACES TO AUDIT-REC
               STRING 'EMPLOYER FUTA: ' ER-AUDIT-AMT-PRINT
                   DELIMITED BY SIZE INTO AUDIT-REC
               WRITE AUDIT-REC
               MOVE PERIOD-SUTA TO ER-AUDIT-AMT-PRINT
               MOVE SPACES TO AUDIT-REC
               STRING 'EMPLOYER SUTA: ' ER-AUDIT-AMT-PRINT
                   DELIMITED BY SIZE INTO AUDIT-REC
               WRITE AUDIT-REC
           END-IF
           PERFORM VARYING APPLIED-IDX FROM 1 BY 1
               UNTIL APPLIED-IDX > APPLIED-DED-COUNT
               MOVE APPLIED-DED-AMT(APPLIED-IDX)
                   TO DED-AUDIT-AMT-PRINT
               MOVE SPACES TO AUDIT-REC
               STRING 'DEDUCTION ' APPLIED-DED-CODE(APPLIED-IDX)
                   ': ' DED-AUDIT-AMT-PRINT
                   DELIMITED BY SIZE INTO AUDIT-REC
               WRITE AUDIT-REC
           END-PERFORM
           MOVE PERIOD-NET TO OFC-AMT-PRINT
           MOVE SPACES TO AUDIT-REC
           STRING 'OFF-CYCLE NET PAY: ' OFC-AMT-PRINT
               DELIMITED BY SIZE INTO AUDIT-REC
           WRITE AUDIT-REC
           MOVE ALL '*' TO AUDIT-REC
           WRITE AUDIT-REC.
       955-WRITE-STUB.
           WRITE STUB-REC FROM STUB-RULE-LINE
           MOVE RUN-DATE TO STUB-DATE-OUT
           MOVE NUM-IN TO STUB-EMP-NO-OUT
           MOVE NAME-IN TO STUB-NAME-OUT
           WRITE STUB-REC FROM STUB-ID-LINE
           IF OFF-CYCLE-RUN = 'YES'
               WRITE STUB-REC FROM STUB-OFF-CYCLE-LINE
           END-IF
           WRITE STUB-REC FROM STUB-COL-LINE
           MOVE 'GROSS PAY' TO STUB-LABEL-OUT
           MOVE PERIOD-GROSS TO STUB-CURR-OUT
           MOVE YTD-GROSS TO STUB-YTD-OUT
           WRITE STUB-REC FROM STUB-AMT-LINE
           IF OFF-CYCLE-RUN = 'YES'
               MOVE 0 TO STUB-YTD-OUT
               PERFORM VARYING OFC-IDX FROM 1 BY 1
                   UNTIL OFC-IDX > OFC-COUNT
                   IF OFT-EMP-NO(OFC-IDX) = NUM-IN
                       AND OFT-STATE(OFC-IDX) = 'P'
                       PERFORM 215-NAME-EARN-TYPE
                       MOVE OFC-EARN-LABEL TO STUB-LABEL-OUT
                       MOVE OFT-GROSS(OFC-IDX) TO STUB-CURR-OUT
                       WRITE STUB-REC FROM STUB-AMT-LINE
                   END-IF
               END-PERFORM
           END-IF
           IF PERIOD-COMMISSION > 0 OR YTD-COMMISSION > 0
               MOVE 'COMMISSION (IN GROSS)' TO STUB-LABEL-OUT
               MOVE PERIOD-COMMISSION TO STUB-CURR-OUT
               MOVE YTD-COMMISSION TO STUB-YTD-OUT
               WRITE STUB-REC FROM STUB-AMT-LINE
           END-IF
           IF PERIOD-RETRO > 0 OR YTD-RETRO > 0
               MOVE 'RETRO PAY (IN GROSS)' TO STUB-LABEL-OUT
               MOVE PERIOD-RETRO TO STUB-CURR-OUT
               MOVE YTD-RETRO TO STUB-YTD-OUT
               WRITE STUB-REC FROM STUB-AMT-LINE
           END-IF
           MOVE 'FICA TAX' TO STUB-LABEL-OUT
           MOVE PERIOD-FICA TO STUB-CURR-OUT
           MOVE YTD-FICA TO STUB-YTD-OUT
           MOVE PERIOD-NET TO STUB-CURR-OUT
           MOVE YTD-NEW-NET-PAY TO STUB-YTD-OUT
           WRITE STUB-REC FROM STUB-AMT-LINE
           IF PERIOD-REIMB > 0
               MOVE 'EXPENSE REIMBURSEMENT' TO STUB-PAY-LABEL-OUT
               MOVE PERIOD-REIMB TO STUB-PAY-CURR-OUT
               WRITE STUB-REC FROM STUB-PAY-LINE
               MOVE 'TOTAL PAID' TO STUB-PAY-LABEL-OUT
               MOVE PERIOD-PAY-AMOUNT TO STUB-PAY-CURR-OUT
               WRITE STUB-REC FROM STUB-PAY-LINE
           END-IF
           WRITE STUB-REC FROM STUB-RULE-LINE.
       956-FIND-YTD-DED-AMT.
           MOVE 0 TO STUB-YTD-OUT
               MOVE NAME-IN TO CHKR-NAME
               MOVE CURRENT-PERIOD-NO TO CHKR-PERIOD
               MOVE RUN-DATE TO CHKR-DATE
               MOVE PERIOD-PAY-AMOUNT TO CHKR-NET
               WRITE CHECK-REQUEST-REC
           ELSE
           IF ROUTING-IN IS NUMERIC AND ACCOUNT-IN NOT = SPACES
               MOVE NUM-IN TO BDT-EMP-NO-OUT
               MOVE ROUTING-IN TO BDT-ROUTING-OUT
               MOVE ACCOUNT-IN TO BDT-ACCOUNT-OUT
               MOVE PERIOD-PAY-AMOUNT TO BDT-AMOUNT-OUT
               MOVE CURRENT-COMPANY TO BDT-COMPANY-OUT
               WRITE BANK-REC FROM BANK-DETAIL-REC
               ADD 1 TO DEPOSIT-COUNT
               ADD ROUTING-NUM TO DEPOSIT-HASH
               ADD PERIOD-PAY-AMOUNT TO DEPOSIT-TOTAL
               MOVE NUM-IN TO REG-EMP-NO-OUT
               MOVE NAME-IN TO REG-NAME-OUT
               MOVE ROUTING-IN TO REG-ROUTING-OUT
               MOVE ACCOUNT-IN TO REG-ACCOUNT-OUT
               MOVE PERIOD-PAY-AMOUNT TO REG-AMOUNT-OUT
               MOVE CURRENT-COMPANY TO REG-COMPANY-OUT
               WRITE REGISTER-REC FROM REGISTER-DETAIL
           ELSE
               ADD 1 TO NO-BANK-COUNT
               MOVE NAME-IN TO CHKR-NAME
               MOVE CURRENT-PERIOD-NO TO CHKR-PERIOD
               MOVE RUN-DATE TO CHKR-DATE
               MOVE PERIOD-PAY-AMOUNT TO CHKR-NET
               WRITE CHECK-REQUEST-REC
           END-IF
           END-IF.
           MOVE 'NO' TO GL-GROUP-FOUND
           PERFORM VARYING GL-IDX FROM 1 BY 1
               UNTIL GL-IDX > GL-GROUP-COUNT
               IF GLG-COMPANY(GL-IDX) = CURRENT-COMPANY
                   AND GLG-COST-COMPANY(GL-IDX) = CURRENT-COST-COMPANY
                   AND GLG-TERR(GL-IDX) = CURRENT-TERR
                   AND GLG-OFFICE(GL-IDX) = CURRENT-OFFICE
                   MOVE 'YES' TO GL-GROUP-FOUND
                   PERFORM 959-ADD-TO-GL-GROUP
               IF GL-GROUP-COUNT < 100
                   ADD 1 TO GL-GROUP-COUNT
                   MOVE GL-GROUP-COUNT TO GL-IDX
                   MOVE CURRENT-COMPANY TO GLG-COMPANY(GL-IDX)
                   MOVE CURRENT-COST-COMPANY
                       TO GLG-COST-COMPANY(GL-IDX)
                   MOVE CURRENT-TERR TO GLG-TERR(GL-IDX)
                   MOVE CURRENT-OFFICE TO GLG-OFFICE(GL-IDX)
                   MOVE 0 TO GLG-GROSS(GL-IDX)
                   MOVE 0 TO GLG-ER-FICA(GL-IDX)
                   MOVE 0 TO GLG-FUTA(GL-IDX)
                   MOVE 0 TO GLG-SUTA(GL-IDX)
                   MOVE 0 TO GLG-RETRO(GL-IDX)
                   MOVE 0 TO GLG-TRAVEL(GL-IDX)
                   MOVE 0 TO GLG-MEALS(GL-IDX)
                   PERFORM 959-ADD-TO-GL-GROUP
               ELSE
                   MOVE 'YES' TO GL-TABLE-FULL
           ADD GL-OTHER-AMT TO GLG-OTHER(GL-IDX)
           ADD PERIOD-ER-FICA TO GLG-ER-FICA(GL-IDX)
           ADD PERIOD-FUTA TO GLG-FUTA(GL-IDX)
           ADD PERIOD-SUTA TO GLG-SUTA(GL-IDX)
           ADD PERIOD-RETRO TO GLG-RETRO(GL-IDX)
           ADD PERIOD-REIMB-TRAVEL TO GLG-TRAVEL(GL-IDX)
           ADD PERIOD-REIMB-MEALS TO GLG-MEALS(GL-IDX).
       940-WRITE-GL-POSTINGS.
           IF GL-ACCTS-LOADED = 'NO'
               DISPLAY 'NO CHART-OF-ACCOUNTS FILE - GL POSTING '
                       'NOT PRODUCED, RERUN THE FULL PERIOD'
               ELSE
                   IF GL-TABLE-FULL = 'YES'
                       DISPLAY 'GL GROUP TABLE FILLED AT 100 COMPANY/'
                           'TERRITORY/OFFICE GROUPS - POSTINGS '
                           'INCOMPLETE, FILE NOT RELEASED'
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM 941-CHECK-GL-BALANCE
                       IF GL-TOTAL-DR = GL-TOTAL-CR
                           IF PREVIEW-RUN = 'NO'
                               PERFORM 942-WRITE-GL-FILE
                           END-IF
                       ELSE
                           DISPLAY 'GL POSTINGS OUT OF BALANCE - '
                               'FILE NOT RELEASED'
               COMPUTE GL-TOTAL-DR = GL-TOTAL-DR
                   + GLG-GROSS(GL-IDX) + GLG-ER-FICA(GL-IDX)
                   + GLG-FUTA(GL-IDX) + GLG-SUTA(GL-IDX)
                   + GLG-TRAVEL(GL-IDX) + GLG-MEALS(GL-IDX)
               COMPUTE GL-NET-AMT = GLG-GROSS(GL-IDX)
                   - GLG-FICA(GL-IDX) - GLG-FED(GL-IDX)
                   - GLG-STATE(GL-IDX) - GLG-UNION(GL-IDX)
                   - GLG-INSUR(GL-IDX) - GLG-OTHER(GL-IDX)
                   + GLG-TRAVEL(GL-IDX) + GLG-MEALS(GL-IDX)
               COMPUTE GL-TOTAL-CR = GL-TOTAL-CR
                   + GLG-FICA(GL-IDX) + GLG-FED(GL-IDX)
                   + GLG-STATE(GL-IDX) + GLG-UNION(GL-IDX)
           END-PERFORM
           CLOSE GL-POST-FILE.
       943-WRITE-GL-GROUP.
      *>      EXPENSES LAND IN THE COST COMPANY'S BLOCK OF THE CHART,
      *>      LIABILITIES AND NET PAY IN THE PAYING COMPANY'S; THE
      *>      POSTING NAMES THE PAYING COMPANY SO GL-CONSOLIDATE CAN
      *>      BOOK THE INTERCOMPANY CHARGE BETWEEN THE TWO
           MOVE GLG-COMPANY(GL-IDX) TO FIND-CO-CODE
           PERFORM 073-FIND-COMPANY
           MOVE COT-GL-OFFSET(FIND-CO-IDX) TO GL-PAY-OFFSET
           MOVE GLG-COST-COMPANY(GL-IDX) TO FIND-CO-CODE
           PERFORM 073-FIND-COMPANY
           MOVE COT-GL-OFFSET(FIND-CO-IDX) TO GL-COST-OFFSET
           MOVE GLG-COMPANY(GL-IDX) TO GLP-COMPANY-OUT
           MOVE GLG-TERR(GL-IDX) TO GLP-TERR-OUT
           MOVE GLG-OFFICE(GL-IDX) TO GLP-OFFICE-OUT
           MOVE RUN-DATE(5:2) TO GLP-PERIOD-OUT
           MOVE RUN-DATE TO GLP-DATE-OUT
      *>      RETRO PAY DEBITS ITS OWN EXPENSE ACCOUNT OUT OF THE
      *>      GROSS, SO THE FILE BALANCE IS UNDISTURBED
           COMPUTE GL-SAL-DR-AMT =
               GLG-GROSS(GL-IDX) - GLG-RETRO(GL-IDX)
           MOVE 'D' TO GLP-TYPE-OUT
           COMPUTE GLP-ACCT-OUT = GL-SAL-EXP-ACCT + GL-COST-OFFSET
           MOVE GL-SAL-DR-AMT TO GLP-AMOUNT-OUT
           WRITE GL-POST-REC
           IF GLG-RETRO(GL-IDX) > 0
               COMPUTE GLP-ACCT-OUT = GL-RETRO-EXP-ACCT + GL-COST-OFFSET
               MOVE GLG-RETRO(GL-IDX) TO GLP-AMOUNT-OUT
               WRITE GL-POST-REC
           END-IF
      *>      EXPENSE REIMBURSEMENTS DEBIT TRAVEL AND MEALS AND ARE
      *>      PAID OUT THROUGH THE NET PAY CREDIT BELOW
           IF GLG-TRAVEL(GL-IDX) > 0
               COMPUTE GLP-ACCT-OUT =
                   GL-TRAVEL-EXP-ACCT + GL-COST-OFFSET
               MOVE GLG-TRAVEL(GL-IDX) TO GLP-AMOUNT-OUT
               WRITE GL-POST-REC
           END-IF
           IF GLG-MEALS(GL-IDX) > 0
               COMPUTE GLP-ACCT-OUT = GL-MEALS-EXP-ACCT + GL-COST-OFFSET
               MOVE GLG-MEALS(GL-IDX) TO GLP-AMOUNT-OUT
               WRITE GL-POST-REC
           END-IF
           MOVE 'C' TO GLP-TYPE-OUT
           COMPUTE GLP-ACCT-OUT = GL-FICA-LIAB-ACCT + GL-PAY-OFFSET
           MOVE GLG-FICA(GL-IDX) TO GLP-AMOUNT-OUT
           WRITE GL-POST-REC
           COMPUTE GLP-ACCT-OUT = GL-FED-LIAB-ACCT + GL-PAY-OFFSET
           MOVE GLG-FED(GL-IDX) TO GLP-AMOUNT-OUT
           WRITE GL-POST-REC
           COMPUTE GLP-ACCT-OUT = GL-STATE-LIAB-ACCT + GL-PAY-OFFSET
           MOVE GLG-STATE(GL-IDX) TO GLP-AMOUNT-OUT
           WRITE GL-POST-REC
           COMPUTE GLP-ACCT-OUT = GL-UNION-LIAB-ACCT + GL-PAY-OFFSET
           MOVE GLG-UNION(GL-IDX) TO GLP-AMOUNT-OUT
           WRITE GL-POST-REC
           COMPUTE GLP-ACCT-OUT = GL-INSUR-LIAB-ACCT + GL-PAY-OFFSET
           MOVE GLG-INSUR(GL-IDX) TO GLP-AMOUNT-OUT
           WRITE GL-POST-REC
           COMPUTE GLP-ACCT-OUT = GL-OTHER-LIAB-ACCT + GL-PAY-OFFSET
           MOVE GLG-OTHER(GL-IDX) TO GLP-AMOUNT-OUT
           WRITE GL-POST-REC
           COMPUTE GL-NET-AMT = GLG-GROSS(GL-IDX)
               - GLG-FICA(GL-IDX) - GLG-FED(GL-IDX)
               - GLG-STATE(GL-IDX) - GLG-UNION(GL-IDX)
               - GLG-INSUR(GL-IDX) - GLG-OTHER(GL-IDX)
               + GLG-TRAVEL(GL-IDX) + GLG-MEALS(GL-IDX)
           COMPUTE GLP-ACCT-OUT = GL-NET-LIAB-ACCT + GL-PAY-OFFSET
           MOVE GL-NET-AMT TO GLP-AMOUNT-OUT
           WRITE GL-POST-REC
      *>      EMPLOYER TAXES POST AS A BALANCED EXPENSE/LIABILITY
      *>      PAIR PER TAX, SO THE FILE BALANCE IS UNDISTURBED
           MOVE 'D' TO GLP-TYPE-OUT
           COMPUTE GLP-ACCT-OUT = GL-ER-FICA-EXP-ACCT + GL-COST-OFFSET
           MOVE GLG-ER-FICA(GL-IDX) TO GLP-AMOUNT-OUT
           WRITE GL-POST-REC
           MOVE 'C' TO GLP-TYPE-OUT
           COMPUTE GLP-ACCT-OUT = GL-ER-FICA-LIAB-ACCT + GL-PAY-OFFSET
           MOVE GLG-ER-FICA(GL-IDX) TO GLP-AMOUNT-OUT
           WRITE GL-POST-REC
           MOVE 'D' TO GLP-TYPE-OUT
           COMPUTE GLP-ACCT-OUT = GL-FUTA-EXP-ACCT + GL-COST-OFFSET
           MOVE GLG-FUTA(GL-IDX) TO GLP-AMOUNT-OUT
           WRITE GL-POST-REC
           MOVE 'C' TO GLP-TYPE-OUT
           COMPUTE GLP-ACCT-OUT = GL-FUTA-LIAB-ACCT + GL-PAY-OFFSET
           MOVE GLG-FUTA(GL-IDX) TO GLP-AMOUNT-OUT
           WRITE GL-POST-REC
           MOVE 'D' TO GLP-TYPE-OUT
           COMPUTE GLP-ACCT-OUT = GL-SUTA-EXP-ACCT + GL-COST-OFFSET
           MOVE GLG-SUTA(GL-IDX) TO GLP-AMOUNT-OUT
           WRITE GL-POST-REC
           MOVE 'C' TO GLP-TYPE-OUT
           COMPUTE GLP-ACCT-OUT = GL-SUTA-LIAB-ACCT + GL-PAY-OFFSET
           MOVE GLG-SUTA(GL-IDX) TO GLP-AMOUNT-OUT
           WRITE GL-POST-REC.
       930-FINISH-BANK-FILE.
                       'EMPLOYEE: ' COMM-UNMATCHED-COUNT
               END-IF
           END-IF.
       937-REPORT-UNPAID-REIMB.
           IF SKIP-COUNT > 0
               MOVE SPACES TO AUDIT-REC
               STRING 'CHECKPOINT RESTART - EXPENSE REIMBURSEMENT '
                   'MATCH REPORT SUPPRESSED, RERUN THE FULL PERIOD'
                   DELIMITED BY SIZE INTO AUDIT-REC
               WRITE AUDIT-REC
           ELSE
               PERFORM VARYING REIMB-IDX FROM 1 BY 1
                   UNTIL REIMB-IDX > REIMB-COUNT
                   IF RMB-MATCHED(REIMB-IDX) = 'N'
                       ADD 1 TO REIMB-UNMATCHED-COUNT
                       COMPUTE REIMB-AUDIT-AMT-PRINT =
                           RMB-TRAVEL(REIMB-IDX) + RMB-MEALS(REIMB-IDX)
                       MOVE SPACES TO AUDIT-REC
                       STRING 'EXPENSE REIMBURSEMENT NOT PAID - '
                           'EMP ' RMB-EMP-NO(REIMB-IDX)
                           ' AMT ' REIMB-AUDIT-AMT-PRINT
                           ' MATCHED NO ACTIVE EMPLOYEE'
                           DELIMITED BY SIZE INTO AUDIT-REC
                       WRITE AUDIT-REC
                   END-IF
               END-PERFORM
               IF REIMB-UNMATCHED-COUNT > 0
                   DISPLAY 'EXPENSE REIMBURSEMENTS MATCHING NO ACTIVE '
                       'EMPLOYEE: ' REIMB-UNMATCHED-COUNT
               END-IF
           END-IF.
       936-REPORT-UNPAID-OFF-CYCLE.
           PERFORM VARYING OFC-IDX FROM 1 BY 1
               UNTIL OFC-IDX > OFC-COUNT
               IF OFT-STATE(OFC-IDX) = 'N'
                   ADD 1 TO OFC-UNPAID-COUNT
                   MOVE OFT-GROSS(OFC-IDX) TO OFC-AMT-PRINT
                   MOVE SPACES TO AUDIT-REC
                   STRING 'OFF-CYCLE PAYMENT NOT PAID - EMP '
                       OFT-EMP-NO(OFC-IDX) ' TYPE '
                       OFT-EARN-TYPE(OFC-IDX) ' AMT ' OFC-AMT-PRINT
                       ' NOT ON PAYROLL INPUT'
                       DELIMITED BY SIZE INTO AUDIT-REC
                   WRITE AUDIT-REC
               END-IF
           END-PERFORM
           IF OFC-UNPAID-COUNT > 0
               DISPLAY 'OFF-CYCLE TRANSACTIONS MATCHING NO PAYROLL '
                   'EMPLOYEE: ' OFC-UNPAID-COUNT
           END-IF.
       960-UPDATE-YTD.
           MOVE NUM-IN TO YTD-EMP-NO
           READ YTD-FILE
                   MOVE PERIOD-ER-FICA TO YTD-ER-FICA
                   MOVE PERIOD-FUTA TO YTD-FUTA
                   MOVE PERIOD-SUTA TO YTD-SUTA
                   MOVE PERIOD-RETRO TO YTD-RETRO
                   MOVE PERIOD-NET TO YTD-LAST-NET
                   MOVE CURRENT-PERIOD-NO TO YTD-LAST-PERIOD
                   MOVE CURRENT-COMPANY TO YTD-COMPANY
                   PERFORM 965-BUCKET-DEDUCTIONS
                   WRITE YTD-REC
                   PERFORM 961-WRITE-YTD-POSTING
                       ADD PERIOD-ER-FICA TO YTD-ER-FICA
                       ADD PERIOD-FUTA TO YTD-FUTA
                       ADD PERIOD-SUTA TO YTD-SUTA
                       ADD PERIOD-RETRO TO YTD-RETRO
                       MOVE PERIOD-NET TO YTD-LAST-NET
                       MOVE CURRENT-PERIOD-NO TO YTD-LAST-PERIOD
                       MOVE CURRENT-COMPANY TO YTD-COMPANY
                       PERFORM 965-BUCKET-DEDUCTIONS
                       REWRITE YTD-REC
                       PERFORM 961-WRITE-YTD-POSTING
                   END-IF
           END-READ.
       969-PREVIEW-VARIANCE.
      *>      THE SAME PRIOR-PERIOD COMPARISON 960-UPDATE-YTD MAKES,
      *>      WITHOUT ABSORBING ANYTHING
           MOVE NUM-IN TO YTD-EMP-NO
           READ YTD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF YTD-LAST-PERIOD = CURRENT-PERIOD-NO
                       ADD 1 TO YTD-ALREADY-COUNT
                   ELSE
                       MOVE YTD-LAST-NET TO PRIOR-PERIOD-NET
                       PERFORM 968-CHECK-VARIANCE
                   END-IF
           END-READ.
       961-WRITE-YTD-POSTING.
           MOVE CURRENT-PERIOD-NO TO YP-PERIOD
           MOVE RUN-DATE TO YP-DATE
           MOVE PERIOD-ER-FICA TO YP-ER-FICA
           MOVE PERIOD-FUTA TO YP-FUTA
           MOVE PERIOD-SUTA TO YP-SUTA
           MOVE PERIOD-RETRO TO YP-RETRO-GROSS
           MOVE EMP-RAISE-EFF-PERIOD TO YP-RAISE-EFF-PERIOD
           MOVE RETRO-THRU-PERIOD TO YP-RETRO-THRU-PERIOD
           IF OFF-CYCLE-RUN = 'YES'
               MOVE 'O' TO YP-POST-TYPE
           ELSE
               MOVE 'R' TO YP-POST-TYPE
           END-IF
           MOVE SPACE TO YP-ADJ-SIGN
           MOVE CURRENT-COMPANY TO YP-COMPANY
           PERFORM VARYING YTD-DED-IDX FROM 1 BY 1
               UNTIL YTD-DED-IDX > 6
               MOVE SPACES TO YP-DED-CODE(YTD-DED-IDX)
           MOVE NUM-IN TO DDT-EMP-NO
           MOVE NAME-IN TO DDT-EMP-NAME
           WRITE DED-DETAIL-REC.
       964-ABSORB-OFF-CYCLE-YTD.
      *>      THE BUCKETS TAKE THE PAYMENT BUT YTD-LAST-PERIOD AND
      *>      YTD-LAST-NET ARE LEFT AS THE REGULAR RUN SET THEM - THE
      *>      PERIOD'S ABSORBED-ONCE GUARD AND THE VARIANCE BASELINE
      *>      BELONG TO THE REGULAR CHECK
           MOVE 'YES' TO OFC-YTD-FOUND
           MOVE NUM-IN TO YTD-EMP-NO
           READ YTD-FILE
               INVALID KEY
                   MOVE 'NO' TO OFC-YTD-FOUND
                   INITIALIZE YTD-REC
                   MOVE NUM-IN TO YTD-EMP-NO
           END-READ
           ADD PERIOD-NET TO YTD-OLD-NET-PAY
           ADD PERIOD-NET TO YTD-NEW-NET-PAY
           ADD PERIOD-GROSS TO YTD-GROSS
           ADD PERIOD-FICA TO YTD-FICA
           ADD PERIOD-FED TO YTD-FED
           ADD PERIOD-STATE TO YTD-STATE
           ADD PERIOD-UNION TO YTD-UNION
           ADD PERIOD-INSUR TO YTD-INSUR
           ADD PERIOD-ER-FICA TO YTD-ER-FICA
           ADD PERIOD-FUTA TO YTD-FUTA
           ADD PERIOD-SUTA TO YTD-SUTA
           MOVE CURRENT-COMPANY TO YTD-COMPANY
           PERFORM 965-BUCKET-DEDUCTIONS
           IF OFC-YTD-FOUND = 'YES'
               REWRITE YTD-REC
           ELSE
               WRITE YTD-REC
           END-IF
           PERFORM 961-WRITE-YTD-POSTING.
       965-BUCKET-DEDUCTIONS.
           PERFORM VARYING APPLIED-IDX FROM 1 BY 1
               UNTIL APPLIED-IDX > APPLIED-DED-COUNT
           MOVE TOTAL-STATE-TAX TO COMPANY-STATE-OUT
           WRITE REC-OUT FROM SPACING
           WRITE REC-OUT FROM COMPANY-TOTALS-REC
           WRITE REC-OUT FROM COMPANY-TAX-TOTALS-REC
      *>      ONE PERIOD LINE PER LEGAL ENTITY THAT PAID ANYONE
           WRITE REC-OUT FROM SPACING
           PERFORM VARYING CO-IDX FROM 1 BY 1 UNTIL CO-IDX > CO-COUNT
               IF COT-EMPS(CO-IDX) > 0
                   MOVE COT-CODE(CO-IDX) TO COL-CODE-OUT
                   MOVE COT-NAME(CO-IDX) TO COL-NAME-OUT
                   MOVE COT-EMPS(CO-IDX) TO COL-EMPS-OUT
                   MOVE COT-GROSS(CO-IDX) TO COL-GROSS-OUT
                   MOVE COT-FICA(CO-IDX) TO COL-FICA-OUT
                   MOVE COT-FED(CO-IDX) TO COL-FED-OUT
                   MOVE COT-STATE(CO-IDX) TO COL-STATE-OUT
                   MOVE COT-NET(CO-IDX) TO COL-NET-OUT
                   WRITE REC-OUT FROM CO-TOTALS-LINE
               END-IF
           END-PERFORM.
       970-WRITE-CONTROL-LOG.
           OPEN EXTEND CONTROL-LOG
           IF OFF-CYCLE-RUN = 'YES'
               MOVE 'PAYROLL-OFFC' TO CTL-PROGRAM-NAME
           ELSE
               MOVE 'PAYROLL-HW7' TO CTL-PROGRAM-NAME
           END-IF
           COMPUTE CTL-RECORDS-READ = EMP-COUNT + TERM-SKIP-COUNT
           MOVE EMP-COUNT TO CTL-RECORDS-WRITTEN
           MOVE TERM-SKIP-COUNT TO CTL-RECORDS-REJECTED
