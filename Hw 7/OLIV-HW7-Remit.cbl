      *          the same posting layout TAX-PAYROLL's GL feed uses,
      *          and proves withheld in = remitted out + unmatched on
      *          the control line. Codes with dollars but no payee row
      *          are listed and end the run RC 4. Each payee remitted
      *          is also appended to the AP invoice transactions as an
      *          invoice against the payee's vendor number, so the
      *          remittance is paid and cleared through AP-PAYMENT-RUN;
      *          the advice is the invoice's supporting detail. A payee
      *          with no vendor number is listed and ends the run RC 4.
      * Modification History:
      *   9/3/26  - initial version
      *   9/3/26  - GL posting layout moved to the shared OLIV-GLP-Rec
      *             feed stamps so the consolidated trial balance has
      *             a single period dimension (the advice file still
      *             carries the pay period being swept)
      *   10/15/26 - each remittance becomes an AP invoice against the
      *             payee's vendor number; the advice head line names
      *             the AP invoice it supports
      *   10/15/26 - postings carry a blank GLP-COMPANY-OUT, so each
      *             books to the company whose block the account is
      *             in and no intercompany pair is raised
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEDUCTION-REMIT.
           SELECT GL-POST-FILE
           ASSIGN TO GL-POST-FILE-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AP-INVOICE-TRANS
           ASSIGN TO AP-INVOICE-TRANS-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AP-TRANS-STATUS.
           SELECT RUN-CONTROL
           ASSIGN TO RUN-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
           05 PAYM-NAME                    PIC X(26).
           05 PAYM-ADDRESS                 PIC X(40).
           05 PAYM-METHOD                  PIC X(1).
           05 PAYM-VENDOR-NO               PIC X(5).
       FD  REMIT-PARM.
       01  REMIT-PARM-REC.
           05 PARM-PERIOD-NO               PIC 9(2).
       FD  GL-POST-FILE.
       01  GL-POST-REC.
           COPY OLIV-GLP-Rec.
       FD  AP-INVOICE-TRANS.
       01  AP-INVOICE-TRANS-REC.
           COPY OLIV-AP-InvTrn.
       FD  RUN-CONTROL.
       01  RUN-CONTROL-REC.
           COPY OLIV-RUN-Ctl.
       01  PAYEE-STATUS                    PIC XX.
       01  PARM-STATUS                     PIC XX.
       01  GL-ACCT-STATUS                  PIC XX.
       01  AP-TRANS-STATUS                 PIC XX.
       01  RUN-CTL-STATUS                  PIC XX.
       01  RUN-DATE                        PIC 9(8).
       01  REMIT-PERIOD                    PIC 9(2).
               10 PYE-NAME                 PIC X(26).
               10 PYE-ADDRESS              PIC X(40).
               10 PYE-METHOD               PIC X(1).
               10 PYE-VENDOR-NO            PIC X(5).
               10 PYE-TOTAL                PIC 9(9)V99.
       01  DETAIL-COUNT                    PIC 9(4) VALUE 0.
       01  DETAIL-IDX                      PIC 9(4).
               10 MAP-LIAB-ACCT            PIC 9(6).
               10 MAP-PAY-ACCT             PIC 9(6).
       01  GL-MAP-FOUND                    PIC XXX.
       01  AP-INVOICE-NO.
           05                              PIC X(3) VALUE 'DED'.
           05 AP-INV-CODE                  PIC X(3).
           05 AP-INV-YEAR                  PIC 9(4).
           05 AP-INV-PERIOD                PIC 9(2).
       01  AP-INVOICE-AMOUNT               PIC 9(7)V99.
       01  AP-INVOICE-AMOUNT-X REDEFINES AP-INVOICE-AMOUNT
                                           PIC X(9).
       01  AP-INVOICE-COUNT                PIC 9(3) VALUE 0.
       01  NO-VENDOR-COUNT                 PIC 9(3) VALUE 0.
       01  OTHER-PERIOD-COUNT              PIC 9(5) VALUE 0.
       01  WITHHELD-IN-TOTAL               PIC 9(11)V99 VALUE 0.
       01  REMITTED-OUT-TOTAL              PIC 9(11)V99 VALUE 0.
           05                              PIC X(10) VALUE
               '  PERIOD: '.
           05 ADV-PERIOD-OUT               PIC 9(2).
           05                              PIC X(15) VALUE
               '  AP INVOICE: '.
           05 ADV-INVOICE-OUT              PIC X(12).
       01  ADVICE-PAYEE-LINE.
           05                              PIC X(10) VALUE
               'PAY TO:   '.
           05                              PIC X(20) VALUE
               'REMITTANCE TOTAL:   '.
           05 ADV-TOTAL-OUT                PIC $$,$$$,$$9.99.
       01  NO-VENDOR-LINE.
           05                              PIC X(26) VALUE
               'NO AP VENDOR FOR PAYEE:   '.
           05 NOV-CODE-OUT                 PIC X(3).
           05                              PIC X(12) VALUE
               '  REMITTED: '.
           05 NOV-TOTAL-OUT                PIC $$,$$$,$$9.99.
           05                              PIC X(22) VALUE
               '  - NO INVOICE QUEUED'.
       01  UNMATCHED-LINE.
           05                              PIC X(26) VALUE
               'NO PAYEE FOR CODE:        '.
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-RmtActs.txt'.
       01  GL-POST-FILE-DD                 PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-RmtGL.txt'.
       01  AP-INVOICE-TRANS-DD             PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-ApInvTrn.txt'.
       01  RUN-CONTROL-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-Ctl.txt'.
       PROCEDURE DIVISION.
           PERFORM 050-SWEEP-DETAIL
           OPEN OUTPUT REMIT-ADVICE
           OPEN OUTPUT GL-POST-FILE
           OPEN EXTEND AP-INVOICE-TRANS
           IF AP-TRANS-STATUS NOT = '00' AND AP-TRANS-STATUS NOT = '05'
               OPEN OUTPUT AP-INVOICE-TRANS
           END-IF
           MOVE RUN-DATE(1:4) TO AP-INV-YEAR
           MOVE REMIT-PERIOD TO AP-INV-PERIOD
           PERFORM VARYING PAYEE-IDX FROM 1 BY 1
               UNTIL PAYEE-IDX > PAYEE-COUNT
               IF PYE-TOTAL(PAYEE-IDX) > 0
                   MOVE PYE-CODE(PAYEE-IDX) TO AP-INV-CODE
                   PERFORM 200-WRITE-ONE-ADVICE
                   PERFORM 250-QUEUE-AP-INVOICE
                   PERFORM 300-POST-ONE-REMITTANCE
               END-IF
           END-PERFORM
               AFTER ADVANCING 2 LINES
           CLOSE REMIT-ADVICE
                 GL-POST-FILE
                 AP-INVOICE-TRANS
           DISPLAY 'AP INVOICES QUEUED: ' AP-INVOICE-COUNT
           IF OTHER-PERIOD-COUNT > 0
               DISPLAY 'DETAIL ROWS OUTSIDE PERIOD ' REMIT-PERIOD
                   ' SKIPPED: ' OTHER-PERIOD-COUNT
                   UNMATCHED-CODE-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF
           IF NO-VENDOR-COUNT > 0
               DISPLAY 'PAYEES WITH NO AP VENDOR NUMBER: '
                   NO-VENDOR-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       010-GET-FILE-NAMES.
           ACCEPT DED-DETAIL-DD FROM ENVIRONMENT "PAYDEDDTL"
           ACCEPT REMIT-ADVICE-DD FROM ENVIRONMENT "RMTADVICE"
           ACCEPT REMIT-GL-ACCTS-DD FROM ENVIRONMENT "RMTGLACCT"
           ACCEPT GL-POST-FILE-DD FROM ENVIRONMENT "RMTGL"
           ACCEPT AP-INVOICE-TRANS-DD FROM ENVIRONMENT "APINVTRN"
           ACCEPT RUN-CONTROL-DD FROM ENVIRONMENT "RUNCTL".
       015-GET-BUSINESS-DATE.
           OPEN INPUT RUN-CONTROL
                               TO PYE-ADDRESS(PAYEE-COUNT)
                           MOVE PAYM-METHOD
                               TO PYE-METHOD(PAYEE-COUNT)
                           MOVE PAYM-VENDOR-NO
                               TO PYE-VENDOR-NO(PAYEE-COUNT)
                           MOVE 0 TO PYE-TOTAL(PAYEE-COUNT)
                       END-IF
               END-READ
           WRITE ADVICE-REC FROM ADVICE-RULE-LINE
           MOVE RUN-DATE TO ADV-DATE-OUT
           MOVE REMIT-PERIOD TO ADV-PERIOD-OUT
           IF PYE-VENDOR-NO(PAYEE-IDX) = SPACES
               MOVE 'NONE' TO ADV-INVOICE-OUT
           ELSE
               MOVE AP-INVOICE-NO TO ADV-INVOICE-OUT
           END-IF
           WRITE ADVICE-REC FROM ADVICE-HEAD-LINE
           MOVE PYE-NAME(PAYEE-IDX) TO ADV-PAYEE-OUT
           MOVE PYE-CODE(PAYEE-IDX) TO ADV-CODE-OUT
           WRITE ADVICE-REC FROM ADVICE-TOTAL-LINE
           WRITE ADVICE-REC FROM ADVICE-RULE-LINE
           ADD PYE-TOTAL(PAYEE-IDX) TO REMITTED-OUT-TOTAL.
       250-QUEUE-AP-INVOICE.
      *>      INVOICE NO = DED + CODE + YEAR + PERIOD, SO A RERUN OF
      *>      THE SAME PERIOD IS REJECTED BY AP AS A DUPLICATE
           IF PYE-VENDOR-NO(PAYEE-IDX) = SPACES
               ADD 1 TO NO-VENDOR-COUNT
               MOVE PYE-CODE(PAYEE-IDX) TO NOV-CODE-OUT
               MOVE PYE-TOTAL(PAYEE-IDX) TO NOV-TOTAL-OUT
               WRITE ADVICE-REC FROM NO-VENDOR-LINE
           ELSE
               MOVE SPACES TO AP-INVOICE-TRANS-REC
               MOVE 'A' TO APIT-ACTION
               MOVE PYE-VENDOR-NO(PAYEE-IDX) TO APIT-VENDOR-NO
               MOVE AP-INVOICE-NO TO APIT-INVOICE-NO
               MOVE RUN-DATE TO APIT-INVOICE-DATE
               MOVE PYE-TOTAL(PAYEE-IDX) TO AP-INVOICE-AMOUNT
               MOVE AP-INVOICE-AMOUNT-X TO APIT-AMOUNT
               PERFORM VARYING GL-MAP-IDX FROM 1 BY 1
                   UNTIL GL-MAP-IDX > GL-MAP-COUNT
                   IF MAP-CODE(GL-MAP-IDX) = PYE-CODE(PAYEE-IDX)
                       MOVE MAP-PAY-ACCT(GL-MAP-IDX) TO APIT-PAY-ACCT
                       MOVE GL-MAP-COUNT TO GL-MAP-IDX
                   END-IF
               END-PERFORM
               MOVE 'WITHHELD DEDUCTIONS' TO APIT-DESC
               MOVE 'R' TO APIT-SOURCE
               WRITE AP-INVOICE-TRANS-REC
               ADD 1 TO AP-INVOICE-COUNT
           END-IF.
       300-POST-ONE-REMITTANCE.
           MOVE 'NO' TO GL-MAP-FOUND
           PERFORM VARYING GL-MAP-IDX FROM 1 BY 1
           END-IF.
       310-WRITE-GL-PAIR.
           MOVE 0 TO GLP-TERR-OUT
           MOVE SPACES TO GLP-COMPANY-OUT
           MOVE 0 TO GLP-OFFICE-OUT
           MOVE RUN-DATE(5:2) TO GLP-PERIOD-OUT
           MOVE RUN-DATE TO GLP-DATE-OUT
