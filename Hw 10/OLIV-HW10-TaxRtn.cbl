      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Monthly sales tax return. Sweeps the tax detail
      *          AR-POST appends for the period named on the parameter
      *          file and prints, for every taxing jurisdiction - each
      *          state, then each city under it that levies a local
      *          tax - gross sales, the returns and credits netted out
      *          of them, exempt sales, taxable sales and the tax
      *          collected, with the state's total tax due and a
      *          grand total. The report is the return worksheet and
      *          the proof the state auditor asks for: the tax here
      *          is, item for item, the tax added to the open items.
      *          Posts a balanced GL entry in the shared posting
      *          layout - debit accounts receivable, credit sales tax
      *          payable for the tax billed in the period, then debit
      *          sales tax payable, credit tax remittance payable for
      *          the return being filed - reversed when the period's
      *          credits outweigh its sales. Items posted with no
      *          jurisdiction are listed under their own line and end
      *          the run RC 4.
      * Modification History:
      *   10/15/26 - initial version
      *   10/15/26 - postings carry a blank GLP-COMPANY-OUT, so each
      *             books to the company whose block the account is
      *             in and no intercompany pair is raised
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALES-TAX-RETURN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-DETAIL
           ASSIGN TO TAX-DETAIL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DETAIL-STATUS.
           SELECT TAX-PARM
           ASSIGN TO TAX-PARM-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT TAX-GL-ACCTS
           ASSIGN TO TAX-GL-ACCTS-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-ACCT-STATUS.
           SELECT GL-POST-FILE
           ASSIGN TO GL-POST-FILE-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAX-RETURN-RPT
           ASSIGN TO TAX-RETURN-RPT-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL
           ASSIGN TO RUN-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TAX-DETAIL.
       01  TAX-DETAIL-REC.
           COPY OLIV-TAX-Detail.
       FD  TAX-PARM.
       01  TAX-PARM-REC.
           05 PARM-TAX-PERIOD              PIC 9(6).
       FD  TAX-GL-ACCTS.
       01  TAX-GL-ACCT-REC.
           05 TGA-RECEIVABLE-ACCT          PIC 9(6).
           05 TGA-PAYABLE-ACCT             PIC 9(6).
           05 TGA-REMIT-ACCT               PIC 9(6).
       FD  GL-POST-FILE.
       01  GL-POST-REC.
           COPY OLIV-GLP-Rec.
       FD  TAX-RETURN-RPT.
       01  REPORT-REC                      PIC X(110).
       FD  RUN-CONTROL.
       01  RUN-CONTROL-REC.
           COPY OLIV-RUN-Ctl.
       WORKING-STORAGE SECTION.
       01  MORE-DETAIL                     PIC XXX VALUE 'YES'.
       01  DETAIL-STATUS                   PIC XX.
       01  PARM-STATUS                     PIC XX.
       01  GL-ACCT-STATUS                  PIC XX.
       01  RUN-CTL-STATUS                  PIC XX.
       01  RUN-DATE                        PIC 9(8).
       01  TAX-PERIOD                      PIC 9(6).
       01  RECEIVABLE-ACCT                 PIC 9(6).
       01  PAYABLE-ACCT                    PIC 9(6).
       01  REMIT-ACCT                      PIC 9(6).
       01  PERIOD-ROW-COUNT                PIC 9(7) VALUE 0.
       01  OTHER-PERIOD-COUNT              PIC 9(7) VALUE 0.
       01  NO-JURIS-COUNT                  PIC 9(7) VALUE 0.
      *>      ONE ROW PER JURISDICTION, KEPT IN STATE / CITY ORDER -
      *>      THE STATE'S OWN ROW (CITY BLANK) SORTS AHEAD OF ITS
      *>      CITIES, AND THE NO-JURISDICTION ROW (BOTH BLANK) FIRST
       01  JUR-COUNT                       PIC 9(3) VALUE 0.
       01  JUR-IDX                         PIC 9(3).
       01  JUR-FOUND-IDX                   PIC 9(3).
       01  JUR-SHIFT-IDX                   PIC 9(3).
       01  JUR-STATE-KEY                   PIC X(2).
       01  JUR-LOCAL-KEY                   PIC X(15).
       01  JUR-TAX-WORK                    PIC S9(7)V99.
       01  JURISDICTION-TABLE.
           05 JUR-ENTRY OCCURS 300 TIMES.
               10 JUR-STATE                PIC X(2).
               10 JUR-LOCAL                PIC X(15).
               10 JUR-GROSS                PIC S9(11)V99.
               10 JUR-RETURNS              PIC S9(11)V99.
               10 JUR-EXEMPT               PIC S9(11)V99.
               10 JUR-TAXABLE              PIC S9(11)V99.
               10 JUR-TAX                  PIC S9(11)V99.
       01  STATE-HOLD                      PIC X(2).
       01  STATE-TAX-TOTAL                 PIC S9(11)V99.
       01  TOTAL-GROSS                     PIC S9(11)V99 VALUE 0.
       01  TOTAL-RETURNS                   PIC S9(11)V99 VALUE 0.
       01  TOTAL-EXEMPT                    PIC S9(11)V99 VALUE 0.
       01  TOTAL-TAXABLE                   PIC S9(11)V99 VALUE 0.
       01  TOTAL-TAX                       PIC S9(11)V99 VALUE 0.
       01  GL-AMOUNT                       PIC 9(9)V99.
       01  HEADING1.
           05                              PIC X(34) VALUE
               'SALES TAX RETURN - PERIOD'.
           05 HDG-PERIOD-OUT               PIC 9(6).
           05                              PIC X(13) VALUE
               '   RUN DATE: '.
           05 HDG-DATE-OUT                 PIC 9(8).
       01  HEADING2.
           05                              PIC X(18) VALUE
               'JURISDICTION'.
           05                              PIC X(17) VALUE
               '     GROSS SALES '.
           05                              PIC X(17) VALUE
               ' RETURNS/CREDITS '.
           05                              PIC X(17) VALUE
               '    EXEMPT SALES '.
           05                              PIC X(17) VALUE
               '   TAXABLE SALES '.
           05                              PIC X(17) VALUE
               '   TAX COLLECTED '.
       01  DETAIL-LINE.
           05 DTL-STATE-OUT                PIC X(2).
           05                              PIC X(1) VALUE SPACES.
           05 DTL-LOCAL-OUT                PIC X(15).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-GROSS-OUT                PIC ZZZ,ZZZ,ZZ9.99-.
           05                              PIC X(2) VALUE SPACES.
           05 DTL-RETURNS-OUT              PIC ZZZ,ZZZ,ZZ9.99-.
           05                              PIC X(2) VALUE SPACES.
           05 DTL-EXEMPT-OUT               PIC ZZZ,ZZZ,ZZ9.99-.
           05                              PIC X(2) VALUE SPACES.
           05 DTL-TAXABLE-OUT              PIC ZZZ,ZZZ,ZZ9.99-.
           05                              PIC X(2) VALUE SPACES.
           05 DTL-TAX-OUT                  PIC ZZZ,ZZZ,ZZ9.99-.
       01  STATE-TOTAL-LINE.
           05 STL-STATE-OUT                PIC X(2).
           05                              PIC X(86) VALUE
               ' TOTAL TAX DUE'.
           05 STL-TAX-OUT                  PIC ZZZ,ZZZ,ZZ9.99-.
       01  TOTAL-LINE.
           05                              PIC X(20) VALUE
               'ALL JURISDICTIONS'.
           05 TOT-GROSS-OUT                PIC ZZZ,ZZZ,ZZ9.99-.
           05                              PIC X(2) VALUE SPACES.
           05 TOT-RETURNS-OUT              PIC ZZZ,ZZZ,ZZ9.99-.
           05                              PIC X(2) VALUE SPACES.
           05 TOT-EXEMPT-OUT               PIC ZZZ,ZZZ,ZZ9.99-.
           05                              PIC X(2) VALUE SPACES.
           05 TOT-TAXABLE-OUT              PIC ZZZ,ZZZ,ZZ9.99-.
           05                              PIC X(2) VALUE SPACES.
           05 TOT-TAX-OUT                  PIC ZZZ,ZZZ,ZZ9.99-.
       01  COUNT-LINE.
           05                              PIC X(28) VALUE
               'DETAIL ROWS IN PERIOD:     '.
           05 CNT-PERIOD-OUT               PIC Z,ZZZ,ZZ9.
           05                              PIC X(24) VALUE
               '   OUTSIDE PERIOD:      '.
           05 CNT-OTHER-OUT                PIC Z,ZZZ,ZZ9.
       01  NO-JURIS-LINE.
           05                              PIC X(50) VALUE
               'ITEMS POSTED WITH NO TAX JURISDICTION:'.
           05 NJL-COUNT-OUT                PIC Z,ZZZ,ZZ9.
       01  TAX-DETAIL-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-TAX-Detail.txt'.
       01  TAX-PARM-DD                     PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-TAX-Parm.txt'.
       01  TAX-GL-ACCTS-DD                 PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-TAX-GLActs.txt'.
       01  GL-POST-FILE-DD                 PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-TAX-GL.txt'.
       01  TAX-RETURN-RPT-DD               PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-TAX-Return.txt'.
       01  RUN-CONTROL-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-Ctl.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-GET-FILE-NAMES
           PERFORM 015-GET-BUSINESS-DATE
           PERFORM 020-READ-PARM
           PERFORM 030-READ-GL-ACCOUNTS
           PERFORM 050-SWEEP-DETAIL
           OPEN OUTPUT TAX-RETURN-RPT
           MOVE TAX-PERIOD TO HDG-PERIOD-OUT
           MOVE RUN-DATE TO HDG-DATE-OUT
           WRITE REPORT-REC FROM HEADING1
           WRITE REPORT-REC FROM HEADING2
           MOVE HIGH-VALUES TO STATE-HOLD
           MOVE 0 TO STATE-TAX-TOTAL
           PERFORM VARYING JUR-IDX FROM 1 BY 1
               UNTIL JUR-IDX > JUR-COUNT
               PERFORM 200-PRINT-JURISDICTION
           END-PERFORM
           IF JUR-COUNT > 0
               PERFORM 250-PRINT-STATE-TOTAL
           END-IF
           MOVE TOTAL-GROSS TO TOT-GROSS-OUT
           MOVE TOTAL-RETURNS TO TOT-RETURNS-OUT
           MOVE TOTAL-EXEMPT TO TOT-EXEMPT-OUT
           MOVE TOTAL-TAXABLE TO TOT-TAXABLE-OUT
           MOVE TOTAL-TAX TO TOT-TAX-OUT
           WRITE REPORT-REC FROM TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE PERIOD-ROW-COUNT TO CNT-PERIOD-OUT
           MOVE OTHER-PERIOD-COUNT TO CNT-OTHER-OUT
           WRITE REPORT-REC FROM COUNT-LINE
           IF NO-JURIS-COUNT > 0
               MOVE NO-JURIS-COUNT TO NJL-COUNT-OUT
               WRITE REPORT-REC FROM NO-JURIS-LINE
           END-IF
           OPEN OUTPUT GL-POST-FILE
           IF TOTAL-TAX NOT = 0
               PERFORM 500-WRITE-GL-ENTRY
           END-IF
           CLOSE TAX-RETURN-RPT
                 GL-POST-FILE
           IF NO-JURIS-COUNT > 0
               DISPLAY 'ITEMS IN PERIOD ' TAX-PERIOD ' WITH NO TAX '
                   'JURISDICTION: ' NO-JURIS-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       010-GET-FILE-NAMES.
           ACCEPT TAX-DETAIL-DD FROM ENVIRONMENT "TAXDETAIL"
           ACCEPT TAX-PARM-DD FROM ENVIRONMENT "TAXPARM"
           ACCEPT TAX-GL-ACCTS-DD FROM ENVIRONMENT "TAXGLACCT"
           ACCEPT GL-POST-FILE-DD FROM ENVIRONMENT "TAXGL"
           ACCEPT TAX-RETURN-RPT-DD FROM ENVIRONMENT "TAXRETURN"
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
       020-READ-PARM.
           OPEN INPUT TAX-PARM
           IF PARM-STATUS NOT = '00'
               DISPLAY 'SALES TAX PARAMETER FILE MISSING - RUN '
                   'STOPPED (IT NAMES THE PERIOD TO FILE)'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ TAX-PARM
           CLOSE TAX-PARM
           IF PARM-TAX-PERIOD IS NOT NUMERIC
               DISPLAY 'SALES TAX PERIOD NOT YYYYMM - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PARM-TAX-PERIOD TO TAX-PERIOD.
       030-READ-GL-ACCOUNTS.
           OPEN INPUT TAX-GL-ACCTS
           IF GL-ACCT-STATUS NOT = '00'
               DISPLAY 'NO SALES TAX CHART-OF-ACCOUNTS FILE - RUN '
                   'STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ TAX-GL-ACCTS
           CLOSE TAX-GL-ACCTS
           IF TGA-RECEIVABLE-ACCT IS NOT NUMERIC
               OR TGA-PAYABLE-ACCT IS NOT NUMERIC
               OR TGA-REMIT-ACCT IS NOT NUMERIC
               DISPLAY 'SALES TAX CHART-OF-ACCOUNTS ROW NOT '
                   'NUMERIC - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE TGA-RECEIVABLE-ACCT TO RECEIVABLE-ACCT
           MOVE TGA-PAYABLE-ACCT TO PAYABLE-ACCT
           MOVE TGA-REMIT-ACCT TO REMIT-ACCT.
       050-SWEEP-DETAIL.
           OPEN INPUT TAX-DETAIL
           IF DETAIL-STATUS NOT = '00'
               DISPLAY 'NO SALES TAX DETAIL FILE - NOTHING TO FILE '
                   'THIS RUN'
               MOVE 'NO' TO MORE-DETAIL
           END-IF
           PERFORM UNTIL MORE-DETAIL = 'NO'
               READ TAX-DETAIL
                   AT END
                       MOVE 'NO' TO MORE-DETAIL
                   NOT AT END
                       IF TXD-DATE(1:6) = TAX-PERIOD
                           PERFORM 060-ADD-DETAIL-ROW
                       ELSE
                           ADD 1 TO OTHER-PERIOD-COUNT
                       END-IF
               END-READ
           END-PERFORM
           IF DETAIL-STATUS = '00' OR DETAIL-STATUS = '10'
               CLOSE TAX-DETAIL
           END-IF.
       060-ADD-DETAIL-ROW.
      *>      THE STATE'S ROW CARRIES EVERY SALE IN THE STATE AND THE
      *>      STATE TAX; A CITY'S ROW ITS OWN SALES AND LOCAL TAX
           ADD 1 TO PERIOD-ROW-COUNT
           IF TXD-STATE = SPACES
               ADD 1 TO NO-JURIS-COUNT
           END-IF
           MOVE TXD-STATE TO JUR-STATE-KEY
           MOVE SPACES TO JUR-LOCAL-KEY
           MOVE TXD-STATE-TAX TO JUR-TAX-WORK
           PERFORM 070-POST-JURISDICTION
           ADD TXD-TAXABLE-AMT TO TOTAL-TAXABLE
           ADD TXD-EXEMPT-AMT TO TOTAL-EXEMPT
           ADD TXD-STATE-TAX TO TOTAL-TAX
           IF TXD-TAXABLE-AMT + TXD-EXEMPT-AMT < 0
               SUBTRACT TXD-TAXABLE-AMT FROM TOTAL-RETURNS
               SUBTRACT TXD-EXEMPT-AMT FROM TOTAL-RETURNS
           ELSE
               ADD TXD-TAXABLE-AMT TO TOTAL-GROSS
               ADD TXD-EXEMPT-AMT TO TOTAL-GROSS
           END-IF
           IF TXD-LOCAL NOT = SPACES
               MOVE TXD-LOCAL TO JUR-LOCAL-KEY
               MOVE TXD-LOCAL-TAX TO JUR-TAX-WORK
               PERFORM 070-POST-JURISDICTION
               ADD TXD-LOCAL-TAX TO TOTAL-TAX
           END-IF.
       070-POST-JURISDICTION.
           MOVE 0 TO JUR-FOUND-IDX
           PERFORM VARYING JUR-IDX FROM 1 BY 1
               UNTIL JUR-IDX > JUR-COUNT
               IF JUR-STATE(JUR-IDX) = JUR-STATE-KEY
                   AND JUR-LOCAL(JUR-IDX) = JUR-LOCAL-KEY
                   MOVE JUR-IDX TO JUR-FOUND-IDX
                   MOVE JUR-COUNT TO JUR-IDX
               END-IF
           END-PERFORM
           IF JUR-FOUND-IDX = 0
               PERFORM 080-INSERT-JURISDICTION
           END-IF
           IF TXD-TAXABLE-AMT + TXD-EXEMPT-AMT < 0
               SUBTRACT TXD-TAXABLE-AMT FROM JUR-RETURNS(JUR-FOUND-IDX)
               SUBTRACT TXD-EXEMPT-AMT FROM JUR-RETURNS(JUR-FOUND-IDX)
           ELSE
               ADD TXD-TAXABLE-AMT TO JUR-GROSS(JUR-FOUND-IDX)
               ADD TXD-EXEMPT-AMT TO JUR-GROSS(JUR-FOUND-IDX)
           END-IF
           ADD TXD-EXEMPT-AMT TO JUR-EXEMPT(JUR-FOUND-IDX)
           ADD TXD-TAXABLE-AMT TO JUR-TAXABLE(JUR-FOUND-IDX)
           ADD JUR-TAX-WORK TO JUR-TAX(JUR-FOUND-IDX).
       080-INSERT-JURISDICTION.
      *>      NEW JURISDICTIONS GO IN AT THEIR PLACE IN STATE / CITY
      *>      ORDER, THE ROWS AFTER THEM MOVING DOWN ONE
           IF JUR-COUNT NOT < 300
               DISPLAY 'MORE THAN 300 TAX JURISDICTIONS IN THE '
                   'PERIOD - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE JUR-COUNT TO JUR-FOUND-IDX
           ADD 1 TO JUR-FOUND-IDX
           PERFORM VARYING JUR-IDX FROM 1 BY 1
               UNTIL JUR-IDX > JUR-COUNT
               IF JUR-STATE(JUR-IDX) > JUR-STATE-KEY
                   OR (JUR-STATE(JUR-IDX) = JUR-STATE-KEY
                   AND JUR-LOCAL(JUR-IDX) > JUR-LOCAL-KEY)
                   MOVE JUR-IDX TO JUR-FOUND-IDX
                   MOVE JUR-COUNT TO JUR-IDX
               END-IF
           END-PERFORM
           PERFORM VARYING JUR-SHIFT-IDX FROM JUR-COUNT BY -1
               UNTIL JUR-SHIFT-IDX < JUR-FOUND-IDX
               MOVE JUR-ENTRY(JUR-SHIFT-IDX)
                   TO JUR-ENTRY(JUR-SHIFT-IDX + 1)
           END-PERFORM
           ADD 1 TO JUR-COUNT
           MOVE JUR-STATE-KEY TO JUR-STATE(JUR-FOUND-IDX)
           MOVE JUR-LOCAL-KEY TO JUR-LOCAL(JUR-FOUND-IDX)
           MOVE 0 TO JUR-GROSS(JUR-FOUND-IDX)
           MOVE 0 TO JUR-RETURNS(JUR-FOUND-IDX)
           MOVE 0 TO JUR-EXEMPT(JUR-FOUND-IDX)
           MOVE 0 TO JUR-TAXABLE(JUR-FOUND-IDX)
           MOVE 0 TO JUR-TAX(JUR-FOUND-IDX).
       200-PRINT-JURISDICTION.
           IF JUR-STATE(JUR-IDX) NOT = STATE-HOLD
               IF STATE-HOLD NOT = HIGH-VALUES
                   PERFORM 250-PRINT-STATE-TOTAL
               END-IF
               MOVE JUR-STATE(JUR-IDX) TO STATE-HOLD
               MOVE 0 TO STATE-TAX-TOTAL
           END-IF
           ADD JUR-TAX(JUR-IDX) TO STATE-TAX-TOTAL
           MOVE JUR-STATE(JUR-IDX) TO DTL-STATE-OUT
           EVALUATE TRUE
               WHEN JUR-STATE(JUR-IDX) = SPACES
                   MOVE 'NO JURISDICTION' TO DTL-LOCAL-OUT
               WHEN JUR-LOCAL(JUR-IDX) = SPACES
                   MOVE 'STATE' TO DTL-LOCAL-OUT
               WHEN OTHER
                   MOVE JUR-LOCAL(JUR-IDX) TO DTL-LOCAL-OUT
           END-EVALUATE
           MOVE JUR-GROSS(JUR-IDX) TO DTL-GROSS-OUT
           MOVE JUR-RETURNS(JUR-IDX) TO DTL-RETURNS-OUT
           MOVE JUR-EXEMPT(JUR-IDX) TO DTL-EXEMPT-OUT
           MOVE JUR-TAXABLE(JUR-IDX) TO DTL-TAXABLE-OUT
           MOVE JUR-TAX(JUR-IDX) TO DTL-TAX-OUT
           WRITE REPORT-REC FROM DETAIL-LINE.
       250-PRINT-STATE-TOTAL.
           IF STATE-HOLD NOT = SPACES
               MOVE STATE-HOLD TO STL-STATE-OUT
               MOVE STATE-TAX-TOTAL TO STL-TAX-OUT
               WRITE REPORT-REC FROM STATE-TOTAL-LINE
           END-IF.
       500-WRITE-GL-ENTRY.
      *>      THE TAX BILLED BECOMES A LIABILITY, AND FILING THE
      *>      RETURN MOVES IT TO TAX REMITTANCE PAYABLE UNTIL THE
      *>      PAYMENT GOES OUT; A NET CREDIT PERIOD POSTS THE SAME
      *>      LINES REVERSED
           MOVE 0 TO GLP-TERR-OUT
           MOVE SPACES TO GLP-COMPANY-OUT
           MOVE 0 TO GLP-OFFICE-OUT
           MOVE RUN-DATE(5:2) TO GLP-PERIOD-OUT
           MOVE RUN-DATE TO GLP-DATE-OUT
           IF TOTAL-TAX > 0
               MOVE TOTAL-TAX TO GL-AMOUNT
               MOVE 'D' TO GLP-TYPE-OUT
           ELSE
               COMPUTE GL-AMOUNT = 0 - TOTAL-TAX
               MOVE 'C' TO GLP-TYPE-OUT
           END-IF
           MOVE GL-AMOUNT TO GLP-AMOUNT-OUT
           MOVE RECEIVABLE-ACCT TO GLP-ACCT-OUT
           WRITE GL-POST-REC
           MOVE PAYABLE-ACCT TO GLP-ACCT-OUT
           PERFORM 510-FLIP-GL-TYPE
           WRITE GL-POST-REC
           PERFORM 510-FLIP-GL-TYPE
           WRITE GL-POST-REC
           MOVE REMIT-ACCT TO GLP-ACCT-OUT
           PERFORM 510-FLIP-GL-TYPE
           WRITE GL-POST-REC.
       510-FLIP-GL-TYPE.
           IF GLP-TYPE-OUT = 'D'
               MOVE 'C' TO GLP-TYPE-OUT
           ELSE
               MOVE 'D' TO GLP-TYPE-OUT
           END-IF.
