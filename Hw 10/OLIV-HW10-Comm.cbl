      *             salesperson with a draw but no sales this period
      *             was rewritten with a stale balance even though
      *             the draw was still paid
      *   10/15/26 - a clean transaction's signed amount is now divided
      *             across the participants of the split-credit row in
      *             force on its date (customer row first, then the
      *             pair row for its salesperson) before rates and
      *             draws resolve, so a field rep and an inside rep on
      *             one account each earn on their share; the first
      *             participant takes the rounding remainder, a row
      *             whose percentages do not total 100 is ignored with
      *             a console note and return code 4, and no split
      *             table credits every sale whole as before
      *   10/15/26 - postings carry a blank GLP-COMPANY-OUT, so each
      *             books to the company whose block the account is
      *             in and no intercompany pair is raised
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMISSION-CALC.
           ASSIGN TO RUN-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CTL-STATUS.
           SELECT SPLIT-FILE
           ASSIGN TO SPLIT-FILE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPLIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CLEAN-IN.
       FD  RUN-CONTROL.
       01  RUN-CONTROL-REC.
           COPY OLIV-RUN-Ctl.
       FD  SPLIT-FILE.
       01  SPLIT-ROW-IN.
           COPY OLIV-SLS-Split.
       WORKING-STORAGE SECTION.
       01  RUN-CTL-STATUS                  PIC XX.
       01  GLA-STATUS                      PIC XX.
               10 SLS-SALES                PIC S9(7)V99.
               10 SLS-EMP-NO               PIC 9(5).
       01  SLS-FOUND                       PIC XXX.
       01  SPLIT-STATUS                    PIC XX.
       01  SPLIT-EOF                       PIC XXX VALUE 'NO'.
       01  SPLIT-COUNT                     PIC 9(3) VALUE 0.
       01  SPLIT-IDX                       PIC 9(3).
       01  SPLIT-FOUND-IDX                 PIC 9(3).
       01  SPLIT-BEST-DATE                 PIC 9(8).
       01  SPLIT-SCOPE-WORK                PIC X(1).
       01  SPLIT-KEY-WORK                  PIC X(4).
       01  SPLIT-TRANS-DATE                PIC 9(8).
       01  SPLIT-PCT-TOTAL                 PIC 9(4)V99.
       01  SPLIT-BAD-COUNT                 PIC 9(3) VALUE 0.
       01  SPLIT-SALE-COUNT                PIC 9(7) VALUE 0.
       01  PART-IDX                        PIC 9(1).
       01  SPLIT-TABLE.
           05 SPT-ENTRY OCCURS 300 TIMES.
               10 SPT-SCOPE                PIC X(1).
               10 SPT-KEY                  PIC X(4).
               10 SPT-EFF-DATE             PIC 9(8).
               10 SPT-PART OCCURS 4 TIMES.
                   15 SPT-PART-SLS         PIC 9(4).
                   15 SPT-PART-PCT         PIC 9(3)V99.
       01  SIGNED-AMT                      PIC S9(7)V99.
       01  SHARE-OTHERS                    PIC S9(7)V99.
       01  SHARE-COUNT                     PIC 9(1).
       01  SHARE-IDX                       PIC 9(1).
       01  SHARE-TABLE.
           05 SHARE-ENTRY OCCURS 4 TIMES.
               10 SHR-SLS                  PIC 9(4).
               10 SHR-AMT                  PIC S9(7)V99.
               10 SHR-PCT                  PIC 9(3)V99.
       01  RATE-RESOLVED                   PIC V9999.
       01  RATE-KEY-WORK                   PIC X(4).
       01  NO-RATE-COUNT                   PIC 9(3) VALUE 0.
        'D:\COBOL\MIS 280 Homework\Homework #10\OLIV-HW10-CommGL.txt'.
       01  RUN-CONTROL-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-Ctl.txt'.
       01  SPLIT-FILE-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-SLS-Split.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-GET-FILE-NAMES
           PERFORM 015-GET-BUSINESS-DATE
           PERFORM 050-READ-RATES
           PERFORM 055-READ-SPLITS
           PERFORM 060-LOAD-DRAW-MASTER
           PERFORM 065-ADVANCE-DRAWS
           PERFORM 070-READ-GL-ACCOUNTS
               DISPLAY 'COMMISSION SETTLED AGAINST DRAWS: '
                   TOTAL-DRAW-SETTLED
           END-IF
           IF SPLIT-SALE-COUNT > 0
               DISPLAY 'TRANSACTIONS CREDITED THROUGH A SPLIT ROW: '
                   SPLIT-SALE-COUNT
           END-IF
           IF NO-RATE-COUNT > 0
               DISPLAY 'SALESPEOPLE WITH NO COMMISSION RATE: '
                   NO-RATE-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF
           IF SPLIT-BAD-COUNT > 0
               DISPLAY 'SPLIT ROWS IGNORED: ' SPLIT-BAD-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       010-GET-FILE-NAMES.
           ACCEPT CLEAN-IN-DD FROM ENVIRONMENT "CUSTCLEAN"
           ACCEPT DRAW-MASTER-DD FROM ENVIRONMENT "SLSDRAW"
           ACCEPT GL-ACCT-FILE-DD FROM ENVIRONMENT "COMMGLACCT"
           ACCEPT GL-POST-FILE-DD FROM ENVIRONMENT "COMMGL"
           ACCEPT RUN-CONTROL-DD FROM ENVIRONMENT "RUNCTL"
           ACCEPT SPLIT-FILE-DD FROM ENVIRONMENT "COMMSPLIT".
       015-GET-BUSINESS-DATE.
           OPEN INPUT RUN-CONTROL
           IF RUN-CTL-STATUS = '00'
           IF RATES-STATUS = '00' OR RATES-STATUS = '10'
               CLOSE COMM-RATES
           END-IF.
       055-READ-SPLITS.
           OPEN INPUT SPLIT-FILE
           IF SPLIT-STATUS NOT = '00'
               MOVE 'YES' TO SPLIT-EOF
               DISPLAY 'NO SPLIT-CREDIT TABLE - EVERY SALE CREDITS '
                   'ITS OWN SALESPERSON THIS RUN'
           END-IF
           PERFORM UNTIL SPLIT-EOF = 'YES'
               READ SPLIT-FILE
                   AT END
                       MOVE 'YES' TO SPLIT-EOF
                   NOT AT END
                       PERFORM 056-LOAD-SPLIT-ROW
               END-READ
           END-PERFORM
           IF SPLIT-STATUS = '00' OR SPLIT-STATUS = '10'
               CLOSE SPLIT-FILE
           END-IF.
       056-LOAD-SPLIT-ROW.
           MOVE 0 TO SPLIT-PCT-TOTAL
           PERFORM VARYING PART-IDX FROM 1 BY 1
               UNTIL PART-IDX > 4
               IF SPLIT-PART-SLS(PART-IDX) > 0
                   ADD SPLIT-PART-PCT(PART-IDX) TO SPLIT-PCT-TOTAL
               END-IF
           END-PERFORM
           IF SPLIT-PCT-TOTAL NOT = 100
               OR SPLIT-PART-SLS(1) = 0
               OR (SPLIT-SCOPE NOT = 'C' AND SPLIT-SCOPE NOT = 'P')
               ADD 1 TO SPLIT-BAD-COUNT
               DISPLAY 'SPLIT ROW IGNORED - ' SPLIT-SCOPE ' '
                   SPLIT-KEY ' ' SPLIT-EFF-DATE
                   ' (PERCENTAGES NOT 100 OR BAD SCOPE)'
           ELSE
               IF SPLIT-COUNT < 300
                   ADD 1 TO SPLIT-COUNT
                   MOVE SPLIT-ROW-IN TO SPT-ENTRY(SPLIT-COUNT)
               ELSE
                   DISPLAY 'SPLIT-CREDIT TABLE PAST 300 ROWS - RUN '
                       'STOPPED BEFORE A SPLIT SALE WAS CREDITED '
                       'WHOLE'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
       200-ACCUMULATE-SALES.
           ADD 1 TO READ-COUNT
           PERFORM 210-ALLOCATE-SHARES
           PERFORM VARYING SHARE-IDX FROM 1 BY 1
               UNTIL SHARE-IDX > SHARE-COUNT
               PERFORM 230-ADD-SHARE
           END-PERFORM.
       210-ALLOCATE-SHARES.
      *>      ONE SHARE PER SPLIT PARTICIPANT; THE FIRST PARTICIPANT
      *>      TAKES WHAT THE ROUNDED SHARES LEAVE, SO THE SHARES
      *>      ALWAYS ADD BACK TO THE TRANSACTION'S SIGNED AMOUNT
           IF CLEAN-TRANS-TYPE = 'R' OR CLEAN-TRANS-TYPE = 'C'
               COMPUTE SIGNED-AMT = 0 - CLEAN-SALES-AMT
           ELSE
               MOVE CLEAN-SALES-AMT TO SIGNED-AMT
           END-IF
           PERFORM 220-FIND-SPLIT-ROW
           IF SPLIT-FOUND-IDX = 0
               MOVE 1 TO SHARE-COUNT
               MOVE CLEAN-SALESPERSON-NO TO SHR-SLS(1)
               MOVE SIGNED-AMT TO SHR-AMT(1)
               MOVE 100 TO SHR-PCT(1)
           ELSE
               ADD 1 TO SPLIT-SALE-COUNT
               MOVE 0 TO SHARE-COUNT
               MOVE 0 TO SHARE-OTHERS
               PERFORM VARYING PART-IDX FROM 1 BY 1
                   UNTIL PART-IDX > 4
                   IF SPT-PART-SLS(SPLIT-FOUND-IDX, PART-IDX) > 0
                       ADD 1 TO SHARE-COUNT
                       MOVE SPT-PART-SLS(SPLIT-FOUND-IDX, PART-IDX)
                           TO SHR-SLS(SHARE-COUNT)
                       MOVE SPT-PART-PCT(SPLIT-FOUND-IDX, PART-IDX)
                           TO SHR-PCT(SHARE-COUNT)
                       IF SHARE-COUNT > 1
                           COMPUTE SHR-AMT(SHARE-COUNT) ROUNDED =
                               SIGNED-AMT * SHR-PCT(SHARE-COUNT) / 100
                           ADD SHR-AMT(SHARE-COUNT) TO SHARE-OTHERS
                       END-IF
                   END-IF
               END-PERFORM
               COMPUTE SHR-AMT(1) = SIGNED-AMT - SHARE-OTHERS
           END-IF.
       220-FIND-SPLIT-ROW.
      *>      A CUSTOMER ROW WINS OVER THE PAIR ROW FOR THE
      *>      TRANSACTION'S SALESPERSON; WITHIN A SCOPE THE LATEST ROW
      *>      EFFECTIVE ON OR BEFORE THE TRANSACTION DATE APPLIES
           MOVE 0 TO SPLIT-FOUND-IDX
           MOVE 0 TO SPLIT-BEST-DATE
           COMPUTE SPLIT-TRANS-DATE = CLEAN-YEARS-IN * 10000
               + CLEAN-MONTHS-IN * 100 + CLEAN-DAYS-IN
           MOVE 'C' TO SPLIT-SCOPE-WORK
           MOVE CLEAN-CUST-NO TO SPLIT-KEY-WORK
           PERFORM 225-SCAN-SPLIT-ROWS
           IF SPLIT-FOUND-IDX = 0
               MOVE 'P' TO SPLIT-SCOPE-WORK
               MOVE CLEAN-SALESPERSON-NO TO SPLIT-KEY-WORK
               PERFORM 225-SCAN-SPLIT-ROWS
           END-IF.
       225-SCAN-SPLIT-ROWS.
           PERFORM VARYING SPLIT-IDX FROM 1 BY 1
               UNTIL SPLIT-IDX > SPLIT-COUNT
               IF SPT-SCOPE(SPLIT-IDX) = SPLIT-SCOPE-WORK
                   AND SPT-KEY(SPLIT-IDX) = SPLIT-KEY-WORK
                   AND SPT-EFF-DATE(SPLIT-IDX) <= SPLIT-TRANS-DATE
                   AND SPT-EFF-DATE(SPLIT-IDX) >= SPLIT-BEST-DATE
                   MOVE SPLIT-IDX TO SPLIT-FOUND-IDX
                   MOVE SPT-EFF-DATE(SPLIT-IDX) TO SPLIT-BEST-DATE
               END-IF
           END-PERFORM.
       230-ADD-SHARE.
      *>      TERRITORY AND EMPLOYEE NUMBER COME FROM THE TRANSACTION
      *>      ONLY FOR THE SALESPERSON IT CARRIES - A PARTNER'S SHARE
      *>      DOES NOT MOVE THE PARTNER'S OWN TERRITORY, AND THE
      *>      MASTER SUPPLIES A PARTNER'S EMPLOYEE NUMBER
           MOVE 'NO' TO SLS-FOUND
           PERFORM VARYING SLS-IDX FROM 1 BY 1
               UNTIL SLS-IDX > SLS-COUNT
               IF SLS-NO(SLS-IDX) = SHR-SLS(SHARE-IDX)
                   MOVE 'YES' TO SLS-FOUND
                   ADD SHR-AMT(SHARE-IDX) TO SLS-SALES(SLS-IDX)
                   IF SHR-SLS(SHARE-IDX) = CLEAN-SALESPERSON-NO
                       MOVE CLEAN-TERRITORY-NO
                           TO SLS-TERRITORY(SLS-IDX)
                       MOVE CLEAN-EMPLOYEE-NO TO SLS-EMP-NO(SLS-IDX)
                   END-IF
                   MOVE SLS-COUNT TO SLS-IDX
               END-IF
           END-PERFORM
           IF SLS-FOUND = 'NO'
               IF SLS-COUNT < 200
                   ADD 1 TO SLS-COUNT
                   MOVE SHR-SLS(SHARE-IDX) TO SLS-NO(SLS-COUNT)
                   MOVE CLEAN-TERRITORY-NO
                       TO SLS-TERRITORY(SLS-COUNT)
                   MOVE 0 TO SLS-EMP-NO(SLS-COUNT)
                   IF SHR-SLS(SHARE-IDX) = CLEAN-SALESPERSON-NO
                       MOVE CLEAN-EMPLOYEE-NO
                           TO SLS-EMP-NO(SLS-COUNT)
                   END-IF
                   MOVE SHR-AMT(SHARE-IDX) TO SLS-SALES(SLS-COUNT)
               ELSE
                   MOVE 'YES' TO SLS-TABLE-FULL
               END-IF
           IF GL-ACCTS-LOADED = 'YES' AND TOTAL-COMMISSION > 0
               OPEN OUTPUT GL-POST-FILE
               MOVE 0 TO GLP-TERR-OUT
               MOVE SPACES TO GLP-COMPANY-OUT
               MOVE 0 TO GLP-OFFICE-OUT
               MOVE RUN-PERIOD-MONTH TO GLP-PERIOD-OUT
               MOVE RUN-DATE-FULL TO GLP-DATE-OUT
