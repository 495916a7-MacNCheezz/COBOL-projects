      *             amount) buffered through the group, not just the
      *             break line - the totals alone were not the
      *             "their numbers" the distribution promised
      *   10/15/26 - the per-salesperson history rows now carry split
      *             credit: a sale covered by a split-credit row is
      *             divided among its participants the way
      *             COMMISSION-CALC divides it, so the trend report
      *             credits both reps on a shared account; territory
      *             totals and the listing are unchanged
      *   10/15/26 - each territory break also appends one C history
      *             row per customer sold in the territory (customer
      *             number, signed sales), and every history row now
      *             carries the territory it was booked under, so
      *             TERRITORY-REALIGN can restate the history when
      *             customers move to another territory; the history
      *             layout moved to the shared OLIV-SLS-Hist copybook
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERRITORY.
           ASSIGN TO CKPT-SLS-FILE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CKPT-SLS-STATUS.
           SELECT SPLIT-FILE
           ASSIGN TO SPLIT-FILE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPLIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TERR-LIST.
           COPY OLIV-TERR-Master.
       FD  SALES-HIST.
       01  SALES-HIST-REC.
           COPY OLIV-SLS-Hist.
       FD  QUOTA-MASTER.
       01  QUOTA-MASTER-REC.
           05 QTA-TERR-IN                  PIC 9(2).
           05 CKS-SLS-NO                   PIC 9(4).
           05 CKS-SLS-SALES                PIC S9(9)V99
                                           SIGN LEADING SEPARATE.
       FD  SPLIT-FILE.
       01  SPLIT-ROW-IN.
           COPY OLIV-SLS-Split.
       WORKING-STORAGE SECTION.
       77  CKPT-STATUS                     PIC XX.
       77  CKPT-SLS-STATUS                 PIC XX.
           05 SLS-ENTRY OCCURS 200 TIMES.
               10 SLS-NO                   PIC 9(4).
               10 SLS-SALES                PIC S9(9)V99.
       77  SPLIT-STATUS                    PIC XX.
       77  SPLIT-EOF                       PIC XXX VALUE 'NO'.
       77  SPLIT-COUNT                     PIC 9(3) VALUE 0.
       77  SPLIT-IDX                       PIC 9(3).
       77  SPLIT-FOUND-IDX                 PIC 9(3).
       77  SPLIT-BEST-DATE                 PIC 9(8).
       77  SPLIT-SCOPE-WORK                PIC X(1).
       77  SPLIT-KEY-WORK                  PIC X(4).
       77  SPLIT-TRANS-DATE                PIC 9(8).
       77  SPLIT-PCT-TOTAL                 PIC 9(4)V99.
       77  SPLIT-BAD-COUNT                 PIC 9(3) VALUE 0.
       77  PART-IDX                        PIC 9(1).
       01  SPLIT-TABLE.
           05 SPT-ENTRY OCCURS 300 TIMES.
               10 SPT-SCOPE                PIC X(1).
               10 SPT-KEY                  PIC X(4).
               10 SPT-EFF-DATE             PIC 9(8).
               10 SPT-PART OCCURS 4 TIMES.
                   15 SPT-PART-SLS         PIC 9(4).
                   15 SPT-PART-PCT         PIC 9(3)V99.
       77  SIGNED-AMT                      PIC S9(7)V99.
       77  CUSTG-COUNT                     PIC 9(3) VALUE 0.
       77  CUSTG-IDX                       PIC 9(3).
       77  CUSTG-FOUND                     PIC XXX.
       77  CUSTG-TABLE-FULL                PIC XXX VALUE 'NO'.
       01  CUSTG-TABLE.
           05 CUSTG-ENTRY OCCURS 500 TIMES.
               10 CUSTG-NO                 PIC 9(4).
               10 CUSTG-SALES              PIC S9(9)V99.
       77  SHARE-OTHERS                    PIC S9(7)V99.
       77  SHARE-COUNT                     PIC 9(1).
       77  SHARE-IDX                       PIC 9(1).
       01  SHARE-TABLE.
           05 SHARE-ENTRY OCCURS 4 TIMES.
               10 SHR-SLS                  PIC 9(4).
               10 SHR-AMT                  PIC S9(7)V99.
               10 SHR-PCT                  PIC 9(3)V99.
       77  READ-COUNT                      PIC 9(7) VALUE 0.
       77  PROCESSED-COUNT                 PIC 9(7) VALUE 0.
       77  REJECTED-COUNT                  PIC 9(7) VALUE 0.
        'D:\COBOL\MIS 280 Homework\Homework #10\OLIV-HW10-TrCkpt.txt'.
       01  CKPT-SLS-FILE-DD                PIC X(100) VALUE
        'D:\COBOL\MIS 280 Homework\Homework #10\OLIV-HW10-TrCkSls.txt'.
       01  SPLIT-FILE-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-SLS-Split.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-GET-FILE-NAMES
           PERFORM 020-READ-TERR-MASTER
           PERFORM 030-READ-QUOTA-MASTER
           PERFORM 040-READ-SPLITS
           PERFORM 015-GET-BUSINESS-DATE
           PERFORM 055-READ-CHECKPOINT
           SORT SORT-WORK
               DISPLAY 'SALESPERSON TABLE FILLED AT 200 - HISTORY '
                   'ROWS INCOMPLETE'
           END-IF
           IF CUSTG-TABLE-FULL = 'YES'
               DISPLAY 'OVER 500 CUSTOMERS IN A TERRITORY - CUSTOMER '
                   'HISTORY ROWS INCOMPLETE'
           END-IF
           IF REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF SPLIT-BAD-COUNT > 0
               DISPLAY 'SPLIT ROWS IGNORED: ' SPLIT-BAD-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       010-GET-FILE-NAMES.
           ACCEPT TERR-LIST-DD FROM ENVIRONMENT "TERRIN"
           ACCEPT MGR-BASE-DD FROM ENVIRONMENT "TERRMGRBASE"
           ACCEPT DIST-INDEX-DD FROM ENVIRONMENT "TERRMGRIDX"
           ACCEPT CHECKPOINT-FILE-DD FROM ENVIRONMENT "TERRCKPT"
           ACCEPT CKPT-SLS-FILE-DD FROM ENVIRONMENT "TERRCKPTSLS"
           ACCEPT SPLIT-FILE-DD FROM ENVIRONMENT "COMMSPLIT".
       015-GET-BUSINESS-DATE.
           OPEN INPUT RUN-CONTROL
           IF RUN-CTL-STATUS = '00'
                   MOVE QUOTA-COUNT TO QUOTA-IDX
               END-IF
           END-PERFORM.
       040-READ-SPLITS.
           OPEN INPUT SPLIT-FILE
           IF SPLIT-STATUS NOT = '00'
               MOVE 'YES' TO SPLIT-EOF
           END-IF
           PERFORM UNTIL SPLIT-EOF = 'YES'
               READ SPLIT-FILE
                   AT END
                       MOVE 'YES' TO SPLIT-EOF
                   NOT AT END
                       PERFORM 045-LOAD-SPLIT-ROW
               END-READ
           END-PERFORM
           IF SPLIT-STATUS = '00' OR SPLIT-STATUS = '10'
               CLOSE SPLIT-FILE
           END-IF.
       045-LOAD-SPLIT-ROW.
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
       018-PAGE-HEADING.
           ADD 1 TO PAGE-NO
           MOVE PAGE-NO TO HDR-PAGE-OUT
               ADD 1 TO WS-EMP-COUNT
               ADD 1 TO PROCESSED-COUNT
               PERFORM 350-ADD-SALESPERSON-SALES
               PERFORM 365-ADD-CUSTOMER-SALES
               PERFORM 360-BUFFER-MGR-DETAIL
           ELSE
               ADD 1 TO REJECTED-COUNT
           END-IF.
       350-ADD-SALESPERSON-SALES.
           PERFORM 352-ALLOCATE-SHARES
           PERFORM VARYING SHARE-IDX FROM 1 BY 1
               UNTIL SHARE-IDX > SHARE-COUNT
               PERFORM 358-ADD-SHARE
           END-PERFORM.
       352-ALLOCATE-SHARES.
      *>      THE SAME ALLOCATION COMMISSION-CALC MAKES: THE FIRST
      *>      PARTICIPANT TAKES WHAT THE ROUNDED SHARES LEAVE, SO THE
      *>      SHARES ALWAYS ADD BACK TO THE SIGNED AMOUNT
           IF CLEAN-TRANS-TYPE = 'R' OR CLEAN-TRANS-TYPE = 'C'
               COMPUTE SIGNED-AMT = 0 - CLEAN-SALES-AMT
           ELSE
               MOVE CLEAN-SALES-AMT TO SIGNED-AMT
           END-IF
           PERFORM 354-FIND-SPLIT-ROW
           IF SPLIT-FOUND-IDX = 0
               MOVE 1 TO SHARE-COUNT
               MOVE CLEAN-SALESPERSON-NO TO SHR-SLS(1)
               MOVE SIGNED-AMT TO SHR-AMT(1)
               MOVE 100 TO SHR-PCT(1)
           ELSE
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
       354-FIND-SPLIT-ROW.
           MOVE 0 TO SPLIT-FOUND-IDX
           MOVE 0 TO SPLIT-BEST-DATE
           COMPUTE SPLIT-TRANS-DATE = CLEAN-YEARS-IN * 10000
               + CLEAN-MONTHS-IN * 100 + CLEAN-DAYS-IN
           MOVE 'C' TO SPLIT-SCOPE-WORK
           MOVE CLEAN-CUST-NO TO SPLIT-KEY-WORK
           PERFORM 356-SCAN-SPLIT-ROWS
           IF SPLIT-FOUND-IDX = 0
               MOVE 'P' TO SPLIT-SCOPE-WORK
               MOVE CLEAN-SALESPERSON-NO TO SPLIT-KEY-WORK
               PERFORM 356-SCAN-SPLIT-ROWS
           END-IF.
       356-SCAN-SPLIT-ROWS.
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
       358-ADD-SHARE.
           MOVE 'NO' TO SLS-FOUND
           PERFORM VARYING SLS-IDX FROM 1 BY 1
               UNTIL SLS-IDX > SLS-COUNT
               IF SLS-NO(SLS-IDX) = SHR-SLS(SHARE-IDX)
                   MOVE 'YES' TO SLS-FOUND
                   ADD SHR-AMT(SHARE-IDX) TO SLS-SALES(SLS-IDX)
                   MOVE SLS-COUNT TO SLS-IDX
               END-IF
           END-PERFORM
           IF SLS-FOUND = 'NO'
               IF SLS-COUNT < 200
                   ADD 1 TO SLS-COUNT
                   MOVE SHR-SLS(SHARE-IDX) TO SLS-NO(SLS-COUNT)
                   MOVE SHR-AMT(SHARE-IDX) TO SLS-SALES(SLS-COUNT)
               ELSE
                   MOVE 'YES' TO SLS-TABLE-FULL
               END-IF
           MOVE SPACES TO HIST-KEY
           MOVE TERR-HOLD TO HIST-KEY(1:2)
           MOVE WS-TOTAL-SALES TO HIST-SALES
           MOVE TERR-HOLD TO HIST-TERR
           WRITE SALES-HIST-REC
           PERFORM 380-WRITE-CUSTOMER-HIST
           COMPUTE TOTAL = TOTAL + WS-TOTAL-SALARY
           COMPUTE TOTAL-SALES = TOTAL-SALES + WS-TOTAL-SALES
           COMPUTE TOTAL-EMP-COUNT = TOTAL-EMP-COUNT + WS-EMP-COUNT
           ELSE
               MOVE 'YES' TO MGR-DETAIL-FULL
           END-IF.
       365-ADD-CUSTOMER-SALES.
      *>      HELD PER TERRITORY GROUP AND WRITTEN AT ITS BREAK, SO A
      *>      RESTART NEVER APPENDS A COMMITTED GROUP'S ROWS TWICE
           IF CLEAN-TRANS-TYPE = 'R' OR CLEAN-TRANS-TYPE = 'C'
               COMPUTE SIGNED-AMT = 0 - CLEAN-SALES-AMT
           ELSE
               MOVE CLEAN-SALES-AMT TO SIGNED-AMT
           END-IF
           MOVE 'NO' TO CUSTG-FOUND
           PERFORM VARYING CUSTG-IDX FROM 1 BY 1
               UNTIL CUSTG-IDX > CUSTG-COUNT
               IF CUSTG-NO(CUSTG-IDX) = CLEAN-CUST-NO
                   MOVE 'YES' TO CUSTG-FOUND
                   ADD SIGNED-AMT TO CUSTG-SALES(CUSTG-IDX)
                   MOVE CUSTG-COUNT TO CUSTG-IDX
               END-IF
           END-PERFORM
           IF CUSTG-FOUND = 'NO'
               IF CUSTG-COUNT < 500
                   ADD 1 TO CUSTG-COUNT
                   MOVE CLEAN-CUST-NO TO CUSTG-NO(CUSTG-COUNT)
                   MOVE SIGNED-AMT TO CUSTG-SALES(CUSTG-COUNT)
               ELSE
                   MOVE 'YES' TO CUSTG-TABLE-FULL
               END-IF
           END-IF.
       380-WRITE-CUSTOMER-HIST.
           PERFORM VARYING CUSTG-IDX FROM 1 BY 1
               UNTIL CUSTG-IDX > CUSTG-COUNT
               MOVE RUN-PERIOD TO HIST-PERIOD
               MOVE 'C' TO HIST-REC-TYPE
               MOVE CUSTG-NO(CUSTG-IDX) TO HIST-KEY
               MOVE CUSTG-SALES(CUSTG-IDX) TO HIST-SALES
               MOVE TERR-HOLD TO HIST-TERR
               WRITE SALES-HIST-REC
           END-PERFORM
           MOVE 0 TO CUSTG-COUNT.
       370-WRITE-MANAGER-COPY.
      *>      ONE FILE PER TERRITORY, NAMED BASE-Tnn, HOLDING THAT
      *>      TERRITORY'S TRANSACTION DETAIL AND ITS BREAK LINE
               MOVE 'S' TO HIST-REC-TYPE
               MOVE SLS-NO(SLS-IDX) TO HIST-KEY
               MOVE SLS-SALES(SLS-IDX) TO HIST-SALES
               MOVE 0 TO HIST-TERR
               WRITE SALES-HIST-REC
           END-PERFORM.
       400-WRITE-CONTROL-LOG.
