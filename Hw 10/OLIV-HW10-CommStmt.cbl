      *             one salesperson's transactions were not adjacent
      *             after the sort and the control break fragmented
      *             the statements)
      *   10/15/26 - a sale covered by a split-credit row now appears
      *             on each participant's statement at that rep's
      *             share, with the percentage and the partner named
      *             beside it: the clean file is expanded into one
      *             work record per participant (the same allocation
      *             COMMISSION-CALC makes) before the sort, so each
      *             statement's net sales and commission agree with
      *             the register
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMISSION-STATEMENT.
           SELECT CLEAN-IN
           ASSIGN TO CLEAN-IN-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SPLIT-WORK
           ASSIGN TO SPLIT-WORK-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SPLIT-FILE
           ASSIGN TO SPLIT-FILE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPLIT-STATUS.
           SELECT SORTED-CLEAN
           ASSIGN TO SORTED-CLEAN-DD
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLEAN-IN.
       01  CLEAN-RAW-REC.
           05                              PIC X(31).
           05 RAW-CUST-NO                  PIC 9(4).
           05                              PIC X(27).
           05 RAW-SLS-NO                   PIC 9(4).
           05 RAW-SALES-AMT                PIC 9(5)V99.
           05 RAW-MONTHS-IN                PIC 9(2).
           05 RAW-DAYS-IN                  PIC 9(2).
           05 RAW-YEARS-IN                 PIC 9(4).
           05                              PIC X(2).
           05 RAW-TRANS-TYPE               PIC X(1).
       FD  SPLIT-WORK.
       01  SPLIT-WORK-REC.
           05 WRK-CLEAN-PART.
               10                          PIC X(62).
               10 WRK-SLS-NO               PIC 9(4).
               10                          PIC X(18).
           05 WRK-SHARE-AMT                PIC S9(7)V99
                                           SIGN LEADING SEPARATE.
           05 WRK-SHARE-PCT                PIC 9(3)V99.
           05 WRK-PARTNER-NO               PIC 9(4).
           05 WRK-PART-COUNT               PIC 9(1).
       FD  SPLIT-FILE.
       01  SPLIT-ROW-IN.
           COPY OLIV-SLS-Split.
       FD  SORTED-CLEAN.
       01  CLEAN-REC.
           COPY OLIV-HW10-CleanRec.
           05 SHARE-AMT-IN                 PIC S9(7)V99
                                           SIGN LEADING SEPARATE.
           05 SHARE-PCT-IN                 PIC 9(3)V99.
           05 SHARE-PARTNER-IN             PIC 9(4).
           05 SHARE-PART-COUNT-IN          PIC 9(1).
       SD  SORT-WORK.
       01  SORT-CLEAN-REC.
           05                              PIC X(62).
           05 SORT-SLS-NO                  PIC 9(4).
           05                              PIC X(38).
       FD  COMM-RATES.
       01  COMM-RATE-IN.
           05 RATE-SCOPE-IN                PIC X(1).
           05 DRW-AMOUNT-IN                PIC 9(5)V99.
           05 DRW-OWED-IN                  PIC 9(7)V99.
       FD  STATEMENT-FILE.
       01  STATEMENT-REC                   PIC X(110).
       WORKING-STORAGE SECTION.
       01  MORE-CLEAN                      PIC XXX VALUE 'YES'.
       01  FIRST-RECORD                    PIC XXX VALUE 'YES'.
       01  RATE-FOUND                      PIC XXX.
       01  COMMISSION-AMT                  PIC 9(7)V99.
       01  STATEMENT-COUNT                 PIC 9(5) VALUE 0.
       01  MORE-RAW                        PIC XXX VALUE 'YES'.
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
       01  PARTNER-IDX                     PIC 9(1).
       01  SHARE-TABLE.
           05 SHARE-ENTRY OCCURS 4 TIMES.
               10 SHR-SLS                  PIC 9(4).
               10 SHR-AMT                  PIC S9(7)V99.
               10 SHR-PCT                  PIC 9(3)V99.
       01  STMT-RULE-LINE                  PIC X(70) VALUE ALL '='.
       01  STMT-HEAD-LINE.
           05                              PIC X(22) VALUE
       01  STMT-COL-LINE.
           05                              PIC X(60) VALUE
            '  DATE       CUSTOMER                        AMOUNT'.
           05                              PIC X(7) VALUE SPACES.
           05                              PIC X(12) VALUE
               'SPLIT CREDIT'.
       01  STMT-ITEM-LINE.
           05                              PIC X(2) VALUE SPACES.
           05 ITM-DATE-OUT                 PIC X(10).
           05 ITM-AMOUNT-OUT               PIC $$$,$$9.99-.
           05                              PIC X(2) VALUE SPACES.
           05 ITM-TYPE-OUT                 PIC X(8).
           05                              PIC X(2) VALUE SPACES.
           05 ITM-SPLIT-OUT.
               10 ITM-SPLIT-PCT-OUT        PIC ZZ9.99.
               10 ITM-SPLIT-WITH-OUT       PIC X(5).
               10 ITM-PARTNER-NO-OUT       PIC 9(4).
               10                          PIC X(1).
               10 ITM-PARTNER-NAME-OUT     PIC X(14).
               10 ITM-PARTNER-MORE-OUT     PIC X(2).
       01  STMT-TOTAL-LINE.
           05                              PIC X(13) VALUE
               'NET SALES:  '.
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-SLS-Draw.txt'.
       01  STATEMENT-FILE-DD               PIC X(100) VALUE
        'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-SLS-Stmts.txt'.
       01  SPLIT-WORK-DD                   PIC X(100) VALUE
        'D:\COBOL\MIS 280 Homework\Homework #10\OLIV-HW10-Clean2X.txt'.
       01  SPLIT-FILE-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-SLS-Split.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-GET-FILE-NAMES
           PERFORM 050-READ-RATES
           PERFORM 060-LOAD-DRAW-MASTER
           PERFORM 055-READ-SPLITS
           PERFORM 150-EXPAND-SPLITS
           SORT SORT-WORK
               ON ASCENDING KEY SORT-SLS-NO
               USING SPLIT-WORK
               GIVING SORTED-CLEAN
           OPEN INPUT SORTED-CLEAN
           OPEN INPUT SLS-MASTER
           END-IF
           DISPLAY 'COMMISSION STATEMENTS PRODUCED: '
               STATEMENT-COUNT
           IF SPLIT-BAD-COUNT > 0
               DISPLAY 'SPLIT ROWS IGNORED: ' SPLIT-BAD-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       010-GET-FILE-NAMES.
           ACCEPT CLEAN-IN-DD FROM ENVIRONMENT "CUSTCLEAN"
           ACCEPT COMM-RATES-DD FROM ENVIRONMENT "COMMRATES"
           ACCEPT SLS-MASTER-DD FROM ENVIRONMENT "SLSMASTER"
           ACCEPT DRAW-MASTER-DD FROM ENVIRONMENT "SLSDRAW"
           ACCEPT STATEMENT-FILE-DD FROM ENVIRONMENT "COMMSTMTS"
           ACCEPT SPLIT-WORK-DD FROM ENVIRONMENT "COMMSPLITWK"
           ACCEPT SPLIT-FILE-DD FROM ENVIRONMENT "COMMSPLIT".
       050-READ-RATES.
           OPEN INPUT COMM-RATES
           IF RATES-STATUS NOT = '00'
           IF DRAW-STATUS = '00' OR DRAW-STATUS = '10'
               CLOSE DRAW-MASTER
           END-IF.
       055-READ-SPLITS.
           OPEN INPUT SPLIT-FILE
           IF SPLIT-STATUS NOT = '00'
               MOVE 'YES' TO SPLIT-EOF
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
       150-EXPAND-SPLITS.
      *>      ONE WORK RECORD PER PARTICIPANT IN THE SALE, CARRYING
      *>      THAT PARTICIPANT AS THE SALESPERSON SO THE SORT FILES
      *>      THE SHARE UNDER THEIR STATEMENT; AN UNSPLIT SALE IS ONE
      *>      RECORD AT 100 PERCENT WITH NO PARTNER
           OPEN INPUT CLEAN-IN
                OUTPUT SPLIT-WORK
           PERFORM UNTIL MORE-RAW = 'NO'
               READ CLEAN-IN
                   AT END
                       MOVE 'NO' TO MORE-RAW
                   NOT AT END
                       PERFORM 210-ALLOCATE-SHARES
                       PERFORM VARYING SHARE-IDX FROM 1 BY 1
                           UNTIL SHARE-IDX > SHARE-COUNT
                           PERFORM 160-WRITE-SHARE
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE CLEAN-IN
                 SPLIT-WORK.
       160-WRITE-SHARE.
           MOVE CLEAN-RAW-REC TO WRK-CLEAN-PART
           MOVE SHR-SLS(SHARE-IDX) TO WRK-SLS-NO
           MOVE SHR-AMT(SHARE-IDX) TO WRK-SHARE-AMT
           MOVE SHR-PCT(SHARE-IDX) TO WRK-SHARE-PCT
           MOVE SHARE-COUNT TO WRK-PART-COUNT
           MOVE 0 TO WRK-PARTNER-NO
           IF SHARE-COUNT > 1
               IF SHARE-IDX = 1
                   MOVE 2 TO PARTNER-IDX
               ELSE
                   MOVE 1 TO PARTNER-IDX
               END-IF
               MOVE SHR-SLS(PARTNER-IDX) TO WRK-PARTNER-NO
           END-IF
           WRITE SPLIT-WORK-REC.
       210-ALLOCATE-SHARES.
      *>      THE SAME ALLOCATION COMMISSION-CALC MAKES: THE FIRST
      *>      PARTICIPANT TAKES WHAT THE ROUNDED SHARES LEAVE, SO THE
      *>      SHARES ALWAYS ADD BACK TO THE SIGNED AMOUNT
           IF RAW-TRANS-TYPE = 'R' OR RAW-TRANS-TYPE = 'C'
               COMPUTE SIGNED-AMT = 0 - RAW-SALES-AMT
           ELSE
               MOVE RAW-SALES-AMT TO SIGNED-AMT
           END-IF
           PERFORM 220-FIND-SPLIT-ROW
           IF SPLIT-FOUND-IDX = 0
               MOVE 1 TO SHARE-COUNT
               MOVE RAW-SLS-NO TO SHR-SLS(1)
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
       220-FIND-SPLIT-ROW.
           MOVE 0 TO SPLIT-FOUND-IDX
           MOVE 0 TO SPLIT-BEST-DATE
           COMPUTE SPLIT-TRANS-DATE = RAW-YEARS-IN * 10000
               + RAW-MONTHS-IN * 100 + RAW-DAYS-IN
           MOVE 'C' TO SPLIT-SCOPE-WORK
           MOVE RAW-CUST-NO TO SPLIT-KEY-WORK
           PERFORM 225-SCAN-SPLIT-ROWS
           IF SPLIT-FOUND-IDX = 0
               MOVE 'P' TO SPLIT-SCOPE-WORK
               MOVE RAW-SLS-NO TO SPLIT-KEY-WORK
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
       200-GROUP-BY-SALESPERSON.
           IF FIRST-RECORD = 'YES'
               MOVE 'NO' TO FIRST-RECORD
               CLEAN-YEARS-IN DELIMITED BY SIZE INTO ITM-DATE-OUT
           MOVE CLEAN-CUST-NO TO ITM-CUST-NO-OUT
           MOVE CLEAN-CUST-NAME TO ITM-CUST-NAME-OUT
           ADD SHARE-AMT-IN TO SLS-NET-SALES
           MOVE SHARE-AMT-IN TO ITM-AMOUNT-OUT
           IF CLEAN-TRANS-TYPE = 'R' OR CLEAN-TRANS-TYPE = 'C'
               MOVE 'RETURN' TO ITM-TYPE-OUT
           ELSE
               MOVE 'SALE' TO ITM-TYPE-OUT
           END-IF
           MOVE SPACES TO ITM-SPLIT-OUT
           IF SHARE-PART-COUNT-IN > 1
               PERFORM 250-SHOW-SPLIT-PARTNER
           END-IF
           WRITE STATEMENT-REC FROM STMT-ITEM-LINE.
       250-SHOW-SPLIT-PARTNER.
           MOVE SHARE-PCT-IN TO ITM-SPLIT-PCT-OUT
           MOVE '% W/ ' TO ITM-SPLIT-WITH-OUT
           MOVE SHARE-PARTNER-IN TO ITM-PARTNER-NO-OUT
           IF SLS-MASTER-IS-OPEN = 'YES'
               MOVE SHARE-PARTNER-IN TO SLS-MST-NO
               READ SLS-MASTER
                   INVALID KEY
                       MOVE 'NOT ON MASTER' TO ITM-PARTNER-NAME-OUT
                   NOT INVALID KEY
                       MOVE SLS-MST-NAME(1:14)
                           TO ITM-PARTNER-NAME-OUT
               END-READ
           END-IF
           IF SHARE-PART-COUNT-IN > 2
               MOVE ' +' TO ITM-PARTNER-MORE-OUT
           END-IF.
       300-OPEN-STATEMENT.
           ADD 1 TO STATEMENT-COUNT
           WRITE STATEMENT-REC FROM STMT-RULE-LINE
