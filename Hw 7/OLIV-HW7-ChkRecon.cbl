      *             the old overflow handling (flag, RC 4, rewrite
      *             anyway) was erasing every check past row 2000
      *             from the reconciliation trail
      *   10/15/26 - a paid item against a check CHECK-VOID voided
      *             or stopped is an exception, not a settled check
      *   10/15/26 - a check with a due-diligence letter out (D) is
      *             still outstanding and settles normally when paid;
      *             a paid item against a check CHECK-ESCHEAT turned
      *             over to the state (E) is an exception
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-RECONCILE.
               10 ISS-PERIOD               PIC 9(2).
               10 ISS-AMOUNT               PIC 9(7)V99.
               10 ISS-STATUS               PIC X(1).
               10 ISS-NOTICE-DATE          PIC 9(8).
       01  PAID-FOUND                      PIC XXX.
       01  PAID-COUNT                      PIC 9(5) VALUE 0.
       01  PAID-DOLLARS                    PIC 9(9)V99 VALUE 0.
       01  PAID-NO-MATCH-COUNT             PIC 9(5) VALUE 0.
       01  AMOUNT-MISM-COUNT               PIC 9(5) VALUE 0.
       01  VOID-PAID-COUNT                 PIC 9(5) VALUE 0.
       01  ESCHEAT-PAID-COUNT              PIC 9(5) VALUE 0.
       01  OUTSTANDING-COUNT               PIC 9(5) VALUE 0.
       01  OUTSTANDING-DOLLARS             PIC 9(9)V99 VALUE 0.
       01  STALE-COUNT                     PIC 9(5) VALUE 0.
           MOVE STALE-COUNT TO SUM-STALE-OUT
           COMPUTE SUM-EXC-OUT =
               PAID-NO-MATCH-COUNT + AMOUNT-MISM-COUNT
               + VOID-PAID-COUNT + ESCHEAT-PAID-COUNT
           WRITE REPORT-REC FROM SUMMARY-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE REPORT-REC FROM SUMMARY-LINE-2
           CLOSE RECON-REPORT
           PERFORM 500-REWRITE-ISSUED-FILE
           IF PAID-NO-MATCH-COUNT > 0 OR AMOUNT-MISM-COUNT > 0
               OR VOID-PAID-COUNT > 0 OR ESCHEAT-PAID-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
                               TO ISS-AMOUNT(ISSUED-COUNT)
                           MOVE CHK-STATUS
                               TO ISS-STATUS(ISSUED-COUNT)
                           IF CHK-NOTICE-DATE IS NUMERIC
                               MOVE CHK-NOTICE-DATE
                                   TO ISS-NOTICE-DATE(ISSUED-COUNT)
                           ELSE
                               MOVE 0
                                   TO ISS-NOTICE-DATE(ISSUED-COUNT)
                           END-IF
                       ELSE
      *>      THE RUN REWRITES THE ISSUED FILE FROM THIS TABLE AT
      *>      THE END - STOPPING HERE KEEPS ROWS PAST THE TABLE
               MOVE 'PAID BY BANK - NEVER ISSUED' TO EXC-NOTE-OUT
               WRITE REPORT-REC FROM EXCEPTION-LINE
           END-IF.
      *>      A VOIDED OR STOPPED CHECK KEEPS ITS STATUS - THE BANK
      *>      HONORED A CHECK IT WAS TOLD NOT TO, SO IT IS CHASED AS
      *>      AN EXCEPTION RATHER THAN SETTLED
       320-SETTLE-ONE-CHECK.
           EVALUATE TRUE
               WHEN ISS-STATUS(ISSUED-IDX) = 'V'
                   ADD 1 TO VOID-PAID-COUNT
                   MOVE BPD-CHECK-NO TO EXC-CHECK-NO-OUT
                   MOVE BPD-AMOUNT TO EXC-AMOUNT-OUT
                   MOVE 'PAID AGAINST VOIDED CHECK' TO EXC-NOTE-OUT
                   WRITE REPORT-REC FROM EXCEPTION-LINE
               WHEN ISS-STATUS(ISSUED-IDX) = 'S'
                   ADD 1 TO VOID-PAID-COUNT
                   MOVE BPD-CHECK-NO TO EXC-CHECK-NO-OUT
                   MOVE BPD-AMOUNT TO EXC-AMOUNT-OUT
                   MOVE 'PAID AGAINST STOPPED CHECK' TO EXC-NOTE-OUT
                   WRITE REPORT-REC FROM EXCEPTION-LINE
               WHEN ISS-STATUS(ISSUED-IDX) = 'E'
                   ADD 1 TO ESCHEAT-PAID-COUNT
                   MOVE BPD-CHECK-NO TO EXC-CHECK-NO-OUT
                   MOVE BPD-AMOUNT TO EXC-AMOUNT-OUT
                   MOVE 'PAID AGAINST ESCHEATED CHECK'
                       TO EXC-NOTE-OUT
                   WRITE REPORT-REC FROM EXCEPTION-LINE
               WHEN ISS-AMOUNT(ISSUED-IDX) NOT = BPD-AMOUNT
                   ADD 1 TO AMOUNT-MISM-COUNT
                   MOVE BPD-CHECK-NO TO EXC-CHECK-NO-OUT
                   MOVE BPD-AMOUNT TO EXC-AMOUNT-OUT
                   MOVE 'PAID AMOUNT DISAGREES WITH ISSUED'
                       TO EXC-NOTE-OUT
                   WRITE REPORT-REC FROM EXCEPTION-LINE
               WHEN OTHER
                   MOVE 'P' TO ISS-STATUS(ISSUED-IDX)
                   ADD 1 TO PAID-COUNT
                   ADD BPD-AMOUNT TO PAID-DOLLARS
                   MOVE ISS-NUMBER(ISSUED-IDX) TO DTL-CHECK-NO-OUT
                   MOVE ISS-EMP-NO(ISSUED-IDX) TO DTL-EMP-NO-OUT
                   MOVE ISS-NAME(ISSUED-IDX) TO DTL-NAME-OUT
                   MOVE ISS-AMOUNT(ISSUED-IDX) TO DTL-AMOUNT-OUT
                   MOVE 'PAID' TO DTL-NOTE-OUT
                   WRITE REPORT-REC FROM DETAIL-LINE
           END-EVALUATE.
       400-REPORT-OUTSTANDING.
           WRITE REPORT-REC FROM SECTION-OUT-LINE
               AFTER ADVANCING 2 LINES
           PERFORM VARYING ISSUED-IDX FROM 1 BY 1
               UNTIL ISSUED-IDX > ISSUED-COUNT
               IF ISS-STATUS(ISSUED-IDX) = 'O'
                   OR ISS-STATUS(ISSUED-IDX) = 'D'
                   PERFORM 410-REPORT-ONE-OUTSTANDING
               END-IF
           END-PERFORM.
               ADD 1 TO STALE-COUNT
               MOVE 'OUTSTANDING - STALE-DATED' TO DTL-NOTE-OUT
           END-IF
           IF ISS-STATUS(ISSUED-IDX) = 'D'
               MOVE 'OUTSTANDING - LETTER SENT' TO DTL-NOTE-OUT
           END-IF
           WRITE REPORT-REC FROM DETAIL-LINE.
       500-REWRITE-ISSUED-FILE.
           OPEN OUTPUT ISSUED-CHECKS
               MOVE ISS-PERIOD(ISSUED-IDX) TO CHK-PERIOD
               MOVE ISS-AMOUNT(ISSUED-IDX) TO CHK-AMOUNT
               MOVE ISS-STATUS(ISSUED-IDX) TO CHK-STATUS
               MOVE ISS-NOTICE-DATE(ISSUED-IDX) TO CHK-NOTICE-DATE
               WRITE ISSUED-CHECK-REC
           END-PERFORM
           CLOSE ISSUED-CHECKS.
