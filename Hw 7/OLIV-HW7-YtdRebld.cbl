      *          rebuild cannot quietly replace the file.
      * Modification History:
      *   9/3/26  - initial version
      *   10/15/26 - retroactive raise pay carried on a posting is
      *             replayed into YTD-RETRO; postings written before
      *             the field existed carry none
      *   10/15/26 - an off-cycle posting (YP-POST-TYPE O) is replayed
      *             even when the employee's regular posting for the
      *             same period is already in, and does not move
      *             YTD-LAST-PERIOD or YTD-LAST-NET - the payroll run
      *             absorbs it the same way
      *   10/15/26 - a YTD-ADJUST posting (YP-POST-TYPE A) is replayed
      *             outside the period guard: sign + adds like any
      *             posting, sign - backs its amounts out; a back-out
      *             larger than what the rebuilt buckets hold is left
      *             unapplied, counted, and fails the proof
      *   10/15/26 - the employer company carried on a posting is
      *             replayed into YTD-COMPANY; postings written before
      *             the field existed leave the rebuilt record at
      *             company 01
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YTD-REBUILD.
       01  APPLIED-COUNT                   PIC 9(7) VALUE 0.
       01  DUPLICATE-COUNT                 PIC 9(7) VALUE 0.
       01  EMPLOYEE-COUNT                  PIC 9(7) VALUE 0.
       01  ADJUST-COUNT                    PIC 9(7) VALUE 0.
       01  UNAPPLIED-COUNT                 PIC 9(7) VALUE 0.
       01  BACK-OUT-FITS                   PIC XXX.
       01  BACK-OUT-SLOT                   PIC 9(1).
       01  POST-IDX                        PIC 9(1).
       01  YTD-DED-SCAN                    PIC 9(1).
       01  DED-SLOT-FOUND                  PIC XXX.
           05                              PIC X(14) VALUE
               '  EMPLOYEES:  '.
           05 CNT-EMP-OUT                  PIC ZZZ,ZZ9.
       01  ADJUST-LINE.
           05                              PIC X(20) VALUE
               'ADJUSTMENTS:        '.
           05 ADJ-APPLIED-OUT              PIC ZZZ,ZZ9.
           05                              PIC X(24) VALUE
               '  BACK-OUTS UNAPPLIED:  '.
           05 ADJ-UNAPPLIED-OUT            PIC ZZZ,ZZ9.
       01  PROOF-LINE.
           05 PRL-LABEL-OUT                PIC X(10).
           05                              PIC X(9) VALUE
           MOVE DUPLICATE-COUNT TO CNT-DUP-OUT
           MOVE EMPLOYEE-COUNT TO CNT-EMP-OUT
           WRITE REPORT-REC FROM COUNT-LINE
           MOVE ADJUST-COUNT TO ADJ-APPLIED-OUT
           MOVE UNAPPLIED-COUNT TO ADJ-UNAPPLIED-OUT
           WRITE REPORT-REC FROM ADJUST-LINE
           IF UNAPPLIED-COUNT > 0
               MOVE 'YES' TO PROOF-FAILED
           END-IF
           PERFORM 500-PROVE-CONTROL-TOTALS
           CLOSE REBUILD-REPORT
           IF PROOF-FAILED = 'YES'
           MOVE YP-EMP-NO TO YTD-EMP-NO
           READ YTD-FILE
               INVALID KEY
                   IF YP-POST-TYPE = 'A' AND YP-ADJ-SIGN = '-'
      *>      A BACK-OUT FOR AN EMPLOYEE WITH NOTHING REPLAYED YET -
      *>      THE POSTINGS ARE INCOMPLETE OR OUT OF ORDER
                       ADD 1 TO UNAPPLIED-COUNT
                       DISPLAY 'ADJUSTMENT BACK-OUT FOR EMPLOYEE '
                           YP-EMP-NO ' HAS NO YTD TO BACK OUT OF'
                   ELSE
                       INITIALIZE YTD-REC
                       MOVE YP-EMP-NO TO YTD-EMP-NO
                       ADD 1 TO EMPLOYEE-COUNT
                       PERFORM 300-ABSORB-POSTING
                       WRITE YTD-REC
                       ADD 1 TO APPLIED-COUNT
                   END-IF
               NOT INVALID KEY
                   IF YP-POST-TYPE = 'A'
                       PERFORM 320-REPLAY-ADJUSTMENT
                   ELSE
                       IF YTD-LAST-PERIOD = YP-PERIOD
                           AND (YP-POST-TYPE = 'R'
                           OR YP-POST-TYPE = SPACE)
      *>      THE SAME GUARD 960-UPDATE-YTD APPLIES - A PERIOD
      *>      CANNOT ABSORB TWICE; AN OFF-CYCLE POSTING NEVER HELD
      *>      THE PERIOD'S SLOT, SO IT IS NOT A DUPLICATE
                           ADD 1 TO DUPLICATE-COUNT
                       ELSE
                           PERFORM 300-ABSORB-POSTING
                           REWRITE YTD-REC
                           ADD 1 TO APPLIED-COUNT
                       END-IF
                   END-IF
           END-READ.
       300-ABSORB-POSTING.
           ADD YP-NET TO YTD-OLD-NET-PAY
           ADD YP-ER-FICA TO YTD-ER-FICA
           ADD YP-FUTA TO YTD-FUTA
           ADD YP-SUTA TO YTD-SUTA
           IF YP-RETRO-GROSS IS NUMERIC
               ADD YP-RETRO-GROSS TO YTD-RETRO
           END-IF
           IF YP-COMPANY IS NUMERIC
               MOVE YP-COMPANY TO YTD-COMPANY
           END-IF
           IF YP-POST-TYPE = 'A'
               ADD 1 TO ADJUST-COUNT
           END-IF
           IF YP-POST-TYPE = 'R' OR YP-POST-TYPE = SPACE
               MOVE YP-NET TO YTD-LAST-NET
               MOVE YP-PERIOD TO YTD-LAST-PERIOD
           END-IF
           PERFORM VARYING POST-IDX FROM 1 BY 1 UNTIL POST-IDX > 6
               IF YP-DED-CODE(POST-IDX) NOT = SPACES
                   PERFORM 350-BUCKET-ONE-DEDUCTION
                   END-IF
               END-PERFORM
           END-IF.
       320-REPLAY-ADJUSTMENT.
      *>      AN ADJUSTMENT NEVER HOLDS THE PERIOD'S SLOT - IT IS
      *>      REPLAYED WHATEVER YTD-LAST-PERIOD SAYS
           IF YP-ADJ-SIGN = '-'
               PERFORM 330-CHECK-BACK-OUT
               IF BACK-OUT-FITS = 'YES'
                   PERFORM 340-BACK-OUT-POSTING
                   REWRITE YTD-REC
                   ADD 1 TO APPLIED-COUNT
                   ADD 1 TO ADJUST-COUNT
               ELSE
                   ADD 1 TO UNAPPLIED-COUNT
                   DISPLAY 'ADJUSTMENT BACK-OUT FOR EMPLOYEE '
                       YP-EMP-NO ' EXCEEDS THE REBUILT BUCKET'
               END-IF
           ELSE
               PERFORM 300-ABSORB-POSTING
               REWRITE YTD-REC
               ADD 1 TO APPLIED-COUNT
           END-IF.
       330-CHECK-BACK-OUT.
           MOVE 'YES' TO BACK-OUT-FITS
           IF YP-GROSS > YTD-GROSS
               OR YP-FICA > YTD-FICA
               OR YP-FED > YTD-FED
               OR YP-STATE > YTD-STATE
               OR YP-UNION > YTD-UNION
               OR YP-INSUR > YTD-INSUR
               OR YP-ER-FICA > YTD-ER-FICA
               OR YP-FUTA > YTD-FUTA
               OR YP-SUTA > YTD-SUTA
               MOVE 'NO' TO BACK-OUT-FITS
           END-IF
           MOVE 0 TO BACK-OUT-SLOT
           IF YP-DED-CODE(1) NOT = SPACES
               PERFORM VARYING YTD-DED-SCAN FROM 1 BY 1
                   UNTIL YTD-DED-SCAN > 6
                   IF YTD-DED-CODE(YTD-DED-SCAN) = YP-DED-CODE(1)
                       MOVE YTD-DED-SCAN TO BACK-OUT-SLOT
                       MOVE 6 TO YTD-DED-SCAN
                   END-IF
               END-PERFORM
               IF BACK-OUT-SLOT = 0
                   MOVE 'NO' TO BACK-OUT-FITS
               ELSE
                   IF YP-DED-AMT(1) > YTD-DED-AMT(BACK-OUT-SLOT)
                       MOVE 'NO' TO BACK-OUT-FITS
                   END-IF
               END-IF
           END-IF.
       340-BACK-OUT-POSTING.
      *>      YTD-ADJUST WRITES ONE BUCKET (AND AT MOST ONE DEDUCTION
      *>      SLOT) PER POSTING - EVERY OTHER AMOUNT IS ZERO
           SUBTRACT YP-GROSS FROM YTD-GROSS
           SUBTRACT YP-FICA FROM YTD-FICA
           SUBTRACT YP-FED FROM YTD-FED
           SUBTRACT YP-STATE FROM YTD-STATE
           SUBTRACT YP-UNION FROM YTD-UNION
           SUBTRACT YP-INSUR FROM YTD-INSUR
           SUBTRACT YP-ER-FICA FROM YTD-ER-FICA
           SUBTRACT YP-FUTA FROM YTD-FUTA
           SUBTRACT YP-SUTA FROM YTD-SUTA
           IF BACK-OUT-SLOT > 0
               SUBTRACT YP-DED-AMT(1)
                   FROM YTD-DED-AMT(BACK-OUT-SLOT)
           END-IF.
       400-SUM-REBUILT-FILE.
           CLOSE YTD-FILE
           OPEN INPUT YTD-FILE
