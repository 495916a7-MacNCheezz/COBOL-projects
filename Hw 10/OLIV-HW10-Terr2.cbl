      *             together - a record failing more than one check
      *             used to print as that many separate "bad" records
      *             instead of one
      *   10/15/26 - a customer on credit hold (status H, set when AR
      *             writes the customer's debt off) fails the master
      *             check the same as an inactive one; error 8 now
      *             says so
      *   10/15/26 - the suspense file is now indexed on a permanent
      *             suspense ID: a transaction failing for the first
      *             time takes the next number from the suspense ID
      *             control file (carried in the checkpoint so a
      *             restart does not hand the same number out twice)
      *             and keeps it, with its first-fail date, through
      *             every recycle; the night's suspense work file is
      *             loaded back into the indexed file in ID order at
      *             clean end instead of copied over a flat file.
      *             Each first failure, each later failing night with
      *             that night's flags, and the night the transaction
      *             finally clears into the clean file are appended to
      *             the suspense history log SUSPENSE-INQUIRY lists,
      *             and the aging report now shows the suspense ID and
      *             the date the record first failed
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-ERROR.
               FILE STATUS IS CUST-MASTER-STATUS.
           SELECT SUSPENSE-OLD
           ASSIGN TO SUSPENSE-OLD-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SUSP-ID
               FILE STATUS IS SUSP-OLD-STATUS.
           SELECT SUSPENSE-NEW
           ASSIGN TO SUSPENSE-NEW-DD
           ASSIGN TO CLEAN-OUT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLEAN-REREAD-STATUS.
           SELECT SUSP-ID-CONTROL
           ASSIGN TO SUSP-ID-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSP-CTL-STATUS.
           SELECT SUSP-HISTORY
           ASSIGN TO SUSP-HISTORY-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSP-HIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUST-LIST.
           COPY OLIV-HW10-Suspense.
       FD  SUSPENSE-NEW.
       01  SUSPENSE-NEW-REC.
           05 SUSPN-ID                     PIC 9(8).
           05 SUSPN-FIRST-FAIL-DATE        PIC 9(8).
           05 SUSPN-CYCLE-COUNT            PIC 9(2).
           05 SUSPN-ERR-FLAGS              PIC X(15).
           05 SUSPN-TRANS-IMAGE            PIC X(84).
           05 CKP-DUP-OUT                  PIC 9(5).
           05 CKP-RTN-COUNT-OUT            PIC 9(5).
           05 CKP-RTN-DOLLARS-OUT          PIC 9(9)V99.
           05 CKP-NEXT-SUSP-ID-OUT         PIC 9(8).
       FD  CLEAN-REREAD.
       01  CLEAN-REREAD-REC.
      *>  POSITIONAL VIEW OF THE CLEAN RECORD - JUST THE FIELDS THE
               10 CRR-YEAR                 PIC 9(4).
           05 CRR-TERR                     PIC 9(2).
           05 CRR-TYPE                     PIC X(1).
       FD  SUSP-ID-CONTROL.
       01  SUSP-ID-CONTROL-REC.
           COPY OLIV-HW10-SuspCtl.
       FD  SUSP-HISTORY.
       01  SUSP-HISTORY-REC.
           COPY OLIV-HW10-SuspHist.
       WORKING-STORAGE SECTION.
       01  ARE-THERE-MORE-RECORDS          PIC XXX   VALUE 'YES'.
       01  CUST-NO-LOW                     PIC 9(4).
               '   ERROR: CUST-NUM NOT ON CUSTOMER MASTER'.
       01  ERROR-8.
           05                              PIC X(50) VALUE
               '   ERROR: CUSTOMER INACTIVE OR ON CREDIT HOLD'.
       01  WARNING-1.
           05                              PIC X(50) VALUE
               '   WARNING: CUST-NAME DOES NOT MATCH MASTER'.
       01  SUSPENSE-OUT-COUNT              PIC 9(5) VALUE 0.
       01  AGED-COUNT                      PIC 9(5) VALUE 0.
       01  AGING-THRESHOLD                 PIC 9(2) VALUE 3.
       01  SUSP-CTL-STATUS                 PIC XX.
       01  SUSP-HIST-STATUS                PIC XX.
       01  NEXT-SUSP-ID                    PIC 9(8) VALUE 0.
       01  CURRENT-SUSP-ID                 PIC 9(8) VALUE 0.
       01  CURRENT-FIRST-FAIL              PIC 9(8) VALUE 0.
       01  AGING-HEADING.
           05                              PIC X(44) VALUE
               'SUSPENSE AGING REPORT - STUCK OVER 3 CYCLES'.
           05                              PIC X(10) VALUE
               '  CYCLES: '.
           05 AGE-CYCLE-OUT                PIC Z9.
           05                              PIC X(11) VALUE
               '  SUSP-ID: '.
           05 AGE-SUSP-ID-OUT              PIC 9(8).
           05                              PIC X(9) VALUE
               '  SINCE: '.
           05 AGE-FIRST-FAIL-OUT           PIC 9(8).
       01  SUSPENSE-FOOTER.
           05                              PIC X(24) VALUE
               'SUSPENSE RECYCLED IN:  '.
       01  CUST-MASTER-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-CUST-Master.dat'.
       01  SUSPENSE-OLD-DD                 PIC X(100) VALUE
        'D:\COBOL\MIS 280 Homework\Homework #10\OLIV-HW10-Suspnse.dat'.
       01  SUSPENSE-NEW-DD                 PIC X(100) VALUE
        'D:\COBOL\MIS 280 Homework\Homework #10\OLIV-HW10-SuspNew.txt'.
       01  AGING-REPORT-DD                 PIC X(100) VALUE
        'D:\COBOL\MIS 280 Homework\Homework #10\OLIV-HW10-Recent.txt'.
       01  CHECKPOINT-FILE-DD              PIC X(100) VALUE
        'D:\COBOL\MIS 280 Homework\Homework #10\OLIV-HW10-Ckpt.txt'.
       01  SUSP-ID-CONTROL-DD              PIC X(100) VALUE
        'D:\COBOL\MIS 280 Homework\Homework #10\OLIV-HW10-SuspCtl.txt'.
       01  SUSP-HISTORY-DD                 PIC X(100) VALUE
        'D:\COBOL\MIS 280 Homework\Homework #10\OLIV-HW10-SuspHst.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-GET-FILE-NAMES
           PERFORM 015-GET-BUSINESS-DATE
           PERFORM 065-LOAD-RECENT-TRANS
           PERFORM 055-READ-CHECKPOINT
           PERFORM 057-READ-SUSP-ID-CONTROL
           MOVE RUN-DATE-FULL(5:2) TO HDR-MONTH-OUT
           MOVE RUN-DATE-FULL(7:2) TO HDR-DAY-OUT
           MOVE RUN-DATE-FULL(1:4) TO HDR-YEAR-OUT
               OPEN EXTEND SUSPENSE-NEW
               OPEN EXTEND AGING-REPORT
           END-IF
           OPEN EXTEND SUSP-HISTORY
           IF SUSP-HIST-STATUS NOT = '00'
               AND SUSP-HIST-STATUS NOT = '05'
               OPEN OUTPUT SUSP-HISTORY
           END-IF
           PERFORM 150-RECYCLE-SUSPENSE
           MOVE 0 TO CURRENT-CYCLE
           MOVE 0 TO CURRENT-SUSP-ID
           MOVE 0 TO CURRENT-FIRST-FAIL
           PERFORM UNTIL SKIP-TALLY >= INPUT-SKIP-COUNT
               OR ARE-THERE-MORE-RECORDS = 'NO'
               READ CUST-LIST
                 CLEAN-OUT
                 SUSPENSE-NEW
                 AGING-REPORT
                 SUSP-HISTORY
           PERFORM 058-WRITE-SUSP-ID-CONTROL
           PERFORM 160-SWAP-SUSPENSE-BACK
           PERFORM 170-REWRITE-RECENT-TRANS
           MOVE 0 TO SUSP-DONE-COUNT
           ACCEPT SLS-MASTER-DD FROM ENVIRONMENT "SLSMASTER"
           ACCEPT STORE-MASTER-DD FROM ENVIRONMENT "STOREMASTER"
           ACCEPT RECENT-TRANS-DD FROM ENVIRONMENT "CUSTRECENT"
           ACCEPT CHECKPOINT-FILE-DD FROM ENVIRONMENT "CUSTCKPT"
           ACCEPT SUSP-ID-CONTROL-DD FROM ENVIRONMENT "CUSTSUSPCTL"
           ACCEPT SUSP-HISTORY-DD FROM ENVIRONMENT "CUSTSUSPHIST".
       015-GET-BUSINESS-DATE.
           ACCEPT RUN-CONTROL-DD FROM ENVIRONMENT "RUNCTL"
           OPEN INPUT RUN-CONTROL
                   NOT AT END
                       ADD 1 TO SUSPENSE-IN-COUNT
                       MOVE SUSP-CYCLE-COUNT TO CURRENT-CYCLE
                       MOVE SUSP-ID TO CURRENT-SUSP-ID
                       MOVE SUSP-FIRST-FAIL-DATE TO CURRENT-FIRST-FAIL
      *>      A LOST CONTROL FILE MUST NOT HAND OUT AN ID STILL ON FILE
                       IF SUSP-ID NOT < NEXT-SUSP-ID
                           COMPUTE NEXT-SUSP-ID = SUSP-ID + 1
                       END-IF
                       MOVE SUSP-TRANS-IMAGE TO CUST-IN
                       PERFORM 200-PROCESS
                       ADD 1 TO SUSP-DONE-COUNT
                   MOVE CKP-DUP-OUT TO DUPLICATE-COUNT
                   MOVE CKP-RTN-COUNT-OUT TO RETURN-COUNT
                   MOVE CKP-RTN-DOLLARS-OUT TO RETURN-DOLLARS
                   MOVE CKP-NEXT-SUSP-ID-OUT TO NEXT-SUSP-ID
               END-IF
               CLOSE CHECKPOINT-FILE
           END-IF.
           MOVE DUPLICATE-COUNT TO CKP-DUP-OUT
           MOVE RETURN-COUNT TO CKP-RTN-COUNT-OUT
           MOVE RETURN-DOLLARS TO CKP-RTN-DOLLARS-OUT
           MOVE NEXT-SUSP-ID TO CKP-NEXT-SUSP-ID-OUT
           OPEN OUTPUT CHECKPOINT-FILE
           WRITE CHECKPOINT-REC
           CLOSE CHECKPOINT-FILE.
       057-READ-SUSP-ID-CONTROL.
      *>      A RESTART TAKES THE NEXT ID FROM THE CHECKPOINT, WHICH
      *>      ALREADY COUNTS THE IDS HANDED OUT BEFORE THE ABEND
           IF RESTART-MODE = 'NO' OR NEXT-SUSP-ID = 0
               OPEN INPUT SUSP-ID-CONTROL
               IF SUSP-CTL-STATUS = '00'
                   READ SUSP-ID-CONTROL
                   IF SUSP-CTL-STATUS = '00'
                       AND SUSP-CTL-NEXT-ID IS NUMERIC
                       MOVE SUSP-CTL-NEXT-ID TO NEXT-SUSP-ID
                   END-IF
                   CLOSE SUSP-ID-CONTROL
               END-IF
           END-IF
           IF NEXT-SUSP-ID = 0
               MOVE 1 TO NEXT-SUSP-ID
               DISPLAY 'SUSPENSE ID CONTROL FILE NOT AVAILABLE - '
                   'IDS CONTINUE PAST THE HIGHEST ON THE SUSPENSE FILE'
           END-IF.
       058-WRITE-SUSP-ID-CONTROL.
           MOVE NEXT-SUSP-ID TO SUSP-CTL-NEXT-ID
           OPEN OUTPUT SUSP-ID-CONTROL
           WRITE SUSP-ID-CONTROL-REC
           CLOSE SUSP-ID-CONTROL.
       067-RELOAD-RECENT-FROM-CLEAN.
      *>      THE PRE-ABEND RUN ADDED ITS CLEAN RECORDS TO THE
      *>      IN-MEMORY RECENT TABLE AND DIED BEFORE THE REWRITE;
           END-IF.
       160-SWAP-SUSPENSE-BACK.
      *>      THE NEXT RUN RECYCLES FROM THE OLD-SUSPENSE PATH, SO
      *>      THIS RUN'S REJECTS ARE LOADED BACK INTO IT - RECYCLED
      *>      RECORDS CAME OFF THE FILE IN ID ORDER AND NEW ONES TOOK
      *>      HIGHER IDS, SO THE WORK FILE IS ALREADY IN KEY ORDER
           OPEN INPUT SUSPENSE-NEW
           OPEN OUTPUT SUSPENSE-OLD
           MOVE 'YES' TO MORE-SUSPENSE
                   NOT AT END
                       MOVE SUSPENSE-NEW-REC TO SUSPENSE-OLD-REC
                       WRITE SUSPENSE-OLD-REC
                           INVALID KEY
                               DISPLAY 'SUSPENSE ID ' SUSP-ID
                                   ' OUT OF ORDER OR DUPLICATED - '
                                   'NOT RELOADED, STATUS '
                                   SUSP-OLD-STATUS
                               MOVE 8 TO RETURN-CODE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE SUSPENSE-NEW
               WRITE CLEAN-REC
               ADD 1 TO CLEAN-COUNT
               PERFORM 223-REMEMBER-CLEAN-TRANS
               IF CURRENT-SUSP-ID > 0
                   MOVE CURRENT-SUSP-ID TO SHI-SUSP-ID
                   MOVE 'X' TO SHI-EVENT
                   MOVE CURRENT-CYCLE TO SHI-CYCLE-COUNT
                   MOVE SPACES TO SHI-ERR-FLAGS
                   PERFORM 275-WRITE-SUSP-HISTORY
               END-IF
           END-IF.
       215-CHECK-CUST-MASTER.
           IF CUST-MASTER-IS-OPEN = 'YES'
                       END-IF
                       MOVE 'YES' TO RECORD-HAS-ERROR
                   NOT INVALID KEY
      *>      ONLY AN ACTIVE CUSTOMER PASSES - I (INACTIVE) AND
      *>      H (CREDIT HOLD AFTER A WRITE-OFF) BOTH REJECT
                       IF CUST-MST-STATUS NOT = 'A'
                           MOVE 'YES' TO CUST-INACTIVE-SW
                           ADD 1 TO CUST-INACTIVE-COUNT
               WRITE CUST-OUT FROM LINE-1
           END-IF.
       270-WRITE-SUSPENSE.
           IF CURRENT-SUSP-ID = 0
               MOVE NEXT-SUSP-ID TO SUSPN-ID
               ADD 1 TO NEXT-SUSP-ID
               MOVE RUN-DATE-FULL TO SUSPN-FIRST-FAIL-DATE
               MOVE 'F' TO SHI-EVENT
           ELSE
               MOVE CURRENT-SUSP-ID TO SUSPN-ID
               MOVE CURRENT-FIRST-FAIL TO SUSPN-FIRST-FAIL-DATE
               MOVE 'N' TO SHI-EVENT
           END-IF
           COMPUTE SUSPN-CYCLE-COUNT = CURRENT-CYCLE + 1
           MOVE SPACES TO SUSPN-ERR-FLAGS
           IF CUST-NO-ERR-SW = 'YES'
           MOVE CUST-IN TO SUSPN-TRANS-IMAGE
           WRITE SUSPENSE-NEW-REC
           ADD 1 TO SUSPENSE-OUT-COUNT
           MOVE SUSPN-ID TO SHI-SUSP-ID
           MOVE SUSPN-CYCLE-COUNT TO SHI-CYCLE-COUNT
           MOVE SUSPN-ERR-FLAGS TO SHI-ERR-FLAGS
           PERFORM 275-WRITE-SUSP-HISTORY
           IF SUSPN-CYCLE-COUNT > AGING-THRESHOLD
               ADD 1 TO AGED-COUNT
               MOVE CUST-NO TO AGE-CUST-NO-OUT
               MOVE EMPLOYEE-NO TO AGE-EMP-NO-OUT
               MOVE SUSPN-CYCLE-COUNT TO AGE-CYCLE-OUT
               MOVE SUSPN-ID TO AGE-SUSP-ID-OUT
               MOVE SUSPN-FIRST-FAIL-DATE TO AGE-FIRST-FAIL-OUT
               WRITE AGING-REC FROM AGING-DETAIL
           END-IF.
       275-WRITE-SUSP-HISTORY.
      *>      CALLER SETS THE ID, EVENT, CYCLE AND FLAGS
           MOVE RUN-DATE-FULL TO SHI-BUS-DATE
           MOVE SPACES TO SHI-FIELD-ID
           MOVE SPACES TO SHI-OLD-VALUE
           MOVE SPACES TO SHI-NEW-VALUE
           WRITE SUSP-HISTORY-REC.
       210-COUNT-ERRORS.
           IF CUST-NO < CUST-NO-LOW OR CUST-NO > CUST-NO-HIGH
               ADD 1 TO CUST-ERROR-COUNT
