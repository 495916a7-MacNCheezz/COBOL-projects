      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: On-demand disaster-recovery reload of one keyed
      *          master from a MASTER-UNLOAD backup generation. The
      *          parameter card names the master (EMP, CUST, VEH,
      *          VAC, AR or YTD), the run number of the generation
      *          to load (zero takes the PRELOAD copy this program
      *          saved before its last swap) and the action - P to
      *          prove the backup and report only, S to prove it and
      *          swap it in. The backup's header must name the master
      *          and generation asked for, its details must be in
      *          ascending key order, and their count and key hash
      *          must agree with the trailer; any miss is reported
      *          and nothing is loaded (RC 8). While proving, the
      *          backup is matched against the live master by key
      *          and every record only in the backup, only in the
      *          live file, or different between the two is listed.
      *          A swap first copies the live master to the PRELOAD
      *          generation, in backup format, so the reload itself
      *          can be backed out, then rebuilds the live master
      *          from the backup details.
      * Modification History:
      *   10/15/26 - initial version
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-RELOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-MASTER
           ASSIGN TO EMP-MASTER-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-NUMBER
               FILE STATUS IS LIVE-STATUS.
           SELECT CUST-MASTER
           ASSIGN TO CUST-MASTER-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-MST-NO
               FILE STATUS IS LIVE-STATUS.
           SELECT VEH-MASTER
           ASSIGN TO VEH-MASTER-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VEH-VIN
               FILE STATUS IS LIVE-STATUS.
           SELECT VAC-BALANCE
           ASSIGN TO VAC-BALANCE-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VAC-EMP-NO
               FILE STATUS IS LIVE-STATUS.
           SELECT AR-OPEN
           ASSIGN TO AR-OPEN-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AR-KEY
               FILE STATUS IS LIVE-STATUS.
           SELECT YTD-FILE
           ASSIGN TO YTD-FILE-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YTD-EMP-NO
               FILE STATUS IS LIVE-STATUS.
           SELECT BACKUP-FILE
           ASSIGN TO BACKUP-FILE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKUP-STATUS.
           SELECT PRELOAD-FILE
           ASSIGN TO PRELOAD-FILE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRELOAD-STATUS.
           SELECT RELOAD-PARM
           ASSIGN TO RELOAD-PARM-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT RELOAD-REPORT
           ASSIGN TO RELOAD-REPORT-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL
           ASSIGN TO RUN-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMP-MASTER.
       01  EMP-MASTER-REC.
           COPY OLIV-EMP-Master.
       FD  CUST-MASTER.
       01  CUST-MASTER-REC.
           COPY OLIV-CUST-Master.
       FD  VEH-MASTER.
       01  VEH-MASTER-REC.
           COPY OLIV-VEH-Master.
       FD  VAC-BALANCE.
       01  VAC-BALANCE-REC.
           COPY OLIV-VAC-Rec.
       FD  AR-OPEN.
       01  AR-OPEN-REC.
           COPY OLIV-AR-Open.
       FD  YTD-FILE.
       01  YTD-REC.
           COPY OLIV-YTD-Rec.
       FD  BACKUP-FILE.
       01  BACKUP-REC.
           COPY OLIV-BKP-Rec.
       FD  PRELOAD-FILE.
       01  PRELOAD-REC.
           05 PRE-REC-TYPE                 PIC X(1).
           05 PRE-BODY                     PIC X(300).
       FD  RELOAD-PARM.
       01  RELOAD-PARM-REC.
           05 RLP-MASTER-CODE              PIC X(4).
           05                              PIC X(1).
           05 RLP-RUN-NO                   PIC X(5).
           05 RLP-RUN-NO-NUM REDEFINES RLP-RUN-NO
                                           PIC 9(5).
           05                              PIC X(1).
           05 RLP-ACTION                   PIC X(1).
       FD  RELOAD-REPORT.
       01  REPORT-REC                      PIC X(130).
       FD  RUN-CONTROL.
       01  RUN-CONTROL-REC.
           COPY OLIV-RUN-Ctl.
       WORKING-STORAGE SECTION.
       01  LIVE-STATUS                     PIC XX.
       01  BACKUP-STATUS                   PIC XX.
       01  PRELOAD-STATUS                  PIC XX.
       01  PARM-STATUS                     PIC XX.
       01  RUN-CTL-STATUS                  PIC XX.
       01  RUN-DATE                        PIC 9(8).
       01  MASTER-IDX                      PIC 9(1) VALUE 0.
       01  CODE-IDX                        PIC 9(1).
       01  BACKUP-EOF                      PIC XXX.
       01  LIVE-EOF                        PIC XXX.
       01  LIVE-PRESENT                    PIC XXX.
       01  TRAILER-SEEN                    PIC XXX.
       01  PROOF-FAILED                    PIC XXX VALUE 'NO'.
       01  SAVE-PRELOAD                    PIC XXX VALUE 'NO'.
       01  LOAD-FAILED                     PIC XXX VALUE 'NO'.
       01  PROOF-REASON                    PIC X(60) VALUE SPACES.
       01  BACKUP-KEY                      PIC X(20).
       01  PRIOR-BACKUP-KEY                PIC X(20).
       01  LIVE-KEY                        PIC X(20).
       01  LIVE-IMAGE                      PIC X(300).
       01  KEY-IMAGE                       PIC X(20).
       01  KEY-IDX                         PIC 9(2).
       01  KEY-HASH-PART                   PIC 9(15).
       01  BACKUP-COUNT                    PIC 9(7) VALUE 0.
       01  BACKUP-HASH                     PIC 9(15) VALUE 0.
       01  TRAILER-COUNT                   PIC 9(7) VALUE 0.
       01  TRAILER-HASH                    PIC 9(15) VALUE 0.
       01  LIVE-COUNT                      PIC 9(7) VALUE 0.
       01  LIVE-HASH                       PIC 9(15) VALUE 0.
       01  LOADED-COUNT                    PIC 9(7) VALUE 0.
       01  ONLY-BACKUP-COUNT               PIC 9(7) VALUE 0.
       01  ONLY-LIVE-COUNT                 PIC 9(7) VALUE 0.
       01  CHANGED-COUNT                   PIC 9(7) VALUE 0.
       01  DIFF-LINES                      PIC 9(7) VALUE 0.
       01  DIFF-LIMIT                      PIC 9(3) VALUE 200.
       01  BACKUP-DIR                      PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\Backup\'.
       01  BACKUP-FILE-DD                  PIC X(110).
       01  PRELOAD-FILE-DD                 PIC X(110).
       01  MASTER-CODE-DATA.
           05                              PIC X(4) VALUE 'EMP '.
           05                              PIC X(4) VALUE 'CUST'.
           05                              PIC X(4) VALUE 'VEH '.
           05                              PIC X(4) VALUE 'VAC '.
           05                              PIC X(4) VALUE 'AR  '.
           05                              PIC X(4) VALUE 'YTD '.
       01  MASTER-CODES REDEFINES MASTER-CODE-DATA.
           05 MASTER-CODE                  PIC X(4) OCCURS 6 TIMES.
       01  KEY-LENGTH-DATA.
           05                              PIC 9(2) VALUE 05.
           05                              PIC 9(2) VALUE 04.
           05                              PIC 9(2) VALUE 17.
           05                              PIC 9(2) VALUE 05.
           05                              PIC 9(2) VALUE 10.
           05                              PIC 9(2) VALUE 05.
       01  KEY-LENGTHS REDEFINES KEY-LENGTH-DATA.
           05 KEY-LENGTH                   PIC 9(2) OCCURS 6 TIMES.
       01  MASTER-NAME-DATA.
           05                              PIC X(16) VALUE
               'EMPLOYEE MASTER '.
           05                              PIC X(16) VALUE
               'CUSTOMER MASTER '.
           05                              PIC X(16) VALUE
               'VEHICLE MASTER  '.
           05                              PIC X(16) VALUE
               'VACATION BALANCE'.
           05                              PIC X(16) VALUE
               'AR OPEN ITEMS   '.
           05                              PIC X(16) VALUE
               'YTD FILE        '.
       01  MASTER-NAMES REDEFINES MASTER-NAME-DATA.
           05 MASTER-NAME                  PIC X(16) OCCURS 6 TIMES.
       01  HEADING1.
           05                              PIC X(25) VALUE
               'MASTER RELOAD - '.
           05 HDG-NAME-OUT                 PIC X(16).
           05                              PIC X(13) VALUE
               '  GENERATION '.
           05 HDG-GEN-OUT                  PIC X(7).
           05                              PIC X(10) VALUE
               '  ACTION '.
           05 HDG-ACTION-OUT               PIC X(13).
       01  HEADING2.
           05                              PIC X(20) VALUE
               'BACKUP TAKEN RUN '.
           05 HDG-BKP-RUN-OUT              PIC 9(5).
           05                              PIC X(16) VALUE
               '  BUSINESS DATE '.
           05 HDG-BKP-DATE-OUT             PIC 9(8).
       01  PATH-LINE.
           05 PTH-LABEL-OUT                PIC X(16).
           05 PTH-PATH-OUT                 PIC X(110).
       01  DIFF-HEADING.
           05                              PIC X(40) VALUE
               'DIFFERENCES - BACKUP AGAINST LIVE MASTER'.
       01  DIFF-LINE.
           05                              PIC X(2) VALUE SPACES.
           05 DIF-KIND-OUT                 PIC X(16).
           05 DIF-KEY-OUT                  PIC X(20).
       01  PROOF-LINE.
           05 PRF-LABEL-OUT                PIC X(30).
           05 PRF-BACKUP-OUT               PIC Z(14)9.
           05                              PIC X(3) VALUE SPACES.
           05 PRF-OTHER-OUT                PIC Z(14)9.
       01  PROOF-HEADING.
           05                              PIC X(30) VALUE
               'PROOF'.
           05                              PIC X(33) VALUE
               '         DETAILS          TRAILER'.
       01  TOTAL-LINE.
           05 TOT-LABEL-OUT                PIC X(30).
           05 TOT-COUNT-OUT                PIC Z(14)9.
       01  RESULT-LINE.
           05                              PIC X(8) VALUE
               'RESULT: '.
           05 RES-TEXT-OUT                 PIC X(80).
       01  EMP-MASTER-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-EMP-Master.dat'.
       01  CUST-MASTER-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-CUST-Master.dat'.
       01  VEH-MASTER-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #5\OLIV-VEH-Master.dat'.
       01  VAC-BALANCE-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-VAC-Balance.dat'.
       01  AR-OPEN-DD                      PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-AR-Open.dat'.
       01  YTD-FILE-DD                     PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-YTD.txt'.
       01  RELOAD-PARM-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RLD-Parm.txt'.
       01  RELOAD-REPORT-DD                PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RLD-Report.txt'.
       01  RUN-CONTROL-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-Ctl.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-GET-FILE-NAMES
           PERFORM 015-GET-BUSINESS-DATE
           PERFORM 020-READ-PARM
           PERFORM 030-BUILD-FILE-NAMES
           OPEN OUTPUT RELOAD-REPORT
           MOVE MASTER-NAME(MASTER-IDX) TO HDG-NAME-OUT
           IF RLP-RUN-NO-NUM = 0
               MOVE 'PRELOAD' TO HDG-GEN-OUT
           ELSE
               MOVE RLP-RUN-NO TO HDG-GEN-OUT
           END-IF
           IF RLP-ACTION = 'S'
               MOVE 'PROVE + SWAP' TO HDG-ACTION-OUT
           ELSE
               MOVE 'PROVE ONLY' TO HDG-ACTION-OUT
           END-IF
           WRITE REPORT-REC FROM HEADING1
           MOVE 'BACKUP:' TO PTH-LABEL-OUT
           MOVE BACKUP-FILE-DD TO PTH-PATH-OUT
           WRITE REPORT-REC FROM PATH-LINE
           PERFORM 200-PROVE-BACKUP
           PERFORM 400-REPORT-PROOF
           EVALUATE TRUE
               WHEN PROOF-FAILED = 'YES'
                   MOVE SPACES TO RES-TEXT-OUT
                   STRING 'BACKUP NOT PROVEN - ' PROOF-REASON
                       DELIMITED BY SIZE INTO RES-TEXT-OUT
                   WRITE REPORT-REC FROM RESULT-LINE
                       AFTER ADVANCING 2 LINES
                   DISPLAY 'MASTER RELOAD REFUSED - ' PROOF-REASON
                   MOVE 8 TO RETURN-CODE
               WHEN RLP-ACTION = 'P'
                   MOVE 'BACKUP PROVEN - LIVE MASTER NOT CHANGED'
                       TO RES-TEXT-OUT
                   WRITE REPORT-REC FROM RESULT-LINE
                       AFTER ADVANCING 2 LINES
                   DISPLAY 'MASTER RELOAD PROOF CLEAN - '
                       MASTER-NAME(MASTER-IDX)
               WHEN OTHER
                   PERFORM 500-SWAP-MASTER
           END-EVALUATE
           CLOSE RELOAD-REPORT
           STOP RUN.
       010-GET-FILE-NAMES.
           ACCEPT EMP-MASTER-DD FROM ENVIRONMENT "EMPMASTER"
           ACCEPT CUST-MASTER-DD FROM ENVIRONMENT "CUSTMASTER"
           ACCEPT VEH-MASTER-DD FROM ENVIRONMENT "VEHMASTER"
           ACCEPT VAC-BALANCE-DD FROM ENVIRONMENT "VACBAL"
           ACCEPT AR-OPEN-DD FROM ENVIRONMENT "AROPEN"
           ACCEPT YTD-FILE-DD FROM ENVIRONMENT "PAYYTD"
           ACCEPT BACKUP-DIR FROM ENVIRONMENT "BKPDIR"
           ACCEPT RELOAD-PARM-DD FROM ENVIRONMENT "RELOADPARM"
           ACCEPT RELOAD-REPORT-DD FROM ENVIRONMENT "RELOADRPT"
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
           OPEN INPUT RELOAD-PARM
           IF PARM-STATUS NOT = '00'
               DISPLAY 'RELOAD PARAMETER FILE MISSING - NOTHING '
                   'RELOADED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RELOAD-PARM-REC
           READ RELOAD-PARM
               AT END
                   MOVE SPACES TO RELOAD-PARM-REC
           END-READ
           CLOSE RELOAD-PARM
           PERFORM VARYING CODE-IDX FROM 1 BY 1
               UNTIL CODE-IDX > 6
               IF MASTER-CODE(CODE-IDX) = RLP-MASTER-CODE
                   MOVE CODE-IDX TO MASTER-IDX
               END-IF
           END-PERFORM
           IF RLP-RUN-NO = SPACES
               MOVE ZEROS TO RLP-RUN-NO
           END-IF
           IF MASTER-IDX = 0
               OR RLP-RUN-NO NOT NUMERIC
               OR (RLP-ACTION NOT = 'P' AND RLP-ACTION NOT = 'S')
               DISPLAY 'RELOAD PARAMETER INVALID - NOTHING RELOADED: '
                   RELOAD-PARM-REC
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *>      THE PRELOAD COPY IS ONLY REWRITTEN WHEN SWAPPING FROM A
      *>      NUMBERED GENERATION, NEVER WHILE IT IS BEING LOADED FROM
           IF RLP-ACTION = 'S' AND RLP-RUN-NO-NUM NOT = 0
               MOVE 'YES' TO SAVE-PRELOAD
           END-IF.
       030-BUILD-FILE-NAMES.
           MOVE SPACES TO BACKUP-FILE-DD
           IF RLP-RUN-NO-NUM = 0
               STRING FUNCTION TRIM(BACKUP-DIR TRAILING)
                   'OLIV-BKP-' DELIMITED BY SIZE
                   MASTER-CODE(MASTER-IDX) DELIMITED BY SPACE
                   '.txt-PRELOAD' DELIMITED BY SIZE
                   INTO BACKUP-FILE-DD
           ELSE
               STRING FUNCTION TRIM(BACKUP-DIR TRAILING)
                   'OLIV-BKP-' DELIMITED BY SIZE
                   MASTER-CODE(MASTER-IDX) DELIMITED BY SPACE
                   '.txt-R' RLP-RUN-NO DELIMITED BY SIZE
                   INTO BACKUP-FILE-DD
           END-IF
           MOVE SPACES TO PRELOAD-FILE-DD
           STRING FUNCTION TRIM(BACKUP-DIR TRAILING)
               'OLIV-BKP-' DELIMITED BY SIZE
               MASTER-CODE(MASTER-IDX) DELIMITED BY SPACE
               '.txt-PRELOAD' DELIMITED BY SIZE
               INTO PRELOAD-FILE-DD.
       200-PROVE-BACKUP.
      *>      PASS ONE - MATCH THE BACKUP AGAINST THE LIVE MASTER BY
      *>      KEY, ACCUMULATING THE BACKUP'S COUNT AND KEY HASH
           OPEN INPUT BACKUP-FILE
           IF BACKUP-STATUS NOT = '00'
               MOVE 'YES' TO PROOF-FAILED
               MOVE SPACES TO PROOF-REASON
               STRING 'BACKUP WILL NOT OPEN - STATUS ' BACKUP-STATUS
                   DELIMITED BY SIZE INTO PROOF-REASON
           ELSE
               MOVE SPACES TO BACKUP-REC
               READ BACKUP-FILE
                   AT END
                       MOVE SPACES TO BACKUP-REC
               END-READ
               IF BKP-REC-TYPE NOT = 'H'
                   OR BKP-MASTER-CODE NOT = MASTER-CODE(MASTER-IDX)
                   OR BKP-RUN-NO NOT NUMERIC
                   OR BKP-RUN-NO NOT = RLP-RUN-NO-NUM
                   MOVE 'YES' TO PROOF-FAILED
                   MOVE
                       'HEADER DOES NOT MATCH THE MASTER AND GENERATION'
                       TO PROOF-REASON
                   CLOSE BACKUP-FILE
               ELSE
                   PERFORM 210-MATCH-BACKUP
               END-IF
           END-IF.
       210-MATCH-BACKUP.
           MOVE BKP-RUN-NO TO HDG-BKP-RUN-OUT
           MOVE BKP-BUS-DATE TO HDG-BKP-DATE-OUT
           WRITE REPORT-REC FROM HEADING2
           WRITE REPORT-REC FROM DIFF-HEADING
               AFTER ADVANCING 2 LINES
      *>      THE PRELOAD COPY IS GENERATION ZERO, TAKEN TODAY
           IF SAVE-PRELOAD = 'YES'
               OPEN OUTPUT PRELOAD-FILE
               MOVE RUN-DATE TO BKP-BUS-DATE
               MOVE 0 TO BKP-RUN-NO
               MOVE BACKUP-REC TO PRELOAD-REC
               WRITE PRELOAD-REC
           END-IF
           MOVE 'NO' TO BACKUP-EOF
           MOVE 'NO' TO TRAILER-SEEN
           MOVE LOW-VALUES TO PRIOR-BACKUP-KEY
           PERFORM 220-OPEN-LIVE
           PERFORM 230-READ-BACKUP
           PERFORM 240-READ-LIVE
           PERFORM UNTIL BACKUP-EOF = 'YES' AND LIVE-EOF = 'YES'
               EVALUATE TRUE
                   WHEN BACKUP-EOF = 'YES'
                       MOVE 'ONLY IN LIVE' TO DIF-KIND-OUT
                       MOVE LIVE-KEY TO DIF-KEY-OUT
                       ADD 1 TO ONLY-LIVE-COUNT
                       PERFORM 260-WRITE-DIFF
                       PERFORM 240-READ-LIVE
                   WHEN LIVE-EOF = 'YES'
                       OR BACKUP-KEY < LIVE-KEY
                       MOVE 'ONLY IN BACKUP' TO DIF-KIND-OUT
                       MOVE BACKUP-KEY TO DIF-KEY-OUT
                       ADD 1 TO ONLY-BACKUP-COUNT
                       PERFORM 260-WRITE-DIFF
                       PERFORM 230-READ-BACKUP
                   WHEN BACKUP-KEY > LIVE-KEY
                       MOVE 'ONLY IN LIVE' TO DIF-KIND-OUT
                       MOVE LIVE-KEY TO DIF-KEY-OUT
                       ADD 1 TO ONLY-LIVE-COUNT
                       PERFORM 260-WRITE-DIFF
                       PERFORM 240-READ-LIVE
                   WHEN OTHER
                       IF BKP-BODY NOT = LIVE-IMAGE
                           MOVE 'CHANGED' TO DIF-KIND-OUT
                           MOVE BACKUP-KEY TO DIF-KEY-OUT
                           ADD 1 TO CHANGED-COUNT
                           PERFORM 260-WRITE-DIFF
                       END-IF
                       PERFORM 230-READ-BACKUP
                       PERFORM 240-READ-LIVE
               END-EVALUATE
           END-PERFORM
           IF SAVE-PRELOAD = 'YES'
               MOVE SPACES TO BACKUP-REC
               MOVE 'T' TO BKP-REC-TYPE
               MOVE LIVE-COUNT TO BKP-RECORD-COUNT
               MOVE LIVE-HASH TO BKP-KEY-HASH
               MOVE BACKUP-REC TO PRELOAD-REC
               WRITE PRELOAD-REC
               CLOSE PRELOAD-FILE
           END-IF
           CLOSE BACKUP-FILE
           IF LIVE-PRESENT = 'YES'
               PERFORM 250-CLOSE-LIVE
           END-IF
           IF PROOF-FAILED = 'NO'
               EVALUATE TRUE
                   WHEN TRAILER-SEEN = 'NO'
                       MOVE 'YES' TO PROOF-FAILED
                       MOVE 'NO TRAILER - BACKUP WAS CUT SHORT'
                           TO PROOF-REASON
                   WHEN BACKUP-COUNT NOT = TRAILER-COUNT
                       MOVE 'YES' TO PROOF-FAILED
                       MOVE 'RECORD COUNT DOES NOT AGREE WITH TRAILER'
                           TO PROOF-REASON
                   WHEN BACKUP-HASH NOT = TRAILER-HASH
                       MOVE 'YES' TO PROOF-FAILED
                       MOVE 'KEY HASH DOES NOT AGREE WITH TRAILER'
                           TO PROOF-REASON
               END-EVALUATE
           END-IF.
       220-OPEN-LIVE.
      *>      A LIVE MASTER THAT IS GONE OR WILL NOT OPEN IS THE CASE
      *>      A RELOAD EXISTS FOR - EVERY BACKUP RECORD THEN SHOWS AS
      *>      ONLY IN THE BACKUP
           EVALUATE MASTER-IDX
               WHEN 1
                   OPEN INPUT EMP-MASTER
               WHEN 2
                   OPEN INPUT CUST-MASTER
               WHEN 3
                   OPEN INPUT VEH-MASTER
               WHEN 4
                   OPEN INPUT VAC-BALANCE
               WHEN 5
                   OPEN INPUT AR-OPEN
               WHEN 6
                   OPEN INPUT YTD-FILE
           END-EVALUATE
           IF LIVE-STATUS = '00'
               MOVE 'YES' TO LIVE-PRESENT
               MOVE 'NO' TO LIVE-EOF
           ELSE
               MOVE 'NO' TO LIVE-PRESENT
               MOVE 'YES' TO LIVE-EOF
               MOVE SPACES TO RES-TEXT-OUT
               STRING 'LIVE MASTER WILL NOT OPEN - STATUS '
                   LIVE-STATUS DELIMITED BY SIZE INTO RES-TEXT-OUT
               WRITE REPORT-REC FROM RESULT-LINE
           END-IF.
       230-READ-BACKUP.
           IF BACKUP-EOF = 'NO'
               READ BACKUP-FILE
                   AT END
                       MOVE 'YES' TO BACKUP-EOF
                   NOT AT END
                       PERFORM 235-CHECK-BACKUP-REC
               END-READ
           END-IF.
       235-CHECK-BACKUP-REC.
           EVALUATE BKP-REC-TYPE
               WHEN 'D'
                   MOVE BKP-BODY(1:KEY-LENGTH(MASTER-IDX))
                       TO BACKUP-KEY
                   IF BACKUP-KEY NOT > PRIOR-BACKUP-KEY
                       MOVE 'YES' TO PROOF-FAILED
                       MOVE SPACES TO PROOF-REASON
                       STRING 'DETAIL OUT OF KEY ORDER AT KEY '
                           BACKUP-KEY DELIMITED BY SIZE
                           INTO PROOF-REASON
                   END-IF
                   MOVE BACKUP-KEY TO PRIOR-BACKUP-KEY
                   ADD 1 TO BACKUP-COUNT
                   MOVE BACKUP-KEY TO KEY-IMAGE
                   PERFORM 700-HASH-KEY
                   ADD KEY-HASH-PART TO BACKUP-HASH
               WHEN 'T'
                   MOVE 'YES' TO TRAILER-SEEN
                   MOVE 'YES' TO BACKUP-EOF
                   MOVE BKP-RECORD-COUNT TO TRAILER-COUNT
                   MOVE BKP-KEY-HASH TO TRAILER-HASH
                   READ BACKUP-FILE
                       NOT AT END
                           MOVE 'YES' TO PROOF-FAILED
                           MOVE 'RECORDS FOUND AFTER THE TRAILER'
                               TO PROOF-REASON
                   END-READ
               WHEN OTHER
                   MOVE 'YES' TO PROOF-FAILED
                   MOVE 'YES' TO BACKUP-EOF
                   MOVE 'UNKNOWN RECORD TYPE IN THE BACKUP'
                       TO PROOF-REASON
           END-EVALUATE.
       240-READ-LIVE.
           IF LIVE-EOF = 'NO'
               PERFORM 242-READ-LIVE-REC
               IF LIVE-EOF = 'NO'
                   PERFORM 245-COUNT-LIVE-REC
               END-IF
           END-IF.
       242-READ-LIVE-REC.
           MOVE SPACES TO LIVE-IMAGE
           EVALUATE MASTER-IDX
               WHEN 1
                   READ EMP-MASTER
                       AT END
                           MOVE 'YES' TO LIVE-EOF
                       NOT AT END
                           MOVE EMP-MASTER-REC TO LIVE-IMAGE
                   END-READ
               WHEN 2
                   READ CUST-MASTER
                       AT END
                           MOVE 'YES' TO LIVE-EOF
                       NOT AT END
                           MOVE CUST-MASTER-REC TO LIVE-IMAGE
                   END-READ
               WHEN 3
                   READ VEH-MASTER
                       AT END
                           MOVE 'YES' TO LIVE-EOF
                       NOT AT END
                           MOVE VEH-MASTER-REC TO LIVE-IMAGE
                   END-READ
               WHEN 4
                   READ VAC-BALANCE
                       AT END
                           MOVE 'YES' TO LIVE-EOF
                       NOT AT END
                           MOVE VAC-BALANCE-REC TO LIVE-IMAGE
                   END-READ
               WHEN 5
                   READ AR-OPEN
                       AT END
                           MOVE 'YES' TO LIVE-EOF
                       NOT AT END
                           MOVE AR-OPEN-REC TO LIVE-IMAGE
                   END-READ
               WHEN 6
                   READ YTD-FILE
                       AT END
                           MOVE 'YES' TO LIVE-EOF
                       NOT AT END
                           MOVE YTD-REC TO LIVE-IMAGE
                   END-READ
           END-EVALUATE
           IF LIVE-STATUS NOT = '00' AND LIVE-STATUS NOT = '10'
               MOVE 'YES' TO LIVE-EOF
               MOVE SPACES TO RES-TEXT-OUT
               STRING 'LIVE MASTER UNREADABLE PAST THIS POINT - '
                   'STATUS ' LIVE-STATUS DELIMITED BY SIZE
                   INTO RES-TEXT-OUT
               WRITE REPORT-REC FROM RESULT-LINE
           END-IF.
       245-COUNT-LIVE-REC.
           MOVE LIVE-IMAGE(1:KEY-LENGTH(MASTER-IDX)) TO LIVE-KEY
           ADD 1 TO LIVE-COUNT
           MOVE LIVE-KEY TO KEY-IMAGE
           PERFORM 700-HASH-KEY
           ADD KEY-HASH-PART TO LIVE-HASH
           IF SAVE-PRELOAD = 'YES'
               MOVE 'D' TO PRE-REC-TYPE
               MOVE LIVE-IMAGE TO PRE-BODY
               WRITE PRELOAD-REC
           END-IF.
       250-CLOSE-LIVE.
           EVALUATE MASTER-IDX
               WHEN 1
                   CLOSE EMP-MASTER
               WHEN 2
                   CLOSE CUST-MASTER
               WHEN 3
                   CLOSE VEH-MASTER
               WHEN 4
                   CLOSE VAC-BALANCE
               WHEN 5
                   CLOSE AR-OPEN
               WHEN 6
                   CLOSE YTD-FILE
           END-EVALUATE.
       260-WRITE-DIFF.
           ADD 1 TO DIFF-LINES
           IF DIFF-LINES NOT > DIFF-LIMIT
               WRITE REPORT-REC FROM DIFF-LINE
           END-IF.
       400-REPORT-PROOF.
           IF DIFF-LINES > DIFF-LIMIT
               MOVE '  ... FURTHER DIFFERENCES' TO TOT-LABEL-OUT
               COMPUTE TOT-COUNT-OUT = DIFF-LINES - DIFF-LIMIT
               WRITE REPORT-REC FROM TOTAL-LINE
           END-IF
           MOVE 'RECORDS ONLY IN BACKUP' TO TOT-LABEL-OUT
           MOVE ONLY-BACKUP-COUNT TO TOT-COUNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'RECORDS ONLY IN LIVE MASTER' TO TOT-LABEL-OUT
           MOVE ONLY-LIVE-COUNT TO TOT-COUNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE
           MOVE 'RECORDS CHANGED' TO TOT-LABEL-OUT
           MOVE CHANGED-COUNT TO TOT-COUNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE
           MOVE 'LIVE MASTER RECORDS READ' TO TOT-LABEL-OUT
           MOVE LIVE-COUNT TO TOT-COUNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE
           WRITE REPORT-REC FROM PROOF-HEADING
               AFTER ADVANCING 2 LINES
           MOVE 'RECORD COUNT' TO PRF-LABEL-OUT
           MOVE BACKUP-COUNT TO PRF-BACKUP-OUT
           MOVE TRAILER-COUNT TO PRF-OTHER-OUT
           WRITE REPORT-REC FROM PROOF-LINE
           MOVE 'KEY HASH' TO PRF-LABEL-OUT
           MOVE BACKUP-HASH TO PRF-BACKUP-OUT
           MOVE TRAILER-HASH TO PRF-OTHER-OUT
           WRITE REPORT-REC FROM PROOF-LINE
           IF SAVE-PRELOAD = 'YES'
               MOVE 'LIVE SAVED TO:' TO PTH-LABEL-OUT
               MOVE PRELOAD-FILE-DD TO PTH-PATH-OUT
               WRITE REPORT-REC FROM PATH-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
       500-SWAP-MASTER.
      *>      PASS TWO - REBUILD THE LIVE MASTER FROM THE PROVEN
      *>      BACKUP DETAILS
           OPEN INPUT BACKUP-FILE
           EVALUATE MASTER-IDX
               WHEN 1
                   OPEN OUTPUT EMP-MASTER
               WHEN 2
                   OPEN OUTPUT CUST-MASTER
               WHEN 3
                   OPEN OUTPUT VEH-MASTER
               WHEN 4
                   OPEN OUTPUT VAC-BALANCE
               WHEN 5
                   OPEN OUTPUT AR-OPEN
               WHEN 6
                   OPEN OUTPUT YTD-FILE
           END-EVALUATE
           IF LIVE-STATUS NOT = '00'
               MOVE 'YES' TO LOAD-FAILED
               MOVE SPACES TO RES-TEXT-OUT
               STRING 'LIVE MASTER WILL NOT OPEN FOR OUTPUT - STATUS '
                   LIVE-STATUS DELIMITED BY SIZE INTO RES-TEXT-OUT
               CLOSE BACKUP-FILE
           ELSE
               PERFORM 505-LOAD-BACKUP
           END-IF
           PERFORM 520-REPORT-SWAP.
       505-LOAD-BACKUP.
           MOVE 'NO' TO BACKUP-EOF
           PERFORM UNTIL BACKUP-EOF = 'YES'
               READ BACKUP-FILE
                   AT END
                       MOVE 'YES' TO BACKUP-EOF
                   NOT AT END
                       IF BKP-REC-TYPE = 'D' AND LOAD-FAILED = 'NO'
                           PERFORM 510-LOAD-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BACKUP-FILE
           PERFORM 250-CLOSE-LIVE
           IF LOAD-FAILED = 'NO' AND LOADED-COUNT NOT = TRAILER-COUNT
               MOVE 'YES' TO LOAD-FAILED
               MOVE 'RECORDS LOADED DO NOT AGREE WITH THE TRAILER'
                   TO RES-TEXT-OUT
           END-IF.
       520-REPORT-SWAP.
           MOVE 'RECORDS LOADED' TO TOT-LABEL-OUT
           MOVE LOADED-COUNT TO TOT-COUNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE
               AFTER ADVANCING 2 LINES
           IF LOAD-FAILED = 'YES'
               WRITE REPORT-REC FROM RESULT-LINE
               DISPLAY 'MASTER RELOAD FAILED - ' RES-TEXT-OUT
               IF SAVE-PRELOAD = 'YES'
                   DISPLAY 'RELOAD FROM THE PRELOAD GENERATION TO '
                       'BACK OUT'
               END-IF
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'BACKUP PROVEN AND LOADED - LIVE MASTER REPLACED'
                   TO RES-TEXT-OUT
               WRITE REPORT-REC FROM RESULT-LINE
               DISPLAY 'MASTER RELOAD COMPLETE - '
                   MASTER-NAME(MASTER-IDX) ' ' LOADED-COUNT
                   ' RECORDS'
           END-IF.
       510-LOAD-ONE-RECORD.
           EVALUATE MASTER-IDX
               WHEN 1
                   MOVE BKP-BODY TO EMP-MASTER-REC
                   WRITE EMP-MASTER-REC
               WHEN 2
                   MOVE BKP-BODY TO CUST-MASTER-REC
                   WRITE CUST-MASTER-REC
               WHEN 3
                   MOVE BKP-BODY TO VEH-MASTER-REC
                   WRITE VEH-MASTER-REC
               WHEN 4
                   MOVE BKP-BODY TO VAC-BALANCE-REC
                   WRITE VAC-BALANCE-REC
               WHEN 5
                   MOVE BKP-BODY TO AR-OPEN-REC
                   WRITE AR-OPEN-REC
               WHEN 6
                   MOVE BKP-BODY TO YTD-REC
                   WRITE YTD-REC
           END-EVALUATE
           IF LIVE-STATUS = '00'
               ADD 1 TO LOADED-COUNT
           ELSE
               MOVE 'YES' TO LOAD-FAILED
               MOVE SPACES TO RES-TEXT-OUT
               STRING 'WRITE FAILED AT KEY '
                   BKP-BODY(1:KEY-LENGTH(MASTER-IDX))
                   ' - STATUS ' LIVE-STATUS DELIMITED BY SIZE
                   INTO RES-TEXT-OUT
           END-IF.
       700-HASH-KEY.
      *>      SAME HASH MASTER-UNLOAD PUTS ON THE TRAILER
           MOVE 0 TO KEY-HASH-PART
           PERFORM VARYING KEY-IDX FROM 1 BY 1
               UNTIL KEY-IDX > KEY-LENGTH(MASTER-IDX)
               COMPUTE KEY-HASH-PART = KEY-HASH-PART
                   + FUNCTION ORD(KEY-IMAGE(KEY-IDX:1)) * KEY-IDX
           END-PERFORM.
