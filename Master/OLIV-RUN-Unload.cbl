      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Nightly disaster-recovery unload of the keyed
      *          masters - employee, customer, vehicle, vacation
      *          balance, accounts-receivable open items and payroll
      *          YTD. Runs as the first step of OLIVBAT, before
      *          anything can change them. Each master is read in key
      *          order and copied to a portable sequential backup
      *          (header, one detail per record, trailer with the
      *          record count and a hash total of the keys) named for
      *          tonight's run number, the backup catalog gets a row
      *          for it, and the generation falling outside the
      *          retention count is emptied the way RUN-ARCHIVE
      *          retires its old generations. A master that is not
      *          there yet is reported and skipped; one that will not
      *          open or read cleanly fails the unload (RC 8), which
      *          MASTER-FILE-GUARD sees on the unload control file
      *          and stops the chain. MASTER-RELOAD puts a master
      *          back from any retained generation.
      * Modification History:
      *   10/15/26 - initial version
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-UNLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-MASTER
           ASSIGN TO EMP-MASTER-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-NUMBER
               FILE STATUS IS EMP-STATUS-CODE.
           SELECT CUST-MASTER
           ASSIGN TO CUST-MASTER-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-MST-NO
               FILE STATUS IS CUST-STATUS-CODE.
           SELECT VEH-MASTER
           ASSIGN TO VEH-MASTER-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VEH-VIN
               FILE STATUS IS VEH-STATUS-CODE.
           SELECT VAC-BALANCE
           ASSIGN TO VAC-BALANCE-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VAC-EMP-NO
               FILE STATUS IS VAC-STATUS-CODE.
           SELECT AR-OPEN
           ASSIGN TO AR-OPEN-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AR-KEY
               FILE STATUS IS AR-STATUS-CODE.
           SELECT YTD-FILE
           ASSIGN TO YTD-FILE-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YTD-EMP-NO
               FILE STATUS IS YTD-STATUS-CODE.
           SELECT BACKUP-FILE
           ASSIGN TO BACKUP-FILE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKUP-STATUS.
           SELECT BACKUP-CATALOG
           ASSIGN TO BACKUP-CATALOG-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-STATUS.
           SELECT UNLOAD-PARM
           ASSIGN TO UNLOAD-PARM-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT UNLOAD-CONTROL
           ASSIGN TO UNLOAD-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UNLOAD-CTL-STATUS.
           SELECT UNLOAD-REPORT
           ASSIGN TO UNLOAD-REPORT-DD
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
       FD  BACKUP-CATALOG.
       01  CATALOG-REC.
           05 CAT-RUN-NO                   PIC 9(5).
           05 CAT-BUS-DATE                 PIC 9(8).
           05 CAT-MASTER-CODE              PIC X(4).
           05 CAT-RECORD-COUNT             PIC 9(7).
           05 CAT-KEY-HASH                 PIC 9(15).
           05 CAT-BACKUP-PATH              PIC X(110).
       FD  UNLOAD-PARM.
       01  UNLOAD-PARM-REC.
           05 PARM-RETAIN-COUNT            PIC X(2).
       FD  UNLOAD-CONTROL.
       01  UNLOAD-CONTROL-REC.
           COPY OLIV-BKP-Ctl.
       FD  UNLOAD-REPORT.
       01  REPORT-REC                      PIC X(130).
       FD  RUN-CONTROL.
       01  RUN-CONTROL-REC.
           COPY OLIV-RUN-Ctl.
       WORKING-STORAGE SECTION.
       01  EMP-STATUS-CODE                 PIC XX.
       01  CUST-STATUS-CODE                PIC XX.
       01  VEH-STATUS-CODE                 PIC XX.
       01  VAC-STATUS-CODE                 PIC XX.
       01  AR-STATUS-CODE                  PIC XX.
       01  YTD-STATUS-CODE                 PIC XX.
       01  BACKUP-STATUS                   PIC XX.
       01  CATALOG-STATUS                  PIC XX.
       01  PARM-STATUS                     PIC XX.
       01  UNLOAD-CTL-STATUS               PIC XX.
       01  RUN-CTL-STATUS                  PIC XX.
       01  MORE-RECORDS                    PIC XXX.
       01  UNLOAD-FAILED                   PIC XXX VALUE 'NO'.
       01  RETAIN-COUNT                    PIC 9(2) VALUE 7.
       01  RUN-NO                          PIC 9(5).
       01  BUS-DATE                        PIC 9(8).
       01  PURGE-RUN-NO                    PIC 9(5).
       01  MASTER-IDX                      PIC 9(1).
       01  THIS-STATUS                     PIC XX.
       01  THIS-COUNT                      PIC 9(7).
       01  THIS-HASH                       PIC 9(15).
       01  RECORD-IMAGE                    PIC X(300).
       01  KEY-IMAGE                       PIC X(20).
       01  KEY-IDX                         PIC 9(2).
       01  BACKUP-DIR                      PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\Backup\'.
       01  BACKUP-FILE-DD                  PIC X(110).
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
           05                              PIC X(36) VALUE
               'NIGHTLY MASTER UNLOAD - RUN '.
           05 HDG-RUN-OUT                  PIC 9(5).
           05                              PIC X(16) VALUE
               '  BUSINESS DATE '.
           05 HDG-DATE-OUT                 PIC 9(8).
           05                              PIC X(20) VALUE
               '  GENERATIONS KEPT '.
           05 HDG-RETAIN-OUT               PIC Z9.
       01  HEADING2.
           05                              PIC X(60) VALUE
            'MASTER             COUNT        KEY HASH  RESULT'.
       01  DETAIL-LINE.
           05                              PIC X(1) VALUE SPACES.
           05 DTL-NAME-OUT                 PIC X(16).
           05                              PIC X(1) VALUE SPACES.
           05 DTL-COUNT-OUT                PIC ZZZZZZ9.
           05                              PIC X(1) VALUE SPACES.
           05 DTL-HASH-OUT                 PIC Z(14)9.
           05                              PIC X(2) VALUE SPACES.
           05 DTL-RESULT-OUT               PIC X(30).
       01  PATH-LINE.
           05                              PIC X(19) VALUE SPACES.
           05 PTH-ACTION-OUT               PIC X(8).
           05 PTH-PATH-OUT                 PIC X(103).
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
       01  BACKUP-CATALOG-DD               PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-BKP-Catalog.txt'.
       01  UNLOAD-PARM-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-BKP-Parm.txt'.
       01  UNLOAD-CONTROL-DD               PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-BKP-Ctl.txt'.
       01  UNLOAD-REPORT-DD                PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-BKP-Report.txt'.
       01  RUN-CONTROL-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-Ctl.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-GET-FILE-NAMES
           OPEN INPUT RUN-CONTROL
           IF RUN-CTL-STATUS NOT = '00'
               DISPLAY 'RUN-CONTROL FILE MISSING - MASTERS NOT '
                   'UNLOADED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ RUN-CONTROL
           MOVE RUN-CTL-RUN-NO TO RUN-NO
           MOVE RUN-CTL-BUS-DATE TO BUS-DATE
           CLOSE RUN-CONTROL
           PERFORM 020-GET-RETAIN-COUNT
           OPEN OUTPUT UNLOAD-REPORT
           MOVE RUN-NO TO HDG-RUN-OUT
           MOVE BUS-DATE TO HDG-DATE-OUT
           MOVE RETAIN-COUNT TO HDG-RETAIN-OUT
           WRITE REPORT-REC FROM HEADING1
           WRITE REPORT-REC FROM HEADING2
           OPEN EXTEND BACKUP-CATALOG
           IF CATALOG-STATUS NOT = '00' AND CATALOG-STATUS NOT = '05'
               OPEN OUTPUT BACKUP-CATALOG
           END-IF
           PERFORM VARYING MASTER-IDX FROM 1 BY 1
               UNTIL MASTER-IDX > 6
               PERFORM 200-UNLOAD-ONE-MASTER
           END-PERFORM
           CLOSE BACKUP-CATALOG
                 UNLOAD-REPORT
           PERFORM 600-WRITE-UNLOAD-CONTROL
           IF UNLOAD-FAILED = 'YES'
               DISPLAY 'MASTER UNLOAD FAILED - SEE THE UNLOAD REPORT'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'MASTER UNLOAD COMPLETE - RUN ' RUN-NO
           END-IF
           STOP RUN.
       010-GET-FILE-NAMES.
           ACCEPT EMP-MASTER-DD FROM ENVIRONMENT "EMPMASTER"
           ACCEPT CUST-MASTER-DD FROM ENVIRONMENT "CUSTMASTER"
           ACCEPT VEH-MASTER-DD FROM ENVIRONMENT "VEHMASTER"
           ACCEPT VAC-BALANCE-DD FROM ENVIRONMENT "VACBAL"
           ACCEPT AR-OPEN-DD FROM ENVIRONMENT "AROPEN"
           ACCEPT YTD-FILE-DD FROM ENVIRONMENT "PAYYTD"
           ACCEPT BACKUP-DIR FROM ENVIRONMENT "BKPDIR"
           ACCEPT BACKUP-CATALOG-DD FROM ENVIRONMENT "BKPCAT"
           ACCEPT UNLOAD-PARM-DD FROM ENVIRONMENT "BKPPARM"
           ACCEPT UNLOAD-CONTROL-DD FROM ENVIRONMENT "BKPCTL"
           ACCEPT UNLOAD-REPORT-DD FROM ENVIRONMENT "BKPRPT"
           ACCEPT RUN-CONTROL-DD FROM ENVIRONMENT "RUNCTL".
       020-GET-RETAIN-COUNT.
      *>      NO PARAMETER FILE KEEPS THE DEFAULT SEVEN GENERATIONS
           OPEN INPUT UNLOAD-PARM
           IF PARM-STATUS = '00'
               READ UNLOAD-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-RETAIN-COUNT IS NUMERIC
                           AND PARM-RETAIN-COUNT NOT = '00'
                           MOVE PARM-RETAIN-COUNT TO RETAIN-COUNT
                       END-IF
               END-READ
               CLOSE UNLOAD-PARM
           END-IF.
       200-UNLOAD-ONE-MASTER.
           MOVE 0 TO THIS-COUNT
           MOVE 0 TO THIS-HASH
           MOVE SPACES TO THIS-STATUS
           PERFORM 400-BUILD-BACKUP-NAME
           EVALUATE MASTER-IDX
               WHEN 1
                   PERFORM 310-UNLOAD-EMP-MASTER
               WHEN 2
                   PERFORM 320-UNLOAD-CUST-MASTER
               WHEN 3
                   PERFORM 330-UNLOAD-VEH-MASTER
               WHEN 4
                   PERFORM 340-UNLOAD-VAC-BALANCE
               WHEN 5
                   PERFORM 350-UNLOAD-AR-OPEN
               WHEN 6
                   PERFORM 360-UNLOAD-YTD-FILE
           END-EVALUATE
           MOVE MASTER-NAME(MASTER-IDX) TO DTL-NAME-OUT
           MOVE THIS-COUNT TO DTL-COUNT-OUT
           MOVE THIS-HASH TO DTL-HASH-OUT
           EVALUATE TRUE
               WHEN THIS-STATUS = '35'
                   MOVE 'NOT PRESENT - NOTHING TO UNLOAD'
                       TO DTL-RESULT-OUT
                   WRITE REPORT-REC FROM DETAIL-LINE
               WHEN THIS-STATUS NOT = '00'
                   AND THIS-STATUS NOT = '10'
                   MOVE 'YES' TO UNLOAD-FAILED
                   MOVE SPACES TO DTL-RESULT-OUT
                   STRING 'FAILED - OPEN/READ STATUS ' THIS-STATUS
                       DELIMITED BY SIZE INTO DTL-RESULT-OUT
                   WRITE REPORT-REC FROM DETAIL-LINE
               WHEN OTHER
                   MOVE 'UNLOADED' TO DTL-RESULT-OUT
                   WRITE REPORT-REC FROM DETAIL-LINE
                   MOVE 'TO      ' TO PTH-ACTION-OUT
                   MOVE BACKUP-FILE-DD TO PTH-PATH-OUT
                   WRITE REPORT-REC FROM PATH-LINE
                   MOVE RUN-NO TO CAT-RUN-NO
                   MOVE BUS-DATE TO CAT-BUS-DATE
                   MOVE MASTER-CODE(MASTER-IDX) TO CAT-MASTER-CODE
                   MOVE THIS-COUNT TO CAT-RECORD-COUNT
                   MOVE THIS-HASH TO CAT-KEY-HASH
                   MOVE BACKUP-FILE-DD TO CAT-BACKUP-PATH
                   WRITE CATALOG-REC
                   PERFORM 500-PURGE-OLD-GENERATION
           END-EVALUATE.
       250-START-BACKUP.
           OPEN OUTPUT BACKUP-FILE
           MOVE SPACES TO BACKUP-REC
           MOVE 'H' TO BKP-REC-TYPE
           MOVE MASTER-CODE(MASTER-IDX) TO BKP-MASTER-CODE
           MOVE BUS-DATE TO BKP-BUS-DATE
           MOVE RUN-NO TO BKP-RUN-NO
           WRITE BACKUP-REC.
       260-WRITE-DETAIL.
           MOVE 'D' TO BKP-REC-TYPE
           MOVE RECORD-IMAGE TO BKP-BODY
           WRITE BACKUP-REC
           ADD 1 TO THIS-COUNT
           MOVE RECORD-IMAGE(1:KEY-LENGTH(MASTER-IDX)) TO KEY-IMAGE
           PERFORM 700-HASH-KEY.
       270-FINISH-BACKUP.
           MOVE SPACES TO BACKUP-REC
           MOVE 'T' TO BKP-REC-TYPE
           MOVE THIS-COUNT TO BKP-RECORD-COUNT
           MOVE THIS-HASH TO BKP-KEY-HASH
           WRITE BACKUP-REC
           CLOSE BACKUP-FILE.
       310-UNLOAD-EMP-MASTER.
           OPEN INPUT EMP-MASTER
           MOVE EMP-STATUS-CODE TO THIS-STATUS
           IF EMP-STATUS-CODE = '00'
               PERFORM 250-START-BACKUP
               MOVE 'YES' TO MORE-RECORDS
               PERFORM UNTIL MORE-RECORDS = 'NO'
                   READ EMP-MASTER
                       AT END
                           MOVE 'NO' TO MORE-RECORDS
                       NOT AT END
                           MOVE EMP-MASTER-REC TO RECORD-IMAGE
                           PERFORM 260-WRITE-DETAIL
                   END-READ
                   IF EMP-STATUS-CODE NOT = '00'
                       AND EMP-STATUS-CODE NOT = '10'
                       MOVE EMP-STATUS-CODE TO THIS-STATUS
                       MOVE 'NO' TO MORE-RECORDS
                   END-IF
               END-PERFORM
               PERFORM 270-FINISH-BACKUP
               CLOSE EMP-MASTER
           END-IF.
       320-UNLOAD-CUST-MASTER.
           OPEN INPUT CUST-MASTER
           MOVE CUST-STATUS-CODE TO THIS-STATUS
           IF CUST-STATUS-CODE = '00'
               PERFORM 250-START-BACKUP
               MOVE 'YES' TO MORE-RECORDS
               PERFORM UNTIL MORE-RECORDS = 'NO'
                   READ CUST-MASTER
                       AT END
                           MOVE 'NO' TO MORE-RECORDS
                       NOT AT END
                           MOVE CUST-MASTER-REC TO RECORD-IMAGE
                           PERFORM 260-WRITE-DETAIL
                   END-READ
                   IF CUST-STATUS-CODE NOT = '00'
                       AND CUST-STATUS-CODE NOT = '10'
                       MOVE CUST-STATUS-CODE TO THIS-STATUS
                       MOVE 'NO' TO MORE-RECORDS
                   END-IF
               END-PERFORM
               PERFORM 270-FINISH-BACKUP
               CLOSE CUST-MASTER
           END-IF.
       330-UNLOAD-VEH-MASTER.
           OPEN INPUT VEH-MASTER
           MOVE VEH-STATUS-CODE TO THIS-STATUS
           IF VEH-STATUS-CODE = '00'
               PERFORM 250-START-BACKUP
               MOVE 'YES' TO MORE-RECORDS
               PERFORM UNTIL MORE-RECORDS = 'NO'
                   READ VEH-MASTER
                       AT END
                           MOVE 'NO' TO MORE-RECORDS
                       NOT AT END
                           MOVE VEH-MASTER-REC TO RECORD-IMAGE
                           PERFORM 260-WRITE-DETAIL
                   END-READ
                   IF VEH-STATUS-CODE NOT = '00'
                       AND VEH-STATUS-CODE NOT = '10'
                       MOVE VEH-STATUS-CODE TO THIS-STATUS
                       MOVE 'NO' TO MORE-RECORDS
                   END-IF
               END-PERFORM
               PERFORM 270-FINISH-BACKUP
               CLOSE VEH-MASTER
           END-IF.
       340-UNLOAD-VAC-BALANCE.
           OPEN INPUT VAC-BALANCE
           MOVE VAC-STATUS-CODE TO THIS-STATUS
           IF VAC-STATUS-CODE = '00'
               PERFORM 250-START-BACKUP
               MOVE 'YES' TO MORE-RECORDS
               PERFORM UNTIL MORE-RECORDS = 'NO'
                   READ VAC-BALANCE
                       AT END
                           MOVE 'NO' TO MORE-RECORDS
                       NOT AT END
                           MOVE VAC-BALANCE-REC TO RECORD-IMAGE
                           PERFORM 260-WRITE-DETAIL
                   END-READ
                   IF VAC-STATUS-CODE NOT = '00'
                       AND VAC-STATUS-CODE NOT = '10'
                       MOVE VAC-STATUS-CODE TO THIS-STATUS
                       MOVE 'NO' TO MORE-RECORDS
                   END-IF
               END-PERFORM
               PERFORM 270-FINISH-BACKUP
               CLOSE VAC-BALANCE
           END-IF.
       350-UNLOAD-AR-OPEN.
           OPEN INPUT AR-OPEN
           MOVE AR-STATUS-CODE TO THIS-STATUS
           IF AR-STATUS-CODE = '00'
               PERFORM 250-START-BACKUP
               MOVE 'YES' TO MORE-RECORDS
               PERFORM UNTIL MORE-RECORDS = 'NO'
                   READ AR-OPEN
                       AT END
                           MOVE 'NO' TO MORE-RECORDS
                       NOT AT END
                           MOVE AR-OPEN-REC TO RECORD-IMAGE
                           PERFORM 260-WRITE-DETAIL
                   END-READ
                   IF AR-STATUS-CODE NOT = '00'
                       AND AR-STATUS-CODE NOT = '10'
                       MOVE AR-STATUS-CODE TO THIS-STATUS
                       MOVE 'NO' TO MORE-RECORDS
                   END-IF
               END-PERFORM
               PERFORM 270-FINISH-BACKUP
               CLOSE AR-OPEN
           END-IF.
       360-UNLOAD-YTD-FILE.
           OPEN INPUT YTD-FILE
           MOVE YTD-STATUS-CODE TO THIS-STATUS
           IF YTD-STATUS-CODE = '00'
               PERFORM 250-START-BACKUP
               MOVE 'YES' TO MORE-RECORDS
               PERFORM UNTIL MORE-RECORDS = 'NO'
                   READ YTD-FILE
                       AT END
                           MOVE 'NO' TO MORE-RECORDS
                       NOT AT END
                           MOVE YTD-REC TO RECORD-IMAGE
                           PERFORM 260-WRITE-DETAIL
                   END-READ
                   IF YTD-STATUS-CODE NOT = '00'
                       AND YTD-STATUS-CODE NOT = '10'
                       MOVE YTD-STATUS-CODE TO THIS-STATUS
                       MOVE 'NO' TO MORE-RECORDS
                   END-IF
               END-PERFORM
               PERFORM 270-FINISH-BACKUP
               CLOSE YTD-FILE
           END-IF.
       400-BUILD-BACKUP-NAME.
           MOVE SPACES TO BACKUP-FILE-DD
           STRING FUNCTION TRIM(BACKUP-DIR TRAILING)
               'OLIV-BKP-' DELIMITED BY SIZE
               MASTER-CODE(MASTER-IDX) DELIMITED BY SPACE
               '.txt-R' RUN-NO DELIMITED BY SIZE
               INTO BACKUP-FILE-DD.
       500-PURGE-OLD-GENERATION.
      *>      EMPTY THE GENERATION FALLING OFF THE BACK OF THE
      *>      RETENTION WINDOW (OPEN OUTPUT TRUNCATES IT)
           IF RUN-NO > RETAIN-COUNT
               COMPUTE PURGE-RUN-NO = RUN-NO - RETAIN-COUNT
               MOVE SPACES TO BACKUP-FILE-DD
               STRING FUNCTION TRIM(BACKUP-DIR TRAILING)
                   'OLIV-BKP-' DELIMITED BY SIZE
                   MASTER-CODE(MASTER-IDX) DELIMITED BY SPACE
                   '.txt-R' PURGE-RUN-NO DELIMITED BY SIZE
                   INTO BACKUP-FILE-DD
               OPEN OUTPUT BACKUP-FILE
               IF BACKUP-STATUS = '00'
                   CLOSE BACKUP-FILE
                   MOVE 'PURGED  ' TO PTH-ACTION-OUT
                   MOVE BACKUP-FILE-DD TO PTH-PATH-OUT
                   WRITE REPORT-REC FROM PATH-LINE
               END-IF
           END-IF.
       600-WRITE-UNLOAD-CONTROL.
           OPEN OUTPUT UNLOAD-CONTROL
           MOVE RUN-NO TO BKC-RUN-NO
           MOVE BUS-DATE TO BKC-BUS-DATE
           IF UNLOAD-FAILED = 'YES'
               MOVE 'FAILED  ' TO BKC-VERDICT
           ELSE
               MOVE 'OK      ' TO BKC-VERDICT
           END-IF
           WRITE UNLOAD-CONTROL-REC
           CLOSE UNLOAD-CONTROL.
       700-HASH-KEY.
      *>      EACH KEY CHARACTER'S ORDINAL TIMES ITS POSITION, SO A
      *>      DROPPED, ADDED OR ALTERED KEY MOVES THE TOTAL
           PERFORM VARYING KEY-IDX FROM 1 BY 1
               UNTIL KEY-IDX > KEY-LENGTH(MASTER-IDX)
               COMPUTE THIS-HASH = THIS-HASH
                   + FUNCTION ORD(KEY-IMAGE(KEY-IDX:1)) * KEY-IDX
           END-PERFORM.
