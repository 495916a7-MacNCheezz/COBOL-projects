      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Keep the vehicle accident and incident register, so
      *          accident damage stops disappearing into ordinary
      *          repairs. A adds an incident against a VIN and date
      *          (type, at-fault flag, police report number, estimated
      *          cost, description) and fills in the driver from the
      *          effective-dated assignment history row covering the
      *          date, as VEHICLE-DRIVER-LOOKUP does; C changes the
      *          details and records the insurance claim number and
      *          claim status; R records an amount recovered. Repair
      *          dollars reach the incident through the cost
      *          transactions VEHICLE-COST-UPDATE posts against it.
      *          One register line per transaction; rejects end the
      *          run RC 4, and a missing assignment history stops it
      *          (RC 8) - an incident without its driver is the gap
      *          this file exists to close.
      * Modification History:
      *   10/15/26 - initial version
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCIDENT-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INC-TRANS-IN
           ASSIGN TO INC-TRANS-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-STATUS.
           SELECT INCIDENT-FILE
           ASSIGN TO INCIDENT-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INC-KEY
               FILE STATUS IS INC-STATUS-CODE.
           SELECT VEH-MASTER
           ASSIGN TO
           'D:\COBOL\MIS 280 Homework\Homework #5\OLIV-VEH-Master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VEH-VIN
               FILE STATUS IS MASTER-STATUS.
           SELECT ASGN-HIST
           ASSIGN TO ASGN-HIST-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-STATUS.
           SELECT INC-REPORT
           ASSIGN TO INC-REPORT-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL
           ASSIGN TO RUN-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INC-TRANS-IN.
       01  INC-TRANS-REC.
           05 ITRN-ACTION                  PIC X(1).
           05 ITRN-VIN                     PIC X(17).
           05 ITRN-DATE                    PIC X(8).
           05 ITRN-DATE-NUM REDEFINES ITRN-DATE
                                           PIC 9(8).
           05 ITRN-SEQ                     PIC X(2).
           05 ITRN-SEQ-NUM REDEFINES ITRN-SEQ
                                           PIC 9(2).
           05 ITRN-TYPE                    PIC X(1).
           05 ITRN-AT-FAULT                PIC X(1).
           05 ITRN-POLICE-RPT              PIC X(15).
           05 ITRN-EST-COST                PIC X(9).
           05 ITRN-EST-COST-NUM REDEFINES ITRN-EST-COST
                                           PIC 9(7)V99.
           05 ITRN-CLAIM-NO                PIC X(15).
           05 ITRN-CLAIM-STATUS            PIC X(1).
           05 ITRN-AMOUNT                  PIC X(9).
           05 ITRN-AMOUNT-NUM REDEFINES ITRN-AMOUNT
                                           PIC 9(7)V99.
           05 ITRN-DESC                    PIC X(30).
       FD  INCIDENT-FILE.
       01  INCIDENT-REC.
           COPY OLIV-VEH-Incident.
       FD  VEH-MASTER.
       01  VEH-MASTER-REC.
           COPY OLIV-VEH-Master.
       FD  ASGN-HIST.
       01  ASGN-HIST-REC.
           COPY OLIV-VEH-AsgnHist.
       FD  INC-REPORT.
       01  REPORT-REC                      PIC X(110).
       FD  RUN-CONTROL.
       01  RUN-CONTROL-REC.
           COPY OLIV-RUN-Ctl.
       WORKING-STORAGE SECTION.
       01  MORE-TRANS                      PIC XXX VALUE 'YES'.
       01  MORE-HIST                       PIC XXX VALUE 'YES'.
       01  TRANS-STATUS                    PIC XX.
       01  INC-STATUS-CODE                 PIC XX.
       01  MASTER-STATUS                   PIC XX.
       01  HIST-STATUS                     PIC XX.
       01  RUN-CTL-STATUS                  PIC XX.
       01  RUN-DATE                        PIC 9(8).
       01  HIST-COUNT                      PIC 9(4) VALUE 0.
       01  HIST-IDX                        PIC 9(4).
       01  HIST-TABLE-FULL                 PIC XXX VALUE 'NO'.
       01  HIST-TABLE.
           05 HIST-ENTRY OCCURS 1000 TIMES.
               10 HTB-VIN                  PIC X(17).
               10 HTB-EMP-NO               PIC X(5).
               10 HTB-EFF-FROM             PIC 9(8).
               10 HTB-EFF-THRU             PIC 9(8).
       01  SEQ-FREE                        PIC XXX.
       01  SEQ-IDX                         PIC 9(3).
       01  TRANS-RESULT                    PIC X(8).
       01  TRANS-REASON                    PIC X(40).
       01  READ-COUNT                      PIC 9(5) VALUE 0.
       01  APPLIED-COUNT                   PIC 9(5) VALUE 0.
       01  REJECTED-COUNT                  PIC 9(5) VALUE 0.
       01  NO-DRIVER-COUNT                 PIC 9(5) VALUE 0.
       01  HEADING1.
           05                              PIC X(36) VALUE
               'VEHICLE INCIDENT REGISTER  AS OF '.
           05 HDG-DATE-OUT                 PIC 9(8).
       01  HEADING2.
           05                              PIC X(52) VALUE
               'ACT  VIN                DATE     SQ  DRIVER  RESULT'.
           05                              PIC X(10) VALUE
               '   REASON'.
       01  DETAIL-LINE.
           05                              PIC X(1) VALUE SPACES.
           05 DTL-ACTION-OUT               PIC X(1).
           05                              PIC X(3) VALUE SPACES.
           05 DTL-VIN-OUT                  PIC X(17).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-DATE-OUT                 PIC X(8).
           05                              PIC X(1) VALUE SPACES.
           05 DTL-SEQ-OUT                  PIC X(2).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-EMP-NO-OUT               PIC X(5).
           05                              PIC X(3) VALUE SPACES.
           05 DTL-RESULT-OUT               PIC X(8).
           05                              PIC X(2) VALUE SPACES.
           05 DTL-REASON-OUT               PIC X(40).
       01  SUMMARY-LINE-1.
           05                              PIC X(24) VALUE
               'TRANSACTIONS READ:      '.
           05 SUM-READ-OUT                 PIC ZZ,ZZ9.
           05                              PIC X(12) VALUE
               '  APPLIED: '.
           05 SUM-APPLIED-OUT              PIC ZZ,ZZ9.
           05                              PIC X(13) VALUE
               '  REJECTED: '.
           05 SUM-REJECTED-OUT             PIC ZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05                              PIC X(36) VALUE
               'INCIDENTS ADDED WITH NO DRIVER:     '.
           05 SUM-NO-DRIVER-OUT            PIC ZZ,ZZ9.
       01  INC-TRANS-DD                    PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #5\OLIV-HW5-IncTrn.txt'.
       01  INCIDENT-DD                     PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #5\OLIV-VEH-Incident.dat'.
       01  ASGN-HIST-DD                    PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #5\OLIV-VEH-AsgnHst.txt'.
       01  INC-REPORT-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #5\OLIV-HW5-IncReg.txt'.
       01  RUN-CONTROL-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-RUN-Ctl.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-GET-FILE-NAMES
           PERFORM 015-GET-BUSINESS-DATE
           PERFORM 050-LOAD-HISTORY
           OPEN I-O INCIDENT-FILE
           IF INC-STATUS-CODE = '35'
               OPEN OUTPUT INCIDENT-FILE
               CLOSE INCIDENT-FILE
               OPEN I-O INCIDENT-FILE
           END-IF
           IF INC-STATUS-CODE NOT = '00'
               DISPLAY 'INCIDENT FILE WOULD NOT OPEN - STATUS '
                   INC-STATUS-CODE ' - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT VEH-MASTER
           IF MASTER-STATUS NOT = '00'
               DISPLAY 'VEHICLE MASTER WOULD NOT OPEN - STATUS '
                   MASTER-STATUS ' - RUN STOPPED'
               CLOSE INCIDENT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT INC-REPORT
           MOVE RUN-DATE TO HDG-DATE-OUT
           WRITE REPORT-REC FROM HEADING1
           WRITE REPORT-REC FROM HEADING2
           OPEN INPUT INC-TRANS-IN
           IF TRANS-STATUS NOT = '00'
               DISPLAY 'NO INCIDENT TRANSACTION FILE THIS RUN'
               MOVE 'NO' TO MORE-TRANS
           END-IF
           PERFORM UNTIL MORE-TRANS = 'NO'
               READ INC-TRANS-IN
                   AT END
                       MOVE 'NO' TO MORE-TRANS
                   NOT AT END
                       PERFORM 200-APPLY-TRANS
               END-READ
           END-PERFORM
           IF TRANS-STATUS = '00' OR TRANS-STATUS = '10'
               CLOSE INC-TRANS-IN
           END-IF
           MOVE READ-COUNT TO SUM-READ-OUT
           MOVE APPLIED-COUNT TO SUM-APPLIED-OUT
           MOVE REJECTED-COUNT TO SUM-REJECTED-OUT
           WRITE REPORT-REC FROM SUMMARY-LINE-1
               AFTER ADVANCING 2 LINES
           MOVE NO-DRIVER-COUNT TO SUM-NO-DRIVER-OUT
           WRITE REPORT-REC FROM SUMMARY-LINE-2
           CLOSE INCIDENT-FILE
                 VEH-MASTER
                 INC-REPORT
           IF REJECTED-COUNT > 0 OR HIST-TABLE-FULL = 'YES'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       010-GET-FILE-NAMES.
           ACCEPT INC-TRANS-DD FROM ENVIRONMENT "INCTRANS"
           ACCEPT INCIDENT-DD FROM ENVIRONMENT "VEHINCIDENT"
           ACCEPT ASGN-HIST-DD FROM ENVIRONMENT "VEHASGNHIST"
           ACCEPT INC-REPORT-DD FROM ENVIRONMENT "INCREPORT"
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
       050-LOAD-HISTORY.
           OPEN INPUT ASGN-HIST
           IF HIST-STATUS NOT = '00'
               DISPLAY 'ASSIGNMENT HISTORY FILE MISSING OR '
                   'UNREADABLE - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL MORE-HIST = 'NO'
               READ ASGN-HIST
                   AT END
                       MOVE 'NO' TO MORE-HIST
                   NOT AT END
                       IF HIST-COUNT < 1000
                           ADD 1 TO HIST-COUNT
                           MOVE AH-VIN TO HTB-VIN(HIST-COUNT)
                           MOVE AH-EMP-NO TO HTB-EMP-NO(HIST-COUNT)
                           MOVE AH-EFF-FROM
                               TO HTB-EFF-FROM(HIST-COUNT)
                           MOVE AH-EFF-THRU
                               TO HTB-EFF-THRU(HIST-COUNT)
                       ELSE
                           MOVE 'YES' TO HIST-TABLE-FULL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ASGN-HIST
           IF HIST-TABLE-FULL = 'YES'
               DISPLAY 'HISTORY TABLE FILLED AT 1000 ROWS - '
                   'DRIVERS MAY BE MISSED'
           END-IF.
       200-APPLY-TRANS.
           ADD 1 TO READ-COUNT
           MOVE 'APPLIED ' TO TRANS-RESULT
           MOVE SPACES TO TRANS-REASON
           MOVE SPACES TO DTL-EMP-NO-OUT
           MOVE ITRN-SEQ TO DTL-SEQ-OUT
           EVALUATE TRUE
               WHEN ITRN-VIN = SPACES
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'VIN IS BLANK' TO TRANS-REASON
               WHEN ITRN-DATE IS NOT NUMERIC
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'INCIDENT DATE NOT NUMERIC' TO TRANS-REASON
               WHEN ITRN-ACTION = 'A'
                   PERFORM 300-ADD-INCIDENT
               WHEN ITRN-ACTION = 'C'
                   PERFORM 250-READ-INCIDENT
                   IF TRANS-RESULT = 'APPLIED '
                       PERFORM 400-CHANGE-INCIDENT
                   END-IF
               WHEN ITRN-ACTION = 'R'
                   PERFORM 250-READ-INCIDENT
                   IF TRANS-RESULT = 'APPLIED '
                       PERFORM 500-RECORD-RECOVERY
                   END-IF
               WHEN OTHER
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'ACTION CODE NOT A, C OR R' TO TRANS-REASON
           END-EVALUATE
           IF TRANS-RESULT = 'APPLIED '
               ADD 1 TO APPLIED-COUNT
           ELSE
               ADD 1 TO REJECTED-COUNT
           END-IF
           MOVE ITRN-ACTION TO DTL-ACTION-OUT
           MOVE ITRN-VIN TO DTL-VIN-OUT
           MOVE ITRN-DATE TO DTL-DATE-OUT
           MOVE TRANS-RESULT TO DTL-RESULT-OUT
           MOVE TRANS-REASON TO DTL-REASON-OUT
           WRITE REPORT-REC FROM DETAIL-LINE.
       250-READ-INCIDENT.
      *>      A CHANGE OR RECOVERY WITH NO SEQUENCE MEANS THE FIRST
      *>      INCIDENT THAT DAY
           MOVE ITRN-VIN TO INC-VIN
           MOVE ITRN-DATE-NUM TO INC-DATE
           EVALUATE TRUE
               WHEN ITRN-SEQ = SPACES
                   MOVE 1 TO INC-SEQ
               WHEN ITRN-SEQ IS NUMERIC
                   MOVE ITRN-SEQ-NUM TO INC-SEQ
               WHEN OTHER
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'SEQUENCE NOT NUMERIC' TO TRANS-REASON
           END-EVALUATE
           IF TRANS-RESULT = 'APPLIED '
               MOVE INC-SEQ TO DTL-SEQ-OUT
               READ INCIDENT-FILE
                   INVALID KEY
                       MOVE 'REJECTED' TO TRANS-RESULT
                       MOVE 'INCIDENT NOT ON FILE' TO TRANS-REASON
                   NOT INVALID KEY
                       MOVE INC-EMP-NO TO DTL-EMP-NO-OUT
               END-READ
           END-IF.
       300-ADD-INCIDENT.
           EVALUATE TRUE
               WHEN ITRN-TYPE NOT = 'A' AND ITRN-TYPE NOT = 'T'
                   AND ITRN-TYPE NOT = 'V' AND ITRN-TYPE NOT = 'G'
                   AND ITRN-TYPE NOT = 'O'
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'TYPE NOT A, T, V, G OR O' TO TRANS-REASON
               WHEN ITRN-AT-FAULT NOT = 'Y' AND ITRN-AT-FAULT NOT = 'N'
                   AND ITRN-AT-FAULT NOT = 'U'
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'AT-FAULT FLAG NOT Y, N OR U' TO TRANS-REASON
               WHEN ITRN-EST-COST NOT = SPACES
                   AND ITRN-EST-COST IS NOT NUMERIC
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'ESTIMATED COST NOT NUMERIC' TO TRANS-REASON
               WHEN ITRN-DATE-NUM > RUN-DATE
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'INCIDENT DATE IN THE FUTURE' TO TRANS-REASON
               WHEN OTHER
                   MOVE ITRN-VIN TO VEH-VIN
                   READ VEH-MASTER
                       INVALID KEY
                           MOVE 'REJECTED' TO TRANS-RESULT
                           MOVE 'VIN NOT ON MASTER' TO TRANS-REASON
                   END-READ
           END-EVALUATE
           IF TRANS-RESULT = 'APPLIED '
               PERFORM 320-FIND-FREE-SEQ
           END-IF
           IF TRANS-RESULT = 'APPLIED '
               INITIALIZE INCIDENT-REC
               MOVE ITRN-VIN TO INC-VIN
               MOVE ITRN-DATE-NUM TO INC-DATE
               MOVE SEQ-IDX TO INC-SEQ
               MOVE ITRN-TYPE TO INC-TYPE
               MOVE ITRN-AT-FAULT TO INC-AT-FAULT
               MOVE ITRN-POLICE-RPT TO INC-POLICE-RPT
               IF ITRN-EST-COST IS NUMERIC
                   MOVE ITRN-EST-COST-NUM TO INC-EST-COST
               END-IF
               MOVE ITRN-CLAIM-NO TO INC-CLAIM-NO
               IF ITRN-CLAIM-NO = SPACES
                   MOVE 'N' TO INC-CLAIM-STATUS
               ELSE
                   MOVE 'O' TO INC-CLAIM-STATUS
               END-IF
               MOVE ITRN-DESC TO INC-DESC
               PERFORM 350-RESOLVE-DRIVER
               WRITE INCIDENT-REC
               MOVE INC-SEQ TO DTL-SEQ-OUT
               MOVE INC-EMP-NO TO DTL-EMP-NO-OUT
               IF INC-EMP-NO = SPACES
                   ADD 1 TO NO-DRIVER-COUNT
                   MOVE 'NOT ASSIGNED ON THAT DATE' TO TRANS-REASON
               END-IF
           END-IF.
       320-FIND-FREE-SEQ.
      *>      THE NEXT UNUSED SEQUENCE FOR THE VIN AND DATE, LEFT IN
      *>      SEQ-IDX
           MOVE 'NO' TO SEQ-FREE
           MOVE ITRN-VIN TO INC-VIN
           MOVE ITRN-DATE-NUM TO INC-DATE
           PERFORM VARYING SEQ-IDX FROM 1 BY 1
               UNTIL SEQ-IDX > 99 OR SEQ-FREE = 'YES'
               MOVE SEQ-IDX TO INC-SEQ
               READ INCIDENT-FILE
                   INVALID KEY
                       MOVE 'YES' TO SEQ-FREE
               END-READ
           END-PERFORM
           IF SEQ-FREE = 'YES'
               SUBTRACT 1 FROM SEQ-IDX
           ELSE
               MOVE 'REJECTED' TO TRANS-RESULT
               MOVE '99 INCIDENTS ALREADY ON FILE FOR THE DAY'
                   TO TRANS-REASON
           END-IF.
       350-RESOLVE-DRIVER.
           MOVE SPACES TO INC-EMP-NO
           PERFORM VARYING HIST-IDX FROM 1 BY 1
               UNTIL HIST-IDX > HIST-COUNT
               IF HTB-VIN(HIST-IDX) = INC-VIN
                   AND INC-DATE >= HTB-EFF-FROM(HIST-IDX)
                   AND INC-DATE <= HTB-EFF-THRU(HIST-IDX)
                   MOVE HTB-EMP-NO(HIST-IDX) TO INC-EMP-NO
                   MOVE HIST-COUNT TO HIST-IDX
               END-IF
           END-PERFORM.
       400-CHANGE-INCIDENT.
      *>      ONLY THE FIELDS KEYED ON THE TRANSACTION CHANGE
           EVALUATE TRUE
               WHEN ITRN-TYPE NOT = SPACE AND ITRN-TYPE NOT = 'A'
                   AND ITRN-TYPE NOT = 'T' AND ITRN-TYPE NOT = 'V'
                   AND ITRN-TYPE NOT = 'G' AND ITRN-TYPE NOT = 'O'
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'TYPE NOT A, T, V, G OR O' TO TRANS-REASON
               WHEN ITRN-AT-FAULT NOT = SPACE
                   AND ITRN-AT-FAULT NOT = 'Y'
                   AND ITRN-AT-FAULT NOT = 'N'
                   AND ITRN-AT-FAULT NOT = 'U'
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'AT-FAULT FLAG NOT Y, N OR U' TO TRANS-REASON
               WHEN ITRN-EST-COST NOT = SPACES
                   AND ITRN-EST-COST IS NOT NUMERIC
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'ESTIMATED COST NOT NUMERIC' TO TRANS-REASON
               WHEN ITRN-CLAIM-STATUS NOT = SPACE
                   AND ITRN-CLAIM-STATUS NOT = 'N'
                   AND ITRN-CLAIM-STATUS NOT = 'O'
                   AND ITRN-CLAIM-STATUS NOT = 'S'
                   AND ITRN-CLAIM-STATUS NOT = 'D'
                   AND ITRN-CLAIM-STATUS NOT = 'C'
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'CLAIM STATUS NOT N, O, S, D OR C'
                       TO TRANS-REASON
           END-EVALUATE
           IF TRANS-RESULT = 'APPLIED '
               IF ITRN-TYPE NOT = SPACE
                   MOVE ITRN-TYPE TO INC-TYPE
               END-IF
               IF ITRN-AT-FAULT NOT = SPACE
                   MOVE ITRN-AT-FAULT TO INC-AT-FAULT
               END-IF
               IF ITRN-POLICE-RPT NOT = SPACES
                   MOVE ITRN-POLICE-RPT TO INC-POLICE-RPT
               END-IF
               IF ITRN-EST-COST NOT = SPACES
                   MOVE ITRN-EST-COST-NUM TO INC-EST-COST
               END-IF
               IF ITRN-CLAIM-NO NOT = SPACES
                   MOVE ITRN-CLAIM-NO TO INC-CLAIM-NO
                   IF INC-CLAIM-STATUS = 'N'
                       MOVE 'O' TO INC-CLAIM-STATUS
                   END-IF
               END-IF
               IF ITRN-CLAIM-STATUS NOT = SPACE
                   MOVE ITRN-CLAIM-STATUS TO INC-CLAIM-STATUS
               END-IF
               IF ITRN-DESC NOT = SPACES
                   MOVE ITRN-DESC TO INC-DESC
               END-IF
               REWRITE INCIDENT-REC
           END-IF.
       500-RECORD-RECOVERY.
           EVALUATE TRUE
               WHEN ITRN-AMOUNT IS NOT NUMERIC OR ITRN-AMOUNT-NUM = 0
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'RECOVERY AMOUNT MISSING OR NOT NUMERIC'
                       TO TRANS-REASON
               WHEN ITRN-CLAIM-STATUS NOT = SPACE
                   AND ITRN-CLAIM-STATUS NOT = 'O'
                   AND ITRN-CLAIM-STATUS NOT = 'S'
                   AND ITRN-CLAIM-STATUS NOT = 'C'
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE 'CLAIM STATUS ON A RECOVERY NOT O, S OR C'
                       TO TRANS-REASON
               WHEN OTHER
                   ADD ITRN-AMOUNT-NUM TO INC-RECOVERED
                       ON SIZE ERROR
                           MOVE 'REJECTED' TO TRANS-RESULT
                           MOVE 'RECOVERED TOTAL PAST 9,999,999.99'
                               TO TRANS-REASON
                   END-ADD
           END-EVALUATE
           IF TRANS-RESULT = 'APPLIED '
               IF ITRN-CLAIM-STATUS NOT = SPACE
                   MOVE ITRN-CLAIM-STATUS TO INC-CLAIM-STATUS
               END-IF
               REWRITE INCIDENT-REC
           END-IF.
