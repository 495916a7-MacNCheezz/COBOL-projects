      *          business date.
      * Modification History:
      *   9/3/26  - initial version
      *   10/15/26 - census records now carry the plan, coverage tier
      *             and per-period employee premium from the benefit
      *             election file - one C record per in-force election
      *             (an employee with none still gets one, plan blank)
      *             - so the carrier's bill and the withholding agree;
      *             the record grew from 43 to 55 bytes
      *   10/15/26 - elected COBRA continuees go back on the census
      *             with status C and their monthly COBRA premium, an
      *             A record the month they elect and a D record the
      *             month continuation is cancelled or runs out
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENEFITS-CENSUS.
           ASSIGN TO CHANGE-HIST-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-STATUS.
           SELECT ELECTION-FILE
           ASSIGN TO ELECTION-FILE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELECT-STATUS.
           SELECT COBRA-FILE
           ASSIGN TO COBRA-FILE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COBRA-STATUS.
           SELECT CENSUS-EXTRACT
           ASSIGN TO CENSUS-EXTRACT-DD
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  CHANGE-HIST.
       01  CHANGE-HIST-REC.
           COPY OLIV-EMP-Hist.
       FD  ELECTION-FILE.
       01  ELECTION-REC.
           COPY OLIV-BEN-Elect.
       FD  COBRA-FILE.
       01  COBRA-REC.
           COPY OLIV-BEN-Cobra.
       FD  CENSUS-EXTRACT.
       01  CENSUS-REC                      PIC X(55).
       FD  RUN-CONTROL.
       01  RUN-CONTROL-REC.
           COPY OLIV-RUN-Ctl.
       01  MORE-HIST                       PIC XXX VALUE 'YES'.
       01  MASTER-STATUS                   PIC XX.
       01  HIST-STATUS                     PIC XX.
       01  MORE-ELECTIONS                  PIC XXX VALUE 'YES'.
       01  ELECT-STATUS                    PIC XX.
       01  ELECT-COUNT                     PIC 9(4) VALUE 0.
       01  ELECT-IDX                       PIC 9(4).
       01  EMP-ELECTIONS                   PIC 9(2).
       01  ELECTION-TABLE.
           05 ELECT-ENTRY OCCURS 2000 TIMES.
               10 ET-EMP-NO                PIC 9(5).
               10 ET-PLAN-CODE             PIC X(3).
               10 ET-TIER                  PIC X(2).
               10 ET-PREMIUM               PIC 9(5)V99.
       01  MORE-COBRA                      PIC XXX VALUE 'YES'.
       01  COBRA-STATUS                    PIC XX.
       01  COBRA-COUNT                     PIC 9(7) VALUE 0.
       01  RUN-CTL-STATUS                  PIC XX.
       01  RUN-DATE                        PIC 9(8).
       01  CENSUS-MONTH                    PIC 9(6).
           05 CEN-STATUS                   PIC X(1).
           05 CEN-HIRE-DATE                PIC 9(8).
           05 CEN-TERM-DATE                PIC 9(8).
           05 CEN-PLAN-CODE                PIC X(3).
           05 CEN-TIER                     PIC X(2).
           05 CEN-PREMIUM                  PIC 9(5)V99.
       01  CENSUS-TRAILER.
           05                              PIC X(1) VALUE 'T'.
           05 TRL-CENSUS-COUNT             PIC 9(7).
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-EMP-Master.dat'.
       01  CHANGE-HIST-DD                  PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-EMP-Hist.txt'.
       01  ELECTION-FILE-DD                PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-BEN-Elect.txt'.
       01  COBRA-FILE-DD                   PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-BEN-Cobra.txt'.
       01  CENSUS-EXTRACT-DD               PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-EMP-Census.txt'.
       01  RUN-CONTROL-DD                  PIC X(100) VALUE
       100-MAIN.
           PERFORM 010-GET-FILE-NAMES
           PERFORM 015-GET-BUSINESS-DATE
           PERFORM 050-LOAD-ELECTIONS
           OPEN OUTPUT CENSUS-EXTRACT
           PERFORM 110-WRITE-CENSUS-RECORDS
           PERFORM 200-DERIVE-ADDS-AND-DROPS
           PERFORM 300-WRITE-COBRA-RECORDS
           MOVE CENSUS-COUNT TO TRL-CENSUS-COUNT
           MOVE ADD-COUNT TO TRL-ADD-COUNT
           MOVE DROP-COUNT TO TRL-DROP-COUNT
               ' ADDS: ' ADD-COUNT ' DROPS: ' DROP-COUNT
           DISPLAY 'TERMINATED EMPLOYEES LEFT OFF CENSUS: '
               TERM-SKIP-COUNT
           DISPLAY 'COBRA CONTINUEES ON CENSUS: ' COBRA-COUNT
           STOP RUN.
       010-GET-FILE-NAMES.
           ACCEPT EMP-MASTER-DD FROM ENVIRONMENT "EMPMASTER"
           ACCEPT CHANGE-HIST-DD FROM ENVIRONMENT "EMPHIST"
           ACCEPT ELECTION-FILE-DD FROM ENVIRONMENT "BENELECT"
           ACCEPT COBRA-FILE-DD FROM ENVIRONMENT "COBRAFILE"
           ACCEPT CENSUS-EXTRACT-DD FROM ENVIRONMENT "CENSUSOUT"
           ACCEPT RUN-CONTROL-DD FROM ENVIRONMENT "RUNCTL".
       015-GET-BUSINESS-DATE.
                   'MACHINE DATE ' RUN-DATE
           END-IF
           MOVE RUN-DATE(1:6) TO CENSUS-MONTH.
       050-LOAD-ELECTIONS.
      *>      ONLY ELECTIONS IN FORCE GO TO THE CARRIER - PENDING ONES
      *>      ARE NOT COVERED YET
           OPEN INPUT ELECTION-FILE
           IF ELECT-STATUS NOT = '00'
               DISPLAY 'BENEFIT ELECTION FILE NOT AVAILABLE - CENSUS '
                   'RECORDS CARRY NO PLAN OR TIER'
               MOVE 'NO' TO MORE-ELECTIONS
           END-IF
           PERFORM UNTIL MORE-ELECTIONS = 'NO'
               READ ELECTION-FILE
                   AT END
                       MOVE 'NO' TO MORE-ELECTIONS
                   NOT AT END
                       IF BEL-STATUS = 'A'
                           IF ELECT-COUNT < 2000
                               ADD 1 TO ELECT-COUNT
                               MOVE BEL-EMP-NO
                                   TO ET-EMP-NO(ELECT-COUNT)
                               MOVE BEL-PLAN-CODE
                                   TO ET-PLAN-CODE(ELECT-COUNT)
                               MOVE BEL-TIER TO ET-TIER(ELECT-COUNT)
                               MOVE BEL-PREMIUM
                                   TO ET-PREMIUM(ELECT-COUNT)
                           ELSE
                               DISPLAY 'ELECTION TABLE FULL AT 2000 - '
                                   'CENSUS INCOMPLETE, RUN STOPPED'
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF ELECT-STATUS = '00' OR ELECT-STATUS = '10'
               CLOSE ELECTION-FILE
           END-IF.
       110-WRITE-CENSUS-RECORDS.
           OPEN INPUT EMP-MASTER
           IF MASTER-STATUS NOT = '00'
                       IF EMP-STATUS = 'T'
                           ADD 1 TO TERM-SKIP-COUNT
                       ELSE
                           PERFORM 120-WRITE-EMP-CENSUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMP-MASTER.
       120-WRITE-EMP-CENSUS.
           MOVE 'C' TO CEN-REC-TYPE
           PERFORM 150-FILL-FROM-MASTER
           MOVE 0 TO EMP-ELECTIONS
           PERFORM VARYING ELECT-IDX FROM 1 BY 1
               UNTIL ELECT-IDX > ELECT-COUNT
               IF ET-EMP-NO(ELECT-IDX) = EMP-NUMBER
                   ADD 1 TO EMP-ELECTIONS
                   ADD 1 TO CENSUS-COUNT
                   MOVE ET-PLAN-CODE(ELECT-IDX) TO CEN-PLAN-CODE
                   MOVE ET-TIER(ELECT-IDX) TO CEN-TIER
                   MOVE ET-PREMIUM(ELECT-IDX) TO CEN-PREMIUM
                   WRITE CENSUS-REC FROM CENSUS-DETAIL
               END-IF
           END-PERFORM
           IF EMP-ELECTIONS = 0
               ADD 1 TO CENSUS-COUNT
               WRITE CENSUS-REC FROM CENSUS-DETAIL
           END-IF.
       150-FILL-FROM-MASTER.
           MOVE EMP-NUMBER TO CEN-EMP-NO
           MOVE EMP-NAME TO CEN-NAME
           MOVE EMP-STATUS TO CEN-STATUS
           MOVE 0 TO CEN-HIRE-DATE
           MOVE 0 TO CEN-TERM-DATE
           MOVE SPACES TO CEN-PLAN-CODE
           MOVE SPACES TO CEN-TIER
           MOVE 0 TO CEN-PREMIUM
           IF EMP-DATE-HIRE IS NUMERIC
               MOVE EMP-HIRE-YEAR TO CEN-HIRE-DATE(1:4)
               MOVE EMP-HIRE-MONTH TO CEN-HIRE-DATE(5:2)
           END-IF
           MOVE AFTER-STATUS-BYTE TO CEN-STATUS
           MOVE 0 TO CEN-HIRE-DATE
           MOVE 0 TO CEN-TERM-DATE
           MOVE SPACES TO CEN-PLAN-CODE
           MOVE SPACES TO CEN-TIER
           MOVE 0 TO CEN-PREMIUM.
       300-WRITE-COBRA-RECORDS.
      *>      CONTINUEES ARE COVERED UNDER THEIR OWN STATUS CODE SO
      *>      THE CARRIER BILLS THEM APART FROM ACTIVE EMPLOYEES
           OPEN INPUT COBRA-FILE
           IF COBRA-STATUS NOT = '00'
               MOVE 'NO' TO MORE-COBRA
           END-IF
           PERFORM UNTIL MORE-COBRA = 'NO'
               READ COBRA-FILE
                   AT END
                       MOVE 'NO' TO MORE-COBRA
                   NOT AT END
                       PERFORM 310-CLASSIFY-COBRA-ROW
               END-READ
           END-PERFORM
           IF COBRA-STATUS = '00' OR COBRA-STATUS = '10'
               CLOSE COBRA-FILE
           END-IF.
       310-CLASSIFY-COBRA-ROW.
           MOVE CBR-EMP-NO TO CEN-EMP-NO
           MOVE CBR-NAME TO CEN-NAME
           MOVE 'C' TO CEN-STATUS
           MOVE 0 TO CEN-HIRE-DATE
           MOVE CBR-QUAL-DATE TO CEN-TERM-DATE
           MOVE CBR-PLAN-CODE TO CEN-PLAN-CODE
           MOVE CBR-TIER TO CEN-TIER
           MOVE CBR-MONTHLY-PREMIUM TO CEN-PREMIUM
           IF CBR-STATUS = 'E'
               ADD 1 TO CENSUS-COUNT
               ADD 1 TO COBRA-COUNT
               MOVE 'C' TO CEN-REC-TYPE
               WRITE CENSUS-REC FROM CENSUS-DETAIL
               IF CBR-ELECT-DATE(1:6) = CENSUS-MONTH
                   ADD 1 TO ADD-COUNT
                   MOVE 'A' TO CEN-REC-TYPE
                   WRITE CENSUS-REC FROM CENSUS-DETAIL
               END-IF
           END-IF
           IF (CBR-STATUS = 'C' OR CBR-STATUS = 'F')
               AND CBR-CLOSE-DATE(1:6) = CENSUS-MONTH
               ADD 1 TO DROP-COUNT
               MOVE 'D' TO CEN-REC-TYPE
               WRITE CENSUS-REC FROM CENSUS-DETAIL
           END-IF.
