      *          line per transaction.
      * Modification History:
      *   8/22/26 - initial version
      *   10/15/26 - a delete is refused while any customer, store,
      *             salesperson, AR open item or employee still on
      *             staff names the territory
      *   10/15/26 - a delete is also refused while an authorized
      *             position on the position master names the
      *             territory
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERRITORY-MASTER-MAINT.
           'D:\COBOL\MIS 280 Homework\Terr Master\OLIV-TERR-Master.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MASTER-STATUS.
           SELECT CUST-MASTER
           ASSIGN TO
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-CUST-Master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-MST-NO
               FILE STATUS IS REF-STATUS.
           SELECT STORE-MASTER
           ASSIGN TO
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-STORE-Master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STORE-MST-NO
               FILE STATUS IS REF-STATUS.
           SELECT SLS-MASTER
           ASSIGN TO
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-SLS-Master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SLS-MST-NO
               FILE STATUS IS REF-STATUS.
           SELECT AR-OPEN-FILE
           ASSIGN TO
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-AR-Open.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AR-KEY
               FILE STATUS IS REF-STATUS.
           SELECT EMP-MASTER
           ASSIGN TO
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-EMP-Master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-NUMBER
               FILE STATUS IS REF-STATUS.
           SELECT POS-MASTER
           ASSIGN TO
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-POS-Master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS POS-NUMBER
               FILE STATUS IS REF-STATUS.
           SELECT MAINT-REPORT
           ASSIGN TO
         'D:\COBOL\MIS 280 Homework\Terr Master\OLIV-TERR-MntRpt.txt'
       FD  TERR-MASTER.
       01  TERR-MASTER-REC.
           COPY OLIV-TERR-Master.
       FD  CUST-MASTER.
       01  CUST-MASTER-REC.
           COPY OLIV-CUST-Master.
       FD  STORE-MASTER.
       01  STORE-MASTER-REC.
           COPY OLIV-STORE-Master.
       FD  SLS-MASTER.
       01  SLS-MASTER-REC.
           COPY OLIV-SLS-Master.
       FD  AR-OPEN-FILE.
       01  AR-OPEN-REC.
           COPY OLIV-AR-Open.
       FD  EMP-MASTER.
       01  EMP-MASTER-REC.
           COPY OLIV-EMP-Master.
       FD  POS-MASTER.
       01  POS-MASTER-REC.
           COPY OLIV-POS-Master.
       FD  MAINT-REPORT.
       01  REPORT-REC                      PIC X(80).
       WORKING-STORAGE SECTION.
       01  MORE-TRANS                      PIC XXX VALUE 'YES'.
       01  MASTER-STATUS                   PIC XX.
       01  MASTER-EOF                      PIC XXX VALUE 'NO'.
       01  REF-STATUS                      PIC XX.
       01  MORE-REF                        PIC XXX.
       01  REF-TERR                        PIC 9(2).
       01  REF-FILE-NAME                   PIC X(16).
       01  REF-TABLE.
           05 REF-OWNER                    PIC X(16) OCCURS 99 TIMES.
       01  TRANS-RESULT                    PIC X(8).
       01  TRANS-REASON                    PIC X(40).
       01  READ-COUNT                      PIC 9(5) VALUE 0.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 150-LOAD-MASTER-TABLE
           PERFORM 160-LOAD-REFERENCES
           OPEN INPUT TERR-TRANS-IN
               OUTPUT MAINT-REPORT
           WRITE REPORT-REC FROM HEADING1
           IF MASTER-STATUS = '00' OR MASTER-STATUS = '10'
               CLOSE TERR-MASTER
           END-IF.
       160-LOAD-REFERENCES.
      *>      NOTE THE FIRST FILE STILL NAMING EACH TERRITORY; A FILE
      *>      THAT IS NOT THERE HOLDS NO REFERENCES
           MOVE SPACES TO REF-TABLE
           OPEN INPUT CUST-MASTER
           IF REF-STATUS = '00'
               MOVE 'CUSTOMER MASTER' TO REF-FILE-NAME
               MOVE 'YES' TO MORE-REF
               PERFORM UNTIL MORE-REF = 'NO'
                   READ CUST-MASTER
                       AT END
                           MOVE 'NO' TO MORE-REF
                       NOT AT END
                           MOVE CUST-MST-TERRITORY TO REF-TERR
                           PERFORM 170-NOTE-REFERENCE
                   END-READ
               END-PERFORM
               CLOSE CUST-MASTER
           END-IF
           OPEN INPUT STORE-MASTER
           IF REF-STATUS = '00'
               MOVE 'STORE MASTER' TO REF-FILE-NAME
               MOVE 'YES' TO MORE-REF
               PERFORM UNTIL MORE-REF = 'NO'
                   READ STORE-MASTER
                       AT END
                           MOVE 'NO' TO MORE-REF
                       NOT AT END
                           MOVE STORE-MST-TERRITORY TO REF-TERR
                           PERFORM 170-NOTE-REFERENCE
                   END-READ
               END-PERFORM
               CLOSE STORE-MASTER
           END-IF
           OPEN INPUT SLS-MASTER
           IF REF-STATUS = '00'
               MOVE 'SALESPERSON MAST' TO REF-FILE-NAME
               MOVE 'YES' TO MORE-REF
               PERFORM UNTIL MORE-REF = 'NO'
                   READ SLS-MASTER
                       AT END
                           MOVE 'NO' TO MORE-REF
                       NOT AT END
                           MOVE SLS-MST-TERRITORY TO REF-TERR
                           PERFORM 170-NOTE-REFERENCE
                   END-READ
               END-PERFORM
               CLOSE SLS-MASTER
           END-IF
           OPEN INPUT AR-OPEN-FILE
           IF REF-STATUS = '00'
               MOVE 'AR OPEN ITEMS' TO REF-FILE-NAME
               MOVE 'YES' TO MORE-REF
               PERFORM UNTIL MORE-REF = 'NO'
                   READ AR-OPEN-FILE
                       AT END
                           MOVE 'NO' TO MORE-REF
                       NOT AT END
                           MOVE AR-TERRITORY TO REF-TERR
                           PERFORM 170-NOTE-REFERENCE
                   END-READ
               END-PERFORM
               CLOSE AR-OPEN-FILE
           END-IF
           OPEN INPUT EMP-MASTER
           IF REF-STATUS = '00'
               MOVE 'EMPLOYEE MASTER' TO REF-FILE-NAME
               MOVE 'YES' TO MORE-REF
               PERFORM UNTIL MORE-REF = 'NO'
                   READ EMP-MASTER
                       AT END
                           MOVE 'NO' TO MORE-REF
                       NOT AT END
                           IF EMP-STATUS NOT = 'T'
                               MOVE EMP-TERRITORY-NO TO REF-TERR
                               PERFORM 170-NOTE-REFERENCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMP-MASTER
           END-IF
           OPEN INPUT POS-MASTER
           IF REF-STATUS = '00'
               MOVE 'POSITION MASTER' TO REF-FILE-NAME
               MOVE 'YES' TO MORE-REF
               PERFORM UNTIL MORE-REF = 'NO'
                   READ POS-MASTER
                       AT END
                           MOVE 'NO' TO MORE-REF
                       NOT AT END
                           MOVE POS-TERRITORY-NO TO REF-TERR
                           PERFORM 170-NOTE-REFERENCE
                   END-READ
               END-PERFORM
               CLOSE POS-MASTER
           END-IF.
       170-NOTE-REFERENCE.
           IF REF-TERR > 0
               IF REF-OWNER(REF-TERR) = SPACES
                   MOVE REF-FILE-NAME TO REF-OWNER(REF-TERR)
               END-IF
           END-IF.
       200-APPLY-TRANS.
           ADD 1 TO READ-COUNT
           MOVE 'APPLIED ' TO TRANS-RESULT
               MOVE 'REJECTED' TO TRANS-RESULT
               MOVE 'TERRITORY NOT ON MASTER' TO TRANS-REASON
           ELSE
               MOVE TWK-TERR-NO(TERR-FOUND-IDX) TO REF-TERR
               IF REF-TERR > 0 AND REF-OWNER(REF-TERR) NOT = SPACES
                   MOVE 'REJECTED' TO TRANS-RESULT
                   MOVE SPACES TO TRANS-REASON
                   STRING 'STILL USED ON ' DELIMITED BY SIZE
                       REF-OWNER(REF-TERR) DELIMITED BY '  '
                       INTO TRANS-REASON
               ELSE
                   MOVE 'Y' TO TWK-DELETED(TERR-FOUND-IDX)
               END-IF
           END-IF.
       600-REWRITE-MASTER.
           OPEN OUTPUT TERR-MASTER
