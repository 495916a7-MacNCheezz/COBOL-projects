      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Batch suspense inquiry. Reads a request file of
      *          permanent suspense IDs and prints one history per ID:
      *          where the transaction stands now (still on the
      *          suspense file with its cycle count, first-fail date
      *          and record image, or gone from it), then every event
      *          the suspense history log holds for it in the order it
      *          happened - the night it first failed, the error flags
      *          it carried each night it failed again, each field
      *          SUSPENSE-CORRECT patched with the value before and
      *          after, and the night it finally cleared into the
      *          clean file.
      * Modification History:
      *   10/15/26 - initial version
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPENSE-INQUIRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQUIRY-REQUESTS
           ASSIGN TO INQUIRY-REQUESTS-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQ-STATUS.
           SELECT SUSPENSE-FILE
           ASSIGN TO SUSPENSE-FILE-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUSP-ID
               FILE STATUS IS SUSP-STATUS.
           SELECT SUSP-HISTORY
           ASSIGN TO SUSP-HISTORY-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSP-HIST-STATUS.
           SELECT INQUIRY-REPORT
           ASSIGN TO INQUIRY-REPORT-DD
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  INQUIRY-REQUESTS.
       01  REQUEST-REC.
           05 REQ-SUSP-ID                  PIC X(8).
       FD  SUSPENSE-FILE.
       01  SUSPENSE-REC.
           COPY OLIV-HW10-Suspense.
       FD  SUSP-HISTORY.
       01  SUSP-HISTORY-REC.
           COPY OLIV-HW10-SuspHist.
       FD  INQUIRY-REPORT.
       01  REPORT-REC                      PIC X(110).
       WORKING-STORAGE SECTION.
       01  MORE-REQUESTS                   PIC XXX VALUE 'YES'.
       01  MORE-HISTORY                    PIC XXX.
       01  REQ-STATUS                      PIC XX.
       01  SUSP-STATUS                     PIC XX.
       01  SUSP-HIST-STATUS                PIC XX.
       01  SUSPENSE-IS-OPEN                PIC XXX VALUE 'NO'.
       01  ON-SUSPENSE-FILE                PIC XXX.
       01  INQ-SUSP-ID                     PIC 9(8).
       01  EVENT-COUNT                     PIC 9(5).
       01  REQUEST-COUNT                   PIC 9(5) VALUE 0.
       01  NOT-FOUND-COUNT                 PIC 9(5) VALUE 0.
       01  FLAG-IDX                        PIC 9(2).
       01  FLAG-PTR                        PIC 9(3).
       01  FLAG-NAME-VALUES.
           05                              PIC X(28) VALUE
               'CUSTSTORSLSPDATEAMT TERRCUNF'.
           05                              PIC X(28) VALUE
               'CINATTYPCREDSLNFSLINSTNFDUPL'.
       01  FLAG-NAME-TABLE REDEFINES FLAG-NAME-VALUES.
           05 FLAG-NAME                    PIC X(4) OCCURS 14 TIMES.
       01  SUSPENSE-INQ-DATE.
           05 SID-YEAR                     PIC 9(4).
           05 SID-MONTH                    PIC 9(2).
           05 SID-DAY                      PIC 9(2).
       01  HEADING1.
           05                              PIC X(40) VALUE
               'SUSPENSE TRANSACTION HISTORY INQUIRY'.
       01  HEADING2.
           05                              PIC X(54) VALUE
               ' FLAGS: CUST/STOR/SLSP/DATE/AMT/TERR RANGE, CUNF/CINA '.
           05                              PIC X(54) VALUE
               'CUST MST, TTYP TYPE, CRED LIMIT, SLNF/SLIN/STNF/DUPL'.
       01  ID-LINE.
           05                              PIC X(13) VALUE
               'SUSPENSE ID: '.
           05 IDL-SUSP-ID-OUT              PIC X(8).
       01  STATUS-LINE.
           05                              PIC X(31) VALUE
               ' NOW: STILL IN SUSPENSE  CYCLES'.
           05                              PIC X(2) VALUE ': '.
           05 STL-CYCLE-OUT                PIC Z9.
           05                              PIC X(17) VALUE
               '  FIRST FAILED: '.
           05 STL-MONTH-OUT                PIC 9(2).
           05                              PIC X VALUE '/'.
           05 STL-DAY-OUT                  PIC 9(2).
           05                              PIC X VALUE '/'.
           05 STL-YEAR-OUT                 PIC 9(4).
       01  IMAGE-LINE.
           05                              PIC X(8) VALUE
               ' IMAGE: '.
           05 IML-IMAGE-OUT                PIC X(84).
       01  EVENT-LINE.
           05                              PIC X(2) VALUE SPACES.
           05 EVL-MONTH-OUT                PIC 9(2).
           05                              PIC X VALUE '/'.
           05 EVL-DAY-OUT                  PIC 9(2).
           05                              PIC X VALUE '/'.
           05 EVL-YEAR-OUT                 PIC 9(4).
           05                              PIC X(2) VALUE SPACES.
           05 EVL-EVENT-OUT                PIC X(16).
           05                              PIC X(6) VALUE
               ' CYC: '.
           05 EVL-CYCLE-OUT                PIC Z9.
           05                              PIC X(2) VALUE SPACES.
           05 EVL-DETAIL-OUT               PIC X(70).
       01  CORRECTION-DETAIL.
           05                              PIC X(6) VALUE 'FIELD '.
           05 CRD-FIELD-OUT                PIC X(2).
           05                              PIC X(6) VALUE ' FROM '.
           05 CRD-OLD-OUT                  PIC X(26).
           05                              PIC X(4) VALUE ' TO '.
           05 CRD-NEW-OUT                  PIC X(26).
       01  MISSING-LINE.
           05                              PIC X(1) VALUE SPACES.
           05 MISSING-TEXT-OUT             PIC X(60).
       01  SUMMARY-LINE.
           05                              PIC X(22) VALUE
               'INQUIRIES PROCESSED:  '.
           05 SUMMARY-COUNT-OUT            PIC ZZ,ZZ9.
           05                              PIC X(22) VALUE
               '   NO RECORD OF ID:   '.
           05 SUMMARY-MISSING-OUT          PIC ZZ,ZZ9.
       01  INQUIRY-REQUESTS-DD             PIC X(100) VALUE
        'D:\COBOL\MIS 280 Homework\Homework #10\OLIV-HW10-SuspIRq.txt'.
       01  SUSPENSE-FILE-DD                PIC X(100) VALUE
        'D:\COBOL\MIS 280 Homework\Homework #10\OLIV-HW10-Suspnse.dat'.
       01  SUSP-HISTORY-DD                 PIC X(100) VALUE
        'D:\COBOL\MIS 280 Homework\Homework #10\OLIV-HW10-SuspHst.txt'.
       01  INQUIRY-REPORT-DD               PIC X(100) VALUE
        'D:\COBOL\MIS 280 Homework\Homework #10\OLIV-HW10-SuspIRp.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-GET-FILE-NAMES
           OPEN INPUT INQUIRY-REQUESTS
           IF REQ-STATUS NOT = '00'
               DISPLAY 'SUSPENSE INQUIRY REQUEST FILE NOT AVAILABLE, '
                   'STATUS ' REQ-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT INQUIRY-REPORT
           OPEN INPUT SUSPENSE-FILE
           IF SUSP-STATUS = '00'
               MOVE 'YES' TO SUSPENSE-IS-OPEN
           ELSE
               DISPLAY 'SUSPENSE FILE NOT AVAILABLE - HISTORY ONLY '
                   'THIS RUN'
           END-IF
           WRITE REPORT-REC FROM HEADING1
           WRITE REPORT-REC FROM HEADING2
           PERFORM UNTIL MORE-REQUESTS = 'NO'
               READ INQUIRY-REQUESTS
                   AT END
                       MOVE 'NO' TO MORE-REQUESTS
                   NOT AT END
                       PERFORM 200-PRINT-HISTORY
               END-READ
           END-PERFORM
           MOVE REQUEST-COUNT TO SUMMARY-COUNT-OUT
           MOVE NOT-FOUND-COUNT TO SUMMARY-MISSING-OUT
           WRITE REPORT-REC FROM SUMMARY-LINE
               AFTER ADVANCING 2 LINES
           CLOSE INQUIRY-REQUESTS
                 INQUIRY-REPORT
           IF SUSPENSE-IS-OPEN = 'YES'
               CLOSE SUSPENSE-FILE
           END-IF
           STOP RUN.
       010-GET-FILE-NAMES.
           ACCEPT INQUIRY-REQUESTS-DD FROM ENVIRONMENT "SUSPINQREQ"
           ACCEPT SUSPENSE-FILE-DD FROM ENVIRONMENT "CUSTSUSP"
           ACCEPT SUSP-HISTORY-DD FROM ENVIRONMENT "CUSTSUSPHIST"
           ACCEPT INQUIRY-REPORT-DD FROM ENVIRONMENT "SUSPINQRPT".
       200-PRINT-HISTORY.
           ADD 1 TO REQUEST-COUNT
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE REQ-SUSP-ID TO IDL-SUSP-ID-OUT
           WRITE REPORT-REC FROM ID-LINE
           IF REQ-SUSP-ID IS NOT NUMERIC
               MOVE 'REQUESTED SUSPENSE ID NOT NUMERIC'
                   TO MISSING-TEXT-OUT
               ADD 1 TO NOT-FOUND-COUNT
               WRITE REPORT-REC FROM MISSING-LINE
           ELSE
               MOVE REQ-SUSP-ID TO INQ-SUSP-ID
               PERFORM 300-SHOW-CURRENT
               PERFORM 400-SHOW-EVENTS
               IF ON-SUSPENSE-FILE = 'NO' AND EVENT-COUNT = 0
                   ADD 1 TO NOT-FOUND-COUNT
               END-IF
           END-IF.
       300-SHOW-CURRENT.
           MOVE 'NO' TO ON-SUSPENSE-FILE
           IF SUSPENSE-IS-OPEN = 'YES'
               MOVE INQ-SUSP-ID TO SUSP-ID
               READ SUSPENSE-FILE
                   INVALID KEY
                       MOVE 'NOW: NOT ON THE SUSPENSE FILE'
                           TO MISSING-TEXT-OUT
                       WRITE REPORT-REC FROM MISSING-LINE
                       END-WRITE
                   NOT INVALID KEY
                       MOVE 'YES' TO ON-SUSPENSE-FILE
                       MOVE SUSP-CYCLE-COUNT TO STL-CYCLE-OUT
                       MOVE SUSP-FIRST-FAIL-DATE TO SUSPENSE-INQ-DATE
                       MOVE SID-MONTH TO STL-MONTH-OUT
                       MOVE SID-DAY TO STL-DAY-OUT
                       MOVE SID-YEAR TO STL-YEAR-OUT
                       WRITE REPORT-REC FROM STATUS-LINE
                       MOVE SUSP-TRANS-IMAGE TO IML-IMAGE-OUT
                       WRITE REPORT-REC FROM IMAGE-LINE
               END-READ
           END-IF.
       400-SHOW-EVENTS.
           MOVE 0 TO EVENT-COUNT
           MOVE 'YES' TO MORE-HISTORY
           OPEN INPUT SUSP-HISTORY
           IF SUSP-HIST-STATUS NOT = '00'
               MOVE 'NO' TO MORE-HISTORY
               MOVE 'SUSPENSE HISTORY LOG NOT AVAILABLE'
                   TO MISSING-TEXT-OUT
               WRITE REPORT-REC FROM MISSING-LINE
           END-IF
           PERFORM UNTIL MORE-HISTORY = 'NO'
               READ SUSP-HISTORY
                   AT END
                       MOVE 'NO' TO MORE-HISTORY
                   NOT AT END
                       IF SHI-SUSP-ID = INQ-SUSP-ID
                           PERFORM 410-PRINT-EVENT
                       END-IF
               END-READ
           END-PERFORM
           IF SUSP-HIST-STATUS = '00' OR SUSP-HIST-STATUS = '10'
               CLOSE SUSP-HISTORY
               IF EVENT-COUNT = 0
                   MOVE 'NO HISTORY LOGGED FOR THIS ID'
                       TO MISSING-TEXT-OUT
                   WRITE REPORT-REC FROM MISSING-LINE
               END-IF
           END-IF.
       410-PRINT-EVENT.
           ADD 1 TO EVENT-COUNT
           MOVE SHI-BUS-DATE TO SUSPENSE-INQ-DATE
           MOVE SID-MONTH TO EVL-MONTH-OUT
           MOVE SID-DAY TO EVL-DAY-OUT
           MOVE SID-YEAR TO EVL-YEAR-OUT
           MOVE SHI-CYCLE-COUNT TO EVL-CYCLE-OUT
           MOVE SPACES TO EVL-DETAIL-OUT
           EVALUATE SHI-EVENT
               WHEN 'F'
                   MOVE 'FIRST FAILED' TO EVL-EVENT-OUT
                   PERFORM 420-DECODE-FLAGS
               WHEN 'N'
                   MOVE 'FAILED AGAIN' TO EVL-EVENT-OUT
                   PERFORM 420-DECODE-FLAGS
               WHEN 'C'
                   MOVE 'CORRECTED' TO EVL-EVENT-OUT
                   MOVE SHI-FIELD-ID TO CRD-FIELD-OUT
                   MOVE SHI-OLD-VALUE TO CRD-OLD-OUT
                   MOVE SHI-NEW-VALUE TO CRD-NEW-OUT
                   MOVE CORRECTION-DETAIL TO EVL-DETAIL-OUT
               WHEN 'X'
                   MOVE 'CLEARED TO CLEAN' TO EVL-EVENT-OUT
               WHEN OTHER
                   MOVE 'UNKNOWN EVENT' TO EVL-EVENT-OUT
                   MOVE SHI-EVENT TO EVL-DETAIL-OUT
           END-EVALUATE
           WRITE REPORT-REC FROM EVENT-LINE.
       420-DECODE-FLAGS.
           MOVE 1 TO FLAG-PTR
           PERFORM VARYING FLAG-IDX FROM 1 BY 1 UNTIL FLAG-IDX > 14
               IF SHI-ERR-FLAGS(FLAG-IDX:1) = 'Y'
                   STRING FLAG-NAME(FLAG-IDX) DELIMITED BY SPACE
                          ' ' DELIMITED BY SIZE
                       INTO EVL-DETAIL-OUT
                       WITH POINTER FLAG-PTR
                   END-STRING
               END-IF
           END-PERFORM.
