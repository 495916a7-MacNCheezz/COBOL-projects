      *          employee's salary and when.
      * Modification History:
      *   8/22/26 - initial version
      *   10/15/26 - the SSN now carried at the end of the master
      *             image is masked to its last four digits before
      *             the before and after images are printed
      *   10/15/26 - each change now names the operator who keyed it
      *             and the operator who approved it
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHANGE-HISTORY-REPORT.
       01  MORE-HIST                       PIC XXX VALUE 'YES'.
       01  REPORT-DATE                     PIC 9(8).
       01  MATCH-COUNT                     PIC 9(5) VALUE 0.
       01  MASK-IMAGE.
           COPY OLIV-EMP-Master.
       01  HEADING1.
           05                              PIC X(40) VALUE
               'EMPLOYEE MASTER CHANGE REPORT FOR DATE '.
           05                              PIC X(8) VALUE
               '  TYPE: '.
           05 DTL-TYPE-OUT                 PIC X(1).
           05                              PIC X(13) VALUE
               '  KEYED BY: '.
           05 DTL-KEYED-BY-OUT             PIC X(8).
           05                              PIC X(16) VALUE
               '  APPROVED BY: '.
           05 DTL-APPROVED-BY-OUT          PIC X(8).
       01  BEFORE-LINE.
           05                              PIC X(8) VALUE 'BEFORE: '.
           05 BEFORE-IMAGE-OUT             PIC X(150).
               MOVE HIST-EMP-NUMBER TO DTL-EMP-NO-OUT
               MOVE HIST-SOURCE TO DTL-SOURCE-OUT
               MOVE HIST-CHANGE-TYPE TO DTL-TYPE-OUT
               MOVE HIST-KEYED-BY TO DTL-KEYED-BY-OUT
               MOVE HIST-APPROVED-BY TO DTL-APPROVED-BY-OUT
               WRITE REPORT-REC FROM DETAIL-LINE
                   AFTER ADVANCING 2 LINES
               MOVE HIST-BEFORE-IMAGE TO MASK-IMAGE
               PERFORM 250-MASK-SSN
               MOVE MASK-IMAGE TO BEFORE-IMAGE-OUT
               WRITE REPORT-REC FROM BEFORE-LINE
               MOVE HIST-AFTER-IMAGE TO MASK-IMAGE
               PERFORM 250-MASK-SSN
               MOVE MASK-IMAGE TO AFTER-IMAGE-OUT
               WRITE REPORT-REC FROM AFTER-LINE
           END-IF.
       250-MASK-SSN.
           IF EMP-SSN-FIRST-5 NOT = SPACES
               MOVE 'XXXXX' TO EMP-SSN-FIRST-5
           END-IF.
