      *          January's hand-clearing almost did.
      * Modification History:
      *   8/22/26 - initial version
      *   10/15/26 - wage statements are produced per company on the
      *             company master (COMASTER; no file means company 01
      *             alone): grouped by employer, each naming the
      *             employer and its federal employer ID, with a count
      *             per company. The archive is still one file for the
      *             year. A YTD record under a company not on the
      *             master refuses the close RC 8 before anything is
      *             archived or reset, so no statement is lost
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEAR-END-CLOSE.
           SELECT YE-STATEMENTS
           ASSIGN TO YE-STATEMENTS-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CO-MASTER
           ASSIGN TO CO-MASTER-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  YTD-FILE.
           COPY OLIV-YTD-Rec.
       FD  YE-STATEMENTS.
       01  STATEMENT-REC                   PIC X(80).
       FD  CO-MASTER.
       01  CO-MASTER-REC.
           COPY OLIV-CO-Master.
       WORKING-STORAGE SECTION.
       01  MORE-YTD                        PIC XXX VALUE 'YES'.
       01  YTD-STATUS                      PIC XX.
       01  YE-CTL-STATUS                   PIC XX.
       01  CLOSING-YEAR                    PIC 9(4).
       01  EMPLOYEE-COUNT                  PIC 9(7) VALUE 0.
       01  STATEMENT-COUNT                 PIC 9(7) VALUE 0.
       01  CO-STATEMENT-COUNT              PIC 9(7).
       01  CO-STATUS                       PIC XX.
       01  CO-EOF                          PIC XXX VALUE 'NO'.
       01  CO-COUNT                        PIC 9(2) VALUE 0.
       01  CO-IDX                          PIC 9(2).
       01  SCAN-IDX                        PIC 9(2).
       01  CO-TABLE-FULL                   PIC XXX VALUE 'NO'.
       01  CO-TABLE.
           05 CO-ENTRY OCCURS 10 TIMES.
               10 COT-CODE                 PIC 9(2).
               10 COT-NAME                 PIC X(30).
               10 COT-FEIN                 PIC 9(9).
       01  RECORD-COMPANY                  PIC 9(2).
       01  RECORD-CO-FOUND                 PIC XXX.
       01  UNKNOWN-CO-COUNT                PIC 9(7) VALUE 0.
       01  STMT-RULE-LINE                  PIC X(60) VALUE ALL '='.
       01  STMT-HEAD-LINE.
           05                              PIC X(30) VALUE
           05                              PIC X(10) VALUE
               'EMPLOYEE: '.
           05 STMT-EMP-NO-OUT              PIC X(5).
       01  STMT-EMPLOYER-LINE.
           05                              PIC X(10) VALUE
               'EMPLOYER: '.
           05 STMT-CO-NAME-OUT             PIC X(30).
           05                              PIC X(14) VALUE
               '  EMPLOYER ID '.
           05 STMT-FEIN-OUT                PIC 9(9).
       01  CO-SUMMARY-LINE.
           05                              PIC X(30) VALUE
               'STATEMENTS FOR COMPANY        '.
           05 CO-SUMMARY-CODE-OUT          PIC 9(2).
           05                              PIC X(2) VALUE ': '.
           05 CO-SUMMARY-COUNT-OUT         PIC ZZZ,ZZ9.
       01  STMT-AMT-LINE.
           05 STMT-LABEL-OUT               PIC X(24).
           05 STMT-AMT-OUT                 PIC $$,$$$,$$9.99.
       01  YE-STATEMENTS-DD                PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-W2.txt'.
       01  ARCHIVE-BASE-DD                 PIC X(100).
       01  CO-MASTER-DD                    PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-CO-Master.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-GET-FILE-NAMES
           MOVE PARM-CLOSING-YEAR TO CLOSING-YEAR
           CLOSE YE-PARM
           PERFORM 150-CHECK-ALREADY-CLOSED
           PERFORM 170-READ-COMPANIES
           PERFORM 180-CHECK-YTD-COMPANIES
           PERFORM 160-NAME-ARCHIVE-FILE
           OPEN INPUT YTD-FILE
           OPEN OUTPUT YE-ARCHIVE
           PERFORM UNTIL MORE-YTD = 'NO'
               OR YTD-STATUS NOT = '00'
               READ YTD-FILE
                       PERFORM 200-CLOSE-EMPLOYEE
               END-READ
           END-PERFORM
           CLOSE YTD-FILE
                 YE-ARCHIVE
      *>      EACH EMPLOYER ISSUES ITS OWN STATEMENTS - ONE PASS OF
      *>      THE YTD FILE PER COMPANY
           OPEN OUTPUT YE-STATEMENTS
           PERFORM VARYING CO-IDX FROM 1 BY 1 UNTIL CO-IDX > CO-COUNT
               PERFORM 250-COMPANY-STATEMENTS
           END-PERFORM
           MOVE STATEMENT-COUNT TO SUMMARY-COUNT-OUT
           WRITE STATEMENT-REC FROM SUMMARY-LINE
               AFTER ADVANCING 2 LINES
           CLOSE YE-STATEMENTS
           PERFORM 300-RESET-YTD-FILE
           PERFORM 400-RECORD-CLOSED-YEAR
           DISPLAY 'YEAR-END CLOSE COMPLETE FOR ' CLOSING-YEAR
           ACCEPT YE-PARM-DD FROM ENVIRONMENT "YEPARM"
           ACCEPT YE-CONTROL-DD FROM ENVIRONMENT "YECTL"
           ACCEPT YE-ARCHIVE-DD FROM ENVIRONMENT "YEARCH"
           ACCEPT YE-STATEMENTS-DD FROM ENVIRONMENT "YEW2"
           ACCEPT CO-MASTER-DD FROM ENVIRONMENT "COMASTER".
       150-CHECK-ALREADY-CLOSED.
           OPEN INPUT YE-CONTROL
           IF YE-CTL-STATUS = '00'
           STRING ARCHIVE-BASE-DD DELIMITED BY '.txt'
               '-' CLOSING-YEAR '.txt' DELIMITED BY SIZE
               INTO YE-ARCHIVE-DD.
       170-READ-COMPANIES.
      *>      NO COMPANY MASTER MEANS THE ONE ORIGINAL EMPLOYER -
      *>      COMPANY 01 IS ALWAYS IN THE TABLE
           INITIALIZE CO-TABLE
           OPEN INPUT CO-MASTER
           IF CO-STATUS NOT = '00'
               MOVE 'YES' TO CO-EOF
           END-IF
           PERFORM UNTIL CO-EOF = 'YES'
               READ CO-MASTER
                   AT END
                       MOVE 'YES' TO CO-EOF
                   NOT AT END
                       IF CO-CODE IS NUMERIC AND CO-CODE > 0
                           IF CO-COUNT < 10
                               ADD 1 TO CO-COUNT
                               MOVE CO-CODE TO COT-CODE(CO-COUNT)
                               MOVE CO-NAME TO COT-NAME(CO-COUNT)
                               MOVE CO-FEIN TO COT-FEIN(CO-COUNT)
                           ELSE
                               MOVE 'YES' TO CO-TABLE-FULL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF CO-STATUS = '00' OR CO-STATUS = '10'
               CLOSE CO-MASTER
           END-IF
           MOVE 1 TO RECORD-COMPANY
           PERFORM 290-FIND-RECORD-COMPANY
           IF RECORD-CO-FOUND = 'NO'
               IF CO-COUNT < 10
                   ADD 1 TO CO-COUNT
                   MOVE 1 TO COT-CODE(CO-COUNT)
                   MOVE 'COMPANY 01' TO COT-NAME(CO-COUNT)
               ELSE
                   MOVE 'YES' TO CO-TABLE-FULL
               END-IF
           END-IF
           IF CO-TABLE-FULL = 'YES'
               DISPLAY 'COMPANY MASTER HOLDS MORE THAN 10 COMPANIES '
                   '- CLOSE REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       180-CHECK-YTD-COMPANIES.
      *>      EVERY BALANCE MUST BELONG TO A KNOWN EMPLOYER BEFORE THE
      *>      FILE IS ARCHIVED AND RESET - A STATEMENT WITH NO ISSUER
      *>      WOULD BE LOST WITH THE RESET
           OPEN INPUT YTD-FILE
           PERFORM UNTIL MORE-YTD = 'NO'
               OR YTD-STATUS NOT = '00'
               READ YTD-FILE
                   AT END
                       MOVE 'NO' TO MORE-YTD
                   NOT AT END
                       PERFORM 280-COMPANY-OF-RECORD
                       PERFORM 290-FIND-RECORD-COMPANY
                       IF RECORD-CO-FOUND = 'NO'
                           ADD 1 TO UNKNOWN-CO-COUNT
                           DISPLAY 'YTD RECORD ' YTD-EMP-NO OF YTD-REC
                               ' UNDER COMPANY ' RECORD-COMPANY
                               ' - NOT ON THE COMPANY MASTER'
                       END-IF
               END-READ
           END-PERFORM
           CLOSE YTD-FILE
           MOVE 'YES' TO MORE-YTD
           IF UNKNOWN-CO-COUNT > 0
               DISPLAY 'YEAR ' CLOSING-YEAR ' NOT CLOSED - '
                   UNKNOWN-CO-COUNT ' YTD RECORDS UNDER A COMPANY '
                   'NOT ON THE COMPANY MASTER'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       200-CLOSE-EMPLOYEE.
           ADD 1 TO EMPLOYEE-COUNT
           MOVE YTD-REC TO YE-ARCHIVE-REC
           WRITE YE-ARCHIVE-REC.
       210-WRITE-STATEMENT.
           ADD 1 TO STATEMENT-COUNT
           ADD 1 TO CO-STATEMENT-COUNT
           WRITE STATEMENT-REC FROM STMT-RULE-LINE
           MOVE CLOSING-YEAR TO STMT-YEAR-OUT
           WRITE STATEMENT-REC FROM STMT-HEAD-LINE
           MOVE COT-NAME(CO-IDX) TO STMT-CO-NAME-OUT
           MOVE COT-FEIN(CO-IDX) TO STMT-FEIN-OUT
           WRITE STATEMENT-REC FROM STMT-EMPLOYER-LINE
           MOVE YTD-EMP-NO OF YTD-REC TO STMT-EMP-NO-OUT
           WRITE STATEMENT-REC FROM STMT-ID-LINE
           MOVE 'WAGES PAID' TO STMT-LABEL-OUT
           MOVE YTD-NEW-NET-PAY OF YTD-REC TO STMT-AMT-OUT
           WRITE STATEMENT-REC FROM STMT-AMT-LINE
           WRITE STATEMENT-REC FROM STMT-RULE-LINE.
       250-COMPANY-STATEMENTS.
           MOVE 0 TO CO-STATEMENT-COUNT
           MOVE 'YES' TO MORE-YTD
           OPEN INPUT YTD-FILE
           PERFORM UNTIL MORE-YTD = 'NO'
               OR YTD-STATUS NOT = '00'
               READ YTD-FILE
                   AT END
                       MOVE 'NO' TO MORE-YTD
                   NOT AT END
                       PERFORM 280-COMPANY-OF-RECORD
                       IF RECORD-COMPANY = COT-CODE(CO-IDX)
                           PERFORM 210-WRITE-STATEMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE YTD-FILE
           IF CO-STATEMENT-COUNT > 0
               MOVE COT-CODE(CO-IDX) TO CO-SUMMARY-CODE-OUT
               MOVE CO-STATEMENT-COUNT TO CO-SUMMARY-COUNT-OUT
               WRITE STATEMENT-REC FROM CO-SUMMARY-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
       280-COMPANY-OF-RECORD.
      *>      A YTD RECORD WRITTEN BEFORE THE COMPANY CODE EXISTED IS
      *>      COMPANY 01
           IF YTD-COMPANY OF YTD-REC IS NUMERIC
               AND YTD-COMPANY OF YTD-REC > 0
               MOVE YTD-COMPANY OF YTD-REC TO RECORD-COMPANY
           ELSE
               MOVE 1 TO RECORD-COMPANY
           END-IF.
       290-FIND-RECORD-COMPANY.
           MOVE 'NO' TO RECORD-CO-FOUND
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
               UNTIL SCAN-IDX > CO-COUNT
               IF COT-CODE(SCAN-IDX) = RECORD-COMPANY
                   MOVE 'YES' TO RECORD-CO-FOUND
                   MOVE CO-COUNT TO SCAN-IDX
               END-IF
           END-PERFORM.
       300-RESET-YTD-FILE.
      *>      OPEN OUTPUT TRUNCATES THE YTD FILE FOR THE NEW YEAR
           OPEN OUTPUT YTD-FILE
