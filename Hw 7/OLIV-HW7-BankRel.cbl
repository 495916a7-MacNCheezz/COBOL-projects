      *          at the bank.
      * Modification History:
      *   9/3/26  - initial version
      *   10/15/26 - the release is split per company off the company
      *             master (COMASTER): each company gets its own
      *             release file - company 01 at the PAYBANKREL path,
      *             any other with its code stamped into the name -
      *             headed with the company's employer ID and the
      *             routing and account its deposits are drawn on,
      *             holding only its own deposit details, and closed
      *             by its own count, routing hash and total. A detail
      *             naming a company not on the master releases
      *             nothing and ends RC 8. With no company master the
      *             file is copied whole as before
      *   10/15/26 - PAYRUNMODE=OFFCYCLE releases an off-cycle run from
      *             its own hold record, bank file and release path
      *             (PAYOCHOLD, PAYOCBANK, PAYOCBANKREL), leaving the
      *             regular period's hold and release untouched
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-RELEASE.
           SELECT BANK-RELEASE-FILE
           ASSIGN TO BANK-RELEASE-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CO-MASTER
           ASSIGN TO CO-MASTER-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BANK-HOLD.
           05 APPR-PERIOD                  PIC 9(2).
           05 APPR-APPROVER                PIC X(4).
       FD  BANK-FILE.
       01  BANK-REC.
           05 BNK-REC-TYPE                 PIC X(1).
           05 BNK-REC-BODY                 PIC X(39).
       01  BANK-HEADER-VIEW REDEFINES BANK-REC.
           05                              PIC X(1).
           05 BHD-DATE                     PIC 9(8).
           05 BHD-PERIOD                   PIC 9(2).
           05                              PIC X(29).
       01  BANK-DETAIL-VIEW REDEFINES BANK-REC.
           05                              PIC X(1).
           05 BDT-EMP-NO                   PIC X(5).
           05 BDT-ROUTING                  PIC 9(9).
           05 BDT-ACCOUNT                  PIC X(10).
           05 BDT-AMOUNT                   PIC 9(7)V99.
           05 BDT-COMPANY                  PIC X(2).
           05                              PIC X(4).
       FD  BANK-RELEASE-FILE.
       01  BANK-RELEASE-REC                PIC X(40).
       FD  CO-MASTER.
       01  CO-MASTER-REC.
           COPY OLIV-CO-Master.
       WORKING-STORAGE SECTION.
       01  MORE-APPROVALS                  PIC XXX VALUE 'YES'.
       01  MORE-BANK                       PIC XXX VALUE 'YES'.
       01  RUN-IS-APPROVED                 PIC XXX VALUE 'NO'.
       01  APPROVER-USED                   PIC X(4).
       01  COPY-COUNT                      PIC 9(7) VALUE 0.
       01  CO-STATUS                       PIC XX.
       01  CO-EOF                          PIC XXX VALUE 'NO'.
       01  CO-COUNT                        PIC 9(2) VALUE 0.
       01  CO-IDX                          PIC 9(2).
       01  CO-TABLE-FULL                   PIC XXX VALUE 'NO'.
       01  CO-TABLE.
           05 CO-ENTRY OCCURS 10 TIMES.
               10 COT-CODE                 PIC 9(2).
               10 COT-FEIN                 PIC 9(9).
               10 COT-ROUTING              PIC 9(9).
               10 COT-ACCOUNT              PIC X(10).
       01  DETAIL-COMPANY                  PIC 9(2).
       01  DETAIL-CO-IDX                   PIC 9(2).
       01  SCAN-IDX                        PIC 9(2).
       01  UNKNOWN-CO-COUNT                PIC 9(7) VALUE 0.
       01  RUN-BANK-DATE                   PIC 9(8) VALUE 0.
       01  RUN-BANK-PERIOD                 PIC 9(2) VALUE 0.
       01  REL-COUNT                       PIC 9(7).
       01  REL-HASH                        PIC 9(12).
       01  REL-TOTAL                       PIC 9(9)V99.
       01  RELEASE-HEADER-REC.
           05                              PIC X(1) VALUE 'H'.
           05 RHD-DATE-OUT                 PIC 9(8).
           05 RHD-PERIOD-OUT               PIC 9(2).
           05 RHD-FEIN-OUT                 PIC 9(9).
           05 RHD-ROUTING-OUT              PIC 9(9).
           05 RHD-ACCOUNT-OUT              PIC X(10).
       01  RELEASE-TRAILER-REC.
           05                              PIC X(1) VALUE 'T'.
           05 RTR-COUNT-OUT                PIC 9(7).
           05 RTR-HASH-OUT                 PIC 9(12).
           05 RTR-TOTAL-OUT                PIC 9(9)V99.
       01  BANK-HOLD-DD                    PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-BankHold.txt'.
       01  APPROVAL-FILE-DD                PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-Bank.txt'.
       01  BANK-RELEASE-DD                 PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-BankRel.txt'.
       01  RELEASE-BASE-DD                 PIC X(100).
       01  CO-MASTER-DD                    PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-CO-Master.txt'.
       01  OFC-BANK-HOLD-DD                PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-OcHold.txt'.
       01  OFC-BANK-FILE-DD                PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-OcBank.txt'.
       01  OFC-BANK-RELEASE-DD             PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Homework #7\OLIV-HW7-OcBnkRel.txt'.
       01  PAY-RUN-MODE                    PIC X(8) VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 010-GET-FILE-NAMES
               DISPLAY 'FLAGGED RUN APPROVED BY ' APPROVER-USED
                   ' - RELEASING BANK FILE'
           END-IF
           PERFORM 060-READ-COMPANIES
           IF CO-COUNT = 0
               PERFORM 300-COPY-TO-RELEASE-PATH
               DISPLAY 'BANK FILE RELEASED - RECORDS COPIED: '
                   COPY-COUNT
           ELSE
               PERFORM 250-CHECK-DETAIL-COMPANIES
               MOVE BANK-RELEASE-DD TO RELEASE-BASE-DD
               PERFORM VARYING CO-IDX FROM 1 BY 1
                   UNTIL CO-IDX > CO-COUNT
                   PERFORM 400-RELEASE-ONE-COMPANY
               END-PERFORM
               DISPLAY 'BANK FILE RELEASED FOR ' CO-COUNT
                   ' COMPANIES - DEPOSITS RELEASED: ' COPY-COUNT
           END-IF
           STOP RUN.
       010-GET-FILE-NAMES.
           ACCEPT BANK-HOLD-DD FROM ENVIRONMENT "PAYBANKHOLD"
           ACCEPT APPROVAL-FILE-DD FROM ENVIRONMENT "PAYBANKAPPR"
           ACCEPT BANK-FILE-DD FROM ENVIRONMENT "PAYBANK"
           ACCEPT BANK-RELEASE-DD FROM ENVIRONMENT "PAYBANKREL"
           ACCEPT CO-MASTER-DD FROM ENVIRONMENT "COMASTER"
           ACCEPT PAY-RUN-MODE FROM ENVIRONMENT "PAYRUNMODE"
           IF PAY-RUN-MODE = 'OFFCYCLE'
               PERFORM 015-GET-OFF-CYCLE-NAMES
           END-IF.
       015-GET-OFF-CYCLE-NAMES.
      *>      SAME DEFAULT PATHS TAX-PAYROLL WRITES IN OFF-CYCLE MODE
           MOVE OFC-BANK-HOLD-DD TO BANK-HOLD-DD
           MOVE OFC-BANK-FILE-DD TO BANK-FILE-DD
           MOVE OFC-BANK-RELEASE-DD TO BANK-RELEASE-DD
           ACCEPT BANK-HOLD-DD FROM ENVIRONMENT "PAYOCHOLD"
           ACCEPT BANK-FILE-DD FROM ENVIRONMENT "PAYOCBANK"
           ACCEPT BANK-RELEASE-DD FROM ENVIRONMENT "PAYOCBANKREL".
       050-READ-HOLD-RECORD.
           OPEN INPUT BANK-HOLD
           IF HOLD-STATUS NOT = '00'
           MOVE HOLD-PERIOD-IN TO HOLD-PERIOD
           MOVE HOLD-VAR-COUNT-IN TO HOLD-VAR-COUNT
           CLOSE BANK-HOLD.
       060-READ-COMPANIES.
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
                               MOVE CO-FEIN TO COT-FEIN(CO-COUNT)
                               MOVE CO-BANK-ROUTING
                                   TO COT-ROUTING(CO-COUNT)
                               MOVE CO-BANK-ACCOUNT
                                   TO COT-ACCOUNT(CO-COUNT)
                           ELSE
                               MOVE 'YES' TO CO-TABLE-FULL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF CO-STATUS = '00' OR CO-STATUS = '10'
               CLOSE CO-MASTER
           END-IF
           IF CO-TABLE-FULL = 'YES'
               DISPLAY 'COMPANY MASTER HOLDS MORE THAN 10 COMPANIES '
                   '- RELEASE REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       200-CHECK-APPROVAL.
           OPEN INPUT APPROVAL-FILE
           IF APPROVAL-STATUS NOT = '00'
           END-PERFORM
           CLOSE BANK-FILE
                 BANK-RELEASE-FILE.
       250-CHECK-DETAIL-COMPANIES.
      *>      EVERY DEPOSIT MUST BELONG TO A COMPANY ON THE MASTER
      *>      BEFORE ANY COMPANY'S FILE IS RELEASED
           OPEN INPUT BANK-FILE
           IF BANK-STATUS NOT = '00'
               DISPLAY 'BANK FILE MISSING OR UNREADABLE - NOTHING '
                   'TO RELEASE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'YES' TO MORE-BANK
           PERFORM UNTIL MORE-BANK = 'NO'
               READ BANK-FILE
                   AT END
                       MOVE 'NO' TO MORE-BANK
                   NOT AT END
                       IF BNK-REC-TYPE = 'H'
                           MOVE BHD-DATE TO RUN-BANK-DATE
                           MOVE BHD-PERIOD TO RUN-BANK-PERIOD
                       END-IF
                       IF BNK-REC-TYPE = 'D'
                           PERFORM 260-FIND-DETAIL-COMPANY
                           IF DETAIL-CO-IDX = 0
                               ADD 1 TO UNKNOWN-CO-COUNT
                               DISPLAY 'DEPOSIT FOR EMPLOYEE '
                                   BDT-EMP-NO ' NAMES COMPANY '
                                   DETAIL-COMPANY
                                   ' - NOT ON THE COMPANY MASTER'
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BANK-FILE
           IF UNKNOWN-CO-COUNT > 0
               DISPLAY 'BANK FILE HELD - ' UNKNOWN-CO-COUNT
                   ' DEPOSITS FOR COMPANIES NOT ON THE COMPANY '
                   'MASTER, NOTHING RELEASED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       260-FIND-DETAIL-COMPANY.
      *>      A DEPOSIT FILE WRITTEN BEFORE THE COMPANY CODE EXISTED
      *>      IS ALL COMPANY 01
           IF BDT-COMPANY IS NUMERIC AND BDT-COMPANY NOT = '00'
               MOVE BDT-COMPANY TO DETAIL-COMPANY
           ELSE
               MOVE 1 TO DETAIL-COMPANY
           END-IF
           MOVE 0 TO DETAIL-CO-IDX
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
               UNTIL SCAN-IDX > CO-COUNT
               IF COT-CODE(SCAN-IDX) = DETAIL-COMPANY
                   MOVE SCAN-IDX TO DETAIL-CO-IDX
                   MOVE CO-COUNT TO SCAN-IDX
               END-IF
           END-PERFORM.
       400-RELEASE-ONE-COMPANY.
      *>      COMPANY 01 KEEPS THE RELEASE PATH THE BANK PICKUP HAS
      *>      ALWAYS READ; EVERY OTHER COMPANY'S CODE IS STAMPED INTO
      *>      THE NAME. EVERY COMPANY GETS A FILE EACH RUN, EMPTY OR
      *>      NOT, SO NO PRIOR PERIOD'S FILE IS LEFT AT THE PATH
           MOVE SPACES TO BANK-RELEASE-DD
           IF COT-CODE(CO-IDX) = 1
               MOVE RELEASE-BASE-DD TO BANK-RELEASE-DD
           ELSE
               STRING RELEASE-BASE-DD DELIMITED BY '.txt'
                   '-' COT-CODE(CO-IDX) '.txt' DELIMITED BY SIZE
                   INTO BANK-RELEASE-DD
           END-IF
           MOVE 0 TO REL-COUNT
           MOVE 0 TO REL-HASH
           MOVE 0 TO REL-TOTAL
           OPEN INPUT BANK-FILE
           OPEN OUTPUT BANK-RELEASE-FILE
           MOVE RUN-BANK-DATE TO RHD-DATE-OUT
           MOVE RUN-BANK-PERIOD TO RHD-PERIOD-OUT
           MOVE COT-FEIN(CO-IDX) TO RHD-FEIN-OUT
           MOVE COT-ROUTING(CO-IDX) TO RHD-ROUTING-OUT
           MOVE COT-ACCOUNT(CO-IDX) TO RHD-ACCOUNT-OUT
           WRITE BANK-RELEASE-REC FROM RELEASE-HEADER-REC
           MOVE 'YES' TO MORE-BANK
           PERFORM UNTIL MORE-BANK = 'NO'
               READ BANK-FILE
                   AT END
                       MOVE 'NO' TO MORE-BANK
                   NOT AT END
                       IF BNK-REC-TYPE = 'D'
                           PERFORM 260-FIND-DETAIL-COMPANY
                           IF DETAIL-CO-IDX = CO-IDX
                               MOVE BANK-REC TO BANK-RELEASE-REC
                               WRITE BANK-RELEASE-REC
                               ADD 1 TO REL-COUNT
                               ADD BDT-ROUTING TO REL-HASH
                               ADD BDT-AMOUNT TO REL-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE REL-COUNT TO RTR-COUNT-OUT
           MOVE REL-HASH TO RTR-HASH-OUT
           MOVE REL-TOTAL TO RTR-TOTAL-OUT
           WRITE BANK-RELEASE-REC FROM RELEASE-TRAILER-REC
           CLOSE BANK-FILE
                 BANK-RELEASE-FILE
           ADD REL-COUNT TO COPY-COUNT
           DISPLAY 'COMPANY ' COT-CODE(CO-IDX)
               ' DEPOSITS RELEASED: ' REL-COUNT.
