      *          territory master, date plausible), echoes the
      *          formatted record for confirmation, and appends it to
      *          the right transaction file for the nightly run. Bad
      *          transactions never get written. Employee, customer,
      *          deduction, vehicle and vendor transactions are queued
      *          on the pending maintenance file under the operator's
      *          ID for a second operator to approve in MAINT-APPROVAL.
      * Modification History:
      *   9/3/26  - initial version
      *   9/3/26  - the vehicle date is now prompted and written as
      *             logic all consume as YYYYMMDD; the employee dates
      *             stay MMDDYYYY because that master genuinely
      *             stores month/day/year
      *   10/15/26 - the session now starts with the operator's ID;
      *             employee, customer and vehicle transactions are
      *             queued on the pending maintenance file under that
      *             ID instead of written straight to their
      *             transaction files, and deduction transactions
      *             (D) can be keyed the same way - territory
      *             transactions still go straight to their file
      *   10/15/26 - customer transactions accept R (reactivate), the
      *             action that takes a customer off credit hold or
      *             inactive status
      *   10/15/26 - customer transactions prompt for the bank
      *             routing and account numbers added to the master
      *   10/15/26 - customer transactions prompt for the ship-to
      *             state and the sales tax exemption flag and
      *             certificate number added to the master
      *   10/15/26 - new P choice keys accounts-payable vendor
      *             transactions, queued on the pending maintenance
      *             file for approval like the other masters
      *   10/15/26 - employee, customer and vehicle transactions
      *             prompt for the company code (and the employee's
      *             cost company), and vehicle transactions accept T
      *             to transfer a vehicle to another company
      *   10/15/26 - employee transactions prompt for the SSN and
      *             accept R (rehire) with its rehire date, the two
      *             the pending-file employee maintenance can no
      *             longer get from a hand-edited transaction file
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSACTION-ENTRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE
           ASSIGN TO PENDING-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-STATUS.
           SELECT TERR-TRANS-OUT
           ASSIGN TO
         'D:\COBOL\MIS 280 Homework\Terr Master\OLIV-TERR-Trans.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERR-TRANS-STATUS.
           SELECT EMP-MASTER
           ASSIGN TO
         'D:\COBOL\MIS 280 Homework\Emp Master\OLIV-EMP-Master.dat'
               FILE STATUS IS TERR-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
       01  PENDING-REC.
           COPY OLIV-MNT-Pending.
       FD  TERR-TRANS-OUT.
       01  TERR-TRANS-REC.
           05 TTRN-ACTION                  PIC X(1).
           05 TTRN-TERR-NO                 PIC X(2).
           05 TTRN-NAME                    PIC X(20).
           05 TTRN-REGION                  PIC X(10).
           05 TTRN-MANAGER                 PIC X(20).
       FD  EMP-MASTER.
       01  EMP-MASTER-REC.
           COPY OLIV-EMP-Master.
       FD  TERR-MASTER.
       01  TERR-MASTER-REC.
           COPY OLIV-TERR-Master.
       WORKING-STORAGE SECTION.
       01  EMP-TRANS-REC.
           05 MAINT-ACTION                 PIC X(1).
           05 MAINT-EMP-NUMBER             PIC X(5).
           05 MAINT-CITY                   PIC X(12).
           05 MAINT-STATE                  PIC X(2).
           05 MAINT-ZIP                    PIC X(5).
           05 MAINT-SSN                    PIC X(9).
           05 MAINT-COMPANY                PIC X(2).
           05 MAINT-COST-COMPANY           PIC X(2).
       01  CUST-TRANS-REC.
           05 CTRN-ACTION                  PIC X(1).
           05 CTRN-CUST-NO                 PIC X(4).
           05 CTRN-CITY                    PIC X(12).
           05 CTRN-STATE                   PIC X(2).
           05 CTRN-ZIP                     PIC X(5).
           05 CTRN-BANK-ROUTING            PIC X(9).
           05 CTRN-BANK-ACCT               PIC X(17).
           05 CTRN-SHIP-STATE              PIC X(2).
           05 CTRN-TAX-EXEMPT              PIC X(1).
           05 CTRN-EXEMPT-CERT             PIC X(15).
           05 CTRN-COMPANY                 PIC X(2).
       01  VEH-TRANS-REC.
           05 VTRN-ACTION                  PIC X(1).
           05 VTRN-VIN                     PIC X(17).
           05 VTRN-ODOMETER                PIC X(6).
           05 VTRN-DATE                    PIC X(8).
           05 VTRN-AMOUNT                  PIC X(9).
           05 VTRN-COMPANY                 PIC X(2).
       01  DED-TRANS-REC.
           05 DTRN-ACTION                  PIC X(1).
           05 DTRN-EMP-NO                  PIC X(5).
           05 DTRN-CODE                    PIC X(3).
           05 DTRN-FLAT                    PIC X(7).
           05 DTRN-PCT                     PIC X(4).
           05 DTRN-PRIORITY                PIC X(1).
           05 DTRN-GOAL                    PIC X(9).
       01  VEND-TRANS-REC.
           05 PTRN-ACTION                  PIC X(1).
           05 PTRN-VENDOR-NO               PIC X(5).
           05 PTRN-NAME                    PIC X(26).
           05 PTRN-STREET                  PIC X(20).
           05 PTRN-CITY                    PIC X(12).
           05 PTRN-STATE                   PIC X(2).
           05 PTRN-ZIP                     PIC X(5).
           05 PTRN-TERMS                   PIC X(3).
           05 PTRN-METHOD                  PIC X(1).
           05 PTRN-BANK-ROUTING            PIC X(9).
           05 PTRN-BANK-ACCT               PIC X(17).
           05 PTRN-1099                    PIC X(1).
           05 PTRN-TAX-ID                  PIC X(9).
       01  PENDING-DD                      PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Batch Control\OLIV-MNT-Pending.txt'.
       01  PENDING-STATUS                  PIC XX.
       01  MORE-PENDING                    PIC XXX.
       01  LAST-PENDING-NO                 PIC 9(6).
       01  OPERATOR-ID                     PIC X(8) VALUE SPACES.
       01  QUEUE-TARGET                    PIC X(1).
       01  QUEUE-IMAGE                     PIC X(150).
       01  TERR-TRANS-STATUS               PIC XX.
       01  EMP-MASTER-STATUS               PIC XX.
       01  TERR-MASTER-STATUS              PIC XX.
       01  EMP-MASTER-IS-OPEN              PIC XXX VALUE 'NO'.
           05 DW-YEAR                      PIC 9(4).
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT PENDING-DD FROM ENVIRONMENT "PENDING"
           PERFORM UNTIL OPERATOR-ID NOT = SPACES
               DISPLAY 'OPERATOR ID'
               ACCEPT OPERATOR-ID
           END-PERFORM
           OPEN INPUT EMP-MASTER
           IF EMP-MASTER-STATUS = '00'
               MOVE 'YES' TO EMP-MASTER-IS-OPEN
           PERFORM UNTIL MORE-ENTRY = 'NO'
               DISPLAY ' '
               DISPLAY 'TRANSACTION ENTRY - E EMPLOYEE, C CUSTOMER,'
                   ' T TERRITORY, V VEHICLE, D DEDUCTION, P VENDOR,'
                   ' Q QUIT'
               ACCEPT FILE-CHOICE
               EVALUATE FILE-CHOICE
                   WHEN 'E'
                       PERFORM 400-ENTER-TERRITORY-TRANS
                   WHEN 'V'
                       PERFORM 500-ENTER-VEHICLE-TRANS
                   WHEN 'D'
                       PERFORM 600-ENTER-DEDUCTION-TRANS
                   WHEN 'P'
                       PERFORM 650-ENTER-VENDOR-TRANS
                   WHEN 'Q'
                       MOVE 'NO' TO MORE-ENTRY
                   WHEN OTHER
                       DISPLAY 'CHOICE NOT E, C, T, V, D, P OR Q'
               END-EVALUATE
           END-PERFORM
           IF EMP-MASTER-IS-OPEN = 'YES'
       200-ENTER-EMPLOYEE-TRANS.
           MOVE 'NO' TO ENTRY-ABANDONED
           MOVE SPACES TO EMP-TRANS-REC
           DISPLAY 'ACTION (A ADD, C CHANGE, D DELETE, T TERMINATE, '
               'R REHIRE)'
           ACCEPT MAINT-ACTION
           IF MAINT-ACTION NOT = 'A' AND MAINT-ACTION NOT = 'C'
               AND MAINT-ACTION NOT = 'D' AND MAINT-ACTION NOT = 'T'
               AND MAINT-ACTION NOT = 'R'
               DISPLAY 'ACTION CODE NOT A, C, D, T OR R - ABANDONED'
               MOVE 'YES' TO ENTRY-ABANDONED
           END-IF
           IF ENTRY-ABANDONED = 'NO'
                   DISPLAY 'EMPLOYEE NOT ON MASTER - ABANDONED'
                   MOVE 'YES' TO ENTRY-ABANDONED
               END-IF
               IF MAINT-ACTION = 'R' AND EMP-ON-MASTER = 'YES'
                   AND EMP-STATUS NOT = 'T'
                   DISPLAY 'EMPLOYEE IS NOT TERMINATED - ABANDONED'
                   MOVE 'YES' TO ENTRY-ABANDONED
               END-IF
               MOVE ANSWER-IN(1:5) TO MAINT-EMP-NUMBER
           END-IF
           IF ENTRY-ABANDONED = 'NO'
               DISPLAY 'NAME (BLANK = NO CHANGE)'
               ACCEPT ANSWER-IN
               MOVE ANSWER-IN(1:20) TO MAINT-EMP-NAME
               DISPLAY 'SSN (9 DIGITS, BLANK = NO CHANGE)'
               MOVE 9 TO PROMPT-WIDTH
               PERFORM 180-PROMPT-NUMERIC
               MOVE ANSWER-IN(1:9) TO MAINT-SSN
               DISPLAY 'ANNUAL SALARY (6 DIGITS, BLANK = NO CHANGE)'
               MOVE 6 TO PROMPT-WIDTH
               PERFORM 180-PROMPT-NUMERIC
                   PERFORM 190-PROMPT-DATE
                   MOVE ANSWER-IN(1:8) TO MAINT-HIRE-DATE
               END-IF
               IF MAINT-ACTION = 'R'
                   DISPLAY 'REHIRE DATE (MMDDYYYY)'
                   PERFORM 190-PROMPT-DATE
                   MOVE ANSWER-IN(1:8) TO MAINT-HIRE-DATE
               END-IF
               IF MAINT-ACTION = 'T'
                   DISPLAY 'TERMINATION DATE (MMDDYYYY)'
                   PERFORM 190-PROMPT-DATE
               MOVE 5 TO PROMPT-WIDTH
               PERFORM 180-PROMPT-NUMERIC
               MOVE ANSWER-IN(1:5) TO MAINT-ZIP
               DISPLAY 'COMPANY (2 DIGITS, BLANK = NO CHANGE OR '
                   '01 ON AN ADD)'
               MOVE 2 TO PROMPT-WIDTH
               PERFORM 180-PROMPT-NUMERIC
               MOVE ANSWER-IN(1:2) TO MAINT-COMPANY
               DISPLAY 'COMPANY CHARGED FOR PAY (2 DIGITS, BLANK = '
                   'NO CHANGE OR THE EMPLOYER)'
               MOVE 2 TO PROMPT-WIDTH
               PERFORM 180-PROMPT-NUMERIC
               MOVE ANSWER-IN(1:2) TO MAINT-COST-COMPANY
               DISPLAY 'RECORD TO BE WRITTEN:'
               DISPLAY EMP-TRANS-REC
               DISPLAY 'WRITE IT (Y/N)'
               ACCEPT CONFIRM-IN
               IF CONFIRM-IN = 'Y'
                   MOVE 'E' TO QUEUE-TARGET
                   MOVE EMP-TRANS-REC TO QUEUE-IMAGE
                   PERFORM 700-QUEUE-PENDING
               ELSE
                   DISPLAY 'NOT WRITTEN'
               END-IF
           MOVE 'NO' TO ENTRY-ABANDONED
           MOVE SPACES TO CUST-TRANS-REC
           DISPLAY 'ACTION (A ADD, C CHANGE, D DELETE, '
               'I INACTIVATE, R REACTIVATE)'
           ACCEPT CTRN-ACTION
           IF CTRN-ACTION NOT = 'A' AND CTRN-ACTION NOT = 'C'
               AND CTRN-ACTION NOT = 'D' AND CTRN-ACTION NOT = 'I'
               AND CTRN-ACTION NOT = 'R'
               DISPLAY 'ACTION CODE NOT A, C, D, I OR R - ABANDONED'
               MOVE 'YES' TO ENTRY-ABANDONED
           END-IF
           IF ENTRY-ABANDONED = 'NO'
               MOVE 5 TO PROMPT-WIDTH
               PERFORM 180-PROMPT-NUMERIC
               MOVE ANSWER-IN(1:5) TO CTRN-ZIP
               DISPLAY 'BANK ROUTING NUMBER (9 DIGITS, BLANK = NO '
                   'CHANGE)'
               MOVE 9 TO PROMPT-WIDTH
               PERFORM 180-PROMPT-NUMERIC
               MOVE ANSWER-IN(1:9) TO CTRN-BANK-ROUTING
               DISPLAY 'BANK ACCOUNT NUMBER (BLANK = NO CHANGE)'
               ACCEPT ANSWER-IN
               MOVE ANSWER-IN(1:17) TO CTRN-BANK-ACCT
               DISPLAY 'SHIP-TO STATE (2 LETTERS, BLANK = NO CHANGE '
                   'OR TAKES GOODS AT THE STORE)'
               ACCEPT ANSWER-IN
               MOVE ANSWER-IN(1:2) TO CTRN-SHIP-STATE
               DISPLAY 'SALES TAX EXEMPT (Y/N, BLANK = NO CHANGE)'
               ACCEPT ANSWER-IN
               IF ANSWER-IN(1:1) NOT = 'Y' AND ANSWER-IN(1:1) NOT = 'N'
                   AND ANSWER-IN(1:1) NOT = SPACE
                   DISPLAY 'EXEMPT FLAG NOT Y OR N - ABANDONED'
                   MOVE 'YES' TO ENTRY-ABANDONED
               END-IF
               MOVE ANSWER-IN(1:1) TO CTRN-TAX-EXEMPT
           END-IF
           IF ENTRY-ABANDONED = 'NO'
               DISPLAY 'EXEMPTION CERTIFICATE NUMBER (BLANK = NO '
                   'CHANGE)'
               ACCEPT ANSWER-IN
               MOVE ANSWER-IN(1:15) TO CTRN-EXEMPT-CERT
               DISPLAY 'COMPANY (2 DIGITS, BLANK = NO CHANGE OR '
                   '01 ON AN ADD)'
               MOVE 2 TO PROMPT-WIDTH
               PERFORM 180-PROMPT-NUMERIC
               MOVE ANSWER-IN(1:2) TO CTRN-COMPANY
               DISPLAY 'RECORD TO BE WRITTEN:'
               DISPLAY CUST-TRANS-REC
               DISPLAY 'WRITE IT (Y/N)'
               ACCEPT CONFIRM-IN
               IF CONFIRM-IN = 'Y'
                   MOVE 'C' TO QUEUE-TARGET
                   MOVE CUST-TRANS-REC TO QUEUE-IMAGE
                   PERFORM 700-QUEUE-PENDING
               ELSE
                   DISPLAY 'NOT WRITTEN'
               END-IF
       500-ENTER-VEHICLE-TRANS.
           MOVE 'NO' TO ENTRY-ABANDONED
           MOVE SPACES TO VEH-TRANS-REC
           DISPLAY 'ACTION (A ACQUIRE, O ODOMETER, D DISPOSE, '
               'T TRANSFER TO COMPANY)'
           ACCEPT VTRN-ACTION
           IF VTRN-ACTION NOT = 'A' AND VTRN-ACTION NOT = 'O'
               AND VTRN-ACTION NOT = 'D' AND VTRN-ACTION NOT = 'T'
               DISPLAY 'ACTION CODE NOT A, O, D OR T - ABANDONED'
               MOVE 'YES' TO ENTRY-ABANDONED
           END-IF
           IF ENTRY-ABANDONED = 'NO'
                   PERFORM 180-PROMPT-NUMERIC
                   MOVE ANSWER-IN(1:4) TO VTRN-YEAR
               END-IF
               IF VTRN-ACTION = 'A' OR VTRN-ACTION = 'O'
                   DISPLAY 'ODOMETER (6 DIGITS)'
                   MOVE 6 TO PROMPT-WIDTH
                   PERFORM 180-PROMPT-NUMERIC
                   MOVE ANSWER-IN(1:6) TO VTRN-ODOMETER
               END-IF
               IF VTRN-ACTION = 'A' OR VTRN-ACTION = 'D'
                   DISPLAY 'DATE (YYYYMMDD)'
                   PERFORM 195-PROMPT-DATE-YMD
                   MOVE ANSWER-IN(1:8) TO VTRN-DATE
                   PERFORM 180-PROMPT-NUMERIC
                   MOVE ANSWER-IN(1:9) TO VTRN-AMOUNT
               END-IF
               IF VTRN-ACTION = 'A'
                   DISPLAY 'COMPANY (2 DIGITS, BLANK = 01)'
                   MOVE 2 TO PROMPT-WIDTH
                   PERFORM 180-PROMPT-NUMERIC
                   MOVE ANSWER-IN(1:2) TO VTRN-COMPANY
               END-IF
               IF VTRN-ACTION = 'T'
                   DISPLAY 'NEW COMPANY (2 DIGITS)'
                   MOVE 2 TO PROMPT-WIDTH
                   PERFORM 180-PROMPT-NUMERIC
                   IF ANSWER-IN = SPACES
                       DISPLAY 'COMPANY REQUIRED - ABANDONED'
                       MOVE 'YES' TO ENTRY-ABANDONED
                   END-IF
                   MOVE ANSWER-IN(1:2) TO VTRN-COMPANY
               END-IF
           END-IF
           IF ENTRY-ABANDONED = 'NO'
               DISPLAY 'RECORD TO BE WRITTEN:'
               DISPLAY VEH-TRANS-REC
               DISPLAY 'WRITE IT (Y/N)'
               ACCEPT CONFIRM-IN
               IF CONFIRM-IN = 'Y'
                   MOVE 'V' TO QUEUE-TARGET
                   MOVE VEH-TRANS-REC TO QUEUE-IMAGE
                   PERFORM 700-QUEUE-PENDING
               ELSE
                   DISPLAY 'NOT WRITTEN'
               END-IF
           END-IF.
       600-ENTER-DEDUCTION-TRANS.
           MOVE 'NO' TO ENTRY-ABANDONED
           MOVE SPACES TO DED-TRANS-REC
           DISPLAY 'ACTION (A ADD, C CHANGE, S STOP)'
           ACCEPT DTRN-ACTION
           IF DTRN-ACTION NOT = 'A' AND DTRN-ACTION NOT = 'C'
               AND DTRN-ACTION NOT = 'S'
               DISPLAY 'ACTION CODE NOT A, C OR S - ABANDONED'
               MOVE 'YES' TO ENTRY-ABANDONED
           END-IF
           IF ENTRY-ABANDONED = 'NO'
               DISPLAY 'EMPLOYEE NUMBER (5 DIGITS)'
               MOVE 5 TO PROMPT-WIDTH
               PERFORM 180-PROMPT-NUMERIC
               IF ANSWER-IN = SPACES
                   DISPLAY 'EMPLOYEE NUMBER REQUIRED - ABANDONED'
                   MOVE 'YES' TO ENTRY-ABANDONED
               END-IF
           END-IF
           IF ENTRY-ABANDONED = 'NO'
               PERFORM 160-CHECK-EMPLOYEE
               IF EMP-MASTER-IS-OPEN = 'YES'
                   AND EMP-ON-MASTER = 'NO'
                   DISPLAY 'EMPLOYEE NOT ON MASTER - ABANDONED'
                   MOVE 'YES' TO ENTRY-ABANDONED
               END-IF
               MOVE ANSWER-IN(1:5) TO DTRN-EMP-NO
           END-IF
           IF ENTRY-ABANDONED = 'NO'
               DISPLAY 'DEDUCTION CODE (3 CHARACTERS)'
               ACCEPT ANSWER-IN
               IF ANSWER-IN = SPACES
                   DISPLAY 'DEDUCTION CODE REQUIRED - ABANDONED'
                   MOVE 'YES' TO ENTRY-ABANDONED
               END-IF
               MOVE ANSWER-IN(1:3) TO DTRN-CODE
           END-IF
           IF ENTRY-ABANDONED = 'NO' AND DTRN-ACTION NOT = 'S'
               DISPLAY 'FLAT AMOUNT (7 DIGITS, LAST 2 ARE CENTS, '
                   'BLANK = NONE OR NO CHANGE)'
               MOVE 7 TO PROMPT-WIDTH
               PERFORM 180-PROMPT-NUMERIC
               MOVE ANSWER-IN(1:7) TO DTRN-FLAT
               DISPLAY 'PERCENT OF GROSS (4 DIGITS, 0250 = 2.5%, '
                   'BLANK = NONE OR NO CHANGE)'
               MOVE 4 TO PROMPT-WIDTH
               PERFORM 180-PROMPT-NUMERIC
               MOVE ANSWER-IN(1:4) TO DTRN-PCT
               DISPLAY 'PRIORITY (1 DIGIT, BLANK = NO CHANGE)'
               MOVE 1 TO PROMPT-WIDTH
               PERFORM 180-PROMPT-NUMERIC
               IF DTRN-ACTION = 'A' AND ANSWER-IN = SPACES
                   DISPLAY 'PRIORITY REQUIRED ON AN ADD - ABANDONED'
                   MOVE 'YES' TO ENTRY-ABANDONED
               END-IF
               MOVE ANSWER-IN(1:1) TO DTRN-PRIORITY
           END-IF
           IF ENTRY-ABANDONED = 'NO' AND DTRN-ACTION NOT = 'S'
               DISPLAY 'GOAL AMOUNT (9 DIGITS, LAST 2 ARE CENTS, '
                   'BLANK = NONE)'
               MOVE 9 TO PROMPT-WIDTH
               PERFORM 180-PROMPT-NUMERIC
               MOVE ANSWER-IN(1:9) TO DTRN-GOAL
           END-IF
           IF ENTRY-ABANDONED = 'NO'
               DISPLAY 'RECORD TO BE WRITTEN:'
               DISPLAY DED-TRANS-REC
               DISPLAY 'WRITE IT (Y/N)'
               ACCEPT CONFIRM-IN
               IF CONFIRM-IN = 'Y'
                   MOVE 'D' TO QUEUE-TARGET
                   MOVE DED-TRANS-REC TO QUEUE-IMAGE
                   PERFORM 700-QUEUE-PENDING
               ELSE
                   DISPLAY 'NOT WRITTEN'
               END-IF
           END-IF.
       650-ENTER-VENDOR-TRANS.
           MOVE 'NO' TO ENTRY-ABANDONED
           MOVE SPACES TO VEND-TRANS-REC
           DISPLAY 'ACTION (A ADD, C CHANGE, I INACTIVATE, '
               'R REACTIVATE)'
           ACCEPT PTRN-ACTION
           IF PTRN-ACTION NOT = 'A' AND PTRN-ACTION NOT = 'C'
               AND PTRN-ACTION NOT = 'I' AND PTRN-ACTION NOT = 'R'
               DISPLAY 'ACTION CODE NOT A, C, I OR R - ABANDONED'
               MOVE 'YES' TO ENTRY-ABANDONED
           END-IF
           IF ENTRY-ABANDONED = 'NO'
               DISPLAY 'VENDOR NUMBER (5 DIGITS)'
               MOVE 5 TO PROMPT-WIDTH
               PERFORM 180-PROMPT-NUMERIC
               IF ANSWER-IN = SPACES
                   DISPLAY 'VENDOR NUMBER REQUIRED - ABANDONED'
                   MOVE 'YES' TO ENTRY-ABANDONED
               END-IF
               MOVE ANSWER-IN(1:5) TO PTRN-VENDOR-NO
           END-IF
           IF ENTRY-ABANDONED = 'NO'
               AND (PTRN-ACTION = 'A' OR PTRN-ACTION = 'C')
               DISPLAY 'NAME (BLANK = NO CHANGE)'
               ACCEPT ANSWER-IN
               IF PTRN-ACTION = 'A' AND ANSWER-IN = SPACES
                   DISPLAY 'NAME REQUIRED ON AN ADD - ABANDONED'
                   MOVE 'YES' TO ENTRY-ABANDONED
               END-IF
               MOVE ANSWER-IN TO PTRN-NAME
           END-IF
           IF ENTRY-ABANDONED = 'NO'
               AND (PTRN-ACTION = 'A' OR PTRN-ACTION = 'C')
               DISPLAY 'REMIT STREET (BLANK = NO CHANGE)'
               ACCEPT ANSWER-IN
               MOVE ANSWER-IN(1:20) TO PTRN-STREET
               DISPLAY 'CITY'
               ACCEPT ANSWER-IN
               MOVE ANSWER-IN(1:12) TO PTRN-CITY
               DISPLAY 'STATE (2 LETTERS)'
               ACCEPT ANSWER-IN
               MOVE ANSWER-IN(1:2) TO PTRN-STATE
               DISPLAY 'ZIP (5 DIGITS)'
               MOVE 5 TO PROMPT-WIDTH
               PERFORM 180-PROMPT-NUMERIC
               MOVE ANSWER-IN(1:5) TO PTRN-ZIP
               DISPLAY 'TERMS - DAYS TO PAY (3 DIGITS, BLANK = NO '
                   'CHANGE)'
               MOVE 3 TO PROMPT-WIDTH
               PERFORM 180-PROMPT-NUMERIC
               MOVE ANSWER-IN(1:3) TO PTRN-TERMS
               DISPLAY 'PAYMENT METHOD (C CHECK, E ELECTRONIC, '
                   'BLANK = NO CHANGE)'
               ACCEPT ANSWER-IN
               IF ANSWER-IN(1:1) NOT = 'C' AND ANSWER-IN(1:1) NOT = 'E'
                   AND ANSWER-IN(1:1) NOT = SPACE
                   DISPLAY 'PAYMENT METHOD NOT C OR E - ABANDONED'
                   MOVE 'YES' TO ENTRY-ABANDONED
               END-IF
               MOVE ANSWER-IN(1:1) TO PTRN-METHOD
           END-IF
           IF ENTRY-ABANDONED = 'NO'
               AND (PTRN-ACTION = 'A' OR PTRN-ACTION = 'C')
               DISPLAY 'BANK ROUTING NUMBER (9 DIGITS, BLANK = NO '
                   'CHANGE)'
               MOVE 9 TO PROMPT-WIDTH
               PERFORM 180-PROMPT-NUMERIC
               MOVE ANSWER-IN(1:9) TO PTRN-BANK-ROUTING
               DISPLAY 'BANK ACCOUNT NUMBER (BLANK = NO CHANGE)'
               ACCEPT ANSWER-IN
               MOVE ANSWER-IN(1:17) TO PTRN-BANK-ACCT
               DISPLAY '1099 VENDOR (Y/N, BLANK = NO CHANGE)'
               ACCEPT ANSWER-IN
               IF ANSWER-IN(1:1) NOT = 'Y' AND ANSWER-IN(1:1) NOT = 'N'
                   AND ANSWER-IN(1:1) NOT = SPACE
                   DISPLAY '1099 FLAG NOT Y OR N - ABANDONED'
                   MOVE 'YES' TO ENTRY-ABANDONED
               END-IF
               MOVE ANSWER-IN(1:1) TO PTRN-1099
           END-IF
           IF ENTRY-ABANDONED = 'NO'
               AND (PTRN-ACTION = 'A' OR PTRN-ACTION = 'C')
               DISPLAY 'TAX ID (9 DIGITS, BLANK = NO CHANGE)'
               MOVE 9 TO PROMPT-WIDTH
               PERFORM 180-PROMPT-NUMERIC
               MOVE ANSWER-IN(1:9) TO PTRN-TAX-ID
           END-IF
           IF ENTRY-ABANDONED = 'NO'
               DISPLAY 'RECORD TO BE WRITTEN:'
               DISPLAY VEND-TRANS-REC
               DISPLAY 'WRITE IT (Y/N)'
               ACCEPT CONFIRM-IN
               IF CONFIRM-IN = 'Y'
                   MOVE 'P' TO QUEUE-TARGET
                   MOVE VEND-TRANS-REC TO QUEUE-IMAGE
                   PERFORM 700-QUEUE-PENDING
               ELSE
                   DISPLAY 'NOT WRITTEN'
               END-IF
           END-IF.
       700-QUEUE-PENDING.
      *>      NUMBERED ON FROM THE HIGHEST ITEM ON FILE AT THE MOMENT
      *>      OF WRITING - ANOTHER SESSION MAY HAVE ADDED SINCE
           MOVE 0 TO LAST-PENDING-NO
           MOVE 'YES' TO MORE-PENDING
           OPEN INPUT PENDING-FILE
           IF PENDING-STATUS NOT = '00'
               MOVE 'NO' TO MORE-PENDING
           END-IF
           PERFORM UNTIL MORE-PENDING = 'NO'
               READ PENDING-FILE
                   AT END
                       MOVE 'NO' TO MORE-PENDING
                   NOT AT END
                       IF PND-NUMBER > LAST-PENDING-NO
                           MOVE PND-NUMBER TO LAST-PENDING-NO
                       END-IF
               END-READ
           END-PERFORM
           IF PENDING-STATUS = '00' OR PENDING-STATUS = '10'
               CLOSE PENDING-FILE
           END-IF
           MOVE SPACES TO PENDING-REC
           ADD 1 TO LAST-PENDING-NO
           MOVE LAST-PENDING-NO TO PND-NUMBER
           MOVE QUEUE-TARGET TO PND-TARGET
           MOVE 'P' TO PND-STATUS
           MOVE OPERATOR-ID TO PND-KEYED-BY
           MOVE FUNCTION CURRENT-DATE(1:8) TO PND-KEYED-DATE
           MOVE 0 TO PND-DECIDED-DATE
           MOVE 0 TO PND-APPLIED-DATE
           MOVE QUEUE-IMAGE TO PND-TRANS-IMAGE
           OPEN EXTEND PENDING-FILE
           IF PENDING-STATUS NOT = '00' AND PENDING-STATUS NOT = '05'
               OPEN OUTPUT PENDING-FILE
           END-IF
           WRITE PENDING-REC
           CLOSE PENDING-FILE
           ADD 1 TO WRITTEN-COUNT
           DISPLAY 'QUEUED AS PENDING ITEM ' LAST-PENDING-NO
               ' - A SECOND OPERATOR MUST APPROVE IT'.
