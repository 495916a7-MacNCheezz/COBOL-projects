      *          counted.
      * Modification History:
      *   9/3/26  - initial version
      *   10/15/26 - each extract record now carries a source tag (C)
      *             and the customer number, zero-filled to MAIL's
      *             five-digit key, which MAIL passes through to its
      *             undeliverable file so RETURNED-MAIL can route a
      *             returned piece back to this master; a customer
      *             whose address is held (CUST-MST-DO-NOT-MAIL = Y)
      *             after repeated returns is skipped and counted
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-MAIL-EXTRACT.
           05 XTR-ADDRESS                  PIC X(20).
           05 XTR-LOCATION                 PIC X(15).
           05 XTR-ZIP                      PIC X(5).
           05 XTR-SOURCE                   PIC X(1).
           05 XTR-KEY                      PIC 9(5).
       WORKING-STORAGE SECTION.
       01  MORE-MASTER                     PIC XXX VALUE 'YES'.
       01  MASTER-STATUS                   PIC XX.
       01  WRITE-COUNT                     PIC 9(7) VALUE 0.
       01  INACTIVE-SKIP-COUNT             PIC 9(7) VALUE 0.
       01  NO-ADDRESS-COUNT                PIC 9(7) VALUE 0.
       01  DO-NOT-MAIL-COUNT               PIC 9(7) VALUE 0.
       01  LOCATION-BUILD.
           05 LOC-CITY                     PIC X(12).
           05                              PIC X(1) VALUE SPACES.
               INACTIVE-SKIP-COUNT
           DISPLAY 'NO ADDRESS ON MASTER, SKIPPED: '
               NO-ADDRESS-COUNT
           DISPLAY 'ADDRESS HELD, DO NOT MAIL:     '
               DO-NOT-MAIL-COUNT
           STOP RUN.
       200-EXTRACT-RECORD.
           ADD 1 TO READ-COUNT
               IF CUST-MST-STREET = SPACES OR CUST-MST-ZIP = SPACES
                   ADD 1 TO NO-ADDRESS-COUNT
               ELSE
                   IF CUST-MST-DO-NOT-MAIL = 'Y'
                       ADD 1 TO DO-NOT-MAIL-COUNT
                   ELSE
                       MOVE CUST-MST-NAME(1:20) TO XTR-NAME
                       MOVE CUST-MST-STREET TO XTR-ADDRESS
                       MOVE CUST-MST-CITY TO LOC-CITY
                       MOVE CUST-MST-STATE TO LOC-STATE
                       MOVE LOCATION-BUILD TO XTR-LOCATION
                       MOVE CUST-MST-ZIP TO XTR-ZIP
                       MOVE 'C' TO XTR-SOURCE
                       MOVE CUST-MST-NO TO XTR-KEY
                       WRITE MAIL-EXTRACT-REC
                       ADD 1 TO WRITE-COUNT
                   END-IF
               END-IF
           END-IF.
