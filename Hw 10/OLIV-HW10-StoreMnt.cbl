      *          against the shared territory master.
      * Modification History:
      *   9/3/26  - initial version
      *   10/15/26 - transactions carry the store's state, added to
      *             the master for the sales tax jurisdiction
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORE-MASTER-MAINT.
           05 STRN-NAME                    PIC X(20).
           05 STRN-LOCATION                PIC X(15).
           05 STRN-TERRITORY               PIC X(2).
           05 STRN-STATE                   PIC X(2).
       FD  STORE-MASTER.
       01  STORE-MASTER-REC.
           COPY OLIV-STORE-Master.
                           MOVE STRN-TERRITORY
                               TO STORE-MST-TERRITORY
                       END-IF
                       MOVE STRN-STATE TO STORE-MST-STATE
                       WRITE STORE-MASTER-REC
                   NOT INVALID KEY
                       MOVE 'REJECTED' TO TRANS-RESULT
                           MOVE STRN-TERRITORY
                               TO STORE-MST-TERRITORY
                       END-IF
                       IF STRN-STATE NOT = SPACES
                           MOVE STRN-STATE TO STORE-MST-STATE
                       END-IF
                       REWRITE STORE-MASTER-REC
               END-READ
           END-IF.
