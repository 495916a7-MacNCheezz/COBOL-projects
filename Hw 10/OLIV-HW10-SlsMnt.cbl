      *          employees.
      * Modification History:
      *   9/3/26  - initial version
      *   10/15/26 - the transaction file name is read from SLSTRANS
      *             at run time, defaulting to the keyed file, so the
      *             inactivations TERMINATION-CASCADE generates apply
      *             without a recompile
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESPERSON-MASTER-MAINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLS-TRANS-IN
           ASSIGN TO SLS-TRANS-DD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SLS-MASTER
           ASSIGN TO
           05                              PIC X(24) VALUE
               'TRANSACTIONS REJECTED: '.
           05 SUMMARY-REJECTED-OUT         PIC ZZ,ZZ9.
       01  SLS-TRANS-DD                    PIC X(100) VALUE
         'D:\COBOL\MIS 280 Homework\Cust Master\OLIV-SLS-Trans.txt'.
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT SLS-TRANS-DD FROM ENVIRONMENT "SLSTRANS"
           OPEN INPUT SLS-TRANS-IN
               OUTPUT MAINT-REPORT
           OPEN I-O SLS-MASTER
