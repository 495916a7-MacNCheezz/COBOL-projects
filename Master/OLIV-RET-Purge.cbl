      * Purpose: Period-end retention run for the append-forever data
      *          files - the employee change history, the sales
      *          history behind SALES-TREND, the payroll audit log,
      *          the suspense history (OLIV-HW10-SuspHst.txt) -
      *          driven by a rules file (one row
      *          per file: path, the column and length of the date in
      *          each record, retention in months, and A archive or P
      *          purge). Records older than the cutoff move to a
      *          file - the discipline RUN-ARCHIVE gave the nightly
      *          outputs, applied to the data files. A record whose
      *          date column is not numeric is retained, never lost.
      *          Every target is read and rewritten line sequential,
      *          so a keyed file - the indexed suspense file
      *          OLIV-HW10-Suspnse.dat above all - must never be a
      *          retention target; a rule naming a .dat file (the
      *          keyed-file extension throughout the system) is
      *          refused and the file left untouched.
      * Modification History:
      *   9/3/26  - initial version
      *   10/15/26 - the suspense target is the suspense history file,
      *             not the keyed suspense file; a rule naming a keyed
      *             (.dat) file is refused, reported and ends the run
      *             RC 4 instead of rewriting it line sequential
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETENTION-RUN.
       01  ARCHIVE-OPENED                  PIC XXX.
       01  FILES-PROCESSED                 PIC 9(3) VALUE 0.
       01  FILES-OUT-OF-PROOF              PIC 9(3) VALUE 0.
       01  FILES-REFUSED                   PIC 9(3) VALUE 0.
       01  PATH-TRAIL-SPACES               PIC 9(3).
       01  PATH-LEN                        PIC 9(3).
       01  PATH-EXTENSION                  PIC X(4).
       01  HEADING1.
           05                              PIC X(36) VALUE
               'DATA FILE RETENTION RUN - DATE '.
           CLOSE RULES-FILE
                 ARCHIVE-CATALOG
                 RETENTION-REPORT
           IF FILES-REFUSED > 0
               DISPLAY 'KEYED FILES REFUSED AS RETENTION TARGETS: '
                   FILES-REFUSED
               MOVE 4 TO RETURN-CODE
           END-IF
           IF FILES-OUT-OF-PROOF > 0
               DISPLAY 'FILES OUT OF PROOF: ' FILES-OUT-OF-PROOF
               MOVE 8 TO RETURN-CODE
           MOVE 0 TO RETAINED-COUNT
           MOVE 'NO' TO ARCHIVE-OPENED
           MOVE RUL-PATH TO LIVE-FILE-DD
           PERFORM 205-GET-PATH-EXTENSION
           IF PATH-EXTENSION = '.dat' OR PATH-EXTENSION = '.DAT'
      *>      REWRITING A KEYED FILE LINE SEQUENTIAL WOULD DESTROY IT
               ADD 1 TO FILES-REFUSED
               MOVE 'KEYED - SKIP' TO DTL-VERDICT-OUT
               PERFORM 610-REPORT-NOT-PROCESSED
           ELSE
               PERFORM 220-PROCESS-LIVE-FILE
           END-IF.
       205-GET-PATH-EXTENSION.
           MOVE SPACES TO PATH-EXTENSION
           MOVE 0 TO PATH-TRAIL-SPACES
           INSPECT FUNCTION REVERSE(RUL-PATH)
               TALLYING PATH-TRAIL-SPACES FOR LEADING SPACES
           COMPUTE PATH-LEN = 100 - PATH-TRAIL-SPACES
           IF PATH-LEN > 4
               MOVE RUL-PATH(PATH-LEN - 3:4) TO PATH-EXTENSION
           END-IF.
       210-BUILD-ARCHIVE-NAME.
           MOVE SPACES TO ARCHIVE-FILE-DD
           STRING FUNCTION TRIM(RUL-PATH TRAILING)
               '-ARCH-' RUN-DATE DELIMITED BY SIZE
               INTO ARCHIVE-FILE-DD.
       220-PROCESS-LIVE-FILE.
           PERFORM 210-BUILD-ARCHIVE-NAME
           OPEN INPUT LIVE-FILE
           IF LIVE-STATUS NOT = '00'
               MOVE 'NOT PRESENT' TO DTL-VERDICT-OUT
               PERFORM 610-REPORT-NOT-PROCESSED
           ELSE
               OPEN OUTPUT WORK-FILE
               MOVE 'YES' TO MORE-LIVE
               PERFORM 400-COPY-WORK-BACK
               PERFORM 600-REPORT-ONE-RULE
           END-IF.
       300-SORT-ONE-RECORD.
           ADD 1 TO IN-COUNT
           MOVE 'NO' TO RECORD-IS-OLD
               ADD 1 TO FILES-OUT-OF-PROOF
           END-IF
           WRITE REPORT-REC FROM DETAIL-LINE.
       610-REPORT-NOT-PROCESSED.
           MOVE RUL-PATH TO DTL-PATH-OUT
           MOVE 0 TO DTL-IN-OUT
           MOVE 0 TO DTL-ARCH-OUT
           MOVE 0 TO DTL-PURGE-OUT
           MOVE 0 TO DTL-KEPT-OUT
           WRITE REPORT-REC FROM DETAIL-LINE.
