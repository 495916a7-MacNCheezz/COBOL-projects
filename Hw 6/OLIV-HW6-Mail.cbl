      *             employee-mailing run can point MAILIN at the
      *             extract EMPLOYEE-MAIL-EXTRACT writes from the
      *             master without a recompile
      *   10/15/26 - the input record now carries the source tag (E
      *             employee, C customer) and master key the mailing
      *             extracts write after the ZIP, through the sort and
      *             onto each undeliverable-address record, so
      *             RETURNED-MAIL can trace a diverted piece back to
      *             the master it came from; a list with no tag (a
      *             hand-built file) passes through blank
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAIL.
           05 ADDRESS-IN        PIC X(20).
           05 LOCATION-IN       PIC X(15).
           05 LOCATION-ZIP-IN   PIC X(5).
           05 SOURCE-IN         PIC X(1).
           05 SOURCE-KEY-IN     PIC X(5).
       FD  SORTED-LIST.
       01  SORTED-REC.
           05 SRT-NAME          PIC X(20).
           05 SRT-ADDRESS       PIC X(20).
           05 SRT-LOCATION      PIC X(15).
           05 SRT-ZIP           PIC X(5).
           05 SRT-SOURCE        PIC X(1).
           05 SRT-KEY           PIC X(5).
       SD  SORT-WORK.
       01  SORT-REC.
           05 SORT-NAME         PIC X(20).
           05 SORT-ADDRESS      PIC X(20).
           05 SORT-LOCATION     PIC X(15).
           05 SORT-ZIP          PIC X(5).
           05 SORT-SOURCE       PIC X(1).
           05 SORT-KEY          PIC X(5).
       FD  MAIL-OUT.
       01  MAIL-REC.
           05                   PIC X(60).
           05 UND-LOCATION      PIC X(15).
           05 UND-ZIP           PIC X(5).
           05 UND-REASON        PIC X(30).
           05 UND-SOURCE        PIC X(1).
           05 UND-KEY           PIC X(5).
       WORKING-STORAGE SECTION.
       01  MORE-DATA            PIC XXX VALUE 'YES'.
       01  HEADER-1.
           MOVE SRT-LOCATION TO UND-LOCATION
           MOVE SRT-ZIP TO UND-ZIP
           MOVE ZIP-FAIL-REASON TO UND-REASON
           MOVE SRT-SOURCE TO UND-SOURCE
           MOVE SRT-KEY TO UND-KEY
           WRITE UNDELIV-REC.
       180-PAGE-HEADING.
           ADD 1 TO PAGE-NO
