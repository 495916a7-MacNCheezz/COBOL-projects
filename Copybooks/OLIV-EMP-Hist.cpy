      *          replaced it; the image fields are sized with room
      *          beyond today's master layout so history written
      *          before a layout change still reads back.
      * Modification History:
      *   10/15/26 - added HIST-KEYED-BY and HIST-APPROVED-BY, the
      *             operator who keyed a maintenance change and the
      *             second operator who approved it (blank on rows
      *             the rebuild writes)
      ******************************************************************
           05 HIST-RUN-DATE                PIC 9(8).
           05 HIST-SOURCE                  PIC X(4).
           05 HIST-EMP-NUMBER              PIC 9(5).
           05 HIST-BEFORE-IMAGE            PIC X(150).
           05 HIST-AFTER-IMAGE             PIC X(150).
           05 HIST-KEYED-BY                PIC X(8).
           05 HIST-APPROVED-BY             PIC X(8).
