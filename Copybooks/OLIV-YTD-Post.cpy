      *          period by period into a fresh keyed YTD file when the
      *          live one is lost or corrupted - the reconstruction
      *          path the single point of truth never had.
      * Modification History:
      *   9/3/26  - initial version
      *   10/15/26 - added the retroactive-pay fields at the end of the
      *             record: the retro gross paid with this posting
      *             (inside YP-GROSS), the effective period of the
      *             raise that priced it, and the last earlier period
      *             the retro covered, so a later run can tell which
      *             missed periods have already been made whole;
      *             postings written before the change read these as
      *             spaces and are treated as zero
      *   10/15/26 - added YP-POST-TYPE at the end: R (or spaces on
      *             older postings) for a regular period absorb, O for
      *             an off-cycle payment - an off-cycle posting adds
      *             to the buckets without taking the period's
      *             absorbed-once slot, so a replay must not treat it
      *             as a duplicate of the regular posting
      *   10/15/26 - added post type A for a keyed YTD adjustment from
      *             YTD-ADJUST and YP-ADJ-SIGN after it: + adds the
      *             posting's amounts to the buckets, - backs them
      *             out; blank on every other posting type
      *   10/15/26 - added YP-COMPANY at the end, the employer the
      *             posting was paid under, so a rebuilt YTD file
      *             keeps its company codes; spaces on older postings
      *             mean company 01
      ******************************************************************
           05 YP-PERIOD                    PIC 9(2).
           05 YP-DATE                      PIC 9(8).
           05 YP-DED-ENTRY OCCURS 6 TIMES.
               10 YP-DED-CODE              PIC X(3).
               10 YP-DED-AMT               PIC 9(7)V99.
           05 YP-RETRO-GROSS               PIC 9(7)V99.
           05 YP-RAISE-EFF-PERIOD          PIC 9(2).
           05 YP-RETRO-THRU-PERIOD         PIC 9(2).
           05 YP-POST-TYPE                 PIC X(1).
           05 YP-ADJ-SIGN                  PIC X(1).
           05 YP-COMPANY                   PIC X(2).
