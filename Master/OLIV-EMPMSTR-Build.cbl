      *             written to a discrepancy report before the
      *             overwrite instead of the last file to load simply
      *             winning in silence
      *   10/15/26 - history rows leave the keyed-by/approved-by
      *             operator IDs blank - the rebuild is not keyed
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-MASTER-BUILD.
           MOVE EMP-NUMBER TO HIST-EMP-NUMBER
           MOVE BEFORE-IMAGE-HOLD TO HIST-BEFORE-IMAGE
           MOVE EMP-MASTER-REC TO HIST-AFTER-IMAGE
           MOVE SPACES TO HIST-KEYED-BY
           MOVE SPACES TO HIST-APPROVED-BY
           WRITE CHANGE-HIST-REC.
