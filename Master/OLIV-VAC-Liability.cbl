      *             catch-up or rerun night was booking the posting
      *             into the wrong period for GL-CONSOLIDATE's trial
      *             balance
      *   10/15/26 - postings carry a blank GLP-COMPANY-OUT, so each
      *             books to the company whose block the account is
      *             in and no intercompany pair is raised
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VACATION-LIABILITY.
               IF TOTAL-LIABILITY > 0
                   OPEN OUTPUT GL-POST-FILE
                   MOVE 0 TO GLP-TERR-OUT
                   MOVE SPACES TO GLP-COMPANY-OUT
                   MOVE 0 TO GLP-OFFICE-OUT
                   MOVE RUN-DATE-FULL(5:2) TO GLP-PERIOD-OUT
                   MOVE RUN-DATE-FULL TO GLP-DATE-OUT
