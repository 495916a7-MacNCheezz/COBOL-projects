      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Vehicle accident and incident record, keyed by VIN,
      *          incident date and a sequence for a second incident
      *          on the same day. Added and maintained by
      *          INCIDENT-MAINT, which fills INC-EMP-NO from the
      *          effective-dated assignment history the way
      *          VEHICLE-DRIVER-LOOKUP resolves it (spaces = nobody
      *          assigned that day). INC-ACTUAL-COST is the repair
      *          dollars VEHICLE-COST-UPDATE has posted against the
      *          incident; INC-RECOVERED what the insurer (or the
      *          other party) has paid back.
      *          INC-TYPE: A accident, T theft, V vandalism, G glass,
      *          O other. INC-AT-FAULT: Y, N, or U (undetermined).
      *          INC-CLAIM-STATUS: N no claim, O open, S settled,
      *          D denied, C closed.
      ******************************************************************
           05 INC-KEY.
               10 INC-VIN                  PIC X(17).
               10 INC-DATE                 PIC 9(8).
               10 INC-SEQ                  PIC 9(2).
           05 INC-TYPE                     PIC X(1).
           05 INC-AT-FAULT                 PIC X(1).
           05 INC-POLICE-RPT               PIC X(15).
           05 INC-EMP-NO                   PIC X(5).
           05 INC-EST-COST                 PIC 9(7)V99.
           05 INC-ACTUAL-COST              PIC 9(7)V99.
           05 INC-CLAIM-NO                 PIC X(15).
           05 INC-CLAIM-STATUS             PIC X(1).
           05 INC-RECOVERED                PIC 9(7)V99.
           05 INC-DESC                     PIC X(30).
