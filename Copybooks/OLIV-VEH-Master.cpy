      *             carry straight-line book value and the gain or
      *             loss on every disposal out of the accountant's
      *             spreadsheet
      *   10/15/26 - added VEH-COMPANY, the legal entity that owns the
      *             vehicle and carries its cost (zero = company 01);
      *             the fleet GL feeds post in the owner's accounts
      *             and FLEET-CHARGEBACK charges a shared vehicle's
      *             cost across to the driver's company
      ******************************************************************
           05 VEH-VIN                      PIC X(17).
           05 VEH-MAKE                     PIC X(13).
           05 VEH-LAST-SVC-ODO             PIC 9(6).
           05 VEH-ACQ-COST                 PIC 9(7)V99.
           05 VEH-DISP-PROCEEDS            PIC 9(7)V99.
           05 VEH-COMPANY                  PIC 9(2).
