      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Driver qualification record, one per employee who is
      *          allowed to drive a fleet vehicle, keyed on the
      *          employee number. Maintained by DRIVER-QUAL-MAINT;
      *          VEHICLE-ASSIGN-HIST and VEHICLE-ASSIGNMENT refuse a
      *          driver with no record here, an expired license, or a
      *          class that does not cover the vehicle's VEH-TYPE, and
      *          DRIVER-LICENSE-EXPIRY sends the renewal notices.
      *          Classes: A, B and C are commercial, D is a standard
      *          operator's license.
      *          DRV-NOTICE-DATE is the last renewal notice mailed, so
      *          one expiration earns one notice.
      * Modification History:
      *   10/15/26 - initial version
      ******************************************************************
           05 DRV-EMP-NO                   PIC 9(5).
           05 DRV-LICENSE-NO               PIC X(15).
           05 DRV-LICENSE-STATE            PIC X(2).
           05 DRV-LICENSE-CLASS            PIC X(1).
           05 DRV-EXPIRE-DATE              PIC 9(8).
           05 DRV-MVR-DATE                 PIC 9(8).
           05 DRV-NOTICE-DATE              PIC 9(8).
