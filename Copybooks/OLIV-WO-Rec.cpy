      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Garage work order, one per job, keyed by work order
      *          number (a controlled sequence). Opened by
      *          WORK-ORDER-MAINT against a VIN - WO-TYPE P for a
      *          preventive-maintenance job off VEHICLE-PM-SCHEDULE's
      *          due list, B for a breakdown - and built up with labor
      *          hours and parts lines while open. Closing it records
      *          the odometer at service and the job cost, and queues
      *          the cost transaction (with the PM category for a P
      *          job) and odometer reading for VEHICLE-COST-UPDATE.
      *          WO-STATUS: O = open, C = closed. WO-OUT-OF-SVC Y
      *          means the vehicle is off the road until the order
      *          closes; WORK-ORDER-REPORTS counts its days down.
      *          WO-INC-DATE / WO-INC-SEQ name the vehicle incident a
      *          breakdown job repairs (zero when not accident work);
      *          the closing cost transaction carries them so the
      *          dollars land on the incident's actual cost.
      ******************************************************************
           05 WO-NO                        PIC 9(6).
           05 WO-VIN                       PIC X(17).
           05 WO-TYPE                      PIC X(1).
           05 WO-STATUS                    PIC X(1).
           05 WO-OUT-OF-SVC                PIC X(1).
           05 WO-OPEN-DATE                 PIC 9(8).
           05 WO-CLOSE-DATE                PIC 9(8).
           05 WO-DESC                      PIC X(30).
           05 WO-LABOR-HOURS               PIC 9(4)V9.
           05 WO-PARTS-LINES               PIC 9(3).
           05 WO-PARTS-COST                PIC 9(7)V99.
           05 WO-LABOR-COST                PIC 9(7)V99.
           05 WO-ODOMETER                  PIC 9(6).
           05 WO-INC-DATE                  PIC 9(8).
           05 WO-INC-SEQ                   PIC 9(2).
