      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Portable sequential backup of one keyed master, as
      *          MASTER-UNLOAD writes it and MASTER-RELOAD reads it
      *          back. An H header names the master, the business
      *          date and run number it was taken on; a D detail
      *          carries one master record image exactly as stored,
      *          in key order; the T trailer carries the count of D
      *          records and a hash total of their keys (each key
      *          character's ordinal times its position, summed), so
      *          a backup that was cut short or altered is caught
      *          before it is ever loaded. Master codes: EMP
      *          employee, CUST customer, VEH vehicle, VAC vacation
      *          balance, AR accounts-receivable open items, YTD
      *          payroll year-to-date.
      ******************************************************************
           05 BKP-REC-TYPE                 PIC X(1).
           05 BKP-BODY                     PIC X(300).
           05 BKP-HEADER-VIEW REDEFINES BKP-BODY.
               10 BKP-MASTER-CODE          PIC X(4).
               10 BKP-BUS-DATE             PIC 9(8).
               10 BKP-RUN-NO               PIC 9(5).
               10                          PIC X(283).
           05 BKP-TRAILER-VIEW REDEFINES BKP-BODY.
               10 BKP-RECORD-COUNT         PIC 9(7).
               10 BKP-KEY-HASH             PIC 9(15).
               10                          PIC X(278).
