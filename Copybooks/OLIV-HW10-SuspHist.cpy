      ******************************************************************
      * Author: McCarthy Oliveira
      * Date: 10/15/26
      * Purpose: Suspense history record. One row per event in the
      *          life of a suspended customer/sales transaction, keyed
      *          by its permanent suspense ID and appended to the
      *          suspense history log in the order events happen:
      *            F - first failed validation (flags that night)
      *            N - failed again on a later nightly recycle
      *                (flags that night)
      *            C - a field patched by SUSPENSE-CORRECT (field ID,
      *                value before and after)
      *            X - cleared validation into the clean file
      *          SUSPENSE-INQUIRY reads the log back to list one
      *          transaction's full history.
      * Modification History:
      *   10/15/26 - initial version
      ******************************************************************
           05 SHI-SUSP-ID                  PIC 9(8).
           05 SHI-BUS-DATE                 PIC 9(8).
           05 SHI-EVENT                    PIC X(1).
           05 SHI-CYCLE-COUNT              PIC 9(2).
           05 SHI-ERR-FLAGS                PIC X(15).
           05 SHI-FIELD-ID                 PIC X(2).
           05 SHI-OLD-VALUE                PIC X(26).
           05 SHI-NEW-VALUE                PIC X(26).
