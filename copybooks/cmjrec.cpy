      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    08/17/2026 DCO   ORIGINAL COPYBOOK.
      *    09/16/2026 DCO   ADDED CJ-CHECKER-ID OUT OF THE FILLER -
      *                     THE SUPERVISOR WHO APPROVED AN OPERATOR'S
      *                     PENDING CHANGE (BLANK WHEN NONE WAS
      *                     NEEDED).  CJ-OPERATOR-ID STAYS THE MAKER.
      *    09/22/2026 DCO   ADDED ACTION "M" - A CUSTMRG MERGE OF TWO
      *                     DUPLICATE CUSTOMERS, JOURNALED ONCE FOR
      *                     EACH SIDE.
      ******************************************************************
       01  CJ-JOURNAL-RECORD.
           05  CJ-OPERATOR-ID          PIC X(08).
               88  CJ-ACTION-CHANGE              VALUE "C".
               88  CJ-ACTION-DELETE              VALUE "D".
               88  CJ-ACTION-REUSE                VALUE "R".
               88  CJ-ACTION-MERGE                VALUE "M".
           05  CJ-CUST-ID              PIC X(06).
           05  CJ-BEFORE-IMAGE         PIC X(150).
           05  CJ-AFTER-IMAGE          PIC X(150).
           05  CJ-CHECKER-ID           PIC X(08).
           05  FILLER                   PIC X(01).
