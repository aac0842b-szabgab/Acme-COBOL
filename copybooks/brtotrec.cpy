      ******************************************************************
      *    COPYBOOK:    BRTOTREC
      *    AUTHOR:      D. OKONKWO
      *    DATE-WRITTEN: 10/12/2026
      *    DESCRIPTION: Branch control-total history record on the
      *                 BRTOTHST file: one line per branch per CONSOL
      *                 run, the record count and amount total the
      *                 branch's extract proved to, stamped with the
      *                 business date and the time it was merged.
      *                 A rerun of CONSOL on the same date adds a
      *                 second line; readers keep the last one.  Read
      *                 by the STEPTRND trend report, which also
      *                 trims the file to the TRNDPARM retention.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/12/2026 DCO   ORIGINAL COPYBOOK.
      ******************************************************************
       01  BT-BRANCH-TOTAL-RECORD.
           05  BT-RUN-DATE             PIC 9(08).
           05  BT-BRANCH-CODE          PIC X(02).
           05  BT-RECORD-COUNT         PIC 9(09).
           05  BT-AMOUNT-TOTAL         PIC S9(11)V99.
           05  BT-RUN-TIME             PIC 9(08).
