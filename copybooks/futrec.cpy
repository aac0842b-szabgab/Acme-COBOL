      ******************************************************************
      *    COPYBOOK:    FUTREC
      *    AUTHOR:      D. OKONKWO
      *    DATE-WRITTEN: 09/24/2026
      *    DESCRIPTION: Future-dated item record on the FUTWHSE
      *                 indexed file (the warehouse), keyed by the
      *                 effective date (TI-TRANS-DATE) and then the
      *                 source code and transaction serial, so the
      *                 file reads in effective-date/branch order.
      *                 ADDING parks a detail dated after the business
      *                 date, up to its horizon, with the full
      *                 TRANS-IN image instead of rejecting it.  The
      *                 first ADDING run whose business date reaches
      *                 the effective date releases it through the
      *                 normal edits and marks how it came out; the
      *                 record stays on file as the history.  FUTRPT
      *                 lists what is waiting.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    09/24/2026 DCO   ORIGINAL COPYBOOK.
      ******************************************************************
       01  FW-FUTURE-RECORD.
           05  FW-WHSE-KEY.
               10  FW-EFFECTIVE-DATE   PIC 9(08).
               10  FW-SOURCE-CODE      PIC X(02).
               10  FW-TRANS-SERIAL     PIC 9(09).
           05  FW-CUST-ID              PIC X(06).
           05  FW-RESULT               PIC S9(07)V99.
           05  FW-PARKED-DATE          PIC 9(08).
           05  FW-WHSE-STATUS          PIC X(01).
               88  FW-STATUS-WAITING              VALUE "W".
               88  FW-STATUS-POSTED               VALUE "P".
               88  FW-STATUS-HELD                 VALUE "H".
               88  FW-STATUS-REJECTED             VALUE "J".
           05  FW-RELEASED-DATE        PIC 9(08).
           05  FW-TRANS-IMAGE          PIC X(60).
           05  FILLER                   PIC X(10).
