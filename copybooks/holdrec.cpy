      ******************************************************************
      *    COPYBOOK:    HOLDREC
      *    AUTHOR:      D. OKONKWO
      *    DATE-WRITTEN: 09/08/2026
      *    DESCRIPTION: Posting-hold record on the HOLDFILE indexed
      *                 file, keyed like POSTEDKY by source code plus
      *                 transaction serial.  ADDING writes one when a
      *                 detail would take the customer past the
      *                 CM-CREDIT-LIMIT on the customer master: the
      *                 item is held, not posted and not rejected,
      *                 with the balance before it, the limit and the
      *                 shortfall, and the full TRANS-IN image.  A
      *                 supervisor works the queue through HOLDREL --
      *                 a released item posts in the next ADDING run
      *                 without the limit check; a declined item
      *                 stays on file with its reason.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    09/08/2026 DCO   ORIGINAL COPYBOOK.
      *    09/10/2026 DCO   WIDENED HD-TRANS-IMAGE TO THE NEW 60-BYTE
      *                     TRANS-IN RECORD OUT OF THE FILLER.
      ******************************************************************
       01  HD-HOLD-RECORD.
           05  HD-HOLD-KEY.
               10  HD-SOURCE-CODE      PIC X(02).
               10  HD-TRANS-SERIAL     PIC 9(09).
           05  HD-CUST-ID              PIC X(06).
           05  HD-HELD-DATE            PIC 9(08).
           05  HD-RESULT               PIC S9(07)V99.
           05  HD-BEFORE-BALANCE       PIC S9(09)V99.
           05  HD-CREDIT-LIMIT         PIC 9(05)V99.
           05  HD-SHORTFALL            PIC 9(09)V99.
           05  HD-HOLD-STATUS          PIC X(01).
               88  HD-STATUS-HELD                 VALUE "H".
               88  HD-STATUS-RELEASED             VALUE "R".
               88  HD-STATUS-DECLINED             VALUE "D".
               88  HD-STATUS-POSTED               VALUE "P".
               88  HD-STATUS-REJECTED             VALUE "J".
               88  HD-STATUS-OPEN                 VALUE "H" "R".
           05  HD-ACTION-OPER-ID       PIC X(08).
           05  HD-ACTION-DATE          PIC 9(08).
           05  HD-DECLINE-REASON       PIC X(30).
           05  HD-TRANS-IMAGE          PIC X(60).
           05  FILLER                   PIC X(08).
