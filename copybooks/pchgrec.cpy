      ******************************************************************
      *    COPYBOOK:    PCHGREC
      *    AUTHOR:      D. OKONKWO
      *    DATE-WRITTEN: 09/16/2026
      *    DESCRIPTION: Pending customer-master change on the PENDCHG
      *                 indexed file, keyed by customer ID plus the
      *                 date and time it was keyed.  An add or change
      *                 made in HELLO by an operator-class sign-on is
      *                 written here instead of to CUSTMAS, with the
      *                 record as it stood (blank for an add) and as
      *                 the operator left it.  A supervisor other than
      *                 the maker works it through CHGAPPR: approve
      *                 applies the after image to CUSTMAS and
      *                 journals it to CUSTJRNL with both IDs; reject
      *                 returns it to the maker with a note.  The
      *                 maker sees the outcome on HELLO's review
      *                 choice, which sets PC-MAKER-SEEN.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    09/16/2026 DCO   ORIGINAL COPYBOOK.
      ******************************************************************
       01  PC-PENDING-CHANGE-RECORD.
           05  PC-PEND-KEY.
               10  PC-CUST-ID          PIC X(06).
               10  PC-MAKER-DATE       PIC 9(08).
               10  PC-MAKER-TIME       PIC 9(08).
           05  PC-ACTION-CODE          PIC X(01).
               88  PC-ACTION-ADD                 VALUE "A".
               88  PC-ACTION-CHANGE              VALUE "C".
           05  PC-MAKER-ID             PIC X(08).
           05  PC-PEND-STATUS          PIC X(01).
               88  PC-STATUS-PENDING             VALUE "P".
               88  PC-STATUS-APPROVED            VALUE "A".
               88  PC-STATUS-REJECTED            VALUE "R".
           05  PC-CHECKER-ID           PIC X(08).
           05  PC-CHECKED-DATE         PIC 9(08).
           05  PC-CHECKED-TIME         PIC 9(08).
           05  PC-RETURN-NOTE          PIC X(40).
           05  PC-MAKER-SEEN-SW        PIC X(01).
               88  PC-MAKER-SEEN                 VALUE "Y".
           05  PC-BEFORE-IMAGE         PIC X(150).
           05  PC-AFTER-IMAGE          PIC X(150).
           05  FILLER                   PIC X(13).
