      ******************************************************************
      *    COPYBOOK:    MONCASE
      *    AUTHOR:      D. OKONKWO
      *    DATE-WRITTEN: 09/18/2026
      *    DESCRIPTION: Compliance case record on the MONCASE indexed
      *                 file, keyed by customer, monitor rule and the
      *                 date the flagged activity belongs to (the
      *                 posting date; for a recent name/address
      *                 change, the CM-STATUS-DATE of the change).
      *                 TXNMON opens a case the first night a rule
      *                 hits and adds later hits on the same key to
      *                 it while it is open.  A closed case carries
      *                 the disposition set in CASEWORK, and the same
      *                 activity is never flagged again.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    09/18/2026 DCO   ORIGINAL COPYBOOK.
      ******************************************************************
       01  MC-MONITOR-CASE-RECORD.
           05  MC-CASE-KEY.
               10  MC-CUST-ID          PIC X(06).
               10  MC-RULE-CODE        PIC X(02).
                   88  MC-RULE-LARGE             VALUE "LG".
                   88  MC-RULE-STRUCTURING       VALUE "ST".
                   88  MC-RULE-VOLUME-JUMP       VALUE "VJ".
                   88  MC-RULE-RECENT-CHANGE     VALUE "RC".
               10  MC-KEY-DATE         PIC 9(08).
           05  MC-OPENED-DATE          PIC 9(08).
           05  MC-LAST-HIT-DATE        PIC 9(08).
           05  MC-HIT-COUNT            PIC 9(05).
           05  MC-ITEM-COUNT           PIC 9(05).
           05  MC-FLAGGED-AMOUNT       PIC 9(09)V99.
           05  MC-BASELINE-AMOUNT      PIC 9(09)V99.
           05  MC-CASE-STATUS          PIC X(01).
               88  MC-STATUS-OPEN                VALUE "O".
               88  MC-STATUS-CLOSED              VALUE "C".
           05  MC-DISPOSITION          PIC X(02).
               88  MC-DISP-NO-ACTION             VALUE "NA".
               88  MC-DISP-EXPLAINED             VALUE "EX".
               88  MC-DISP-REPORTED              VALUE "RP".
               88  MC-DISP-ESCALATED             VALUE "ES".
               88  MC-DISP-VALID                 VALUE "NA" "EX"
                                                       "RP" "ES".
           05  MC-DISP-NOTE            PIC X(40).
           05  MC-CLOSED-BY            PIC X(08).
           05  MC-CLOSED-DATE          PIC 9(08).
           05  FILLER                   PIC X(17).
