      ******************************************************************
      *    COPYBOOK:    CRMACK
      *    AUTHOR:      D. OKONKWO
      *    DATE-WRITTEN: 10/07/2026
      *    DESCRIPTION: CRM acknowledgment record, one per CRMFD feed
      *                 the CRM has loaded, returned the next day on
      *                 the CRMACK file.  The CRM echoes the feed
      *                 number, the first and last sequence numbers
      *                 and the detail count it took on, and accepts
      *                 or rejects the feed; CRMMATCH reconciles the
      *                 sequence numbers against CRMHIST.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/07/2026 DCO   ORIGINAL COPYBOOK.
      ******************************************************************
       01  RA-ACK-RECORD.
           05  RA-FEED-NO              PIC 9(07).
           05  RA-FIRST-SEQ-NO         PIC 9(09).
           05  RA-LAST-SEQ-NO          PIC 9(09).
           05  RA-RECORD-COUNT         PIC 9(09).
           05  RA-ACK-STATUS           PIC X(01).
               88  RA-STATUS-ACCEPTED            VALUE "A".
               88  RA-STATUS-REJECTED            VALUE "R".
           05  RA-REJECT-REASON        PIC X(30).
           05  RA-RECEIVED-DATE        PIC 9(08).
           05  FILLER                   PIC X(07).
