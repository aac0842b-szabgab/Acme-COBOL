      ******************************************************************
      *    COPYBOOK:    CRMHIST
      *    AUTHOR:      D. OKONKWO
      *    DATE-WRITTEN: 10/07/2026
      *    DESCRIPTION: CRM feed history, keyed by CH-SEQ-NO on the
      *                 CRMHIST indexed file.  CRMFEED writes one
      *                 record per feed detail it sends, with the
      *                 full detail image, so a feed can be resent
      *                 from any sequence number without going back
      *                 to CUSTJRNL.  CRMMATCH marks each record
      *                 acknowledged from the CRM's CRMACK file and
      *                 purges acknowledged records past retention.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/07/2026 DCO   ORIGINAL COPYBOOK.
      ******************************************************************
       01  CH-HISTORY-RECORD.
           05  CH-SEQ-NO               PIC 9(09).
           05  CH-FEED-NO              PIC 9(07).
           05  CH-SENT-DATE            PIC 9(08).
           05  CH-ACK-STATUS           PIC X(01).
               88  CH-AWAITING-ACK               VALUE "S".
               88  CH-ACKNOWLEDGED               VALUE "A".
           05  CH-ACK-DATE             PIC 9(08).
           05  CH-FEED-IMAGE           PIC X(180).
           05  FILLER                   PIC X(07).
