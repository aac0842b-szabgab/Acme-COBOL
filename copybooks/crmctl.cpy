      ******************************************************************
      *    COPYBOOK:    CRMCTL
      *    AUTHOR:      D. OKONKWO
      *    DATE-WRITTEN: 10/07/2026
      *    DESCRIPTION: Single-record CRM feed control file (CRMCTL),
      *                 the VNDCTL pattern.  CRMFEED records the last
      *                 feed it built (feed number, date, generation
      *                 name, first and last sequence numbers) and
      *                 how many CUSTJRNL records have been fed so
      *                 far - the journal is only ever extended, so
      *                 the next feed starts after that many.
      *                 CRMMATCH records how far the CRM has
      *                 acknowledged every sequence number without a
      *                 gap.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/07/2026 DCO   ORIGINAL COPYBOOK.
      ******************************************************************
       01  CC-CRM-CONTROL-RECORD.
           05  CC-LAST-FEED-NO         PIC 9(07).
           05  CC-LAST-FEED-DATE       PIC 9(08).
           05  CC-LAST-FEED-NAME       PIC X(20).
           05  CC-FIRST-SEQ-NO         PIC 9(09).
           05  CC-LAST-SEQ-NO          PIC 9(09).
           05  CC-JRNL-RECORDS-FED     PIC 9(09).
           05  CC-ACK-THRU-SEQ-NO      PIC 9(09).
           05  CC-LAST-ACK-FEED-NO     PIC 9(07).
           05  CC-LAST-ACK-DATE        PIC 9(08).
           05  FILLER                   PIC X(14).
