      ******************************************************************
      *    COPYBOOK:    COACTL
      *    AUTHOR:      D. OKONKWO
      *    DATE-WRITTEN: 10/09/2026
      *    DESCRIPTION: Single-record change-of-address control file
      *                 (COACTL), the VNDCTL pattern.  COAPOST records
      *                 the file date and file number of the last COAIN
      *                 file it applied and that run's counts, so the
      *                 same file left in place is not applied twice.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/09/2026 DCO   ORIGINAL COPYBOOK.
      ******************************************************************
       01  CO-COA-CONTROL-RECORD.
           05  CO-LAST-FILE-DATE       PIC 9(08).
           05  CO-LAST-FILE-NO         PIC 9(07).
           05  CO-APPLIED-DATE         PIC 9(08).
           05  CO-ENTRIES-READ         PIC 9(07).
           05  CO-ENTRIES-APPLIED      PIC 9(07).
           05  CO-ENTRIES-EXCEPTED     PIC 9(07).
           05  FILLER                   PIC X(06).
