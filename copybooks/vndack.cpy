      ******************************************************************
      *    COPYBOOK:    VNDACK
      *    AUTHOR:      D. OKONKWO
      *    DATE-WRITTEN: 09/28/2026
      *    DESCRIPTION: Print-vendor acknowledgment record, one per
      *                 VNDSTMT file the vendor has loaded, returned
      *                 on the VNDACK file.  The vendor echoes the
      *                 file date and the statement and page counts
      *                 it actually took on, and accepts or rejects
      *                 the file; VNDMATCH proves the counts against
      *                 VNDCTL.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    09/28/2026 DCO   ORIGINAL COPYBOOK.
      ******************************************************************
       01  VA-ACK-RECORD.
           05  VA-REC-TYPE             PIC X(02).
           05  VA-FILE-DATE            PIC 9(08).
           05  VA-STMT-COUNT           PIC 9(07).
           05  VA-PAGE-COUNT           PIC 9(09).
           05  VA-ACK-STATUS           PIC X(01).
               88  VA-STATUS-ACCEPTED             VALUE "A".
               88  VA-STATUS-REJECTED             VALUE "R".
           05  VA-REJECT-REASON        PIC X(30).
           05  VA-RECEIVED-DATE        PIC 9(08).
           05  FILLER                   PIC X(15).
