      ******************************************************************
      *    COPYBOOK:    VNDCTL
      *    AUTHOR:      D. OKONKWO
      *    DATE-WRITTEN: 09/28/2026
      *    DESCRIPTION: Single-record print-vendor control file
      *                 (VNDCTL).  STMTRUN records here the VNDSTMT
      *                 generation it last built, with the statement,
      *                 page and record counts its trailer carries,
      *                 and marks it awaiting acknowledgment; VNDMATCH
      *                 proves the vendor's VNDACK counts against it
      *                 on the following nights and marks it
      *                 acknowledged once they agree.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    09/28/2026 DCO   ORIGINAL COPYBOOK.
      ******************************************************************
       01  VC-VENDOR-CONTROL-RECORD.
           05  VC-FILE-DATE            PIC 9(08).
           05  VC-FILE-NAME            PIC X(20).
           05  VC-STMT-COUNT           PIC 9(07).
           05  VC-PAGE-COUNT           PIC 9(09).
           05  VC-RECORD-COUNT         PIC 9(09).
           05  VC-HELD-COUNT           PIC 9(07).
           05  VC-CTL-STATUS           PIC X(01).
               88  VC-AWAITING-ACK                VALUE "S".
               88  VC-ACKNOWLEDGED                VALUE "A".
           05  VC-ACK-DATE             PIC 9(08).
           05  VC-SET-TIME             PIC 9(08).
           05  FILLER                   PIC X(13).
