      ******************************************************************
      *    COPYBOOK:    HJREC
      *    AUTHOR:      D. OKONKWO
      *    DATE-WRITTEN: 09/08/2026
      *    DESCRIPTION: Posting-hold journal record on the HOLDJRNL
      *                 file, one per release or decline a supervisor
      *                 makes through HOLDREL: who, when, which held
      *                 item, and the decline reason.  Kept apart
      *                 from CUSTJRNL, which CMJAPPLY replays against
      *                 the customer master and must carry nothing
      *                 but master-record images.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    09/08/2026 DCO   ORIGINAL COPYBOOK.
      ******************************************************************
       01  HJ-JOURNAL-RECORD.
           05  HJ-OPERATOR-ID          PIC X(08).
           05  HJ-RUN-DATE             PIC 9(08).
           05  HJ-RUN-TIME             PIC 9(08).
           05  HJ-ACTION-CODE          PIC X(01).
               88  HJ-ACTION-RELEASE             VALUE "R".
               88  HJ-ACTION-DECLINE             VALUE "D".
           05  HJ-SOURCE-CODE          PIC X(02).
           05  HJ-TRANS-SERIAL         PIC 9(09).
           05  HJ-CUST-ID              PIC X(06).
           05  HJ-RESULT               PIC S9(07)V99.
           05  HJ-SHORTFALL            PIC 9(09)V99.
           05  HJ-DECLINE-REASON       PIC X(30).
           05  FILLER                   PIC X(08).
