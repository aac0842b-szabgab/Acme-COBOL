      ******************************************************************
      *    COPYBOOK:    GLIFREC
      *    AUTHOR:      D. OKONKWO
      *    DATE-WRITTEN: 09/14/2026
      *    DESCRIPTION: GL interface record, written by GLPOST to the
      *                 dated GLJRNL generation the GL team loads in
      *                 place of the summary entry they used to key by
      *                 hand.  Fixed width, 80 bytes: one "H" header
      *                 (journal date, when the file was built), one
      *                 "D" detail per journal line, one "T" trailer
      *                 with the detail count and the debit and credit
      *                 totals, which are always equal.  Amounts are
      *                 unsigned; GJ-DR-CR says which side the line
      *                 posts to.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    09/14/2026 DCO   ORIGINAL COPYBOOK.
      ******************************************************************
       01  GJ-JOURNAL-RECORD.
           05  GJ-REC-TYPE             PIC X(01).
               88  GJ-TYPE-HEADER                 VALUE "H".
               88  GJ-TYPE-DETAIL                 VALUE "D".
               88  GJ-TYPE-TRAILER                VALUE "T".
           05  GJ-JOURNAL-DATE         PIC 9(08).
           05  GJ-ACCOUNT              PIC X(10).
           05  GJ-DR-CR                PIC X(01).
               88  GJ-DEBIT                       VALUE "D".
               88  GJ-CREDIT                      VALUE "C".
           05  GJ-AMOUNT               PIC 9(11)V99.
           05  GJ-SOURCE-CODE          PIC X(02).
           05  GJ-ITEM-COUNT           PIC 9(07).
           05  GJ-DESCRIPTION          PIC X(30).
           05  FILLER                   PIC X(08).
       01  GJ-HEADER-RECORD REDEFINES GJ-JOURNAL-RECORD.
           05  FILLER                   PIC X(01).
           05  GJH-JOURNAL-DATE        PIC 9(08).
           05  GJH-CREATED-DATE        PIC 9(08).
           05  GJH-CREATED-TIME        PIC 9(08).
           05  GJH-SYSTEM-ID           PIC X(08).
           05  FILLER                   PIC X(47).
       01  GJ-TRAILER-RECORD REDEFINES GJ-JOURNAL-RECORD.
           05  FILLER                   PIC X(01).
           05  GJT-JOURNAL-DATE        PIC 9(08).
           05  GJT-DETAIL-COUNT        PIC 9(07).
           05  GJT-DEBIT-TOTAL         PIC 9(11)V99.
           05  GJT-CREDIT-TOTAL        PIC 9(11)V99.
           05  FILLER                   PIC X(38).
