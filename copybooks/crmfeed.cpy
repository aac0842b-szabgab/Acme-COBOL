      ******************************************************************
      *    COPYBOOK:    CRMFEED
      *    AUTHOR:      D. OKONKWO
      *    DATE-WRITTEN: 10/07/2026
      *    DESCRIPTION: Customer-change feed record for the marketing
      *                 CRM system, written nightly by CRMFEED to the
      *                 dated CRMFD generation.  One HD header, one DT
      *                 detail per CUSTJRNL entry (add, change,
      *                 delete, reuse, merge) and one TR trailer.
      *                 CF-SEQ-NO runs on from feed to feed and never
      *                 restarts, so the CRM and CRMMATCH can both see
      *                 a gap.  A detail carries the customer's after
      *                 image; a delete, and the retired side of a
      *                 merge, carry the key only (plus the surviving
      *                 ID for a merge).  The same image is kept on
      *                 CRMHIST for a resend.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/07/2026 DCO   ORIGINAL COPYBOOK.
      ******************************************************************
       01  CF-FEED-RECORD.
           05  CF-REC-TYPE             PIC X(02).
               88  CF-TYPE-HEADER                VALUE "HD".
               88  CF-TYPE-DETAIL                VALUE "DT".
               88  CF-TYPE-TRAILER               VALUE "TR".
           05  CF-SEQ-NO               PIC 9(09).
           05  CF-ACTION-CODE          PIC X(01).
               88  CF-ACTION-ADD                 VALUE "A".
               88  CF-ACTION-CHANGE              VALUE "C".
               88  CF-ACTION-DELETE              VALUE "D".
               88  CF-ACTION-REUSE               VALUE "R".
               88  CF-ACTION-MERGE               VALUE "M".
           05  CF-CUST-ID              PIC X(06).
           05  CF-CHANGE-DATE          PIC 9(08).
           05  CF-CHANGE-TIME          PIC 9(06).
           05  CF-CUST-NAME            PIC X(30).
           05  CF-CUST-ADDR-1          PIC X(30).
           05  CF-CUST-ADDR-2          PIC X(30).
           05  CF-CUST-CITY            PIC X(20).
           05  CF-CUST-STATE           PIC X(02).
           05  CF-CUST-ZIP             PIC X(10).
           05  CF-MERGED-INTO-ID       PIC X(06).
           05  FILLER                   PIC X(20).
       01  CF-HEADER-RECORD REDEFINES CF-FEED-RECORD.
           05  FILLER                   PIC X(02).
           05  CFH-FEED-NO             PIC 9(07).
           05  CFH-FEED-DATE           PIC 9(08).
           05  CFH-FIRST-SEQ-NO        PIC 9(09).
           05  CFH-RESEND-FROM-SEQ-NO  PIC 9(09).
           05  FILLER                   PIC X(145).
       01  CF-TRAILER-RECORD REDEFINES CF-FEED-RECORD.
           05  FILLER                   PIC X(02).
           05  CFT-FEED-NO             PIC 9(07).
           05  CFT-RECORD-COUNT        PIC 9(09).
           05  CFT-LAST-SEQ-NO         PIC 9(09).
           05  FILLER                   PIC X(153).
