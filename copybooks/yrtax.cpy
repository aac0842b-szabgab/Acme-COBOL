      ******************************************************************
      *    COPYBOOK:    YRTAX
      *    AUTHOR:      D. OKONKWO
      *    DATE-WRITTEN: 10/14/2026
      *    DESCRIPTION: Annual-reporting interface record for the tax
      *                 team, written by YEAREND to YRTAX + CCYY at
      *                 the year-end close, or to YRTAX + CCYY + "C"
      *                 + customer ID for a one-customer correction.
      *                 Fixed width, 200 bytes, in customer order: one
      *                 "HD" header naming the tax year and whether
      *                 the file is the original or a correction, one
      *                 "DT" per customer with the name, address and
      *                 frozen year-end figures, and one "TR" trailer
      *                 with the detail and record counts and the
      *                 amount totals.  Amounts are signed, sign
      *                 leading separate, as on the Finance export.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/14/2026 DCO   ORIGINAL COPYBOOK.
      ******************************************************************
       01  TX-TAX-RECORD.
           05  TX-REC-TYPE             PIC X(02).
               88  TX-TYPE-HEADER                 VALUE "HD".
               88  TX-TYPE-DETAIL                 VALUE "DT".
               88  TX-TYPE-TRAILER                VALUE "TR".
           05  TX-CUST-ID              PIC X(06).
           05  TX-REC-DATA             PIC X(192).
       01  TX-HEADER-RECORD REDEFINES TX-TAX-RECORD.
           05  FILLER                   PIC X(08).
           05  TXH-TAX-YEAR            PIC 9(04).
           05  TXH-FILE-TYPE           PIC X(01).
               88  TXH-ORIGINAL                   VALUE "O".
               88  TXH-CORRECTION                 VALUE "C".
           05  TXH-CREATED-DATE        PIC 9(08).
           05  TXH-CREATED-TIME        PIC 9(08).
           05  TXH-SENDER-ID           PIC X(10).
           05  FILLER                   PIC X(161).
       01  TX-DETAIL-RECORD REDEFINES TX-TAX-RECORD.
           05  FILLER                   PIC X(08).
           05  TXD-CUST-NAME           PIC X(30).
           05  TXD-ADDR-1              PIC X(30).
           05  TXD-ADDR-2              PIC X(30).
           05  TXD-CITY                PIC X(20).
           05  TXD-STATE               PIC X(02).
           05  TXD-ZIP                 PIC X(10).
           05  TXD-CLOSING-BALANCE     PIC S9(09)V99 SIGN LEADING
                                                        SEPARATE.
           05  TXD-YTD-AMOUNT          PIC S9(09)V99 SIGN LEADING
                                                        SEPARATE.
           05  TXD-SVC-CHARGES         PIC S9(09)V99 SIGN LEADING
                                                        SEPARATE.
           05  TXD-REVERSALS           PIC S9(09)V99 SIGN LEADING
                                                        SEPARATE.
           05  TXD-LAST-POSTED-DATE    PIC 9(08).
           05  FILLER                   PIC X(14).
       01  TX-TRAILER-RECORD REDEFINES TX-TAX-RECORD.
           05  FILLER                   PIC X(08).
           05  TXT-TAX-YEAR            PIC 9(04).
           05  TXT-DETAIL-COUNT        PIC 9(09).
           05  TXT-RECORD-COUNT        PIC 9(09).
           05  TXT-TOTAL-CLOSING       PIC S9(13)V99 SIGN LEADING
                                                        SEPARATE.
           05  TXT-TOTAL-YTD           PIC S9(13)V99 SIGN LEADING
                                                        SEPARATE.
           05  TXT-TOTAL-SVC           PIC S9(13)V99 SIGN LEADING
                                                        SEPARATE.
           05  TXT-TOTAL-REVERSALS     PIC S9(13)V99 SIGN LEADING
                                                        SEPARATE.
           05  FILLER                   PIC X(106).
