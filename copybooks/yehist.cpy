      ******************************************************************
      *    COPYBOOK:    YEHIST
      *    AUTHOR:      D. OKONKWO
      *    DATE-WRITTEN: 10/14/2026
      *    DESCRIPTION: Year-end frozen balance record.  Keyed by
      *                 customer plus year on the YEHIST indexed file,
      *                 the yearly counterpart of BALHIST.  YEAREND
      *                 copies every CB-CUST-BALANCE-RECORD here on
      *                 the last business day of the year, before
      *                 ADDING's first January posting rolls the YTD
      *                 figures over.  The annual summary letter and
      *                 the YRTAX file for the tax team are both
      *                 produced from this record.  A correction run
      *                 stamps the date and bumps the count.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/14/2026 DCO   ORIGINAL COPYBOOK.
      ******************************************************************
       01  YH-YEAR-END-RECORD.
           05  YH-HIST-KEY.
               10  YH-CUST-ID          PIC X(06).
               10  YH-YEAR             PIC 9(04).
           05  YH-CLOSING-BALANCE      PIC S9(09)V99.
           05  YH-YTD-AMOUNT           PIC S9(09)V99.
           05  YH-SVC-CHARGES          PIC S9(09)V99.
           05  YH-REVERSALS            PIC S9(09)V99.
           05  YH-LAST-POSTED-DATE     PIC 9(08).
           05  YH-FROZEN-DATE          PIC 9(08).
           05  YH-CORRECTED-DATE       PIC 9(08).
           05  YH-CORRECTION-COUNT     PIC 9(03).
           05  FILLER                   PIC X(10).
