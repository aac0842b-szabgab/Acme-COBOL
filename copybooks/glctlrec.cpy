      ******************************************************************
      *    COPYBOOK:    GLCTLREC
      *    AUTHOR:      D. OKONKWO
      *    DATE-WRITTEN: 09/14/2026
      *    DESCRIPTION: Single-record GL control file (GLCTL).  GLPOST
      *                 keeps the CUSTBAL total it proved at the close
      *                 of each business date here; the next business
      *                 date's trial balance starts from it.  The
      *                 total before that is kept too, so a rerun of
      *                 the same business date proves against the same
      *                 starting point instead of its own first run.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    09/14/2026 DCO   ORIGINAL COPYBOOK.
      ******************************************************************
       01  GC-GL-CONTROL-RECORD.
           05  GC-CLOSE-DATE           PIC 9(08).
           05  GC-CLOSE-TOTAL          PIC S9(11)V99.
           05  GC-PRIOR-DATE           PIC 9(08).
           05  GC-PRIOR-TOTAL          PIC S9(11)V99.
           05  GC-SET-TIME             PIC 9(08).
           05  FILLER                   PIC X(10).
