      ******************************************************************
      *    COPYBOOK:    GLMAPREC
      *    AUTHOR:      D. OKONKWO
      *    DATE-WRITTEN: 09/14/2026
      *    DESCRIPTION: GL account-mapping record.  Keyed by
      *                 GM-SOURCE-CODE on the GLMAP indexed file, one
      *                 record per posting source (the branch code
      *                 CONSOL stamps on each TRANS-IN record, "SC"
      *                 for the service-charge run): the GL clearing
      *                 account the source's money moves through and
      *                 the customer-ledger control account CUSTBAL
      *                 is proved against.  Key "**" is the default
      *                 entry for a source with no record of its own
      *                 (and for "??", postings that carry no source).
      *                 Maintained by GLMAINT (supervisors only); read
      *                 by GLPOST when it builds the daily GL journal.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    09/14/2026 DCO   ORIGINAL COPYBOOK.
      ******************************************************************
       01  GM-GL-MAP-RECORD.
           05  GM-SOURCE-CODE          PIC X(02).
               88  GM-DEFAULT-ENTRY               VALUE "**".
           05  GM-DESCRIPTION          PIC X(20).
           05  GM-CLEARING-ACCOUNT     PIC X(10).
           05  GM-CONTROL-ACCOUNT      PIC X(10).
           05  FILLER                   PIC X(18).
