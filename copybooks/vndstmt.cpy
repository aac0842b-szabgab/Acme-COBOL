      ******************************************************************
      *    COPYBOOK:    VNDSTMT
      *    AUTHOR:      D. OKONKWO
      *    DATE-WRITTEN: 09/28/2026
      *    DESCRIPTION: Print-vendor statement interface record,
      *                 written by STMTRUN to the dated VNDSTMT
      *                 generation the outside print-and-mail vendor
      *                 loads.  Fixed width, 150 bytes, presorted by
      *                 ZIP code: one "HD" header, then for each
      *                 statement an "AD" name-and-address block, an
      *                 "OB" opening balance, one "DL" per posted
      *                 transaction and a "CB" closing balance with
      *                 the statement's page count, and one "TR"
      *                 trailer with the statement, page and record
      *                 counts the vendor acknowledges back (VNDACK).
      *                 Amounts are signed, sign leading separate, as
      *                 on the Finance export.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    09/28/2026 DCO   ORIGINAL COPYBOOK.
      ******************************************************************
       01  VS-VENDOR-RECORD.
           05  VS-REC-TYPE             PIC X(02).
               88  VS-TYPE-HEADER                 VALUE "HD".
               88  VS-TYPE-ADDRESS                VALUE "AD".
               88  VS-TYPE-OPENING                VALUE "OB".
               88  VS-TYPE-DETAIL                 VALUE "DL".
               88  VS-TYPE-CLOSING                VALUE "CB".
               88  VS-TYPE-TRAILER                VALUE "TR".
           05  VS-CUST-ID              PIC X(06).
           05  VS-REC-DATA             PIC X(142).
       01  VS-HEADER-RECORD REDEFINES VS-VENDOR-RECORD.
           05  FILLER                   PIC X(08).
           05  VSH-FILE-DATE           PIC 9(08).
           05  VSH-CREATED-DATE        PIC 9(08).
           05  VSH-CREATED-TIME        PIC 9(08).
           05  VSH-SENDER-ID           PIC X(10).
           05  VSH-STMT-PERIOD         PIC 9(06).
           05  FILLER                   PIC X(102).
       01  VS-ADDRESS-RECORD REDEFINES VS-VENDOR-RECORD.
           05  FILLER                   PIC X(08).
           05  VSA-CUST-NAME           PIC X(30).
           05  VSA-ADDR-1              PIC X(30).
           05  VSA-ADDR-2              PIC X(30).
           05  VSA-CITY                PIC X(20).
           05  VSA-STATE               PIC X(02).
           05  VSA-ZIP                 PIC X(10).
           05  FILLER                   PIC X(20).
       01  VS-OPENING-RECORD REDEFINES VS-VENDOR-RECORD.
           05  FILLER                   PIC X(08).
           05  VSO-STMT-DATE           PIC 9(08).
           05  VSO-PRIOR-PERIOD        PIC 9(06).
           05  VSO-OPEN-BAL            PIC S9(09)V99 SIGN LEADING
                                                        SEPARATE.
           05  VSO-SNAPSHOT-FLAG       PIC X(01).
               88  VSO-NO-SNAPSHOT                VALUE "N".
           05  FILLER                   PIC X(115).
       01  VS-DETAIL-RECORD REDEFINES VS-VENDOR-RECORD.
           05  FILLER                   PIC X(08).
           05  VSD-POST-DATE           PIC 9(08).
           05  VSD-TRANS-CODE          PIC X(03).
           05  VSD-DESCRIPTION         PIC X(20).
           05  VSD-NUM1                PIC S9(07)V99 SIGN LEADING
                                                        SEPARATE.
           05  VSD-NUM2                PIC S9(07)V99 SIGN LEADING
                                                        SEPARATE.
           05  VSD-RESULT              PIC S9(07)V99 SIGN LEADING
                                                        SEPARATE.
           05  FILLER                   PIC X(81).
       01  VS-CLOSING-RECORD REDEFINES VS-VENDOR-RECORD.
           05  FILLER                   PIC X(08).
           05  VSC-ACTIVITY            PIC S9(11)V99 SIGN LEADING
                                                        SEPARATE.
           05  VSC-CLOSE-BAL           PIC S9(09)V99 SIGN LEADING
                                                        SEPARATE.
           05  VSC-DETAIL-COUNT        PIC 9(05).
           05  VSC-PAGE-COUNT          PIC 9(03).
           05  VSC-PROVED-FLAG         PIC X(01).
               88  VSC-PROVED                     VALUE "Y".
           05  FILLER                   PIC X(107).
       01  VS-TRAILER-RECORD REDEFINES VS-VENDOR-RECORD.
           05  FILLER                   PIC X(08).
           05  VST-FILE-DATE           PIC 9(08).
           05  VST-STMT-COUNT          PIC 9(07).
           05  VST-PAGE-COUNT          PIC 9(09).
           05  VST-RECORD-COUNT        PIC 9(09).
           05  FILLER                   PIC X(109).
