      ******************************************************************
      *    COPYBOOK:    COAREC
      *    AUTHOR:      D. OKONKWO
      *    DATE-WRITTEN: 10/09/2026
      *    DESCRIPTION: Postal change-of-address service return file
      *                 (COAIN), read by COAPOST.  One HD header naming
      *                 the service's file date and file number, one
      *                 DT detail per mover we sent them, and one TR
      *                 trailer with the detail count.  A detail gives
      *                 the name and the old address as we hold them
      *                 and either the new address (result "A") or
      *                 "moved, left no forwarding address" (result
      *                 "N", new address blank).
      ******************************************************************
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/09/2026 DCO   ORIGINAL COPYBOOK.
      ******************************************************************
       01  CA-COA-RECORD.
           05  CA-REC-TYPE             PIC X(02).
               88  CA-TYPE-HEADER                VALUE "HD".
               88  CA-TYPE-DETAIL                VALUE "DT".
               88  CA-TYPE-TRAILER               VALUE "TR".
           05  CA-RESULT-CODE          PIC X(01).
               88  CA-NEW-ADDRESS                VALUE "A".
               88  CA-NO-FORWARDING              VALUE "N".
           05  CA-MOVE-DATE            PIC 9(08).
           05  CA-NAME                 PIC X(30).
           05  CA-OLD-ADDRESS.
               10  CA-OLD-ADDR-1       PIC X(30).
               10  CA-OLD-ADDR-2       PIC X(30).
               10  CA-OLD-CITY         PIC X(20).
               10  CA-OLD-STATE        PIC X(02).
               10  CA-OLD-ZIP          PIC X(10).
           05  CA-NEW-ADDRESS-FIELDS.
               10  CA-NEW-ADDR-1       PIC X(30).
               10  CA-NEW-ADDR-2       PIC X(30).
               10  CA-NEW-CITY         PIC X(20).
               10  CA-NEW-STATE        PIC X(02).
               10  CA-NEW-ZIP          PIC X(10).
           05  FILLER                   PIC X(15).
       01  CA-HEADER-RECORD REDEFINES CA-COA-RECORD.
           05  FILLER                   PIC X(02).
           05  CAH-FILE-DATE           PIC 9(08).
           05  CAH-FILE-NO             PIC 9(07).
           05  CAH-SERVICE-ID          PIC X(10).
           05  FILLER                   PIC X(213).
       01  CA-TRAILER-RECORD REDEFINES CA-COA-RECORD.
           05  FILLER                   PIC X(02).
           05  CAT-RECORD-COUNT        PIC 9(09).
           05  FILLER                   PIC X(229).
