      *                     TI-NUM1/TI-NUM2 (ADDING NEGATES THEM) AND
      *                     ITS OWN SERIAL FOR DUPLICATE PROTECTION.
      *                     RECORD GREW 47 TO 58.
      *    09/10/2026 DCO   ADDED TI-TRANS-CODE, THE TRANSACTION TYPE
      *                     (PAYMENT, PURCHASE, FEE, ADJUSTMENT ...)
      *                     OFF THE TRANCODE TABLE.  ADDING EDITS THE
      *                     AMOUNT AGAINST THE CODE'S ALLOWED SIGN AND
      *                     MAXIMUM.  A REVERSAL CARRIES THE CODE OF
      *                     THE POSTING IT BACKS OUT.  RECORD GREW 58
      *                     TO 60.
      ******************************************************************
       01  TI-TRANS-RECORD.
           05  TI-REC-TYPE             PIC X(01).
           05  TI-TRANS-SERIAL         PIC 9(09).
           05  TI-ORIG-SOURCE-CODE     PIC X(02).
           05  TI-ORIG-SERIAL          PIC 9(09).
           05  TI-TRANS-CODE           PIC X(03).
       01  TI-TRANS-RECORD-X REDEFINES TI-TRANS-RECORD.
           05  FILLER                   PIC X(01).
           05  TI-NUM1-X               PIC X(10).
           05  TI-NUM2-X               PIC X(10).
           05  FILLER                   PIC X(27).
           05  TI-ORIG-SERIAL-X        PIC X(09).
           05  FILLER                   PIC X(03).
       01  TI-HEADER-RECORD REDEFINES TI-TRANS-RECORD.
           05  FILLER                   PIC X(01).
           05  TIH-EXTRACT-DATE        PIC 9(08).
           05  FILLER                   PIC X(51).
       01  TI-TRAILER-RECORD REDEFINES TI-TRANS-RECORD.
           05  FILLER                   PIC X(01).
           05  TIT-RECORD-COUNT        PIC 9(09).
           05  TIT-AMOUNT-HASH         PIC S9(11)V99 SIGN LEADING
                                                       SEPARATE.
           05  FILLER                   PIC X(36).
