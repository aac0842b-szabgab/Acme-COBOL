      *    08/24/2026 DCO   WIDENED RJ-RECORD-IMAGE TO THE NEW
      *                     58-BYTE TRANS-IN RECORD (REVERSAL
      *                     FIELDS).
      *    09/10/2026 DCO   WIDENED RJ-RECORD-IMAGE TO THE NEW
      *                     60-BYTE TRANS-IN RECORD (TRANSACTION
      *                     CODE).  LINE GREW 139 TO 141.
      ******************************************************************
       01  RJ-REJECT-LINE.
           05  FILLER                   PIC X(01)  VALUE SPACE.
           05  FILLER                   PIC X(02)  VALUE SPACE.
           05  RJ-REASON                PIC X(40).
           05  FILLER                   PIC X(02)  VALUE SPACE.
           05  RJ-RECORD-IMAGE          PIC X(60).
