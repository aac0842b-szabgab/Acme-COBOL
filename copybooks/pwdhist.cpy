      ******************************************************************
      *    COPYBOOK:    PWDHIST
      *    AUTHOR:      D. OKONKWO
      *    DATE-WRITTEN: 10/02/2026
      *    DESCRIPTION: Password-history record.  Keyed by
      *                 PH-OPER-ID on the PASSWORD-HISTORY indexed
      *                 file (PWDHIST).  Holds the PWDHASH values of
      *                 an operator's last five passwords, newest
      *                 first, so SIGNON can refuse a recent one
      *                 when the operator picks a new password.
      *                 Only hashes are kept, never clear text.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/02/2026 DCO   ORIGINAL COPYBOOK.
      ******************************************************************
       01  PASSWORD-HISTORY-RECORD.
           05  PH-OPER-ID               PIC X(08).
           05  PH-HIST-COUNT            PIC 9(02).
           05  PH-PREV-HASH             PIC X(14)  OCCURS 5 TIMES.
           05  FILLER                    PIC X(10).
