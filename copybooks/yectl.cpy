      ******************************************************************
      *    COPYBOOK:    YECTL
      *    AUTHOR:      D. OKONKWO
      *    DATE-WRITTEN: 10/14/2026
      *    DESCRIPTION: Single-record year-end control file (YECTL),
      *                 the VNDCTL pattern.  YEAREND records the last
      *                 year it closed and that run's counts, so the
      *                 same year is never closed twice, and the date
      *                 and running count of one-customer corrections.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/14/2026 DCO   ORIGINAL COPYBOOK.
      ******************************************************************
       01  YC-YEAR-END-CONTROL-RECORD.
           05  YC-LAST-YEAR-CLOSED     PIC 9(04).
           05  YC-CLOSED-DATE          PIC 9(08).
           05  YC-CUSTOMERS-FROZEN     PIC 9(07).
           05  YC-LETTERS-PRINTED      PIC 9(07).
           05  YC-TAX-RECORDS          PIC 9(07).
           05  YC-TOTAL-CLOSING        PIC S9(11)V99.
           05  YC-LAST-CORRECTION-DATE PIC 9(08).
           05  YC-CORRECTIONS          PIC 9(05).
           05  FILLER                   PIC X(11).
