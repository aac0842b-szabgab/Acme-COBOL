      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    07/29/2026 DCO   ORIGINAL COPYBOOK.
      *    10/14/2026 DCO   CB-YTD-SVC-CHARGES AND CB-YTD-REVERSALS
      *                     TAKEN FROM THE FILLER FOR THE YEAR-END
      *                     CLOSE.  THEY ROLL OVER WITH CB-YTD-AMOUNT.
      *                     A RECORD WRITTEN BEFORE THEY EXISTED HOLDS
      *                     SPACES THERE, WHICH COUNTS AS ZERO.  EACH
      *                     HOLDS UP TO 99,999.99 FOR THE YEAR, WHICH
      *                     IS WHAT THE 15-BYTE FILLER LEFT ROOM FOR.
      ******************************************************************
       01  CB-CUST-BALANCE-RECORD.
           05  CB-CUST-ID              PIC X(06).
           05  CB-MTD-AMOUNT           PIC S9(09)V99.
           05  CB-YTD-AMOUNT           PIC S9(09)V99.
           05  CB-LAST-POSTED-DATE     PIC 9(08).
           05  CB-YTD-SVC-CHARGES      PIC S9(05)V99.
           05  CB-YTD-REVERSALS        PIC S9(05)V99.
           05  FILLER                   PIC X(01).
