      *                     WHETHER THE RESEND ALREADY HAPPENED
      *                     INSTEAD OF SKIPPING IT (WHICH QUIETLY
      *                     DROPPED QUEUED ITEMS) OR DOUBLING IT.
      *    10/15/2026 DCO   ADDED THE HELD/PARKED COUNTS (RS-CUM-HELD
      *                     THROUGH RS-CUM-RESUB-PARKED) SO A RESTART
      *                     RUN'S STEP-STATUS IN/OUT STILL AGREES WITH
      *                     CONSOL AT DAYCLOSE.
      ******************************************************************
       01  RS-RESTART-RECORD.
           05  RS-RUN-DATE             PIC 9(08).
           05  RS-CUM-RESULT-SUM       PIC S9(09)V99.
           05  RS-PEND-RESENT-SW       PIC X(01).
               88  RS-PEND-RESENT                 VALUE "Y".
           05  RS-CUM-HELD             PIC 9(08).
           05  RS-CUM-PARKED           PIC 9(08).
           05  RS-CUM-WHSE-HELD        PIC 9(08).
           05  RS-CUM-RESUB-HELD       PIC 9(08).
           05  RS-CUM-RESUB-PARKED     PIC 9(08).
