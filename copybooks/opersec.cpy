      *    DATE-WRITTEN: 01/12/2026
      *    DESCRIPTION: Operator security record.  Keyed by
      *                 OS-OPER-ID on the OPERATOR-SECURITY indexed
      *                 file.  Read and updated by the shared SIGNON
      *                 subprogram, which validates an operator
      *                 id/password pair for every console before
      *                 any customer data is displayed, and kept by
      *                 SECADMIN.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *                     COUNTER THAT SURVIVES THE SESSION AND
      *                     LOCKS THE ACCOUNT, AND A LAST-SIGN-ON
      *                     TIMESTAMP.  RECORD GREW 60 TO 90 BYTES.
      *    10/02/2026 DCO   PASSWORDS ARE NO LONGER KEPT IN THE
      *                     CLEAR.  OS-PWD-HASH HOLDS THE ONE-WAY
      *                     PWDHASH VALUE AND OS-PWD-FORMAT SAYS SO;
      *                     THE OLD CLEAR FIELD IS RENAMED
      *                     OS-OLD-PASSWORD AND IS BLANKED BY THE
      *                     ONE-TIME PWDCONV RUN.  OS-MUST-CHANGE-SW
      *                     MAKES A NEW OR RESET ACCOUNT CHOOSE ITS
      *                     OWN PASSWORD AT THE NEXT SIGN-ON.  TAKEN
      *                     FROM FILLER; LENGTH STILL 90.
      ******************************************************************
       01  OPERATOR-SECURITY-RECORD.
           05  OS-OPER-ID               PIC X(08).
           05  OS-OLD-PASSWORD          PIC X(08).
           05  OS-OPER-NAME             PIC X(30).
           05  OS-OPER-STATUS           PIC X(01).
               88  OS-STATUS-ACTIVE               VALUE "A".
           05  OS-BAD-ATTEMPTS          PIC 9(02).
           05  OS-LAST-SIGNON-DATE      PIC 9(08).
           05  OS-LAST-SIGNON-TIME      PIC 9(08).
           05  OS-PWD-HASH              PIC X(14).
           05  OS-PWD-FORMAT            PIC X(01).
               88  OS-PWD-HASHED                  VALUE "H".
           05  OS-MUST-CHANGE-SW        PIC X(01).
               88  OS-MUST-CHANGE                 VALUE "Y".
