      ******************************************************************
      *    COPYBOOK:    SIGNON
      *    AUTHOR:      D. OKONKWO
      *    DATE-WRITTEN: 10/02/2026
      *    DESCRIPTION: Sign-on area passed to the shared SIGNON
      *                 subprogram.  The caller fills in its program
      *                 id, the operator class it requires and the
      *                 SECEXCPT reason for a wrong-class sign-on,
      *                 then CALL "SIGNON" USING SO-SIGNON-AREA.
      *                 SIGNON OWNS the OPERSEC and PWDHIST files,
      *                 the three-tries prompt, the lockout, the
      *                 expiry and forced-change rules and the
      *                 SECEXCPT entries, the same division of labor
      *                 as ERRMGR and its problem log.  It hands
      *                 back the signed-on operator and a return
      *                 code: 00 signed on, 08 refused, 16 the
      *                 security file could not be opened.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/02/2026 DCO   ORIGINAL COPYBOOK.
      ******************************************************************
       01  SO-SIGNON-AREA.
           05  SO-PROGRAM-ID           PIC X(08).
           05  SO-REQUIRED-CLASS       PIC X(01).
               88  SO-ANY-CLASS                   VALUE SPACE.
               88  SO-SUPERVISORS-ONLY            VALUE "S".
           05  SO-RESTRICTED-REASON    PIC X(33).
           05  SO-OPER-ID              PIC X(08).
           05  SO-OPER-NAME            PIC X(30).
           05  SO-OPER-CLASS           PIC X(01).
               88  SO-CLASS-SUPERVISOR            VALUE "S".
           05  SO-RETURN-CODE          PIC 9(02).
               88  SO-SIGNED-ON                   VALUE 0.
