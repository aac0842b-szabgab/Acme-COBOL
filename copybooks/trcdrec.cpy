      ******************************************************************
      *    COPYBOOK:    TRCDREC
      *    AUTHOR:      D. OKONKWO
      *    DATE-WRITTEN: 09/10/2026
      *    DESCRIPTION: Transaction-code record.  Keyed by
      *                 TC-TRANS-CODE on the TRANCODE indexed file,
      *                 one record per transaction type a TRANS-IN
      *                 detail may carry: a description for the
      *                 reports and statements, the sign the amount
      *                 must have, and the largest single amount the
      *                 code may post.  Sign follows the balance: a
      *                 credit (payment) posts positive, a debit
      *                 (purchase, fee) posts negative.  A zero
      *                 maximum means the code has no ceiling.
      *                 Maintained by TRCMAINT (supervisors only);
      *                 read by ADDING's code edit, REJFIX, ADDRPT
      *                 and STMTRUN.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    09/10/2026 DCO   ORIGINAL COPYBOOK.
      ******************************************************************
       01  TC-TRANS-CODE-RECORD.
           05  TC-TRANS-CODE           PIC X(03).
           05  TC-DESCRIPTION          PIC X(20).
           05  TC-SIGN-RULE            PIC X(01).
               88  TC-SIGN-CREDIT                 VALUE "C".
               88  TC-SIGN-DEBIT                  VALUE "D".
               88  TC-SIGN-EITHER                 VALUE "E".
               88  TC-SIGN-VALID                  VALUE "C" "D" "E".
           05  TC-MAX-AMOUNT           PIC 9(07)V99.
           05  FILLER                   PIC X(07).
