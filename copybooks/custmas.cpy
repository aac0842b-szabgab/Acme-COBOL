      *                     REORGANIZATION CAN PHYSICALLY PURGE
      *                     CUSTOMERS LEFT IN CM-STATUS-DELETED
      *                     PAST THE RETENTION PERIOD.
      *    09/08/2026 DCO   ADDED CM-CREDIT-LIMIT OUT OF THE FILLER
      *                     -- HOW FAR BELOW ZERO ADDING MAY TAKE
      *                     THE CUSTOMER'S BALANCE BEFORE A DEBIT IS
      *                     HELD FOR A SUPERVISOR.  ZERO OR BLANK
      *                     (RECORDS WRITTEN BEFORE THE FIELD) MEANS
      *                     NO LIMIT IS SET.
      *    09/18/2026 DCO   CM-STATUS-DATE IS NOW ALSO STAMPED WHEN
      *                     A CHANGE ALTERS THE NAME OR ADDRESS, SO
      *                     TXNMON CAN FLAG ACTIVITY THAT FOLLOWS A
      *                     RECENT IDENTITY CHANGE.
      *    09/22/2026 DCO   ADDED CM-MERGED-INTO-ID OUT OF THE FILLER.
      *                     CUSTMRG SETS IT ON A DUPLICATE CUSTOMER IT
      *                     RETIRES (CM-STATUS-DELETED) TO NAME THE
      *                     SURVIVING ID; ADDING POSTS WORK STILL
      *                     ARRIVING UNDER THE OLD ID TO THE SURVIVOR.
      *                     BLANK ON EVERY OTHER RECORD.
      ******************************************************************
       01  CUSTOMER-MASTER-RECORD.
           05  CM-CUST-ID              PIC X(06).
               88  CM-STATUS-ACTIVE              VALUE "A".
               88  CM-STATUS-DELETED             VALUE "D".
           05  CM-STATUS-DATE          PIC 9(08).
           05  CM-CREDIT-LIMIT         PIC 9(05)V99.
           05  CM-CREDIT-LIMIT-X REDEFINES CM-CREDIT-LIMIT
                                       PIC X(07).
           05  CM-MERGED-INTO-ID       PIC X(06).
