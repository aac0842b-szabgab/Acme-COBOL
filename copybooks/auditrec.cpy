      *    08/21/2026 DCO   ADDED AL-CUST-ID SO THE AUDIT HISTORY
      *                     CAN BE READ BACK PER CUSTOMER -- THE
      *                     STMTRUN STATEMENT RUN IS BUILT ON IT.
      *    09/10/2026 DCO   ADDED AL-TRANS-CODE OUT OF THE FILLER SO
      *                     ADDRPT AND STMTRUN CAN TOTAL AND DESCRIBE
      *                     POSTINGS BY TRANSACTION TYPE.  RECORD
      *                     LENGTH UNCHANGED.
      *    09/14/2026 DCO   ADDED AL-SOURCE-CODE OUT OF THE FILLER SO
      *                     GLPOST CAN SUMMARIZE THE DAY'S POSTINGS
      *                     BY SENDING BRANCH FOR THE GL JOURNAL.
      *                     RECORD LENGTH UNCHANGED.
      *    09/30/2026 DCO   ADDED AL-TRANS-SERIAL OUT OF THE FILLER SO
      *                     A POSTING CAN BE TRACED FROM THE AUDIT
      *                     HISTORY TO POSTEDKY AND THE FINANCE
      *                     ACKNOWLEDGMENT (DISPUTE).  RECORD LENGTH
      *                     UNCHANGED.
      ******************************************************************
       01  AL-AUDIT-RECORD.
           05  AL-OPERATOR-ID          PIC X(08).
           05  AL-NUM2                 PIC S9(7)V99.
           05  AL-RESULT               PIC S9(7)V99.
           05  AL-CUST-ID              PIC X(06).
           05  AL-TRANS-CODE           PIC X(03).
           05  AL-SOURCE-CODE          PIC X(02).
           05  AL-TRANS-SERIAL         PIC 9(09).
