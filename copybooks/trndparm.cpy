      ******************************************************************
      *    COPYBOOK:    TRNDPARM
      *    AUTHOR:      D. OKONKWO
      *    DATE-WRITTEN: 10/12/2026
      *    DESCRIPTION: Batch-window parameter record, the single
      *                 record on the TRNDPARM file.  The window the
      *                 overnight chain must fit in (start and end,
      *                 HHMM), how far past its average a step must
      *                 run, and how far its reject rate must jump,
      *                 before the STEPTRND trend report flags the
      *                 night, and how many days of STEPSTAT and
      *                 BRTOTHST history are kept.  Maintained by
      *                 TRNDMAINT; a zero field means the STEPTRND
      *                 default for it.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/12/2026 DCO   ORIGINAL COPYBOOK.
      ******************************************************************
       01  TP-TREND-PARM-RECORD.
           05  TP-WINDOW-START         PIC 9(04).
           05  TP-WINDOW-END           PIC 9(04).
           05  TP-LONG-RUN-PCT         PIC 9(03).
           05  TP-MIN-FLAG-SECONDS     PIC 9(05).
           05  TP-REJECT-SPIKE-PCT     PIC 9(03).
           05  TP-RETENTION-DAYS       PIC 9(03).
           05  FILLER                   PIC X(18).
