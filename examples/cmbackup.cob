002495*                     RAW MACHINE DATE SPLIT THE STEPSTAT FILE
002496*                     ACROSS TWO DATES ON WEEKEND RUNS AND
002497*                     MADE DAYCLOSE FALSE-NO-GO THE NIGHT.
002498*    09/22/2026 DCO   A CUSTOMER RETIRED BY A CUSTMRG MERGE IS
002499*                     NEVER PURGED - ITS CM-MERGED-INTO-ID IS THE
002500*                     ALIAS ADDING FOLLOWS FOR WORK STILL SENT
002501*                     UNDER THE OLD ID.
002502******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. ACME-SYSTEM.
005100     05  FILLER                   PIC X(122).
005200     05  BK-CUST-STATUS          PIC X(01).
005300     05  BK-STATUS-DATE          PIC 9(08).
005400     05  FILLER                   PIC X(07).
005410     05  BK-MERGED-INTO-ID       PIC X(06).
005500 01  WS-PRINT-FUNCTION           PIC X(04).
005600 01  WS-PRINT-FILENAME           PIC X(20)  VALUE "CMBKPRPT".
005700 01  WS-PM-RETURN-CODE           PIC 9(02).
019300* VERIFIED BACKUP.  DELETED CUSTOMERS PAST THE RETENTION     *
019400* PERIOD ARE PURGED HERE - THE DELETE IN HELLO ONLY FLIPS    *
019500* THE STATUS BYTE, THIS IS WHERE THEY PHYSICALLY LEAVE.      *
019510* A CUSTOMER RETIRED BY A MERGE STAYS AS THE ALIAS.          *
019600*-----------------------------------------------------------*
019700 3000-RELOAD-AND-PURGE.
019800     OPEN INPUT BACKUP-FILE.
021200     END-READ.
021300     IF BK-CUST-STATUS = "D" AND BK-STATUS-DATE NUMERIC
021400             AND BK-STATUS-DATE > ZERO
021410             AND BK-MERGED-INTO-ID = SPACE
021500         COMPUTE WS-DEL-AGE-DAYS =
021600             FUNCTION INTEGER-OF-DATE (CR-RUN-DATE-YMD)
021700             - FUNCTION INTEGER-OF-DATE (BK-STATUS-DATE)
