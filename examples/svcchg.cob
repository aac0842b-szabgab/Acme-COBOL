003670*                     ARE LEFT STANDING FOR TONIGHT'S MERGE
003680*                     AND RAISED AS A SEVERITY-8 PROBLOG
003690*                     ENTRY, NOT SILENTLY OVERWRITTEN.
003691*    09/10/2026 DCO   EACH CHARGE DETAIL NOW CARRIES THE "SVC"
003692*                     TRANSACTION CODE; THE TRANCODE TABLE MUST
003693*                     HOLD SVC AS A DEBIT CODE OR ADDING REJECTS
003694*                     THE CHARGES.  EXTRACT RECORDS GREW 58 TO
003695*                     60.
003700******************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
005900 FD  CUSTOMER-BALANCE.
006000 COPY "balrec.cpy".
006100 FD  SVC-EXTRACT.
006200 01  SX-FILE-RECORD              PIC X(60).
006210 FD  POSTED-KEYS.
006220 COPY "postkey.cpy".
006300 WORKING-STORAGE SECTION.
023600     COMPUTE TI-TRANS-SERIAL =
023700         WS-SERIAL-MMDD * 100000 + WS-SERIAL-SEQ.
023800     MOVE ZERO TO TI-ORIG-SERIAL.
023810     MOVE "SVC" TO TI-TRANS-CODE.
023900     WRITE SX-FILE-RECORD FROM TI-TRANS-RECORD.
024000     ADD 1 TO WS-RECORD-COUNT.
024100     ADD TI-NUM1 TO WS-AMOUNT-HASH.
