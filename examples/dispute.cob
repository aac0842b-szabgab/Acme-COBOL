000100* Customer dispute research package for one customer and range
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. DISPUTE.
000400 AUTHOR. D. OKONKWO.
000500 INSTALLATION. ACME WIDGET CO - CUSTOMER SERVICES.
000600 DATE-WRITTEN. 09/30/2026.
000700 DATE-COMPILED.
000800******************************************************************
000900*    MODIFICATION HISTORY
001000*    DATE       INIT  DESCRIPTION
001100*    09/30/2026 DCO   ORIGINAL PROGRAM.  WHEN A CUSTOMER DISPUTES
001200*                     THEIR ACCOUNT, CUSTOMER SERVICES USED TO
001300*                     PULL CMJRPT, ARCHINQ, THE REJECT REPORTS AND
001400*                     BALTREND SEPARATELY AND STAPLE THEM
001500*                     TOGETHER.  GIVEN ONE CUSTOMER ID AND A DATE
001600*                     RANGE THIS PRINTS THE WHOLE PACKAGE: THE
001700*                     NAME AND ADDRESS HISTORY FROM CUSTJRNL,
001800*                     EVERY POSTING FROM THE AUDARC MONTHS AND THE
001900*                     LIVE AUDITLOG WITH ITS SOURCE CODE AND
002000*                     SERIAL, THE POSTEDKY (REVERSAL) AND FINANCE
002100*                     ACKNOWLEDGMENT STATUS OF EACH SERIAL, EVERY
002200*                     REJECT IN THE RETAINED REJRPT GENERATIONS,
002300*                     AND THE BALHIST CLOSING BALANCES FOR THE
002400*                     MONTHS IN RANGE.  IDS CUSTMRG HAS MERGED
002500*                     INTO THE CUSTOMER ARE RESEARCHED WITH IT.
002600*                     THE PACKAGE IS CATALOGUED THROUGH PRINTMGR
002700*                     UNDER DISP + CUSTOMER ID SO IT CAN BE
002800*                     REPRINTED FOR THE CUSTOMER FILE.
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. ACME-SYSTEM.
003300 OBJECT-COMPUTER. ACME-SYSTEM.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAS"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS CM-CUST-ID
004000         FILE STATUS IS WS-CM-STATUS.
004100     SELECT OPTIONAL CUST-JOURNAL ASSIGN TO "CUSTJRNL"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-CJ-STATUS.
004400     SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO WS-ARCH-ASSIGN-NAME
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-AR-STATUS.
004700     SELECT OPTIONAL AUDIT-LOG ASSIGN TO "AUDITLOG"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-AL-STATUS.
005000     SELECT OPTIONAL POSTED-KEYS ASSIGN TO "POSTEDKY"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS PK-POSTED-KEY
005400         FILE STATUS IS WS-PK-STATUS.
005500     SELECT OPTIONAL PENDING-FILE ASSIGN TO "PENDEXP"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-PX-STATUS.
005800     SELECT OPTIONAL REJECT-RPT ASSIGN TO WS-RJ-ASSIGN-NAME
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-RJ-STATUS.
006100     SELECT OPTIONAL BALANCE-HISTORY ASSIGN TO "BALHIST"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS BH-HIST-KEY
006500         FILE STATUS IS WS-BH-STATUS.
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  CUSTOMER-MASTER.
006900 COPY "custmas.cpy".
007000 FD  CUST-JOURNAL.
007100 01  CJ-FILE-RECORD              PIC X(340).
007200 FD  ARCHIVE-FILE.
007300 01  AR-FILE-RECORD               PIC X(71).
007400 FD  AUDIT-LOG.
007500 01  AL-FILE-RECORD               PIC X(71).
007600 FD  POSTED-KEYS.
007700 COPY "postkey.cpy".
007800 FD  PENDING-FILE.
007900 01  PX-FILE-RECORD               PIC X(85).
008000 FD  REJECT-RPT.
008100 01  RJ-FILE-RECORD               PIC X(141).
008200 FD  BALANCE-HISTORY.
008300 COPY "balhist.cpy".
008400 WORKING-STORAGE SECTION.
008500 COPY "rundate.cpy".
008600 COPY "cmjrec.cpy".
008700 COPY "auditrec.cpy".
008800 COPY "pendrec.cpy".
008900 COPY "expifrec.cpy".
009000 COPY "rejrec.cpy".
009100 COPY "transin.cpy".
009200*    A JOURNAL BEFORE- OR AFTER-IMAGE LAID OUT AS THE MASTER.
009300 01  WS-IMAGE-VIEW.
009400     05  WS-IMG-CUST-ID          PIC X(06).
009500     05  WS-IMG-NAME-ADDR.
009600         10  WS-IMG-NAME         PIC X(30).
009700         10  WS-IMG-ADDR-1       PIC X(30).
009800         10  WS-IMG-ADDR-2       PIC X(30).
009900         10  WS-IMG-CITY         PIC X(20).
010000         10  WS-IMG-STATE        PIC X(02).
010100         10  WS-IMG-ZIP          PIC X(10).
010200     05  WS-IMG-STATUS           PIC X(01).
010300     05  WS-IMG-STATUS-DATE      PIC 9(08).
010400     05  WS-IMG-CREDIT-LIMIT     PIC 9(05)V99.
010500     05  WS-IMG-MERGED-INTO-ID   PIC X(06).
010600 01  WS-BEFORE-NAME-ADDR         PIC X(122).
010700 01  WS-PRINT-FUNCTION           PIC X(04).
010800 01  WS-PRINT-FILENAME           PIC X(20)  VALUE SPACE.
010900 01  WS-PM-RETURN-CODE           PIC 9(02).
011000 01  WS-DATE-FUNCTION            PIC X(04).
011100 01  WS-DATE-FLAG                PIC X(01).
011200 01  WS-DS-RETURN-CODE           PIC 9(02).
011300 01  WS-BUSINESS-DATE            PIC 9(08)  VALUE ZERO.
011400 01  WS-ACK-CUTOFF-DATE          PIC 9(08)  VALUE ZERO.
011500 01  WS-ARCH-ASSIGN-NAME         PIC X(20).
011600 01  WS-ARCH-NAME-PARTS REDEFINES WS-ARCH-ASSIGN-NAME.
011700     05  WS-ARCH-PREFIX          PIC X(06).
011800     05  WS-ARCH-YYYYMM          PIC 9(06).
011900     05  FILLER                   PIC X(08).
012000 01  WS-RJ-ASSIGN-NAME           PIC X(20).
012100 01  WS-RJ-NAME-PARTS REDEFINES WS-RJ-ASSIGN-NAME.
012200     05  WS-RJ-PREFIX            PIC X(06).
012300     05  WS-RJ-DATE              PIC 9(08).
012400     05  FILLER                   PIC X(06).
012500 01  WS-FILE-STATUSES.
012600     05  WS-CM-STATUS            PIC X(02)  VALUE "00".
012700         88  WS-CM-OK                       VALUE "00".
012800     05  WS-CJ-STATUS            PIC X(02)  VALUE "00".
012900         88  WS-CJ-OK                       VALUE "00".
013000     05  WS-AR-STATUS            PIC X(02)  VALUE "00".
013100         88  WS-AR-OK                       VALUE "00".
013200     05  WS-AL-STATUS            PIC X(02)  VALUE "00".
013300         88  WS-AL-OK                       VALUE "00".
013400     05  WS-PK-STATUS            PIC X(02)  VALUE "00".
013500         88  WS-PK-OK                       VALUE "00".
013600     05  WS-PX-STATUS            PIC X(02)  VALUE "00".
013700         88  WS-PX-OK                       VALUE "00".
013800     05  WS-RJ-STATUS            PIC X(02)  VALUE "00".
013900         88  WS-RJ-OK                       VALUE "00".
014000     05  WS-BH-STATUS            PIC X(02)  VALUE "00".
014100         88  WS-BH-OK                       VALUE "00".
014200 01  WS-EOF-SW                   PIC X(01)  VALUE "N".
014300     88  WS-EOF                              VALUE "Y".
014400 01  WS-VALID-FIELD-SW           PIC X(01)  VALUE "Y".
014500     88  WS-VALID-FIELD                      VALUE "Y".
014600 01  WS-CUST-MATCH-SW            PIC X(01)  VALUE "N".
014700     88  WS-CUST-MATCH                       VALUE "Y".
014800 01  WS-PK-OPEN-SW               PIC X(01)  VALUE "N".
014900     88  WS-PK-OPEN                          VALUE "Y".
015000 01  WS-BH-OPEN-SW               PIC X(01)  VALUE "N".
015100     88  WS-BH-OPEN                          VALUE "Y".
015200 01  WS-CUST-ID-ENTRY            PIC X(06).
015300 01  WS-CHECK-ID                 PIC X(06).
015400 01  WS-DATE-ENTRY               PIC X(08).
015500 01  WS-FROM-DATE                PIC 9(08)  VALUE ZERO.
015600 01  WS-TO-DATE                  PIC 9(08)  VALUE ZERO.
015700 01  WS-FROM-YYYYMM              PIC 9(06)  VALUE ZERO.
015800 01  WS-TO-YYYYMM                PIC 9(06)  VALUE ZERO.
015900 01  WS-OPEN-YYYYMM              PIC 9(06)  VALUE ZERO.
016000 01  WS-CUR-YYYYMM               PIC 9(06)  VALUE ZERO.
016100 01  WS-CUR-YYYY                 PIC 9(04)  VALUE ZERO.
016200 01  WS-CUR-MM                   PIC 9(02)  VALUE ZERO.
016300 01  WS-DAY-INT                  PIC 9(07)  COMP  VALUE ZERO.
016400 01  WS-LAST-DAY-INT             PIC 9(07)  COMP  VALUE ZERO.
016500*    IDS CUSTMRG RETIRED INTO THIS CUSTOMER (CM-MERGED-INTO-ID);
016600*    THEIR HISTORY IS THIS CUSTOMER'S HISTORY.
016700 01  WS-ALIAS-MAX                PIC 9(02)  COMP  VALUE 20.
016800 01  WS-ALIAS-COUNT              PIC 9(02)  COMP  VALUE ZERO.
016900 01  WS-ALIAS-OVERFLOW           PIC 9(04)  COMP  VALUE ZERO.
017000 01  WS-ALIAS-TABLE.
017100     05  WS-ALIAS-ID OCCURS 20 TIMES
017200             INDEXED BY ALS-IDX  PIC X(06).
017300*    TONIGHT'S PENDEXP QUEUE -- THE EXPORTS FINANCE HAS NOT YET
017400*    ACKNOWLEDGED OR HAS REJECTED -- KEYED BY SOURCE AND SERIAL.
017500 01  WS-PEND-MAX                 PIC 9(04)  COMP  VALUE 2000.
017600 01  WS-PEND-COUNT               PIC 9(04)  COMP  VALUE ZERO.
017700 01  WS-PEND-OVERFLOW            PIC 9(05)  COMP  VALUE ZERO.
017800 01  WS-PEND-TABLE.
017900     05  WS-PEND-ENTRY OCCURS 2000 TIMES
018000             INDEXED BY PND-IDX.
018100         10  WS-PEND-KEY.
018200             15  WS-PEND-SOURCE  PIC X(02).
018300             15  WS-PEND-SERIAL  PIC 9(09).
018400         10  WS-PEND-QUEUED-DATE PIC 9(08).
018500         10  WS-PEND-REASON      PIC X(20).
018600 01  WS-POSTING-KEY.
018700     05  WS-POSTING-SOURCE       PIC X(02).
018800     05  WS-POSTING-SERIAL       PIC 9(09).
018900 01  WS-POSTED-STATUS            PIC X(11).
019000 01  WS-ACK-STATUS               PIC X(44).
019100 01  WS-JOURNAL-ACTION           PIC X(18).
019200 01  WS-JOURNAL-COUNT            PIC 9(07)  COMP  VALUE ZERO.
019300 01  WS-POSTING-COUNT            PIC 9(07)  COMP  VALUE ZERO.
019400 01  WS-REVERSED-COUNT           PIC 9(07)  COMP  VALUE ZERO.
019500 01  WS-PENDING-HIT-COUNT        PIC 9(07)  COMP  VALUE ZERO.
019600 01  WS-REJECT-COUNT             PIC 9(07)  COMP  VALUE ZERO.
019700 01  WS-GENERATION-COUNT         PIC 9(05)  COMP  VALUE ZERO.
019800 01  WS-PERIODS-FOUND            PIC 9(03)  COMP  VALUE ZERO.
019900 01  WS-COUNT-EDIT               PIC ZZZZZZ9.
019910 01  WS-COUNT-EDIT-2             PIC ZZZZZZ9.
020000 01  WS-AMT-EDIT-1               PIC -ZZZZZZ9.99.
020100 01  WS-AMT-EDIT-2               PIC -ZZZZZZ9.99.
020200 01  WS-AMT-EDIT-3               PIC -ZZZZZZ9.99.
020300 01  WS-BAL-EDIT                 PIC -ZZZZZZZZ9.99.
020400 01  WS-LIMIT-EDIT               PIC ZZZZ9.99.
020500 01  WS-PRINT-WORK               PIC X(132)  VALUE SPACE.
020600 01  WS-RETURN-CODE              PIC 9(02)  COMP  VALUE ZERO.
020700 PROCEDURE DIVISION.
020800 0000-MAINLINE.
020900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021000     IF WS-RETURN-CODE < 16
021100         PERFORM 2000-PRINT-HEADER THRU 2000-EXIT
021200         PERFORM 3000-NAME-HISTORY THRU 3000-EXIT
021300         PERFORM 4000-POSTINGS THRU 4000-EXIT
021400         PERFORM 5000-REJECTS THRU 5000-EXIT
021500         PERFORM 6000-BALANCES THRU 6000-EXIT
021600         PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT
021700     END-IF.
021800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
021900     STOP RUN WS-RETURN-CODE.
022000*-----------------------------------------------------------*
022100* 1000-INITIALIZE - ACCEPT THE CUSTOMER AND THE DATE RANGE,  *
022200* COLLECT THE MERGED ALIAS IDS AND THE PENDING QUEUE, AND    *
022300* OPEN THE PACKAGE UNDER ITS OWN REPORT NAME.                *
022400*-----------------------------------------------------------*
022500 1000-INITIALIZE.
022600     ACCEPT CR-RUN-DATE-YMD FROM DATE YYYYMMDD.
022700     ACCEPT CR-RUN-TIME FROM TIME.
022800     MOVE CR-RUN-DATE-YMD TO CR-MACHINE-DATE-YMD.
022900     COMPUTE WS-OPEN-YYYYMM = CR-RUN-DATE-YMD / 100.
023000     OPEN INPUT CUSTOMER-MASTER.
023100     IF NOT WS-CM-OK
023200         DISPLAY "** Customer master is not available **"
023300         MOVE 16 TO WS-RETURN-CODE
023400         GO TO 1000-EXIT
023500     END-IF.
023600     PERFORM 1100-GET-CUST-ID THRU 1100-EXIT.
023700     PERFORM 1200-GET-DATE-RANGE THRU 1200-EXIT.
023800     PERFORM 1300-LOAD-ALIASES THRU 1300-EXIT.
023900     PERFORM 1400-LOAD-PENDING THRU 1400-EXIT.
024000     PERFORM 1500-RESOLVE-ACK-CUTOFF THRU 1500-EXIT.
024100     OPEN INPUT POSTED-KEYS.
024200     IF WS-PK-OK
024300         SET WS-PK-OPEN TO TRUE
024400     ELSE
024500         CLOSE POSTED-KEYS
024600     END-IF.
024700     OPEN INPUT BALANCE-HISTORY.
024800     IF WS-BH-OK
024900         SET WS-BH-OPEN TO TRUE
025000     ELSE
025100         CLOSE BALANCE-HISTORY
025200     END-IF.
025300     STRING "DISP" DELIMITED BY SIZE
025400             WS-CUST-ID-ENTRY DELIMITED BY SPACE
025500             INTO WS-PRINT-FILENAME.
025600     MOVE "DISPUTE" TO WS-PRINT-WORK.
025700     MOVE "INIT" TO WS-PRINT-FUNCTION.
025800     CALL "PRINTMGR" USING WS-PRINT-FUNCTION WS-PRINT-FILENAME
025900         WS-PRINT-WORK CR-RUN-DATE-YMD WS-PM-RETURN-CODE.
026000 1000-EXIT.
026100     EXIT.
026200*-----------------------------------------------------------*
026300* 1100-GET-CUST-ID - THE CUSTOMER MUST BE ON THE MASTER; A   *
026400* MERGED (RETIRED) ID IS STILL ACCEPTED SO ITS OWN HISTORY   *
026500* CAN BE PULLED.                                             *
026600*-----------------------------------------------------------*
026700 1100-GET-CUST-ID.
026800     MOVE "N" TO WS-VALID-FIELD-SW.
026900     PERFORM UNTIL WS-VALID-FIELD
027000         DISPLAY "Customer ID: "
027100         ACCEPT WS-CUST-ID-ENTRY
027200         IF WS-CUST-ID-ENTRY = SPACE
027300             DISPLAY "** Customer ID cannot be blank **"
027400         ELSE
027500             MOVE WS-CUST-ID-ENTRY TO CM-CUST-ID
027600             READ CUSTOMER-MASTER
027700                 INVALID KEY
027800                     DISPLAY "** Customer is not on the master **"
027900                 NOT INVALID KEY
028000                     SET WS-VALID-FIELD TO TRUE
028100             END-READ
028200         END-IF
028300     END-PERFORM.
028400 1100-EXIT.
028500     EXIT.
028600 1200-GET-DATE-RANGE.
028700     MOVE "N" TO WS-VALID-FIELD-SW.
028800     PERFORM UNTIL WS-VALID-FIELD
028900         DISPLAY "From date (CCYYMMDD): "
029000         ACCEPT WS-DATE-ENTRY
029100         IF WS-DATE-ENTRY NOT NUMERIC
029200             DISPLAY "** Date must be 8 digits - re-enter **"
029300         ELSE
029400             MOVE WS-DATE-ENTRY TO WS-FROM-DATE
029500             SET WS-VALID-FIELD TO TRUE
029600         END-IF
029700     END-PERFORM.
029800     MOVE "N" TO WS-VALID-FIELD-SW.
029900     PERFORM UNTIL WS-VALID-FIELD
030000         DISPLAY "To date (CCYYMMDD):   "
030100         ACCEPT WS-DATE-ENTRY
030200         EVALUATE TRUE
030300             WHEN WS-DATE-ENTRY NOT NUMERIC
030400                 DISPLAY "** Date must be 8 digits - re-enter **"
030500             WHEN FUNCTION NUMVAL (WS-DATE-ENTRY) < WS-FROM-DATE
030600                 DISPLAY "** To date is before from date **"
030700             WHEN OTHER
030800                 MOVE WS-DATE-ENTRY TO WS-TO-DATE
030900                 SET WS-VALID-FIELD TO TRUE
031000         END-EVALUATE
031100     END-PERFORM.
031200     COMPUTE WS-FROM-YYYYMM = WS-FROM-DATE / 100.
031300     COMPUTE WS-TO-YYYYMM = WS-TO-DATE / 100.
031400 1200-EXIT.
031500     EXIT.
031600*-----------------------------------------------------------*
031700* 1300-LOAD-ALIASES - ONE PASS OF THE MASTER FOR IDS WHOSE   *
031800* CM-MERGED-INTO-ID NAMES THIS CUSTOMER.  THE MASTER IS      *
031900* REOPENED SO THE SEQUENTIAL READ STARTS AT THE TOP.         *
032000*-----------------------------------------------------------*
032100 1300-LOAD-ALIASES.
032200     CLOSE CUSTOMER-MASTER.
032300     OPEN INPUT CUSTOMER-MASTER.
032400     MOVE "N" TO WS-EOF-SW.
032500     PERFORM 1350-CHECK-ONE-MASTER THRU 1350-EXIT
032600         UNTIL WS-EOF.
032700 1300-EXIT.
032800     EXIT.
032900 1350-CHECK-ONE-MASTER.
033000     READ CUSTOMER-MASTER NEXT RECORD
033100         AT END
033200             SET WS-EOF TO TRUE
033300             GO TO 1350-EXIT
033400     END-READ.
033500     IF CM-MERGED-INTO-ID NOT = WS-CUST-ID-ENTRY
033600             OR CM-CUST-ID = WS-CUST-ID-ENTRY
033700         GO TO 1350-EXIT
033800     END-IF.
033900     IF WS-ALIAS-COUNT < WS-ALIAS-MAX
034000         ADD 1 TO WS-ALIAS-COUNT
034100         MOVE CM-CUST-ID TO WS-ALIAS-ID (WS-ALIAS-COUNT)
034200     ELSE
034300         ADD 1 TO WS-ALIAS-OVERFLOW
034400     END-IF.
034500 1350-EXIT.
034600     EXIT.
034700*-----------------------------------------------------------*
034800* 1400-LOAD-PENDING - THE PENDEXP QUEUE ACKMATCH REBUILDS    *
034900* EACH NIGHT.  A SERIAL FOUND HERE HAS NOT BEEN ACKNOWLEDGED *
035000* BY FINANCE.  THE GUARDED TABLE FOLLOWS THE ACKMATCH        *
035100* PATTERN.                                                   *
035200*-----------------------------------------------------------*
035300 1400-LOAD-PENDING.
035400     OPEN INPUT PENDING-FILE.
035500     IF NOT WS-PX-OK
035600         CLOSE PENDING-FILE
035700         GO TO 1400-EXIT
035800     END-IF.
035900     MOVE "N" TO WS-EOF-SW.
036000     PERFORM 1450-LOAD-ONE-PENDING THRU 1450-EXIT
036100         UNTIL WS-EOF.
036200     CLOSE PENDING-FILE.
036300 1400-EXIT.
036400     EXIT.
036500 1450-LOAD-ONE-PENDING.
036600     READ PENDING-FILE INTO PX-PENDING-RECORD
036700         AT END
036800             SET WS-EOF TO TRUE
036900             GO TO 1450-EXIT
037000     END-READ.
037100     IF WS-PEND-COUNT NOT < WS-PEND-MAX
037200         ADD 1 TO WS-PEND-OVERFLOW
037300         GO TO 1450-EXIT
037400     END-IF.
037500     MOVE PX-EXPORT-IMAGE TO EX-EXPORT-RECORD.
037600     ADD 1 TO WS-PEND-COUNT.
037700     MOVE EX-SOURCE-CODE TO WS-PEND-SOURCE (WS-PEND-COUNT).
037800     MOVE EX-TRANS-SERIAL TO WS-PEND-SERIAL (WS-PEND-COUNT).
037900     MOVE PX-FIRST-QUEUED-DATE
038000         TO WS-PEND-QUEUED-DATE (WS-PEND-COUNT).
038100     MOVE PX-REJECT-REASON TO WS-PEND-REASON (WS-PEND-COUNT).
038200 1450-EXIT.
038300     EXIT.
038400*-----------------------------------------------------------*
038500* 1500-RESOLVE-ACK-CUTOFF - ACKMATCH ANSWERS THE PREVIOUS    *
038600* BUSINESS DAY'S EXPORT, SO A POSTING ON OR AFTER THAT DAY   *
038700* MAY NOT HAVE BEEN MATCHED YET.  A DATESRV FAILURE FALLS    *
038800* BACK TO TODAY.                                             *
038900*-----------------------------------------------------------*
039000 1500-RESOLVE-ACK-CUTOFF.
039100     MOVE "BIZD" TO WS-DATE-FUNCTION.
039200     CALL "DATESRV" USING WS-DATE-FUNCTION CR-MACHINE-DATE-YMD
039300         WS-BUSINESS-DATE WS-DATE-FLAG WS-DS-RETURN-CODE.
039400     IF WS-DS-RETURN-CODE > 8
039500         MOVE CR-MACHINE-DATE-YMD TO WS-BUSINESS-DATE
039600     END-IF.
039700     MOVE "PREV" TO WS-DATE-FUNCTION.
039800     CALL "DATESRV" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
039900         WS-ACK-CUTOFF-DATE WS-DATE-FLAG WS-DS-RETURN-CODE.
040000     IF WS-DS-RETURN-CODE > 8
040100         MOVE WS-BUSINESS-DATE TO WS-ACK-CUTOFF-DATE
040200     END-IF.
040300 1500-EXIT.
040400     EXIT.
040500*-----------------------------------------------------------*
040600* 2000-PRINT-HEADER - WHO THE CUSTOMER IS TODAY, THE RANGE   *
040700* RESEARCHED, AND ANY MERGE LINKS IN EITHER DIRECTION.       *
040800*-----------------------------------------------------------*
040900 2000-PRINT-HEADER.
041000     MOVE WS-CUST-ID-ENTRY TO CM-CUST-ID.
041100     READ CUSTOMER-MASTER
041200         INVALID KEY
041300             MOVE SPACE TO CUSTOMER-MASTER-RECORD
041400             MOVE "(NOT ON THE MASTER)" TO CM-CUST-NAME
041500     END-READ.
041600     STRING "DISPUTE RESEARCH  CUSTOMER " DELIMITED BY SIZE
041700             WS-CUST-ID-ENTRY DELIMITED BY SIZE
041800             "  " DELIMITED BY SIZE
041900             CM-CUST-NAME DELIMITED BY SIZE
042000             INTO WS-PRINT-WORK.
042100     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
042200     STRING "RANGE " DELIMITED BY SIZE
042300             WS-FROM-DATE DELIMITED BY SIZE
042400             " TO " DELIMITED BY SIZE
042500             WS-TO-DATE DELIMITED BY SIZE
042600             "  PREPARED " DELIMITED BY SIZE
042700             CR-RUN-DATE-YMD DELIMITED BY SIZE
042800             INTO WS-PRINT-WORK.
042900     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
043000     STRING "ADDRESS " DELIMITED BY SIZE
043100             CM-CUST-ADDR-1 DELIMITED BY SIZE
043200             " " DELIMITED BY SIZE
043300             CM-CUST-ADDR-2 DELIMITED BY SIZE
043400             " " DELIMITED BY SIZE
043500             CM-CUST-CITY DELIMITED BY SIZE
043600             " " DELIMITED BY SIZE
043700             CM-CUST-STATE DELIMITED BY SIZE
043800             " " DELIMITED BY SIZE
043900             CM-CUST-ZIP DELIMITED BY SIZE
044000             INTO WS-PRINT-WORK.
044100     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
044200     IF CM-CREDIT-LIMIT NUMERIC
044300         MOVE CM-CREDIT-LIMIT TO WS-LIMIT-EDIT
044400     ELSE
044500         MOVE ZERO TO WS-LIMIT-EDIT
044600     END-IF.
044700     STRING "STATUS " DELIMITED BY SIZE
044800             CM-CUST-STATUS DELIMITED BY SIZE
044900             " SINCE " DELIMITED BY SIZE
045000             CM-STATUS-DATE DELIMITED BY SIZE
045100             "  CREDIT LIMIT " DELIMITED BY SIZE
045200             WS-LIMIT-EDIT DELIMITED BY SIZE
045300             INTO WS-PRINT-WORK.
045400     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
045500     IF CM-MERGED-INTO-ID NOT = SPACE
045600         STRING "THIS ID WAS MERGED INTO " DELIMITED BY SIZE
045700                 CM-MERGED-INTO-ID DELIMITED BY SIZE
045800                 " - LATER ACTIVITY POSTS THERE" DELIMITED BY SIZE
045900                 INTO WS-PRINT-WORK
046000         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
046100     END-IF.
046200     IF WS-ALIAS-COUNT > ZERO
046300         MOVE "IDS MERGED INTO THIS CUSTOMER (RESEARCHED WITH IT)"
046400             TO WS-PRINT-WORK
046500         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
046600         PERFORM 2100-PRINT-ONE-ALIAS THRU 2100-EXIT
046700             VARYING ALS-IDX FROM 1 BY 1
046800             UNTIL ALS-IDX > WS-ALIAS-COUNT
046900     END-IF.
047000     IF WS-ALIAS-OVERFLOW > ZERO
047100         MOVE WS-ALIAS-OVERFLOW TO WS-COUNT-EDIT
047200         STRING "** " DELIMITED BY SIZE
047300                 WS-COUNT-EDIT DELIMITED BY SIZE
047400                 " FURTHER MERGED IDS NOT RESEARCHED **"
047500                     DELIMITED BY SIZE
047600                 INTO WS-PRINT-WORK
047700         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
047800     END-IF.
047900 2000-EXIT.
048000     EXIT.
048100 2100-PRINT-ONE-ALIAS.
048200     STRING "    " DELIMITED BY SIZE
048300             WS-ALIAS-ID (ALS-IDX) DELIMITED BY SIZE
048400             INTO WS-PRINT-WORK.
048500     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
048600 2100-EXIT.
048700     EXIT.
048800*-----------------------------------------------------------*
048900* 3000-NAME-HISTORY - EVERY CUSTJRNL ENTRY FOR THE CUSTOMER  *
049000* (OR AN ALIAS) UP TO THE END OF THE RANGE, SO THE NAME AND  *
049100* ADDRESS IN FORCE DURING THE RANGE CAN BE SEEN.  A CHANGE   *
049200* THAT LEFT THE NAME AND ADDRESS ALONE (STATUS OR CREDIT     *
049300* LIMIT ONLY) IS NOT NAME/ADDRESS HISTORY AND IS SKIPPED.    *
049400*-----------------------------------------------------------*
049500 3000-NAME-HISTORY.
049600     MOVE SPACE TO WS-PRINT-WORK.
049700     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
049800     MOVE "NAME AND ADDRESS HISTORY (CUSTJRNL)" TO WS-PRINT-WORK.
049900     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
050000     OPEN INPUT CUST-JOURNAL.
050100     IF NOT WS-CJ-OK
050200         MOVE "    NO MAINTENANCE JOURNAL ON FILE"
050210             TO WS-PRINT-WORK
050300         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
050400         CLOSE CUST-JOURNAL
050500         GO TO 3000-EXIT
050600     END-IF.
050700     MOVE "N" TO WS-EOF-SW.
050800     PERFORM 3100-READ-JOURNAL THRU 3100-EXIT.
050900     PERFORM 3200-PRINT-ONE-ENTRY THRU 3200-EXIT
051000         UNTIL WS-EOF.
051100     CLOSE CUST-JOURNAL.
051200     IF WS-JOURNAL-COUNT = ZERO
051300         MOVE "    NO NAME OR ADDRESS ACTIVITY ON FILE"
051400             TO WS-PRINT-WORK
051500         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
051600     END-IF.
051700 3000-EXIT.
051800     EXIT.
051900 3100-READ-JOURNAL.
052000     READ CUST-JOURNAL INTO CJ-JOURNAL-RECORD
052100         AT END SET WS-EOF TO TRUE
052200     END-READ.
052300 3100-EXIT.
052400     EXIT.
052500 3200-PRINT-ONE-ENTRY.
052600     MOVE CJ-CUST-ID TO WS-CHECK-ID.
052700     PERFORM 8100-CHECK-CUST-ID THRU 8100-EXIT.
052800     IF NOT WS-CUST-MATCH OR CJ-RUN-DATE > WS-TO-DATE
052900         GO TO 3200-READ-NEXT
053000     END-IF.
053100     MOVE CJ-BEFORE-IMAGE TO WS-IMAGE-VIEW.
053200     MOVE WS-IMG-NAME-ADDR TO WS-BEFORE-NAME-ADDR.
053300     MOVE CJ-AFTER-IMAGE TO WS-IMAGE-VIEW.
053400     EVALUATE TRUE
053500         WHEN CJ-ACTION-ADD
053600             MOVE "ADDED" TO WS-JOURNAL-ACTION
053700         WHEN CJ-ACTION-CHANGE
053800             IF WS-IMG-NAME-ADDR = WS-BEFORE-NAME-ADDR
053900                 GO TO 3200-READ-NEXT
054000             END-IF
054100             MOVE "CHANGED" TO WS-JOURNAL-ACTION
054200         WHEN CJ-ACTION-DELETE
054300             MOVE "DELETED" TO WS-JOURNAL-ACTION
054400             MOVE CJ-BEFORE-IMAGE TO WS-IMAGE-VIEW
054500         WHEN CJ-ACTION-REUSE
054600             MOVE "REUSED" TO WS-JOURNAL-ACTION
054700         WHEN CJ-ACTION-MERGE
054800             MOVE "MERGED" TO WS-JOURNAL-ACTION
054810             IF WS-IMG-MERGED-INTO-ID NOT = SPACE
054820                 STRING "MERGED INTO " DELIMITED BY SIZE
054830                         WS-IMG-MERGED-INTO-ID DELIMITED BY SIZE
054840                         INTO WS-JOURNAL-ACTION
054850             END-IF
054900         WHEN OTHER
055000             MOVE CJ-ACTION-CODE TO WS-JOURNAL-ACTION
055100     END-EVALUATE.
055200     ADD 1 TO WS-JOURNAL-COUNT.
055300     STRING "  " DELIMITED BY SIZE
055400             CJ-RUN-DATE DELIMITED BY SIZE
055500             " " DELIMITED BY SIZE
055600             CJ-RUN-TIME (1:6) DELIMITED BY SIZE
055700             " " DELIMITED BY SIZE
055800             CJ-CUST-ID DELIMITED BY SIZE
055900             " " DELIMITED BY SIZE
056000             WS-JOURNAL-ACTION DELIMITED BY SIZE
056100             " BY " DELIMITED BY SIZE
056200             CJ-OPERATOR-ID DELIMITED BY SIZE
056300             " APPROVED " DELIMITED BY SIZE
056400             CJ-CHECKER-ID DELIMITED BY SIZE
056500             INTO WS-PRINT-WORK.
057200     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
057300     STRING "     " DELIMITED BY SIZE
057400             WS-IMG-NAME DELIMITED BY SIZE
057500             " " DELIMITED BY SIZE
057600             WS-IMG-ADDR-1 DELIMITED BY SIZE
057700             " " DELIMITED BY SIZE
057800             WS-IMG-ADDR-2 DELIMITED BY SIZE
057900             " " DELIMITED BY SIZE
058000             WS-IMG-CITY DELIMITED BY SIZE
058100             " " DELIMITED BY SIZE
058200             WS-IMG-STATE DELIMITED BY SIZE
058300             " " DELIMITED BY SIZE
058400             WS-IMG-ZIP DELIMITED BY SIZE
058500             INTO WS-PRINT-WORK.
058600     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
058700 3200-READ-NEXT.
058800     PERFORM 3100-READ-JOURNAL THRU 3100-EXIT.
058900 3200-EXIT.
059000     EXIT.
059100*-----------------------------------------------------------*
059200* 4000-POSTINGS - THE ARCHINQ MONTH SWEEP: ONE AUDARC FILE   *
059300* PER CLOSED MONTH, THE LIVE AUDITLOG ONCE THE RANGE REACHES *
059400* THE OPEN PERIOD.                                           *
059500*-----------------------------------------------------------*
059600 4000-POSTINGS.
059700     MOVE SPACE TO WS-PRINT-WORK.
059800     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
059900     MOVE "POSTINGS (AUDARC/AUDITLOG)" TO WS-PRINT-WORK.
060000     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
060100     STRING "  DATE     TIME   CUST   CDE SC SERIAL   "
060110             DELIMITED BY SIZE
060120             "       NUM1       NUM2     RESULT "
060125             DELIMITED BY SIZE
060130             "POSTEDKY    FINANCE ACK" DELIMITED BY SIZE
060140             INTO WS-PRINT-WORK.
060300     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
060400     MOVE WS-FROM-YYYYMM TO WS-CUR-YYYYMM.
060500     PERFORM 4100-SWEEP-ONE-MONTH THRU 4100-EXIT
060600         UNTIL WS-CUR-YYYYMM > WS-TO-YYYYMM.
060700     IF WS-PEND-OVERFLOW > ZERO
060800         MOVE WS-PEND-OVERFLOW TO WS-COUNT-EDIT
060900         STRING "  ** " DELIMITED BY SIZE
061000                 WS-COUNT-EDIT DELIMITED BY SIZE
061100                 " PENDEXP ITEMS NOT LOADED - FINANCE STATUS MAY"
061200                     DELIMITED BY SIZE
061300                 " BE INCOMPLETE **" DELIMITED BY SIZE
061400                 INTO WS-PRINT-WORK
061500         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
061600     END-IF.
061700 4000-EXIT.
061800     EXIT.
061900 4100-SWEEP-ONE-MONTH.
062000     IF WS-CUR-YYYYMM >= WS-OPEN-YYYYMM
062100         PERFORM 4300-SWEEP-LIVE-LOG THRU 4300-EXIT
062200     ELSE
062300         PERFORM 4200-SWEEP-ARCHIVE THRU 4200-EXIT
062400     END-IF.
062500     COMPUTE WS-CUR-YYYY = WS-CUR-YYYYMM / 100.
062600     COMPUTE WS-CUR-MM = FUNCTION MOD (WS-CUR-YYYYMM 100).
062700     IF WS-CUR-MM = 12
062800         COMPUTE WS-CUR-YYYYMM = (WS-CUR-YYYY + 1) * 100 + 1
062900     ELSE
063000         COMPUTE WS-CUR-YYYYMM = WS-CUR-YYYY * 100
063100             + WS-CUR-MM + 1
063200     END-IF.
063300 4100-EXIT.
063400     EXIT.
063500 4200-SWEEP-ARCHIVE.
063600     MOVE "AUDARC" TO WS-ARCH-PREFIX.
063700     MOVE WS-CUR-YYYYMM TO WS-ARCH-YYYYMM.
063800     MOVE SPACE TO WS-ARCH-ASSIGN-NAME (13:8).
063900     OPEN INPUT ARCHIVE-FILE.
064000     IF NOT WS-AR-OK
064100         STRING "  NO ARCHIVE ON FILE FOR " DELIMITED BY SIZE
064200                 WS-CUR-YYYYMM DELIMITED BY SIZE
064300                 INTO WS-PRINT-WORK
064400         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
064500         CLOSE ARCHIVE-FILE
064600         GO TO 4200-EXIT
064700     END-IF.
064800     MOVE "N" TO WS-EOF-SW.
064900     PERFORM 4250-READ-ARCHIVE THRU 4250-EXIT.
065000     PERFORM 4400-PRINT-IF-CUSTOMER THRU 4400-EXIT
065100         UNTIL WS-EOF.
065200     CLOSE ARCHIVE-FILE.
065300 4200-EXIT.
065400     EXIT.
065500 4250-READ-ARCHIVE.
065600     READ ARCHIVE-FILE INTO AL-AUDIT-RECORD
065700         AT END SET WS-EOF TO TRUE
065800     END-READ.
065900 4250-EXIT.
066000     EXIT.
066100 4300-SWEEP-LIVE-LOG.
066200     OPEN INPUT AUDIT-LOG.
066300     IF NOT WS-AL-OK
066400         CLOSE AUDIT-LOG
066500         GO TO 4300-EXIT
066600     END-IF.
066700     MOVE "N" TO WS-EOF-SW.
066800     PERFORM 4350-READ-LIVE THRU 4350-EXIT.
066900     PERFORM 4400-PRINT-IF-CUSTOMER THRU 4400-EXIT
067000         UNTIL WS-EOF.
067100     CLOSE AUDIT-LOG.
067200     MOVE WS-TO-YYYYMM TO WS-CUR-YYYYMM.
067300 4300-EXIT.
067400     EXIT.
067500 4350-READ-LIVE.
067600     READ AUDIT-LOG INTO AL-AUDIT-RECORD
067700         AT END SET WS-EOF TO TRUE
067800     END-READ.
067900 4350-EXIT.
068000     EXIT.
068100*-----------------------------------------------------------*
068200* 4400-PRINT-IF-CUSTOMER - ONE LINE PER POSTING FOR THE      *
068300* CUSTOMER OR AN ALIAS INSIDE THE RANGE, WITH THE POSTEDKY   *
068400* AND FINANCE STATUS OF ITS SERIAL.  AUDIT RECORDS WRITTEN   *
068500* BEFORE THE SERIAL WAS CARRIED SHOW NO SERIAL.              *
068600*-----------------------------------------------------------*
068700 4400-PRINT-IF-CUSTOMER.
068800     IF AL-RUN-DATE < WS-FROM-DATE OR AL-RUN-DATE > WS-TO-DATE
068900         GO TO 4400-READ-NEXT
069000     END-IF.
069100     MOVE AL-CUST-ID TO WS-CHECK-ID.
069200     PERFORM 8100-CHECK-CUST-ID THRU 8100-EXIT.
069300     IF NOT WS-CUST-MATCH
069400         GO TO 4400-READ-NEXT
069500     END-IF.
069600     ADD 1 TO WS-POSTING-COUNT.
069700     IF AL-TRANS-SERIAL NOT NUMERIC
069800         MOVE ZERO TO AL-TRANS-SERIAL
069900     END-IF.
070000     MOVE AL-SOURCE-CODE TO WS-POSTING-SOURCE.
070100     MOVE AL-TRANS-SERIAL TO WS-POSTING-SERIAL.
070200     IF WS-POSTING-SERIAL = ZERO OR WS-POSTING-SOURCE = SPACE
070300         MOVE "NO SERIAL" TO WS-POSTED-STATUS
070400         MOVE "NO SERIAL" TO WS-ACK-STATUS
070500     ELSE
070600         PERFORM 4500-LOOK-UP-POSTED-KEY THRU 4500-EXIT
070700         PERFORM 4600-LOOK-UP-ACK-STATUS THRU 4600-EXIT
070800     END-IF.
070900     MOVE AL-NUM1 TO WS-AMT-EDIT-1.
071000     MOVE AL-NUM2 TO WS-AMT-EDIT-2.
071100     MOVE AL-RESULT TO WS-AMT-EDIT-3.
071200     STRING "  " DELIMITED BY SIZE
071300             AL-RUN-DATE DELIMITED BY SIZE
071400             " " DELIMITED BY SIZE
071500             AL-RUN-TIME (1:6) DELIMITED BY SIZE
071600             " " DELIMITED BY SIZE
071700             AL-CUST-ID DELIMITED BY SIZE
071800             " " DELIMITED BY SIZE
071900             AL-TRANS-CODE DELIMITED BY SIZE
072000             " " DELIMITED BY SIZE
072100             AL-SOURCE-CODE DELIMITED BY SIZE
072200             " " DELIMITED BY SIZE
072300             AL-TRANS-SERIAL DELIMITED BY SIZE
072400             WS-AMT-EDIT-1 DELIMITED BY SIZE
072500             WS-AMT-EDIT-2 DELIMITED BY SIZE
072600             WS-AMT-EDIT-3 DELIMITED BY SIZE
072700             " " DELIMITED BY SIZE
072800             WS-POSTED-STATUS DELIMITED BY SIZE
072900             " " DELIMITED BY SIZE
073000             WS-ACK-STATUS DELIMITED BY SIZE
073100             INTO WS-PRINT-WORK.
073200     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
073300 4400-READ-NEXT.
073400     IF WS-CUR-YYYYMM >= WS-OPEN-YYYYMM
073500         PERFORM 4350-READ-LIVE THRU 4350-EXIT
073600     ELSE
073700         PERFORM 4250-READ-ARCHIVE THRU 4250-EXIT
073800     END-IF.
073900 4400-EXIT.
074000     EXIT.
074100*-----------------------------------------------------------*
074200* 4500-LOOK-UP-POSTED-KEY - POSTEDKY CARRIES EVERY POSTED    *
074300* SERIAL AND FLAGS THE ONES A LATER REVERSAL HAS UNDONE.     *
074400* ARCHLOG PURGES OLD KEYS, SO AN OLD SERIAL MAY BE GONE.     *
074500*-----------------------------------------------------------*
074600 4500-LOOK-UP-POSTED-KEY.
074700     IF NOT WS-PK-OPEN
074800         MOVE "NO POSTEDKY" TO WS-POSTED-STATUS
074900         GO TO 4500-EXIT
075000     END-IF.
075100     MOVE WS-POSTING-KEY TO PK-POSTED-KEY.
075200     READ POSTED-KEYS
075300         INVALID KEY
075400             MOVE "NOT ON FILE" TO WS-POSTED-STATUS
075500             GO TO 4500-EXIT
075600     END-READ.
075700     IF PK-REVERSED
075800         MOVE "REVERSED" TO WS-POSTED-STATUS
075900         ADD 1 TO WS-REVERSED-COUNT
076000     ELSE
076100         MOVE "POSTED" TO WS-POSTED-STATUS
076200     END-IF.
076300 4500-EXIT.
076400     EXIT.
076500*-----------------------------------------------------------*
076600* 4600-LOOK-UP-ACK-STATUS - ON THE PENDEXP QUEUE MEANS       *
076700* FINANCE HAS NOT ACCEPTED IT YET (WITH THE REASON WHEN THEY *
076800* REJECTED IT).  OFF THE QUEUE AND OLDER THAN THE LAST       *
076900* MATCHED EXPORT MEANS ACKNOWLEDGED.                         *
077000*-----------------------------------------------------------*
077100 4600-LOOK-UP-ACK-STATUS.
077200     IF WS-PEND-COUNT > ZERO
077300         SET PND-IDX TO 1
077400         SEARCH WS-PEND-ENTRY
077500             AT END
077600                 CONTINUE
077700             WHEN PND-IDX > WS-PEND-COUNT
077800                 CONTINUE
077900             WHEN WS-PEND-KEY (PND-IDX) = WS-POSTING-KEY
078000                 ADD 1 TO WS-PENDING-HIT-COUNT
078100                 MOVE SPACE TO WS-ACK-STATUS
078200                 STRING "PENDING SINCE " DELIMITED BY SIZE
078300                         WS-PEND-QUEUED-DATE (PND-IDX)
078400                             DELIMITED BY SIZE
078500                         " " DELIMITED BY SIZE
078600                         WS-PEND-REASON (PND-IDX)
078610                             DELIMITED BY SIZE
078700                         INTO WS-ACK-STATUS
078800                 GO TO 4600-EXIT
078900         END-SEARCH
079000     END-IF.
079100     IF AL-RUN-DATE NOT < WS-ACK-CUTOFF-DATE
079200         MOVE "NOT YET MATCHED" TO WS-ACK-STATUS
079300     ELSE
079400         MOVE "ACKNOWLEDGED" TO WS-ACK-STATUS
079500     END-IF.
079600 4600-EXIT.
079700     EXIT.
079800*-----------------------------------------------------------*
079900* 5000-REJECTS - EVERY DAY IN THE RANGE, ONE REJRPT          *
080000* GENERATION EACH.  GENSWEEP DROPS GENERATIONS PAST THEIR    *
080100* RETENTION, SO OLDER DAYS ARE SIMPLY NOT ON FILE.  THE      *
080200* MERGED-ALIAS NOTICE LINES ADDING WRITES ARE PRINTED TOO.   *
080300*-----------------------------------------------------------*
080400 5000-REJECTS.
080500     MOVE SPACE TO WS-PRINT-WORK.
080600     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
080700     MOVE "REJECTS AND NOTICES (RETAINED REJRPT GENERATIONS)"
080800         TO WS-PRINT-WORK.
080900     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
081000     COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE (WS-FROM-DATE).
081100     IF WS-TO-DATE > CR-RUN-DATE-YMD
081200         COMPUTE WS-LAST-DAY-INT =
081300             FUNCTION INTEGER-OF-DATE (CR-RUN-DATE-YMD)
081400     ELSE
081500         COMPUTE WS-LAST-DAY-INT =
081600             FUNCTION INTEGER-OF-DATE (WS-TO-DATE)
081700     END-IF.
081800     PERFORM 5100-SWEEP-ONE-GENERATION THRU 5100-EXIT
081900         UNTIL WS-DAY-INT > WS-LAST-DAY-INT.
082000     IF WS-REJECT-COUNT = ZERO
082100         MOVE "    NO REJECTS FOR THIS CUSTOMER ON FILE"
082200             TO WS-PRINT-WORK
082300         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
082400     END-IF.
082500 5000-EXIT.
082600     EXIT.
082700 5100-SWEEP-ONE-GENERATION.
082800     MOVE "REJRPT" TO WS-RJ-PREFIX.
082900     COMPUTE WS-RJ-DATE = FUNCTION DATE-OF-INTEGER (WS-DAY-INT).
083000     MOVE SPACE TO WS-RJ-ASSIGN-NAME (15:6).
083100     ADD 1 TO WS-DAY-INT.
083200     OPEN INPUT REJECT-RPT.
083300     IF NOT WS-RJ-OK
083400         CLOSE REJECT-RPT
083500         GO TO 5100-EXIT
083600     END-IF.
083700     ADD 1 TO WS-GENERATION-COUNT.
083800     MOVE "N" TO WS-EOF-SW.
083900     PERFORM 5150-READ-REJECT THRU 5150-EXIT.
084000     PERFORM 5200-PRINT-IF-CUSTOMER THRU 5200-EXIT
084100         UNTIL WS-EOF.
084200     CLOSE REJECT-RPT.
084300 5100-EXIT.
084400     EXIT.
084500 5150-READ-REJECT.
084600     READ REJECT-RPT INTO RJ-REJECT-LINE
084700         AT END SET WS-EOF TO TRUE
084800     END-READ.
084900 5150-EXIT.
085000     EXIT.
085100 5200-PRINT-IF-CUSTOMER.
085200     MOVE RJ-RECORD-IMAGE TO TI-TRANS-RECORD.
085300     MOVE TI-CUST-ID TO WS-CHECK-ID.
085400     PERFORM 8100-CHECK-CUST-ID THRU 8100-EXIT.
085500     IF WS-CUST-MATCH
085600         ADD 1 TO WS-REJECT-COUNT
085700         STRING "  " DELIMITED BY SIZE
085800                 WS-RJ-DATE DELIMITED BY SIZE
085900                 " " DELIMITED BY SIZE
086000                 TI-CUST-ID DELIMITED BY SIZE
086100                 " " DELIMITED BY SIZE
086200                 TI-SOURCE-CODE DELIMITED BY SIZE
086300                 " " DELIMITED BY SIZE
086400                 TI-TRANS-SERIAL DELIMITED BY SIZE
086500                 " " DELIMITED BY SIZE
086600                 RJ-FIELD-NAME DELIMITED BY SIZE
086700                 " " DELIMITED BY SIZE
086800                 RJ-BAD-VALUE DELIMITED BY SIZE
086900                 " " DELIMITED BY SIZE
087000                 RJ-REASON DELIMITED BY SIZE
087100                 INTO WS-PRINT-WORK
087200         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
087300     END-IF.
087400     PERFORM 5150-READ-REJECT THRU 5150-EXIT.
087500 5200-EXIT.
087600     EXIT.
087700*-----------------------------------------------------------*
087800* 6000-BALANCES - THE BALHIST CLOSING SNAPSHOT FOR EACH      *
087900* MONTH IN THE RANGE, AS BALTREND PRINTS THEM.               *
088000*-----------------------------------------------------------*
088100 6000-BALANCES.
088200     MOVE SPACE TO WS-PRINT-WORK.
088300     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
088400     MOVE "CLOSING BALANCES (BALHIST)" TO WS-PRINT-WORK.
088500     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
088600     IF NOT WS-BH-OPEN
088700         MOVE "    NO BALANCE HISTORY ON FILE" TO WS-PRINT-WORK
088800         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
088900         GO TO 6000-EXIT
089000     END-IF.
089100     MOVE WS-FROM-YYYYMM TO WS-CUR-YYYYMM.
089200     PERFORM 6100-PRINT-ONE-PERIOD THRU 6100-EXIT
089300         UNTIL WS-CUR-YYYYMM > WS-TO-YYYYMM.
089400 6000-EXIT.
089500     EXIT.
089600 6100-PRINT-ONE-PERIOD.
089700     MOVE WS-CUST-ID-ENTRY TO BH-CUST-ID.
089800     MOVE WS-CUR-YYYYMM TO BH-PERIOD-YYYYMM.
089900     READ BALANCE-HISTORY
090000         INVALID KEY
090100             CONTINUE
090200     END-READ.
090300     IF WS-BH-OK
090400         ADD 1 TO WS-PERIODS-FOUND
090500         MOVE BH-CLOSING-BALANCE TO WS-BAL-EDIT
090600         STRING "  PERIOD " DELIMITED BY SIZE
090700                 WS-CUR-YYYYMM DELIMITED BY SIZE
090800                 "  CLOSING " DELIMITED BY SIZE
090900                 WS-BAL-EDIT DELIMITED BY SIZE
091000                 INTO WS-PRINT-WORK
091100     ELSE
091200         STRING "  PERIOD " DELIMITED BY SIZE
091300                 WS-CUR-YYYYMM DELIMITED BY SIZE
091400                 "  NO SNAPSHOT" DELIMITED BY SIZE
091500                 INTO WS-PRINT-WORK
091600     END-IF.
091700     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
091800     COMPUTE WS-CUR-YYYY = WS-CUR-YYYYMM / 100.
091900     COMPUTE WS-CUR-MM = FUNCTION MOD (WS-CUR-YYYYMM 100).
092000     IF WS-CUR-MM = 12
092100         COMPUTE WS-CUR-YYYYMM = (WS-CUR-YYYY + 1) * 100 + 1
092200     ELSE
092300         COMPUTE WS-CUR-YYYYMM = WS-CUR-YYYY * 100
092400             + WS-CUR-MM + 1
092500     END-IF.
092600 6100-EXIT.
092700     EXIT.
092800 7000-PRINT-SUMMARY.
092900     MOVE SPACE TO WS-PRINT-WORK.
093000     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
093100     MOVE WS-JOURNAL-COUNT TO WS-COUNT-EDIT.
093200     STRING "NAME/ADDRESS EVENTS " DELIMITED BY SIZE
093300             WS-COUNT-EDIT DELIMITED BY SIZE
093400             INTO WS-PRINT-WORK.
093500     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
093600     MOVE WS-POSTING-COUNT TO WS-COUNT-EDIT.
093700     STRING "POSTINGS            " DELIMITED BY SIZE
093800             WS-COUNT-EDIT DELIMITED BY SIZE
093900             INTO WS-PRINT-WORK.
094000     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
094100     MOVE WS-REVERSED-COUNT TO WS-COUNT-EDIT.
094200     STRING "  REVERSED          " DELIMITED BY SIZE
094300             WS-COUNT-EDIT DELIMITED BY SIZE
094400             INTO WS-PRINT-WORK.
094500     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
094600     MOVE WS-PENDING-HIT-COUNT TO WS-COUNT-EDIT.
094700     STRING "  PENDING FINANCE   " DELIMITED BY SIZE
094800             WS-COUNT-EDIT DELIMITED BY SIZE
094900             INTO WS-PRINT-WORK.
095000     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
095100     MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT.
095110     MOVE WS-GENERATION-COUNT TO WS-COUNT-EDIT-2.
095200     STRING "REJECTS/NOTICES     " DELIMITED BY SIZE
095300             WS-COUNT-EDIT DELIMITED BY SIZE
095400             "  FROM " DELIMITED BY SIZE
095500             WS-COUNT-EDIT-2 DELIMITED BY SIZE
095900             " REJRPT GENERATIONS ON FILE" DELIMITED BY SIZE
096000             INTO WS-PRINT-WORK.
096100     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
096200     MOVE WS-PERIODS-FOUND TO WS-COUNT-EDIT.
096300     STRING "BALANCE SNAPSHOTS   " DELIMITED BY SIZE
096400             WS-COUNT-EDIT DELIMITED BY SIZE
096500             INTO WS-PRINT-WORK.
096600     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
096700 7000-EXIT.
096800     EXIT.
096900*-----------------------------------------------------------*
097000* 8000-PRINT-LINE - HAND ONE LINE OF TEXT TO PRINTMGR.       *
097100*-----------------------------------------------------------*
097200 8000-PRINT-LINE.
097300     MOVE "PRNT" TO WS-PRINT-FUNCTION.
097400     CALL "PRINTMGR" USING WS-PRINT-FUNCTION WS-PRINT-FILENAME
097500         WS-PRINT-WORK CR-RUN-DATE-YMD WS-PM-RETURN-CODE.
097600     MOVE SPACE TO WS-PRINT-WORK.
097700 8000-EXIT.
097800     EXIT.
097900*-----------------------------------------------------------*
098000* 8100-CHECK-CUST-ID - IS WS-CHECK-ID THE CUSTOMER OR ONE OF *
098100* THE IDS MERGED INTO IT.                                    *
098200*-----------------------------------------------------------*
098300 8100-CHECK-CUST-ID.
098400     MOVE "N" TO WS-CUST-MATCH-SW.
098500     IF WS-CHECK-ID = WS-CUST-ID-ENTRY
098600         SET WS-CUST-MATCH TO TRUE
098700         GO TO 8100-EXIT
098800     END-IF.
098900     IF WS-ALIAS-COUNT > ZERO
099000         SET ALS-IDX TO 1
099100         SEARCH WS-ALIAS-ID
099200             AT END
099300                 CONTINUE
099400             WHEN ALS-IDX > WS-ALIAS-COUNT
099500                 CONTINUE
099600             WHEN WS-ALIAS-ID (ALS-IDX) = WS-CHECK-ID
099700                 SET WS-CUST-MATCH TO TRUE
099800         END-SEARCH
099900     END-IF.
100000 8100-EXIT.
100100     EXIT.
100200*-----------------------------------------------------------*
100300* 9000-TERMINATE                                             *
100400*-----------------------------------------------------------*
100500 9000-TERMINATE.
100600     CLOSE CUSTOMER-MASTER.
100700     IF WS-RETURN-CODE < 16
100800         IF WS-PK-OPEN
100900             CLOSE POSTED-KEYS
101000         END-IF
101100         IF WS-BH-OPEN
101200             CLOSE BALANCE-HISTORY
101300         END-IF
101400         MOVE "TERM" TO WS-PRINT-FUNCTION
101500         CALL "PRINTMGR" USING WS-PRINT-FUNCTION
101600             WS-PRINT-FILENAME WS-PRINT-WORK CR-RUN-DATE-YMD
101700             WS-PM-RETURN-CODE
101800     END-IF.
101900 9000-EXIT.
102000     EXIT.
