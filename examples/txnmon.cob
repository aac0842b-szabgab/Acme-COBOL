000100* Nightly large-transaction and structuring monitor
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. TXNMON.
000400 AUTHOR. D. OKONKWO.
000500 INSTALLATION. ACME WIDGET CO - BATCH OPERATIONS.
000600 DATE-WRITTEN. 09/18/2026.
000700 DATE-COMPILED.
000800******************************************************************
000900*    MODIFICATION HISTORY
001000*    DATE       INIT  DESCRIPTION
001100*    09/18/2026 DCO   ORIGINAL PROGRAM.  COMPLIANCE WAS REVIEWING
001200*                     UNUSUAL ACTIVITY BY GREPPING AUDITLOG.  THIS
001300*                     STEP RUNS AFTER ADDING AND TAKES THE DAY'S
001400*                     CUSTOMER POSTINGS, WITH THE PRIOR 90 DAYS
001500*                     FROM THE LIVE LOG AND THE AUDARC ARCHIVES
001600*                     AS THE LOOK-BACK, AND FLAGS FOUR CASES:
001700*                     A SINGLE POSTING OVER THE REPORTABLE
001800*                     THRESHOLD (LG); SEVERAL POSTINGS IN THE DAY,
001900*                     EACH UNDER IT, THAT TOGETHER GO OVER IT
002000*                     (ST); A DAY'S VOLUME FAR ABOVE THE
002100*                     CUSTOMER'S PRIOR 90-DAY AVERAGE (VJ); AND
002200*                     ACTIVITY SOON AFTER A NAME/ADDRESS CHANGE
002300*                     OR A NEW ACCOUNT ON THE MASTER (RC).  HITS
002400*                     PRINT ON TXNMRPT AND OPEN A CASE ON
002500*                     MONCASE; A CASE CLOSED IN CASEWORK IS NOT
002600*                     RAISED AGAIN.  NEW CASES END THE STEP RC=4.
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. ACME-SYSTEM.
003100 OBJECT-COMPUTER. ACME-SYSTEM.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT OPTIONAL AUDIT-LOG ASSIGN TO "AUDITLOG"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-AL-STATUS.
003700     SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO WS-ARCH-ASSIGN-NAME
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-AR-STATUS.
004000     SELECT MONITOR-WORK ASSIGN TO "MONWORK"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-MW-STATUS.
004300     SELECT SORT-WORK ASSIGN TO "SRTWORK4".
004400     SELECT SORTED-HIST ASSIGN TO "MONSORT"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-SH-STATUS.
004700     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAS"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS CM-CUST-ID
005100         FILE STATUS IS WS-CM-STATUS.
005200     SELECT MONITOR-CASES ASSIGN TO "MONCASE"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS MC-CASE-KEY
005600         FILE STATUS IS WS-MC-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  AUDIT-LOG.
006000 01  AL-FILE-RECORD               PIC X(71).
006100 FD  ARCHIVE-FILE.
006200 01  AR-FILE-RECORD               PIC X(71).
006300 FD  MONITOR-WORK.
006400 01  MW-FILE-RECORD               PIC X(71).
006500 SD  SORT-WORK.
006600 01  SD-SORT-RECORD.
006700     05  SD-OPERATOR-ID           PIC X(08).
006800     05  SD-RUN-DATE              PIC 9(08).
006900     05  SD-RUN-TIME              PIC 9(08).
007000     05  SD-NUM1                  PIC S9(7)V99.
007100     05  SD-NUM2                  PIC S9(7)V99.
007200     05  SD-RESULT                PIC S9(7)V99.
007300     05  SD-CUST-ID               PIC X(06).
007400     05  FILLER                    PIC X(14).
007500 FD  SORTED-HIST.
007600 01  SH-FILE-RECORD               PIC X(71).
007700 FD  CUSTOMER-MASTER.
007800 COPY "custmas.cpy".
007900 FD  MONITOR-CASES.
008000 COPY "moncase.cpy".
008100 WORKING-STORAGE SECTION.
008200 COPY "rundate.cpy".
008300 COPY "auditrec.cpy".
008400 COPY "errlog.cpy".
008500 COPY "stepstat.cpy".
008600 01  WS-STEP-START-TIME          PIC 9(08)  VALUE ZERO.
008700 01  WS-PRINT-FUNCTION           PIC X(04).
008800 01  WS-PRINT-FILENAME           PIC X(20)  VALUE "TXNMRPT".
008900 01  WS-PM-RETURN-CODE           PIC 9(02).
009000 01  WS-DATE-FUNCTION            PIC X(04).
009100 01  WS-DATE-FLAG                PIC X(01).
009200 01  WS-DS-RETURN-CODE           PIC 9(02).
009300 01  WS-ARCH-ASSIGN-NAME         PIC X(20).
009400 01  WS-ARCH-NAME-PARTS REDEFINES WS-ARCH-ASSIGN-NAME.
009500     05  WS-ARCH-PREFIX          PIC X(06).
009600     05  WS-ARCH-YYYYMM          PIC 9(06).
009700     05  FILLER                   PIC X(08).
009800 01  WS-FILE-STATUSES.
009900     05  WS-AL-STATUS            PIC X(02)  VALUE "00".
010000         88  WS-AL-OK                       VALUE "00".
010100     05  WS-AR-STATUS            PIC X(02)  VALUE "00".
010200         88  WS-AR-OK                       VALUE "00".
010300     05  WS-MW-STATUS            PIC X(02)  VALUE "00".
010400     05  WS-SH-STATUS            PIC X(02)  VALUE "00".
010500     05  WS-CM-STATUS            PIC X(02)  VALUE "00".
010600         88  WS-CM-OK                       VALUE "00".
010700     05  WS-MC-STATUS            PIC X(02)  VALUE "00".
010800         88  WS-MC-OK                       VALUE "00".
010900         88  WS-MC-NOT-FOUND                VALUE "23".
011000 01  WS-SWITCHES.
011100     05  WS-EOF-SW               PIC X(01)  VALUE "N".
011200         88  WS-EOF                          VALUE "Y".
011300     05  WS-HIST-EOF-SW          PIC X(01)  VALUE "N".
011400         88  WS-HIST-EOF                     VALUE "Y".
011500*    MONITOR RULES.  THE REPORTABLE THRESHOLD APPLIES TO THE
011600*    SIZE OF A POSTING EITHER WAY (CREDIT OR DEBIT).  A VOLUME
011700*    JUMP IS A DAY ABOVE THE FLOOR AND ABOVE THE JUMP FACTOR
011800*    TIMES THE CUSTOMER'S AVERAGE ACTIVE DAY IN THE LOOK-BACK.
011900 01  WS-REPORT-THRESHOLD         PIC 9(07)V99 VALUE 10000.00.
012000 01  WS-STRUCT-MIN-COUNT         PIC 9(03)  COMP  VALUE 2.
012100 01  WS-LOOKBACK-DAYS            PIC 9(03)  COMP  VALUE 90.
012200 01  WS-JUMP-FACTOR              PIC 9(03)  COMP  VALUE 5.
012300 01  WS-JUMP-FLOOR               PIC 9(07)V99 VALUE 2500.00.
012400 01  WS-RECENT-CHANGE-DAYS       PIC 9(03)  COMP  VALUE 30.
012500 01  WS-LOOKBACK-DATE            PIC 9(08)  VALUE ZERO.
012600 01  WS-RECENT-DATE              PIC 9(08)  VALUE ZERO.
012700 01  WS-OPEN-YYYYMM              PIC 9(06)  VALUE ZERO.
012800 01  WS-OPEN-TOTAL-MONTHS        PIC 9(06)  COMP  VALUE ZERO.
012900 01  WS-WALK-TOTAL-MONTHS        PIC S9(06) COMP  VALUE ZERO.
013000 01  WS-WALK-YYYY                PIC 9(04)  VALUE ZERO.
013100 01  WS-WALK-MM                  PIC 9(02)  VALUE ZERO.
013200 01  WS-WALK-YYYYMM              PIC 9(06)  VALUE ZERO.
013300*    ONE CUSTOMER'S ACTIVITY, GATHERED BY 4100.  THE LOOK-BACK
013400*    FIGURES COVER THE DAYS BEFORE THE RUN DATE; THE DAY FIGURES
013500*    THE RUN DATE ITSELF.  ALL AMOUNTS ARE SIZES (UNSIGNED).
013600 01  WS-HIST-CUST-ID             PIC X(06)  VALUE LOW-VALUES.
013700 01  WS-ABS-AMOUNT               PIC 9(07)V99 VALUE ZERO.
013800 01  WS-PRIOR-TOTAL              PIC 9(11)V99 VALUE ZERO.
013900 01  WS-PRIOR-DAYS               PIC 9(03)  COMP  VALUE ZERO.
014000 01  WS-PRIOR-LAST-DATE          PIC 9(08)  VALUE ZERO.
014100 01  WS-PRIOR-AVERAGE            PIC 9(09)V99 VALUE ZERO.
014200 01  WS-DAY-COUNT                PIC 9(05)  COMP  VALUE ZERO.
014300 01  WS-DAY-TOTAL                PIC 9(09)V99 VALUE ZERO.
014400 01  WS-LARGE-COUNT              PIC 9(05)  COMP  VALUE ZERO.
014500 01  WS-LARGE-TOTAL              PIC 9(09)V99 VALUE ZERO.
014600 01  WS-SMALL-COUNT              PIC 9(05)  COMP  VALUE ZERO.
014700 01  WS-SMALL-TOTAL              PIC 9(09)V99 VALUE ZERO.
014800*    ONE HIT, BUILT BY 4200 AND HANDED TO 5000-RAISE-CASE.
014900 01  WS-HIT-RULE                 PIC X(02).
015000 01  WS-HIT-KEY-DATE             PIC 9(08).
015100 01  WS-HIT-ITEMS                PIC 9(05)  COMP  VALUE ZERO.
015200 01  WS-HIT-AMOUNT               PIC 9(09)V99 VALUE ZERO.
015300 01  WS-HIT-BASELINE             PIC 9(09)V99 VALUE ZERO.
015400 01  WS-HIT-OUTCOME              PIC X(12).
015500 01  WS-RULE-TEXT                PIC X(24).
015600 01  WS-CUST-NAME                PIC X(30).
015700 01  WS-COUNTERS.
015800     05  WS-DAY-POSTINGS         PIC 9(07)  COMP  VALUE ZERO.
015900     05  WS-HIST-RECORDS         PIC 9(08)  COMP  VALUE ZERO.
016000     05  WS-CUSTOMERS-ACTIVE     PIC 9(07)  COMP  VALUE ZERO.
016100     05  WS-CASES-NEW            PIC 9(07)  COMP  VALUE ZERO.
016200     05  WS-CASES-UPDATED        PIC 9(07)  COMP  VALUE ZERO.
016300     05  WS-CASES-CLOSED-HITS    PIC 9(07)  COMP  VALUE ZERO.
016400 01  WS-COUNT-EDIT               PIC ZZZZZZ9.
016500 01  WS-AMT-EDIT-1               PIC ZZZZZZZZ9.99.
016600 01  WS-AMT-EDIT-2               PIC ZZZZZZZZ9.99.
016700 01  WS-PRINT-WORK               PIC X(132)  VALUE SPACE.
016800 01  WS-RETURN-CODE              PIC 9(02)  COMP  VALUE ZERO.
016900 PROCEDURE DIVISION.
017000 0000-MAINLINE.
017100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017200     IF WS-RETURN-CODE < 16
017300         PERFORM 2000-GATHER-HISTORY THRU 2000-EXIT
017400         PERFORM 3000-SORT-HISTORY THRU 3000-EXIT
017500         PERFORM 4000-SCAN-CUSTOMERS THRU 4000-EXIT
017600         PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
017700     END-IF.
017800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017900     STOP RUN WS-RETURN-CODE.
018000*-----------------------------------------------------------*
018100* 1000-INITIALIZE - THE RUN DATE IS THE DATESRV BUSINESS     *
018200* DATE LIKE EVERY OTHER CHAIN STEP.  THE LOOK-BACK AND       *
018300* RECENT-CHANGE WINDOWS ARE CALENDAR DAYS BEFORE IT.  THE    *
018400* CUSTOMER MASTER AND THE CASE FILE MUST BOTH OPEN.          *
018500*-----------------------------------------------------------*
018600 1000-INITIALIZE.
018700     ACCEPT CR-MACHINE-DATE-YMD FROM DATE YYYYMMDD.
018800     ACCEPT CR-RUN-TIME FROM TIME.
018900     MOVE CR-RUN-TIME TO WS-STEP-START-TIME.
019000     MOVE "BIZD" TO WS-DATE-FUNCTION.
019100     CALL "DATESRV" USING WS-DATE-FUNCTION CR-MACHINE-DATE-YMD
019200         CR-RUN-DATE-YMD WS-DATE-FLAG WS-DS-RETURN-CODE.
019300     IF WS-DS-RETURN-CODE > 8
019400         MOVE CR-MACHINE-DATE-YMD TO CR-RUN-DATE-YMD
019500     END-IF.
019600     COMPUTE WS-LOOKBACK-DATE = FUNCTION DATE-OF-INTEGER
019700         (FUNCTION INTEGER-OF-DATE (CR-RUN-DATE-YMD)
019800          - WS-LOOKBACK-DAYS).
019900     COMPUTE WS-RECENT-DATE = FUNCTION DATE-OF-INTEGER
020000         (FUNCTION INTEGER-OF-DATE (CR-RUN-DATE-YMD)
020100          - WS-RECENT-CHANGE-DAYS).
020200     COMPUTE WS-OPEN-YYYYMM = CR-RUN-DATE-YMD / 100.
020300     COMPUTE WS-OPEN-TOTAL-MONTHS =
020400         (WS-OPEN-YYYYMM / 100) * 12
020500         + FUNCTION MOD (WS-OPEN-YYYYMM 100).
020600     MOVE "TXNMON" TO WS-PRINT-WORK.
020700     MOVE "INIT" TO WS-PRINT-FUNCTION.
020800     CALL "PRINTMGR" USING WS-PRINT-FUNCTION WS-PRINT-FILENAME
020900         WS-PRINT-WORK CR-RUN-DATE-YMD WS-PM-RETURN-CODE.
021000     MOVE WS-REPORT-THRESHOLD TO WS-AMT-EDIT-1.
021100     STRING "ACTIVITY OF " DELIMITED BY SIZE
021200             CR-RUN-DATE-YMD DELIMITED BY SIZE
021300             "  LOOK-BACK FROM " DELIMITED BY SIZE
021400             WS-LOOKBACK-DATE DELIMITED BY SIZE
021500             "  THRESHOLD " DELIMITED BY SIZE
021600             WS-AMT-EDIT-1 DELIMITED BY SIZE
021700             INTO WS-PRINT-WORK.
021800     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
021900     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
022000     OPEN INPUT CUSTOMER-MASTER.
022100     IF NOT WS-CM-OK
022200         MOVE "CUSTMAS" TO EM-FILE-NAME
022300         MOVE WS-CM-STATUS TO EM-FILE-STATUS
022400         MOVE "CANNOT OPEN THE CUSTOMER MASTER" TO EM-MESSAGE
022500         PERFORM 1900-OPEN-FAILED THRU 1900-EXIT
022600         GO TO 1000-EXIT
022700     END-IF.
022800     OPEN I-O MONITOR-CASES.
022900     IF NOT WS-MC-OK
023000         OPEN OUTPUT MONITOR-CASES
023100         CLOSE MONITOR-CASES
023200         OPEN I-O MONITOR-CASES
023300     END-IF.
023400     IF NOT WS-MC-OK
023500         MOVE "MONCASE" TO EM-FILE-NAME
023600         MOVE WS-MC-STATUS TO EM-FILE-STATUS
023700         MOVE "CANNOT OPEN THE MONITOR CASE FILE" TO EM-MESSAGE
023800         PERFORM 1900-OPEN-FAILED THRU 1900-EXIT
023900     END-IF.
024000 1000-EXIT.
024100     EXIT.
024200 1900-OPEN-FAILED.
024300     MOVE "TXNMON" TO EM-PROGRAM-ID.
024400     MOVE "1000-INITIALIZE" TO EM-PARAGRAPH.
024500     MOVE 16 TO EM-SEVERITY.
024600     CALL "ERRMGR" USING EM-ERROR-AREA.
024700     MOVE 16 TO WS-RETURN-CODE.
024800 1900-EXIT.
024900     EXIT.
025000*-----------------------------------------------------------*
025100* 2000-GATHER-HISTORY - STAGE EVERY CUSTOMER POSTING FROM    *
025200* THE LOOK-BACK DATE THROUGH THE RUN DATE ON ONE WORK FILE:  *
025300* THE DATED AUDARC ARCHIVES FOR THE CLOSED MONTHS THE        *
025400* WINDOW REACHES INTO, THEN THE LIVE AUDITLOG.  POSTINGS     *
025500* WITH NO CUSTOMER (THE OLD INTERACTIVE PATH) ARE DROPPED.   *
025600*-----------------------------------------------------------*
025700 2000-GATHER-HISTORY.
025800     OPEN OUTPUT MONITOR-WORK.
025900     COMPUTE WS-WALK-YYYYMM = WS-LOOKBACK-DATE / 100.
026000     COMPUTE WS-WALK-TOTAL-MONTHS =
026100         (WS-WALK-YYYYMM / 100) * 12
026200         + FUNCTION MOD (WS-WALK-YYYYMM 100).
026300     PERFORM 2100-GATHER-ONE-MONTH THRU 2100-EXIT
026400         UNTIL WS-WALK-TOTAL-MONTHS >= WS-OPEN-TOTAL-MONTHS.
026500     OPEN INPUT AUDIT-LOG.
026600     IF WS-AL-OK
026700         MOVE "N" TO WS-EOF-SW
026800         PERFORM 2400-COPY-ONE-LIVE-REC THRU 2400-EXIT
026900             UNTIL WS-EOF
027000     END-IF.
027100     CLOSE AUDIT-LOG.
027200     CLOSE MONITOR-WORK.
027300 2000-EXIT.
027400     EXIT.
027500 2100-GATHER-ONE-MONTH.
027600     COMPUTE WS-WALK-YYYY = (WS-WALK-TOTAL-MONTHS - 1) / 12.
027700     COMPUTE WS-WALK-MM =
027800         FUNCTION MOD ((WS-WALK-TOTAL-MONTHS - 1) 12) + 1.
027900     COMPUTE WS-WALK-YYYYMM = WS-WALK-YYYY * 100 + WS-WALK-MM.
028000     MOVE "AUDARC" TO WS-ARCH-PREFIX.
028100     MOVE WS-WALK-YYYYMM TO WS-ARCH-YYYYMM.
028200     MOVE SPACE TO WS-ARCH-ASSIGN-NAME (13:8).
028300     OPEN INPUT ARCHIVE-FILE.
028400     IF WS-AR-OK
028500         MOVE "N" TO WS-EOF-SW
028600         PERFORM 2200-COPY-ONE-ARCHIVE-REC THRU 2200-EXIT
028700             UNTIL WS-EOF
028800     END-IF.
028900     CLOSE ARCHIVE-FILE.
029000     ADD 1 TO WS-WALK-TOTAL-MONTHS.
029100 2100-EXIT.
029200     EXIT.
029300 2200-COPY-ONE-ARCHIVE-REC.
029400     READ ARCHIVE-FILE INTO AL-AUDIT-RECORD
029500         AT END
029600             SET WS-EOF TO TRUE
029700             GO TO 2200-EXIT
029800     END-READ.
029900     PERFORM 2500-STAGE-IF-IN-WINDOW THRU 2500-EXIT.
030000 2200-EXIT.
030100     EXIT.
030200 2400-COPY-ONE-LIVE-REC.
030300     READ AUDIT-LOG INTO AL-AUDIT-RECORD
030400         AT END
030500             SET WS-EOF TO TRUE
030600             GO TO 2400-EXIT
030700     END-READ.
030800     PERFORM 2500-STAGE-IF-IN-WINDOW THRU 2500-EXIT.
030900 2400-EXIT.
031000     EXIT.
031100 2500-STAGE-IF-IN-WINDOW.
031200     IF AL-CUST-ID = SPACE OR AL-CUST-ID = LOW-VALUES
031300         GO TO 2500-EXIT
031400     END-IF.
031500     IF AL-RUN-DATE < WS-LOOKBACK-DATE
031600             OR AL-RUN-DATE > CR-RUN-DATE-YMD
031700         GO TO 2500-EXIT
031800     END-IF.
031900     WRITE MW-FILE-RECORD FROM AL-AUDIT-RECORD.
032000     ADD 1 TO WS-HIST-RECORDS.
032100     IF AL-RUN-DATE = CR-RUN-DATE-YMD
032200         ADD 1 TO WS-DAY-POSTINGS
032300     END-IF.
032400 2500-EXIT.
032500     EXIT.
032600 3000-SORT-HISTORY.
032700     SORT SORT-WORK
032800         ON ASCENDING KEY SD-CUST-ID
032900         ON ASCENDING KEY SD-RUN-DATE
033000         USING MONITOR-WORK
033100         GIVING SORTED-HIST.
033200 3000-EXIT.
033300     EXIT.
033400*-----------------------------------------------------------*
033500* 4000-SCAN-CUSTOMERS - ONE CONTROL BREAK PER CUSTOMER ON    *
033600* THE SORTED HISTORY.  ONLY A CUSTOMER WITH POSTINGS ON THE  *
033700* RUN DATE IS TESTED AGAINST THE RULES; THE REST OF THE      *
033800* HISTORY IS THERE AS THE LOOK-BACK.                         *
033900*-----------------------------------------------------------*
034000 4000-SCAN-CUSTOMERS.
034100     OPEN INPUT SORTED-HIST.
034200     PERFORM 4150-READ-HISTORY THRU 4150-EXIT.
034300     PERFORM 4100-GATHER-ONE-CUSTOMER THRU 4100-EXIT
034400         UNTIL WS-HIST-EOF.
034500     CLOSE SORTED-HIST.
034600 4000-EXIT.
034700     EXIT.
034800 4100-GATHER-ONE-CUSTOMER.
034900     MOVE AL-CUST-ID TO WS-HIST-CUST-ID.
035000     MOVE ZERO TO WS-PRIOR-TOTAL WS-PRIOR-DAYS WS-PRIOR-LAST-DATE
035100         WS-DAY-COUNT WS-DAY-TOTAL WS-LARGE-COUNT WS-LARGE-TOTAL
035200         WS-SMALL-COUNT WS-SMALL-TOTAL.
035300     PERFORM 4160-TAKE-ONE-POSTING THRU 4160-EXIT
035400         UNTIL WS-HIST-EOF
035500             OR AL-CUST-ID NOT = WS-HIST-CUST-ID.
035600     IF WS-DAY-COUNT > ZERO
035700         ADD 1 TO WS-CUSTOMERS-ACTIVE
035800         PERFORM 4200-APPLY-RULES THRU 4200-EXIT
035900     END-IF.
036000 4100-EXIT.
036100     EXIT.
036200 4150-READ-HISTORY.
036300     READ SORTED-HIST INTO AL-AUDIT-RECORD
036400         AT END SET WS-HIST-EOF TO TRUE
036500     END-READ.
036600 4150-EXIT.
036700     EXIT.
036800 4160-TAKE-ONE-POSTING.
036900     IF AL-RESULT < ZERO
037000         COMPUTE WS-ABS-AMOUNT = ZERO - AL-RESULT
037100     ELSE
037200         MOVE AL-RESULT TO WS-ABS-AMOUNT
037300     END-IF.
037400     IF AL-RUN-DATE < CR-RUN-DATE-YMD
037500         ADD WS-ABS-AMOUNT TO WS-PRIOR-TOTAL
037600         IF AL-RUN-DATE NOT = WS-PRIOR-LAST-DATE
037700             ADD 1 TO WS-PRIOR-DAYS
037800             MOVE AL-RUN-DATE TO WS-PRIOR-LAST-DATE
037900         END-IF
038000     ELSE
038100         ADD 1 TO WS-DAY-COUNT
038200         ADD WS-ABS-AMOUNT TO WS-DAY-TOTAL
038300         IF WS-ABS-AMOUNT > WS-REPORT-THRESHOLD
038400             ADD 1 TO WS-LARGE-COUNT
038500             ADD WS-ABS-AMOUNT TO WS-LARGE-TOTAL
038600         ELSE
038700             ADD 1 TO WS-SMALL-COUNT
038800             ADD WS-ABS-AMOUNT TO WS-SMALL-TOTAL
038900         END-IF
039000     END-IF.
039100     PERFORM 4150-READ-HISTORY THRU 4150-EXIT.
039200 4160-EXIT.
039300     EXIT.
039400*-----------------------------------------------------------*
039500* 4200-APPLY-RULES - THE FOUR MONITOR RULES AGAINST ONE      *
039600* CUSTOMER'S DAY.  A CUSTOMER CAN HIT MORE THAN ONE.         *
039700*-----------------------------------------------------------*
039800 4200-APPLY-RULES.
039900     MOVE WS-HIST-CUST-ID TO CM-CUST-ID.
040000     READ CUSTOMER-MASTER
040100         INVALID KEY
040200             MOVE "** NOT ON FILE **" TO WS-CUST-NAME
040300         NOT INVALID KEY
040400             MOVE CM-CUST-NAME TO WS-CUST-NAME
040500     END-READ.
040600     IF WS-LARGE-COUNT > ZERO
040700         MOVE "LG" TO WS-HIT-RULE
040800         MOVE CR-RUN-DATE-YMD TO WS-HIT-KEY-DATE
040900         MOVE WS-LARGE-COUNT TO WS-HIT-ITEMS
041000         MOVE WS-LARGE-TOTAL TO WS-HIT-AMOUNT
041100         MOVE ZERO TO WS-HIT-BASELINE
041200         PERFORM 5000-RAISE-CASE THRU 5000-EXIT
041300     END-IF.
041400     IF WS-SMALL-COUNT >= WS-STRUCT-MIN-COUNT
041500             AND WS-SMALL-TOTAL > WS-REPORT-THRESHOLD
041600         MOVE "ST" TO WS-HIT-RULE
041700         MOVE CR-RUN-DATE-YMD TO WS-HIT-KEY-DATE
041800         MOVE WS-SMALL-COUNT TO WS-HIT-ITEMS
041900         MOVE WS-SMALL-TOTAL TO WS-HIT-AMOUNT
042000         MOVE ZERO TO WS-HIT-BASELINE
042100         PERFORM 5000-RAISE-CASE THRU 5000-EXIT
042200     END-IF.
042300*    NO ACTIVE DAY IN THE LOOK-BACK IS NO BASELINE TO JUMP FROM;
042400*    A NEW CUSTOMER'S FIRST BIG DAY IS LEFT TO THE LG/ST RULES.
042500     IF WS-PRIOR-DAYS > ZERO
042600         COMPUTE WS-PRIOR-AVERAGE ROUNDED =
042700             WS-PRIOR-TOTAL / WS-PRIOR-DAYS
042800         IF WS-DAY-TOTAL >= WS-JUMP-FLOOR
042900                 AND WS-DAY-TOTAL >
042910                     WS-PRIOR-AVERAGE * WS-JUMP-FACTOR
043000             MOVE "VJ" TO WS-HIT-RULE
043100             MOVE CR-RUN-DATE-YMD TO WS-HIT-KEY-DATE
043200             MOVE WS-DAY-COUNT TO WS-HIT-ITEMS
043300             MOVE WS-DAY-TOTAL TO WS-HIT-AMOUNT
043400             MOVE WS-PRIOR-AVERAGE TO WS-HIT-BASELINE
043500             PERFORM 5000-RAISE-CASE THRU 5000-EXIT
043600         END-IF
043700     END-IF.
043800*    CM-STATUS-DATE IS STAMPED BY AN ADD, A REUSE OR A NAME/
043900*    ADDRESS CHANGE; THE CASE IS KEYED BY THAT DATE SO ONE CASE
044000*    COVERS ALL THE ACTIVITY THAT FOLLOWS THE ONE CHANGE.
044100     IF WS-CM-OK AND CM-STATUS-ACTIVE
044200             AND CM-STATUS-DATE NUMERIC
044300             AND CM-STATUS-DATE >= WS-RECENT-DATE
044400             AND CM-STATUS-DATE <= CR-RUN-DATE-YMD
044500         MOVE "RC" TO WS-HIT-RULE
044600         MOVE CM-STATUS-DATE TO WS-HIT-KEY-DATE
044700         MOVE WS-DAY-COUNT TO WS-HIT-ITEMS
044800         MOVE WS-DAY-TOTAL TO WS-HIT-AMOUNT
044900         MOVE ZERO TO WS-HIT-BASELINE
045000         PERFORM 5000-RAISE-CASE THRU 5000-EXIT
045100     END-IF.
045200 4200-EXIT.
045300     EXIT.
045400*-----------------------------------------------------------*
045500* 5000-RAISE-CASE - ONE CASE PER CUSTOMER, RULE AND KEY DATE.*
045600* NEW: WRITTEN OPEN AND PRINTED.  ALREADY OPEN: A LATER      *
045700* NIGHT'S ACTIVITY IS ADDED TO IT AND PRINTED AGAIN (A RERUN *
045800* OF THE SAME NIGHT ADDS NOTHING).  CLOSED WITH A            *
045900* DISPOSITION: THE ACTIVITY HAS BEEN DEALT WITH, SO IT IS    *
046000* COUNTED BUT NOT RAISED AGAIN.                              *
046100*-----------------------------------------------------------*
046200 5000-RAISE-CASE.
046300     MOVE WS-HIST-CUST-ID TO MC-CUST-ID.
046400     MOVE WS-HIT-RULE TO MC-RULE-CODE.
046500     MOVE WS-HIT-KEY-DATE TO MC-KEY-DATE.
046600     READ MONITOR-CASES
046700         INVALID KEY
046800             CONTINUE
046900     END-READ.
047000     EVALUATE TRUE
047100         WHEN WS-MC-NOT-FOUND
047200             PERFORM 5100-OPEN-NEW-CASE THRU 5100-EXIT
047300         WHEN NOT WS-MC-OK
047400             MOVE "TXNMON" TO EM-PROGRAM-ID
047500             MOVE "5000-RAISE-CASE" TO EM-PARAGRAPH
047600             MOVE "MONCASE" TO EM-FILE-NAME
047700             MOVE WS-MC-STATUS TO EM-FILE-STATUS
047800             MOVE "CASE FILE READ FAILED - HIT NOT RECORDED"
047900                 TO EM-MESSAGE
048000             MOVE 12 TO EM-SEVERITY
048100             CALL "ERRMGR" USING EM-ERROR-AREA
048200             MOVE 12 TO WS-RETURN-CODE
048300             MOVE "NOT RECORDED" TO WS-HIT-OUTCOME
048400         WHEN MC-STATUS-CLOSED
048500             ADD 1 TO WS-CASES-CLOSED-HITS
048600             GO TO 5000-EXIT
048700         WHEN MC-LAST-HIT-DATE = CR-RUN-DATE-YMD
048800             MOVE "OPEN CASE" TO WS-HIT-OUTCOME
048900         WHEN OTHER
049000             ADD 1 TO MC-HIT-COUNT
049100             ADD WS-HIT-ITEMS TO MC-ITEM-COUNT
049200             ADD WS-HIT-AMOUNT TO MC-FLAGGED-AMOUNT
049300             MOVE CR-RUN-DATE-YMD TO MC-LAST-HIT-DATE
049400             REWRITE MC-MONITOR-CASE-RECORD
049500             ADD 1 TO WS-CASES-UPDATED
049600             MOVE "OPEN CASE +" TO WS-HIT-OUTCOME
049700     END-EVALUATE.
049800     PERFORM 5200-PRINT-HIT THRU 5200-EXIT.
049900 5000-EXIT.
050000     EXIT.
050100 5100-OPEN-NEW-CASE.
050200     MOVE CR-RUN-DATE-YMD TO MC-OPENED-DATE.
050300     MOVE CR-RUN-DATE-YMD TO MC-LAST-HIT-DATE.
050400     MOVE 1 TO MC-HIT-COUNT.
050500     MOVE WS-HIT-ITEMS TO MC-ITEM-COUNT.
050600     MOVE WS-HIT-AMOUNT TO MC-FLAGGED-AMOUNT.
050700     MOVE WS-HIT-BASELINE TO MC-BASELINE-AMOUNT.
050800     SET MC-STATUS-OPEN TO TRUE.
050900     MOVE SPACE TO MC-DISPOSITION.
051000     MOVE SPACE TO MC-DISP-NOTE.
051100     MOVE SPACE TO MC-CLOSED-BY.
051200     MOVE ZERO TO MC-CLOSED-DATE.
051300     WRITE MC-MONITOR-CASE-RECORD
051400         INVALID KEY
051500             CONTINUE
051600     END-WRITE.
051700     ADD 1 TO WS-CASES-NEW.
051800     MOVE "NEW CASE" TO WS-HIT-OUTCOME.
051900     IF WS-RETURN-CODE < 4
052000         MOVE 4 TO WS-RETURN-CODE
052100     END-IF.
052200 5100-EXIT.
052300     EXIT.
052400 5200-PRINT-HIT.
052500     EVALUATE WS-HIT-RULE
052600         WHEN "LG"
052700             MOVE "LG SINGLE OVER THRESHOLD" TO WS-RULE-TEXT
052800         WHEN "ST"
052900             MOVE "ST SPLIT UNDER THRESHOLD" TO WS-RULE-TEXT
053000         WHEN "VJ"
053100             MOVE "VJ VOLUME JUMP" TO WS-RULE-TEXT
053200         WHEN OTHER
053300             MOVE "RC RECENT MASTER CHANGE" TO WS-RULE-TEXT
053400     END-EVALUATE.
053500     MOVE WS-HIT-ITEMS TO WS-COUNT-EDIT.
053600     MOVE WS-HIT-AMOUNT TO WS-AMT-EDIT-1.
053700     STRING WS-HIST-CUST-ID DELIMITED BY SIZE
053800             " " DELIMITED BY SIZE
053900             WS-CUST-NAME DELIMITED BY SIZE
054000             " " DELIMITED BY SIZE
054100             WS-RULE-TEXT DELIMITED BY SIZE
054200             " ITEMS " DELIMITED BY SIZE
054300             WS-COUNT-EDIT DELIMITED BY SIZE
054400             " AMOUNT " DELIMITED BY SIZE
054500             WS-AMT-EDIT-1 DELIMITED BY SIZE
054600             "  " DELIMITED BY SIZE
054700             WS-HIT-OUTCOME DELIMITED BY SIZE
054800             INTO WS-PRINT-WORK.
054900     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
055000     IF WS-HIT-RULE = "VJ"
055100         MOVE WS-HIT-BASELINE TO WS-AMT-EDIT-2
055200         STRING "       AVERAGE ACTIVE DAY IN THE LOOK-BACK "
055300                 DELIMITED BY SIZE
055400                 WS-AMT-EDIT-2 DELIMITED BY SIZE
055500                 INTO WS-PRINT-WORK
055600         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
055700     END-IF.
055800     IF WS-HIT-RULE = "RC"
055900         STRING "       MASTER NAME/ADDRESS OR STATUS CHANGED "
056000                 DELIMITED BY SIZE
056100                 WS-HIT-KEY-DATE DELIMITED BY SIZE
056200                 INTO WS-PRINT-WORK
056300         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
056400     END-IF.
056500 5200-EXIT.
056600     EXIT.
056700 6000-PRINT-SUMMARY.
056800     MOVE SPACE TO WS-PRINT-WORK.
056900     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
057000     MOVE WS-DAY-POSTINGS TO WS-COUNT-EDIT.
057100     STRING "POSTINGS ON THE DAY      " DELIMITED BY SIZE
057200             WS-COUNT-EDIT DELIMITED BY SIZE
057300             INTO WS-PRINT-WORK.
057400     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
057500     MOVE WS-CUSTOMERS-ACTIVE TO WS-COUNT-EDIT.
057600     STRING "CUSTOMERS WITH ACTIVITY  " DELIMITED BY SIZE
057700             WS-COUNT-EDIT DELIMITED BY SIZE
057800             INTO WS-PRINT-WORK.
057900     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
058000     MOVE WS-HIST-RECORDS TO WS-COUNT-EDIT.
058100     STRING "LOOK-BACK RECORDS READ   " DELIMITED BY SIZE
058200             WS-COUNT-EDIT DELIMITED BY SIZE
058300             INTO WS-PRINT-WORK.
058400     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
058500     MOVE WS-CASES-NEW TO WS-COUNT-EDIT.
058600     STRING "NEW CASES OPENED         " DELIMITED BY SIZE
058700             WS-COUNT-EDIT DELIMITED BY SIZE
058800             INTO WS-PRINT-WORK.
058900     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
059000     MOVE WS-CASES-UPDATED TO WS-COUNT-EDIT.
059100     STRING "OPEN CASES ADDED TO      " DELIMITED BY SIZE
059200             WS-COUNT-EDIT DELIMITED BY SIZE
059300             INTO WS-PRINT-WORK.
059400     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
059500     MOVE WS-CASES-CLOSED-HITS TO WS-COUNT-EDIT.
059600     STRING "HITS ON CLOSED CASES     " DELIMITED BY SIZE
059700             WS-COUNT-EDIT DELIMITED BY SIZE
059800             INTO WS-PRINT-WORK.
059900     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
060000 6000-EXIT.
060100     EXIT.
060200*-----------------------------------------------------------*
060300* 8000-PRINT-LINE - HAND ONE LINE OF TEXT TO PRINTMGR.       *
060400*-----------------------------------------------------------*
060500 8000-PRINT-LINE.
060600     MOVE "PRNT" TO WS-PRINT-FUNCTION.
060700     CALL "PRINTMGR" USING WS-PRINT-FUNCTION WS-PRINT-FILENAME
060800         WS-PRINT-WORK CR-RUN-DATE-YMD WS-PM-RETURN-CODE.
060900     MOVE SPACE TO WS-PRINT-WORK.
061000 8000-EXIT.
061100     EXIT.
061200*-----------------------------------------------------------*
061300* 9000-TERMINATE                                             *
061400*-----------------------------------------------------------*
061500 9000-TERMINATE.
061600     CLOSE CUSTOMER-MASTER.
061700     CLOSE MONITOR-CASES.
061800     PERFORM 9100-WRITE-STEP-STATUS THRU 9100-EXIT.
061900     MOVE "TERM" TO WS-PRINT-FUNCTION.
062000     CALL "PRINTMGR" USING WS-PRINT-FUNCTION WS-PRINT-FILENAME
062100         WS-PRINT-WORK CR-RUN-DATE-YMD WS-PM-RETURN-CODE.
062200 9000-EXIT.
062300     EXIT.
062400*-----------------------------------------------------------*
062500* 9100-WRITE-STEP-STATUS - ONE STANDARD STEP-STATUS RECORD    *
062600* FOR DAYCLOSE: IN = THE DAY'S POSTINGS, OUT = NEW CASES.     *
062700*-----------------------------------------------------------*
062800 9100-WRITE-STEP-STATUS.
062900     MOVE "TXNMON" TO SS-PROGRAM-ID.
063000     MOVE CR-RUN-DATE-YMD TO SS-RUN-DATE.
063100     MOVE WS-STEP-START-TIME TO SS-START-TIME.
063200     MOVE WS-RETURN-CODE TO SS-CONDITION-CODE.
063300     MOVE WS-DAY-POSTINGS TO SS-RECORDS-IN.
063400     MOVE WS-CASES-NEW TO SS-RECORDS-OUT.
063500     MOVE ZERO TO SS-RECORDS-REJECTED.
063600     CALL "STEPLOG" USING SS-STEP-AREA.
063700 9100-EXIT.
063800     EXIT.
