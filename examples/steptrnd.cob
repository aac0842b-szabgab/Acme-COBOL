000100* Rolling 30/90-day trend report over the step-status history
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. STEPTRND.
000400 AUTHOR. D. OKONKWO.
000500 INSTALLATION. ACME WIDGET CO - BATCH OPERATIONS.
000600 DATE-WRITTEN. 10/12/2026.
000700 DATE-COMPILED.
000800******************************************************************
000900*    MODIFICATION HISTORY
001000*    DATE       INIT  DESCRIPTION
001100*    10/12/2026 DCO   ORIGINAL PROGRAM.  DAYCLOSE SAYS WHETHER
001200*                     LAST NIGHT WAS GO OR NO-GO, BUT "IS THE
001300*                     WINDOW GETTING LONGER" MEANT PULLING WEEKS
001400*                     OF FILES BY HAND.  THIS READS THE STEPSTAT
001500*                     HISTORY OVER A ROLLING 30- AND 90-DAY SPAN
001600*                     AND PRINTS, PER STEP, RUNS, AVERAGE AND
001700*                     PEAK ELAPSED TIME, RECORDS IN/OUT/REJECTED
001800*                     AND CONDITION CODES; FLAGS ANY NIGHT IN THE
001900*                     LAST 30 DAYS WHERE A STEP RAN WELL PAST ITS
002000*                     AVERAGE OR ITS REJECT RATE JUMPED; TRENDS
002100*                     THE CHAIN'S FINISH TIME (DAYCLOSE'S STOP)
002200*                     AGAINST THE WINDOW END ON THE TRNDPARM
002300*                     PARAMETER RECORD AND PROJECTS WHEN IT WILL
002400*                     OVERRUN; AND TRENDS EACH BRANCH'S VOLUME
002500*                     FROM THE CONSOL CONTROL TOTALS ON BRTOTHST.
002600*                     BOTH HISTORIES ARE TRIMMED HERE TO THE
002700*                     TRNDPARM RETENTION (NEVER LESS THAN THE
002800*                     91 DAYS THE 90-DAY SPAN NEEDS), EVERY
002900*                     RECORD ACCOUNTED FOR AS IN ARCHLOG.  A
003000*                     FLAGGED NIGHT OR A PROJECTED OVERRUN
003100*                     WITHIN 30 DAYS ENDS RC=04.
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER. ACME-SYSTEM.
003600 OBJECT-COMPUTER. ACME-SYSTEM.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT OPTIONAL STEP-STATUS ASSIGN TO "STEPSTAT"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-ST-STATUS.
004200     SELECT STEP-WORK ASSIGN TO "STEPSTWK"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-SW-STATUS.
004500     SELECT OPTIONAL BRANCH-TOTALS ASSIGN TO "BRTOTHST"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-BT-STATUS.
004800     SELECT BRANCH-WORK ASSIGN TO "BRTOTWK"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-BW-STATUS.
005100     SELECT BRANCH-SORT-WORK ASSIGN TO "SRTWRKB".
005200     SELECT SORTED-BRANCH ASSIGN TO "BRTOTSRT"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-BS-STATUS.
005500     SELECT OPTIONAL TREND-PARM ASSIGN TO "TRNDPARM"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-TP-STATUS.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  STEP-STATUS.
006100 01  ST-FILE-RECORD              PIC X(65).
006200 FD  STEP-WORK.
006300 01  SW-FILE-RECORD              PIC X(65).
006400 FD  BRANCH-TOTALS.
006500 01  BT-FILE-RECORD              PIC X(40).
006600 FD  BRANCH-WORK.
006700 01  BW-FILE-RECORD              PIC X(40).
006800 SD  BRANCH-SORT-WORK.
006900 01  BS-SORT-RECORD.
007000     05  BS-RUN-DATE             PIC 9(08).
007100     05  BS-BRANCH-CODE          PIC X(02).
007200     05  FILLER                   PIC X(30).
007300 FD  SORTED-BRANCH.
007400 01  SB-FILE-RECORD              PIC X(40).
007500 FD  TREND-PARM.
007600 01  TP-FILE-RECORD              PIC X(40).
007700 WORKING-STORAGE SECTION.
007800 COPY "rundate.cpy".
007900 COPY "stepline.cpy".
008000 COPY "brtotrec.cpy".
008100 COPY "trndparm.cpy".
008200 COPY "stepstat.cpy".
008300 01  WS-STEP-START-TIME          PIC 9(08)  VALUE ZERO.
008400 01  WS-DATE-FUNCTION            PIC X(04).
008500 01  WS-DATE-FLAG                PIC X(01).
008600 01  WS-DS-RETURN-CODE           PIC 9(02).
008700 01  WS-PRINT-FUNCTION           PIC X(04).
008800 01  WS-PRINT-FILENAME           PIC X(20)  VALUE "STEPTRPT".
008900 01  WS-PM-RETURN-CODE           PIC 9(02).
009000 01  WS-FILE-STATUSES.
009100     05  WS-ST-STATUS            PIC X(02)  VALUE "00".
009200         88  WS-ST-OK                       VALUE "00".
009300     05  WS-SW-STATUS            PIC X(02)  VALUE "00".
009400         88  WS-SW-OK                       VALUE "00".
009500     05  WS-BT-STATUS            PIC X(02)  VALUE "00".
009600         88  WS-BT-OK                       VALUE "00".
009700     05  WS-BW-STATUS            PIC X(02)  VALUE "00".
009800         88  WS-BW-OK                       VALUE "00".
009900     05  WS-BS-STATUS            PIC X(02)  VALUE "00".
010000         88  WS-BS-OK                       VALUE "00".
010100     05  WS-TP-STATUS            PIC X(02)  VALUE "00".
010200         88  WS-TP-OK                       VALUE "00".
010300 01  WS-SWITCHES.
010400     05  WS-EOF-SW               PIC X(01)  VALUE "N".
010500         88  WS-EOF                          VALUE "Y".
010600     05  WS-STEP-HISTORY-SW      PIC X(01)  VALUE "N".
010700         88  WS-STEP-HISTORY                 VALUE "Y".
010800     05  WS-BRANCH-HISTORY-SW    PIC X(01)  VALUE "N".
010900         88  WS-BRANCH-HISTORY               VALUE "Y".
011000     05  WS-STEP-FOUND-SW        PIC X(01)  VALUE "N".
011100         88  WS-STEP-FOUND                   VALUE "Y".
011200     05  WS-HELD-SW              PIC X(01)  VALUE "N".
011300         88  WS-RECORD-HELD                  VALUE "Y".
011400     05  WS-PARM-FOUND-SW        PIC X(01)  VALUE "N".
011500         88  WS-PARM-FOUND                   VALUE "Y".
011600*    DEFAULTS FOR A MISSING TRNDPARM RECORD OR A ZERO FIELD ON IT.
011700 01  WS-DEFAULT-PARMS.
011800     05  WS-DFLT-WINDOW-START    PIC 9(04)  VALUE 2200.
011900     05  WS-DFLT-WINDOW-END      PIC 9(04)  VALUE 0600.
012000     05  WS-DFLT-LONG-RUN-PCT    PIC 9(03)  VALUE 150.
012100     05  WS-DFLT-MIN-FLAG-SECS   PIC 9(05)  VALUE 60.
012200     05  WS-DFLT-REJECT-PCT      PIC 9(03)  VALUE 200.
012300     05  WS-DFLT-RETENTION       PIC 9(03)  VALUE 120.
012400     05  WS-MIN-RETENTION        PIC 9(03)  VALUE 91.
012500*    A BRANCH WHOSE 30-DAY AVERAGE IS THIS MUCH ABOVE ITS 90-DAY
012600*    AVERAGE IS MARKED AS CLIMBING.
012700 01  WS-CLIMB-PCT                PIC 9(03)  VALUE 10.
012800 01  WS-SECONDS-PER-DAY          PIC 9(05)  COMP  VALUE 86400.
012900 01  WS-WINDOW-START-SECS        PIC 9(05)  COMP  VALUE ZERO.
013000 01  WS-WINDOW-END-SECS          PIC 9(05)  COMP  VALUE ZERO.
013100 01  WS-WINDOW-LENGTH-SECS       PIC S9(07) COMP  VALUE ZERO.
013200*    THE SPANS, AS DATES AND AS DAY NUMBERS.  A RECORD IS IN THE
013300*    90-DAY SPAN FROM WS-SPAN90-START THROUGH THE RUN DATE, IN
013400*    THE 30-DAY SPAN FROM WS-SPAN30-START, AND IS KEPT ON THE
013500*    HISTORY FROM WS-RETAIN-FROM.
013600 01  WS-RUN-INT                  PIC 9(07)  COMP  VALUE ZERO.
013700 01  WS-SPAN90-INT               PIC 9(07)  COMP  VALUE ZERO.
013800 01  WS-SPAN30-START             PIC 9(08)  VALUE ZERO.
013900 01  WS-SPAN90-START             PIC 9(08)  VALUE ZERO.
014000 01  WS-RETAIN-FROM              PIC 9(08)  VALUE ZERO.
014100*    TIMES ARE HHMMSSHH AS ACCEPT ... FROM TIME GIVES THEM.
014200 01  WS-TIME-IN                  PIC 9(08)  VALUE ZERO.
014300 01  WS-TIME-PARTS REDEFINES WS-TIME-IN.
014400     05  WS-TIME-HH              PIC 9(02).
014500     05  WS-TIME-MM              PIC 9(02).
014600     05  WS-TIME-SS              PIC 9(02).
014700     05  FILLER                   PIC 9(02).
014800 01  WS-TIME-SECS                PIC 9(05)  COMP  VALUE ZERO.
014900 01  WS-START-SECS               PIC 9(05)  COMP  VALUE ZERO.
015000 01  WS-ELAPSED-SECS             PIC S9(07) COMP  VALUE ZERO.
015100 01  WS-OFFSET-SECS              PIC S9(07) COMP  VALUE ZERO.
015200 01  WS-EDIT-SECS                PIC S9(07) COMP  VALUE ZERO.
015300 01  WS-EDIT-REMAINDER           PIC 9(05)  COMP  VALUE ZERO.
015400 01  WS-HMS-EDIT.
015500     05  WS-HMS-HH               PIC 9(02).
015600     05  FILLER                   PIC X(01)  VALUE ":".
015700     05  WS-HMS-MM               PIC 9(02).
015800     05  FILLER                   PIC X(01)  VALUE ":".
015900     05  WS-HMS-SS               PIC 9(02).
016000 01  WS-HMS-EDIT-1               PIC X(08).
016100 01  WS-HMS-EDIT-2               PIC X(08).
016200*    ONE ENTRY PER STEP SEEN IN THE 90-DAY SPAN, IN THE ORDER
016300*    FIRST SEEN.  SPAN 1 IS THE LAST 30 DAYS, SPAN 2 THE LAST 90.
016400 01  WS-STEP-MAX                 PIC 9(03)  COMP  VALUE 60.
016500 01  WS-STEP-COUNT               PIC 9(03)  COMP  VALUE ZERO.
016600 01  WS-STEPS-NOT-TRACKED        PIC 9(07)  COMP  VALUE ZERO.
016700 01  WS-STEP-TABLE.
016800     05  WS-STEP-ENTRY OCCURS 60 TIMES
016900             INDEXED BY STP-IDX.
017000         10  WS-STP-NAME         PIC X(08).
017100         10  WS-STP-SPAN OCCURS 2 TIMES.
017200             15  WS-STP-RUNS     PIC 9(05)  COMP.
017300             15  WS-STP-ELAPSED  PIC 9(09)  COMP.
017400             15  WS-STP-ELAP-PEAK
017500                                 PIC 9(07)  COMP.
017600             15  WS-STP-PEAK-DATE
017700                                 PIC 9(08).
017800             15  WS-STP-IN       PIC 9(11)  COMP.
017900             15  WS-STP-OUT      PIC 9(11)  COMP.
018000             15  WS-STP-REJ      PIC 9(11)  COMP.
018100             15  WS-STP-REJ-PEAK PIC 9(08)  COMP.
018200             15  WS-STP-CC-RAISED
018300                                 PIC 9(05)  COMP.
018400             15  WS-STP-CC-PEAK  PIC 9(02).
018500 01  WS-SPAN-SUB                 PIC 9(01)  COMP  VALUE ZERO.
018600 01  WS-SPAN-LABEL               PIC X(04).
018700*    ONE ENTRY PER NIGHT IN THE 90-DAY SPAN THAT REACHED
018800*    DAYCLOSE: HOW FAR PAST THE WINDOW START IT FINISHED.
018900 01  WS-NIGHT-COUNT              PIC 9(03)  COMP  VALUE ZERO.
019000 01  WS-NIGHT-TABLE.
019100     05  WS-NIGHT-ENTRY OCCURS 100 TIMES
019200             INDEXED BY NGT-IDX.
019300         10  WS-NGT-DATE         PIC 9(08).
019400         10  WS-NGT-FINISH       PIC S9(07) COMP.
019500*    THE FINISH-TIME TREND: A LEAST-SQUARES LINE THROUGH THE
019600*    NIGHTS (DAY NUMBER WITHIN THE SPAN, SECONDS PAST THE WINDOW
019700*    START).
019800 01  WS-TREND-WORK.
019900     05  WS-TRD-X                PIC S9(05)       COMP.
020000     05  WS-TRD-N                PIC S9(05)       COMP.
020100     05  WS-TRD-SUM-X            PIC S9(15)       COMP.
020200     05  WS-TRD-SUM-Y            PIC S9(15)       COMP.
020300     05  WS-TRD-SUM-XX           PIC S9(15)       COMP.
020400     05  WS-TRD-SUM-XY           PIC S9(15)       COMP.
020500     05  WS-TRD-DIVISOR          PIC S9(15)       COMP.
020600     05  WS-TRD-SLOPE            PIC S9(07)V9(04).
020700     05  WS-TRD-INTERCEPT        PIC S9(09)V9(04).
020800     05  WS-TRD-FITTED           PIC S9(09)V9(04).
020900     05  WS-TRD-DAYS             PIC S9(09)       COMP.
021000 01  WS-OVERRUN-DATE             PIC 9(08)  VALUE ZERO.
021100 01  WS-NIGHTS-30                PIC 9(03)  COMP  VALUE ZERO.
021200 01  WS-FINISH-TOTAL-30          PIC S9(09) COMP  VALUE ZERO.
021300 01  WS-FINISH-PEAK              PIC S9(07) COMP  VALUE ZERO.
021400 01  WS-FINISH-PEAK-DATE         PIC 9(08)  VALUE ZERO.
021500 01  WS-LATEST-DATE              PIC 9(08)  VALUE ZERO.
021600 01  WS-LATEST-FINISH            PIC S9(07) COMP  VALUE ZERO.
021700 01  WS-OVERRUNS-90              PIC 9(03)  COMP  VALUE ZERO.
021800 01  WS-OVERRUNS-30              PIC 9(03)  COMP  VALUE ZERO.
021900 01  WS-SLOPE-EDIT               PIC +++++9.9.
022000*    REJECT RATES ARE CARRIED IN HUNDREDTHS OF A PERCENT.
022100 01  WS-NIGHT-RATE               PIC 9(07)  COMP  VALUE ZERO.
022200 01  WS-AVERAGE-RATE             PIC 9(07)  COMP  VALUE ZERO.
022300 01  WS-AVERAGE-ELAPSED          PIC 9(07)  COMP  VALUE ZERO.
022400 01  WS-RATE-PCT                 PIC 9(05)V99      VALUE ZERO.
022500 01  WS-RATE-EDIT                PIC ZZZZ9.99.
022600 01  WS-RATE-EDIT-2              PIC ZZZZ9.99.
022700 01  WS-FLAG-COUNT               PIC 9(05)  COMP  VALUE ZERO.
022800*    THE BRANCH PASS HOLDS ONE RECORD SO A SAME-DATE RERUN OF
022900*    CONSOL REPLACES THE EARLIER ONE, AND TOTALS ONE BRANCH AT A
023000*    TIME.
023100 01  WS-HELD-RECORD.
023200     05  WS-HELD-DATE            PIC 9(08).
023300     05  WS-HELD-BRANCH          PIC X(02).
023400     05  WS-HELD-COUNT           PIC 9(09).
023500     05  WS-HELD-AMOUNT          PIC S9(11)V99.
023600     05  WS-HELD-TIME            PIC 9(08).
023700 01  WS-BRANCH-TOTALS.
023800     05  WS-BRT-CODE             PIC X(02).
023900     05  WS-BRT-NIGHTS-30        PIC 9(03)  COMP.
024000     05  WS-BRT-COUNT-30         PIC 9(11)  COMP.
024100     05  WS-BRT-AMOUNT-30        PIC S9(13)V99.
024200     05  WS-BRT-NIGHTS-90        PIC 9(03)  COMP.
024300     05  WS-BRT-COUNT-90         PIC 9(11)  COMP.
024400     05  WS-BRT-AMOUNT-90        PIC S9(13)V99.
024500     05  WS-BRT-PEAK-COUNT       PIC 9(09)  COMP.
024600     05  WS-BRT-PEAK-DATE        PIC 9(08).
024700     05  WS-BRT-LAST-DATE        PIC 9(08).
024800     05  WS-BRT-LAST-COUNT       PIC 9(09)  COMP.
024900 01  WS-AVERAGE-30               PIC 9(09)  COMP  VALUE ZERO.
025000 01  WS-AVERAGE-90               PIC 9(09)  COMP  VALUE ZERO.
025100 01  WS-AVG-AMOUNT-30            PIC S9(11)V99     VALUE ZERO.
025200 01  WS-AVG-AMOUNT-90            PIC S9(11)V99     VALUE ZERO.
025300 01  WS-TREND-PCT                PIC S9(05)V9      VALUE ZERO.
025400 01  WS-TREND-EDIT               PIC +++++9.9.
025500 01  WS-BRANCHES-REPORTED        PIC 9(03)  COMP  VALUE ZERO.
025600 01  WS-COUNTERS.
025700     05  WS-SS-READ              PIC 9(08)  COMP  VALUE ZERO.
025800     05  WS-SS-RETAINED          PIC 9(08)  COMP  VALUE ZERO.
025900     05  WS-SS-PURGED            PIC 9(08)  COMP  VALUE ZERO.
026000     05  WS-BT-READ              PIC 9(08)  COMP  VALUE ZERO.
026100     05  WS-BT-RETAINED          PIC 9(08)  COMP  VALUE ZERO.
026200     05  WS-BT-PURGED            PIC 9(08)  COMP  VALUE ZERO.
026300     05  WS-ACCOUNTED            PIC 9(08)  COMP  VALUE ZERO.
026400 01  WS-COUNT-EDIT               PIC ZZZZZZZ9.
026500 01  WS-COUNT-EDIT-2             PIC ZZZZZZZ9.
026600 01  WS-COUNT-EDIT-3             PIC ZZZZZZZ9.
026700 01  WS-COUNT-EDIT-4             PIC ZZZZZZZ9.
026800 01  WS-RUNS-EDIT                PIC ZZZZ9.
026900 01  WS-CC-EDIT                  PIC Z9.
027000 01  WS-AMT-EDIT                 PIC -ZZZZZZZZZZ9.99.
027100 01  WS-AMT-EDIT-2               PIC -ZZZZZZZZZZ9.99.
027200 01  WS-PRINT-WORK               PIC X(132)  VALUE SPACE.
027300 01  WS-RETURN-CODE              PIC 9(02)  COMP  VALUE ZERO.
027400 PROCEDURE DIVISION.
027500 0000-MAINLINE.
027600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027700     PERFORM 2000-SCAN-STEP-STATUS THRU 2000-EXIT.
027800     IF WS-STEP-HISTORY
027900         PERFORM 3000-REPORT-STEPS THRU 3000-EXIT
028000         PERFORM 3500-FLAG-NIGHTS THRU 3500-EXIT
028100         PERFORM 4000-REPORT-WINDOW THRU 4000-EXIT
028200     END-IF.
028300     PERFORM 5000-BRANCH-TRENDS THRU 5000-EXIT.
028400     PERFORM 6000-RETAIN-HISTORY THRU 6000-EXIT.
028500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
028600     STOP RUN WS-RETURN-CODE.
028700*-----------------------------------------------------------*
028800* 1000-INITIALIZE - THE SPANS END ON THE BUSINESS DATE AND   *
028900* RUN BACK 30 AND 90 DAYS, THAT DATE INCLUDED.               *
029000*-----------------------------------------------------------*
029100 1000-INITIALIZE.
029200     ACCEPT CR-MACHINE-DATE-YMD FROM DATE YYYYMMDD.
029300     ACCEPT CR-RUN-TIME FROM TIME.
029400     MOVE CR-RUN-TIME TO WS-STEP-START-TIME.
029500     MOVE "BIZD" TO WS-DATE-FUNCTION.
029600     CALL "DATESRV" USING WS-DATE-FUNCTION CR-MACHINE-DATE-YMD
029700         CR-RUN-DATE-YMD WS-DATE-FLAG WS-DS-RETURN-CODE.
029800     IF WS-DS-RETURN-CODE > 8
029900         MOVE CR-MACHINE-DATE-YMD TO CR-RUN-DATE-YMD
030000     END-IF.
030100     MOVE "STEPTRND" TO WS-PRINT-WORK.
030200     MOVE "INIT" TO WS-PRINT-FUNCTION.
030300     CALL "PRINTMGR" USING WS-PRINT-FUNCTION WS-PRINT-FILENAME
030400         WS-PRINT-WORK CR-RUN-DATE-YMD WS-PM-RETURN-CODE.
030500     PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT.
030600     COMPUTE WS-RUN-INT =
030700         FUNCTION INTEGER-OF-DATE (CR-RUN-DATE-YMD).
030800     COMPUTE WS-SPAN90-INT = WS-RUN-INT - 89.
030900     COMPUTE WS-SPAN90-START =
031000         FUNCTION DATE-OF-INTEGER (WS-SPAN90-INT).
031100     COMPUTE WS-SPAN30-START =
031200         FUNCTION DATE-OF-INTEGER (WS-RUN-INT - 29).
031300     COMPUTE WS-RETAIN-FROM = FUNCTION DATE-OF-INTEGER
031400         (WS-RUN-INT - TP-RETENTION-DAYS + 1).
031500     STRING "BATCH RUN-HISTORY TRENDS FOR BUSINESS DATE "
031600                 DELIMITED BY SIZE
031700             CR-RUN-DATE-YMD DELIMITED BY SIZE
031800             INTO WS-PRINT-WORK.
031900     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
032000     STRING "30-DAY SPAN FROM " DELIMITED BY SIZE
032100             WS-SPAN30-START DELIMITED BY SIZE
032200             "   90-DAY SPAN FROM " DELIMITED BY SIZE
032300             WS-SPAN90-START DELIMITED BY SIZE
032400             INTO WS-PRINT-WORK.
032500     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
032600     MOVE TP-LONG-RUN-PCT TO WS-COUNT-EDIT.
032700     MOVE TP-MIN-FLAG-SECONDS TO WS-COUNT-EDIT-2.
032800     MOVE TP-REJECT-SPIKE-PCT TO WS-COUNT-EDIT-3.
032900     MOVE TP-RETENTION-DAYS TO WS-COUNT-EDIT-4.
033000     STRING "LONG RUN OVER" DELIMITED BY SIZE
033100             WS-COUNT-EDIT DELIMITED BY SIZE
033200             "% OF AVERAGE (MIN" DELIMITED BY SIZE
033300             WS-COUNT-EDIT-2 DELIMITED BY SIZE
033400             " SECS)   REJECT SPIKE OVER" DELIMITED BY SIZE
033500             WS-COUNT-EDIT-3 DELIMITED BY SIZE
033600             "% OF AVERAGE RATE   HISTORY KEPT" DELIMITED BY SIZE
033700             WS-COUNT-EDIT-4 DELIMITED BY SIZE
033800             " DAYS" DELIMITED BY SIZE
033900             INTO WS-PRINT-WORK.
034000     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
034100 1000-EXIT.
034200     EXIT.
034300*-----------------------------------------------------------*
034400* 1100-READ-PARAMETERS - THE TRNDPARM RECORD, WITH THE       *
034500* DEFAULT FOR ANY FIELD MISSING, ZERO OR NOT A TIME OF DAY.  *
034600* RETENTION IS NEVER LESS THAN THE 91 DAYS THE 90-DAY SPAN   *
034700* NEEDS (TODAY PLUS 90 DAYS BACK).                           *
034800*-----------------------------------------------------------*
034900 1100-READ-PARAMETERS.
035000     MOVE ZERO TO TP-WINDOW-START TP-WINDOW-END TP-LONG-RUN-PCT
035100         TP-MIN-FLAG-SECONDS TP-REJECT-SPIKE-PCT
035200         TP-RETENTION-DAYS.
035300     OPEN INPUT TREND-PARM.
035400     IF WS-TP-OK
035500         READ TREND-PARM INTO TP-TREND-PARM-RECORD
035600             AT END
035700                 CONTINUE
035800             NOT AT END
035900                 SET WS-PARM-FOUND TO TRUE
036000         END-READ
036100     END-IF.
036200     CLOSE TREND-PARM.
036300     IF NOT WS-PARM-FOUND
036400         MOVE "NO TRNDPARM RECORD ON FILE - DEFAULTS IN USE"
036500             TO WS-PRINT-WORK
036600         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
036700     END-IF.
036800     IF TP-WINDOW-START NOT NUMERIC OR TP-WINDOW-END NOT NUMERIC
036900             OR TP-WINDOW-START = TP-WINDOW-END
037000             OR TP-WINDOW-START > 2359 OR TP-WINDOW-END > 2359
037100         MOVE WS-DFLT-WINDOW-START TO TP-WINDOW-START
037200         MOVE WS-DFLT-WINDOW-END TO TP-WINDOW-END
037300     END-IF.
037400     IF TP-LONG-RUN-PCT NOT NUMERIC OR TP-LONG-RUN-PCT = ZERO
037500         MOVE WS-DFLT-LONG-RUN-PCT TO TP-LONG-RUN-PCT
037600     END-IF.
037700     IF TP-MIN-FLAG-SECONDS NOT NUMERIC
037800             OR TP-MIN-FLAG-SECONDS = ZERO
037900         MOVE WS-DFLT-MIN-FLAG-SECS TO TP-MIN-FLAG-SECONDS
038000     END-IF.
038100     IF TP-REJECT-SPIKE-PCT NOT NUMERIC
038200             OR TP-REJECT-SPIKE-PCT = ZERO
038300         MOVE WS-DFLT-REJECT-PCT TO TP-REJECT-SPIKE-PCT
038400     END-IF.
038500     IF TP-RETENTION-DAYS NOT NUMERIC
038600             OR TP-RETENTION-DAYS = ZERO
038700         MOVE WS-DFLT-RETENTION TO TP-RETENTION-DAYS
038800     END-IF.
038900     IF TP-RETENTION-DAYS < WS-MIN-RETENTION
039000         MOVE WS-MIN-RETENTION TO TP-RETENTION-DAYS
039100     END-IF.
039200     MOVE TP-WINDOW-START TO WS-TIME-IN (1:4).
039300     MOVE ZERO TO WS-TIME-IN (5:4).
039400     PERFORM 7100-TIME-TO-SECONDS THRU 7100-EXIT.
039500     MOVE WS-TIME-SECS TO WS-WINDOW-START-SECS.
039600     MOVE TP-WINDOW-END TO WS-TIME-IN (1:4).
039700     MOVE ZERO TO WS-TIME-IN (5:4).
039800     PERFORM 7100-TIME-TO-SECONDS THRU 7100-EXIT.
039900     MOVE WS-TIME-SECS TO WS-WINDOW-END-SECS.
040000     COMPUTE WS-WINDOW-LENGTH-SECS =
040100         WS-WINDOW-END-SECS - WS-WINDOW-START-SECS.
040200     IF WS-WINDOW-LENGTH-SECS NOT > ZERO
040300         ADD WS-SECONDS-PER-DAY TO WS-WINDOW-LENGTH-SECS
040400     END-IF.
040500 1100-EXIT.
040600     EXIT.
040700*-----------------------------------------------------------*
040800* 2000-SCAN-STEP-STATUS - ONE PASS OVER STEPSTAT.  RECORDS   *
040900* OLDER THAN THE RETENTION ARE COUNTED AS PURGED; THE REST   *
041000* GO TO STEPSTWK, WHICH 6000 COPIES BACK.  RECORDS IN THE    *
041100* 90-DAY SPAN ARE TOTALLED PER STEP, AND DAYCLOSE'S STOP     *
041200* TIME GIVES EACH NIGHT'S FINISH.                            *
041300*-----------------------------------------------------------*
041400 2000-SCAN-STEP-STATUS.
041500     INITIALIZE WS-STEP-TABLE.
041600     INITIALIZE WS-NIGHT-TABLE.
041700     OPEN INPUT STEP-STATUS.
041800     IF NOT WS-ST-OK
041900         CLOSE STEP-STATUS
042000         MOVE "NO STEP-STATUS HISTORY ON FILE" TO WS-PRINT-WORK
042100         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
042200         MOVE 4 TO WS-RETURN-CODE
042300         GO TO 2000-EXIT
042400     END-IF.
042500     OPEN OUTPUT STEP-WORK.
042600     IF NOT WS-SW-OK
042700         CLOSE STEP-STATUS
042800         DISPLAY "STEPTRND: CANNOT OPEN STEPSTWK - STATUS "
042900                 WS-SW-STATUS
043000         MOVE "** CANNOT OPEN THE STEPSTWK WORK FILE"
043100             TO WS-PRINT-WORK
043200         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
043300         MOVE 16 TO WS-RETURN-CODE
043400         GO TO 2000-EXIT
043500     END-IF.
043600     SET WS-STEP-HISTORY TO TRUE.
043700     MOVE "N" TO WS-EOF-SW.
043800     PERFORM 2100-SCAN-ONE-RECORD THRU 2100-EXIT
043900         UNTIL WS-EOF.
044000     CLOSE STEP-STATUS.
044100     CLOSE STEP-WORK.
044200 2000-EXIT.
044300     EXIT.
044400 2100-SCAN-ONE-RECORD.
044500     READ STEP-STATUS INTO SL-STATUS-LINE
044600         AT END
044700             SET WS-EOF TO TRUE
044800             GO TO 2100-EXIT
044900     END-READ.
045000     ADD 1 TO WS-SS-READ.
045100     IF SL-RUN-DATE NUMERIC AND SL-RUN-DATE < WS-RETAIN-FROM
045200         ADD 1 TO WS-SS-PURGED
045300         GO TO 2100-EXIT
045400     END-IF.
045500     WRITE SW-FILE-RECORD FROM SL-STATUS-LINE.
045600     ADD 1 TO WS-SS-RETAINED.
045700     IF SL-RUN-DATE NOT NUMERIC
045800             OR SL-RUN-DATE < WS-SPAN90-START
045900             OR SL-RUN-DATE > CR-RUN-DATE-YMD
046000             OR SL-START-TIME NOT NUMERIC
046100             OR SL-STOP-TIME NOT NUMERIC
046200         GO TO 2100-EXIT
046300     END-IF.
046400     PERFORM 2200-FIND-STEP THRU 2200-EXIT.
046500     IF NOT WS-STEP-FOUND
046600         ADD 1 TO WS-STEPS-NOT-TRACKED
046700         GO TO 2100-EXIT
046800     END-IF.
046900     PERFORM 7300-ELAPSED-TIME THRU 7300-EXIT.
047000     MOVE 2 TO WS-SPAN-SUB.
047100     PERFORM 2300-ADD-TO-SPAN THRU 2300-EXIT.
047200     IF SL-RUN-DATE NOT < WS-SPAN30-START
047300         MOVE 1 TO WS-SPAN-SUB
047400         PERFORM 2300-ADD-TO-SPAN THRU 2300-EXIT
047500     END-IF.
047600     IF SL-PROGRAM-ID = "DAYCLOSE"
047700         PERFORM 2400-NOTE-NIGHT THRU 2400-EXIT
047800     END-IF.
047900 2100-EXIT.
048000     EXIT.
048100*-----------------------------------------------------------*
048200* 2200-FIND-STEP - THE STEP'S TABLE ENTRY, TAKING THE NEXT   *
048300* FREE ONE FOR A STEP NOT SEEN BEFORE.  A FULL TABLE LEAVES  *
048400* THE STEP UNTRACKED (COUNTED ON THE REPORT).                *
048500*-----------------------------------------------------------*
048600 2200-FIND-STEP.
048700     MOVE "N" TO WS-STEP-FOUND-SW.
048800     SET STP-IDX TO 1.
048900     SEARCH WS-STEP-ENTRY
049000         AT END
049100             CONTINUE
049200         WHEN WS-STP-NAME (STP-IDX) = SL-PROGRAM-ID
049300             SET WS-STEP-FOUND TO TRUE
049400         WHEN WS-STP-NAME (STP-IDX) = SPACE
049500             MOVE SL-PROGRAM-ID TO WS-STP-NAME (STP-IDX)
049600             ADD 1 TO WS-STEP-COUNT
049700             SET WS-STEP-FOUND TO TRUE
049800     END-SEARCH.
049900 2200-EXIT.
050000     EXIT.
050100 2300-ADD-TO-SPAN.
050200     ADD 1 TO WS-STP-RUNS (STP-IDX WS-SPAN-SUB).
050300     ADD WS-ELAPSED-SECS TO WS-STP-ELAPSED (STP-IDX WS-SPAN-SUB).
050400     IF WS-ELAPSED-SECS > WS-STP-ELAP-PEAK (STP-IDX WS-SPAN-SUB)
050500         MOVE WS-ELAPSED-SECS
050600             TO WS-STP-ELAP-PEAK (STP-IDX WS-SPAN-SUB)
050700         MOVE SL-RUN-DATE
050800             TO WS-STP-PEAK-DATE (STP-IDX WS-SPAN-SUB)
050900     END-IF.
051000     ADD SL-RECORDS-IN TO WS-STP-IN (STP-IDX WS-SPAN-SUB).
051100     ADD SL-RECORDS-OUT TO WS-STP-OUT (STP-IDX WS-SPAN-SUB).
051200     ADD SL-RECORDS-REJ TO WS-STP-REJ (STP-IDX WS-SPAN-SUB).
051300     IF SL-RECORDS-REJ > WS-STP-REJ-PEAK (STP-IDX WS-SPAN-SUB)
051400         MOVE SL-RECORDS-REJ
051500             TO WS-STP-REJ-PEAK (STP-IDX WS-SPAN-SUB)
051600     END-IF.
051700     IF SL-COND-CODE > ZERO
051800         ADD 1 TO WS-STP-CC-RAISED (STP-IDX WS-SPAN-SUB)
051900     END-IF.
052000     IF SL-COND-CODE > WS-STP-CC-PEAK (STP-IDX WS-SPAN-SUB)
052100         MOVE SL-COND-CODE TO WS-STP-CC-PEAK (STP-IDX WS-SPAN-SUB)
052200     END-IF.
052300 2300-EXIT.
052400     EXIT.
052500*-----------------------------------------------------------*
052600* 2400-NOTE-NIGHT - THE NIGHT'S FINISH, AS SECONDS PAST THE  *
052700* WINDOW START.  A RERUN DAYCLOSE ON THE SAME DATE REPLACES  *
052800* THE EARLIER FINISH.                                        *
052900*-----------------------------------------------------------*
053000 2400-NOTE-NIGHT.
053100     MOVE SL-STOP-TIME TO WS-TIME-IN.
053200     PERFORM 7100-TIME-TO-SECONDS THRU 7100-EXIT.
053300     COMPUTE WS-OFFSET-SECS = WS-TIME-SECS - WS-WINDOW-START-SECS.
053400     IF WS-OFFSET-SECS < ZERO
053500         ADD WS-SECONDS-PER-DAY TO WS-OFFSET-SECS
053600     END-IF.
053700     SET NGT-IDX TO 1.
053800     SEARCH WS-NIGHT-ENTRY
053900         AT END
054000             CONTINUE
054100         WHEN WS-NGT-DATE (NGT-IDX) = SL-RUN-DATE
054200             MOVE WS-OFFSET-SECS TO WS-NGT-FINISH (NGT-IDX)
054300         WHEN WS-NGT-DATE (NGT-IDX) = ZERO
054400             MOVE SL-RUN-DATE TO WS-NGT-DATE (NGT-IDX)
054500             MOVE WS-OFFSET-SECS TO WS-NGT-FINISH (NGT-IDX)
054600             ADD 1 TO WS-NIGHT-COUNT
054700     END-SEARCH.
054800 2400-EXIT.
054900     EXIT.
055000*-----------------------------------------------------------*
055100* 3000-REPORT-STEPS - TWO LINES PER STEP, THE 30-DAY SPAN    *
055200* THEN THE 90-DAY SPAN.  AVERAGES ARE PER RUN; THE REJECT    *
055300* RATE IS REJECTED OVER RECORDS IN FOR THE WHOLE SPAN.       *
055400*-----------------------------------------------------------*
055500 3000-REPORT-STEPS.
055600     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
055700     MOVE "STEP      SPAN  RUNS  AVG ELAP PEAK ELAP  PEAK DATE"
055800         TO WS-PRINT-WORK.
055900     MOVE "    AVG IN   AVG OUT   AVG REJ  PEAK REJ  REJ RATE"
056000         TO WS-PRINT-WORK (52:50).
056100     MOVE "  CC>0 MAX CC" TO WS-PRINT-WORK (102:13).
056200     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
056300     PERFORM 3100-REPORT-ONE-STEP THRU 3100-EXIT
056400         VARYING STP-IDX FROM 1 BY 1
056500         UNTIL STP-IDX > WS-STEP-COUNT.
056600     IF WS-STEPS-NOT-TRACKED > ZERO
056700         MOVE WS-STEPS-NOT-TRACKED TO WS-COUNT-EDIT
056800         STRING "** STEP TABLE FULL - RECORDS NOT TRACKED "
056900                     DELIMITED BY SIZE
057000                 WS-COUNT-EDIT DELIMITED BY SIZE
057100                 INTO WS-PRINT-WORK
057200         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
057300     END-IF.
057400 3000-EXIT.
057500     EXIT.
057600 3100-REPORT-ONE-STEP.
057700     MOVE 1 TO WS-SPAN-SUB.
057800     MOVE "30D" TO WS-SPAN-LABEL.
057900     PERFORM 3200-REPORT-ONE-SPAN THRU 3200-EXIT.
058000     MOVE 2 TO WS-SPAN-SUB.
058100     MOVE "90D" TO WS-SPAN-LABEL.
058200     PERFORM 3200-REPORT-ONE-SPAN THRU 3200-EXIT.
058300 3100-EXIT.
058400     EXIT.
058500 3200-REPORT-ONE-SPAN.
058600     IF WS-STP-RUNS (STP-IDX WS-SPAN-SUB) = ZERO
058700         STRING WS-STP-NAME (STP-IDX) DELIMITED BY SIZE
058800                 "  " DELIMITED BY SIZE
058900                 WS-SPAN-LABEL DELIMITED BY SIZE
059000                 "   NOT RUN IN THIS SPAN" DELIMITED BY SIZE
059100                 INTO WS-PRINT-WORK
059200         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
059300         GO TO 3200-EXIT
059400     END-IF.
059500     COMPUTE WS-EDIT-SECS = WS-STP-ELAPSED (STP-IDX WS-SPAN-SUB)
059600         / WS-STP-RUNS (STP-IDX WS-SPAN-SUB).
059700     PERFORM 7200-EDIT-SECONDS THRU 7200-EXIT.
059800     MOVE WS-HMS-EDIT TO WS-HMS-EDIT-1.
059900     MOVE WS-STP-ELAP-PEAK (STP-IDX WS-SPAN-SUB) TO WS-EDIT-SECS.
060000     PERFORM 7200-EDIT-SECONDS THRU 7200-EXIT.
060100     MOVE WS-HMS-EDIT TO WS-HMS-EDIT-2.
060200     COMPUTE WS-COUNT-EDIT = WS-STP-IN (STP-IDX WS-SPAN-SUB)
060300         / WS-STP-RUNS (STP-IDX WS-SPAN-SUB).
060400     COMPUTE WS-COUNT-EDIT-2 = WS-STP-OUT (STP-IDX WS-SPAN-SUB)
060500         / WS-STP-RUNS (STP-IDX WS-SPAN-SUB).
060600     COMPUTE WS-COUNT-EDIT-3 = WS-STP-REJ (STP-IDX WS-SPAN-SUB)
060700         / WS-STP-RUNS (STP-IDX WS-SPAN-SUB).
060800     MOVE WS-STP-REJ-PEAK (STP-IDX WS-SPAN-SUB)
060900         TO WS-COUNT-EDIT-4.
061000     MOVE ZERO TO WS-RATE-PCT.
061100     IF WS-STP-IN (STP-IDX WS-SPAN-SUB) > ZERO
061200         COMPUTE WS-RATE-PCT ROUNDED =
061300             WS-STP-REJ (STP-IDX WS-SPAN-SUB) * 100
061400             / WS-STP-IN (STP-IDX WS-SPAN-SUB)
061500     END-IF.
061600     MOVE WS-RATE-PCT TO WS-RATE-EDIT.
061700     MOVE WS-STP-CC-PEAK (STP-IDX WS-SPAN-SUB) TO WS-CC-EDIT.
061800     MOVE WS-STP-NAME (STP-IDX) TO WS-PRINT-WORK (1:8).
061900     MOVE WS-SPAN-LABEL TO WS-PRINT-WORK (11:4).
062000     MOVE WS-STP-RUNS (STP-IDX WS-SPAN-SUB) TO WS-RUNS-EDIT.
062100     MOVE WS-RUNS-EDIT TO WS-PRINT-WORK (15:5).
062200     MOVE WS-HMS-EDIT-1 TO WS-PRINT-WORK (22:8).
062300     MOVE WS-HMS-EDIT-2 TO WS-PRINT-WORK (32:8).
062400     MOVE WS-STP-PEAK-DATE (STP-IDX WS-SPAN-SUB)
062500         TO WS-PRINT-WORK (42:8).
062600     MOVE WS-COUNT-EDIT TO WS-PRINT-WORK (54:8).
062700     MOVE WS-COUNT-EDIT-2 TO WS-PRINT-WORK (64:8).
062800     MOVE WS-COUNT-EDIT-3 TO WS-PRINT-WORK (74:8).
062900     MOVE WS-COUNT-EDIT-4 TO WS-PRINT-WORK (84:8).
063000     MOVE WS-RATE-EDIT TO WS-PRINT-WORK (93:8).
063100     MOVE "%" TO WS-PRINT-WORK (101:1).
063200     MOVE WS-STP-CC-RAISED (STP-IDX WS-SPAN-SUB) TO WS-RUNS-EDIT.
063300     MOVE WS-RUNS-EDIT TO WS-PRINT-WORK (102:5).
063400     MOVE WS-CC-EDIT TO WS-PRINT-WORK (113:2).
063500     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
063600 3200-EXIT.
063700     EXIT.
063800*-----------------------------------------------------------*
063900* 3500-FLAG-NIGHTS - A SECOND PASS, OVER THE RETAINED COPY,  *
064000* OF THE LAST 30 DAYS.  EACH RUN IS HELD AGAINST ITS STEP'S  *
064100* 90-DAY AVERAGES: ELAPSED TIME PAST THE TRNDPARM PERCENTAGE *
064200* OF THE AVERAGE (AND OVER THE MINIMUM, SO A STEP THAT TAKES *
064300* SECONDS IS NOT FLAGGED FOR TAKING A FEW MORE), OR A REJECT *
064400* RATE PAST ITS PERCENTAGE OF THE AVERAGE RATE.              *
064500*-----------------------------------------------------------*
064600 3500-FLAG-NIGHTS.
064700     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
064800     MOVE "NIGHTS FLAGGED IN THE LAST 30 DAYS" TO WS-PRINT-WORK.
064900     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
065000     OPEN INPUT STEP-WORK.
065100     IF NOT WS-SW-OK
065200         CLOSE STEP-WORK
065300         GO TO 3500-EXIT
065400     END-IF.
065500     MOVE "N" TO WS-EOF-SW.
065600     PERFORM 3600-FLAG-ONE-RECORD THRU 3600-EXIT
065700         UNTIL WS-EOF.
065800     CLOSE STEP-WORK.
065900     IF WS-FLAG-COUNT = ZERO
066000         MOVE "  NONE" TO WS-PRINT-WORK
066100         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
066200     ELSE
066300         IF WS-RETURN-CODE < 4
066400             MOVE 4 TO WS-RETURN-CODE
066500         END-IF
066600     END-IF.
066700 3500-EXIT.
066800     EXIT.
066900 3600-FLAG-ONE-RECORD.
067000     READ STEP-WORK INTO SL-STATUS-LINE
067100         AT END
067200             SET WS-EOF TO TRUE
067300             GO TO 3600-EXIT
067400     END-READ.
067500     IF SL-RUN-DATE NOT NUMERIC
067600             OR SL-RUN-DATE < WS-SPAN30-START
067700             OR SL-RUN-DATE > CR-RUN-DATE-YMD
067800             OR SL-START-TIME NOT NUMERIC
067900             OR SL-STOP-TIME NOT NUMERIC
068000         GO TO 3600-EXIT
068100     END-IF.
068200     SET STP-IDX TO 1.
068300     SEARCH WS-STEP-ENTRY
068400         AT END
068500             GO TO 3600-EXIT
068600         WHEN WS-STP-NAME (STP-IDX) = SL-PROGRAM-ID
068700             CONTINUE
068800     END-SEARCH.
068900     PERFORM 7300-ELAPSED-TIME THRU 7300-EXIT.
069000     COMPUTE WS-AVERAGE-ELAPSED = WS-STP-ELAPSED (STP-IDX 2)
069100         / WS-STP-RUNS (STP-IDX 2).
069200     IF WS-ELAPSED-SECS NOT < TP-MIN-FLAG-SECONDS
069300             AND WS-ELAPSED-SECS * 100 >
069400                 WS-AVERAGE-ELAPSED * TP-LONG-RUN-PCT
069500         ADD 1 TO WS-FLAG-COUNT
069600         MOVE WS-ELAPSED-SECS TO WS-EDIT-SECS
069700         PERFORM 7200-EDIT-SECONDS THRU 7200-EXIT
069800         MOVE WS-HMS-EDIT TO WS-HMS-EDIT-1
069900         MOVE WS-AVERAGE-ELAPSED TO WS-EDIT-SECS
070000         PERFORM 7200-EDIT-SECONDS THRU 7200-EXIT
070100         STRING "  " DELIMITED BY SIZE
070200                 SL-RUN-DATE DELIMITED BY SIZE
070300                 "  " DELIMITED BY SIZE
070400                 SL-PROGRAM-ID DELIMITED BY SIZE
070500                 "  LONG RUN      RAN " DELIMITED BY SIZE
070600                 WS-HMS-EDIT-1 DELIMITED BY SIZE
070700                 "  AGAINST 90-DAY AVERAGE " DELIMITED BY SIZE
070800                 WS-HMS-EDIT DELIMITED BY SIZE
070900                 INTO WS-PRINT-WORK
071000         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
071100     END-IF.
071200     IF SL-RECORDS-REJ = ZERO OR SL-RECORDS-IN = ZERO
071300         GO TO 3600-EXIT
071400     END-IF.
071500     COMPUTE WS-NIGHT-RATE =
071600         SL-RECORDS-REJ * 10000 / SL-RECORDS-IN.
071700     COMPUTE WS-AVERAGE-RATE =
071800         WS-STP-REJ (STP-IDX 2) * 10000 / WS-STP-IN (STP-IDX 2).
071900     IF WS-NIGHT-RATE * 100 >
072000             WS-AVERAGE-RATE * TP-REJECT-SPIKE-PCT
072100         ADD 1 TO WS-FLAG-COUNT
072200         COMPUTE WS-RATE-PCT = WS-NIGHT-RATE / 100
072300         MOVE WS-RATE-PCT TO WS-RATE-EDIT
072400         COMPUTE WS-RATE-PCT = WS-AVERAGE-RATE / 100
072500         MOVE WS-RATE-PCT TO WS-RATE-EDIT-2
072600         STRING "  " DELIMITED BY SIZE
072700                 SL-RUN-DATE DELIMITED BY SIZE
072800                 "  " DELIMITED BY SIZE
072900                 SL-PROGRAM-ID DELIMITED BY SIZE
073000                 "  REJECT SPIKE  RATE" DELIMITED BY SIZE
073100                 WS-RATE-EDIT DELIMITED BY SIZE
073200                 "%  AGAINST 90-DAY AVERAGE" DELIMITED BY SIZE
073300                 WS-RATE-EDIT-2 DELIMITED BY SIZE
073400                 "%" DELIMITED BY SIZE
073500                 INTO WS-PRINT-WORK
073600         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
073700     END-IF.
073800 3600-EXIT.
073900     EXIT.
074000*-----------------------------------------------------------*
074100* 4000-REPORT-WINDOW - WHEN THE CHAIN FINISHED AGAINST THE   *
074200* WINDOW END: LATEST NIGHT, 30-DAY AVERAGE, 90-DAY PEAK AND  *
074300* THE NIGHTS IT OVERRAN, THEN THE PROJECTION.                *
074400*-----------------------------------------------------------*
074500 4000-REPORT-WINDOW.
074600     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
074700     STRING "BATCH WINDOW " DELIMITED BY SIZE
074800             TP-WINDOW-START DELIMITED BY SIZE
074900             " TO " DELIMITED BY SIZE
075000             TP-WINDOW-END DELIMITED BY SIZE
075100             " - CHAIN FINISH (DAYCLOSE STOP TIME)"
075200                 DELIMITED BY SIZE
075300             INTO WS-PRINT-WORK.
075400     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
075500     IF WS-NIGHT-COUNT = ZERO
075600         MOVE "  NO NIGHT IN THE 90-DAY SPAN REACHED DAYCLOSE"
075700             TO WS-PRINT-WORK
075800         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
075900         GO TO 4000-EXIT
076000     END-IF.
076100     INITIALIZE WS-TREND-WORK.
076200     PERFORM 4100-ADD-ONE-NIGHT THRU 4100-EXIT
076300         VARYING NGT-IDX FROM 1 BY 1
076400         UNTIL NGT-IDX > WS-NIGHT-COUNT.
076500     COMPUTE WS-EDIT-SECS =
076600         WS-WINDOW-START-SECS + WS-LATEST-FINISH.
076700     PERFORM 7200-EDIT-SECONDS THRU 7200-EXIT.
076800     STRING "  LATEST NIGHT     " DELIMITED BY SIZE
076900             WS-LATEST-DATE DELIMITED BY SIZE
077000             "  FINISHED " DELIMITED BY SIZE
077100             WS-HMS-EDIT DELIMITED BY SIZE
077200             INTO WS-PRINT-WORK.
077300     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
077400     IF WS-NIGHTS-30 > ZERO
077500         COMPUTE WS-EDIT-SECS = WS-WINDOW-START-SECS
077600             + WS-FINISH-TOTAL-30 / WS-NIGHTS-30
077700         PERFORM 7200-EDIT-SECONDS THRU 7200-EXIT
077800         MOVE WS-NIGHTS-30 TO WS-RUNS-EDIT
077900         STRING "  30-DAY AVERAGE   " DELIMITED BY SIZE
078000                 "          FINISHED " DELIMITED BY SIZE
078100                 WS-HMS-EDIT DELIMITED BY SIZE
078200                 "  OVER" DELIMITED BY SIZE
078300                 WS-RUNS-EDIT DELIMITED BY SIZE
078400                 " NIGHTS" DELIMITED BY SIZE
078500                 INTO WS-PRINT-WORK
078600         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
078700     END-IF.
078800     COMPUTE WS-EDIT-SECS =
078900         WS-WINDOW-START-SECS + WS-FINISH-PEAK.
079000     PERFORM 7200-EDIT-SECONDS THRU 7200-EXIT.
079100     STRING "  90-DAY LATEST    " DELIMITED BY SIZE
079200             WS-FINISH-PEAK-DATE DELIMITED BY SIZE
079300             "  FINISHED " DELIMITED BY SIZE
079400             WS-HMS-EDIT DELIMITED BY SIZE
079500             INTO WS-PRINT-WORK.
079600     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
079700     MOVE WS-OVERRUNS-30 TO WS-RUNS-EDIT.
079800     MOVE WS-OVERRUNS-90 TO WS-COUNT-EDIT.
079900     STRING "  NIGHTS PAST THE WINDOW END - LAST 30 DAYS"
080000                 DELIMITED BY SIZE
080100             WS-RUNS-EDIT DELIMITED BY SIZE
080200             "   LAST 90 DAYS" DELIMITED BY SIZE
080300             WS-COUNT-EDIT DELIMITED BY SIZE
080400             INTO WS-PRINT-WORK.
080500     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
080600     IF WS-OVERRUNS-30 > ZERO AND WS-RETURN-CODE < 4
080700         MOVE 4 TO WS-RETURN-CODE
080800     END-IF.
080900     PERFORM 4200-PROJECT-OVERRUN THRU 4200-EXIT.
081000 4000-EXIT.
081100     EXIT.
081200 4100-ADD-ONE-NIGHT.
081300     COMPUTE WS-TRD-X =
081400         FUNCTION INTEGER-OF-DATE (WS-NGT-DATE (NGT-IDX))
081500         - WS-SPAN90-INT.
081600     ADD 1 TO WS-TRD-N.
081700     ADD WS-TRD-X TO WS-TRD-SUM-X.
081800     ADD WS-NGT-FINISH (NGT-IDX) TO WS-TRD-SUM-Y.
081900     COMPUTE WS-TRD-SUM-XX = WS-TRD-SUM-XX + WS-TRD-X * WS-TRD-X.
082000     COMPUTE WS-TRD-SUM-XY = WS-TRD-SUM-XY
082100         + WS-TRD-X * WS-NGT-FINISH (NGT-IDX).
082200     IF WS-NGT-DATE (NGT-IDX) > WS-LATEST-DATE
082300         MOVE WS-NGT-DATE (NGT-IDX) TO WS-LATEST-DATE
082400         MOVE WS-NGT-FINISH (NGT-IDX) TO WS-LATEST-FINISH
082500     END-IF.
082600     IF WS-NGT-FINISH (NGT-IDX) > WS-FINISH-PEAK
082700         MOVE WS-NGT-FINISH (NGT-IDX) TO WS-FINISH-PEAK
082800         MOVE WS-NGT-DATE (NGT-IDX) TO WS-FINISH-PEAK-DATE
082900     END-IF.
083000     IF WS-NGT-DATE (NGT-IDX) NOT < WS-SPAN30-START
083100         ADD 1 TO WS-NIGHTS-30
083200         ADD WS-NGT-FINISH (NGT-IDX) TO WS-FINISH-TOTAL-30
083300     END-IF.
083400     IF WS-NGT-FINISH (NGT-IDX) > WS-WINDOW-LENGTH-SECS
083500         ADD 1 TO WS-OVERRUNS-90
083600         IF WS-NGT-DATE (NGT-IDX) NOT < WS-SPAN30-START
083700             ADD 1 TO WS-OVERRUNS-30
083800         END-IF
083900     END-IF.
084000 4100-EXIT.
084100     EXIT.
084200*-----------------------------------------------------------*
084300* 4200-PROJECT-OVERRUN - A STRAIGHT LINE THROUGH THE NIGHTS' *
084400* FINISH TIMES.  IF IT IS CLIMBING, THE DAYS UNTIL IT        *
084500* CROSSES THE WINDOW END ARE (WINDOW LENGTH - TODAY'S POINT  *
084600* ON THE LINE) / SECONDS GAINED PER DAY.  FEWER THAN 5       *
084700* NIGHTS IS TOO FEW TO DRAW A LINE THROUGH.                  *
084800*-----------------------------------------------------------*
084900 4200-PROJECT-OVERRUN.
085000     IF WS-TRD-N < 5
085100         MOVE "  TOO FEW NIGHTS ON FILE TO PROJECT AN OVERRUN"
085200             TO WS-PRINT-WORK
085300         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
085400         GO TO 4200-EXIT
085500     END-IF.
085600     COMPUTE WS-TRD-DIVISOR = WS-TRD-N * WS-TRD-SUM-XX
085700         - WS-TRD-SUM-X * WS-TRD-SUM-X.
085800     IF WS-TRD-DIVISOR = ZERO
085900         MOVE "  TOO FEW NIGHTS ON FILE TO PROJECT AN OVERRUN"
086000             TO WS-PRINT-WORK
086100         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
086200         GO TO 4200-EXIT
086300     END-IF.
086400     COMPUTE WS-TRD-SLOPE ROUNDED =
086500         (WS-TRD-N * WS-TRD-SUM-XY - WS-TRD-SUM-X * WS-TRD-SUM-Y)
086600         / WS-TRD-DIVISOR.
086700     COMPUTE WS-TRD-INTERCEPT ROUNDED =
086800         (WS-TRD-SUM-Y - WS-TRD-SLOPE * WS-TRD-SUM-X) / WS-TRD-N.
086900     COMPUTE WS-TRD-FITTED ROUNDED =
087000         WS-TRD-INTERCEPT + WS-TRD-SLOPE * 89.
087100     MOVE WS-TRD-SLOPE TO WS-SLOPE-EDIT.
087200     STRING "  FINISH TIME TREND" DELIMITED BY SIZE
087300             WS-SLOPE-EDIT DELIMITED BY SIZE
087400             " SECONDS PER DAY" DELIMITED BY SIZE
087500             INTO WS-PRINT-WORK.
087600     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
087700     EVALUATE TRUE
087800         WHEN WS-TRD-FITTED NOT < WS-WINDOW-LENGTH-SECS
087900             MOVE "  ** ON THE TREND THE CHAIN ALREADY FINISHES"
088000                 TO WS-PRINT-WORK
088100             MOVE " AT OR PAST THE WINDOW END **"
088200                 TO WS-PRINT-WORK (45:29)
088300             IF WS-RETURN-CODE < 4
088400                 MOVE 4 TO WS-RETURN-CODE
088500             END-IF
088600         WHEN WS-TRD-SLOPE NOT > ZERO
088700             MOVE "  FINISH TIME IS NOT GETTING LATER"
088800                 TO WS-PRINT-WORK
088900             MOVE " - NO OVERRUN PROJECTED"
089000                 TO WS-PRINT-WORK (35:23)
089100         WHEN OTHER
089200             COMPUTE WS-TRD-DAYS =
089300                 (WS-WINDOW-LENGTH-SECS - WS-TRD-FITTED)
089400                 / WS-TRD-SLOPE
089500             IF WS-TRD-DAYS > 3650
089600                 MOVE "  NO OVERRUN PROJECTED WITHIN TEN YEARS"
089700                     TO WS-PRINT-WORK
089800             ELSE
089900                 COMPUTE WS-OVERRUN-DATE = FUNCTION
090000                     DATE-OF-INTEGER (WS-RUN-INT + WS-TRD-DAYS)
090100                 MOVE WS-TRD-DAYS TO WS-COUNT-EDIT
090200                 STRING "  PROJECTED TO OVERRUN THE WINDOW END IN"
090300                             DELIMITED BY SIZE
090400                         WS-COUNT-EDIT DELIMITED BY SIZE
090500                         " DAYS, ON OR ABOUT " DELIMITED BY SIZE
090600                         WS-OVERRUN-DATE DELIMITED BY SIZE
090700                         INTO WS-PRINT-WORK
090800                 IF WS-TRD-DAYS NOT > 30 AND WS-RETURN-CODE < 4
090900                     MOVE 4 TO WS-RETURN-CODE
091000                 END-IF
091100             END-IF
091200     END-EVALUATE.
091300     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
091400 4200-EXIT.
091500     EXIT.
091600*-----------------------------------------------------------*
091700* 5000-BRANCH-TRENDS - BRTOTHST IS TRIMMED TO THE RETENTION  *
091800* ONTO BRTOTWK, WHICH IS THEN SORTED BY BRANCH AND DATE      *
091900* (SAME- DATE LINES KEEP FILE ORDER) FOR ONE LINE PAIR PER   *
092000* BRANCH.                                                    *
092100*-----------------------------------------------------------*
092200 5000-BRANCH-TRENDS.
092300     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
092400     MOVE "BRANCH VOLUME TRENDS (CONSOL CONTROL TOTALS)"
092500         TO WS-PRINT-WORK.
092600     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
092700     OPEN INPUT BRANCH-TOTALS.
092800     IF NOT WS-BT-OK
092900         CLOSE BRANCH-TOTALS
093000         MOVE "  NO BRANCH CONTROL-TOTAL HISTORY ON FILE YET"
093100             TO WS-PRINT-WORK
093200         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
093300         GO TO 5000-EXIT
093400     END-IF.
093500     OPEN OUTPUT BRANCH-WORK.
093600     IF NOT WS-BW-OK
093700         CLOSE BRANCH-TOTALS
093800         DISPLAY "STEPTRND: CANNOT OPEN BRTOTWK - STATUS "
093900                 WS-BW-STATUS
094000         MOVE "** CANNOT OPEN THE BRTOTWK WORK FILE"
094100             TO WS-PRINT-WORK
094200         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
094300         MOVE 16 TO WS-RETURN-CODE
094400         GO TO 5000-EXIT
094500     END-IF.
094600     SET WS-BRANCH-HISTORY TO TRUE.
094700     MOVE "N" TO WS-EOF-SW.
094800     PERFORM 5100-TRIM-ONE-RECORD THRU 5100-EXIT
094900         UNTIL WS-EOF.
095000     CLOSE BRANCH-TOTALS.
095100     CLOSE BRANCH-WORK.
095200     SORT BRANCH-SORT-WORK
095300         ON ASCENDING KEY BS-BRANCH-CODE
095400         ON ASCENDING KEY BS-RUN-DATE
095500         WITH DUPLICATES IN ORDER
095600         USING BRANCH-WORK
095700         GIVING SORTED-BRANCH.
095800     OPEN INPUT SORTED-BRANCH.
095900     IF NOT WS-BS-OK
096000         CLOSE SORTED-BRANCH
096100         GO TO 5000-EXIT
096200     END-IF.
096300     MOVE "N" TO WS-EOF-SW.
096400     MOVE "N" TO WS-HELD-SW.
096500     INITIALIZE WS-BRANCH-TOTALS.
096600     PERFORM 5200-TAKE-ONE-RECORD THRU 5200-EXIT
096700         UNTIL WS-EOF.
096800     CLOSE SORTED-BRANCH.
096900     IF WS-RECORD-HELD
097000         PERFORM 5300-POST-HELD-RECORD THRU 5300-EXIT
097100     END-IF.
097200     IF WS-BRT-CODE NOT = SPACE
097300         PERFORM 5400-PRINT-BRANCH THRU 5400-EXIT
097400     END-IF.
097500     IF WS-BRANCHES-REPORTED = ZERO
097600         MOVE "  NO BRANCH TOTALS IN THE 90-DAY SPAN"
097700             TO WS-PRINT-WORK
097800         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
097900     END-IF.
098000 5000-EXIT.
098100     EXIT.
098200 5100-TRIM-ONE-RECORD.
098300     READ BRANCH-TOTALS INTO BT-BRANCH-TOTAL-RECORD
098400         AT END
098500             SET WS-EOF TO TRUE
098600             GO TO 5100-EXIT
098700     END-READ.
098800     ADD 1 TO WS-BT-READ.
098900     IF BT-RUN-DATE NUMERIC AND BT-RUN-DATE < WS-RETAIN-FROM
099000         ADD 1 TO WS-BT-PURGED
099100         GO TO 5100-EXIT
099200     END-IF.
099300     WRITE BW-FILE-RECORD FROM BT-BRANCH-TOTAL-RECORD.
099400     ADD 1 TO WS-BT-RETAINED.
099500 5100-EXIT.
099600     EXIT.
099700*-----------------------------------------------------------*
099800* 5200-TAKE-ONE-RECORD - HOLD EACH RECORD UNTIL THE NEXT ONE *
099900* SHOWS WHETHER IT WAS THE LAST FOR ITS BRANCH AND DATE;     *
100000* ONLY THE LAST (A CONSOL RERUN'S) IS POSTED.                *
100100*-----------------------------------------------------------*
100200 5200-TAKE-ONE-RECORD.
100300     READ SORTED-BRANCH INTO BT-BRANCH-TOTAL-RECORD
100400         AT END
100500             SET WS-EOF TO TRUE
100600             GO TO 5200-EXIT
100700     END-READ.
100800     IF WS-RECORD-HELD
100900             AND (BT-BRANCH-CODE NOT = WS-HELD-BRANCH
101000                  OR BT-RUN-DATE NOT = WS-HELD-DATE)
101100         PERFORM 5300-POST-HELD-RECORD THRU 5300-EXIT
101200     END-IF.
101300     MOVE BT-BRANCH-TOTAL-RECORD TO WS-HELD-RECORD.
101400     SET WS-RECORD-HELD TO TRUE.
101500 5200-EXIT.
101600     EXIT.
101700 5300-POST-HELD-RECORD.
101800     IF WS-HELD-BRANCH NOT = WS-BRT-CODE
101900         IF WS-BRT-CODE NOT = SPACE
102000             PERFORM 5400-PRINT-BRANCH THRU 5400-EXIT
102100         END-IF
102200         INITIALIZE WS-BRANCH-TOTALS
102300         MOVE WS-HELD-BRANCH TO WS-BRT-CODE
102400     END-IF.
102500     IF WS-HELD-DATE NOT NUMERIC
102600             OR WS-HELD-DATE < WS-SPAN90-START
102700             OR WS-HELD-DATE > CR-RUN-DATE-YMD
102800         GO TO 5300-EXIT
102900     END-IF.
103000     ADD 1 TO WS-BRT-NIGHTS-90.
103100     ADD WS-HELD-COUNT TO WS-BRT-COUNT-90.
103200     ADD WS-HELD-AMOUNT TO WS-BRT-AMOUNT-90.
103300     IF WS-HELD-DATE NOT < WS-SPAN30-START
103400         ADD 1 TO WS-BRT-NIGHTS-30
103500         ADD WS-HELD-COUNT TO WS-BRT-COUNT-30
103600         ADD WS-HELD-AMOUNT TO WS-BRT-AMOUNT-30
103700     END-IF.
103800     IF WS-HELD-COUNT > WS-BRT-PEAK-COUNT
103900         MOVE WS-HELD-COUNT TO WS-BRT-PEAK-COUNT
104000         MOVE WS-HELD-DATE TO WS-BRT-PEAK-DATE
104100     END-IF.
104200     MOVE WS-HELD-DATE TO WS-BRT-LAST-DATE.
104300     MOVE WS-HELD-COUNT TO WS-BRT-LAST-COUNT.
104400 5300-EXIT.
104500     EXIT.
104600*-----------------------------------------------------------*
104700* 5400-PRINT-BRANCH - RECORDS PER NIGHT DELIVERED: LAST      *
104800* NIGHT, THE 30- AND 90-DAY AVERAGES AND THE 90-DAY PEAK,    *
104900* AND THE 30-DAY AVERAGE AS A PERCENTAGE ABOVE OR BELOW THE  *
105000* 90-DAY ONE.  THE SECOND LINE IS THE SAME FOR THE AMOUNTS.  *
105100*-----------------------------------------------------------*
105200 5400-PRINT-BRANCH.
105300     IF WS-BRT-NIGHTS-90 = ZERO
105400         GO TO 5400-EXIT
105500     END-IF.
105600     ADD 1 TO WS-BRANCHES-REPORTED.
105700     COMPUTE WS-AVERAGE-90 = WS-BRT-COUNT-90 / WS-BRT-NIGHTS-90.
105800     COMPUTE WS-AVG-AMOUNT-90 ROUNDED =
105900         WS-BRT-AMOUNT-90 / WS-BRT-NIGHTS-90.
106000     MOVE ZERO TO WS-AVERAGE-30 WS-AVG-AMOUNT-30.
106100     IF WS-BRT-NIGHTS-30 > ZERO
106200         COMPUTE WS-AVERAGE-30 =
106300             WS-BRT-COUNT-30 / WS-BRT-NIGHTS-30
106400         COMPUTE WS-AVG-AMOUNT-30 ROUNDED =
106500             WS-BRT-AMOUNT-30 / WS-BRT-NIGHTS-30
106600     END-IF.
106700     MOVE WS-BRT-LAST-COUNT TO WS-COUNT-EDIT.
106800     MOVE WS-AVERAGE-30 TO WS-COUNT-EDIT-2.
106900     MOVE WS-AVERAGE-90 TO WS-COUNT-EDIT-3.
107000     MOVE WS-BRT-PEAK-COUNT TO WS-COUNT-EDIT-4.
107100     STRING "  BRANCH " DELIMITED BY SIZE
107200             WS-BRT-CODE DELIMITED BY SIZE
107300             "  RECORDS  LAST " DELIMITED BY SIZE
107400             WS-BRT-LAST-DATE DELIMITED BY SIZE
107500             WS-COUNT-EDIT DELIMITED BY SIZE
107600             " 30-DAY AVG" DELIMITED BY SIZE
107700             WS-COUNT-EDIT-2 DELIMITED BY SIZE
107800             " 90-DAY AVG" DELIMITED BY SIZE
107900             WS-COUNT-EDIT-3 DELIMITED BY SIZE
108000             "  PEAK" DELIMITED BY SIZE
108100             WS-COUNT-EDIT-4 DELIMITED BY SIZE
108200             " ON " DELIMITED BY SIZE
108300             WS-BRT-PEAK-DATE DELIMITED BY SIZE
108400             INTO WS-PRINT-WORK.
108500     IF WS-AVERAGE-90 > ZERO AND WS-BRT-NIGHTS-30 > ZERO
108600         COMPUTE WS-TREND-PCT ROUNDED =
108700             (WS-AVERAGE-30 - WS-AVERAGE-90) * 100 / WS-AVERAGE-90
108800         MOVE WS-TREND-PCT TO WS-TREND-EDIT
108900         MOVE "  TREND" TO WS-PRINT-WORK (108:7)
109000         MOVE WS-TREND-EDIT TO WS-PRINT-WORK (115:8)
109100         MOVE "%" TO WS-PRINT-WORK (123:1)
109200         IF WS-TREND-PCT > WS-CLIMB-PCT
109300             MOVE " CLIMBING" TO WS-PRINT-WORK (124:9)
109400         END-IF
109500     END-IF.
109600     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
109700     MOVE WS-AVG-AMOUNT-30 TO WS-AMT-EDIT.
109800     MOVE WS-AVG-AMOUNT-90 TO WS-AMT-EDIT-2.
109900     STRING "             AMOUNTS 30-DAY AVG" DELIMITED BY SIZE
110000             WS-AMT-EDIT DELIMITED BY SIZE
110100             "  90-DAY AVG" DELIMITED BY SIZE
110200             WS-AMT-EDIT-2 DELIMITED BY SIZE
110300             INTO WS-PRINT-WORK.
110400     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
110500 5400-EXIT.
110600     EXIT.
110700*-----------------------------------------------------------*
110800* 6000-RETAIN-HISTORY - THE TRIMMED COPIES BECOME THE LIVE   *
110900* HISTORIES, BUT ONLY WHEN SOMETHING WAS PURGED AND EVERY    *
111000* RECORD READ IS ACCOUNTED FOR (PURGED + RETAINED), AS       *
111100* ARCHLOG PROVES AUDITLOG.  STEPSTAT IS REWRITTEN BEFORE     *
111200* THIS STEP'S OWN STEPLOG CALL ADDS TONIGHT'S LINE.          *
111300*-----------------------------------------------------------*
111400 6000-RETAIN-HISTORY.
111500     IF WS-RETURN-CODE > 8
111600         GO TO 6000-EXIT
111700     END-IF.
111800     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
111900     STRING "HISTORY RETAINED FROM " DELIMITED BY SIZE
112000             WS-RETAIN-FROM DELIMITED BY SIZE
112100             INTO WS-PRINT-WORK.
112200     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
112300     IF WS-STEP-HISTORY
112400         MOVE WS-SS-READ TO WS-COUNT-EDIT
112500         MOVE WS-SS-RETAINED TO WS-COUNT-EDIT-2
112600         MOVE WS-SS-PURGED TO WS-COUNT-EDIT-3
112700         STRING "  STEPSTAT  READ" DELIMITED BY SIZE
112800                 WS-COUNT-EDIT DELIMITED BY SIZE
112900                 "  RETAINED" DELIMITED BY SIZE
113000                 WS-COUNT-EDIT-2 DELIMITED BY SIZE
113100                 "  PURGED" DELIMITED BY SIZE
113200                 WS-COUNT-EDIT-3 DELIMITED BY SIZE
113300                 INTO WS-PRINT-WORK
113400         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
113500         COMPUTE WS-ACCOUNTED = WS-SS-RETAINED + WS-SS-PURGED
113600         IF WS-ACCOUNTED NOT = WS-SS-READ
113700             MOVE "** STEPSTAT RECORDS NOT ACCOUNTED FOR - NOT"
113800                 TO WS-PRINT-WORK
113900             MOVE " TRIMMED" TO WS-PRINT-WORK (44:8)
114000             PERFORM 8000-PRINT-LINE THRU 8000-EXIT
114100             MOVE 16 TO WS-RETURN-CODE
114200         ELSE
114300             IF WS-SS-PURGED > ZERO
114400                 PERFORM 6100-REWRITE-STEP-STATUS THRU 6100-EXIT
114500             END-IF
114600         END-IF
114700     END-IF.
114800     IF WS-BRANCH-HISTORY
114900         MOVE WS-BT-READ TO WS-COUNT-EDIT
115000         MOVE WS-BT-RETAINED TO WS-COUNT-EDIT-2
115100         MOVE WS-BT-PURGED TO WS-COUNT-EDIT-3
115200         STRING "  BRTOTHST  READ" DELIMITED BY SIZE
115300                 WS-COUNT-EDIT DELIMITED BY SIZE
115400                 "  RETAINED" DELIMITED BY SIZE
115500                 WS-COUNT-EDIT-2 DELIMITED BY SIZE
115600                 "  PURGED" DELIMITED BY SIZE
115700                 WS-COUNT-EDIT-3 DELIMITED BY SIZE
115800                 INTO WS-PRINT-WORK
115900         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
116000         COMPUTE WS-ACCOUNTED = WS-BT-RETAINED + WS-BT-PURGED
116100         IF WS-ACCOUNTED NOT = WS-BT-READ
116200             MOVE "** BRTOTHST RECORDS NOT ACCOUNTED FOR - NOT"
116300                 TO WS-PRINT-WORK
116400             MOVE " TRIMMED" TO WS-PRINT-WORK (44:8)
116500             PERFORM 8000-PRINT-LINE THRU 8000-EXIT
116600             MOVE 16 TO WS-RETURN-CODE
116700         ELSE
116800             IF WS-BT-PURGED > ZERO
116900                 PERFORM 6200-REWRITE-BRANCH-TOTALS
117000                     THRU 6200-EXIT
117100             END-IF
117200         END-IF
117300     END-IF.
117400 6000-EXIT.
117500     EXIT.
117600 6100-REWRITE-STEP-STATUS.
117700     OPEN INPUT STEP-WORK.
117800     OPEN OUTPUT STEP-STATUS.
117900     MOVE "N" TO WS-EOF-SW.
118000     PERFORM 6150-COPY-STEP-BACK THRU 6150-EXIT
118100         UNTIL WS-EOF.
118200     CLOSE STEP-WORK.
118300     CLOSE STEP-STATUS.
118400 6100-EXIT.
118500     EXIT.
118600 6150-COPY-STEP-BACK.
118700     READ STEP-WORK
118800         AT END SET WS-EOF TO TRUE
118900     END-READ.
119000     IF NOT WS-EOF
119100         WRITE ST-FILE-RECORD FROM SW-FILE-RECORD
119200     END-IF.
119300 6150-EXIT.
119400     EXIT.
119500 6200-REWRITE-BRANCH-TOTALS.
119600     OPEN INPUT BRANCH-WORK.
119700     OPEN OUTPUT BRANCH-TOTALS.
119800     MOVE "N" TO WS-EOF-SW.
119900     PERFORM 6250-COPY-BRANCH-BACK THRU 6250-EXIT
120000         UNTIL WS-EOF.
120100     CLOSE BRANCH-WORK.
120200     CLOSE BRANCH-TOTALS.
120300 6200-EXIT.
120400     EXIT.
120500 6250-COPY-BRANCH-BACK.
120600     READ BRANCH-WORK
120700         AT END SET WS-EOF TO TRUE
120800     END-READ.
120900     IF NOT WS-EOF
121000         WRITE BT-FILE-RECORD FROM BW-FILE-RECORD
121100     END-IF.
121200 6250-EXIT.
121300     EXIT.
121400*-----------------------------------------------------------*
121500* 7100-TIME-TO-SECONDS - WS-TIME-IN (HHMMSSHH) TO SECONDS    *
121600* PAST MIDNIGHT IN WS-TIME-SECS.                             *
121700*-----------------------------------------------------------*
121800 7100-TIME-TO-SECONDS.
121900     COMPUTE WS-TIME-SECS = WS-TIME-HH * 3600 + WS-TIME-MM * 60
122000         + WS-TIME-SS.
122100 7100-EXIT.
122200     EXIT.
122300*-----------------------------------------------------------*
122400* 7200-EDIT-SECONDS - WS-EDIT-SECS AS HH:MM:SS IN WS-HMS-    *
122500* EDIT.  A TIME OF DAY PAST MIDNIGHT WRAPS BACK TO 00:00:00. *
122600*-----------------------------------------------------------*
122700 7200-EDIT-SECONDS.
122800     IF WS-EDIT-SECS < ZERO
122900         MOVE ZERO TO WS-EDIT-SECS
123000     END-IF.
123100     IF WS-EDIT-SECS NOT < WS-SECONDS-PER-DAY
123200         SUBTRACT WS-SECONDS-PER-DAY FROM WS-EDIT-SECS
123300     END-IF.
123400     DIVIDE WS-EDIT-SECS BY 3600 GIVING WS-HMS-HH
123500         REMAINDER WS-EDIT-REMAINDER.
123600     DIVIDE WS-EDIT-REMAINDER BY 60 GIVING WS-HMS-MM
123700         REMAINDER WS-HMS-SS.
123800 7200-EXIT.
123900     EXIT.
124000*-----------------------------------------------------------*
124100* 7300-ELAPSED-TIME - START TO STOP OF THE RECORD IN SL-     *
124200* STATUS-LINE, IN SECONDS, ACROSS MIDNIGHT IF NEED BE.       *
124300*-----------------------------------------------------------*
124400 7300-ELAPSED-TIME.
124500     MOVE SL-START-TIME TO WS-TIME-IN.
124600     PERFORM 7100-TIME-TO-SECONDS THRU 7100-EXIT.
124700     MOVE WS-TIME-SECS TO WS-START-SECS.
124800     MOVE SL-STOP-TIME TO WS-TIME-IN.
124900     PERFORM 7100-TIME-TO-SECONDS THRU 7100-EXIT.
125000     COMPUTE WS-ELAPSED-SECS = WS-TIME-SECS - WS-START-SECS.
125100     IF WS-ELAPSED-SECS < ZERO
125200         ADD WS-SECONDS-PER-DAY TO WS-ELAPSED-SECS
125300     END-IF.
125400 7300-EXIT.
125500     EXIT.
125600*-----------------------------------------------------------*
125700* 8000-PRINT-LINE - HAND ONE LINE OF TEXT TO PRINTMGR.       *
125800*-----------------------------------------------------------*
125900 8000-PRINT-LINE.
126000     MOVE "PRNT" TO WS-PRINT-FUNCTION.
126100     CALL "PRINTMGR" USING WS-PRINT-FUNCTION WS-PRINT-FILENAME
126200         WS-PRINT-WORK CR-RUN-DATE-YMD WS-PM-RETURN-CODE.
126300     MOVE SPACE TO WS-PRINT-WORK.
126400 8000-EXIT.
126500     EXIT.
126600*-----------------------------------------------------------*
126700* 9000-TERMINATE                                             *
126800*-----------------------------------------------------------*
126900 9000-TERMINATE.
127000     MOVE "TERM" TO WS-PRINT-FUNCTION.
127100     CALL "PRINTMGR" USING WS-PRINT-FUNCTION WS-PRINT-FILENAME
127200         WS-PRINT-WORK CR-RUN-DATE-YMD WS-PM-RETURN-CODE.
127300     PERFORM 9100-WRITE-STEP-STATUS THRU 9100-EXIT.
127400 9000-EXIT.
127500     EXIT.
127600*-----------------------------------------------------------*
127700* 9100-WRITE-STEP-STATUS - ONE STANDARD STEP-STATUS RECORD   *
127800* PER RUN, AFTER THE HISTORY HAS BEEN TRIMMED.               *
127900*-----------------------------------------------------------*
128000 9100-WRITE-STEP-STATUS.
128100     MOVE "STEPTRND" TO SS-PROGRAM-ID.
128200     MOVE CR-RUN-DATE-YMD TO SS-RUN-DATE.
128300     MOVE WS-STEP-START-TIME TO SS-START-TIME.
128400     MOVE WS-RETURN-CODE TO SS-CONDITION-CODE.
128500     MOVE WS-SS-READ TO SS-RECORDS-IN.
128600     MOVE WS-SS-RETAINED TO SS-RECORDS-OUT.
128700     MOVE WS-SS-PURGED TO SS-RECORDS-REJECTED.
128800     CALL "STEPLOG" USING SS-STEP-AREA.
128900 9100-EXIT.
129000     EXIT.
