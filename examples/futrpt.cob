000100* Future-dated transaction warehouse inquiry report
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. FUTRPT.
000400 AUTHOR. D. OKONKWO.
000500 INSTALLATION. ACME WIDGET CO - BATCH OPERATIONS.
000600 DATE-WRITTEN. 09/24/2026.
000700 DATE-COMPILED.
000800******************************************************************
000900*    MODIFICATION HISTORY
001000*    DATE       INIT  DESCRIPTION
001100*    09/24/2026 DCO   ORIGINAL PROGRAM.  LISTS THE ITEMS WAITING
001200*                     ON THE FUTWHSE WAREHOUSE (FUTURE-DATED
001300*                     DETAILS ADDING HAS PARKED) BY EFFECTIVE DATE
001400*                     AND BRANCH, WITH BRANCH AND DATE SUBTOTALS,
001500*                     THEN COUNTS WHAT TONIGHT'S ADDING RELEASED
001600*                     AND HOW IT CAME OUT (POSTED, HELD,
001700*                     REJECTED).  FUTRPT_BRANCH LIMITS THE LISTING
001800*                     TO ONE BRANCH FOR A BRANCH ENQUIRY.
001900******************************************************************
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 SOURCE-COMPUTER. ACME-SYSTEM.
002300 OBJECT-COMPUTER. ACME-SYSTEM.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT OPTIONAL FUTURE-WAREHOUSE ASSIGN TO "FUTWHSE"
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS DYNAMIC
002900         RECORD KEY IS FW-WHSE-KEY
003000         FILE STATUS IS WS-FW-STATUS.
003100     SELECT OPTIONAL BRANCH-TABLE ASSIGN TO "BRANCHTB"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS BC-BRANCH-CODE
003500         FILE STATUS IS WS-BC-STATUS.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  FUTURE-WAREHOUSE.
003900 COPY "futrec.cpy".
004000 FD  BRANCH-TABLE.
004100 COPY "brnchrec.cpy".
004200 WORKING-STORAGE SECTION.
004300 COPY "rundate.cpy".
004400 COPY "stepstat.cpy".
004500 01  WS-STEP-START-TIME          PIC 9(08)  VALUE ZERO.
004600 01  WS-DATE-FUNCTION            PIC X(04).
004700 01  WS-DATE-FLAG                PIC X(01).
004800 01  WS-DS-RETURN-CODE           PIC 9(02).
004900 01  WS-PRINT-FUNCTION           PIC X(04).
005000 01  WS-PRINT-FILENAME           PIC X(20)  VALUE "FUTRPT".
005100 01  WS-PRINT-WORK               PIC X(132)  VALUE SPACE.
005200 01  WS-PM-RETURN-CODE           PIC 9(02).
005300 01  WS-BRANCH-NAME-ENV          PIC X(20)  VALUE "FUTRPT_BRANCH".
005400 01  WS-BRANCH-FILTER            PIC X(02)  VALUE SPACE.
005500 01  WS-FW-STATUS                PIC X(02)  VALUE "00".
005600     88  WS-FW-OK                           VALUE "00".
005700 01  WS-BC-STATUS                PIC X(02)  VALUE "00".
005800     88  WS-BC-OK                           VALUE "00".
005900 01  WS-EOF-SW                   PIC X(01)  VALUE "N".
006000     88  WS-EOF                              VALUE "Y".
006100 01  WS-FIRST-REC-SW             PIC X(01)  VALUE "Y".
006200     88  WS-FIRST-RECORD                      VALUE "Y".
006300 01  WS-PREV-DATE                PIC 9(08)  VALUE ZERO.
006400 01  WS-PREV-BRANCH              PIC X(02)  VALUE SPACE.
006500 01  WS-BRANCH-DESC              PIC X(20)  VALUE SPACE.
006600 01  WS-COUNTERS.
006700     05  WS-RECORDS-READ         PIC 9(08)  COMP  VALUE ZERO.
006800     05  WS-BRANCH-COUNT         PIC 9(07)  COMP  VALUE ZERO.
006900     05  WS-DATE-COUNT           PIC 9(07)  COMP  VALUE ZERO.
007000     05  WS-TOTAL-COUNT          PIC 9(07)  COMP  VALUE ZERO.
007100     05  WS-RELEASED-POSTED      PIC 9(07)  COMP  VALUE ZERO.
007200     05  WS-RELEASED-HELD        PIC 9(07)  COMP  VALUE ZERO.
007300     05  WS-RELEASED-REJECTED    PIC 9(07)  COMP  VALUE ZERO.
007400 01  WS-BRANCH-SUM               PIC S9(09)V99 VALUE ZERO.
007500 01  WS-DATE-SUM                 PIC S9(09)V99 VALUE ZERO.
007600 01  WS-TOTAL-SUM                PIC S9(09)V99 VALUE ZERO.
007700 01  WS-COUNT-EDIT               PIC ZZZZZZ9.
007800 01  WS-SUM-EDIT                 PIC -ZZZZZZZZ9.99.
007900 01  WS-SERIAL-EDIT              PIC 9(09).
008000 01  WS-RETURN-CODE              PIC 9(02)  COMP  VALUE ZERO.
008100 PROCEDURE DIVISION.
008200 0000-MAINLINE.
008300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008400     PERFORM 2000-PRODUCE-REPORT THRU 2000-EXIT.
008500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
008600     STOP RUN WS-RETURN-CODE.
008700*-----------------------------------------------------------*
008800* 1000-INITIALIZE - THE REPORT DATE IS THE DATESRV BUSINESS  *
008900* DATE, THE SAME DATE ADDING RELEASED AGAINST TONIGHT.       *
009000*-----------------------------------------------------------*
009100 1000-INITIALIZE.
009200     ACCEPT CR-MACHINE-DATE-YMD FROM DATE YYYYMMDD.
009300     ACCEPT WS-STEP-START-TIME FROM TIME.
009400     MOVE "BIZD" TO WS-DATE-FUNCTION.
009500     CALL "DATESRV" USING WS-DATE-FUNCTION CR-MACHINE-DATE-YMD
009600         CR-RUN-DATE-YMD WS-DATE-FLAG WS-DS-RETURN-CODE.
009700     IF WS-DS-RETURN-CODE > 8
009800         MOVE CR-MACHINE-DATE-YMD TO CR-RUN-DATE-YMD
009900     END-IF.
010000     DISPLAY WS-BRANCH-NAME-ENV UPON ENVIRONMENT-NAME.
010100     ACCEPT WS-BRANCH-FILTER FROM ENVIRONMENT-VALUE.
010200     MOVE "FUTRPT" TO WS-PRINT-WORK.
010300     MOVE "INIT" TO WS-PRINT-FUNCTION.
010400     CALL "PRINTMGR" USING WS-PRINT-FUNCTION WS-PRINT-FILENAME
010500         WS-PRINT-WORK CR-RUN-DATE-YMD WS-PM-RETURN-CODE.
010600     STRING "FUTURE-DATED ITEMS WAITING AS OF " DELIMITED BY SIZE
010700             CR-RUN-DATE-YMD DELIMITED BY SIZE
010800             INTO WS-PRINT-WORK.
010900     IF WS-BRANCH-FILTER NOT = SPACE
011000         MOVE "  BRANCH " TO WS-PRINT-WORK (42:9)
011100         MOVE WS-BRANCH-FILTER TO WS-PRINT-WORK (51:2)
011200     END-IF.
011300     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
011400     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
011500     MOVE "EFFECTIVE BR SERIAL    CUSTOMER       AMOUNT  PARKED"
011600         TO WS-PRINT-WORK.
011700     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
011800     OPEN INPUT FUTURE-WAREHOUSE.
011900     OPEN INPUT BRANCH-TABLE.
012000 1000-EXIT.
012100     EXIT.
012200*-----------------------------------------------------------*
012300* 2000-PRODUCE-REPORT - THE WAREHOUSE IS KEYED BY EFFECTIVE  *
012400* DATE THEN BRANCH, SO ONE PASS IN KEY ORDER GIVES THE       *
012500* BREAKS WITHOUT A SORT.                                     *
012600*-----------------------------------------------------------*
012700 2000-PRODUCE-REPORT.
012800     IF NOT WS-FW-OK
012900         MOVE "  NO WAREHOUSE FILE - NOTHING IS WAITING"
013000             TO WS-PRINT-WORK
013100         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
013200         GO TO 2000-EXIT
013300     END-IF.
013400     PERFORM 2100-READ-WAREHOUSE THRU 2100-EXIT.
013500     PERFORM 2200-PROCESS-ONE-RECORD THRU 2200-EXIT
013600         UNTIL WS-EOF.
013700     IF NOT WS-FIRST-RECORD
013800         PERFORM 2700-PRINT-BRANCH-BREAK THRU 2700-EXIT
013900         PERFORM 2800-PRINT-DATE-BREAK THRU 2800-EXIT
014000     END-IF.
014100     PERFORM 2900-PRINT-TOTALS THRU 2900-EXIT.
014200 2000-EXIT.
014300     EXIT.
014400 2100-READ-WAREHOUSE.
014500     READ FUTURE-WAREHOUSE NEXT RECORD
014600         AT END
014700             SET WS-EOF TO TRUE
014800             GO TO 2100-EXIT
014900     END-READ.
015000     ADD 1 TO WS-RECORDS-READ.
015100 2100-EXIT.
015200     EXIT.
015300*-----------------------------------------------------------*
015400* 2200-PROCESS-ONE-RECORD - WAITING ITEMS ARE LISTED; ITEMS  *
015500* RELEASED ON THIS BUSINESS DATE ARE ONLY COUNTED BY HOW     *
015600* THEY CAME OUT.  OLDER HISTORY IS PASSED OVER.              *
015700*-----------------------------------------------------------*
015800 2200-PROCESS-ONE-RECORD.
015900     IF WS-BRANCH-FILTER NOT = SPACE
016000             AND FW-SOURCE-CODE NOT = WS-BRANCH-FILTER
016100         GO TO 2200-NEXT
016200     END-IF.
016300     IF NOT FW-STATUS-WAITING
016400         IF FW-RELEASED-DATE = CR-RUN-DATE-YMD
016500             EVALUATE TRUE
016600                 WHEN FW-STATUS-POSTED
016700                     ADD 1 TO WS-RELEASED-POSTED
016800                 WHEN FW-STATUS-HELD
016900                     ADD 1 TO WS-RELEASED-HELD
017000                 WHEN OTHER
017100                     ADD 1 TO WS-RELEASED-REJECTED
017200             END-EVALUATE
017300         END-IF
017400         GO TO 2200-NEXT
017500     END-IF.
017600     IF WS-FIRST-RECORD
017700         MOVE FW-EFFECTIVE-DATE TO WS-PREV-DATE
017800         MOVE FW-SOURCE-CODE TO WS-PREV-BRANCH
017900         MOVE "N" TO WS-FIRST-REC-SW
018000     END-IF.
018100     IF FW-EFFECTIVE-DATE NOT = WS-PREV-DATE
018200             OR FW-SOURCE-CODE NOT = WS-PREV-BRANCH
018300         PERFORM 2700-PRINT-BRANCH-BREAK THRU 2700-EXIT
018400         MOVE FW-SOURCE-CODE TO WS-PREV-BRANCH
018500     END-IF.
018600     IF FW-EFFECTIVE-DATE NOT = WS-PREV-DATE
018700         PERFORM 2800-PRINT-DATE-BREAK THRU 2800-EXIT
018800         MOVE FW-EFFECTIVE-DATE TO WS-PREV-DATE
018900     END-IF.
019000     PERFORM 2300-PRINT-ITEM THRU 2300-EXIT.
019100     ADD 1 TO WS-BRANCH-COUNT WS-DATE-COUNT WS-TOTAL-COUNT.
019200     ADD FW-RESULT TO WS-BRANCH-SUM WS-DATE-SUM WS-TOTAL-SUM.
019300 2200-NEXT.
019400     PERFORM 2100-READ-WAREHOUSE THRU 2100-EXIT.
019500 2200-EXIT.
019600     EXIT.
019700 2300-PRINT-ITEM.
019800     MOVE FW-RESULT TO WS-SUM-EDIT.
019900     MOVE FW-TRANS-SERIAL TO WS-SERIAL-EDIT.
020000     STRING FW-EFFECTIVE-DATE DELIMITED BY SIZE
020100             "  " DELIMITED BY SIZE
020200             FW-SOURCE-CODE DELIMITED BY SIZE
020300             " " DELIMITED BY SIZE
020400             WS-SERIAL-EDIT DELIMITED BY SIZE
020500             " " DELIMITED BY SIZE
020600             FW-CUST-ID DELIMITED BY SIZE
020700             "  " DELIMITED BY SIZE
020800             WS-SUM-EDIT DELIMITED BY SIZE
020900             "  " DELIMITED BY SIZE
021000             FW-PARKED-DATE DELIMITED BY SIZE
021100             INTO WS-PRINT-WORK.
021200     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
021300 2300-EXIT.
021400     EXIT.
021500*-----------------------------------------------------------*
021600* 2700-PRINT-BRANCH-BREAK - ONE SUBTOTAL PER BRANCH WITHIN   *
021700* THE EFFECTIVE DATE, NAMED OFF THE BRANCHTB TABLE.          *
021800*-----------------------------------------------------------*
021900 2700-PRINT-BRANCH-BREAK.
022000     MOVE WS-PREV-BRANCH TO BC-BRANCH-CODE.
022100     READ BRANCH-TABLE
022200         INVALID KEY
022300             MOVE "(NOT ON BRANCHTB)" TO WS-BRANCH-DESC
022400         NOT INVALID KEY
022500             MOVE BC-BRANCH-NAME TO WS-BRANCH-DESC
022600     END-READ.
022700     IF NOT WS-BC-OK
022800         MOVE "(NOT ON BRANCHTB)" TO WS-BRANCH-DESC
022900     END-IF.
023000     MOVE WS-BRANCH-COUNT TO WS-COUNT-EDIT.
023100     MOVE WS-BRANCH-SUM TO WS-SUM-EDIT.
023200     STRING "  BRANCH " DELIMITED BY SIZE
023300             WS-PREV-BRANCH DELIMITED BY SIZE
023400             "  " DELIMITED BY SIZE
023500             WS-BRANCH-DESC DELIMITED BY SIZE
023600             "  COUNT=" DELIMITED BY SIZE
023700             WS-COUNT-EDIT DELIMITED BY SIZE
023800             "  SUM=" DELIMITED BY SIZE
023900             WS-SUM-EDIT DELIMITED BY SIZE
024000             INTO WS-PRINT-WORK.
024100     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
024200     MOVE ZERO TO WS-BRANCH-COUNT WS-BRANCH-SUM.
024300 2700-EXIT.
024400     EXIT.
024500 2800-PRINT-DATE-BREAK.
024600     MOVE WS-DATE-COUNT TO WS-COUNT-EDIT.
024700     MOVE WS-DATE-SUM TO WS-SUM-EDIT.
024800     STRING "EFFECTIVE " DELIMITED BY SIZE
024900             WS-PREV-DATE DELIMITED BY SIZE
025000             "  COUNT=" DELIMITED BY SIZE
025100             WS-COUNT-EDIT DELIMITED BY SIZE
025200             "  SUM=" DELIMITED BY SIZE
025300             WS-SUM-EDIT DELIMITED BY SIZE
025400             INTO WS-PRINT-WORK.
025500     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
025600     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
025700     MOVE ZERO TO WS-DATE-COUNT WS-DATE-SUM.
025800 2800-EXIT.
025900     EXIT.
026000 2900-PRINT-TOTALS.
026100     MOVE WS-TOTAL-COUNT TO WS-COUNT-EDIT.
026200     MOVE WS-TOTAL-SUM TO WS-SUM-EDIT.
026300     STRING "TOTAL WAITING  COUNT=" DELIMITED BY SIZE
026400             WS-COUNT-EDIT DELIMITED BY SIZE
026500             "  SUM=" DELIMITED BY SIZE
026600             WS-SUM-EDIT DELIMITED BY SIZE
026700             INTO WS-PRINT-WORK.
026800     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
026900     MOVE WS-RELEASED-POSTED TO WS-COUNT-EDIT.
027000     STRING "RELEASED " DELIMITED BY SIZE
027100             CR-RUN-DATE-YMD DELIMITED BY SIZE
027200             "  POSTED=" DELIMITED BY SIZE
027300             WS-COUNT-EDIT DELIMITED BY SIZE
027400             INTO WS-PRINT-WORK.
027500     MOVE WS-RELEASED-HELD TO WS-COUNT-EDIT.
027600     MOVE "  HELD=" TO WS-PRINT-WORK (34:7).
027700     MOVE WS-COUNT-EDIT TO WS-PRINT-WORK (41:7).
027800     MOVE WS-RELEASED-REJECTED TO WS-COUNT-EDIT.
027900     MOVE "  REJECTED=" TO WS-PRINT-WORK (48:11).
028000     MOVE WS-COUNT-EDIT TO WS-PRINT-WORK (59:7).
028100     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
028200 2900-EXIT.
028300     EXIT.
028400*-----------------------------------------------------------*
028500* 8000-PRINT-LINE - HAND ONE LINE OF TEXT TO PRINTMGR.       *
028600*-----------------------------------------------------------*
028700 8000-PRINT-LINE.
028800     MOVE "PRNT" TO WS-PRINT-FUNCTION.
028900     CALL "PRINTMGR" USING WS-PRINT-FUNCTION WS-PRINT-FILENAME
029000         WS-PRINT-WORK CR-RUN-DATE-YMD WS-PM-RETURN-CODE.
029100     MOVE SPACE TO WS-PRINT-WORK.
029200 8000-EXIT.
029300     EXIT.
029400*-----------------------------------------------------------*
029500* 9000-TERMINATE                                             *
029600*-----------------------------------------------------------*
029700 9000-TERMINATE.
029800     MOVE "TERM" TO WS-PRINT-FUNCTION.
029900     CALL "PRINTMGR" USING WS-PRINT-FUNCTION WS-PRINT-FILENAME
030000         WS-PRINT-WORK CR-RUN-DATE-YMD WS-PM-RETURN-CODE.
030100     CLOSE FUTURE-WAREHOUSE.
030200     CLOSE BRANCH-TABLE.
030300     PERFORM 9100-WRITE-STEP-STATUS THRU 9100-EXIT.
030400 9000-EXIT.
030500     EXIT.
030600*-----------------------------------------------------------*
030700* 9100-WRITE-STEP-STATUS - ONE STANDARD STEP-STATUS RECORD    *
030800* PER RUN FOR THE DAYCLOSE CLOSE-OUT REPORT.                  *
030900*-----------------------------------------------------------*
031000 9100-WRITE-STEP-STATUS.
031100     MOVE "FUTRPT" TO SS-PROGRAM-ID.
031200     MOVE CR-RUN-DATE-YMD TO SS-RUN-DATE.
031300     MOVE WS-STEP-START-TIME TO SS-START-TIME.
031400     MOVE WS-RETURN-CODE TO SS-CONDITION-CODE.
031500     MOVE WS-RECORDS-READ TO SS-RECORDS-IN.
031600     MOVE WS-TOTAL-COUNT TO SS-RECORDS-OUT.
031700     MOVE ZERO TO SS-RECORDS-REJECTED.
031800     CALL "STEPLOG" USING SS-STEP-AREA.
031900 9100-EXIT.
032000     EXIT.
