000100* Batch-window trend parameter maintenance
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. TRNDMAINT.
000400 AUTHOR. D. OKONKWO.
000500 INSTALLATION. ACME WIDGET CO - BATCH OPERATIONS.
000600 DATE-WRITTEN. 10/12/2026.
000700 DATE-COMPILED.
000800******************************************************************
000900*    MODIFICATION HISTORY
001000*    DATE       INIT  DESCRIPTION
001100*    10/12/2026 DCO   ORIGINAL PROGRAM.  MAINTAINS THE TRNDPARM
001200*                     RECORD THE STEPTRND TREND REPORT READS:
001300*                     BATCH WINDOW START AND END (HHMM), THE
001400*                     LONG-RUN PERCENTAGE AND MINIMUM SECONDS,
001500*                     THE REJECT-SPIKE PERCENTAGE AND THE DAYS
001600*                     OF HISTORY KEPT.  SAME SHOW / CAPTURE /
001700*                     REWRITE SHAPE AS SVCMAINT.  ZERO FOR ANY
001800*                     FIELD LEAVES STEPTRND ON ITS DEFAULT.
001900******************************************************************
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 SOURCE-COMPUTER. ACME-SYSTEM.
002300 OBJECT-COMPUTER. ACME-SYSTEM.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT OPTIONAL TREND-PARM ASSIGN TO "TRNDPARM"
002700         ORGANIZATION IS LINE SEQUENTIAL
002800         FILE STATUS IS WS-TP-STATUS.
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  TREND-PARM.
003200 01  TP-FILE-RECORD              PIC X(40).
003300 WORKING-STORAGE SECTION.
003400 COPY "trndparm.cpy".
003500 01  WS-TP-STATUS                PIC X(02)  VALUE "00".
003600     88  WS-TP-OK                           VALUE "00".
003700 01  WS-VALID-FIELD-SW           PIC X(01)  VALUE "Y".
003800     88  WS-VALID-FIELD                      VALUE "Y".
003900 01  WS-CONFIRM-ENTRY            PIC X(01).
004000 01  WS-NUM-ENTRY                PIC X(12).
004100 01  WS-NUM-ENTRY-RESULT         PIC S9(04) COMP.
004200 01  WS-NUM-WORK                 PIC 9(05)  VALUE ZERO.
004300 01  WS-NUM-VALUE                PIC S9(07)V99 VALUE ZERO.
004400 01  WS-NUM-WHOLE                PIC S9(07) VALUE ZERO.
004500 01  WS-NUM-MAX                  PIC 9(05)  VALUE ZERO.
004600 01  WS-HHMM-WORK                PIC 9(04)  VALUE ZERO.
004700 01  WS-HHMM-PARTS REDEFINES WS-HHMM-WORK.
004800     05  WS-HHMM-HH              PIC 9(02).
004900     05  WS-HHMM-MM              PIC 9(02).
005000 01  WS-MIN-RETENTION            PIC 9(03)  VALUE 91.
005100 01  WS-NUM-EDIT                 PIC ZZZZ9.
005200 01  WS-RETURN-CODE              PIC 9(02)  COMP  VALUE ZERO.
005300 PROCEDURE DIVISION.
005400 0000-MAINLINE.
005500     PERFORM 1000-READ-PARAMETERS THRU 1000-EXIT.
005600     PERFORM 2000-SHOW-PARAMETERS THRU 2000-EXIT.
005700     PERFORM 3000-CAPTURE-PARAMETERS THRU 3000-EXIT.
005800     PERFORM 4000-REWRITE-PARAMETERS THRU 4000-EXIT.
005900     STOP RUN WS-RETURN-CODE.
006000 1000-READ-PARAMETERS.
006100     MOVE ZERO TO TP-WINDOW-START TP-WINDOW-END TP-LONG-RUN-PCT
006200         TP-MIN-FLAG-SECONDS TP-REJECT-SPIKE-PCT
006300         TP-RETENTION-DAYS.
006400     OPEN INPUT TREND-PARM.
006500     IF NOT WS-TP-OK
006600         CLOSE TREND-PARM
006700         DISPLAY "No parameters on file - all defaults in use."
006800         GO TO 1000-EXIT
006900     END-IF.
007000     READ TREND-PARM INTO TP-TREND-PARM-RECORD
007100         AT END
007200             DISPLAY "Parameter file is empty - all defaults in "
007300                     "use."
007400     END-READ.
007500     CLOSE TREND-PARM.
007600 1000-EXIT.
007700     EXIT.
007800 2000-SHOW-PARAMETERS.
007900     DISPLAY "Trend parameters on file (0 = default):".
008000     DISPLAY "  Batch window:        ", TP-WINDOW-START, " to ",
008100             TP-WINDOW-END, "  (default 2200 to 0600)".
008200     MOVE TP-LONG-RUN-PCT TO WS-NUM-EDIT.
008300     DISPLAY "  Long run over:       ", WS-NUM-EDIT,
008400             "% of average  (default 150)".
008500     MOVE TP-MIN-FLAG-SECONDS TO WS-NUM-EDIT.
008600     DISPLAY "  Only runs of over:   ", WS-NUM-EDIT,
008700             " seconds  (default 60)".
008800     MOVE TP-REJECT-SPIKE-PCT TO WS-NUM-EDIT.
008900     DISPLAY "  Reject spike over:   ", WS-NUM-EDIT,
009000             "% of average rate  (default 200)".
009100     MOVE TP-RETENTION-DAYS TO WS-NUM-EDIT.
009200     DISPLAY "  History kept:        ", WS-NUM-EDIT,
009300             " days  (default 120, at least 91)".
009400 2000-EXIT.
009500     EXIT.
009600*-----------------------------------------------------------*
009700* 3000-CAPTURE-PARAMETERS - THE WINDOW END MAY BE EARLIER IN *
009800* THE DAY THAN ITS START (AN OVERNIGHT WINDOW) BUT NOT EQUAL *
009900* TO IT, UNLESS BOTH ARE LEFT ZERO FOR THE DEFAULT WINDOW.   *
010000*-----------------------------------------------------------*
010100 3000-CAPTURE-PARAMETERS.
010200     MOVE "N" TO WS-VALID-FIELD-SW.
010300     PERFORM UNTIL WS-VALID-FIELD
010400         DISPLAY "Window start (HHMM): "
010500         PERFORM 6100-GET-TIME THRU 6100-EXIT
010600         MOVE WS-HHMM-WORK TO TP-WINDOW-START
010700         DISPLAY "Window end (HHMM): "
010800         PERFORM 6100-GET-TIME THRU 6100-EXIT
010900         MOVE WS-HHMM-WORK TO TP-WINDOW-END
011000         IF TP-WINDOW-START = TP-WINDOW-END
011100                 AND TP-WINDOW-START NOT = ZERO
011200             DISPLAY "** Start and end must differ - re-enter **"
011300             MOVE "N" TO WS-VALID-FIELD-SW
011400         END-IF
011500     END-PERFORM.
011600     DISPLAY "Long-run percentage of average (e.g. 150): ".
011700     MOVE 999 TO WS-NUM-MAX.
011800     PERFORM 6000-GET-NUMBER THRU 6000-EXIT.
011900     MOVE WS-NUM-WORK TO TP-LONG-RUN-PCT.
012000     DISPLAY "Minimum seconds before a long run is flagged: ".
012100     MOVE 99999 TO WS-NUM-MAX.
012200     PERFORM 6000-GET-NUMBER THRU 6000-EXIT.
012300     MOVE WS-NUM-WORK TO TP-MIN-FLAG-SECONDS.
012400     DISPLAY "Reject-spike percentage of average rate: ".
012500     MOVE 999 TO WS-NUM-MAX.
012600     PERFORM 6000-GET-NUMBER THRU 6000-EXIT.
012700     MOVE WS-NUM-WORK TO TP-REJECT-SPIKE-PCT.
012800     MOVE "N" TO WS-VALID-FIELD-SW.
012900     PERFORM UNTIL WS-VALID-FIELD
013000         DISPLAY "Days of history to keep: "
013100         MOVE 999 TO WS-NUM-MAX
013200         PERFORM 6000-GET-NUMBER THRU 6000-EXIT
013300         IF WS-NUM-WORK NOT = ZERO
013400                 AND WS-NUM-WORK < WS-MIN-RETENTION
013500             DISPLAY "** At least 91 days - the 90-day trend "
013600                     "needs them - re-enter **"
013700             MOVE "N" TO WS-VALID-FIELD-SW
013800         END-IF
013900     END-PERFORM.
014000     MOVE WS-NUM-WORK TO TP-RETENTION-DAYS.
014100 3000-EXIT.
014200     EXIT.
014300 4000-REWRITE-PARAMETERS.
014400     MOVE "N" TO WS-VALID-FIELD-SW.
014500     PERFORM UNTIL WS-VALID-FIELD
014600         DISPLAY "Write the new parameters (Y/N)? "
014700         ACCEPT WS-CONFIRM-ENTRY
014800         IF WS-CONFIRM-ENTRY = "Y" OR WS-CONFIRM-ENTRY = "y"
014900                 OR WS-CONFIRM-ENTRY = "N"
015000                 OR WS-CONFIRM-ENTRY = "n"
015100             SET WS-VALID-FIELD TO TRUE
015200         ELSE
015300             DISPLAY "** Must be Y or N **"
015400         END-IF
015500     END-PERFORM.
015600     IF WS-CONFIRM-ENTRY = "N" OR WS-CONFIRM-ENTRY = "n"
015700         DISPLAY "Parameters left unchanged."
015800         GO TO 4000-EXIT
015900     END-IF.
016000     OPEN OUTPUT TREND-PARM.
016100     WRITE TP-FILE-RECORD FROM TP-TREND-PARM-RECORD.
016200     CLOSE TREND-PARM.
016300     DISPLAY "Parameters written.".
016400 4000-EXIT.
016500     EXIT.
016600*-----------------------------------------------------------*
016700* 6000-GET-NUMBER - SVCMAINT'S TEST-NUMVAL RETRY LOOP, FOR A *
016800* WHOLE NUMBER FROM ZERO UP TO WS-NUM-MAX.                   *
016900*-----------------------------------------------------------*
017000 6000-GET-NUMBER.
017100     MOVE "N" TO WS-VALID-FIELD-SW.
017200     PERFORM UNTIL WS-VALID-FIELD
017300         MOVE SPACE TO WS-NUM-ENTRY
017400         ACCEPT WS-NUM-ENTRY
017500         COMPUTE WS-NUM-ENTRY-RESULT =
017600             FUNCTION TEST-NUMVAL (WS-NUM-ENTRY)
017700         IF WS-NUM-ENTRY-RESULT NOT = 0
017800             DISPLAY "** Must be numeric - re-enter **"
017900         ELSE
018000             MOVE FUNCTION NUMVAL (WS-NUM-ENTRY) TO WS-NUM-VALUE
018100             MOVE WS-NUM-VALUE TO WS-NUM-WHOLE
018200             IF WS-NUM-VALUE < 0 OR WS-NUM-VALUE > WS-NUM-MAX
018300                     OR WS-NUM-VALUE NOT = WS-NUM-WHOLE
018400                 MOVE WS-NUM-MAX TO WS-NUM-EDIT
018500                 DISPLAY "** Must be a whole number from 0 to "
018600                         WS-NUM-EDIT " - re-enter **"
018700             ELSE
018800                 MOVE WS-NUM-WHOLE TO WS-NUM-WORK
018900                 SET WS-VALID-FIELD TO TRUE
019000             END-IF
019100         END-IF
019200     END-PERFORM.
019300 6000-EXIT.
019400     EXIT.
019500*-----------------------------------------------------------*
019600* 6100-GET-TIME - A TIME OF DAY AS HHMM, 0000 TO 2359.       *
019700*-----------------------------------------------------------*
019800 6100-GET-TIME.
019900     MOVE "N" TO WS-VALID-FIELD-SW.
020000     PERFORM UNTIL WS-VALID-FIELD
020100         MOVE 2359 TO WS-NUM-MAX
020200         PERFORM 6000-GET-NUMBER THRU 6000-EXIT
020300         MOVE WS-NUM-WORK TO WS-HHMM-WORK
020400         IF WS-HHMM-MM > 59
020500             DISPLAY "** Must be a time of day, HHMM - "
020600                     "re-enter **"
020700             MOVE "N" TO WS-VALID-FIELD-SW
020800         END-IF
020900     END-PERFORM.
021000 6100-EXIT.
021100     EXIT.
