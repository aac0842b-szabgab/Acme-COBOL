000100* Year-end close: frozen balances, annual letters and tax file
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. YEAREND.
000400 AUTHOR. D. OKONKWO.
000500 INSTALLATION. ACME WIDGET CO - BATCH OPERATIONS.
000600 DATE-WRITTEN. 10/14/2026.
000700 DATE-COMPILED.
000800******************************************************************
000900*    MODIFICATION HISTORY
001000*    DATE       INIT  DESCRIPTION
001100*    10/14/2026 DCO   ORIGINAL PROGRAM.  CB-YTD-AMOUNT USED TO
001200*                     ROLL OVER ON THE FIRST JANUARY POSTING WITH
001300*                     NOTHING KEPT.  ON THE LAST BUSINESS DAY OF
001400*                     THE YEAR (DATESRV "YEND") EVERY CUSTBAL
001500*                     RECORD IS FROZEN TO THE YEHIST HISTORY KEYED
001600*                     BY CUSTOMER AND YEAR - CLOSING BALANCE, YTD,
001700*                     THE YEAR'S SERVICE CHARGES AND REVERSALS.
001800*                     EACH CUSTOMER ON CUSTMAS GETS AN ANNUAL
001900*                     SUMMARY LETTER (ONE PER PAGE THROUGH
002000*                     PRINTMGR) AND A DETAIL ON THE YRTAX + CCYY
002100*                     FILE FOR THE TAX TEAM, BETWEEN A HEADER AND
002200*                     A COUNTS-AND-TOTALS TRAILER.  YECTL KEEPS
002300*                     THE LAST YEAR CLOSED AND A SECOND CLOSE OF
002400*                     THE SAME YEAR IS REFUSED (RC=04).
002500*                     YEAREND_MODE=CORRECT WITH YEAREND_CUST
002600*                     REISSUES ONE CUSTOMER FOR THE LAST YEAR
002700*                     CLOSED: RE-FROZEN FROM CUSTBAL IF IT HAS NOT
002800*                     POSTED INTO THE NEW YEAR, A CORRECTED LETTER
002900*                     AND A ONE-CUSTOMER YRTAX CORRECTION FILE.
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER. ACME-SYSTEM.
003400 OBJECT-COMPUTER. ACME-SYSTEM.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT OPTIONAL CUSTOMER-BALANCE ASSIGN TO "CUSTBAL"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS CB-CUST-ID
004100         FILE STATUS IS WS-CB-STATUS.
004200     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAS"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS CM-CUST-ID
004600         FILE STATUS IS WS-CM-STATUS.
004700     SELECT OPTIONAL YEAR-END-HISTORY ASSIGN TO "YEHIST"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS YH-HIST-KEY
005100         FILE STATUS IS WS-YH-STATUS.
005200     SELECT OPTIONAL YEAR-END-CONTROL ASSIGN TO "YECTL"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-YC-STATUS.
005500     SELECT TAX-FILE ASSIGN TO WS-TX-ASSIGN-NAME
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-TX-STATUS.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  CUSTOMER-BALANCE.
006100 COPY "balrec.cpy".
006200 FD  CUSTOMER-MASTER.
006300 COPY "custmas.cpy".
006400 FD  YEAR-END-HISTORY.
006500 COPY "yehist.cpy".
006600 FD  YEAR-END-CONTROL.
006700 01  YC-FILE-RECORD               PIC X(70).
006800 FD  TAX-FILE.
006900 01  TX-FILE-RECORD               PIC X(200).
007000 WORKING-STORAGE SECTION.
007100 COPY "rundate.cpy".
007200 COPY "yectl.cpy".
007300 COPY "yrtax.cpy".
007400 COPY "errlog.cpy".
007500 COPY "stepstat.cpy".
007600 01  WS-STEP-START-TIME          PIC 9(08)  VALUE ZERO.
007700 01  WS-PRINT-FUNCTION           PIC X(04).
007800 01  WS-PRINT-FILENAME           PIC X(20)  VALUE "YELETTER".
007900 01  WS-PM-RETURN-CODE           PIC 9(02).
008000 01  WS-DATE-FUNCTION            PIC X(04).
008100 01  WS-DATE-FLAG                PIC X(01).
008200 01  WS-DATE-OUT                 PIC 9(08)  VALUE ZERO.
008300 01  WS-DS-RETURN-CODE           PIC 9(02).
008400*    CORRECTION MODE IS ASKED FOR THROUGH THE ENVIRONMENT, THE
008500*    WAY BALVRFY TAKES ITS REPAIR MODE.
008600 01  WS-MODE-NAME                PIC X(20)  VALUE "YEAREND_MODE".
008700 01  WS-MODE-VALUE               PIC X(20)  VALUE SPACE.
008800 01  WS-CUST-ENV-NAME            PIC X(20)  VALUE "YEAREND_CUST".
008900 01  WS-CORR-CUST-ID             PIC X(06)  VALUE SPACE.
009000 01  WS-FILE-STATUSES.
009100     05  WS-CB-STATUS            PIC X(02)  VALUE "00".
009200         88  WS-CB-OK                       VALUE "00".
009300     05  WS-CM-STATUS            PIC X(02)  VALUE "00".
009400         88  WS-CM-OK                       VALUE "00".
009500     05  WS-YH-STATUS            PIC X(02)  VALUE "00".
009600         88  WS-YH-OK                       VALUE "00".
009700     05  WS-YC-STATUS            PIC X(02)  VALUE "00".
009800         88  WS-YC-OK                       VALUE "00".
009900     05  WS-TX-STATUS            PIC X(02)  VALUE "00".
010000         88  WS-TX-OK                       VALUE "00".
010100 01  WS-SWITCHES.
010200     05  WS-EOF-SW               PIC X(01)  VALUE "N".
010300         88  WS-EOF                          VALUE "Y".
010400     05  WS-MODE-SW              PIC X(01)  VALUE "C".
010500         88  WS-MODE-CLOSE                   VALUE "C".
010600         88  WS-MODE-CORRECT                 VALUE "R".
010700     05  WS-WORK-SW              PIC X(01)  VALUE "N".
010800         88  WS-WORK-TO-DO                   VALUE "Y".
010900     05  WS-PRINT-OPEN-SW        PIC X(01)  VALUE "N".
011000         88  WS-PRINT-OPEN                   VALUE "Y".
011100     05  WS-TAX-OPEN-SW          PIC X(01)  VALUE "N".
011200         88  WS-TAX-OPEN                     VALUE "Y".
011300     05  WS-YH-FOUND-SW          PIC X(01)  VALUE "N".
011400         88  WS-YH-FOUND                     VALUE "Y".
011500     05  WS-CB-FOUND-SW          PIC X(01)  VALUE "N".
011600         88  WS-CB-FOUND                     VALUE "Y".
011700 01  WS-CLOSE-YEAR               PIC 9(04)  VALUE ZERO.
011800 01  WS-NEXT-YEAR                PIC 9(04)  VALUE ZERO.
011900 01  WS-LAST-YYYY                PIC 9(04)  VALUE ZERO.
012000 01  WS-KEEP-FROZEN-DATE         PIC 9(08)  VALUE ZERO.
012100 01  WS-KEEP-CORRECTIONS         PIC 9(03)  VALUE ZERO.
012200 01  WS-TX-TIME                  PIC 9(08)  VALUE ZERO.
012300*    THE YRTAX FILE NAME: YRTAX + CCYY FOR THE YEAR-END CLOSE,
012400*    WITH "C" AND THE CUSTOMER ID ADDED FOR A CORRECTION.
012500 01  WS-TX-ASSIGN-NAME           PIC X(20).
012600 01  WS-TX-NAME-PARTS REDEFINES WS-TX-ASSIGN-NAME.
012700     05  WS-TX-PREFIX            PIC X(05).
012800     05  WS-TX-YEAR              PIC 9(04).
012900     05  WS-TX-CORR-FLAG         PIC X(01).
013000     05  WS-TX-CORR-CUST         PIC X(06).
013100     05  FILLER                   PIC X(04).
013200 01  WS-COUNTERS.
013300     05  WS-BALANCES-READ        PIC 9(07)  COMP  VALUE ZERO.
013400     05  WS-FROZEN               PIC 9(07)  COMP  VALUE ZERO.
013450     05  WS-FREEZE-FAILED        PIC 9(07)  COMP  VALUE ZERO.
013500     05  WS-LETTERS              PIC 9(07)  COMP  VALUE ZERO.
013600     05  WS-NO-MASTER            PIC 9(07)  COMP  VALUE ZERO.
013700     05  WS-NOTHING-TO-REPORT    PIC 9(07)  COMP  VALUE ZERO.
013800     05  WS-TAX-DETAILS          PIC 9(07)  COMP  VALUE ZERO.
013900     05  WS-TAX-RECORDS          PIC 9(07)  COMP  VALUE ZERO.
014000 01  WS-TOTALS.
014100     05  WS-TOTAL-CLOSING        PIC S9(13)V99 VALUE ZERO.
014200     05  WS-TOTAL-YTD            PIC S9(13)V99 VALUE ZERO.
014300     05  WS-TOTAL-SVC            PIC S9(13)V99 VALUE ZERO.
014400     05  WS-TOTAL-REVERSALS      PIC S9(13)V99 VALUE ZERO.
014500 01  WS-COUNT-EDIT               PIC ZZZZZZ9.
014600 01  WS-AMT-EDIT                 PIC -ZZZZZZZZ9.99.
014700 01  WS-TOTAL-EDIT               PIC -ZZZZZZZZZZZZ9.99.
014800 01  WS-PRINT-WORK               PIC X(132)  VALUE SPACE.
014900 01  WS-RETURN-CODE              PIC 9(02)  COMP  VALUE ZERO.
015000 PROCEDURE DIVISION.
015100 0000-MAINLINE.
015200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015300     IF WS-WORK-TO-DO AND WS-RETURN-CODE < 12
015400         IF WS-MODE-CORRECT
015500             PERFORM 3000-CORRECT-CUSTOMER THRU 3000-EXIT
015600         ELSE
015700             PERFORM 2000-CLOSE-YEAR THRU 2000-EXIT
015800         END-IF
015900     END-IF.
016000     IF WS-WORK-TO-DO AND WS-PRINT-OPEN
016100         PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
016200     END-IF.
016300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016400     STOP RUN WS-RETURN-CODE.
016500*-----------------------------------------------------------*
016600* 1000-INITIALIZE - RESOLVE THE BUSINESS DATE AND THE MODE.  *
016700* THE YEAR-END CLOSE ONLY HAS WORK ON THE LAST BUSINESS DAY  *
016800* OF THE YEAR; A CORRECTION RUNS ON ANY DAY, BY HAND.  YECTL *
016900* THEN DECIDES WHETHER THE RUN MAY GO AHEAD.                 *
017000*-----------------------------------------------------------*
017100 1000-INITIALIZE.
017200     ACCEPT CR-MACHINE-DATE-YMD FROM DATE YYYYMMDD.
017300     ACCEPT CR-RUN-TIME FROM TIME.
017400     MOVE CR-RUN-TIME TO WS-STEP-START-TIME.
017500     MOVE "BIZD" TO WS-DATE-FUNCTION.
017600     CALL "DATESRV" USING WS-DATE-FUNCTION CR-MACHINE-DATE-YMD
017700         CR-RUN-DATE-YMD WS-DATE-FLAG WS-DS-RETURN-CODE.
017800     IF WS-DS-RETURN-CODE > 8
017900         MOVE CR-MACHINE-DATE-YMD TO CR-RUN-DATE-YMD
018000     END-IF.
018100     DISPLAY WS-MODE-NAME UPON ENVIRONMENT-NAME.
018200     ACCEPT WS-MODE-VALUE FROM ENVIRONMENT-VALUE.
018300     IF WS-MODE-VALUE = "CORRECT"
018400         SET WS-MODE-CORRECT TO TRUE
018500         DISPLAY WS-CUST-ENV-NAME UPON ENVIRONMENT-NAME
018600         ACCEPT WS-CORR-CUST-ID FROM ENVIRONMENT-VALUE
018700     END-IF.
018800     IF WS-MODE-CLOSE
018900         MOVE "YEND" TO WS-DATE-FUNCTION
019000         CALL "DATESRV" USING WS-DATE-FUNCTION CR-RUN-DATE-YMD
019100             WS-DATE-OUT WS-DATE-FLAG WS-DS-RETURN-CODE
019200         IF WS-DATE-FLAG NOT = "Y"
019300             DISPLAY "YEAREND: NOT THE YEAR-END BUSINESS DATE - "
019400                     "NOTHING TO DO"
019500             GO TO 1000-EXIT
019600         END-IF
019700         COMPUTE WS-CLOSE-YEAR = CR-RUN-DATE-YMD / 10000
019800     END-IF.
019900     SET WS-WORK-TO-DO TO TRUE.
020000     MOVE "YEAREND" TO WS-PRINT-WORK.
020100     MOVE "INIT" TO WS-PRINT-FUNCTION.
020200     CALL "PRINTMGR" USING WS-PRINT-FUNCTION WS-PRINT-FILENAME
020300         WS-PRINT-WORK CR-RUN-DATE-YMD WS-PM-RETURN-CODE.
020400     IF WS-PM-RETURN-CODE NOT = ZERO
020500         MOVE 16 TO WS-RETURN-CODE
020600         GO TO 1000-EXIT
020700     END-IF.
020800     SET WS-PRINT-OPEN TO TRUE.
020900     MOVE "YEAR-END CLOSE AND ANNUAL CUSTOMER SUMMARIES"
021000         TO WS-PRINT-WORK.
021100     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
021200     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
021300     INITIALIZE YC-YEAR-END-CONTROL-RECORD.
021400     OPEN INPUT YEAR-END-CONTROL.
021500     IF WS-YC-OK
021600         READ YEAR-END-CONTROL INTO YC-YEAR-END-CONTROL-RECORD
021700             AT END
021800                 INITIALIZE YC-YEAR-END-CONTROL-RECORD
021900         END-READ
022000     END-IF.
022100     CLOSE YEAR-END-CONTROL.
022200     IF WS-MODE-CORRECT
022300         PERFORM 1200-CHECK-CORRECTION THRU 1200-EXIT
022400     ELSE
022500         PERFORM 1100-CHECK-NOT-CLOSED THRU 1100-EXIT
022600     END-IF.
022700 1000-EXIT.
022800     EXIT.
022900*-----------------------------------------------------------*
023000* 1100-CHECK-NOT-CLOSED - A YEAR IS CLOSED ONCE.  A SECOND   *
023100* RUN FOR A YEAR YECTL ALREADY HOLDS (A RERUN OF THE NIGHT'S *
023200* CHAIN, SAY) CHANGES NOTHING AND ENDS RC=04, SO THE REST OF *
023300* THE CHAIN STILL RUNS.  ONE CUSTOMER IS PUT RIGHT WITH A    *
023400* CORRECTION RUN INSTEAD.                                    *
023500*-----------------------------------------------------------*
023600 1100-CHECK-NOT-CLOSED.
023700     IF YC-LAST-YEAR-CLOSED < WS-CLOSE-YEAR
023800         GO TO 1100-EXIT
023900     END-IF.
024000     STRING "YEAR " DELIMITED BY SIZE
024100             WS-CLOSE-YEAR DELIMITED BY SIZE
024200             " WAS ALREADY CLOSED ON " DELIMITED BY SIZE
024300             YC-CLOSED-DATE DELIMITED BY SIZE
024400             " - NOT CLOSED AGAIN" DELIMITED BY SIZE
024500             INTO WS-PRINT-WORK.
024600     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
024700     MOVE "USE YEAREND_MODE=CORRECT TO REISSUE ONE CUSTOMER"
024800         TO WS-PRINT-WORK.
024900     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
025000     DISPLAY "YEAREND: YEAR " WS-CLOSE-YEAR
025100             " ALREADY CLOSED - RUN REFUSED".
025200     MOVE "N" TO WS-WORK-SW.
025300     MOVE 4 TO WS-RETURN-CODE.
025400 1100-EXIT.
025500     EXIT.
025600*-----------------------------------------------------------*
025700* 1200-CHECK-CORRECTION - A CORRECTION NEEDS THE CUSTOMER ID *
025800* IN YEAREND_CUST AND A YEAR ALREADY CLOSED; IT ALWAYS       *
025900* APPLIES TO THE LAST YEAR YECTL RECORDS AS CLOSED.          *
026000*-----------------------------------------------------------*
026100 1200-CHECK-CORRECTION.
026200     IF WS-CORR-CUST-ID = SPACE
026300         MOVE "CORRECTION MODE NEEDS YEAREND_CUST SET"
026400             TO EM-MESSAGE
026500         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
026600         GO TO 1200-EXIT
026700     END-IF.
026800     IF YC-LAST-YEAR-CLOSED = ZERO
026900         MOVE "NO YEAR HAS BEEN CLOSED - NOTHING TO CORRECT"
027000             TO EM-MESSAGE
027100         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
027200         GO TO 1200-EXIT
027300     END-IF.
027400     MOVE YC-LAST-YEAR-CLOSED TO WS-CLOSE-YEAR.
027500 1200-EXIT.
027600     EXIT.
027700*-----------------------------------------------------------*
027800* 1900-REFUSE-RUN - A CORRECTION THAT CANNOT GO AHEAD        *
027900* CHANGES NOTHING AND ENDS RC=12.  THE CALLER SETS EM-       *
028000* MESSAGE.                                                   *
028100*-----------------------------------------------------------*
028200 1900-REFUSE-RUN.
028300     STRING "** " DELIMITED BY SIZE
028400             EM-MESSAGE DELIMITED BY SIZE
028500             INTO WS-PRINT-WORK.
028600     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
028700     MOVE "** NOTHING CHANGED BY THIS RUN" TO WS-PRINT-WORK.
028800     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
028900     DISPLAY "YEAREND: " EM-MESSAGE.
029000     MOVE "YEAREND" TO EM-PROGRAM-ID.
029100     MOVE "1900-REFUSE-RUN" TO EM-PARAGRAPH.
029200     MOVE "YEHIST" TO EM-FILE-NAME.
029300     MOVE "00" TO EM-FILE-STATUS.
029400     MOVE 12 TO EM-SEVERITY.
029500     CALL "ERRMGR" USING EM-ERROR-AREA.
029600     MOVE "N" TO WS-WORK-SW.
029700     MOVE 12 TO WS-RETURN-CODE.
029800 1900-EXIT.
029900     EXIT.
030000*-----------------------------------------------------------*
030100* 2000-CLOSE-YEAR - EVERY BALANCE RECORD IS FROZEN TO YEHIST *
030200* FOR THE CLOSING YEAR AND ITS CUSTOMER GETS A LETTER AND A  *
030300* YRTAX DETAIL.  A RESTARTED CLOSE REWRITES, NEVER           *
030400* DUPLICATES.  YECTL ONLY RECORDS THE YEAR AS CLOSED WHEN    *
030500* THE WHOLE FILE WENT THROUGH.                               *
030600*-----------------------------------------------------------*
030700 2000-CLOSE-YEAR.
030800     STRING "CLOSING YEAR " DELIMITED BY SIZE
030900             WS-CLOSE-YEAR DELIMITED BY SIZE
031000             "  BUSINESS DATE " DELIMITED BY SIZE
031100             CR-RUN-DATE-YMD DELIMITED BY SIZE
031200             INTO WS-PRINT-WORK.
031300     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
031400     PERFORM 2050-OPEN-FILES THRU 2050-EXIT.
031500     IF WS-RETURN-CODE > 8 OR NOT WS-WORK-TO-DO
031600         GO TO 2000-EXIT
031700     END-IF.
031800     MOVE SPACE TO WS-TX-ASSIGN-NAME.
031900     MOVE "YRTAX" TO WS-TX-PREFIX.
032000     MOVE WS-CLOSE-YEAR TO WS-TX-YEAR.
032100     PERFORM 4000-OPEN-TAX-FILE THRU 4000-EXIT.
032200     IF NOT WS-TAX-OPEN
032300         PERFORM 2080-CLOSE-FILES THRU 2080-EXIT
032400         GO TO 2000-EXIT
032500     END-IF.
032600     MOVE LOW-VALUES TO CB-CUST-ID.
032700     START CUSTOMER-BALANCE KEY NOT < CB-CUST-ID
032800         INVALID KEY
032900             SET WS-EOF TO TRUE
033000     END-START.
033100     PERFORM 2100-CLOSE-ONE-CUSTOMER THRU 2100-EXIT
033200         UNTIL WS-EOF.
033300     PERFORM 4900-CLOSE-TAX-FILE THRU 4900-EXIT.
033400     PERFORM 2080-CLOSE-FILES THRU 2080-EXIT.
033500     IF WS-RETURN-CODE > 8
033600         GO TO 2000-EXIT
033700     END-IF.
033800     MOVE WS-CLOSE-YEAR TO YC-LAST-YEAR-CLOSED.
033900     MOVE CR-RUN-DATE-YMD TO YC-CLOSED-DATE.
034000     MOVE WS-FROZEN TO YC-CUSTOMERS-FROZEN.
034100     MOVE WS-LETTERS TO YC-LETTERS-PRINTED.
034200     MOVE WS-TAX-DETAILS TO YC-TAX-RECORDS.
034300     MOVE WS-TOTAL-CLOSING TO YC-TOTAL-CLOSING.
034400     PERFORM 5000-WRITE-CONTROL THRU 5000-EXIT.
034500 2000-EXIT.
034600     EXIT.
034700*-----------------------------------------------------------*
034800* 2050-OPEN-FILES - CUSTBAL AND CUSTMAS ARE READ ONLY;       *
034900* YEHIST IS CREATED THE FIRST TIME, THE WAY BALSNAP STARTS   *
035000* BALHIST.  NO CUSTBAL MEANS NOTHING TO DO (RC=04); A CLOSE  *
035100* LEAVES THE YEAR OPEN.                                      *
035200*-----------------------------------------------------------*
035300 2050-OPEN-FILES.
035400     OPEN INPUT CUSTOMER-BALANCE.
035500     IF NOT WS-CB-OK
035600         MOVE "NO CUSTOMER-BALANCE FILE - NOTHING DONE"
035700             TO WS-PRINT-WORK
035800         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
035900         DISPLAY "YEAREND: NO CUSTOMER-BALANCE FILE - NOTHING "
036000                 "DONE"
036100         CLOSE CUSTOMER-BALANCE
036200         MOVE 4 TO WS-RETURN-CODE
036300         MOVE "N" TO WS-WORK-SW
036400         GO TO 2050-EXIT
036500     END-IF.
036600     OPEN INPUT CUSTOMER-MASTER.
036700     IF NOT WS-CM-OK
036800         MOVE "CUSTMAS" TO EM-FILE-NAME
036900         MOVE WS-CM-STATUS TO EM-FILE-STATUS
037000         MOVE "CANNOT OPEN THE CUSTOMER MASTER" TO EM-MESSAGE
037100         PERFORM 2090-OPEN-FAILED THRU 2090-EXIT
037200         CLOSE CUSTOMER-BALANCE
037300         GO TO 2050-EXIT
037400     END-IF.
037500     OPEN I-O YEAR-END-HISTORY.
037600     IF NOT WS-YH-OK
037700         OPEN OUTPUT YEAR-END-HISTORY
037800         CLOSE YEAR-END-HISTORY
037900         OPEN I-O YEAR-END-HISTORY
038000     END-IF.
038100     IF NOT WS-YH-OK
038200         MOVE "YEHIST" TO EM-FILE-NAME
038300         MOVE WS-YH-STATUS TO EM-FILE-STATUS
038400         MOVE "CANNOT OPEN THE YEAR-END HISTORY" TO EM-MESSAGE
038500         PERFORM 2090-OPEN-FAILED THRU 2090-EXIT
038600         CLOSE CUSTOMER-BALANCE
038700         CLOSE CUSTOMER-MASTER
038800         GO TO 2050-EXIT
038900     END-IF.
039000 2050-EXIT.
039100     EXIT.
039200 2080-CLOSE-FILES.
039300     CLOSE CUSTOMER-BALANCE.
039400     CLOSE CUSTOMER-MASTER.
039500     CLOSE YEAR-END-HISTORY.
039600 2080-EXIT.
039700     EXIT.
039800*-----------------------------------------------------------*
039900* 2090-OPEN-FAILED - A FILE THE RUN CANNOT DO WITHOUT.  THE  *
040000* CALLER SETS EM-FILE-NAME, EM-FILE-STATUS AND EM-MESSAGE.   *
040100*-----------------------------------------------------------*
040200 2090-OPEN-FAILED.
040300     MOVE "YEAREND" TO EM-PROGRAM-ID.
040400     MOVE "2050-OPEN-FILES" TO EM-PARAGRAPH.
040500     MOVE 16 TO EM-SEVERITY.
040600     CALL "ERRMGR" USING EM-ERROR-AREA.
040700     DISPLAY "YEAREND: " EM-MESSAGE.
040800     STRING "** " DELIMITED BY SIZE
040900             EM-MESSAGE DELIMITED BY SIZE
041000             INTO WS-PRINT-WORK.
041100     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
041200     MOVE 16 TO WS-RETURN-CODE.
041300 2090-EXIT.
041400     EXIT.
041500 2100-CLOSE-ONE-CUSTOMER.
041600     READ CUSTOMER-BALANCE NEXT RECORD
041700         AT END
041800             SET WS-EOF TO TRUE
041900             GO TO 2100-EXIT
042000     END-READ.
042100     ADD 1 TO WS-BALANCES-READ.
042200     PERFORM 2200-BUILD-YEAR-END THRU 2200-EXIT.
042300     WRITE YH-YEAR-END-RECORD
042400         INVALID KEY
042500             REWRITE YH-YEAR-END-RECORD
042600     END-WRITE.
042610     IF NOT WS-YH-OK
042620         MOVE "2100-CLOSE-ONE-CUSTOMER" TO EM-PARAGRAPH
042630         PERFORM 2150-FREEZE-FAILED THRU 2150-EXIT
042640         GO TO 2100-EXIT
042650     END-IF.
042700     ADD 1 TO WS-FROZEN.
042800     PERFORM 2300-ISSUE-SUMMARY THRU 2300-EXIT.
042900 2100-EXIT.
043000     EXIT.
043002*-----------------------------------------------------------*
043004* 2150-FREEZE-FAILED - THE YEHIST WRITE OR REWRITE DID NOT   *
043006* TAKE.  THE CUSTOMER IS NOT COUNTED AS FROZEN AND GETS NO   *
043008* LETTER OR TAX DETAIL, AND RC=12 KEEPS YECTL FROM RECORDING *
043010* THE YEAR AS CLOSED.  THE CALLER SETS EM-PARAGRAPH.         *
043012*-----------------------------------------------------------*
043014 2150-FREEZE-FAILED.
043016     ADD 1 TO WS-FREEZE-FAILED.
043018     DISPLAY "YEAREND: YEHIST WRITE FAILED FOR " YH-CUST-ID
043020             " - STATUS " WS-YH-STATUS.
043022     MOVE "YEAREND" TO EM-PROGRAM-ID.
043024     MOVE "YEHIST" TO EM-FILE-NAME.
043026     MOVE WS-YH-STATUS TO EM-FILE-STATUS.
043028     MOVE "YEHIST WRITE FAILED - RECORD NOT FROZEN" TO EM-MESSAGE.
043030     MOVE 12 TO EM-SEVERITY.
043032     CALL "ERRMGR" USING EM-ERROR-AREA.
043034     IF WS-RETURN-CODE < 12
043036         MOVE 12 TO WS-RETURN-CODE
043038     END-IF.
043040 2150-EXIT.
043042     EXIT.
043100*-----------------------------------------------------------*
043200* 2200-BUILD-YEAR-END - THE CLOSING YEAR'S FIGURES FROM THE  *
043300* BALANCE RECORD IN HAND.  A CUSTOMER WHO LAST POSTED IN AN  *
043400* EARLIER YEAR HAD NO ACTIVITY THIS YEAR: THE BALANCE        *
043500* CARRIES, THE YEAR'S AMOUNTS ARE ZERO (ADDING WOULD HAVE    *
043600* ROLLED THEM OVER).  SPACES IN THE SERVICE-CHARGE AND       *
043700* REVERSAL FIELDS COUNT AS ZERO.                             *
043800*-----------------------------------------------------------*
043900 2200-BUILD-YEAR-END.
044000     MOVE SPACE TO YH-YEAR-END-RECORD.
044100     MOVE CB-CUST-ID TO YH-CUST-ID.
044200     MOVE WS-CLOSE-YEAR TO YH-YEAR.
044300     MOVE CB-CURRENT-BALANCE TO YH-CLOSING-BALANCE.
044400     MOVE CB-LAST-POSTED-DATE TO YH-LAST-POSTED-DATE.
044500     MOVE ZERO TO YH-YTD-AMOUNT YH-SVC-CHARGES YH-REVERSALS.
044600     COMPUTE WS-LAST-YYYY = CB-LAST-POSTED-DATE / 10000.
044700     IF WS-LAST-YYYY = WS-CLOSE-YEAR
044800         MOVE CB-YTD-AMOUNT TO YH-YTD-AMOUNT
044900         IF CB-YTD-SVC-CHARGES NUMERIC
045000             MOVE CB-YTD-SVC-CHARGES TO YH-SVC-CHARGES
045100         END-IF
045200         IF CB-YTD-REVERSALS NUMERIC
045300             MOVE CB-YTD-REVERSALS TO YH-REVERSALS
045400         END-IF
045500     END-IF.
045600     MOVE CR-RUN-DATE-YMD TO YH-FROZEN-DATE.
045700     MOVE ZERO TO YH-CORRECTED-DATE YH-CORRECTION-COUNT.
045800 2200-EXIT.
045900     EXIT.
046000*-----------------------------------------------------------*
046100* 2300-ISSUE-SUMMARY - THE LETTER AND THE YRTAX DETAIL FOR   *
046200* THE YEAR-END RECORD IN HAND, ADDRESSED FROM THE CUSTOMER   *
046300* MASTER.  NO MASTER MEANS NO LETTER (RC=04).  A DELETED     *
046400* CUSTOMER WITH A ZERO BALANCE AND NOTHING POSTED IN THE     *
046500* YEAR HAS NOTHING TO REPORT AND IS PASSED OVER, UNLESS A    *
046600* CORRECTION ASKED FOR IT BY NAME.                           *
046700*-----------------------------------------------------------*
046800 2300-ISSUE-SUMMARY.
046900     MOVE YH-CUST-ID TO CM-CUST-ID.
047000     READ CUSTOMER-MASTER.
047100     IF NOT WS-CM-OK
047200         ADD 1 TO WS-NO-MASTER
047300         DISPLAY "YEAREND: NO CUSTOMER MASTER FOR " YH-CUST-ID
047400                 " - NO LETTER"
047500         IF WS-RETURN-CODE < 4
047600             MOVE 4 TO WS-RETURN-CODE
047700         END-IF
047800         GO TO 2300-EXIT
047900     END-IF.
048000     IF CM-STATUS-DELETED AND WS-MODE-CLOSE
048100             AND YH-CLOSING-BALANCE = ZERO
048200             AND YH-YTD-AMOUNT = ZERO
048300         ADD 1 TO WS-NOTHING-TO-REPORT
048400         GO TO 2300-EXIT
048500     END-IF.
048600     PERFORM 2400-PRINT-LETTER THRU 2400-EXIT.
048700     PERFORM 4100-WRITE-TAX-DETAIL THRU 4100-EXIT.
048800 2300-EXIT.
048900     EXIT.
049000*-----------------------------------------------------------*
049100* 2400-PRINT-LETTER - ONE ANNUAL SUMMARY LETTER PER PAGE     *
049200* (PRINTMGR "PAGE"), AS STMTRUN PRINTS ITS STATEMENTS.  A    *
049300* CORRECTED LETTER SAYS WHICH LETTER IT REPLACES.            *
049400*-----------------------------------------------------------*
049500 2400-PRINT-LETTER.
049600     MOVE "PAGE" TO WS-PRINT-FUNCTION.
049700     CALL "PRINTMGR" USING WS-PRINT-FUNCTION WS-PRINT-FILENAME
049800         WS-PRINT-WORK CR-RUN-DATE-YMD WS-PM-RETURN-CODE.
049900     STRING "ANNUAL ACCOUNT SUMMARY FOR " DELIMITED BY SIZE
050000             YH-YEAR DELIMITED BY SIZE
050100             "  CUSTOMER " DELIMITED BY SIZE
050200             CM-CUST-ID DELIMITED BY SIZE
050300             INTO WS-PRINT-WORK.
050400     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
050500     IF WS-MODE-CORRECT
050600         STRING "CORRECTED - REPLACES THE SUMMARY PRODUCED ON "
050700                     DELIMITED BY SIZE
050800                 YH-FROZEN-DATE DELIMITED BY SIZE
050900                 INTO WS-PRINT-WORK
051000         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
051100     END-IF.
051200     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
051300     MOVE CM-CUST-NAME TO WS-PRINT-WORK.
051400     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
051500     IF CM-CUST-ADDR-1 NOT = SPACE
051600         MOVE CM-CUST-ADDR-1 TO WS-PRINT-WORK
051700         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
051800     END-IF.
051900     IF CM-CUST-ADDR-2 NOT = SPACE
052000         MOVE CM-CUST-ADDR-2 TO WS-PRINT-WORK
052100         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
052200     END-IF.
052300     IF CM-CUST-CITY NOT = SPACE
052400         STRING CM-CUST-CITY DELIMITED BY SIZE
052500                 " " DELIMITED BY SIZE
052600                 CM-CUST-STATE DELIMITED BY SIZE
052700                 " " DELIMITED BY SIZE
052800                 CM-CUST-ZIP DELIMITED BY SIZE
052900                 INTO WS-PRINT-WORK
053000         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
053100     END-IF.
053200     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
053300     STRING "THIS SUMMARY COVERS YOUR ACCOUNT FOR THE YEAR "
053400                 DELIMITED BY SIZE
053500             YH-YEAR DELIMITED BY SIZE
053600             "." DELIMITED BY SIZE
053700             INTO WS-PRINT-WORK.
053800     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
053900     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
054000     MOVE YH-CLOSING-BALANCE TO WS-AMT-EDIT.
054100     STRING "BALANCE AT THE YEAR END         " DELIMITED BY SIZE
054200             WS-AMT-EDIT DELIMITED BY SIZE
054300             INTO WS-PRINT-WORK.
054400     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
054500     MOVE YH-YTD-AMOUNT TO WS-AMT-EDIT.
054600     STRING "TOTAL POSTED IN THE YEAR        " DELIMITED BY SIZE
054700             WS-AMT-EDIT DELIMITED BY SIZE
054800             INTO WS-PRINT-WORK.
054900     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
055000     MOVE YH-SVC-CHARGES TO WS-AMT-EDIT.
055100     STRING "  OF WHICH SERVICE CHARGES      " DELIMITED BY SIZE
055200             WS-AMT-EDIT DELIMITED BY SIZE
055300             INTO WS-PRINT-WORK.
055400     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
055500     MOVE YH-REVERSALS TO WS-AMT-EDIT.
055600     STRING "  OF WHICH REVERSALS            " DELIMITED BY SIZE
055700             WS-AMT-EDIT DELIMITED BY SIZE
055800             INTO WS-PRINT-WORK.
055900     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
056000     STRING "LAST POSTING                    " DELIMITED BY SIZE
056100             YH-LAST-POSTED-DATE DELIMITED BY SIZE
056200             INTO WS-PRINT-WORK.
056300     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
056400     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
056500     MOVE "PLEASE KEEP THIS SUMMARY WITH YOUR TAX RECORDS."
056600         TO WS-PRINT-WORK.
056700     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
056800     ADD 1 TO WS-LETTERS.
056900 2400-EXIT.
057000     EXIT.
057100*-----------------------------------------------------------*
057200* 3000-CORRECT-CUSTOMER - REISSUE ONE CUSTOMER FOR THE LAST  *
057300* YEAR CLOSED.  WHILE CUSTBAL HAS NOT POSTED INTO THE NEXT   *
057400* YEAR ITS FIGURES ARE STILL THE YEAR'S AND ARE FROZEN       *
057500* AGAIN; ONCE IT HAS, THE FROZEN FIGURES ARE KEPT AND ONLY   *
057600* THE NAME AND ADDRESS ARE TAKEN FRESH.  EITHER WAY THE      *
057700* RECORD IS STAMPED WITH THE CORRECTION, A CORRECTED LETTER  *
057800* PRINTS AND A ONE-CUSTOMER YRTAX CORRECTION FILE GOES TO    *
057900* THE TAX TEAM.                                              *
058000*-----------------------------------------------------------*
058100 3000-CORRECT-CUSTOMER.
058200     STRING "CORRECTION FOR YEAR " DELIMITED BY SIZE
058300             WS-CLOSE-YEAR DELIMITED BY SIZE
058400             "  CUSTOMER " DELIMITED BY SIZE
058500             WS-CORR-CUST-ID DELIMITED BY SIZE
058600             INTO WS-PRINT-WORK.
058700     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
058800     PERFORM 2050-OPEN-FILES THRU 2050-EXIT.
058900     IF WS-RETURN-CODE > 8
059000         GO TO 3000-EXIT
059100     END-IF.
059200     IF NOT WS-WORK-TO-DO
059300         GO TO 3000-EXIT
059400     END-IF.
059500     MOVE WS-CORR-CUST-ID TO CM-CUST-ID.
059600     READ CUSTOMER-MASTER.
059700     IF NOT WS-CM-OK
059800         PERFORM 2080-CLOSE-FILES THRU 2080-EXIT
059900         MOVE "NO CUSTOMER MASTER FOR THAT ID - NOTHING REISSUED"
060000             TO EM-MESSAGE
060100         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
060200         GO TO 3000-EXIT
060300     END-IF.
060400     PERFORM 3100-READ-FIGURES THRU 3100-EXIT.
060500     COMPUTE WS-NEXT-YEAR = WS-CLOSE-YEAR + 1.
060600     IF WS-CB-FOUND AND WS-LAST-YYYY NOT > WS-CLOSE-YEAR
060700         PERFORM 2200-BUILD-YEAR-END THRU 2200-EXIT
060800         IF WS-YH-FOUND
060900             MOVE WS-KEEP-FROZEN-DATE TO YH-FROZEN-DATE
061000             MOVE WS-KEEP-CORRECTIONS TO YH-CORRECTION-COUNT
061100         END-IF
061200         MOVE "FIGURES FROZEN AGAIN FROM CUSTBAL" TO WS-PRINT-WORK
061300     ELSE
061400         IF NOT WS-YH-FOUND
061500             PERFORM 2080-CLOSE-FILES THRU 2080-EXIT
061600             MOVE "NOTHING FROZEN AND CUSTBAL IS PAST THE YEAR"
061700                 TO EM-MESSAGE
061800             PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
061900             GO TO 3000-EXIT
062000         END-IF
062100         STRING "CUSTBAL HAS POSTED INTO " DELIMITED BY SIZE
062200                 WS-NEXT-YEAR DELIMITED BY SIZE
062300                 " - FROZEN FIGURES KEPT" DELIMITED BY SIZE
062400                 INTO WS-PRINT-WORK
062500     END-IF.
062600     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
062700     MOVE CR-RUN-DATE-YMD TO YH-CORRECTED-DATE.
062800     ADD 1 TO YH-CORRECTION-COUNT.
062900     IF WS-YH-FOUND
063000         REWRITE YH-YEAR-END-RECORD
063100     ELSE
063200         WRITE YH-YEAR-END-RECORD
063300     END-IF.
063310     IF NOT WS-YH-OK
063320         MOVE "3000-CORRECT-CUSTOMER" TO EM-PARAGRAPH
063330         PERFORM 2150-FREEZE-FAILED THRU 2150-EXIT
063340         PERFORM 2080-CLOSE-FILES THRU 2080-EXIT
063350         GO TO 3000-EXIT
063360     END-IF.
063400     ADD 1 TO WS-FROZEN.
063500     MOVE SPACE TO WS-TX-ASSIGN-NAME.
063600     MOVE "YRTAX" TO WS-TX-PREFIX.
063700     MOVE WS-CLOSE-YEAR TO WS-TX-YEAR.
063800     MOVE "C" TO WS-TX-CORR-FLAG.
063900     MOVE WS-CORR-CUST-ID TO WS-TX-CORR-CUST.
064000     PERFORM 4000-OPEN-TAX-FILE THRU 4000-EXIT.
064100     IF WS-TAX-OPEN
064200         PERFORM 2300-ISSUE-SUMMARY THRU 2300-EXIT
064300         PERFORM 4900-CLOSE-TAX-FILE THRU 4900-EXIT
064400     END-IF.
064500     PERFORM 2080-CLOSE-FILES THRU 2080-EXIT.
064600     IF WS-RETURN-CODE > 8
064700         GO TO 3000-EXIT
064800     END-IF.
064900     MOVE CR-RUN-DATE-YMD TO YC-LAST-CORRECTION-DATE.
065000     ADD 1 TO YC-CORRECTIONS.
065100     PERFORM 5000-WRITE-CONTROL THRU 5000-EXIT.
065200 3000-EXIT.
065300     EXIT.
065400*-----------------------------------------------------------*
065500* 3100-READ-FIGURES - THE CUSTOMER'S FROZEN RECORD FOR THE   *
065600* YEAR, IF ANY, AND ITS CURRENT BALANCE RECORD, IF ANY.  THE *
065700* ORIGINAL FREEZE DATE AND THE CORRECTION COUNT ARE KEPT     *
065800* ACROSS A RE-FREEZE.                                        *
065900*-----------------------------------------------------------*
066000 3100-READ-FIGURES.
066100     MOVE "N" TO WS-YH-FOUND-SW.
066200     MOVE "N" TO WS-CB-FOUND-SW.
066300     MOVE ZERO TO WS-LAST-YYYY.
066400     MOVE WS-CORR-CUST-ID TO YH-CUST-ID.
066500     MOVE WS-CLOSE-YEAR TO YH-YEAR.
066600     READ YEAR-END-HISTORY.
066700     IF WS-YH-OK
066800         SET WS-YH-FOUND TO TRUE
066900         MOVE YH-FROZEN-DATE TO WS-KEEP-FROZEN-DATE
067000         MOVE YH-CORRECTION-COUNT TO WS-KEEP-CORRECTIONS
067100     END-IF.
067200     MOVE WS-CORR-CUST-ID TO CB-CUST-ID.
067300     READ CUSTOMER-BALANCE.
067400     IF WS-CB-OK
067500         SET WS-CB-FOUND TO TRUE
067600         COMPUTE WS-LAST-YYYY = CB-LAST-POSTED-DATE / 10000
067700     END-IF.
067800 3100-EXIT.
067900     EXIT.
068000*-----------------------------------------------------------*
068100* 4000-OPEN-TAX-FILE - OPEN THE YRTAX FILE NAMED IN WS-TX-   *
068200* ASSIGN-NAME AND WRITE ITS HEADER.  A FILE THAT WILL NOT    *
068300* OPEN STOPS THE RUN BEFORE ANYTHING IS RECORDED AS DONE     *
068400* (RC=12), SO IT CAN SIMPLY BE RUN AGAIN.                    *
068500*-----------------------------------------------------------*
068600 4000-OPEN-TAX-FILE.
068700     MOVE ZERO TO WS-TAX-RECORDS WS-TAX-DETAILS.
068800     OPEN OUTPUT TAX-FILE.
068900     IF NOT WS-TX-OK
069000         MOVE "YEAREND" TO EM-PROGRAM-ID
069100         MOVE "4000-OPEN-TAX-FILE" TO EM-PARAGRAPH
069200         MOVE WS-TX-ASSIGN-NAME TO EM-FILE-NAME
069300         MOVE WS-TX-STATUS TO EM-FILE-STATUS
069400         MOVE "CANNOT OPEN THE YRTAX ANNUAL-REPORTING FILE"
069500             TO EM-MESSAGE
069600         MOVE 12 TO EM-SEVERITY
069700         CALL "ERRMGR" USING EM-ERROR-AREA
069800         DISPLAY "YEAREND: CANNOT OPEN " WS-TX-ASSIGN-NAME
069900         STRING "** CANNOT OPEN " DELIMITED BY SIZE
070000                 WS-TX-ASSIGN-NAME DELIMITED BY SIZE
070100                 " - NOTHING RECORDED AS DONE" DELIMITED BY SIZE
070200                 INTO WS-PRINT-WORK
070300         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
070400         MOVE 12 TO WS-RETURN-CODE
070500         GO TO 4000-EXIT
070600     END-IF.
070700     SET WS-TAX-OPEN TO TRUE.
070800     ACCEPT WS-TX-TIME FROM TIME.
070900     MOVE SPACE TO TX-TAX-RECORD.
071000     SET TX-TYPE-HEADER TO TRUE.
071100     MOVE WS-CLOSE-YEAR TO TXH-TAX-YEAR.
071200     IF WS-MODE-CORRECT
071300         SET TXH-CORRECTION TO TRUE
071400     ELSE
071500         SET TXH-ORIGINAL TO TRUE
071600     END-IF.
071700     MOVE CR-RUN-DATE-YMD TO TXH-CREATED-DATE.
071800     MOVE WS-TX-TIME TO TXH-CREATED-TIME.
071900     MOVE "ACMEWIDGET" TO TXH-SENDER-ID.
072000     PERFORM 4800-WRITE-TAX THRU 4800-EXIT.
072100 4000-EXIT.
072200     EXIT.
072300 4100-WRITE-TAX-DETAIL.
072400     MOVE SPACE TO TX-TAX-RECORD.
072500     SET TX-TYPE-DETAIL TO TRUE.
072600     MOVE YH-CUST-ID TO TX-CUST-ID.
072700     MOVE CM-CUST-NAME TO TXD-CUST-NAME.
072800     MOVE CM-CUST-ADDR-1 TO TXD-ADDR-1.
072900     MOVE CM-CUST-ADDR-2 TO TXD-ADDR-2.
073000     MOVE CM-CUST-CITY TO TXD-CITY.
073100     MOVE CM-CUST-STATE TO TXD-STATE.
073200     MOVE CM-CUST-ZIP TO TXD-ZIP.
073300     MOVE YH-CLOSING-BALANCE TO TXD-CLOSING-BALANCE.
073400     MOVE YH-YTD-AMOUNT TO TXD-YTD-AMOUNT.
073500     MOVE YH-SVC-CHARGES TO TXD-SVC-CHARGES.
073600     MOVE YH-REVERSALS TO TXD-REVERSALS.
073700     MOVE YH-LAST-POSTED-DATE TO TXD-LAST-POSTED-DATE.
073800     PERFORM 4800-WRITE-TAX THRU 4800-EXIT.
073900     ADD 1 TO WS-TAX-DETAILS.
074000     ADD YH-CLOSING-BALANCE TO WS-TOTAL-CLOSING.
074100     ADD YH-YTD-AMOUNT TO WS-TOTAL-YTD.
074200     ADD YH-SVC-CHARGES TO WS-TOTAL-SVC.
074300     ADD YH-REVERSALS TO WS-TOTAL-REVERSALS.
074400 4100-EXIT.
074500     EXIT.
074600*-----------------------------------------------------------*
074700* 4800-WRITE-TAX - ONE YRTAX RECORD.  A WRITE THAT FAILS     *
074800* MEANS THE TAX TEAM WOULD GET A SHORT FILE, SO THE YEAR IS  *
074900* NOT RECORDED AS CLOSED (RC=12).                            *
075000*-----------------------------------------------------------*
075100 4800-WRITE-TAX.
075200     WRITE TX-FILE-RECORD FROM TX-TAX-RECORD.
075300     IF NOT WS-TX-OK
075400         MOVE "YEAREND" TO EM-PROGRAM-ID
075500         MOVE "4800-WRITE-TAX" TO EM-PARAGRAPH
075600         MOVE WS-TX-ASSIGN-NAME TO EM-FILE-NAME
075700         MOVE WS-TX-STATUS TO EM-FILE-STATUS
075800         MOVE "WRITE FAILED ON THE YRTAX ANNUAL-REPORTING FILE"
075900             TO EM-MESSAGE
076000         MOVE 12 TO EM-SEVERITY
076100         CALL "ERRMGR" USING EM-ERROR-AREA
076200         IF WS-RETURN-CODE < 12
076300             MOVE 12 TO WS-RETURN-CODE
076400         END-IF
076500         GO TO 4800-EXIT
076600     END-IF.
076700     ADD 1 TO WS-TAX-RECORDS.
076800 4800-EXIT.
076900     EXIT.
077000*-----------------------------------------------------------*
077100* 4900-CLOSE-TAX-FILE - THE TRAILER CARRIES THE DETAIL       *
077200* COUNT, THE RECORD COUNT (HEADER AND TRAILER INCLUDED) AND  *
077300* THE AMOUNT TOTALS THE TAX TEAM PROVES THE FILE AGAINST.    *
077400*-----------------------------------------------------------*
077500 4900-CLOSE-TAX-FILE.
077600     MOVE SPACE TO TX-TAX-RECORD.
077700     SET TX-TYPE-TRAILER TO TRUE.
077800     MOVE WS-CLOSE-YEAR TO TXT-TAX-YEAR.
077900     MOVE WS-TAX-DETAILS TO TXT-DETAIL-COUNT.
078000     COMPUTE TXT-RECORD-COUNT = WS-TAX-RECORDS + 1.
078100     MOVE WS-TOTAL-CLOSING TO TXT-TOTAL-CLOSING.
078200     MOVE WS-TOTAL-YTD TO TXT-TOTAL-YTD.
078300     MOVE WS-TOTAL-SVC TO TXT-TOTAL-SVC.
078400     MOVE WS-TOTAL-REVERSALS TO TXT-TOTAL-REVERSALS.
078500     PERFORM 4800-WRITE-TAX THRU 4800-EXIT.
078600     CLOSE TAX-FILE.
078700 4900-EXIT.
078800     EXIT.
078900*-----------------------------------------------------------*
079000* 5000-WRITE-CONTROL - REWRITE THE SINGLE YECTL RECORD.  THE *
079100* CALLER HAS SET THE FIELDS IT OWNS.                         *
079200*-----------------------------------------------------------*
079300 5000-WRITE-CONTROL.
079400     OPEN OUTPUT YEAR-END-CONTROL.
079500     IF NOT WS-YC-OK
079600         MOVE "YEAREND" TO EM-PROGRAM-ID
079700         MOVE "5000-WRITE-CONTROL" TO EM-PARAGRAPH
079800         MOVE "YECTL" TO EM-FILE-NAME
079900         MOVE WS-YC-STATUS TO EM-FILE-STATUS
080000         MOVE "CANNOT REWRITE THE YECTL CONTROL RECORD"
080100             TO EM-MESSAGE
080200         MOVE 12 TO EM-SEVERITY
080300         CALL "ERRMGR" USING EM-ERROR-AREA
080400         DISPLAY "YEAREND: " EM-MESSAGE
080500         MOVE 12 TO WS-RETURN-CODE
080600         GO TO 5000-EXIT
080700     END-IF.
080800     WRITE YC-FILE-RECORD FROM YC-YEAR-END-CONTROL-RECORD.
080900     CLOSE YEAR-END-CONTROL.
081000 5000-EXIT.
081100     EXIT.
081200*-----------------------------------------------------------*
081300* 6000-PRINT-SUMMARY - THE RUN SUMMARY ON A PAGE OF ITS OWN  *
081400* AFTER THE LAST LETTER.                                     *
081500*-----------------------------------------------------------*
081600 6000-PRINT-SUMMARY.
081700     MOVE "PAGE" TO WS-PRINT-FUNCTION.
081800     CALL "PRINTMGR" USING WS-PRINT-FUNCTION WS-PRINT-FILENAME
081900         WS-PRINT-WORK CR-RUN-DATE-YMD WS-PM-RETURN-CODE.
082000     IF WS-MODE-CORRECT
082100         STRING "YEAR-END CORRECTION SUMMARY  YEAR "
082200                     DELIMITED BY SIZE
082300                 WS-CLOSE-YEAR DELIMITED BY SIZE
082400                 "  CUSTOMER " DELIMITED BY SIZE
082500                 WS-CORR-CUST-ID DELIMITED BY SIZE
082600                 INTO WS-PRINT-WORK
082700     ELSE
082800         STRING "YEAR-END CLOSE SUMMARY  YEAR " DELIMITED BY SIZE
082900                 WS-CLOSE-YEAR DELIMITED BY SIZE
083000                 INTO WS-PRINT-WORK
083100     END-IF.
083200     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
083300     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
083400     MOVE WS-BALANCES-READ TO WS-COUNT-EDIT.
083500     STRING "BALANCE RECORDS READ      " DELIMITED BY SIZE
083600             WS-COUNT-EDIT DELIMITED BY SIZE
083700             INTO WS-PRINT-WORK.
083800     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
083900     MOVE WS-FROZEN TO WS-COUNT-EDIT.
084000     STRING "YEAR-END RECORDS FROZEN   " DELIMITED BY SIZE
084100             WS-COUNT-EDIT DELIMITED BY SIZE
084200             INTO WS-PRINT-WORK.
084300     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
084310     IF WS-FREEZE-FAILED > 0
084320         MOVE WS-FREEZE-FAILED TO WS-COUNT-EDIT
084330         STRING "YEHIST WRITES FAILED      " DELIMITED BY SIZE
084340                 WS-COUNT-EDIT DELIMITED BY SIZE
084350                 INTO WS-PRINT-WORK
084360         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
084370     END-IF.
084400     MOVE WS-LETTERS TO WS-COUNT-EDIT.
084500     STRING "LETTERS PRINTED           " DELIMITED BY SIZE
084600             WS-COUNT-EDIT DELIMITED BY SIZE
084700             INTO WS-PRINT-WORK.
084800     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
084900     MOVE WS-NO-MASTER TO WS-COUNT-EDIT.
085000     STRING "NO CUSTOMER MASTER        " DELIMITED BY SIZE
085100             WS-COUNT-EDIT DELIMITED BY SIZE
085200             INTO WS-PRINT-WORK.
085300     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
085400     MOVE WS-NOTHING-TO-REPORT TO WS-COUNT-EDIT.
085500     STRING "DELETED, NOTHING TO REPORT" DELIMITED BY SIZE
085600             WS-COUNT-EDIT DELIMITED BY SIZE
085700             INTO WS-PRINT-WORK.
085800     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
085900     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
086000     STRING "TAX FILE                  " DELIMITED BY SIZE
086100             WS-TX-ASSIGN-NAME DELIMITED BY SIZE
086200             INTO WS-PRINT-WORK.
086300     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
086400     MOVE WS-TAX-DETAILS TO WS-COUNT-EDIT.
086500     STRING "TAX DETAIL RECORDS        " DELIMITED BY SIZE
086600             WS-COUNT-EDIT DELIMITED BY SIZE
086700             INTO WS-PRINT-WORK.
086800     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
086900     MOVE WS-TOTAL-CLOSING TO WS-TOTAL-EDIT.
087000     STRING "TOTAL YEAR-END BALANCE    " DELIMITED BY SIZE
087100             WS-TOTAL-EDIT DELIMITED BY SIZE
087200             INTO WS-PRINT-WORK.
087300     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
087400     MOVE WS-TOTAL-YTD TO WS-TOTAL-EDIT.
087500     STRING "TOTAL POSTED IN THE YEAR  " DELIMITED BY SIZE
087600             WS-TOTAL-EDIT DELIMITED BY SIZE
087700             INTO WS-PRINT-WORK.
087800     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
087900     MOVE WS-TOTAL-SVC TO WS-TOTAL-EDIT.
088000     STRING "TOTAL SERVICE CHARGES     " DELIMITED BY SIZE
088100             WS-TOTAL-EDIT DELIMITED BY SIZE
088200             INTO WS-PRINT-WORK.
088300     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
088400     MOVE WS-TOTAL-REVERSALS TO WS-TOTAL-EDIT.
088500     STRING "TOTAL REVERSALS           " DELIMITED BY SIZE
088600             WS-TOTAL-EDIT DELIMITED BY SIZE
088700             INTO WS-PRINT-WORK.
088800     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
088900 6000-EXIT.
089000     EXIT.
089100*-----------------------------------------------------------*
089200* 8000-PRINT-LINE - HAND ONE LINE OF TEXT TO PRINTMGR.       *
089300*-----------------------------------------------------------*
089400 8000-PRINT-LINE.
089500     MOVE "PRNT" TO WS-PRINT-FUNCTION.
089600     CALL "PRINTMGR" USING WS-PRINT-FUNCTION WS-PRINT-FILENAME
089700         WS-PRINT-WORK CR-RUN-DATE-YMD WS-PM-RETURN-CODE.
089800     MOVE SPACE TO WS-PRINT-WORK.
089900 8000-EXIT.
090000     EXIT.
090100*-----------------------------------------------------------*
090200* 9000-TERMINATE                                             *
090300*-----------------------------------------------------------*
090400 9000-TERMINATE.
090500     IF WS-PRINT-OPEN
090600         MOVE "TERM" TO WS-PRINT-FUNCTION
090700         CALL "PRINTMGR" USING WS-PRINT-FUNCTION
090800             WS-PRINT-FILENAME WS-PRINT-WORK CR-RUN-DATE-YMD
090900             WS-PM-RETURN-CODE
091000     END-IF.
091100     PERFORM 9100-WRITE-STEP-STATUS THRU 9100-EXIT.
091200 9000-EXIT.
091300     EXIT.
091400*-----------------------------------------------------------*
091500* 9100-WRITE-STEP-STATUS - ONE STANDARD STEP-STATUS RECORD   *
091600* PER RUN FOR THE DAYCLOSE CLOSE-OUT REPORT.                 *
091700*-----------------------------------------------------------*
091800 9100-WRITE-STEP-STATUS.
091900     MOVE "YEAREND" TO SS-PROGRAM-ID.
092000     MOVE CR-RUN-DATE-YMD TO SS-RUN-DATE.
092100     MOVE WS-STEP-START-TIME TO SS-START-TIME.
092200     MOVE WS-RETURN-CODE TO SS-CONDITION-CODE.
092300     MOVE WS-BALANCES-READ TO SS-RECORDS-IN.
092400     MOVE WS-FROZEN TO SS-RECORDS-OUT.
092500     MOVE WS-NO-MASTER TO SS-RECORDS-REJECTED.
092600     CALL "STEPLOG" USING SS-STEP-AREA.
092700 9100-EXIT.
092800     EXIT.
