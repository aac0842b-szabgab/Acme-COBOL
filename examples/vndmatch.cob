000100* Prove the print vendor's acknowledgment of the statement file
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. VNDMATCH.
000400 AUTHOR. D. OKONKWO.
000500 INSTALLATION. ACME WIDGET CO - BATCH OPERATIONS.
000600 DATE-WRITTEN. 09/28/2026.
000700 DATE-COMPILED.
000800******************************************************************
000900*    MODIFICATION HISTORY
001000*    DATE       INIT  DESCRIPTION
001100*    09/28/2026 DCO   ORIGINAL PROGRAM.  STMTRUN NOW SENDS THE
001200*                     MONTH'S STATEMENTS TO THE OUTSIDE PRINT
001300*                     VENDOR ON THE DATED VNDSTMT GENERATION AND
001400*                     RECORDS ITS STATEMENT AND PAGE COUNTS ON
001500*                     VNDCTL.  THIS NIGHTLY STEP READS THE
001600*                     VENDOR'S VNDACK ACKNOWLEDGMENT FILE AND
001700*                     PROVES THE COUNTS THEY TOOK ON AGAINST THE
001800*                     COUNTS WE SENT.  AGREED, THE FILE IS MARKED
001900*                     ACKNOWLEDGED AND THE STEP GOES QUIET UNTIL
002000*                     THE NEXT STATEMENT RUN.  A MISSING
002100*                     ACKNOWLEDGMENT, A REJECTED FILE OR COUNTS
002200*                     THAT DISAGREE GO TO THE VNDEXCPT REPORT AND
002300*                     THE CENTRAL PROBLOG (ERRMGR) AS RC=08
002400*                     WARNINGS, NIGHT AFTER NIGHT UNTIL THE
002500*                     VENDOR'S COUNTS AGREE; THE CHAIN IS NOT
002600*                     STOPPED FOR A MAILING.
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. ACME-SYSTEM.
003100 OBJECT-COMPUTER. ACME-SYSTEM.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT OPTIONAL VENDOR-CONTROL ASSIGN TO "VNDCTL"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-VC-STATUS.
003700     SELECT OPTIONAL VENDOR-ACK ASSIGN TO "VNDACK"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-VA-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  VENDOR-CONTROL.
004300 01  VC-FILE-RECORD               PIC X(90).
004400 FD  VENDOR-ACK.
004500 01  VA-FILE-RECORD               PIC X(80).
004600 WORKING-STORAGE SECTION.
004700 COPY "rundate.cpy".
004800 COPY "vndctl.cpy".
004900 COPY "vndack.cpy".
005000 COPY "errlog.cpy".
005100 COPY "stepstat.cpy".
005200 01  WS-STEP-START-TIME          PIC 9(08)  VALUE ZERO.
005300 01  WS-PRINT-FUNCTION           PIC X(04).
005400 01  WS-PRINT-FILENAME           PIC X(20)  VALUE "VNDEXCPT".
005500 01  WS-PM-RETURN-CODE           PIC 9(02).
005600 01  WS-FILE-STATUSES.
005700     05  WS-VC-STATUS            PIC X(02)  VALUE "00".
005800         88  WS-VC-OK                       VALUE "00".
005900     05  WS-VA-STATUS            PIC X(02)  VALUE "00".
006000         88  WS-VA-OK                       VALUE "00".
006100 01  WS-SWITCHES.
006200     05  WS-EOF-SW               PIC X(01)  VALUE "N".
006300         88  WS-EOF                          VALUE "Y".
006400     05  WS-CTL-PRESENT-SW       PIC X(01)  VALUE "N".
006500         88  WS-CTL-PRESENT                  VALUE "Y".
006600     05  WS-ACK-FOUND-SW         PIC X(01)  VALUE "N".
006700         88  WS-ACK-FOUND                    VALUE "Y".
006800*    THE LAST ACKNOWLEDGMENT ON VNDACK FOR THE OUTSTANDING FILE;
006900*    A VENDOR THAT REJECTS, FIXES AND RELOADS SENDS A SECOND ONE,
007000*    AND THE LATER ONE IS THE ONE THAT COUNTS.
007100 01  WS-FOUND-ACK                PIC X(80)  VALUE SPACE.
007200 01  WS-COUNTERS.
007300     05  WS-ACKS-READ            PIC 9(07)  COMP  VALUE ZERO.
007400     05  WS-OTHER-ACKS           PIC 9(07)  COMP  VALUE ZERO.
007500     05  WS-FILES-ACKNOWLEDGED   PIC 9(07)  COMP  VALUE ZERO.
007600     05  WS-EXCEPTIONS           PIC 9(07)  COMP  VALUE ZERO.
007700 01  WS-COUNT-EDIT               PIC ZZZZZZ9.
007800 01  WS-PAGE-EDIT                PIC ZZZZZZZZ9.
007900 01  WS-PRINT-WORK               PIC X(132)  VALUE SPACE.
008000 01  WS-DATE-FUNCTION            PIC X(04).
008100 01  WS-DATE-FLAG                PIC X(01).
008200 01  WS-DS-RETURN-CODE           PIC 9(02).
008300 01  WS-RETURN-CODE              PIC 9(02)  COMP  VALUE ZERO.
008400 PROCEDURE DIVISION.
008500 0000-MAINLINE.
008600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008700     IF WS-RETURN-CODE = ZERO
008800         PERFORM 2000-CHECK-ACKNOWLEDGMENT THRU 2000-EXIT
008900         PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT
009000     END-IF.
009100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
009200     STOP RUN WS-RETURN-CODE.
009300*-----------------------------------------------------------*
009400* 1000-INITIALIZE - RESOLVE THE BUSINESS DATE AND PICK UP THE *
009500* VNDCTL RECORD OF THE LAST FILE STMTRUN SENT.  NO VNDCTL     *
009600* MEANS NO FILE HAS EVER GONE TO THE VENDOR.                  *
009700*-----------------------------------------------------------*
009800 1000-INITIALIZE.
009900     ACCEPT CR-MACHINE-DATE-YMD FROM DATE YYYYMMDD.
010000     ACCEPT WS-STEP-START-TIME FROM TIME.
010100     MOVE "BIZD" TO WS-DATE-FUNCTION.
010200     CALL "DATESRV" USING WS-DATE-FUNCTION CR-MACHINE-DATE-YMD
010300         CR-RUN-DATE-YMD WS-DATE-FLAG WS-DS-RETURN-CODE.
010400     IF WS-DS-RETURN-CODE > 8
010500         MOVE CR-MACHINE-DATE-YMD TO CR-RUN-DATE-YMD
010600     END-IF.
010700     MOVE "VNDMATCH" TO WS-PRINT-WORK.
010800     MOVE "INIT" TO WS-PRINT-FUNCTION.
010900     CALL "PRINTMGR" USING WS-PRINT-FUNCTION WS-PRINT-FILENAME
011000         WS-PRINT-WORK CR-RUN-DATE-YMD WS-PM-RETURN-CODE.
011100     IF WS-PM-RETURN-CODE NOT = ZERO
011200         MOVE 16 TO WS-RETURN-CODE
011300         GO TO 1000-EXIT
011400     END-IF.
011500     MOVE "PRINT-VENDOR STATEMENT FILE ACKNOWLEDGMENT"
011600         TO WS-PRINT-WORK.
011700     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
011800     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
011900     OPEN INPUT VENDOR-CONTROL.
012000     IF WS-VC-OK
012100         READ VENDOR-CONTROL INTO VC-VENDOR-CONTROL-RECORD
012200             AT END
012300                 CONTINUE
012400             NOT AT END
012500                 SET WS-CTL-PRESENT TO TRUE
012600         END-READ
012700     END-IF.
012800     CLOSE VENDOR-CONTROL.
012900 1000-EXIT.
013000     EXIT.
013100*-----------------------------------------------------------*
013200* 2000-CHECK-ACKNOWLEDGMENT - A FILE AWAITING ACKNOWLEDGMENT  *
013300* AND SENT BEFORE TODAY'S BUSINESS DATE MUST HAVE A VNDACK    *
013400* RECORD FOR ITS FILE DATE, ACCEPTED, WITH THE SAME STATEMENT *
013500* AND PAGE COUNTS.  ANYTHING ELSE IS AN EXCEPTION AND THE     *
013600* FILE STAYS OUTSTANDING FOR TOMORROW NIGHT.                  *
013700*-----------------------------------------------------------*
013800 2000-CHECK-ACKNOWLEDGMENT.
013900     IF NOT WS-CTL-PRESENT
014000         MOVE "NO PRINT-VENDOR FILE AWAITING ACKNOWLEDGMENT"
014100             TO WS-PRINT-WORK
014200         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
014300         GO TO 2000-EXIT
014400     END-IF.
014500     IF NOT VC-AWAITING-ACK
014600         STRING "NO PRINT-VENDOR FILE AWAITING ACKNOWLEDGMENT - "
014700                 DELIMITED BY SIZE
014800                 VC-FILE-NAME DELIMITED BY SPACE
014900                 " ACKNOWLEDGED " DELIMITED BY SIZE
015000                 VC-ACK-DATE DELIMITED BY SIZE
015100                 INTO WS-PRINT-WORK
015200         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
015300         GO TO 2000-EXIT
015400     END-IF.
015500     STRING "FILE SENT          " DELIMITED BY SIZE
015600             VC-FILE-NAME DELIMITED BY SPACE
015700             "  ON " DELIMITED BY SIZE
015800             VC-FILE-DATE DELIMITED BY SIZE
015900             INTO WS-PRINT-WORK.
016000     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
016100     MOVE VC-STMT-COUNT TO WS-COUNT-EDIT.
016200     MOVE VC-PAGE-COUNT TO WS-PAGE-EDIT.
016300     STRING "WE SENT            STATEMENTS " DELIMITED BY SIZE
016400             WS-COUNT-EDIT DELIMITED BY SIZE
016500             "  PAGES " DELIMITED BY SIZE
016600             WS-PAGE-EDIT DELIMITED BY SIZE
016700             INTO WS-PRINT-WORK.
016800     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
016900     IF VC-FILE-DATE NOT < CR-RUN-DATE-YMD
017000         MOVE "SENT THIS BUSINESS DATE - ACK DUE NEXT RUN"
017100             TO WS-PRINT-WORK
017200         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
017300         GO TO 2000-EXIT
017400     END-IF.
017500     OPEN INPUT VENDOR-ACK.
017600     IF NOT WS-VA-OK
017700         CLOSE VENDOR-ACK
017800         MOVE "NO ACKNOWLEDGMENT FILE FROM PRINT VENDOR"
017900             TO EM-MESSAGE
018000         MOVE "VNDACK" TO EM-FILE-NAME
018100         MOVE WS-VA-STATUS TO EM-FILE-STATUS
018200         PERFORM 2900-REPORT-EXCEPTION THRU 2900-EXIT
018300         GO TO 2000-EXIT
018400     END-IF.
018500     MOVE "N" TO WS-EOF-SW.
018600     PERFORM 2100-READ-ONE-ACK THRU 2100-EXIT
018700         UNTIL WS-EOF.
018800     CLOSE VENDOR-ACK.
018900     IF NOT WS-ACK-FOUND
019000         MOVE "PRINT VENDOR HAS NOT ACKNOWLEDGED THE FILE"
019100             TO EM-MESSAGE
019200         MOVE "VNDACK" TO EM-FILE-NAME
019300         MOVE WS-VA-STATUS TO EM-FILE-STATUS
019400         PERFORM 2900-REPORT-EXCEPTION THRU 2900-EXIT
019500         GO TO 2000-EXIT
019600     END-IF.
019700     MOVE WS-FOUND-ACK TO VA-ACK-RECORD.
019800     MOVE VA-STMT-COUNT TO WS-COUNT-EDIT.
019900     MOVE VA-PAGE-COUNT TO WS-PAGE-EDIT.
020000     STRING "VENDOR TOOK ON     STATEMENTS " DELIMITED BY SIZE
020100             WS-COUNT-EDIT DELIMITED BY SIZE
020200             "  PAGES " DELIMITED BY SIZE
020300             WS-PAGE-EDIT DELIMITED BY SIZE
020400             "  RECEIVED " DELIMITED BY SIZE
020500             VA-RECEIVED-DATE DELIMITED BY SIZE
020600             INTO WS-PRINT-WORK.
020700     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
020800     MOVE "VNDACK" TO EM-FILE-NAME.
020900     MOVE WS-VA-STATUS TO EM-FILE-STATUS.
021000     EVALUATE TRUE
021100         WHEN VA-STATUS-REJECTED
021200             STRING "REJECTED BY VENDOR " DELIMITED BY SIZE
021300                     VA-REJECT-REASON DELIMITED BY SIZE
021400                     INTO WS-PRINT-WORK
021500             PERFORM 8000-PRINT-LINE THRU 8000-EXIT
021600             MOVE "PRINT VENDOR REJECTED THE STATEMENT FILE"
021700                 TO EM-MESSAGE
021800             PERFORM 2900-REPORT-EXCEPTION THRU 2900-EXIT
021900         WHEN VA-STMT-COUNT NOT = VC-STMT-COUNT
022000             MOVE "VENDOR STATEMENT COUNT DOES NOT AGREE"
022100                 TO EM-MESSAGE
022200             PERFORM 2900-REPORT-EXCEPTION THRU 2900-EXIT
022300         WHEN VA-PAGE-COUNT NOT = VC-PAGE-COUNT
022400             MOVE "VENDOR PAGE COUNT DOES NOT AGREE"
022500                 TO EM-MESSAGE
022600             PERFORM 2900-REPORT-EXCEPTION THRU 2900-EXIT
022700         WHEN OTHER
022800             PERFORM 2500-MARK-ACKNOWLEDGED THRU 2500-EXIT
022900     END-EVALUATE.
023000 2000-EXIT.
023100     EXIT.
023200*-----------------------------------------------------------*
023300* 2100-READ-ONE-ACK - AN ACKNOWLEDGMENT FOR ANY OTHER FILE    *
023400* DATE (AN OLD ONE THE VENDOR RESENT) IS NOTED AND IGNORED.   *
023500*-----------------------------------------------------------*
023600 2100-READ-ONE-ACK.
023700     READ VENDOR-ACK INTO VA-ACK-RECORD
023800         AT END
023900             SET WS-EOF TO TRUE
024000             GO TO 2100-EXIT
024100     END-READ.
024200     ADD 1 TO WS-ACKS-READ.
024300     IF VA-FILE-DATE = VC-FILE-DATE
024400         SET WS-ACK-FOUND TO TRUE
024500         MOVE VA-ACK-RECORD TO WS-FOUND-ACK
024600         GO TO 2100-EXIT
024700     END-IF.
024800     ADD 1 TO WS-OTHER-ACKS.
024900     STRING "IGNORED - ACK FOR FILE DATED " DELIMITED BY SIZE
025000             VA-FILE-DATE DELIMITED BY SIZE
025100             INTO WS-PRINT-WORK.
025200     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
025300 2100-EXIT.
025400     EXIT.
025500*-----------------------------------------------------------*
025600* 2500-MARK-ACKNOWLEDGED - THE COUNTS AGREE: VNDCTL IS        *
025700* REWRITTEN ACKNOWLEDGED, SO LATER NIGHTS STOP ASKING.        *
025800*-----------------------------------------------------------*
025900 2500-MARK-ACKNOWLEDGED.
026000     SET VC-ACKNOWLEDGED TO TRUE.
026100     MOVE CR-RUN-DATE-YMD TO VC-ACK-DATE.
026200     OPEN OUTPUT VENDOR-CONTROL.
026300     IF NOT WS-VC-OK
026400         MOVE "CANNOT REWRITE THE VNDCTL CONTROL RECORD"
026500             TO EM-MESSAGE
026600         MOVE "VNDCTL" TO EM-FILE-NAME
026700         MOVE WS-VC-STATUS TO EM-FILE-STATUS
026800         PERFORM 2900-REPORT-EXCEPTION THRU 2900-EXIT
026900         GO TO 2500-EXIT
027000     END-IF.
027100     WRITE VC-FILE-RECORD FROM VC-VENDOR-CONTROL-RECORD.
027200     CLOSE VENDOR-CONTROL.
027300     ADD 1 TO WS-FILES-ACKNOWLEDGED.
027400     MOVE "COUNTS AGREE - FILE MARKED ACKNOWLEDGED"
027500         TO WS-PRINT-WORK.
027600     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
027700 2500-EXIT.
027800     EXIT.
027900*-----------------------------------------------------------*
028000* 2900-REPORT-EXCEPTION - ONE EXCEPTION LINE, THE SAME TO THE *
028100* CENTRAL PROBLOG, AND AN RC=08 WARNING.  THE CALLER SETS     *
028200* EM-MESSAGE, EM-FILE-NAME AND EM-FILE-STATUS.                *
028300*-----------------------------------------------------------*
028400 2900-REPORT-EXCEPTION.
028500     ADD 1 TO WS-EXCEPTIONS.
028600     STRING "** " DELIMITED BY SIZE
028700             EM-MESSAGE DELIMITED BY SIZE
028800             INTO WS-PRINT-WORK.
028900     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
029000     DISPLAY "VNDMATCH: " EM-MESSAGE.
029100     MOVE "VNDMATCH" TO EM-PROGRAM-ID.
029200     MOVE "2000-CHECK-ACKNOWLEDGMENT" TO EM-PARAGRAPH.
029300     MOVE 8 TO EM-SEVERITY.
029400     CALL "ERRMGR" USING EM-ERROR-AREA.
029500     IF WS-RETURN-CODE < 8
029600         MOVE 8 TO WS-RETURN-CODE
029700     END-IF.
029800 2900-EXIT.
029900     EXIT.
030000 5000-PRINT-SUMMARY.
030100     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
030200     MOVE WS-ACKS-READ TO WS-COUNT-EDIT.
030300     STRING "ACKS READ          " DELIMITED BY SIZE
030400             WS-COUNT-EDIT DELIMITED BY SIZE
030500             INTO WS-PRINT-WORK.
030600     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
030700     MOVE WS-OTHER-ACKS TO WS-COUNT-EDIT.
030800     STRING "ACKS IGNORED       " DELIMITED BY SIZE
030900             WS-COUNT-EDIT DELIMITED BY SIZE
031000             INTO WS-PRINT-WORK.
031100     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
031200     MOVE WS-FILES-ACKNOWLEDGED TO WS-COUNT-EDIT.
031300     STRING "FILES ACKNOWLEDGED " DELIMITED BY SIZE
031400             WS-COUNT-EDIT DELIMITED BY SIZE
031500             INTO WS-PRINT-WORK.
031600     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
031700     MOVE WS-EXCEPTIONS TO WS-COUNT-EDIT.
031800     STRING "EXCEPTIONS         " DELIMITED BY SIZE
031900             WS-COUNT-EDIT DELIMITED BY SIZE
032000             INTO WS-PRINT-WORK.
032100     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
032200 5000-EXIT.
032300     EXIT.
032400*-----------------------------------------------------------*
032500* 8000-PRINT-LINE - HAND ONE LINE OF TEXT TO PRINTMGR.       *
032600*-----------------------------------------------------------*
032700 8000-PRINT-LINE.
032800     MOVE "PRNT" TO WS-PRINT-FUNCTION.
032900     CALL "PRINTMGR" USING WS-PRINT-FUNCTION WS-PRINT-FILENAME
033000         WS-PRINT-WORK CR-RUN-DATE-YMD WS-PM-RETURN-CODE.
033100     MOVE SPACE TO WS-PRINT-WORK.
033200 8000-EXIT.
033300     EXIT.
033400*-----------------------------------------------------------*
033500* 9000-TERMINATE                                             *
033600*-----------------------------------------------------------*
033700 9000-TERMINATE.
033800     MOVE "TERM" TO WS-PRINT-FUNCTION.
033900     CALL "PRINTMGR" USING WS-PRINT-FUNCTION WS-PRINT-FILENAME
034000         WS-PRINT-WORK CR-RUN-DATE-YMD WS-PM-RETURN-CODE.
034100     PERFORM 9100-WRITE-STEP-STATUS THRU 9100-EXIT.
034200 9000-EXIT.
034300     EXIT.
034400*-----------------------------------------------------------*
034500* 9100-WRITE-STEP-STATUS - ONE STANDARD STEP-STATUS RECORD    *
034600* PER RUN FOR THE DAYCLOSE CLOSE-OUT REPORT.                  *
034700*-----------------------------------------------------------*
034800 9100-WRITE-STEP-STATUS.
034900     MOVE "VNDMATCH" TO SS-PROGRAM-ID.
035000     MOVE CR-RUN-DATE-YMD TO SS-RUN-DATE.
035100     MOVE WS-STEP-START-TIME TO SS-START-TIME.
035200     MOVE WS-RETURN-CODE TO SS-CONDITION-CODE.
035300     MOVE WS-ACKS-READ TO SS-RECORDS-IN.
035400     MOVE WS-FILES-ACKNOWLEDGED TO SS-RECORDS-OUT.
035500     MOVE WS-EXCEPTIONS TO SS-RECORDS-REJECTED.
035600     CALL "STEPLOG" USING SS-STEP-AREA.
035700 9100-EXIT.
035800     EXIT.
