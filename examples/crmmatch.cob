000100* Reconcile the CRM's acknowledgments of the customer-change feed
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. CRMMATCH.
000400 AUTHOR. D. OKONKWO.
000500 INSTALLATION. ACME WIDGET CO - BATCH OPERATIONS.
000600 DATE-WRITTEN. 10/07/2026.
000700 DATE-COMPILED.
000800******************************************************************
000900*    MODIFICATION HISTORY
001000*    DATE       INIT  DESCRIPTION
001100*    10/07/2026 DCO   ORIGINAL PROGRAM.  CRMFEED SENDS THE CRM A
001200*                     NIGHTLY CUSTOMER-CHANGE FEED UNDER A RUN
001300*                     SEQUENCE NUMBER KEPT ON CRMHIST.  THIS
001400*                     NIGHTLY STEP READS THE CRM'S NEXT-DAY
001500*                     CRMACK ACKNOWLEDGMENTS, MARKS THE SEQUENCE
001600*                     RANGES THEY COVER ACKNOWLEDGED, AND WALKS
001700*                     CRMHIST FROM THE LAST POINT ACKNOWLEDGED
001800*                     WITHOUT A BREAK.  A GAP (A LATER SEQUENCE
001900*                     ACKNOWLEDGED PAST AN EARLIER ONE THAT WAS
002000*                     NOT), A MISSING ACKNOWLEDGMENT, A REJECTED
002100*                     FEED OR AN ACK THAT DOES NOT AGREE GO TO
002200*                     THE CRMEXCPT REPORT AND THE CENTRAL
002300*                     PROBLOG (ERRMGR) AS RC=08 WARNINGS, WITH
002400*                     THE SEQUENCE TO RESEND FROM.  ACKNOWLEDGED
002500*                     HISTORY PAST RETENTION IS PURGED.
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. ACME-SYSTEM.
003000 OBJECT-COMPUTER. ACME-SYSTEM.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT OPTIONAL CRM-CONTROL ASSIGN TO "CRMCTL"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-CC-STATUS.
003600     SELECT OPTIONAL CRM-ACK ASSIGN TO "CRMACK"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-RA-STATUS.
003900     SELECT OPTIONAL CRM-HISTORY ASSIGN TO "CRMHIST"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS CH-SEQ-NO
004300         FILE STATUS IS WS-CH-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  CRM-CONTROL.
004700 01  CC-FILE-RECORD               PIC X(100).
004800 FD  CRM-ACK.
004900 01  RA-FILE-RECORD               PIC X(80).
005000 FD  CRM-HISTORY.
005100 COPY "crmhist.cpy".
005200 WORKING-STORAGE SECTION.
005300 COPY "rundate.cpy".
005400 COPY "crmctl.cpy".
005500 COPY "crmack.cpy".
005600 COPY "errlog.cpy".
005700 COPY "stepstat.cpy".
005800 01  WS-STEP-START-TIME          PIC 9(08)  VALUE ZERO.
005900 01  WS-PRINT-FUNCTION           PIC X(04).
006000 01  WS-PRINT-FILENAME           PIC X(20)  VALUE "CRMEXCPT".
006100 01  WS-PM-RETURN-CODE           PIC 9(02).
006200 01  WS-FILE-STATUSES.
006300     05  WS-CC-STATUS            PIC X(02)  VALUE "00".
006400         88  WS-CC-OK                       VALUE "00".
006500     05  WS-RA-STATUS            PIC X(02)  VALUE "00".
006600         88  WS-RA-OK                       VALUE "00".
006700     05  WS-CH-STATUS            PIC X(02)  VALUE "00".
006800         88  WS-CH-OK                       VALUE "00".
006900 01  WS-SWITCHES.
007000     05  WS-EOF-SW               PIC X(01)  VALUE "N".
007100         88  WS-EOF                          VALUE "Y".
007200     05  WS-CH-EOF-SW            PIC X(01)  VALUE "N".
007300         88  WS-CH-EOF                      VALUE "Y".
007400     05  WS-CTL-PRESENT-SW       PIC X(01)  VALUE "N".
007500         88  WS-CTL-PRESENT                  VALUE "Y".
007600     05  WS-HIST-OPEN-SW         PIC X(01)  VALUE "N".
007700         88  WS-HIST-OPEN                    VALUE "Y".
007800*    ACKNOWLEDGED HISTORY IS KEPT THIS MANY DAYS FOR A RESEND.
007900 01  WS-RETAIN-DAYS              PIC 9(03)  COMP  VALUE 60.
008000 01  WS-PURGE-DATE               PIC 9(08)  VALUE ZERO.
008100 01  WS-WORK-INT                 PIC 9(09)  COMP  VALUE ZERO.
008200 01  WS-ACK-SEQ-NO               PIC 9(09)  VALUE ZERO.
008300 01  WS-RANGE-COUNT              PIC 9(09)  VALUE ZERO.
008400 01  WS-EXPECT-SEQ-NO            PIC 9(09)  VALUE ZERO.
008500 01  WS-RESEND-FROM-SEQ-NO       PIC 9(09)  VALUE ZERO.
008600 01  WS-COUNTERS.
008700     05  WS-ACKS-READ            PIC 9(07)  COMP  VALUE ZERO.
008800     05  WS-ACKS-REJECTED        PIC 9(07)  COMP  VALUE ZERO.
008900     05  WS-SEQS-ACKNOWLEDGED    PIC 9(09)  COMP  VALUE ZERO.
009000     05  WS-SEQS-AWAITING        PIC 9(09)  COMP  VALUE ZERO.
009100     05  WS-SEQS-OVERDUE         PIC 9(09)  COMP  VALUE ZERO.
009200     05  WS-SEQS-GAPPED          PIC 9(09)  COMP  VALUE ZERO.
009300     05  WS-SEQS-MISSING         PIC 9(09)  COMP  VALUE ZERO.
009400     05  WS-SEQS-PURGED          PIC 9(09)  COMP  VALUE ZERO.
009500     05  WS-EXCEPTIONS           PIC 9(07)  COMP  VALUE ZERO.
009600 01  WS-COUNT-EDIT               PIC ZZZZZZZZ9.
009700 01  WS-SEQ-EDIT                 PIC ZZZZZZZZ9.
009800 01  WS-SEQ-EDIT-2               PIC ZZZZZZZZ9.
009900 01  WS-FEED-EDIT                PIC ZZZZZZ9.
010000 01  WS-PRINT-WORK               PIC X(132)  VALUE SPACE.
010100 01  WS-DATE-FUNCTION            PIC X(04).
010200 01  WS-DATE-FLAG                PIC X(01).
010300 01  WS-DS-RETURN-CODE           PIC 9(02).
010400 01  WS-RETURN-CODE              PIC 9(02)  COMP  VALUE ZERO.
010500 PROCEDURE DIVISION.
010600 0000-MAINLINE.
010700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010800     IF WS-RETURN-CODE = ZERO AND WS-CTL-PRESENT
010900         PERFORM 2000-APPLY-ACKNOWLEDGMENTS THRU 2000-EXIT
011000         PERFORM 3000-FIND-GAPS THRU 3000-EXIT
011100         PERFORM 3500-PURGE-HISTORY THRU 3500-EXIT
011200         PERFORM 4000-UPDATE-CONTROL THRU 4000-EXIT
011300         PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT
011400     END-IF.
011500     IF WS-HIST-OPEN
011600         CLOSE CRM-HISTORY
011700     END-IF.
011800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
011900     STOP RUN WS-RETURN-CODE.
012000*-----------------------------------------------------------*
012100* 1000-INITIALIZE - RESOLVE THE BUSINESS DATE AND PICK UP THE *
012200* CRMCTL RECORD OF THE LAST FEED CRMFEED SENT.  NO CRMCTL     *
012300* MEANS NO FEED HAS EVER GONE TO THE CRM.                    *
012400*-----------------------------------------------------------*
012500 1000-INITIALIZE.
012600     ACCEPT CR-MACHINE-DATE-YMD FROM DATE YYYYMMDD.
012700     ACCEPT WS-STEP-START-TIME FROM TIME.
012800     MOVE "BIZD" TO WS-DATE-FUNCTION.
012900     CALL "DATESRV" USING WS-DATE-FUNCTION CR-MACHINE-DATE-YMD
013000         CR-RUN-DATE-YMD WS-DATE-FLAG WS-DS-RETURN-CODE.
013100     IF WS-DS-RETURN-CODE > 8
013200         MOVE CR-MACHINE-DATE-YMD TO CR-RUN-DATE-YMD
013300     END-IF.
013400     MOVE "CRMMATCH" TO WS-PRINT-WORK.
013500     MOVE "INIT" TO WS-PRINT-FUNCTION.
013600     CALL "PRINTMGR" USING WS-PRINT-FUNCTION WS-PRINT-FILENAME
013700         WS-PRINT-WORK CR-RUN-DATE-YMD WS-PM-RETURN-CODE.
013800     IF WS-PM-RETURN-CODE NOT = ZERO
013900         MOVE 16 TO WS-RETURN-CODE
014000         GO TO 1000-EXIT
014100     END-IF.
014200     MOVE "CRM CUSTOMER-CHANGE FEED ACKNOWLEDGMENT"
014300         TO WS-PRINT-WORK.
014400     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
014500     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
014600     OPEN INPUT CRM-CONTROL.
014700     IF WS-CC-OK
014800         READ CRM-CONTROL INTO CC-CRM-CONTROL-RECORD
014900             AT END
015000                 CONTINUE
015100             NOT AT END
015200                 SET WS-CTL-PRESENT TO TRUE
015300         END-READ
015400     END-IF.
015500     CLOSE CRM-CONTROL.
015600     IF NOT WS-CTL-PRESENT
015700         MOVE "NO CRM FEED HAS BEEN SENT" TO WS-PRINT-WORK
015800         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
015900         GO TO 1000-EXIT
016000     END-IF.
016100     MOVE CC-LAST-FEED-NO TO WS-FEED-EDIT.
016200     MOVE CC-LAST-SEQ-NO TO WS-SEQ-EDIT.
016300     STRING "LAST FEED SENT     " DELIMITED BY SIZE
016400             CC-LAST-FEED-NAME DELIMITED BY SPACE
016500             "  FEED NO " DELIMITED BY SIZE
016600             WS-FEED-EDIT DELIMITED BY SIZE
016700             "  LAST SEQUENCE " DELIMITED BY SIZE
016800             WS-SEQ-EDIT DELIMITED BY SIZE
016900             INTO WS-PRINT-WORK.
017000     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
017100     MOVE CC-ACK-THRU-SEQ-NO TO WS-SEQ-EDIT.
017200     STRING "ACKNOWLEDGED THRU  " DELIMITED BY SIZE
017300             WS-SEQ-EDIT DELIMITED BY SIZE
017400             INTO WS-PRINT-WORK.
017500     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
017600     OPEN I-O CRM-HISTORY.
017700     IF NOT WS-CH-OK
017800         OPEN OUTPUT CRM-HISTORY
017900         CLOSE CRM-HISTORY
018000         OPEN I-O CRM-HISTORY
018100     END-IF.
018200     IF NOT WS-CH-OK
018300         MOVE "CRMMATCH" TO EM-PROGRAM-ID
018400         MOVE "1000-INITIALIZE" TO EM-PARAGRAPH
018500         MOVE "CRMHIST" TO EM-FILE-NAME
018600         MOVE WS-CH-STATUS TO EM-FILE-STATUS
018700         MOVE "CANNOT OPEN THE CRMHIST FEED HISTORY"
018800             TO EM-MESSAGE
018900         MOVE 16 TO EM-SEVERITY
019000         CALL "ERRMGR" USING EM-ERROR-AREA
019100         MOVE 16 TO WS-RETURN-CODE
019200         GO TO 1000-EXIT
019300     END-IF.
019400     SET WS-HIST-OPEN TO TRUE.
019500 1000-EXIT.
019600     EXIT.
019700*-----------------------------------------------------------*
019800* 2000-APPLY-ACKNOWLEDGMENTS - EVERY CRMACK RECORD IS APPLIED; *
019900* THE CRM MAY SEND SEVERAL (A RESENT FEED, A CATCH-UP AFTER   *
020000* AN OUTAGE) AND MAY SEND THE SAME ONE TWICE, WHICH DOES NO   *
020100* HARM.  NO CRMACK IS ONLY NOTED HERE: WHETHER ANYTHING WAS   *
020200* DUE IS FOR 3000-FIND-GAPS TO SAY.                           *
020300*-----------------------------------------------------------*
020400 2000-APPLY-ACKNOWLEDGMENTS.
020500     OPEN INPUT CRM-ACK.
020600     IF NOT WS-RA-OK
020700         CLOSE CRM-ACK
020800         MOVE "NO ACKNOWLEDGMENT FILE FROM THE CRM"
020900             TO WS-PRINT-WORK
021000         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
021100         GO TO 2000-EXIT
021200     END-IF.
021300     MOVE "N" TO WS-EOF-SW.
021400     PERFORM 2100-APPLY-ONE-ACK THRU 2100-EXIT
021500         UNTIL WS-EOF.
021600     CLOSE CRM-ACK.
021700 2000-EXIT.
021800     EXIT.
021900*-----------------------------------------------------------*
022000* 2100-APPLY-ONE-ACK - AN ACCEPTED ACK MARKS EACH SEQUENCE IN  *
022100* ITS RANGE ACKNOWLEDGED.  A REJECTED FEED, AN ACK FOR A FEED  *
022200* NEVER SENT, OR A COUNT THAT DOES NOT MATCH THE RANGE IS AN   *
022300* EXCEPTION.  AN EMPTY FEED IS ACKNOWLEDGED WITH A ZERO RANGE. *
022400*-----------------------------------------------------------*
022500 2100-APPLY-ONE-ACK.
022600     READ CRM-ACK INTO RA-ACK-RECORD
022700         AT END
022800             SET WS-EOF TO TRUE
022900             GO TO 2100-EXIT
023000     END-READ.
023100     ADD 1 TO WS-ACKS-READ.
023200     MOVE RA-FEED-NO TO WS-FEED-EDIT.
023300     MOVE RA-FIRST-SEQ-NO TO WS-SEQ-EDIT.
023400     MOVE RA-LAST-SEQ-NO TO WS-SEQ-EDIT-2.
023500     STRING "ACK FEED NO " DELIMITED BY SIZE
023600             WS-FEED-EDIT DELIMITED BY SIZE
023700             "  SEQUENCE " DELIMITED BY SIZE
023800             WS-SEQ-EDIT DELIMITED BY SIZE
023900             " THRU " DELIMITED BY SIZE
024000             WS-SEQ-EDIT-2 DELIMITED BY SIZE
024100             "  RECEIVED " DELIMITED BY SIZE
024200             RA-RECEIVED-DATE DELIMITED BY SIZE
024300             INTO WS-PRINT-WORK.
024400     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
024500     MOVE "CRMACK" TO EM-FILE-NAME.
024600     MOVE WS-RA-STATUS TO EM-FILE-STATUS.
024700     IF RA-FEED-NO = ZERO OR RA-FEED-NO > CC-LAST-FEED-NO
024800         MOVE "CRM ACKNOWLEDGED A FEED NEVER SENT"
024900             TO EM-MESSAGE
025000         PERFORM 2900-REPORT-EXCEPTION THRU 2900-EXIT
025100         GO TO 2100-EXIT
025200     END-IF.
025300     IF RA-STATUS-REJECTED
025400         ADD 1 TO WS-ACKS-REJECTED
025500         STRING "REJECTED BY CRM " DELIMITED BY SIZE
025600                 RA-REJECT-REASON DELIMITED BY SIZE
025700                 INTO WS-PRINT-WORK
025800         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
025900         MOVE "CRM REJECTED THE CUSTOMER-CHANGE FEED"
026000             TO EM-MESSAGE
026100         PERFORM 2900-REPORT-EXCEPTION THRU 2900-EXIT
026200         GO TO 2100-EXIT
026300     END-IF.
026400     IF RA-FIRST-SEQ-NO = ZERO
026500         MOVE ZERO TO WS-RANGE-COUNT
026600     ELSE
026700         COMPUTE WS-RANGE-COUNT =
026800             RA-LAST-SEQ-NO - RA-FIRST-SEQ-NO + 1
026900     END-IF.
027000     IF RA-LAST-SEQ-NO < RA-FIRST-SEQ-NO
027100             OR RA-LAST-SEQ-NO > CC-LAST-SEQ-NO
027200             OR RA-RECORD-COUNT NOT = WS-RANGE-COUNT
027300         MOVE "CRM ACK COUNT DOES NOT AGREE WITH RANGE"
027400             TO EM-MESSAGE
027500         PERFORM 2900-REPORT-EXCEPTION THRU 2900-EXIT
027600         GO TO 2100-EXIT
027700     END-IF.
027800     IF RA-FIRST-SEQ-NO > ZERO
027900         PERFORM 2200-MARK-ONE-SEQ THRU 2200-EXIT
028000             VARYING WS-ACK-SEQ-NO FROM RA-FIRST-SEQ-NO BY 1
028100             UNTIL WS-ACK-SEQ-NO > RA-LAST-SEQ-NO
028200     END-IF.
028300     IF RA-FEED-NO > CC-LAST-ACK-FEED-NO
028400         MOVE RA-FEED-NO TO CC-LAST-ACK-FEED-NO
028500         MOVE CR-RUN-DATE-YMD TO CC-LAST-ACK-DATE
028600     END-IF.
028700 2100-EXIT.
028800     EXIT.
028900 2200-MARK-ONE-SEQ.
029000     MOVE WS-ACK-SEQ-NO TO CH-SEQ-NO.
029100     READ CRM-HISTORY
029200         INVALID KEY
029300             IF WS-ACK-SEQ-NO > CC-ACK-THRU-SEQ-NO
029400                 MOVE WS-ACK-SEQ-NO TO WS-SEQ-EDIT
029500                 MOVE SPACE TO EM-MESSAGE
029600                 STRING "ACKED SEQUENCE NOT ON CRMHIST "
029700                         DELIMITED BY SIZE
029800                         WS-SEQ-EDIT DELIMITED BY SIZE
029900                         INTO EM-MESSAGE
030000                 MOVE "CRMHIST" TO EM-FILE-NAME
030100                 MOVE WS-CH-STATUS TO EM-FILE-STATUS
030200                 PERFORM 2900-REPORT-EXCEPTION THRU 2900-EXIT
030300             END-IF
030400             GO TO 2200-EXIT
030500     END-READ.
030600     IF CH-ACKNOWLEDGED
030700         GO TO 2200-EXIT
030800     END-IF.
030900     SET CH-ACKNOWLEDGED TO TRUE.
031000     MOVE CR-RUN-DATE-YMD TO CH-ACK-DATE.
031100     REWRITE CH-HISTORY-RECORD.
031200     ADD 1 TO WS-SEQS-ACKNOWLEDGED.
031300 2200-EXIT.
031400     EXIT.
031500*-----------------------------------------------------------*
031600* 2900-REPORT-EXCEPTION - ONE EXCEPTION LINE, THE SAME TO THE *
031700* CENTRAL PROBLOG, AND AN RC=08 WARNING.  THE CALLER SETS     *
031800* EM-MESSAGE, EM-FILE-NAME AND EM-FILE-STATUS.                *
031900*-----------------------------------------------------------*
032000 2900-REPORT-EXCEPTION.
032100     ADD 1 TO WS-EXCEPTIONS.
032200     STRING "** " DELIMITED BY SIZE
032300             EM-MESSAGE DELIMITED BY SIZE
032400             INTO WS-PRINT-WORK.
032500     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
032600     DISPLAY "CRMMATCH: " EM-MESSAGE.
032700     MOVE "CRMMATCH" TO EM-PROGRAM-ID.
032800     MOVE "2000-APPLY-ACKNOWLEDGMENTS" TO EM-PARAGRAPH.
032900     MOVE 8 TO EM-SEVERITY.
033000     CALL "ERRMGR" USING EM-ERROR-AREA.
033100     IF WS-RETURN-CODE < 8
033200         MOVE 8 TO WS-RETURN-CODE
033300     END-IF.
033400 2900-EXIT.
033500     EXIT.
033600*-----------------------------------------------------------*
033700* 3000-FIND-GAPS - WALK CRMHIST FROM THE LAST SEQUENCE        *
033800* ACKNOWLEDGED WITHOUT A BREAK.  WHILE EVERY SEQUENCE IS      *
033900* ACKNOWLEDGED THE BREAK POINT MOVES ON.  PAST THE FIRST ONE   *
034000* STILL AWAITING, A LATER ONE ACKNOWLEDGED IS A GAP; ONE SENT  *
034100* BEFORE TODAY'S BUSINESS DATE AND STILL AWAITING IS A MISSING *
034200* ACKNOWLEDGMENT; A SEQUENCE NOT ON CRMHIST AT ALL IS LOST.    *
034300* ANY OF THESE NAMES THE SEQUENCE TO RESEND FROM.  A FEED WITH *
034400* NO DETAILS (NOTHING CHANGED THAT NIGHT) IS STILL OWED ITS    *
034500* ACKNOWLEDGMENT, CHECKED ON CRMCTL.                          *
034600*-----------------------------------------------------------*
034700 3000-FIND-GAPS.
034800     COMPUTE WS-EXPECT-SEQ-NO = CC-ACK-THRU-SEQ-NO + 1.
034900     MOVE WS-EXPECT-SEQ-NO TO CH-SEQ-NO.
035000     MOVE "N" TO WS-CH-EOF-SW.
035100     START CRM-HISTORY KEY IS NOT LESS THAN CH-SEQ-NO
035200         INVALID KEY
035300             SET WS-CH-EOF TO TRUE
035400     END-START.
035500     PERFORM 3100-CHECK-ONE-SEQ THRU 3100-EXIT
035600         UNTIL WS-CH-EOF.
035700     IF WS-EXPECT-SEQ-NO NOT > CC-LAST-SEQ-NO
035800         COMPUTE WS-SEQS-MISSING = WS-SEQS-MISSING
035900             + CC-LAST-SEQ-NO - WS-EXPECT-SEQ-NO + 1
036000         IF WS-RESEND-FROM-SEQ-NO = ZERO
036100             MOVE WS-EXPECT-SEQ-NO TO WS-RESEND-FROM-SEQ-NO
036200         END-IF
036300     END-IF.
036400     MOVE "CRMHIST" TO EM-FILE-NAME.
036500     MOVE WS-CH-STATUS TO EM-FILE-STATUS.
036600     IF WS-SEQS-MISSING > ZERO
036700         MOVE WS-SEQS-MISSING TO WS-COUNT-EDIT
036800         MOVE SPACE TO EM-MESSAGE
036900         STRING "SEQUENCES LOST FROM CRMHIST " DELIMITED BY SIZE
037000                 WS-COUNT-EDIT DELIMITED BY SIZE
037100                 INTO EM-MESSAGE
037200         PERFORM 2900-REPORT-EXCEPTION THRU 2900-EXIT
037300     END-IF.
037400     IF WS-SEQS-GAPPED > ZERO
037500         MOVE WS-SEQS-GAPPED TO WS-COUNT-EDIT
037600         MOVE SPACE TO EM-MESSAGE
037700         STRING "CRM ACK SEQUENCE GAP - ACKED " DELIMITED BY SIZE
037800                 WS-COUNT-EDIT DELIMITED BY SIZE
037900                 INTO EM-MESSAGE
038000         PERFORM 2900-REPORT-EXCEPTION THRU 2900-EXIT
038100     END-IF.
038200     IF WS-SEQS-OVERDUE > ZERO
038300         MOVE WS-SEQS-OVERDUE TO WS-COUNT-EDIT
038400         MOVE SPACE TO EM-MESSAGE
038500         STRING "CRM ACK MISSING - SEQUENCES " DELIMITED BY SIZE
038600                 WS-COUNT-EDIT DELIMITED BY SIZE
038700                 INTO EM-MESSAGE
038800         PERFORM 2900-REPORT-EXCEPTION THRU 2900-EXIT
038900     ELSE
039000         IF CC-LAST-ACK-FEED-NO < CC-LAST-FEED-NO
039100                 AND CC-LAST-FEED-DATE < CR-RUN-DATE-YMD
039200             MOVE CC-LAST-FEED-NO TO WS-FEED-EDIT
039300             MOVE SPACE TO EM-MESSAGE
039400             STRING "CRM HAS NOT ACKNOWLEDGED FEED NO "
039500                     DELIMITED BY SIZE
039600                     WS-FEED-EDIT DELIMITED BY SIZE
039700                     INTO EM-MESSAGE
039800             MOVE "CRMACK" TO EM-FILE-NAME
039900             MOVE WS-RA-STATUS TO EM-FILE-STATUS
040000             PERFORM 2900-REPORT-EXCEPTION THRU 2900-EXIT
040100         END-IF
040200     END-IF.
040300     IF WS-SEQS-MISSING > ZERO OR WS-SEQS-GAPPED > ZERO
040400             OR WS-SEQS-OVERDUE > ZERO
040500         MOVE WS-RESEND-FROM-SEQ-NO TO WS-SEQ-EDIT
040600         STRING "RESEND FROM SEQUENCE " DELIMITED BY SIZE
040700                 WS-SEQ-EDIT DELIMITED BY SIZE
040800                 " - RUN CRMFEED WITH CRMFEED_RESEND_FROM="
040900                     DELIMITED BY SIZE
041000                 WS-RESEND-FROM-SEQ-NO DELIMITED BY SIZE
041100                 INTO WS-PRINT-WORK
041200         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
041300     END-IF.
041400 3000-EXIT.
041500     EXIT.
041600 3100-CHECK-ONE-SEQ.
041700     READ CRM-HISTORY NEXT RECORD
041800         AT END
041900             SET WS-CH-EOF TO TRUE
042000             GO TO 3100-EXIT
042100     END-READ.
042200     IF CH-SEQ-NO > CC-LAST-SEQ-NO
042300         SET WS-CH-EOF TO TRUE
042400         GO TO 3100-EXIT
042500     END-IF.
042600     IF CH-SEQ-NO > WS-EXPECT-SEQ-NO
042700         COMPUTE WS-SEQS-MISSING = WS-SEQS-MISSING
042800             + CH-SEQ-NO - WS-EXPECT-SEQ-NO
042900         IF WS-RESEND-FROM-SEQ-NO = ZERO
043000             MOVE WS-EXPECT-SEQ-NO TO WS-RESEND-FROM-SEQ-NO
043100         END-IF
043200     END-IF.
043300     COMPUTE WS-EXPECT-SEQ-NO = CH-SEQ-NO + 1.
043400     IF CH-ACKNOWLEDGED
043500         IF WS-RESEND-FROM-SEQ-NO = ZERO
043600             MOVE CH-SEQ-NO TO CC-ACK-THRU-SEQ-NO
043700         ELSE
043800             ADD 1 TO WS-SEQS-GAPPED
043900         END-IF
044000         GO TO 3100-EXIT
044100     END-IF.
044200     ADD 1 TO WS-SEQS-AWAITING.
044300     IF WS-RESEND-FROM-SEQ-NO = ZERO
044400         MOVE CH-SEQ-NO TO WS-RESEND-FROM-SEQ-NO
044500     END-IF.
044600     IF CH-SENT-DATE < CR-RUN-DATE-YMD
044700         ADD 1 TO WS-SEQS-OVERDUE
044800     END-IF.
044900 3100-EXIT.
045000     EXIT.
045100*-----------------------------------------------------------*
045200* 3500-PURGE-HISTORY - ACKNOWLEDGED HISTORY AT OR BELOW THE   *
045300* UNBROKEN ACKNOWLEDGMENT POINT, ACKNOWLEDGED MORE THAN THE     *
045400* RETENTION PERIOD AGO, IS NO LONGER NEEDED FOR A RESEND.      *
045500*-----------------------------------------------------------*
045600 3500-PURGE-HISTORY.
045700     COMPUTE WS-WORK-INT =
045800         FUNCTION INTEGER-OF-DATE (CR-RUN-DATE-YMD)
045900         - WS-RETAIN-DAYS.
046000     COMPUTE WS-PURGE-DATE =
046100         FUNCTION DATE-OF-INTEGER (WS-WORK-INT).
046200     MOVE ZERO TO CH-SEQ-NO.
046300     MOVE "N" TO WS-CH-EOF-SW.
046400     START CRM-HISTORY KEY IS NOT LESS THAN CH-SEQ-NO
046500         INVALID KEY
046600             SET WS-CH-EOF TO TRUE
046700     END-START.
046800     PERFORM 3600-PURGE-ONE THRU 3600-EXIT
046900         UNTIL WS-CH-EOF.
047000 3500-EXIT.
047100     EXIT.
047200 3600-PURGE-ONE.
047300     READ CRM-HISTORY NEXT RECORD
047400         AT END
047500             SET WS-CH-EOF TO TRUE
047600             GO TO 3600-EXIT
047700     END-READ.
047800     IF CH-SEQ-NO > CC-ACK-THRU-SEQ-NO
047900         SET WS-CH-EOF TO TRUE
048000         GO TO 3600-EXIT
048100     END-IF.
048200     IF CH-ACKNOWLEDGED AND CH-ACK-DATE < WS-PURGE-DATE
048300         DELETE CRM-HISTORY RECORD
048400         ADD 1 TO WS-SEQS-PURGED
048500     END-IF.
048600 3600-EXIT.
048700     EXIT.
048800*-----------------------------------------------------------*
048900* 4000-UPDATE-CONTROL - CRMCTL IS REWRITTEN WITH THE NEW      *
049000* UNBROKEN ACKNOWLEDGMENT POINT AND THE LAST FEED ACKNOWLEDGED. *
049100*-----------------------------------------------------------*
049200 4000-UPDATE-CONTROL.
049300     OPEN OUTPUT CRM-CONTROL.
049400     IF NOT WS-CC-OK
049500         MOVE "CANNOT REWRITE THE CRMCTL CONTROL RECORD"
049600             TO EM-MESSAGE
049700         MOVE "CRMCTL" TO EM-FILE-NAME
049800         MOVE WS-CC-STATUS TO EM-FILE-STATUS
049900         PERFORM 2900-REPORT-EXCEPTION THRU 2900-EXIT
050000         GO TO 4000-EXIT
050100     END-IF.
050200     WRITE CC-FILE-RECORD FROM CC-CRM-CONTROL-RECORD.
050300     CLOSE CRM-CONTROL.
050400 4000-EXIT.
050500     EXIT.
050600 5000-PRINT-SUMMARY.
050700     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
050800     MOVE WS-ACKS-READ TO WS-COUNT-EDIT.
050900     STRING "ACKS READ          " DELIMITED BY SIZE
051000             WS-COUNT-EDIT DELIMITED BY SIZE
051100             INTO WS-PRINT-WORK.
051200     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
051300     MOVE WS-ACKS-REJECTED TO WS-COUNT-EDIT.
051400     STRING "ACKS REJECTED      " DELIMITED BY SIZE
051500             WS-COUNT-EDIT DELIMITED BY SIZE
051600             INTO WS-PRINT-WORK.
051700     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
051800     MOVE WS-SEQS-ACKNOWLEDGED TO WS-COUNT-EDIT.
051900     STRING "SEQUENCES ACKED    " DELIMITED BY SIZE
052000             WS-COUNT-EDIT DELIMITED BY SIZE
052100             INTO WS-PRINT-WORK.
052200     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
052300     MOVE WS-SEQS-AWAITING TO WS-COUNT-EDIT.
052400     STRING "SEQUENCES AWAITING " DELIMITED BY SIZE
052500             WS-COUNT-EDIT DELIMITED BY SIZE
052600             INTO WS-PRINT-WORK.
052700     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
052800     MOVE CC-ACK-THRU-SEQ-NO TO WS-SEQ-EDIT.
052900     STRING "ACKNOWLEDGED THRU  " DELIMITED BY SIZE
053000             WS-SEQ-EDIT DELIMITED BY SIZE
053100             INTO WS-PRINT-WORK.
053200     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
053300     MOVE WS-SEQS-PURGED TO WS-COUNT-EDIT.
053400     STRING "HISTORY PURGED     " DELIMITED BY SIZE
053500             WS-COUNT-EDIT DELIMITED BY SIZE
053600             INTO WS-PRINT-WORK.
053700     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
053800     MOVE WS-EXCEPTIONS TO WS-COUNT-EDIT.
053900     STRING "EXCEPTIONS         " DELIMITED BY SIZE
054000             WS-COUNT-EDIT DELIMITED BY SIZE
054100             INTO WS-PRINT-WORK.
054200     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
054300 5000-EXIT.
054400     EXIT.
054500*-----------------------------------------------------------*
054600* 8000-PRINT-LINE - HAND ONE LINE OF TEXT TO PRINTMGR.       *
054700*-----------------------------------------------------------*
054800 8000-PRINT-LINE.
054900     MOVE "PRNT" TO WS-PRINT-FUNCTION.
055000     CALL "PRINTMGR" USING WS-PRINT-FUNCTION WS-PRINT-FILENAME
055100         WS-PRINT-WORK CR-RUN-DATE-YMD WS-PM-RETURN-CODE.
055200     MOVE SPACE TO WS-PRINT-WORK.
055300 8000-EXIT.
055400     EXIT.
055500*-----------------------------------------------------------*
055600* 9000-TERMINATE                                             *
055700*-----------------------------------------------------------*
055800 9000-TERMINATE.
055900     MOVE "TERM" TO WS-PRINT-FUNCTION.
056000     CALL "PRINTMGR" USING WS-PRINT-FUNCTION WS-PRINT-FILENAME
056100         WS-PRINT-WORK CR-RUN-DATE-YMD WS-PM-RETURN-CODE.
056200     PERFORM 9100-WRITE-STEP-STATUS THRU 9100-EXIT.
056300 9000-EXIT.
056400     EXIT.
056500*-----------------------------------------------------------*
056600* 9100-WRITE-STEP-STATUS - ONE STANDARD STEP-STATUS RECORD    *
056700* PER RUN FOR THE DAYCLOSE CLOSE-OUT REPORT.                  *
056800*-----------------------------------------------------------*
056900 9100-WRITE-STEP-STATUS.
057000     MOVE "CRMMATCH" TO SS-PROGRAM-ID.
057100     MOVE CR-RUN-DATE-YMD TO SS-RUN-DATE.
057200     MOVE WS-STEP-START-TIME TO SS-START-TIME.
057300     MOVE WS-RETURN-CODE TO SS-CONDITION-CODE.
057400     MOVE WS-ACKS-READ TO SS-RECORDS-IN.
057500     MOVE WS-SEQS-ACKNOWLEDGED TO SS-RECORDS-OUT.
057600     MOVE WS-EXCEPTIONS TO SS-RECORDS-REJECTED.
057700     CALL "STEPLOG" USING SS-STEP-AREA.
057800 9100-EXIT.
057900     EXIT.
