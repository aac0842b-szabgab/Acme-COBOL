000100* Nightly customer-change feed to the marketing CRM system
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. CRMFEED.
000400 AUTHOR. D. OKONKWO.
000500 INSTALLATION. ACME WIDGET CO - BATCH OPERATIONS.
000600 DATE-WRITTEN. 10/07/2026.
000700 DATE-COMPILED.
000800******************************************************************
000900*    MODIFICATION HISTORY
001000*    DATE       INIT  DESCRIPTION
001100*    10/07/2026 DCO   ORIGINAL PROGRAM.  THE MARKETING CRM
001200*                     SYSTEM NOW TAKES EVERY CUSTOMER ADD,
001300*                     CHANGE, DELETE, REUSE AND MERGE FROM A
001400*                     NIGHTLY FIXED-WIDTH FEED.  THIS STEP READS
001500*                     THE CUSTJRNL ENTRIES NOT YET FED (CRMCTL
001600*                     KEEPS HOW MANY HAVE BEEN) AND WRITES THEM
001700*                     TO THE DATED CRMFD GENERATION BETWEEN A
001800*                     HEADER AND A COUNTS TRAILER, EACH UNDER
001900*                     THE NEXT NUMBER OF A RUN SEQUENCE THAT
002000*                     NEVER RESTARTS.  A DETAIL CARRIES THE
002100*                     ACTION CODE AND THE AFTER IMAGE; A DELETE
002200*                     CARRIES THE KEY ONLY.  EVERY DETAIL IS
002300*                     KEPT ON CRMHIST FOR CRMMATCH TO RECONCILE
002400*                     THE CRM'S ACKNOWLEDGMENTS AGAINST, AND SO
002500*                     CRMFEED_RESEND_FROM=N CAN SEND THE FEED
002600*                     AGAIN FROM SEQUENCE N IN FRONT OF TONIGHT'S
002700*                     NEW ENTRIES.  A SECOND RUN ON THE SAME
002800*                     BUSINESS DATE REBUILDS THAT DATE'S FEED
002900*                     UNDER THE SAME FEED NUMBER.
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER. ACME-SYSTEM.
003400 OBJECT-COMPUTER. ACME-SYSTEM.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT OPTIONAL CRM-CONTROL ASSIGN TO "CRMCTL"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-CC-STATUS.
004000     SELECT OPTIONAL CUST-JOURNAL ASSIGN TO "CUSTJRNL"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-CJ-STATUS.
004300     SELECT OPTIONAL CRM-HISTORY ASSIGN TO "CRMHIST"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS CH-SEQ-NO
004700         FILE STATUS IS WS-CH-STATUS.
004800     SELECT FEED-FILE ASSIGN TO WS-CF-ASSIGN-NAME
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-CF-STATUS.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  CRM-CONTROL.
005400 01  CC-FILE-RECORD               PIC X(100).
005500 FD  CUST-JOURNAL.
005600 01  CJ-FILE-RECORD               PIC X(340).
005700 FD  CRM-HISTORY.
005800 COPY "crmhist.cpy".
005900 FD  FEED-FILE.
006000 01  CF-FILE-RECORD               PIC X(180).
006100 WORKING-STORAGE SECTION.
006200 COPY "rundate.cpy".
006300 COPY "crmctl.cpy".
006400 COPY "crmfeed.cpy".
006500 COPY "cmjrec.cpy".
006600 COPY "custmas.cpy".
006700 COPY "errlog.cpy".
006800 COPY "stepstat.cpy".
006900 01  WS-STEP-START-TIME          PIC 9(08)  VALUE ZERO.
007000 01  WS-PRINT-FUNCTION           PIC X(04).
007100 01  WS-PRINT-FILENAME           PIC X(20)  VALUE "CRMFRPT".
007200 01  WS-PM-RETURN-CODE           PIC 9(02).
007300 01  WS-FILE-STATUSES.
007400     05  WS-CC-STATUS            PIC X(02)  VALUE "00".
007500         88  WS-CC-OK                       VALUE "00".
007600     05  WS-CJ-STATUS            PIC X(02)  VALUE "00".
007700         88  WS-CJ-OK                       VALUE "00".
007800     05  WS-CH-STATUS            PIC X(02)  VALUE "00".
007900         88  WS-CH-OK                       VALUE "00".
008000     05  WS-CF-STATUS            PIC X(02)  VALUE "00".
008100         88  WS-CF-OK                       VALUE "00".
008200 01  WS-SWITCHES.
008300     05  WS-CJ-EOF-SW            PIC X(01)  VALUE "N".
008400         88  WS-CJ-EOF                      VALUE "Y".
008500     05  WS-CH-EOF-SW            PIC X(01)  VALUE "N".
008600         88  WS-CH-EOF                      VALUE "Y".
008700     05  WS-RERUN-SW             PIC X(01)  VALUE "N".
008800         88  WS-RERUN                        VALUE "Y".
008900*    THE DATED FEED GENERATION, CRMFD + CCYYMMDD.
009000 01  WS-CF-ASSIGN-NAME           PIC X(20).
009100 01  WS-CF-NAME-PARTS REDEFINES WS-CF-ASSIGN-NAME.
009200     05  WS-CF-PREFIX            PIC X(05).
009300     05  WS-CF-DATE              PIC 9(08).
009400     05  FILLER                   PIC X(07).
009500*    CRMFEED_RESEND_FROM=N RESENDS FROM SEQUENCE N THROUGH THE
009600*    LAST ONE SENT BEFORE TONIGHT.  UNSET, NOTHING IS RESENT
009700*    UNLESS THIS IS A RERUN FOR A BUSINESS DATE ALREADY FED.
009800 01  WS-RESEND-NAME              PIC X(20)
009900                                 VALUE "CRMFEED_RESEND_FROM".
010000 01  WS-RESEND-VALUE             PIC X(12)  VALUE SPACE.
010100 01  WS-RESEND-DIGITS            PIC X(09)  JUSTIFIED RIGHT.
010200 01  WS-RESEND-FROM-SEQ-NO       PIC 9(09)  VALUE ZERO.
010300 01  WS-RESEND-THRU-SEQ-NO       PIC 9(09)  VALUE ZERO.
010400 01  WS-EXPECT-SEQ-NO            PIC 9(09)  VALUE ZERO.
010500 01  WS-FEED-NO                  PIC 9(07)  VALUE ZERO.
010600 01  WS-FIRST-SEQ-NO             PIC 9(09)  VALUE ZERO.
010700 01  WS-NEXT-SEQ-NO              PIC 9(09)  VALUE ZERO.
010800 01  WS-HIGH-SEQ-NO              PIC 9(09)  VALUE ZERO.
010900 01  WS-COUNTERS.
011000     05  WS-JRNL-READ            PIC 9(09)  COMP  VALUE ZERO.
011100     05  WS-JRNL-SKIPPED         PIC 9(09)  COMP  VALUE ZERO.
011200     05  WS-DETAILS-NEW          PIC 9(07)  COMP  VALUE ZERO.
011300     05  WS-DETAILS-RESENT       PIC 9(07)  COMP  VALUE ZERO.
011400     05  WS-DETAILS-WRITTEN      PIC 9(07)  COMP  VALUE ZERO.
011500     05  WS-ADDS-FED             PIC 9(07)  COMP  VALUE ZERO.
011600     05  WS-CHANGES-FED          PIC 9(07)  COMP  VALUE ZERO.
011700     05  WS-DELETES-FED          PIC 9(07)  COMP  VALUE ZERO.
011800     05  WS-REUSES-FED           PIC 9(07)  COMP  VALUE ZERO.
011900     05  WS-MERGES-FED           PIC 9(07)  COMP  VALUE ZERO.
012000     05  WS-EXCEPTIONS           PIC 9(07)  COMP  VALUE ZERO.
012100 01  WS-COUNT-EDIT               PIC ZZZZZZ9.
012200 01  WS-SEQ-EDIT                 PIC ZZZZZZZZ9.
012300 01  WS-SEQ-EDIT-2               PIC ZZZZZZZZ9.
012400 01  WS-PRINT-WORK               PIC X(132)  VALUE SPACE.
012500 01  WS-DATE-FUNCTION            PIC X(04).
012600 01  WS-DATE-FLAG                PIC X(01).
012700 01  WS-DS-RETURN-CODE           PIC 9(02).
012800 01  WS-RETURN-CODE              PIC 9(02)  COMP  VALUE ZERO.
012900 PROCEDURE DIVISION.
013000 0000-MAINLINE.
013100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013200     IF WS-RETURN-CODE < 12
013300         PERFORM 2000-POSITION-JOURNAL THRU 2000-EXIT
013400     END-IF.
013500     IF WS-RETURN-CODE < 12
013600         PERFORM 3000-BUILD-FEED THRU 3000-EXIT
013700     END-IF.
013800     IF WS-RETURN-CODE < 12
013900         PERFORM 4000-UPDATE-CONTROL THRU 4000-EXIT
014000     END-IF.
014100     IF WS-PM-RETURN-CODE = ZERO
014200         PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT
014300     END-IF.
014400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
014500     STOP RUN WS-RETURN-CODE.
014600*-----------------------------------------------------------*
014700* 1000-INITIALIZE - RESOLVE THE BUSINESS DATE, PICK UP THE   *
014800* CRMCTL RECORD OF THE LAST FEED (NONE MEANS THIS IS THE      *
014900* FIRST) AND WORK OUT TONIGHT'S FEED NUMBER AND ANY RESEND.   *
015000*-----------------------------------------------------------*
015100 1000-INITIALIZE.
015200     ACCEPT CR-MACHINE-DATE-YMD FROM DATE YYYYMMDD.
015300     ACCEPT WS-STEP-START-TIME FROM TIME.
015400     MOVE "BIZD" TO WS-DATE-FUNCTION.
015500     CALL "DATESRV" USING WS-DATE-FUNCTION CR-MACHINE-DATE-YMD
015600         CR-RUN-DATE-YMD WS-DATE-FLAG WS-DS-RETURN-CODE.
015700     IF WS-DS-RETURN-CODE > 8
015800         MOVE CR-MACHINE-DATE-YMD TO CR-RUN-DATE-YMD
015900     END-IF.
016000     MOVE "CRMFEED" TO WS-PRINT-WORK.
016100     MOVE "INIT" TO WS-PRINT-FUNCTION.
016200     CALL "PRINTMGR" USING WS-PRINT-FUNCTION WS-PRINT-FILENAME
016300         WS-PRINT-WORK CR-RUN-DATE-YMD WS-PM-RETURN-CODE.
016400     IF WS-PM-RETURN-CODE NOT = ZERO
016500         MOVE 16 TO WS-RETURN-CODE
016600         GO TO 1000-EXIT
016700     END-IF.
016800     MOVE "CRM CUSTOMER-CHANGE FEED" TO WS-PRINT-WORK.
016900     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
017000     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
017100     INITIALIZE CC-CRM-CONTROL-RECORD.
017200     OPEN INPUT CRM-CONTROL.
017300     IF WS-CC-OK
017400         READ CRM-CONTROL INTO CC-CRM-CONTROL-RECORD
017500             AT END
017600                 INITIALIZE CC-CRM-CONTROL-RECORD
017700         END-READ
017800     END-IF.
017900     CLOSE CRM-CONTROL.
018000     IF CC-LAST-FEED-NO > ZERO
018100             AND CC-LAST-FEED-DATE = CR-RUN-DATE-YMD
018200         SET WS-RERUN TO TRUE
018300         MOVE CC-LAST-FEED-NO TO WS-FEED-NO
018400     ELSE
018500         COMPUTE WS-FEED-NO = CC-LAST-FEED-NO + 1
018600     END-IF.
018700     MOVE CC-LAST-SEQ-NO TO WS-NEXT-SEQ-NO.
018800     MOVE CC-LAST-SEQ-NO TO WS-HIGH-SEQ-NO.
018900     MOVE CC-LAST-SEQ-NO TO WS-RESEND-THRU-SEQ-NO.
019000     PERFORM 1100-GET-RESEND-REQUEST THRU 1100-EXIT.
019100 1000-EXIT.
019200     EXIT.
019300*-----------------------------------------------------------*
019400* 1100-GET-RESEND-REQUEST - CRMFEED_RESEND_FROM NAMES THE     *
019500* FIRST SEQUENCE NUMBER TO SEND AGAIN (CRMMATCH PRINTS IT).  *
019600* A RERUN FOR A BUSINESS DATE ALREADY FED RESENDS FROM THAT  *
019700* DATE'S FIRST SEQUENCE NUMBER, SO THE REBUILT GENERATION IS  *
019800* COMPLETE.  A NUMBER PAST THE LAST ONE SENT IS AN EXCEPTION   *
019900* AND IS IGNORED.                                            *
020000*-----------------------------------------------------------*
020100 1100-GET-RESEND-REQUEST.
020200     DISPLAY WS-RESEND-NAME UPON ENVIRONMENT-NAME.
020300     ACCEPT WS-RESEND-VALUE FROM ENVIRONMENT-VALUE.
020400     IF WS-RESEND-VALUE NOT = SPACE
020500         MOVE SPACE TO WS-RESEND-DIGITS
020600         UNSTRING WS-RESEND-VALUE DELIMITED BY SPACE
020700             INTO WS-RESEND-DIGITS
020800         END-UNSTRING
020900         INSPECT WS-RESEND-DIGITS REPLACING LEADING SPACE BY ZERO
021000         IF WS-RESEND-DIGITS NUMERIC
021100             MOVE WS-RESEND-DIGITS TO WS-RESEND-FROM-SEQ-NO
021200         ELSE
021300             MOVE "CRMFEED_RESEND_FROM IS NOT A SEQUENCE NUMBER"
021400                 TO EM-MESSAGE
021500             MOVE SPACE TO EM-FILE-NAME
021600             MOVE "00" TO EM-FILE-STATUS
021700             PERFORM 3900-REPORT-EXCEPTION THRU 3900-EXIT
021800         END-IF
021900     END-IF.
022000     IF WS-RESEND-FROM-SEQ-NO > WS-RESEND-THRU-SEQ-NO
022100         MOVE "RESEND SEQUENCE IS PAST THE LAST ONE SENT"
022200             TO EM-MESSAGE
022300         MOVE SPACE TO EM-FILE-NAME
022400         MOVE "00" TO EM-FILE-STATUS
022500         PERFORM 3900-REPORT-EXCEPTION THRU 3900-EXIT
022600         MOVE ZERO TO WS-RESEND-FROM-SEQ-NO
022700     END-IF.
022800     IF WS-RERUN AND CC-FIRST-SEQ-NO > ZERO
022900         IF WS-RESEND-FROM-SEQ-NO = ZERO
023000                 OR WS-RESEND-FROM-SEQ-NO > CC-FIRST-SEQ-NO
023100             MOVE CC-FIRST-SEQ-NO TO WS-RESEND-FROM-SEQ-NO
023200         END-IF
023300     END-IF.
023400 1100-EXIT.
023500     EXIT.
023600*-----------------------------------------------------------*
023700* 2000-POSITION-JOURNAL - CUSTJRNL IS ONLY EVER EXTENDED, SO  *
023800* THE ENTRIES ALREADY FED ARE THE FIRST CC-JRNL-RECORDS-FED.  *
023900* A JOURNAL SHORTER THAN THAT HAS BEEN REPLACED OR TRUNCATED  *
024000* UNDER US; NOTHING IS FED UNTIL SOMEONE LOOKS (RC=12).       *
024100*-----------------------------------------------------------*
024200 2000-POSITION-JOURNAL.
024300     OPEN INPUT CUST-JOURNAL.
024400     IF NOT WS-CJ-OK
024500         MOVE "CANNOT OPEN THE CUSTJRNL JOURNAL" TO EM-MESSAGE
024600         MOVE "CUSTJRNL" TO EM-FILE-NAME
024700         MOVE WS-CJ-STATUS TO EM-FILE-STATUS
024800         PERFORM 3900-REPORT-EXCEPTION THRU 3900-EXIT
024900         MOVE 16 TO WS-RETURN-CODE
025000         GO TO 2000-EXIT
025100     END-IF.
025200     PERFORM 2100-SKIP-ONE-ENTRY THRU 2100-EXIT
025300         UNTIL WS-CJ-EOF
025400            OR WS-JRNL-SKIPPED NOT < CC-JRNL-RECORDS-FED.
025500     IF WS-JRNL-SKIPPED < CC-JRNL-RECORDS-FED
025600         CLOSE CUST-JOURNAL
025700         MOVE "CUSTJRNL IS SHORTER THAN THE ENTRIES FED"
025800             TO EM-MESSAGE
025900         MOVE "CUSTJRNL" TO EM-FILE-NAME
026000         MOVE WS-CJ-STATUS TO EM-FILE-STATUS
026100         PERFORM 3900-REPORT-EXCEPTION THRU 3900-EXIT
026200         MOVE 12 TO WS-RETURN-CODE
026300     END-IF.
026400 2000-EXIT.
026500     EXIT.
026600 2100-SKIP-ONE-ENTRY.
026700     READ CUST-JOURNAL
026800         AT END
026900             SET WS-CJ-EOF TO TRUE
027000             GO TO 2100-EXIT
027100     END-READ.
027200     ADD 1 TO WS-JRNL-SKIPPED.
027300 2100-EXIT.
027400     EXIT.
027500*-----------------------------------------------------------*
027600* 3000-BUILD-FEED - TONIGHT'S CRMFD GENERATION: THE HEADER,   *
027700* ANY RESEND FROM CRMHIST, ONE DETAIL PER NEW CUSTJRNL ENTRY   *
027800* AND THE TRAILER.  A NIGHT WITH NO CHANGES STILL SENDS A     *
027900* HEADER AND A ZERO TRAILER FOR THE CRM TO ACKNOWLEDGE.       *
028000*-----------------------------------------------------------*
028100 3000-BUILD-FEED.
028200     OPEN I-O CRM-HISTORY.
028300     IF NOT WS-CH-OK
028400         OPEN OUTPUT CRM-HISTORY
028500         CLOSE CRM-HISTORY
028600         OPEN I-O CRM-HISTORY
028700     END-IF.
028800     IF NOT WS-CH-OK
028900         CLOSE CUST-JOURNAL
029000         MOVE "CANNOT OPEN THE CRMHIST FEED HISTORY"
029100             TO EM-MESSAGE
029200         MOVE "CRMHIST" TO EM-FILE-NAME
029300         MOVE WS-CH-STATUS TO EM-FILE-STATUS
029400         PERFORM 3900-REPORT-EXCEPTION THRU 3900-EXIT
029500         MOVE 16 TO WS-RETURN-CODE
029600         GO TO 3000-EXIT
029700     END-IF.
029800     MOVE SPACE TO WS-CF-ASSIGN-NAME.
029900     MOVE "CRMFD" TO WS-CF-PREFIX.
030000     MOVE CR-RUN-DATE-YMD TO WS-CF-DATE.
030100     MOVE SPACE TO WS-CF-ASSIGN-NAME (14:7).
030200     OPEN OUTPUT FEED-FILE.
030300     IF NOT WS-CF-OK
030400         CLOSE CUST-JOURNAL
030500         CLOSE CRM-HISTORY
030600         MOVE "CANNOT OPEN THE CRMFD FEED GENERATION"
030700             TO EM-MESSAGE
030800         MOVE WS-CF-ASSIGN-NAME TO EM-FILE-NAME
030900         MOVE WS-CF-STATUS TO EM-FILE-STATUS
031000         PERFORM 3900-REPORT-EXCEPTION THRU 3900-EXIT
031100         MOVE 16 TO WS-RETURN-CODE
031200         GO TO 3000-EXIT
031300     END-IF.
031400     IF WS-RESEND-FROM-SEQ-NO > ZERO
031500         MOVE WS-RESEND-FROM-SEQ-NO TO WS-FIRST-SEQ-NO
031600     ELSE
031700         COMPUTE WS-FIRST-SEQ-NO = WS-NEXT-SEQ-NO + 1
031800     END-IF.
031900     MOVE WS-FEED-NO TO WS-COUNT-EDIT.
032000     STRING "FEED FILE          " DELIMITED BY SIZE
032100             WS-CF-ASSIGN-NAME DELIMITED BY SPACE
032200             "  FEED NO " DELIMITED BY SIZE
032300             WS-COUNT-EDIT DELIMITED BY SIZE
032400             INTO WS-PRINT-WORK.
032500     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
032600     IF WS-RERUN
032700         MOVE "RERUN - THIS BUSINESS DATE'S FEED IS REBUILT"
032800             TO WS-PRINT-WORK
032900         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
033000     END-IF.
033100     MOVE SPACE TO CF-FEED-RECORD.
033200     SET CF-TYPE-HEADER TO TRUE.
033300     MOVE WS-FEED-NO TO CFH-FEED-NO.
033400     MOVE CR-RUN-DATE-YMD TO CFH-FEED-DATE.
033500     MOVE WS-FIRST-SEQ-NO TO CFH-FIRST-SEQ-NO.
033600     MOVE WS-RESEND-FROM-SEQ-NO TO CFH-RESEND-FROM-SEQ-NO.
033700     WRITE CF-FILE-RECORD FROM CF-FEED-RECORD.
033800     IF WS-RESEND-FROM-SEQ-NO > ZERO
033900         PERFORM 3100-RESEND-HISTORY THRU 3100-EXIT
034000     END-IF.
034100     PERFORM 3300-FEED-ONE-ENTRY THRU 3300-EXIT
034200         UNTIL WS-CJ-EOF.
034300     MOVE SPACE TO CF-FEED-RECORD.
034400     SET CF-TYPE-TRAILER TO TRUE.
034500     MOVE WS-FEED-NO TO CFT-FEED-NO.
034600     MOVE WS-DETAILS-WRITTEN TO CFT-RECORD-COUNT.
034700     MOVE WS-HIGH-SEQ-NO TO CFT-LAST-SEQ-NO.
034800     WRITE CF-FILE-RECORD FROM CF-FEED-RECORD.
034900     CLOSE FEED-FILE.
035000     CLOSE CRM-HISTORY.
035100     CLOSE CUST-JOURNAL.
035200 3000-EXIT.
035300     EXIT.
035400*-----------------------------------------------------------*
035500* 3100-RESEND-HISTORY - SEND THE KEPT IMAGES FROM THE RESEND  *
035600* SEQUENCE THROUGH THE LAST ONE SENT BEFORE TONIGHT, UNDER    *
035700* TONIGHT'S FEED NUMBER AND AWAITING ACKNOWLEDGMENT AGAIN.  A  *
035800* SEQUENCE NO LONGER ON CRMHIST (PURGED PAST RETENTION) CANNOT *
035900* BE RESENT AND IS AN EXCEPTION.                              *
036000*-----------------------------------------------------------*
036100 3100-RESEND-HISTORY.
036200     MOVE WS-RESEND-FROM-SEQ-NO TO WS-SEQ-EDIT.
036300     MOVE WS-RESEND-THRU-SEQ-NO TO WS-SEQ-EDIT-2.
036400     STRING "RESENDING SEQUENCE " DELIMITED BY SIZE
036500             WS-SEQ-EDIT DELIMITED BY SIZE
036600             " THRU " DELIMITED BY SIZE
036700             WS-SEQ-EDIT-2 DELIMITED BY SIZE
036800             INTO WS-PRINT-WORK.
036900     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
037000     MOVE WS-RESEND-FROM-SEQ-NO TO WS-EXPECT-SEQ-NO.
037100     MOVE WS-RESEND-FROM-SEQ-NO TO CH-SEQ-NO.
037200     MOVE "N" TO WS-CH-EOF-SW.
037300     START CRM-HISTORY KEY IS NOT LESS THAN CH-SEQ-NO
037400         INVALID KEY
037500             SET WS-CH-EOF TO TRUE
037600     END-START.
037700     PERFORM 3150-RESEND-ONE THRU 3150-EXIT
037800         UNTIL WS-CH-EOF.
037900     IF WS-EXPECT-SEQ-NO NOT > WS-RESEND-THRU-SEQ-NO
038000         MOVE WS-EXPECT-SEQ-NO TO WS-SEQ-EDIT
038100         MOVE SPACE TO EM-MESSAGE
038200         STRING "CRMHIST LACKS RESEND SEQUENCE " DELIMITED BY SIZE
038300                 WS-SEQ-EDIT DELIMITED BY SIZE
038400                 INTO EM-MESSAGE
038500         MOVE "CRMHIST" TO EM-FILE-NAME
038600         MOVE WS-CH-STATUS TO EM-FILE-STATUS
038700         PERFORM 3900-REPORT-EXCEPTION THRU 3900-EXIT
038800     END-IF.
038900 3100-EXIT.
039000     EXIT.
039100 3150-RESEND-ONE.
039200     READ CRM-HISTORY NEXT RECORD
039300         AT END
039400             SET WS-CH-EOF TO TRUE
039500             GO TO 3150-EXIT
039600     END-READ.
039700     IF CH-SEQ-NO > WS-RESEND-THRU-SEQ-NO
039800         SET WS-CH-EOF TO TRUE
039900         GO TO 3150-EXIT
040000     END-IF.
040100     IF CH-SEQ-NO > WS-EXPECT-SEQ-NO
040200         MOVE WS-EXPECT-SEQ-NO TO WS-SEQ-EDIT
040300         MOVE SPACE TO EM-MESSAGE
040400         STRING "CRMHIST LACKS RESEND SEQUENCE " DELIMITED BY SIZE
040500                 WS-SEQ-EDIT DELIMITED BY SIZE
040600                 INTO EM-MESSAGE
040700         MOVE "CRMHIST" TO EM-FILE-NAME
040800         MOVE WS-CH-STATUS TO EM-FILE-STATUS
040900         PERFORM 3900-REPORT-EXCEPTION THRU 3900-EXIT
041000     END-IF.
041100     COMPUTE WS-EXPECT-SEQ-NO = CH-SEQ-NO + 1.
041200     MOVE CH-FEED-IMAGE TO CF-FEED-RECORD.
041300     WRITE CF-FILE-RECORD FROM CF-FEED-RECORD.
041400     MOVE WS-FEED-NO TO CH-FEED-NO.
041500     MOVE CR-RUN-DATE-YMD TO CH-SENT-DATE.
041600     SET CH-AWAITING-ACK TO TRUE.
041700     MOVE ZERO TO CH-ACK-DATE.
041800     REWRITE CH-HISTORY-RECORD.
041900     ADD 1 TO WS-DETAILS-RESENT.
042000     ADD 1 TO WS-DETAILS-WRITTEN.
042100 3150-EXIT.
042200     EXIT.
042300*-----------------------------------------------------------*
042400* 3300-FEED-ONE-ENTRY - ONE NEW CUSTJRNL ENTRY TAKES THE NEXT *
042500* SEQUENCE NUMBER.  A DELETE SENDS THE KEY ONLY.  A MERGE IS   *
042600* JOURNALED ONCE FOR EACH SIDE: THE RETIRED CUSTOMER GOES AS   *
042700* "M" WITH THE KEY AND THE SURVIVING ID, THE SURVIVOR GOES AS  *
042800* AN ORDINARY "C" CHANGE WITH ITS AFTER IMAGE.  EVERYTHING     *
042900* ELSE SENDS ITS ACTION CODE AND THE AFTER IMAGE.  A SEQUENCE *
043000* ALREADY ON CRMHIST IS LEFT FROM A RUN THAT FAILED BEFORE    *
043100* CRMCTL WAS UPDATED, AND IS SIMPLY REPLACED.                 *
043200*-----------------------------------------------------------*
043300 3300-FEED-ONE-ENTRY.
043400     READ CUST-JOURNAL INTO CJ-JOURNAL-RECORD
043500         AT END
043600             SET WS-CJ-EOF TO TRUE
043700             GO TO 3300-EXIT
043800     END-READ.
043900     ADD 1 TO WS-JRNL-READ.
044000     ADD 1 TO WS-NEXT-SEQ-NO.
044100     MOVE WS-NEXT-SEQ-NO TO WS-HIGH-SEQ-NO.
044200     MOVE CJ-AFTER-IMAGE TO CUSTOMER-MASTER-RECORD.
044300     MOVE SPACE TO CF-FEED-RECORD.
044400     SET CF-TYPE-DETAIL TO TRUE.
044500     MOVE WS-NEXT-SEQ-NO TO CF-SEQ-NO.
044600     MOVE CJ-CUST-ID TO CF-CUST-ID.
044700     MOVE CJ-RUN-DATE TO CF-CHANGE-DATE.
044800     MOVE CJ-RUN-TIME (1:6) TO CF-CHANGE-TIME.
044900     EVALUATE TRUE
045000         WHEN CJ-ACTION-DELETE
045100             SET CF-ACTION-DELETE TO TRUE
045200             ADD 1 TO WS-DELETES-FED
045300         WHEN CJ-ACTION-MERGE AND CM-STATUS-DELETED
045400             SET CF-ACTION-MERGE TO TRUE
045500             MOVE CM-MERGED-INTO-ID TO CF-MERGED-INTO-ID
045600             ADD 1 TO WS-MERGES-FED
045700         WHEN CJ-ACTION-MERGE
045800             SET CF-ACTION-CHANGE TO TRUE
045900             PERFORM 3400-MOVE-AFTER-IMAGE THRU 3400-EXIT
046000             ADD 1 TO WS-CHANGES-FED
046100         WHEN OTHER
046200             MOVE CJ-ACTION-CODE TO CF-ACTION-CODE
046300             PERFORM 3400-MOVE-AFTER-IMAGE THRU 3400-EXIT
046400             EVALUATE TRUE
046500                 WHEN CJ-ACTION-ADD
046600                     ADD 1 TO WS-ADDS-FED
046700                 WHEN CJ-ACTION-REUSE
046800                     ADD 1 TO WS-REUSES-FED
046900                 WHEN OTHER
047000                     ADD 1 TO WS-CHANGES-FED
047100             END-EVALUATE
047200     END-EVALUATE.
047300     WRITE CF-FILE-RECORD FROM CF-FEED-RECORD.
047400     ADD 1 TO WS-DETAILS-NEW.
047500     ADD 1 TO WS-DETAILS-WRITTEN.
047600     MOVE WS-NEXT-SEQ-NO TO CH-SEQ-NO.
047700     MOVE WS-FEED-NO TO CH-FEED-NO.
047800     MOVE CR-RUN-DATE-YMD TO CH-SENT-DATE.
047900     SET CH-AWAITING-ACK TO TRUE.
048000     MOVE ZERO TO CH-ACK-DATE.
048100     MOVE CF-FEED-RECORD TO CH-FEED-IMAGE.
048200     WRITE CH-HISTORY-RECORD
048300         INVALID KEY
048400             REWRITE CH-HISTORY-RECORD
048500     END-WRITE.
048600 3300-EXIT.
048700     EXIT.
048800 3400-MOVE-AFTER-IMAGE.
048900     MOVE CM-CUST-NAME TO CF-CUST-NAME.
049000     MOVE CM-CUST-ADDR-1 TO CF-CUST-ADDR-1.
049100     MOVE CM-CUST-ADDR-2 TO CF-CUST-ADDR-2.
049200     MOVE CM-CUST-CITY TO CF-CUST-CITY.
049300     MOVE CM-CUST-STATE TO CF-CUST-STATE.
049400     MOVE CM-CUST-ZIP TO CF-CUST-ZIP.
049500 3400-EXIT.
049600     EXIT.
049700*-----------------------------------------------------------*
049800* 3900-REPORT-EXCEPTION - ONE EXCEPTION LINE, THE SAME TO THE *
049900* CENTRAL PROBLOG, AND AN RC=08 WARNING.  THE CALLER SETS     *
050000* EM-MESSAGE, EM-FILE-NAME AND EM-FILE-STATUS, AND RAISES THE *
050100* CONDITION CODE ITSELF WHEN THE STEP CANNOT GO ON.           *
050200*-----------------------------------------------------------*
050300 3900-REPORT-EXCEPTION.
050400     ADD 1 TO WS-EXCEPTIONS.
050500     STRING "** " DELIMITED BY SIZE
050600             EM-MESSAGE DELIMITED BY SIZE
050700             INTO WS-PRINT-WORK.
050800     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
050900     DISPLAY "CRMFEED: " EM-MESSAGE.
051000     MOVE "CRMFEED" TO EM-PROGRAM-ID.
051100     MOVE "3000-BUILD-FEED" TO EM-PARAGRAPH.
051200     MOVE 8 TO EM-SEVERITY.
051300     CALL "ERRMGR" USING EM-ERROR-AREA.
051400     MOVE SPACE TO EM-MESSAGE.
051500     IF WS-RETURN-CODE < 8
051600         MOVE 8 TO WS-RETURN-CODE
051700     END-IF.
051800 3900-EXIT.
051900     EXIT.
052000*-----------------------------------------------------------*
052100* 4000-UPDATE-CONTROL - RECORD TONIGHT'S FEED ON CRMCTL FOR   *
052200* CRMMATCH AND FOR TOMORROW NIGHT'S RUN.  A RESEND REACHING   *
052300* BACK PAST THE POINT THE CRM HAD ACKNOWLEDGED WINDS THAT     *
052400* POINT BACK, SO THE RESENT SEQUENCES ARE RECONCILED AGAIN.   *
052500*-----------------------------------------------------------*
052600 4000-UPDATE-CONTROL.
052700     MOVE WS-FEED-NO TO CC-LAST-FEED-NO.
052800     MOVE CR-RUN-DATE-YMD TO CC-LAST-FEED-DATE.
052900     MOVE WS-CF-ASSIGN-NAME TO CC-LAST-FEED-NAME.
053000     IF WS-DETAILS-WRITTEN > ZERO
053100         MOVE WS-FIRST-SEQ-NO TO CC-FIRST-SEQ-NO
053200     ELSE
053300         MOVE ZERO TO CC-FIRST-SEQ-NO
053400     END-IF.
053500     MOVE WS-HIGH-SEQ-NO TO CC-LAST-SEQ-NO.
053600     COMPUTE CC-JRNL-RECORDS-FED = WS-JRNL-SKIPPED + WS-JRNL-READ.
053700     IF WS-RESEND-FROM-SEQ-NO > ZERO
053800             AND WS-RESEND-FROM-SEQ-NO NOT > CC-ACK-THRU-SEQ-NO
053900         COMPUTE CC-ACK-THRU-SEQ-NO = WS-RESEND-FROM-SEQ-NO - 1
054000     END-IF.
054100     OPEN OUTPUT CRM-CONTROL.
054200     IF NOT WS-CC-OK
054300         MOVE "CANNOT REWRITE THE CRMCTL CONTROL RECORD"
054400             TO EM-MESSAGE
054500         MOVE "CRMCTL" TO EM-FILE-NAME
054600         MOVE WS-CC-STATUS TO EM-FILE-STATUS
054700         PERFORM 3900-REPORT-EXCEPTION THRU 3900-EXIT
054800         MOVE 12 TO WS-RETURN-CODE
054900         GO TO 4000-EXIT
055000     END-IF.
055100     WRITE CC-FILE-RECORD FROM CC-CRM-CONTROL-RECORD.
055200     CLOSE CRM-CONTROL.
055300 4000-EXIT.
055400     EXIT.
055500 5000-PRINT-SUMMARY.
055600     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
055700     MOVE WS-JRNL-READ TO WS-COUNT-EDIT.
055800     STRING "JOURNAL ENTRIES    " DELIMITED BY SIZE
055900             WS-COUNT-EDIT DELIMITED BY SIZE
056000             INTO WS-PRINT-WORK.
056100     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
056200     MOVE WS-ADDS-FED TO WS-COUNT-EDIT.
056300     STRING "  ADDS             " DELIMITED BY SIZE
056400             WS-COUNT-EDIT DELIMITED BY SIZE
056500             INTO WS-PRINT-WORK.
056600     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
056700     MOVE WS-CHANGES-FED TO WS-COUNT-EDIT.
056800     STRING "  CHANGES          " DELIMITED BY SIZE
056900             WS-COUNT-EDIT DELIMITED BY SIZE
057000             INTO WS-PRINT-WORK.
057100     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
057200     MOVE WS-DELETES-FED TO WS-COUNT-EDIT.
057300     STRING "  DELETES          " DELIMITED BY SIZE
057400             WS-COUNT-EDIT DELIMITED BY SIZE
057500             INTO WS-PRINT-WORK.
057600     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
057700     MOVE WS-REUSES-FED TO WS-COUNT-EDIT.
057800     STRING "  REUSES           " DELIMITED BY SIZE
057900             WS-COUNT-EDIT DELIMITED BY SIZE
058000             INTO WS-PRINT-WORK.
058100     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
058200     MOVE WS-MERGES-FED TO WS-COUNT-EDIT.
058300     STRING "  MERGES           " DELIMITED BY SIZE
058400             WS-COUNT-EDIT DELIMITED BY SIZE
058500             INTO WS-PRINT-WORK.
058600     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
058700     MOVE WS-DETAILS-RESENT TO WS-COUNT-EDIT.
058800     STRING "DETAILS RESENT     " DELIMITED BY SIZE
058900             WS-COUNT-EDIT DELIMITED BY SIZE
059000             INTO WS-PRINT-WORK.
059100     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
059200     MOVE WS-DETAILS-WRITTEN TO WS-COUNT-EDIT.
059300     STRING "DETAILS IN FEED    " DELIMITED BY SIZE
059400             WS-COUNT-EDIT DELIMITED BY SIZE
059500             INTO WS-PRINT-WORK.
059600     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
059700     IF WS-DETAILS-WRITTEN > ZERO
059800         MOVE WS-FIRST-SEQ-NO TO WS-SEQ-EDIT
059900         MOVE WS-HIGH-SEQ-NO TO WS-SEQ-EDIT-2
060000         STRING "SEQUENCE NUMBERS   " DELIMITED BY SIZE
060100                 WS-SEQ-EDIT DELIMITED BY SIZE
060200                 " THRU " DELIMITED BY SIZE
060300                 WS-SEQ-EDIT-2 DELIMITED BY SIZE
060400                 INTO WS-PRINT-WORK
060500         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
060600     END-IF.
060700     MOVE WS-EXCEPTIONS TO WS-COUNT-EDIT.
060800     STRING "EXCEPTIONS         " DELIMITED BY SIZE
060900             WS-COUNT-EDIT DELIMITED BY SIZE
061000             INTO WS-PRINT-WORK.
061100     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
061200 5000-EXIT.
061300     EXIT.
061400*-----------------------------------------------------------*
061500* 8000-PRINT-LINE - HAND ONE LINE OF TEXT TO PRINTMGR.       *
061600*-----------------------------------------------------------*
061700 8000-PRINT-LINE.
061800     MOVE "PRNT" TO WS-PRINT-FUNCTION.
061900     CALL "PRINTMGR" USING WS-PRINT-FUNCTION WS-PRINT-FILENAME
062000         WS-PRINT-WORK CR-RUN-DATE-YMD WS-PM-RETURN-CODE.
062100     MOVE SPACE TO WS-PRINT-WORK.
062200 8000-EXIT.
062300     EXIT.
062400*-----------------------------------------------------------*
062500* 9000-TERMINATE                                             *
062600*-----------------------------------------------------------*
062700 9000-TERMINATE.
062800     MOVE "TERM" TO WS-PRINT-FUNCTION.
062900     CALL "PRINTMGR" USING WS-PRINT-FUNCTION WS-PRINT-FILENAME
063000         WS-PRINT-WORK CR-RUN-DATE-YMD WS-PM-RETURN-CODE.
063100     PERFORM 9100-WRITE-STEP-STATUS THRU 9100-EXIT.
063200 9000-EXIT.
063300     EXIT.
063400*-----------------------------------------------------------*
063500* 9100-WRITE-STEP-STATUS - ONE STANDARD STEP-STATUS RECORD    *
063600* PER RUN FOR THE DAYCLOSE CLOSE-OUT REPORT.                  *
063700*-----------------------------------------------------------*
063800 9100-WRITE-STEP-STATUS.
063900     MOVE "CRMFEED" TO SS-PROGRAM-ID.
064000     MOVE CR-RUN-DATE-YMD TO SS-RUN-DATE.
064100     MOVE WS-STEP-START-TIME TO SS-START-TIME.
064200     MOVE WS-RETURN-CODE TO SS-CONDITION-CODE.
064300     MOVE WS-JRNL-READ TO SS-RECORDS-IN.
064400     MOVE WS-DETAILS-WRITTEN TO SS-RECORDS-OUT.
064500     MOVE WS-EXCEPTIONS TO SS-RECORDS-REJECTED.
064600     CALL "STEPLOG" USING SS-STEP-AREA.
064700 9100-EXIT.
064800     EXIT.
