000100* Daily GL journal interface and customer-ledger trial balance
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. GLPOST.
000400 AUTHOR. D. OKONKWO.
000500 INSTALLATION. ACME WIDGET CO - BATCH OPERATIONS.
000600 DATE-WRITTEN. 09/14/2026.
000700 DATE-COMPILED.
000800******************************************************************
000900*    MODIFICATION HISTORY
001000*    DATE       INIT  DESCRIPTION
001100*    09/14/2026 DCO   ORIGINAL PROGRAM.  EXPIF SENDS FINANCE ONE
001200*                     RECORD PER POSTING, BUT THE GL TEAM STILL
001300*                     KEYED A DAILY SUMMARY ENTRY BY HAND AND
001400*                     NOTHING PROVED CUSTBAL AGAINST THE GL
001500*                     CONTROL ACCOUNT.  THIS STEP RUNS AFTER
001600*                     ADDING: IT SUMMARIZES THE DAY'S AUDITLOG
001700*                     POSTINGS BY SOURCE (BRANCH) CODE INTO
001800*                     BALANCED DEBIT/CREDIT LINES THROUGH THE
001900*                     GLMAP ACCOUNT-MAPPING TABLE, WRITES THEM TO
002000*                     THE DATED GLJRNL INTERFACE GENERATION WITH A
002100*                     HEADER AND TRAILER, AND PRINTS A TRIAL
002200*                     BALANCE: THE PRIOR CLOSE'S CUSTBAL TOTAL
002300*                     (KEPT ON GLCTL) PLUS THE NET POSTINGS MUST
002400*                     EQUAL TODAY'S CUSTBAL TOTAL.  OUT OF
002500*                     BALANCE, OR A SOURCE WITH NO MAPPING, ENDS
002600*                     THE STEP RC=12.
002610*    10/15/2026 DCO   A SOURCE WITH NO GLMAP MAPPING, AND THE
002620*                     UNJOURNALED-POSTINGS TOTAL, NOW ALSO GO TO
002630*                     PROBLOG THROUGH ERRMGR AT SEVERITY 12.
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
003700     SELECT OPTIONAL CUSTOMER-BALANCE ASSIGN TO "CUSTBAL"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS CB-CUST-ID
004100         FILE STATUS IS WS-CB-STATUS.
004200     SELECT OPTIONAL GL-MAP-TABLE ASSIGN TO "GLMAP"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS GM-SOURCE-CODE
004600         FILE STATUS IS WS-GM-STATUS.
004700     SELECT GL-JOURNAL ASSIGN TO WS-GJ-ASSIGN-NAME
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-GJ-STATUS.
005000     SELECT OPTIONAL GL-CONTROL ASSIGN TO "GLCTL"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-GC-STATUS.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  AUDIT-LOG.
005600 01  AL-FILE-RECORD               PIC X(71).
005700 FD  CUSTOMER-BALANCE.
005800 COPY "balrec.cpy".
005900 FD  GL-MAP-TABLE.
006000 COPY "glmaprec.cpy".
006100 FD  GL-JOURNAL.
006200 01  GJ-FILE-RECORD               PIC X(80).
006300 FD  GL-CONTROL.
006400 01  GC-FILE-RECORD               PIC X(60).
006500 WORKING-STORAGE SECTION.
006600 COPY "rundate.cpy".
006700 COPY "errlog.cpy".
006800 COPY "stepstat.cpy".
006900 COPY "auditrec.cpy".
007000 COPY "glifrec.cpy".
007100 COPY "glctlrec.cpy".
007200 01  WS-STEP-START-TIME          PIC 9(08)  VALUE ZERO.
007300 01  WS-PRINT-FUNCTION           PIC X(04).
007400 01  WS-PRINT-FILENAME           PIC X(20)  VALUE "GLPSTRPT".
007500 01  WS-PM-RETURN-CODE           PIC 9(02).
007600 01  WS-DATE-FUNCTION            PIC X(04).
007700 01  WS-DATE-FLAG                PIC X(01).
007800 01  WS-DS-RETURN-CODE           PIC 9(02).
007900 01  WS-GJ-ASSIGN-NAME           PIC X(20).
008000 01  WS-GJ-NAME-PARTS REDEFINES WS-GJ-ASSIGN-NAME.
008100     05  WS-GJ-PREFIX            PIC X(06).
008200     05  WS-GJ-DATE              PIC 9(08).
008300     05  FILLER                   PIC X(06).
008400 01  WS-FILE-STATUSES.
008500     05  WS-AL-STATUS            PIC X(02)  VALUE "00".
008600         88  WS-AL-OK                       VALUE "00".
008700     05  WS-CB-STATUS            PIC X(02)  VALUE "00".
008800         88  WS-CB-OK                       VALUE "00".
008900     05  WS-GM-STATUS            PIC X(02)  VALUE "00".
009000         88  WS-GM-OK                       VALUE "00".
009100     05  WS-GJ-STATUS            PIC X(02)  VALUE "00".
009200         88  WS-GJ-OK                       VALUE "00".
009300     05  WS-GC-STATUS            PIC X(02)  VALUE "00".
009400         88  WS-GC-OK                       VALUE "00".
009500 01  WS-SWITCHES.
009600     05  WS-EOF-SW               PIC X(01)  VALUE "N".
009700         88  WS-EOF                          VALUE "Y".
009800     05  WS-PRIOR-SW             PIC X(01)  VALUE "N".
009900         88  WS-PRIOR-FOUND                  VALUE "Y".
010000     05  WS-CONTROL-AHEAD-SW     PIC X(01)  VALUE "N".
010100         88  WS-CONTROL-AHEAD                VALUE "Y".
010200     05  WS-SRC-FOUND-SW         PIC X(01)  VALUE "N".
010300         88  WS-SRC-FOUND                    VALUE "Y".
010400     05  WS-MAP-FOUND-SW         PIC X(01)  VALUE "N".
010500         88  WS-MAP-FOUND                    VALUE "Y".
010600*    THE CONTROL RECORD AS READ, KEPT FOR THE REWRITE.
010700 01  WS-OLD-CLOSE-DATE           PIC 9(08)  VALUE ZERO.
010800 01  WS-OLD-CLOSE-TOTAL          PIC S9(11)V99 VALUE ZERO.
010900 01  WS-PRIOR-DATE               PIC 9(08)  VALUE ZERO.
011000 01  WS-PRIOR-TOTAL              PIC S9(11)V99 VALUE ZERO.
011100*    ONE SLOT PER SOURCE CODE SEEN ON THE DAY'S POSTINGS; "??"
011200*    COLLECTS POSTINGS THAT CARRY NO SOURCE.  CREDITS (POSITIVE
011300*    RESULTS) AND DEBITS (NEGATIVE) ARE KEPT APART SO EACH SIDE
011400*    JOURNALS GROSS, NOT NETTED AWAY.
011500 01  WS-SOURCE-WORK              PIC X(02).
011600 01  WS-SRC-MAX                  PIC 9(02)  COMP  VALUE 30.
011700 01  WS-SRC-COUNT                PIC 9(02)  COMP  VALUE ZERO.
011800 01  WS-SOURCE-TABLE.
011900     05  WS-SRC-ENTRY OCCURS 30 TIMES
012000             INDEXED BY SRC-IDX.
012100         10  WS-SRC-CODE         PIC X(02).
012200         10  WS-SRC-CR-COUNT     PIC 9(07)  COMP.
012300         10  WS-SRC-CR-SUM       PIC 9(11)V99.
012400         10  WS-SRC-DR-COUNT     PIC 9(07)  COMP.
012500         10  WS-SRC-DR-SUM       PIC 9(11)V99.
012600*    ONE JOURNAL LINE, BUILT BY 3200-WRITE-JOURNAL-LINE.
012700 01  WS-LINE-ACCOUNT             PIC X(10).
012800 01  WS-LINE-SIDE                PIC X(01).
012900 01  WS-LINE-AMOUNT              PIC 9(11)V99 VALUE ZERO.
013000 01  WS-LINE-COUNT               PIC 9(07)  COMP  VALUE ZERO.
013100 01  WS-LINE-DESC                PIC X(30).
013200 01  WS-COUNTERS.
013300     05  WS-POSTINGS-READ        PIC 9(07)  COMP  VALUE ZERO.
013400     05  WS-UNJOURNALED          PIC 9(07)  COMP  VALUE ZERO.
013500     05  WS-DETAIL-COUNT         PIC 9(07)  COMP  VALUE ZERO.
013600     05  WS-BALANCES-READ        PIC 9(07)  COMP  VALUE ZERO.
013700 01  WS-NET-POSTINGS             PIC S9(11)V99 VALUE ZERO.
013800 01  WS-DEBIT-TOTAL              PIC 9(11)V99 VALUE ZERO.
013900 01  WS-CREDIT-TOTAL             PIC 9(11)V99 VALUE ZERO.
014000 01  WS-TODAY-TOTAL              PIC S9(11)V99 VALUE ZERO.
014100 01  WS-EXPECTED-TOTAL           PIC S9(11)V99 VALUE ZERO.
014200 01  WS-DIFFERENCE               PIC S9(11)V99 VALUE ZERO.
014300 01  WS-WORK-NET                 PIC S9(11)V99 VALUE ZERO.
014400 01  WS-COUNT-EDIT               PIC ZZZZZZ9.
014500 01  WS-COUNT-EDIT-2             PIC ZZZZZZ9.
014600 01  WS-AMOUNT-EDIT              PIC -ZZZZZZZZZZ9.99.
014700 01  WS-AMOUNT-EDIT-2            PIC -ZZZZZZZZZZ9.99.
014800 01  WS-AMOUNT-EDIT-3            PIC -ZZZZZZZZZZ9.99.
014900 01  WS-PRINT-WORK               PIC X(132)  VALUE SPACE.
015000 01  WS-RETURN-CODE              PIC 9(02)  COMP  VALUE ZERO.
015100 PROCEDURE DIVISION.
015200 0000-MAINLINE.
015300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015400     PERFORM 1500-READ-CONTROL THRU 1500-EXIT.
015500     PERFORM 2000-SUMMARIZE-POSTINGS THRU 2000-EXIT.
015600     PERFORM 3000-WRITE-JOURNAL THRU 3000-EXIT.
015700     IF WS-RETURN-CODE < 16
015800         PERFORM 4000-TRIAL-BALANCE THRU 4000-EXIT
015900     END-IF.
016000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016100     STOP RUN WS-RETURN-CODE.
016200 1000-INITIALIZE.
016300     ACCEPT CR-MACHINE-DATE-YMD FROM DATE YYYYMMDD.
016400     ACCEPT CR-RUN-TIME FROM TIME.
016500     MOVE CR-RUN-TIME TO WS-STEP-START-TIME.
016600     MOVE "BIZD" TO WS-DATE-FUNCTION.
016700     CALL "DATESRV" USING WS-DATE-FUNCTION CR-MACHINE-DATE-YMD
016800         CR-RUN-DATE-YMD WS-DATE-FLAG WS-DS-RETURN-CODE.
016900     IF WS-DS-RETURN-CODE > 8
017000         MOVE CR-MACHINE-DATE-YMD TO CR-RUN-DATE-YMD
017100     END-IF.
017200     MOVE "GLJRNL" TO WS-GJ-PREFIX.
017300     MOVE CR-RUN-DATE-YMD TO WS-GJ-DATE.
017400     MOVE SPACE TO WS-GJ-ASSIGN-NAME (15:6).
017500     MOVE ZERO TO WS-SRC-COUNT.
017600     MOVE "GLPOST" TO WS-PRINT-WORK.
017700     MOVE "INIT" TO WS-PRINT-FUNCTION.
017800     CALL "PRINTMGR" USING WS-PRINT-FUNCTION WS-PRINT-FILENAME
017900         WS-PRINT-WORK CR-RUN-DATE-YMD WS-PM-RETURN-CODE.
018000 1000-EXIT.
018100     EXIT.
018200*-----------------------------------------------------------*
018300* 1500-READ-CONTROL - THE PRIOR CLOSE THE TRIAL BALANCE      *
018400* STARTS FROM.  A RERUN OF THE SAME BUSINESS DATE GOES BACK  *
018500* TO THE CLOSE BEFORE ITS FIRST RUN.  NO CONTROL RECORD (THE *
018600* FIRST NIGHT) MEANS TODAY'S TOTAL BECOMES THE BASELINE.  A  *
018700* CONTROL RECORD DATED AFTER THIS BUSINESS DATE CANNOT BE    *
018800* PROVED AGAINST AND IS LEFT AS IT IS.                       *
018900*-----------------------------------------------------------*
019000 1500-READ-CONTROL.
019100     OPEN INPUT GL-CONTROL.
019200     IF NOT WS-GC-OK
019300         CLOSE GL-CONTROL
019400         GO TO 1500-EXIT
019500     END-IF.
019600     READ GL-CONTROL INTO GC-GL-CONTROL-RECORD
019700         AT END
019800             MOVE ZERO TO GC-CLOSE-DATE
019900     END-READ.
020000     CLOSE GL-CONTROL.
020100     IF GC-CLOSE-DATE = ZERO
020200         GO TO 1500-EXIT
020300     END-IF.
020400     MOVE GC-CLOSE-DATE TO WS-OLD-CLOSE-DATE.
020500     MOVE GC-CLOSE-TOTAL TO WS-OLD-CLOSE-TOTAL.
020600     IF GC-CLOSE-DATE > CR-RUN-DATE-YMD
020700         SET WS-CONTROL-AHEAD TO TRUE
020800         GO TO 1500-EXIT
020900     END-IF.
021000     IF GC-CLOSE-DATE = CR-RUN-DATE-YMD
021100         IF GC-PRIOR-DATE NOT = ZERO
021200             MOVE GC-PRIOR-DATE TO WS-PRIOR-DATE
021300             MOVE GC-PRIOR-TOTAL TO WS-PRIOR-TOTAL
021400             SET WS-PRIOR-FOUND TO TRUE
021500         END-IF
021600     ELSE
021700         MOVE GC-CLOSE-DATE TO WS-PRIOR-DATE
021800         MOVE GC-CLOSE-TOTAL TO WS-PRIOR-TOTAL
021900         SET WS-PRIOR-FOUND TO TRUE
022000     END-IF.
022100 1500-EXIT.
022200     EXIT.
022300*-----------------------------------------------------------*
022400* 2000-SUMMARIZE-POSTINGS - EVERY CUSTOMER POSTING SINCE THE *
022500* PRIOR CLOSE, THROUGH TODAY, SO A NIGHT GLPOST DID NOT RUN  *
022600* IS PICKED UP BY THE NEXT ONE.  INTERACTIVE ADDING ENTRIES  *
022700* (NO CUSTOMER) NEVER TOUCH CUSTBAL AND ARE PASSED OVER.     *
022800*-----------------------------------------------------------*
022900 2000-SUMMARIZE-POSTINGS.
023000     OPEN INPUT AUDIT-LOG.
023100     IF NOT WS-AL-OK
023200         DISPLAY "GLPOST: no audit log on file - no postings"
023300         CLOSE AUDIT-LOG
023400         GO TO 2000-EXIT
023500     END-IF.
023600     MOVE "N" TO WS-EOF-SW.
023700     PERFORM 2100-TAKE-ONE-POSTING THRU 2100-EXIT
023800         UNTIL WS-EOF.
023900     CLOSE AUDIT-LOG.
024000 2000-EXIT.
024100     EXIT.
024200 2100-TAKE-ONE-POSTING.
024300     READ AUDIT-LOG INTO AL-AUDIT-RECORD
024400         AT END
024500             SET WS-EOF TO TRUE
024600             GO TO 2100-EXIT
024700     END-READ.
024800     IF AL-CUST-ID = SPACE
024900             OR AL-RUN-DATE > CR-RUN-DATE-YMD
025000         GO TO 2100-EXIT
025100     END-IF.
025200     IF WS-PRIOR-FOUND
025300         IF AL-RUN-DATE NOT > WS-PRIOR-DATE
025400             GO TO 2100-EXIT
025500         END-IF
025600     ELSE
025700         IF AL-RUN-DATE NOT = CR-RUN-DATE-YMD
025800             GO TO 2100-EXIT
025900         END-IF
026000     END-IF.
026100     ADD 1 TO WS-POSTINGS-READ.
026200     ADD AL-RESULT TO WS-NET-POSTINGS.
026300     IF AL-SOURCE-CODE = SPACE
026400         MOVE "??" TO WS-SOURCE-WORK
026500     ELSE
026600         MOVE AL-SOURCE-CODE TO WS-SOURCE-WORK
026700     END-IF.
026800     PERFORM 2200-FIND-SOURCE-ENTRY THRU 2200-EXIT.
026900     IF NOT WS-SRC-FOUND
027000         ADD 1 TO WS-UNJOURNALED
027100         GO TO 2100-EXIT
027200     END-IF.
027300     IF AL-RESULT < ZERO
027400         ADD 1 TO WS-SRC-DR-COUNT (SRC-IDX)
027500         SUBTRACT AL-RESULT FROM WS-SRC-DR-SUM (SRC-IDX)
027600     ELSE
027700         ADD 1 TO WS-SRC-CR-COUNT (SRC-IDX)
027800         ADD AL-RESULT TO WS-SRC-CR-SUM (SRC-IDX)
027900     END-IF.
028000 2100-EXIT.
028100     EXIT.
028200*-----------------------------------------------------------*
028300* 2200-FIND-SOURCE-ENTRY - FIND THE SOURCE'S SLOT, OR TAKE   *
028400* THE NEXT FREE ONE.  A FULL TABLE LEAVES WS-SRC-FOUND OFF.  *
028500*-----------------------------------------------------------*
028600 2200-FIND-SOURCE-ENTRY.
028700     MOVE "N" TO WS-SRC-FOUND-SW.
028800     IF WS-SRC-COUNT > ZERO
028900         SET SRC-IDX TO 1
029000         SEARCH WS-SRC-ENTRY
029100             AT END
029200                 CONTINUE
029300             WHEN SRC-IDX > WS-SRC-COUNT
029400                 CONTINUE
029500             WHEN WS-SRC-CODE (SRC-IDX) = WS-SOURCE-WORK
029600                 SET WS-SRC-FOUND TO TRUE
029700         END-SEARCH
029800     END-IF.
029900     IF WS-SRC-FOUND
030000         GO TO 2200-EXIT
030100     END-IF.
030200     IF WS-SRC-COUNT < WS-SRC-MAX
030300         ADD 1 TO WS-SRC-COUNT
030400         SET SRC-IDX TO WS-SRC-COUNT
030500         MOVE WS-SOURCE-WORK TO WS-SRC-CODE (SRC-IDX)
030600         MOVE ZERO TO WS-SRC-CR-COUNT (SRC-IDX)
030700             WS-SRC-CR-SUM (SRC-IDX) WS-SRC-DR-COUNT (SRC-IDX)
030800             WS-SRC-DR-SUM (SRC-IDX)
030900         SET WS-SRC-FOUND TO TRUE
031000     END-IF.
031100 2200-EXIT.
031200     EXIT.
031300*-----------------------------------------------------------*
031400* 3000-WRITE-JOURNAL - HEADER, TWO BALANCED LINES PER SIDE   *
031500* PER SOURCE, TRAILER.  CUSTOMER CREDITS DEBIT THE SOURCE'S  *
031600* CLEARING ACCOUNT AND CREDIT THE CUSTOMER-LEDGER CONTROL    *
031700* ACCOUNT; CUSTOMER DEBITS GO THE OTHER WAY.                 *
031800*-----------------------------------------------------------*
031900 3000-WRITE-JOURNAL.
032000     OPEN OUTPUT GL-JOURNAL.
032100     IF NOT WS-GJ-OK
032200         MOVE "GLPOST" TO EM-PROGRAM-ID
032300         MOVE "3000-WRITE-JOURNAL" TO EM-PARAGRAPH
032400         MOVE WS-GJ-ASSIGN-NAME TO EM-FILE-NAME
032500         MOVE WS-GJ-STATUS TO EM-FILE-STATUS
032600         MOVE "CANNOT OPEN THE GL JOURNAL FILE" TO EM-MESSAGE
032700         MOVE 16 TO EM-SEVERITY
032800         CALL "ERRMGR" USING EM-ERROR-AREA
032900         MOVE 16 TO WS-RETURN-CODE
033000         GO TO 3000-EXIT
033100     END-IF.
033200     OPEN INPUT GL-MAP-TABLE.
033300     MOVE SPACE TO GJ-JOURNAL-RECORD.
033400     SET GJ-TYPE-HEADER TO TRUE.
033500     MOVE CR-RUN-DATE-YMD TO GJH-JOURNAL-DATE.
033600     MOVE CR-MACHINE-DATE-YMD TO GJH-CREATED-DATE.
033700     MOVE CR-RUN-TIME TO GJH-CREATED-TIME.
033800     MOVE "ACMECUST" TO GJH-SYSTEM-ID.
033900     WRITE GJ-FILE-RECORD FROM GJ-JOURNAL-RECORD.
034000     STRING "GL JOURNAL " DELIMITED BY SIZE
034100             WS-GJ-ASSIGN-NAME DELIMITED BY SPACE
034200             "  FOR BUSINESS DATE " DELIMITED BY SIZE
034300             CR-RUN-DATE-YMD DELIMITED BY SIZE
034400             INTO WS-PRINT-WORK.
034500     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
034600     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
034700     IF WS-SRC-COUNT > ZERO
034800         PERFORM 3100-JOURNAL-ONE-SOURCE THRU 3100-EXIT
034900             VARYING SRC-IDX FROM 1 BY 1
035000             UNTIL SRC-IDX > WS-SRC-COUNT
035100     END-IF.
035200     MOVE SPACE TO GJ-JOURNAL-RECORD.
035300     SET GJ-TYPE-TRAILER TO TRUE.
035400     MOVE CR-RUN-DATE-YMD TO GJT-JOURNAL-DATE.
035500     MOVE WS-DETAIL-COUNT TO GJT-DETAIL-COUNT.
035600     MOVE WS-DEBIT-TOTAL TO GJT-DEBIT-TOTAL.
035700     MOVE WS-CREDIT-TOTAL TO GJT-CREDIT-TOTAL.
035800     WRITE GJ-FILE-RECORD FROM GJ-JOURNAL-RECORD.
035900     CLOSE GL-JOURNAL.
036000     CLOSE GL-MAP-TABLE.
036100     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
036200     MOVE WS-DETAIL-COUNT TO WS-COUNT-EDIT.
036300     MOVE WS-DEBIT-TOTAL TO WS-AMOUNT-EDIT.
036400     MOVE WS-CREDIT-TOTAL TO WS-AMOUNT-EDIT-2.
036500     STRING "JOURNAL LINES " DELIMITED BY SIZE
036600             WS-COUNT-EDIT DELIMITED BY SIZE
036700             "  DEBITS " DELIMITED BY SIZE
036800             WS-AMOUNT-EDIT DELIMITED BY SIZE
036900             "  CREDITS " DELIMITED BY SIZE
037000             WS-AMOUNT-EDIT-2 DELIMITED BY SIZE
037100             INTO WS-PRINT-WORK.
037200     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
037300     IF WS-UNJOURNALED > ZERO
037400         MOVE WS-UNJOURNALED TO WS-COUNT-EDIT
037500         STRING "** " DELIMITED BY SIZE
037600                 WS-COUNT-EDIT DELIMITED BY SIZE
037700                 " POSTINGS NOT JOURNALED - GL FILE IS SHORT **"
037800                     DELIMITED BY SIZE
037900                 INTO WS-PRINT-WORK
038000         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
038100         MOVE 12 TO WS-RETURN-CODE
038110         MOVE "GLPOST" TO EM-PROGRAM-ID
038120         MOVE "3000-WRITE-JOURNAL" TO EM-PARAGRAPH
038130         MOVE WS-GJ-ASSIGN-NAME TO EM-FILE-NAME
038140         MOVE WS-GJ-STATUS TO EM-FILE-STATUS
038150         MOVE "POSTINGS NOT JOURNALED - GL FILE SHORT"
038160             TO EM-MESSAGE
038170         MOVE 12 TO EM-SEVERITY
038180         CALL "ERRMGR" USING EM-ERROR-AREA
038200     END-IF.
038300 3000-EXIT.
038400     EXIT.
038500 3100-JOURNAL-ONE-SOURCE.
038600     PERFORM 3150-FIND-MAPPING THRU 3150-EXIT.
038700     COMPUTE WS-WORK-NET = WS-SRC-CR-SUM (SRC-IDX)
038800         - WS-SRC-DR-SUM (SRC-IDX).
038900     MOVE WS-SRC-CR-SUM (SRC-IDX) TO WS-AMOUNT-EDIT.
039000     MOVE WS-SRC-DR-SUM (SRC-IDX) TO WS-AMOUNT-EDIT-2.
039100     MOVE WS-WORK-NET TO WS-AMOUNT-EDIT-3.
039200     STRING "SOURCE " DELIMITED BY SIZE
039300             WS-SRC-CODE (SRC-IDX) DELIMITED BY SIZE
039400             "  CREDITS " DELIMITED BY SIZE
039500             WS-AMOUNT-EDIT DELIMITED BY SIZE
039600             "  DEBITS " DELIMITED BY SIZE
039700             WS-AMOUNT-EDIT-2 DELIMITED BY SIZE
039800             "  NET " DELIMITED BY SIZE
039900             WS-AMOUNT-EDIT-3 DELIMITED BY SIZE
040000             INTO WS-PRINT-WORK.
040100     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
040200     IF WS-MAP-FOUND
040300         STRING "  GL ENTRY " DELIMITED BY SIZE
040400                 GM-SOURCE-CODE DELIMITED BY SIZE
040500                 "  CLEARING " DELIMITED BY SIZE
040600                 GM-CLEARING-ACCOUNT DELIMITED BY SIZE
040700                 "  CONTROL " DELIMITED BY SIZE
040800                 GM-CONTROL-ACCOUNT DELIMITED BY SIZE
040900                 INTO WS-PRINT-WORK
041000         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
041100     END-IF.
041200     IF NOT WS-MAP-FOUND
041300         COMPUTE WS-UNJOURNALED = WS-UNJOURNALED
041400             + WS-SRC-CR-COUNT (SRC-IDX)
041500             + WS-SRC-DR-COUNT (SRC-IDX)
041600         STRING "  ** NO GL MAPPING FOR SOURCE " DELIMITED BY SIZE
041700                 WS-SRC-CODE (SRC-IDX) DELIMITED BY SIZE
041800                 " AND NO ** DEFAULT - NOT JOURNALED **"
041900                     DELIMITED BY SIZE
042000                 INTO WS-PRINT-WORK
042100         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
042110         MOVE "GLPOST" TO EM-PROGRAM-ID
042120         MOVE "3100-JOURNAL-ONE-SOURCE" TO EM-PARAGRAPH
042130         MOVE "GLMAP" TO EM-FILE-NAME
042140         MOVE WS-GM-STATUS TO EM-FILE-STATUS
042150         MOVE SPACES TO EM-MESSAGE
042160         STRING "NO GL MAPPING FOR SOURCE " DELIMITED BY SIZE
042170                 WS-SRC-CODE (SRC-IDX) DELIMITED BY SIZE
042180                 INTO EM-MESSAGE
042185         MOVE 12 TO EM-SEVERITY
042190         CALL "ERRMGR" USING EM-ERROR-AREA
042200         GO TO 3100-EXIT
042300     END-IF.
042400     IF WS-SRC-CR-SUM (SRC-IDX) > ZERO
042500         MOVE WS-SRC-CR-SUM (SRC-IDX) TO WS-LINE-AMOUNT
042600         MOVE WS-SRC-CR-COUNT (SRC-IDX) TO WS-LINE-COUNT
042700         MOVE SPACE TO WS-LINE-DESC
042800         STRING "CUSTOMER CREDITS SOURCE " DELIMITED BY SIZE
042900                 WS-SRC-CODE (SRC-IDX) DELIMITED BY SIZE
043000                 INTO WS-LINE-DESC
043100         MOVE GM-CLEARING-ACCOUNT TO WS-LINE-ACCOUNT
043200         MOVE "D" TO WS-LINE-SIDE
043300         PERFORM 3200-WRITE-JOURNAL-LINE THRU 3200-EXIT
043400         MOVE GM-CONTROL-ACCOUNT TO WS-LINE-ACCOUNT
043500         MOVE "C" TO WS-LINE-SIDE
043600         PERFORM 3200-WRITE-JOURNAL-LINE THRU 3200-EXIT
043700     END-IF.
043800     IF WS-SRC-DR-SUM (SRC-IDX) > ZERO
043900         MOVE WS-SRC-DR-SUM (SRC-IDX) TO WS-LINE-AMOUNT
044000         MOVE WS-SRC-DR-COUNT (SRC-IDX) TO WS-LINE-COUNT
044100         MOVE SPACE TO WS-LINE-DESC
044200         STRING "CUSTOMER DEBITS SOURCE " DELIMITED BY SIZE
044300                 WS-SRC-CODE (SRC-IDX) DELIMITED BY SIZE
044400                 INTO WS-LINE-DESC
044500         MOVE GM-CONTROL-ACCOUNT TO WS-LINE-ACCOUNT
044600         MOVE "D" TO WS-LINE-SIDE
044700         PERFORM 3200-WRITE-JOURNAL-LINE THRU 3200-EXIT
044800         MOVE GM-CLEARING-ACCOUNT TO WS-LINE-ACCOUNT
044900         MOVE "C" TO WS-LINE-SIDE
045000         PERFORM 3200-WRITE-JOURNAL-LINE THRU 3200-EXIT
045100     END-IF.
045200 3100-EXIT.
045300     EXIT.
045400*-----------------------------------------------------------*
045500* 3150-FIND-MAPPING - THE SOURCE'S OWN GLMAP ENTRY, ELSE THE *
045600* "**" DEFAULT.  NO TABLE ON FILE MEANS NO MAPPING AT ALL.   *
045700*-----------------------------------------------------------*
045800 3150-FIND-MAPPING.
045900     MOVE "N" TO WS-MAP-FOUND-SW.
046000     MOVE WS-SRC-CODE (SRC-IDX) TO GM-SOURCE-CODE.
046100     READ GL-MAP-TABLE
046200         INVALID KEY
046300             CONTINUE
046400         NOT INVALID KEY
046500             SET WS-MAP-FOUND TO TRUE
046600     END-READ.
046700     IF WS-MAP-FOUND
046800         GO TO 3150-EXIT
046900     END-IF.
047000     MOVE "**" TO GM-SOURCE-CODE.
047100     READ GL-MAP-TABLE
047200         INVALID KEY
047300             CONTINUE
047400         NOT INVALID KEY
047500             SET WS-MAP-FOUND TO TRUE
047600     END-READ.
047700 3150-EXIT.
047800     EXIT.
047900 3200-WRITE-JOURNAL-LINE.
048000     MOVE SPACE TO GJ-JOURNAL-RECORD.
048100     SET GJ-TYPE-DETAIL TO TRUE.
048200     MOVE CR-RUN-DATE-YMD TO GJ-JOURNAL-DATE.
048300     MOVE WS-LINE-ACCOUNT TO GJ-ACCOUNT.
048400     MOVE WS-LINE-SIDE TO GJ-DR-CR.
048500     MOVE WS-LINE-AMOUNT TO GJ-AMOUNT.
048600     MOVE WS-SRC-CODE (SRC-IDX) TO GJ-SOURCE-CODE.
048700     MOVE WS-LINE-COUNT TO GJ-ITEM-COUNT.
048800     MOVE WS-LINE-DESC TO GJ-DESCRIPTION.
048900     WRITE GJ-FILE-RECORD FROM GJ-JOURNAL-RECORD.
049000     ADD 1 TO WS-DETAIL-COUNT.
049100     IF GJ-DEBIT
049200         ADD WS-LINE-AMOUNT TO WS-DEBIT-TOTAL
049300     ELSE
049400         ADD WS-LINE-AMOUNT TO WS-CREDIT-TOTAL
049500     END-IF.
049600 3200-EXIT.
049700     EXIT.
049800*-----------------------------------------------------------*
049900* 4000-TRIAL-BALANCE - PRIOR CLOSE + NET POSTINGS MUST EQUAL *
050000* TODAY'S CUSTBAL TOTAL.  THE CONTROL RECORD IS REWRITTEN    *
050100* WITH TODAY'S ACTUAL TOTAL EITHER WAY, SO ONE NIGHT'S BREAK *
050200* IS REPORTED ONCE AND DOES NOT CARRY INTO THE NEXT.         *
050300*-----------------------------------------------------------*
050400 4000-TRIAL-BALANCE.
050500     PERFORM 4100-TOTAL-CUSTBAL THRU 4100-EXIT.
050600     MOVE SPACE TO WS-PRINT-WORK.
050700     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
050800     MOVE "TRIAL BALANCE - CUSTOMER LEDGER" TO WS-PRINT-WORK.
050900     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
051000     IF WS-CONTROL-AHEAD
051100         STRING "** GLCTL CLOSE DATE " DELIMITED BY SIZE
051200                 WS-OLD-CLOSE-DATE DELIMITED BY SIZE
051300                 " IS AFTER THIS BUSINESS DATE - NOT PROVED **"
051400                     DELIMITED BY SIZE
051500                 INTO WS-PRINT-WORK
051600         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
051700         MOVE "GLCTL DATED AFTER THE BUSINESS DATE"
051800             TO EM-MESSAGE
051900         PERFORM 4900-REPORT-FAILURE THRU 4900-EXIT
052000         MOVE 12 TO WS-RETURN-CODE
052100         GO TO 4000-EXIT
052200     END-IF.
052300     IF WS-PRIOR-FOUND
052400         MOVE WS-PRIOR-TOTAL TO WS-AMOUNT-EDIT
052500         STRING "PRIOR CUSTBAL TOTAL AT " DELIMITED BY SIZE
052600                 WS-PRIOR-DATE DELIMITED BY SIZE
052700                 "     " DELIMITED BY SIZE
052800                 WS-AMOUNT-EDIT DELIMITED BY SIZE
052900                 INTO WS-PRINT-WORK
053000     ELSE
053100         MOVE "NO PRIOR CLOSE ON GLCTL - TODAY IS THE BASELINE"
053200             TO WS-PRINT-WORK
053300     END-IF.
053400     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
053500     MOVE WS-NET-POSTINGS TO WS-AMOUNT-EDIT.
053600     MOVE WS-POSTINGS-READ TO WS-COUNT-EDIT.
053700     STRING "PLUS NET POSTINGS (" DELIMITED BY SIZE
053800             WS-COUNT-EDIT DELIMITED BY SIZE
053900             ")     " DELIMITED BY SIZE
054000             WS-AMOUNT-EDIT DELIMITED BY SIZE
054100             INTO WS-PRINT-WORK.
054200     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
054300     MOVE WS-TODAY-TOTAL TO WS-AMOUNT-EDIT.
054400     MOVE WS-BALANCES-READ TO WS-COUNT-EDIT.
054500     STRING "TODAY'S CUSTBAL TOTAL (" DELIMITED BY SIZE
054600             WS-COUNT-EDIT DELIMITED BY SIZE
054700             ") " DELIMITED BY SIZE
054800             WS-AMOUNT-EDIT DELIMITED BY SIZE
054900             INTO WS-PRINT-WORK.
055000     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
055100     IF NOT WS-PRIOR-FOUND
055200         IF WS-RETURN-CODE < 4
055300             MOVE 4 TO WS-RETURN-CODE
055400         END-IF
055500         PERFORM 4200-WRITE-CONTROL THRU 4200-EXIT
055600         GO TO 4000-EXIT
055700     END-IF.
055800     COMPUTE WS-EXPECTED-TOTAL = WS-PRIOR-TOTAL + WS-NET-POSTINGS.
055900     COMPUTE WS-DIFFERENCE = WS-TODAY-TOTAL - WS-EXPECTED-TOTAL.
056000     MOVE WS-DIFFERENCE TO WS-AMOUNT-EDIT.
056100     STRING "DIFFERENCE                  " DELIMITED BY SIZE
056200             WS-AMOUNT-EDIT DELIMITED BY SIZE
056300             INTO WS-PRINT-WORK.
056400     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
056500     IF WS-DIFFERENCE = ZERO
056600         MOVE "TRIAL BALANCE PROVED" TO WS-PRINT-WORK
056700     ELSE
056800         MOVE "*** TRIAL BALANCE IS OUT OF BALANCE ***"
056900             TO WS-PRINT-WORK
057000         MOVE "CUSTBAL TRIAL BALANCE OUT OF BALANCE"
057100             TO EM-MESSAGE
057200         PERFORM 4900-REPORT-FAILURE THRU 4900-EXIT
057300         MOVE 12 TO WS-RETURN-CODE
057400     END-IF.
057500     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
057600     PERFORM 4200-WRITE-CONTROL THRU 4200-EXIT.
057700 4000-EXIT.
057800     EXIT.
057900 4100-TOTAL-CUSTBAL.
058000     OPEN INPUT CUSTOMER-BALANCE.
058100     IF NOT WS-CB-OK
058200         DISPLAY "GLPOST: no customer-balance file - "
058300                 "total is zero"
058400         CLOSE CUSTOMER-BALANCE
058500         GO TO 4100-EXIT
058600     END-IF.
058700     MOVE "N" TO WS-EOF-SW.
058800     MOVE LOW-VALUES TO CB-CUST-ID.
058900     START CUSTOMER-BALANCE KEY NOT < CB-CUST-ID
059000         INVALID KEY
059100             SET WS-EOF TO TRUE
059200     END-START.
059300     PERFORM 4150-ADD-ONE-BALANCE THRU 4150-EXIT
059400         UNTIL WS-EOF.
059500     CLOSE CUSTOMER-BALANCE.
059600 4100-EXIT.
059700     EXIT.
059800 4150-ADD-ONE-BALANCE.
059900     READ CUSTOMER-BALANCE NEXT RECORD
060000         AT END
060100             SET WS-EOF TO TRUE
060200             GO TO 4150-EXIT
060300     END-READ.
060400     ADD 1 TO WS-BALANCES-READ.
060500     ADD CB-CURRENT-BALANCE TO WS-TODAY-TOTAL.
060600 4150-EXIT.
060700     EXIT.
060800*-----------------------------------------------------------*
060900* 4200-WRITE-CONTROL - TODAY'S TOTAL BECOMES THE CLOSE; THE  *
061000* OLD CLOSE BECOMES THE PRIOR, UNLESS THIS IS A RERUN OF THE *
061100* SAME DATE, WHICH KEEPS THE PRIOR IT STARTED FROM.          *
061200*-----------------------------------------------------------*
061300 4200-WRITE-CONTROL.
061400     MOVE SPACE TO GC-GL-CONTROL-RECORD.
061500     IF WS-PRIOR-FOUND
061600         MOVE WS-PRIOR-DATE TO GC-PRIOR-DATE
061700         MOVE WS-PRIOR-TOTAL TO GC-PRIOR-TOTAL
061800     ELSE
061900         MOVE ZERO TO GC-PRIOR-DATE
062000         MOVE ZERO TO GC-PRIOR-TOTAL
062100     END-IF.
062200     MOVE CR-RUN-DATE-YMD TO GC-CLOSE-DATE.
062300     MOVE WS-TODAY-TOTAL TO GC-CLOSE-TOTAL.
062400     MOVE CR-RUN-TIME TO GC-SET-TIME.
062500     OPEN OUTPUT GL-CONTROL.
062600     IF NOT WS-GC-OK
062700         MOVE "CANNOT REWRITE THE GLCTL CONTROL RECORD"
062800             TO EM-MESSAGE
062900         PERFORM 4900-REPORT-FAILURE THRU 4900-EXIT
063000         MOVE 16 TO WS-RETURN-CODE
063100         GO TO 4200-EXIT
063200     END-IF.
063300     WRITE GC-FILE-RECORD FROM GC-GL-CONTROL-RECORD.
063400     CLOSE GL-CONTROL.
063500 4200-EXIT.
063600     EXIT.
063700 4900-REPORT-FAILURE.
063800     MOVE "GLPOST" TO EM-PROGRAM-ID.
063900     MOVE "4000-TRIAL-BALANCE" TO EM-PARAGRAPH.
064000     MOVE "GLCTL" TO EM-FILE-NAME.
064100     MOVE WS-GC-STATUS TO EM-FILE-STATUS.
064200     MOVE 12 TO EM-SEVERITY.
064300     CALL "ERRMGR" USING EM-ERROR-AREA.
064400 4900-EXIT.
064500     EXIT.
064600*-----------------------------------------------------------*
064700* 8000-PRINT-LINE - HAND ONE LINE OF TEXT TO PRINTMGR.       *
064800*-----------------------------------------------------------*
064900 8000-PRINT-LINE.
065000     MOVE "PRNT" TO WS-PRINT-FUNCTION.
065100     CALL "PRINTMGR" USING WS-PRINT-FUNCTION WS-PRINT-FILENAME
065200         WS-PRINT-WORK CR-RUN-DATE-YMD WS-PM-RETURN-CODE.
065300     MOVE SPACE TO WS-PRINT-WORK.
065400 8000-EXIT.
065500     EXIT.
065600*-----------------------------------------------------------*
065700* 9000-TERMINATE                                             *
065800*-----------------------------------------------------------*
065900 9000-TERMINATE.
066000     MOVE "TERM" TO WS-PRINT-FUNCTION.
066100     CALL "PRINTMGR" USING WS-PRINT-FUNCTION WS-PRINT-FILENAME
066200         WS-PRINT-WORK CR-RUN-DATE-YMD WS-PM-RETURN-CODE.
066300     PERFORM 9100-WRITE-STEP-STATUS THRU 9100-EXIT.
066400 9000-EXIT.
066500     EXIT.
066600*-----------------------------------------------------------*
066700* 9100-WRITE-STEP-STATUS - ONE STANDARD STEP-STATUS RECORD    *
066800* PER RUN FOR THE DAYCLOSE CLOSE-OUT REPORT.                  *
066900*-----------------------------------------------------------*
067000 9100-WRITE-STEP-STATUS.
067100     MOVE "GLPOST" TO SS-PROGRAM-ID.
067200     MOVE CR-RUN-DATE-YMD TO SS-RUN-DATE.
067300     MOVE WS-STEP-START-TIME TO SS-START-TIME.
067400     MOVE WS-RETURN-CODE TO SS-CONDITION-CODE.
067500     MOVE WS-POSTINGS-READ TO SS-RECORDS-IN.
067600     MOVE WS-DETAIL-COUNT TO SS-RECORDS-OUT.
067700     MOVE WS-UNJOURNALED TO SS-RECORDS-REJECTED.
067800     CALL "STEPLOG" USING SS-STEP-AREA.
067900 9100-EXIT.
068000     EXIT.
