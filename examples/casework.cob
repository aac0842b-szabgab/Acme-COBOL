000100* Compliance monitor case console - review and close TXNMON cases
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. CASEWORK.
000400 AUTHOR. D. OKONKWO.
000500 INSTALLATION. ACME WIDGET CO - CUSTOMER SERVICES.
000600 DATE-WRITTEN. 09/18/2026.
000700 DATE-COMPILED.
000800******************************************************************
000900*    MODIFICATION HISTORY
001000*    DATE       INIT  DESCRIPTION
001100*    09/18/2026 DCO   ORIGINAL PROGRAM.  LISTS THE OPEN CASES THAT
001200*                     TXNMON HAS RAISED ON MONCASE AND WALKS A
001300*                     SUPERVISOR THROUGH THEM.  CLOSING A CASE
001400*                     TAKES A DISPOSITION (NA NO ACTION, EX
001500*                     EXPLAINED, RP REPORTED, ES ESCALATED) AND A
001600*                     NOTE, AND STAMPS WHO CLOSED IT AND WHEN;
001700*                     TXNMON DOES NOT RAISE A CLOSED CASE AGAIN.
001800*                     SIGN-ON AS HOLDREL; SUPERVISORS ONLY.
001810*    10/02/2026 DCO   SIGN-ON NOW GOES THROUGH THE SHARED SIGNON
001820*                     ROUTINE (HASHED PASSWORDS, FORCED CHANGE,
001830*                     PASSWORD HISTORY).  OPERSEC AND SECEXCPT
001840*                     ARE NO LONGER OPENED HERE.
001900******************************************************************
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 SOURCE-COMPUTER. ACME-SYSTEM.
002300 OBJECT-COMPUTER. ACME-SYSTEM.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT OPTIONAL MONITOR-CASES ASSIGN TO "MONCASE"
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS DYNAMIC
002900         RECORD KEY IS MC-CASE-KEY
003000         FILE STATUS IS WS-MC-STATUS.
003100     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAS"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS CM-CUST-ID
003500         FILE STATUS IS WS-CM-STATUS.
004400     SELECT OPTIONAL SYSTEM-STATUS ASSIGN TO "SYSSTAT"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-SY-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  MONITOR-CASES.
005000 COPY "moncase.cpy".
005100 FD  CUSTOMER-MASTER.
005200 COPY "custmas.cpy".
005700 FD  SYSTEM-STATUS.
005800 01  SY-FILE-RECORD              PIC X(30).
005900 WORKING-STORAGE SECTION.
006000 COPY "rundate.cpy".
006100 COPY "sysstat.cpy".
006200 COPY "signon.cpy".
007000 01  WS-FILE-STATUSES.
007100     05  WS-MC-STATUS            PIC X(02)  VALUE "00".
007200         88  WS-MC-OK                       VALUE "00".
007300     05  WS-CM-STATUS            PIC X(02)  VALUE "00".
007400         88  WS-CM-OK                       VALUE "00".
007800     05  WS-SY-STATUS            PIC X(02)  VALUE "00".
007900         88  WS-SY-OK                       VALUE "00".
008000 01  WS-SWITCHES.
008100     05  WS-SIGNED-ON-SW         PIC X(01)  VALUE "N".
008200         88  WS-SIGNED-ON                   VALUE "Y".
008300     05  WS-EOF-SW               PIC X(01)  VALUE "N".
008400         88  WS-CASES-EOF                   VALUE "Y".
008500     05  WS-QUIT-SW              PIC X(01)  VALUE "N".
008600         88  WS-QUIT-REQUESTED               VALUE "Y".
008700     05  WS-VALID-FIELD-SW       PIC X(01)  VALUE "Y".
008800         88  WS-VALID-FIELD                  VALUE "Y".
008900     05  WS-BATCH-WINDOW-SW      PIC X(01)  VALUE "N".
009000         88  WS-BATCH-WINDOW                 VALUE "Y".
009400 01  WS-SIGNED-ON-OPER           PIC X(08)  VALUE SPACE.
009700 01  WS-ACTION-CHOICE            PIC X(01).
009800 01  WS-DISP-ENTRY               PIC X(02).
009900 01  WS-NOTE-ENTRY               PIC X(40).
010000 01  WS-RULE-TEXT                PIC X(24).
010100 01  WS-CUST-NAME                PIC X(30).
010200 01  WS-AMT-EDIT                 PIC ZZZZZZZZ9.99.
010300 01  WS-AMT-EDIT-2               PIC ZZZZZZZZ9.99.
010400 01  WS-COUNTERS.
010500     05  WS-CASES-OPEN           PIC 9(05)  COMP  VALUE ZERO.
010600     05  WS-CASES-CLOSED         PIC 9(05)  COMP  VALUE ZERO.
010700     05  WS-CASES-SKIPPED        PIC 9(05)  COMP  VALUE ZERO.
010800 01  WS-RETURN-CODE              PIC 9(02)  COMP  VALUE ZERO.
010900 PROCEDURE DIVISION.
011000 0000-MAINLINE.
011100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011200     PERFORM 2000-SIGN-ON THRU 2000-EXIT.
011300     IF WS-SIGNED-ON
011400         PERFORM 3000-WORK-THE-CASES THRU 3000-EXIT
011500     ELSE
011600         MOVE 16 TO WS-RETURN-CODE
011700     END-IF.
011800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
011900     STOP RUN WS-RETURN-CODE.
012000*-----------------------------------------------------------*
012100* 1000-INITIALIZE - THE MACHINE DATE DATES THE CLOSURES.     *
012200*-----------------------------------------------------------*
012300 1000-INITIALIZE.
012400     ACCEPT CR-RUN-DATE-YMD FROM DATE YYYYMMDD.
012500     ACCEPT CR-RUN-TIME FROM TIME.
013100 1000-EXIT.
013200     EXIT.
013300*-----------------------------------------------------------*
013400* 2000-SIGN-ON - THE SHARED SIGNON ROUTINE PROMPTS FOR AND   *
013500* CHECKS THE OPERATOR.  CASE WORK IS SUPERVISORS-ONLY;       *
013600* SIGNON REFUSES AN OPERATOR-CLASS SIGN-ON OUTRIGHT AND LOGS *
013700* IT AS RESTRICTED.                                          *
013800*-----------------------------------------------------------*
013900 2000-SIGN-ON.
014000     MOVE "CASEWORK" TO SO-PROGRAM-ID.
014100     SET SO-SUPERVISORS-ONLY TO TRUE.
014200     MOVE "RESTRICTED FUNCTION - CASE WORK"
014300         TO SO-RESTRICTED-REASON.
014400     CALL "SIGNON" USING SO-SIGNON-AREA.
014500     IF SO-SIGNED-ON
014600         SET WS-SIGNED-ON TO TRUE
014700         MOVE SO-OPER-ID TO WS-SIGNED-ON-OPER
014800     END-IF.
014900 2000-EXIT.
015000     EXIT.
021500*-----------------------------------------------------------*
021600* 3000-WORK-THE-CASES - LIST EVERY OPEN CASE, THEN PRESENT   *
021700* THEM ONE AT A TIME TO CLOSE OR SKIP.  TXNMON OWNS MONCASE  *
021800* DURING THE BATCH WINDOW, SO THE SESSION REFUSES TO START   *
021900* WHILE SYSSTAT SAYS BATCH.                                  *
022000*-----------------------------------------------------------*
022100 3000-WORK-THE-CASES.
022200     PERFORM 6600-CHECK-BATCH-WINDOW THRU 6600-EXIT.
022300     IF WS-BATCH-WINDOW
022400         GO TO 3000-EXIT
022500     END-IF.
022600     OPEN I-O MONITOR-CASES.
022700     IF NOT WS-MC-OK
022800         DISPLAY "No monitor cases on file - nothing to work."
022900         CLOSE MONITOR-CASES
023000         GO TO 3000-EXIT
023100     END-IF.
023200     OPEN INPUT CUSTOMER-MASTER.
023300     PERFORM 3100-LIST-OPEN THRU 3100-EXIT.
023400     IF WS-CASES-OPEN = ZERO
023500         DISPLAY "No open cases - nothing to work."
023600         GO TO 3000-CLOSE
023700     END-IF.
023800     PERFORM 3200-START-CASES THRU 3200-EXIT.
023900     PERFORM 3300-READ-OPEN-CASE THRU 3300-EXIT.
024000     PERFORM 3400-WORK-ONE-CASE THRU 3400-EXIT
024100         UNTIL WS-CASES-EOF OR WS-QUIT-REQUESTED.
024200     DISPLAY "Cases closed:      ", WS-CASES-CLOSED.
024300     DISPLAY "Cases left open:   ", WS-CASES-SKIPPED.
024400 3000-CLOSE.
024500     CLOSE MONITOR-CASES.
024600     CLOSE CUSTOMER-MASTER.
024700 3000-EXIT.
024800     EXIT.
024900*-----------------------------------------------------------*
025000* 3100-LIST-OPEN - ONE LINE PER OPEN CASE, SO THE SUPERVISOR *
025100* SEES THE WHOLE LIST BEFORE WORKING IT.                     *
025200*-----------------------------------------------------------*
025300 3100-LIST-OPEN.
025400     DISPLAY " ".
025500     DISPLAY "OPEN CASES - CUSTOMER  RULE  DATE      OPENED    "
025600             "HITS   AMOUNT".
025700     PERFORM 3200-START-CASES THRU 3200-EXIT.
025800     PERFORM 3300-READ-OPEN-CASE THRU 3300-EXIT.
025900     PERFORM 3150-LIST-ONE-CASE THRU 3150-EXIT
026000         UNTIL WS-CASES-EOF.
026100     DISPLAY "Open cases: ", WS-CASES-OPEN.
026200 3100-EXIT.
026300     EXIT.
026400 3150-LIST-ONE-CASE.
026500     ADD 1 TO WS-CASES-OPEN.
026600     MOVE MC-FLAGGED-AMOUNT TO WS-AMT-EDIT.
026700     DISPLAY "  " MC-CUST-ID "  " MC-RULE-CODE "    " MC-KEY-DATE
026800             "  " MC-OPENED-DATE "  " MC-HIT-COUNT
026810             "  " WS-AMT-EDIT.
026900     PERFORM 3300-READ-OPEN-CASE THRU 3300-EXIT.
027000 3150-EXIT.
027100     EXIT.
027200 3200-START-CASES.
027300     MOVE "N" TO WS-EOF-SW.
027400     MOVE LOW-VALUES TO MC-CASE-KEY.
027500     START MONITOR-CASES KEY NOT < MC-CASE-KEY
027600         INVALID KEY
027700             SET WS-CASES-EOF TO TRUE
027800     END-START.
027900 3200-EXIT.
028000     EXIT.
028100*-----------------------------------------------------------*
028200* 3300-READ-OPEN-CASE - NEXT CASE STILL OPEN.  CLOSED CASES  *
028300* ARE PASSED OVER.                                           *
028400*-----------------------------------------------------------*
028500 3300-READ-OPEN-CASE.
028600     IF WS-CASES-EOF
028700         GO TO 3300-EXIT
028800     END-IF.
028900     READ MONITOR-CASES NEXT RECORD
029000         AT END
029100             SET WS-CASES-EOF TO TRUE
029200             GO TO 3300-EXIT
029300     END-READ.
029400     IF NOT MC-STATUS-OPEN
029500         GO TO 3300-READ-OPEN-CASE
029600     END-IF.
029700 3300-EXIT.
029800     EXIT.
029900*-----------------------------------------------------------*
030000* 3400-WORK-ONE-CASE - SHOW THE CASE AND THE CUSTOMER AND    *
030100* TAKE THE SUPERVISOR'S DECISION.  A SKIPPED CASE STAYS      *
030200* OPEN; QUIT LEAVES THE REST AS IS.                          *
030300*-----------------------------------------------------------*
030400 3400-WORK-ONE-CASE.
030500     EVALUATE TRUE
030600         WHEN MC-RULE-LARGE
030700             MOVE "SINGLE OVER THRESHOLD" TO WS-RULE-TEXT
030800         WHEN MC-RULE-STRUCTURING
030900             MOVE "SPLIT UNDER THRESHOLD" TO WS-RULE-TEXT
031000         WHEN MC-RULE-VOLUME-JUMP
031100             MOVE "VOLUME JUMP" TO WS-RULE-TEXT
031200         WHEN OTHER
031300             MOVE "RECENT MASTER CHANGE" TO WS-RULE-TEXT
031400     END-EVALUATE.
031500     MOVE MC-CUST-ID TO CM-CUST-ID.
031600     READ CUSTOMER-MASTER
031700         INVALID KEY
031800             MOVE "** NOT ON FILE **" TO WS-CUST-NAME
031900         NOT INVALID KEY
032000             MOVE CM-CUST-NAME TO WS-CUST-NAME
032100     END-READ.
032200     MOVE MC-FLAGGED-AMOUNT TO WS-AMT-EDIT.
032300     MOVE MC-BASELINE-AMOUNT TO WS-AMT-EDIT-2.
032400     DISPLAY " ".
032500     DISPLAY "Case " MC-CUST-ID " " MC-RULE-CODE " " MC-KEY-DATE
032600             " - " WS-RULE-TEXT.
032700     DISPLAY "  Customer:  " WS-CUST-NAME.
032800     DISPLAY "  Opened:    " MC-OPENED-DATE "  last hit "
032900             MC-LAST-HIT-DATE "  nights hit " MC-HIT-COUNT.
033000     DISPLAY "  Items:     " MC-ITEM-COUNT "  amount "
033010             WS-AMT-EDIT.
033100     IF MC-RULE-VOLUME-JUMP
033200         DISPLAY "  Baseline:  " WS-AMT-EDIT-2
033300                 " average active day"
033400     END-IF.
033500     MOVE "N" TO WS-VALID-FIELD-SW.
033600     PERFORM UNTIL WS-VALID-FIELD
033700         DISPLAY "C - Close, S - Skip, Q - Quit: "
033800         ACCEPT WS-ACTION-CHOICE
033900         EVALUATE WS-ACTION-CHOICE
034000             WHEN "C"
034100             WHEN "c"
034200             WHEN "S"
034300             WHEN "s"
034400             WHEN "Q"
034500             WHEN "q"
034600                 SET WS-VALID-FIELD TO TRUE
034700             WHEN OTHER
034800                 DISPLAY "** Invalid choice - please try again **"
034900         END-EVALUATE
035000     END-PERFORM.
035100     EVALUATE WS-ACTION-CHOICE
035200         WHEN "C"
035300         WHEN "c"
035400             PERFORM 4000-CLOSE-CASE THRU 4000-EXIT
035500         WHEN "Q"
035600         WHEN "q"
035700             SET WS-QUIT-REQUESTED TO TRUE
035800         WHEN OTHER
035900             ADD 1 TO WS-CASES-SKIPPED
036000     END-EVALUATE.
036100     IF NOT WS-QUIT-REQUESTED
036200         PERFORM 3300-READ-OPEN-CASE THRU 3300-EXIT
036300     END-IF.
036400 3400-EXIT.
036500     EXIT.
036600*-----------------------------------------------------------*
036700* 4000-CLOSE-CASE - A VALID DISPOSITION AND A NOTE ARE BOTH  *
036800* REQUIRED.  THE CLOSED CASE STAYS ON FILE AS THE RECORD OF  *
036900* THE DECISION AND KEEPS TXNMON FROM RAISING IT AGAIN.       *
037000*-----------------------------------------------------------*
037100 4000-CLOSE-CASE.
037200     MOVE "N" TO WS-VALID-FIELD-SW.
037300     PERFORM UNTIL WS-VALID-FIELD
037400         MOVE SPACE TO WS-DISP-ENTRY
037500         DISPLAY "Disposition (NA, EX, RP, ES): "
037600         ACCEPT WS-DISP-ENTRY
037700         MOVE WS-DISP-ENTRY TO MC-DISPOSITION
037800         IF MC-DISP-VALID
037900             SET WS-VALID-FIELD TO TRUE
038000         ELSE
038100             DISPLAY "** NA no action, EX explained, "
038200                     "RP reported, ES escalated **"
038300         END-IF
038400     END-PERFORM.
038500     MOVE "N" TO WS-VALID-FIELD-SW.
038600     PERFORM UNTIL WS-VALID-FIELD
038700         MOVE SPACE TO WS-NOTE-ENTRY
038800         DISPLAY "Disposition note: "
038900         ACCEPT WS-NOTE-ENTRY
039000         IF WS-NOTE-ENTRY = SPACE
039100             DISPLAY "** A closed case needs a note **"
039200         ELSE
039300             SET WS-VALID-FIELD TO TRUE
039400         END-IF
039500     END-PERFORM.
039600     MOVE WS-NOTE-ENTRY TO MC-DISP-NOTE.
039700     SET MC-STATUS-CLOSED TO TRUE.
039800     MOVE WS-SIGNED-ON-OPER TO MC-CLOSED-BY.
039900     MOVE CR-RUN-DATE-YMD TO MC-CLOSED-DATE.
040000     REWRITE MC-MONITOR-CASE-RECORD.
040100     IF WS-MC-OK
040200         ADD 1 TO WS-CASES-CLOSED
040300     ELSE
040400         DISPLAY "** Case not closed - status " WS-MC-STATUS " **"
040500         ADD 1 TO WS-CASES-SKIPPED
040600     END-IF.
040700 4000-EXIT.
040800     EXIT.
040900*-----------------------------------------------------------*
041000* 6600-CHECK-BATCH-WINDOW - THE RUN CHAIN OWNS MONCASE       *
041100* DURING THE BATCH WINDOW.  A MISSING STATUS FILE READS AS   *
041200* ONLINE.                                                    *
041300*-----------------------------------------------------------*
041400 6600-CHECK-BATCH-WINDOW.
041500     MOVE "N" TO WS-BATCH-WINDOW-SW.
041600     OPEN INPUT SYSTEM-STATUS.
041700     IF NOT WS-SY-OK
041800         CLOSE SYSTEM-STATUS
041900         GO TO 6600-EXIT
042000     END-IF.
042100     READ SYSTEM-STATUS INTO SY-SYSTEM-STATUS-RECORD
042200         AT END
042300             CONTINUE
042400     END-READ.
042500     IF WS-SY-OK AND SY-STATUS-BATCH
042600         SET WS-BATCH-WINDOW TO TRUE
042700         DISPLAY "** Nightly run in progress - case work "
042800                 "is locked out until it ends **"
042900     END-IF.
043000     CLOSE SYSTEM-STATUS.
043100 6600-EXIT.
043200     EXIT.
043300*-----------------------------------------------------------*
043400* 9000-TERMINATE                                             *
043500*-----------------------------------------------------------*
043600 9000-TERMINATE.
043700     CONTINUE.
043900 9000-EXIT.
044000     EXIT.
