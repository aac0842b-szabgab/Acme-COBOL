000100* Posting-hold queue console - release or decline held debits
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. HOLDREL.
000400 AUTHOR. D. OKONKWO.
000500 INSTALLATION. ACME WIDGET CO - CUSTOMER SERVICES.
000600 DATE-WRITTEN. 09/08/2026.
000700 DATE-COMPILED.
000800******************************************************************
000900*    MODIFICATION HISTORY
001000*    DATE       INIT  DESCRIPTION
001100*    09/08/2026 DCO   ORIGINAL PROGRAM.  ADDING NOW HOLDS A DEBIT
001200*                     THAT WOULD TAKE A CUSTOMER PAST THEIR
001300*                     CREDIT LIMIT ON THE HOLDFILE INSTEAD OF
001400*                     POSTING IT.  THIS CONSOLE LISTS THE OPEN
001500*                     HOLDS AND WALKS A SUPERVISOR THROUGH THEM:
001600*                     RELEASE (THE NEXT ADDING RUN POSTS IT
001700*                     WITHOUT THE LIMIT CHECK) OR DECLINE WITH A
001800*                     REASON.  EVERY DECISION IS JOURNALED TO
001900*                     HOLDJRNL WITH THE SUPERVISOR'S ID.  SIGN-ON
002000*                     AS REJFIX; SUPERVISORS ONLY, AS SECADMIN.
002010*    10/02/2026 DCO   SIGN-ON NOW GOES THROUGH THE SHARED SIGNON
002020*                     ROUTINE (HASHED PASSWORDS, FORCED CHANGE,
002030*                     PASSWORD HISTORY).  OPERSEC AND SECEXCPT
002040*                     ARE NO LONGER OPENED HERE.
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER. ACME-SYSTEM.
002500 OBJECT-COMPUTER. ACME-SYSTEM.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT OPTIONAL HOLD-FILE ASSIGN TO "HOLDFILE"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS HD-HOLD-KEY
003200         FILE STATUS IS WS-HD-STATUS.
003300     SELECT HOLD-JOURNAL ASSIGN TO "HOLDJRNL"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-HJ-STATUS.
003600     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAS"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS CM-CUST-ID
004000         FILE STATUS IS WS-CM-STATUS.
004900     SELECT OPTIONAL SYSTEM-STATUS ASSIGN TO "SYSSTAT"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-SY-STATUS.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  HOLD-FILE.
005500 COPY "holdrec.cpy".
005600 FD  HOLD-JOURNAL.
005700 01  HJ-FILE-RECORD              PIC X(100).
005800 FD  CUSTOMER-MASTER.
005900 COPY "custmas.cpy".
006400 FD  SYSTEM-STATUS.
006500 01  SY-FILE-RECORD              PIC X(30).
006600 WORKING-STORAGE SECTION.
006700 COPY "rundate.cpy".
006800 COPY "hjrec.cpy".
006900 COPY "sysstat.cpy".
006910 COPY "signon.cpy".
007000 01  WS-DATE-FUNCTION            PIC X(04).
007100 01  WS-DATE-FLAG                PIC X(01).
007200 01  WS-DS-RETURN-CODE           PIC 9(02).
008100 01  WS-FILE-STATUSES.
008200     05  WS-HD-STATUS            PIC X(02)  VALUE "00".
008300         88  WS-HD-OK                       VALUE "00".
008400     05  WS-HJ-STATUS            PIC X(02)  VALUE "00".
008500     05  WS-CM-STATUS            PIC X(02)  VALUE "00".
008600         88  WS-CM-OK                       VALUE "00".
009000     05  WS-SY-STATUS            PIC X(02)  VALUE "00".
009100         88  WS-SY-OK                       VALUE "00".
009200 01  WS-SWITCHES.
009300     05  WS-SIGNED-ON-SW         PIC X(01)  VALUE "N".
009400         88  WS-SIGNED-ON                   VALUE "Y".
009500     05  WS-EOF-SW               PIC X(01)  VALUE "N".
009600         88  WS-HOLDS-EOF                   VALUE "Y".
009700     05  WS-QUIT-SW              PIC X(01)  VALUE "N".
009800         88  WS-QUIT-REQUESTED               VALUE "Y".
009900     05  WS-VALID-FIELD-SW       PIC X(01)  VALUE "Y".
010000         88  WS-VALID-FIELD                  VALUE "Y".
010100     05  WS-BATCH-WINDOW-SW      PIC X(01)  VALUE "N".
010200         88  WS-BATCH-WINDOW                 VALUE "Y".
010600 01  WS-SIGNED-ON-OPER           PIC X(08)  VALUE SPACE.
010900 01  WS-ACTION-CHOICE            PIC X(01).
011000 01  WS-REASON-ENTRY             PIC X(30).
011100 01  WS-CUST-NAME                PIC X(30).
011200 01  WS-AMT-EDIT                 PIC -ZZZZZZZZ9.99.
011300 01  WS-AMT-EDIT-2               PIC -ZZZZZZZZ9.99.
011400 01  WS-LIMIT-EDIT               PIC ZZZZ9.99.
011500 01  WS-COUNTERS.
011600     05  WS-HOLDS-OPEN           PIC 9(05)  COMP  VALUE ZERO.
011700     05  WS-HOLDS-RELEASED       PIC 9(05)  COMP  VALUE ZERO.
011800     05  WS-HOLDS-DECLINED       PIC 9(05)  COMP  VALUE ZERO.
011900     05  WS-HOLDS-SKIPPED        PIC 9(05)  COMP  VALUE ZERO.
012000 01  WS-RETURN-CODE              PIC 9(02)  COMP  VALUE ZERO.
012100 PROCEDURE DIVISION.
012200 0000-MAINLINE.
012300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012400     PERFORM 2000-SIGN-ON THRU 2000-EXIT.
012500     IF WS-SIGNED-ON
012600         PERFORM 3000-WORK-THE-QUEUE THRU 3000-EXIT
012700     ELSE
012800         MOVE 16 TO WS-RETURN-CODE
012900     END-IF.
013000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
013100     STOP RUN WS-RETURN-CODE.
013200 1000-INITIALIZE.
013300     ACCEPT CR-MACHINE-DATE-YMD FROM DATE YYYYMMDD.
013400     ACCEPT CR-RUN-TIME FROM TIME.
013500     MOVE "BIZD" TO WS-DATE-FUNCTION.
013600     CALL "DATESRV" USING WS-DATE-FUNCTION CR-MACHINE-DATE-YMD
013700         CR-RUN-DATE-YMD WS-DATE-FLAG WS-DS-RETURN-CODE.
013800     IF WS-DS-RETURN-CODE > 8
013900         MOVE CR-MACHINE-DATE-YMD TO CR-RUN-DATE-YMD
014000     END-IF.
014600 1000-EXIT.
014700     EXIT.
014800*-----------------------------------------------------------*
014900* 2000-SIGN-ON - THE SHARED SIGNON ROUTINE PROMPTS FOR AND   *
015000* CHECKS THE OPERATOR.  RELEASING A HOLD PUTS MONEY PAST A   *
015100* CREDIT LIMIT, SO SIGNON REFUSES AN OPERATOR-CLASS SIGN-ON  *
015200* OUTRIGHT AND LOGS IT AS RESTRICTED.                        *
015300*-----------------------------------------------------------*
015400 2000-SIGN-ON.
015500     MOVE "HOLDREL" TO SO-PROGRAM-ID.
015600     SET SO-SUPERVISORS-ONLY TO TRUE.
015610     MOVE "RESTRICTED FUNCTION - HOLD QUEUE"
015620         TO SO-RESTRICTED-REASON.
015800     CALL "SIGNON" USING SO-SIGNON-AREA.
015900     IF SO-SIGNED-ON
016000         SET WS-SIGNED-ON TO TRUE
016100         MOVE SO-OPER-ID TO WS-SIGNED-ON-OPER
016200     END-IF.
016300 2000-EXIT.
016400     EXIT.
022800*-----------------------------------------------------------*
022900* 3000-WORK-THE-QUEUE - LIST EVERY OPEN HOLD, THEN PRESENT   *
023000* THEM ONE AT A TIME FOR RELEASE OR DECLINE.  ADDING OWNS    *
023100* THE HOLD FILE DURING THE BATCH WINDOW, SO THE SESSION      *
023200* REFUSES TO START WHILE SYSSTAT SAYS BATCH.                 *
023300*-----------------------------------------------------------*
023400 3000-WORK-THE-QUEUE.
023500     PERFORM 6600-CHECK-BATCH-WINDOW THRU 6600-EXIT.
023600     IF WS-BATCH-WINDOW
023700         GO TO 3000-EXIT
023800     END-IF.
023900     OPEN I-O HOLD-FILE.
024000     IF NOT WS-HD-OK
024100         DISPLAY "No held items on file - nothing to work."
024200         CLOSE HOLD-FILE
024300         GO TO 3000-EXIT
024400     END-IF.
024500     OPEN INPUT CUSTOMER-MASTER.
024600     OPEN EXTEND HOLD-JOURNAL.
024700     IF WS-HJ-STATUS = "05" OR WS-HJ-STATUS = "35"
024800         OPEN OUTPUT HOLD-JOURNAL
024900     END-IF.
025000     PERFORM 3100-LIST-OPEN-HOLDS THRU 3100-EXIT.
025100     IF WS-HOLDS-OPEN = ZERO
025200         DISPLAY "No held items waiting - nothing to work."
025300         GO TO 3000-CLOSE
025400     END-IF.
025500     PERFORM 3200-START-QUEUE THRU 3200-EXIT.
025600     PERFORM 3300-READ-HELD THRU 3300-EXIT.
025700     PERFORM 3400-WORK-ONE-HOLD THRU 3400-EXIT
025800         UNTIL WS-HOLDS-EOF OR WS-QUIT-REQUESTED.
025900     DISPLAY "Holds released:       ", WS-HOLDS-RELEASED.
026000     DISPLAY "Holds declined:       ", WS-HOLDS-DECLINED.
026100     DISPLAY "Holds left on queue:  ", WS-HOLDS-SKIPPED.
026200 3000-CLOSE.
026300     CLOSE HOLD-FILE.
026400     CLOSE CUSTOMER-MASTER.
026500     CLOSE HOLD-JOURNAL.
026600 3000-EXIT.
026700     EXIT.
026800*-----------------------------------------------------------*
026900* 3100-LIST-OPEN-HOLDS - ONE LINE PER ITEM STILL HELD, SO    *
027000* THE SUPERVISOR SEES THE WHOLE QUEUE BEFORE WORKING IT.     *
027100*-----------------------------------------------------------*
027200 3100-LIST-OPEN-HOLDS.
027300     DISPLAY " ".
027400     DISPLAY "HELD ITEMS - SOURCE/SERIAL  CUSTOMER  HELD ON  "
027500             "AMOUNT  SHORTFALL".
027600     PERFORM 3200-START-QUEUE THRU 3200-EXIT.
027700     PERFORM 3300-READ-HELD THRU 3300-EXIT.
027800     PERFORM 3150-LIST-ONE-HOLD THRU 3150-EXIT
027900         UNTIL WS-HOLDS-EOF.
028000     DISPLAY "Open holds: ", WS-HOLDS-OPEN.
028100 3100-EXIT.
028200     EXIT.
028300 3150-LIST-ONE-HOLD.
028400     ADD 1 TO WS-HOLDS-OPEN.
028500     MOVE HD-RESULT TO WS-AMT-EDIT.
028600     MOVE HD-SHORTFALL TO WS-AMT-EDIT-2.
028700     DISPLAY "  " HD-SOURCE-CODE "/" HD-TRANS-SERIAL "  "
028800             HD-CUST-ID "  " HD-HELD-DATE " " WS-AMT-EDIT " "
028900             WS-AMT-EDIT-2.
029000     PERFORM 3300-READ-HELD THRU 3300-EXIT.
029100 3150-EXIT.
029200     EXIT.
029300 3200-START-QUEUE.
029400     MOVE "N" TO WS-EOF-SW.
029500     MOVE LOW-VALUES TO HD-HOLD-KEY.
029600     START HOLD-FILE KEY NOT < HD-HOLD-KEY
029700         INVALID KEY
029800             SET WS-HOLDS-EOF TO TRUE
029900     END-START.
030000 3200-EXIT.
030100     EXIT.
030200*-----------------------------------------------------------*
030300* 3300-READ-HELD - NEXT ITEM STILL AWAITING A DECISION.      *
030400* RELEASED, DECLINED AND WORKED ITEMS ARE PASSED OVER.       *
030500*-----------------------------------------------------------*
030600 3300-READ-HELD.
030700     IF WS-HOLDS-EOF
030800         GO TO 3300-EXIT
030900     END-IF.
031000     READ HOLD-FILE NEXT RECORD
031100         AT END
031200             SET WS-HOLDS-EOF TO TRUE
031300             GO TO 3300-EXIT
031400     END-READ.
031500     IF NOT HD-STATUS-HELD
031600         GO TO 3300-READ-HELD
031700     END-IF.
031800 3300-EXIT.
031900     EXIT.
032000*-----------------------------------------------------------*
032100* 3400-WORK-ONE-HOLD - SHOW THE HELD ITEM IN FULL AND TAKE   *
032200* THE SUPERVISOR'S DECISION.  A SKIPPED ITEM STAYS HELD FOR  *
032300* THE NEXT SESSION; QUIT LEAVES THE REST OF THE QUEUE AS IS. *
032400*-----------------------------------------------------------*
032500 3400-WORK-ONE-HOLD.
032600     MOVE HD-CUST-ID TO CM-CUST-ID.
032700     READ CUSTOMER-MASTER
032800         INVALID KEY
032900             MOVE "** NOT ON FILE **" TO WS-CUST-NAME
033000         NOT INVALID KEY
033100             MOVE CM-CUST-NAME TO WS-CUST-NAME
033200     END-READ.
033300     DISPLAY " ".
033400     DISPLAY "Held item " HD-SOURCE-CODE "/" HD-TRANS-SERIAL
033500             "  held on " HD-HELD-DATE.
033600     DISPLAY "  Customer:        " HD-CUST-ID " " WS-CUST-NAME.
033700     MOVE HD-RESULT TO WS-AMT-EDIT.
033800     DISPLAY "  Amount:          " WS-AMT-EDIT.
033900     MOVE HD-BEFORE-BALANCE TO WS-AMT-EDIT.
034000     DISPLAY "  Balance before:  " WS-AMT-EDIT.
034100     MOVE HD-CREDIT-LIMIT TO WS-LIMIT-EDIT.
034200     DISPLAY "  Credit limit:    " WS-LIMIT-EDIT.
034300     MOVE HD-SHORTFALL TO WS-AMT-EDIT.
034400     DISPLAY "  Shortfall:       " WS-AMT-EDIT.
034500     MOVE "N" TO WS-VALID-FIELD-SW.
034600     PERFORM UNTIL WS-VALID-FIELD
034700         DISPLAY "R - Release, D - Decline, S - Skip, Q - Quit: "
034800         ACCEPT WS-ACTION-CHOICE
034900         EVALUATE WS-ACTION-CHOICE
035000             WHEN "R"
035100             WHEN "r"
035200             WHEN "D"
035300             WHEN "d"
035400             WHEN "S"
035500             WHEN "s"
035600             WHEN "Q"
035700             WHEN "q"
035800                 SET WS-VALID-FIELD TO TRUE
035900             WHEN OTHER
036000                 DISPLAY "** Invalid choice - please try again **"
036100         END-EVALUATE
036200     END-PERFORM.
036300     EVALUATE WS-ACTION-CHOICE
036400         WHEN "R"
036500         WHEN "r"
036600             PERFORM 4000-RELEASE-HOLD THRU 4000-EXIT
036700         WHEN "D"
036800         WHEN "d"
036900             PERFORM 4100-DECLINE-HOLD THRU 4100-EXIT
037000         WHEN "Q"
037100         WHEN "q"
037200             SET WS-QUIT-REQUESTED TO TRUE
037300         WHEN OTHER
037400             ADD 1 TO WS-HOLDS-SKIPPED
037500     END-EVALUATE.
037600     IF NOT WS-QUIT-REQUESTED
037700         PERFORM 3300-READ-HELD THRU 3300-EXIT
037800     END-IF.
037900 3400-EXIT.
038000     EXIT.
038100*-----------------------------------------------------------*
038200* 4000-RELEASE-HOLD - THE NEXT ADDING RUN POSTS THE ITEM     *
038300* PAST THE LIMIT ON THIS SUPERVISOR'S SAY-SO.                *
038400*-----------------------------------------------------------*
038500 4000-RELEASE-HOLD.
038600     SET HD-STATUS-RELEASED TO TRUE.
038700     MOVE WS-SIGNED-ON-OPER TO HD-ACTION-OPER-ID.
038800     MOVE CR-RUN-DATE-YMD TO HD-ACTION-DATE.
038900     MOVE SPACE TO HD-DECLINE-REASON.
039000     REWRITE HD-HOLD-RECORD.
039100     MOVE "R" TO HJ-ACTION-CODE.
039200     PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.
039300     ADD 1 TO WS-HOLDS-RELEASED.
039400 4000-EXIT.
039500     EXIT.
039600*-----------------------------------------------------------*
039700* 4100-DECLINE-HOLD - THE ITEM WILL NEVER POST.  A REASON IS *
039800* REQUIRED; IT STAYS ON THE HOLD RECORD AND THE JOURNAL.     *
039900*-----------------------------------------------------------*
040000 4100-DECLINE-HOLD.
040100     MOVE "N" TO WS-VALID-FIELD-SW.
040200     PERFORM UNTIL WS-VALID-FIELD
040300         MOVE SPACE TO WS-REASON-ENTRY
040400         DISPLAY "Decline reason: "
040500         ACCEPT WS-REASON-ENTRY
040600         IF WS-REASON-ENTRY = SPACE
040700             DISPLAY "** A decline needs a reason **"
040800         ELSE
040900             SET WS-VALID-FIELD TO TRUE
041000         END-IF
041100     END-PERFORM.
041200     SET HD-STATUS-DECLINED TO TRUE.
041300     MOVE WS-SIGNED-ON-OPER TO HD-ACTION-OPER-ID.
041400     MOVE CR-RUN-DATE-YMD TO HD-ACTION-DATE.
041500     MOVE WS-REASON-ENTRY TO HD-DECLINE-REASON.
041600     REWRITE HD-HOLD-RECORD.
041700     MOVE "D" TO HJ-ACTION-CODE.
041800     PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.
041900     ADD 1 TO WS-HOLDS-DECLINED.
042000 4100-EXIT.
042100     EXIT.
042200*-----------------------------------------------------------*
042300* 6600-CHECK-BATCH-WINDOW - THE RUN CHAIN OWNS THE HOLD FILE *
042400* DURING THE BATCH WINDOW.  A MISSING STATUS FILE READS AS   *
042500* ONLINE.                                                    *
042600*-----------------------------------------------------------*
042700 6600-CHECK-BATCH-WINDOW.
042800     MOVE "N" TO WS-BATCH-WINDOW-SW.
042900     OPEN INPUT SYSTEM-STATUS.
043000     IF NOT WS-SY-OK
043100         CLOSE SYSTEM-STATUS
043200         GO TO 6600-EXIT
043300     END-IF.
043400     READ SYSTEM-STATUS INTO SY-SYSTEM-STATUS-RECORD
043500         AT END
043600             CONTINUE
043700     END-READ.
043800     IF WS-SY-OK AND SY-STATUS-BATCH
043900         SET WS-BATCH-WINDOW TO TRUE
044000         DISPLAY "** Nightly run in progress - the hold queue "
044100                 "is locked out until it ends **"
044200     END-IF.
044300     CLOSE SYSTEM-STATUS.
044400 6600-EXIT.
044500     EXIT.
044600*-----------------------------------------------------------*
044700* 7000-WRITE-JOURNAL - ONE HOLDJRNL RECORD PER DECISION: WHO,*
044800* WHEN, WHICH ITEM, AND THE REASON ON A DECLINE.  THE CALLER *
044900* SETS HJ-ACTION-CODE.                                       *
045000*-----------------------------------------------------------*
045100 7000-WRITE-JOURNAL.
045200     MOVE WS-SIGNED-ON-OPER TO HJ-OPERATOR-ID.
045300     MOVE CR-RUN-DATE-YMD TO HJ-RUN-DATE.
045400     ACCEPT CR-RUN-TIME FROM TIME.
045500     MOVE CR-RUN-TIME TO HJ-RUN-TIME.
045600     MOVE HD-SOURCE-CODE TO HJ-SOURCE-CODE.
045700     MOVE HD-TRANS-SERIAL TO HJ-TRANS-SERIAL.
045800     MOVE HD-CUST-ID TO HJ-CUST-ID.
045900     MOVE HD-RESULT TO HJ-RESULT.
046000     MOVE HD-SHORTFALL TO HJ-SHORTFALL.
046100     MOVE HD-DECLINE-REASON TO HJ-DECLINE-REASON.
046200     WRITE HJ-FILE-RECORD FROM HJ-JOURNAL-RECORD.
046300 7000-EXIT.
046400     EXIT.
046500*-----------------------------------------------------------*
046600* 9000-TERMINATE                                             *
046700*-----------------------------------------------------------*
046800 9000-TERMINATE.
046900     CONTINUE.
047100 9000-EXIT.
047200     EXIT.
