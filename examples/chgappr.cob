000100* Customer-master dual-control console - approve or return changes
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. CHGAPPR.
000400 AUTHOR. D. OKONKWO.
000500 INSTALLATION. ACME WIDGET CO - CUSTOMER SERVICES.
000600 DATE-WRITTEN. 09/16/2026.
000700 DATE-COMPILED.
000800******************************************************************
000900*    MODIFICATION HISTORY
001000*    DATE       INIT  DESCRIPTION
001100*    09/16/2026 DCO   ORIGINAL PROGRAM.  HELLO NOW SENDS AN ADD OR
001200*                     CHANGE KEYED BY AN OPERATOR-CLASS SIGN-ON TO
001300*                     THE PENDCHG FILE INSTEAD OF CUSTMAS.  THIS
001400*                     CONSOLE LISTS THE PENDING CHANGES AND WALKS
001500*                     A SUPERVISOR THROUGH THEM: APPROVE APPLIES
001600*                     THE AFTER IMAGE TO CUSTMAS AND JOURNALS IT
001700*                     TO CUSTJRNL WITH THE MAKER'S AND CHECKER'S
001800*                     IDS; RETURN SENDS IT BACK TO THE MAKER WITH
001900*                     A NOTE.  NO ONE MAY APPROVE THEIR OWN
002000*                     CHANGE.  SIGN-ON AS HOLDREL; SUPERVISORS
002005*                     ONLY.
002010*    09/18/2026 DCO   AN APPROVED CHANGE THAT ALTERS THE NAME OR
002020*                     ADDRESS STAMPS CM-STATUS-DATE WITH THE
002030*                     APPROVAL DATE, AS HELLO DOES.
002040*    10/02/2026 DCO   SIGN-ON NOW GOES THROUGH THE SHARED SIGNON
002050*                     ROUTINE (HASHED PASSWORDS, FORCED CHANGE,
002060*                     PASSWORD HISTORY).  OPERSEC IS NO LONGER
002070*                     OPENED HERE.
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER. ACME-SYSTEM.
002500 OBJECT-COMPUTER. ACME-SYSTEM.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT OPTIONAL PENDING-CHANGE ASSIGN TO "PENDCHG"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS PC-PEND-KEY
003200         FILE STATUS IS WS-PC-STATUS.
003300     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAS"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS CM-CUST-ID
003700         FILE STATUS IS WS-CM-STATUS.
003800     SELECT CUST-JOURNAL ASSIGN TO "CUSTJRNL"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-CJ-STATUS.
004600     SELECT SECURITY-EXCEPTIONS ASSIGN TO "SECEXCPT"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-SX-STATUS.
004900     SELECT OPTIONAL SYSTEM-STATUS ASSIGN TO "SYSSTAT"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-SY-STATUS.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  PENDING-CHANGE.
005500 COPY "pchgrec.cpy".
005600 FD  CUSTOMER-MASTER.
005700 COPY "custmas.cpy".
005800 FD  CUST-JOURNAL.
005900 01  CJ-FILE-RECORD              PIC X(340).
006200 FD  SECURITY-EXCEPTIONS.
006300 01  SX-FILE-RECORD              PIC X(60).
006400 FD  SYSTEM-STATUS.
006500 01  SY-FILE-RECORD              PIC X(30).
006600 WORKING-STORAGE SECTION.
006700 COPY "rundate.cpy".
006800 COPY "cmjrec.cpy".
006900 COPY "sysstat.cpy".
006910 COPY "signon.cpy".
007000 01  SX-EXCEPTION-LINE.
007100     05  SX-RUN-DATE             PIC 9(08).
007200     05  FILLER                   PIC X(01)  VALUE SPACE.
007300     05  SX-RUN-TIME             PIC 9(08).
007400     05  FILLER                   PIC X(01)  VALUE SPACE.
007500     05  SX-OPER-ID              PIC X(08).
007600     05  FILLER                   PIC X(01)  VALUE SPACE.
007700     05  SX-REASON               PIC X(33).
007800 01  WS-FILE-STATUSES.
007900     05  WS-PC-STATUS            PIC X(02)  VALUE "00".
008000         88  WS-PC-OK                       VALUE "00".
008100     05  WS-CM-STATUS            PIC X(02)  VALUE "00".
008200         88  WS-CM-OK                       VALUE "00".
008300     05  WS-CJ-STATUS            PIC X(02)  VALUE "00".
008600     05  WS-SX-STATUS            PIC X(02)  VALUE "00".
008700     05  WS-SY-STATUS            PIC X(02)  VALUE "00".
008800         88  WS-SY-OK                       VALUE "00".
008900 01  WS-SWITCHES.
009000     05  WS-SIGNED-ON-SW         PIC X(01)  VALUE "N".
009100         88  WS-SIGNED-ON                   VALUE "Y".
009200     05  WS-EOF-SW               PIC X(01)  VALUE "N".
009300         88  WS-CHANGES-EOF                 VALUE "Y".
009400     05  WS-QUIT-SW              PIC X(01)  VALUE "N".
009500         88  WS-QUIT-REQUESTED               VALUE "Y".
009600     05  WS-VALID-FIELD-SW       PIC X(01)  VALUE "Y".
009700         88  WS-VALID-FIELD                  VALUE "Y".
009800     05  WS-BATCH-WINDOW-SW      PIC X(01)  VALUE "N".
009900         88  WS-BATCH-WINDOW                 VALUE "Y".
010000     05  WS-DECIDED-SW           PIC X(01)  VALUE "N".
010100         88  WS-DECIDED                      VALUE "Y".
010500 01  WS-SIGNED-ON-OPER           PIC X(08)  VALUE SPACE.
010800 01  WS-ACTION-CHOICE            PIC X(01).
010900 01  WS-NOTE-ENTRY               PIC X(40).
011000 01  WS-JRNL-ACTION              PIC X(01)  VALUE SPACE.
011100 01  WS-BEFORE-IMAGE             PIC X(150) VALUE SPACE.
011200 01  WS-ACTION-TEXT              PIC X(06).
011300 01  WS-LIMIT-EDIT               PIC ZZZZ9.99.
011400 01  WS-LIMIT-EDIT-2             PIC ZZZZ9.99.
011500*    FIELD VIEWS OF THE TWO 150-BYTE CUSTOMER-MASTER IMAGES.
011600 01  WS-BEFORE-VIEW.
011700     05  FILLER                   PIC X(06).
011800     05  WS-BEFORE-NAME          PIC X(30).
011900     05  WS-BEFORE-ADDR-1        PIC X(30).
012000     05  WS-BEFORE-ADDR-2        PIC X(30).
012100     05  WS-BEFORE-CITY          PIC X(20).
012200     05  WS-BEFORE-STATE         PIC X(02).
012300     05  WS-BEFORE-ZIP           PIC X(10).
012400     05  FILLER                   PIC X(09).
012500     05  WS-BEFORE-LIMIT         PIC 9(05)V99.
012600     05  FILLER                   PIC X(06).
012700 01  WS-AFTER-VIEW.
012800     05  FILLER                   PIC X(06).
012900     05  WS-AFTER-NAME           PIC X(30).
013000     05  WS-AFTER-ADDR-1         PIC X(30).
013100     05  WS-AFTER-ADDR-2         PIC X(30).
013200     05  WS-AFTER-CITY           PIC X(20).
013300     05  WS-AFTER-STATE          PIC X(02).
013400     05  WS-AFTER-ZIP            PIC X(10).
013500     05  FILLER                   PIC X(09).
013600     05  WS-AFTER-LIMIT          PIC 9(05)V99.
013700     05  FILLER                   PIC X(06).
013800 01  WS-COUNTERS.
013900     05  WS-CHANGES-PENDING      PIC 9(05)  COMP  VALUE ZERO.
014000     05  WS-CHANGES-APPROVED     PIC 9(05)  COMP  VALUE ZERO.
014100     05  WS-CHANGES-RETURNED     PIC 9(05)  COMP  VALUE ZERO.
014200     05  WS-CHANGES-SKIPPED      PIC 9(05)  COMP  VALUE ZERO.
014300 01  WS-RETURN-CODE              PIC 9(02)  COMP  VALUE ZERO.
014400 PROCEDURE DIVISION.
014500 0000-MAINLINE.
014600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014700     PERFORM 2000-SIGN-ON THRU 2000-EXIT.
014800     IF WS-SIGNED-ON
014900         PERFORM 3000-WORK-THE-QUEUE THRU 3000-EXIT
015000     ELSE
015100         MOVE 16 TO WS-RETURN-CODE
015200     END-IF.
015300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015400     STOP RUN WS-RETURN-CODE.
015500*-----------------------------------------------------------*
015600* 1000-INITIALIZE - THE MACHINE DATE, AS HELLO USES, SO THE  *
015700* CUSTJRNL ENTRIES WRITTEN HERE DATE THE SAME WAY AS ITS.    *
015800*-----------------------------------------------------------*
015900 1000-INITIALIZE.
016000     ACCEPT CR-RUN-DATE-YMD FROM DATE YYYYMMDD.
016100     ACCEPT CR-RUN-TIME FROM TIME.
016300     OPEN EXTEND SECURITY-EXCEPTIONS.
016400     IF WS-SX-STATUS = "05" OR WS-SX-STATUS = "35"
016500         OPEN OUTPUT SECURITY-EXCEPTIONS
016600     END-IF.
016700 1000-EXIT.
016800     EXIT.
016900*-----------------------------------------------------------*
017000* 2000-SIGN-ON - THE SHARED SIGNON ROUTINE PROMPTS FOR AND   *
017100* CHECKS THE OPERATOR.  APPROVING IS THE SECOND PAIR OF      *
017200* EYES, SO SIGNON REFUSES AN OPERATOR-CLASS SIGN-ON OUTRIGHT *
017300* AND LOGS IT AS RESTRICTED.                                 *
017400*-----------------------------------------------------------*
017500 2000-SIGN-ON.
017600     MOVE "CHGAPPR" TO SO-PROGRAM-ID.
017700     SET SO-SUPERVISORS-ONLY TO TRUE.
017800     MOVE "RESTRICTED FUNCTION - APPROVALS"
017900         TO SO-RESTRICTED-REASON.
018000     CALL "SIGNON" USING SO-SIGNON-AREA.
018100     IF SO-SIGNED-ON
018200         SET WS-SIGNED-ON TO TRUE
018300         MOVE SO-OPER-ID TO WS-SIGNED-ON-OPER
018400     END-IF.
018500 2000-EXIT.
018600     EXIT.
024000*-----------------------------------------------------------*
024100* 2300-LOG-RESTRICTED - THE CALLER SETS SX-REASON.           *
024200*-----------------------------------------------------------*
024300 2300-LOG-RESTRICTED.
024400     MOVE CR-RUN-DATE-YMD TO SX-RUN-DATE.
024500     ACCEPT CR-RUN-TIME FROM TIME.
024600     MOVE CR-RUN-TIME TO SX-RUN-TIME.
024700     MOVE WS-SIGNED-ON-OPER TO SX-OPER-ID.
024800     WRITE SX-FILE-RECORD FROM SX-EXCEPTION-LINE.
024900 2300-EXIT.
025000     EXIT.
025100*-----------------------------------------------------------*
025200* 3000-WORK-THE-QUEUE - LIST EVERY PENDING CHANGE, THEN      *
025300* PRESENT THEM ONE AT A TIME FOR APPROVE OR RETURN.  THE     *
025400* RUN CHAIN OWNS CUSTMAS DURING THE BATCH WINDOW, SO THE     *
025500* SESSION REFUSES TO START WHILE SYSSTAT SAYS BATCH.         *
025600*-----------------------------------------------------------*
025700 3000-WORK-THE-QUEUE.
025800     PERFORM 6600-CHECK-BATCH-WINDOW THRU 6600-EXIT.
025900     IF WS-BATCH-WINDOW
026000         GO TO 3000-EXIT
026100     END-IF.
026200     OPEN I-O PENDING-CHANGE.
026300     IF NOT WS-PC-OK
026400         DISPLAY "No pending changes on file - nothing to work."
026500         CLOSE PENDING-CHANGE
026600         GO TO 3000-EXIT
026700     END-IF.
026800     OPEN I-O CUSTOMER-MASTER.
026900     OPEN EXTEND CUST-JOURNAL.
027000     IF WS-CJ-STATUS = "05" OR WS-CJ-STATUS = "35"
027100         OPEN OUTPUT CUST-JOURNAL
027200     END-IF.
027300     PERFORM 3100-LIST-PENDING THRU 3100-EXIT.
027400     IF WS-CHANGES-PENDING = ZERO
027500         DISPLAY "No changes waiting - nothing to work."
027600         GO TO 3000-CLOSE
027700     END-IF.
027800     PERFORM 3200-START-QUEUE THRU 3200-EXIT.
027900     PERFORM 3300-READ-PENDING THRU 3300-EXIT.
028000     PERFORM 3400-WORK-ONE-CHANGE THRU 3400-EXIT
028100         UNTIL WS-CHANGES-EOF OR WS-QUIT-REQUESTED.
028200     DISPLAY "Changes approved:     ", WS-CHANGES-APPROVED.
028300     DISPLAY "Changes returned:     ", WS-CHANGES-RETURNED.
028400     DISPLAY "Changes left pending: ", WS-CHANGES-SKIPPED.
028500 3000-CLOSE.
028600     CLOSE PENDING-CHANGE.
028700     CLOSE CUSTOMER-MASTER.
028800     CLOSE CUST-JOURNAL.
028900 3000-EXIT.
029000     EXIT.
029100*-----------------------------------------------------------*
029200* 3100-LIST-PENDING - ONE LINE PER CHANGE STILL WAITING, SO  *
029300* THE SUPERVISOR SEES THE WHOLE QUEUE BEFORE WORKING IT.     *
029400*-----------------------------------------------------------*
029500 3100-LIST-PENDING.
029600     DISPLAY " ".
029700     DISPLAY "PENDING CHANGES - CUSTOMER  ACTION  KEYED BY  "
029800             "KEYED ON  NAME".
029900     PERFORM 3200-START-QUEUE THRU 3200-EXIT.
030000     PERFORM 3300-READ-PENDING THRU 3300-EXIT.
030100     PERFORM 3150-LIST-ONE-CHANGE THRU 3150-EXIT
030200         UNTIL WS-CHANGES-EOF.
030300     DISPLAY "Pending changes: ", WS-CHANGES-PENDING.
030400 3100-EXIT.
030500     EXIT.
030600 3150-LIST-ONE-CHANGE.
030700     ADD 1 TO WS-CHANGES-PENDING.
030800     PERFORM 3160-SET-ACTION-TEXT THRU 3160-EXIT.
030900     MOVE PC-AFTER-IMAGE TO WS-AFTER-VIEW.
031000     DISPLAY "  " PC-CUST-ID "  " WS-ACTION-TEXT "  " PC-MAKER-ID
031100             "  " PC-MAKER-DATE "  " WS-AFTER-NAME.
031200     PERFORM 3300-READ-PENDING THRU 3300-EXIT.
031300 3150-EXIT.
031400     EXIT.
031500 3160-SET-ACTION-TEXT.
031600     IF PC-ACTION-ADD
031700         MOVE "ADD" TO WS-ACTION-TEXT
031800     ELSE
031900         MOVE "CHANGE" TO WS-ACTION-TEXT
032000     END-IF.
032100 3160-EXIT.
032200     EXIT.
032300 3200-START-QUEUE.
032400     MOVE "N" TO WS-EOF-SW.
032500     MOVE LOW-VALUES TO PC-PEND-KEY.
032600     START PENDING-CHANGE KEY NOT < PC-PEND-KEY
032700         INVALID KEY
032800             SET WS-CHANGES-EOF TO TRUE
032900     END-START.
033000 3200-EXIT.
033100     EXIT.
033200*-----------------------------------------------------------*
033300* 3300-READ-PENDING - NEXT CHANGE STILL AWAITING A DECISION. *
033400* APPROVED AND RETURNED CHANGES ARE PASSED OVER.             *
033500*-----------------------------------------------------------*
033600 3300-READ-PENDING.
033700     IF WS-CHANGES-EOF
033800         GO TO 3300-EXIT
033900     END-IF.
034000     READ PENDING-CHANGE NEXT RECORD
034100         AT END
034200             SET WS-CHANGES-EOF TO TRUE
034300             GO TO 3300-EXIT
034400     END-READ.
034500     IF NOT PC-STATUS-PENDING
034600         GO TO 3300-READ-PENDING
034700     END-IF.
034800 3300-EXIT.
034900     EXIT.
035000*-----------------------------------------------------------*
035100* 3400-WORK-ONE-CHANGE - SHOW THE CHANGE FIELD BY FIELD,     *
035200* AS IT STOOD AND AS KEYED, AND TAKE THE SUPERVISOR'S        *
035300* DECISION.  AN APPROVE THAT IS REFUSED ASKS AGAIN, SO THE   *
035400* CHANGE CAN BE RETURNED INSTEAD.  A SKIPPED CHANGE STAYS    *
035500* PENDING; QUIT LEAVES THE REST OF THE QUEUE AS IS.          *
035600*-----------------------------------------------------------*
035700 3400-WORK-ONE-CHANGE.
035800     PERFORM 3160-SET-ACTION-TEXT THRU 3160-EXIT.
035900     MOVE PC-BEFORE-IMAGE TO WS-BEFORE-VIEW.
036000     MOVE PC-AFTER-IMAGE TO WS-AFTER-VIEW.
036100     DISPLAY " ".
036200     DISPLAY "Pending " WS-ACTION-TEXT " for customer " PC-CUST-ID
036300             "  keyed by " PC-MAKER-ID " on " PC-MAKER-DATE.
036400     DISPLAY "                 WAS / NOW".
036500     DISPLAY "  Name:      " WS-BEFORE-NAME " / " WS-AFTER-NAME.
036600     DISPLAY "  Address 1: " WS-BEFORE-ADDR-1 " / "
036700             WS-AFTER-ADDR-1.
036800     DISPLAY "  Address 2: " WS-BEFORE-ADDR-2 " / "
036900             WS-AFTER-ADDR-2.
037000     DISPLAY "  City:      " WS-BEFORE-CITY " / " WS-AFTER-CITY.
037100     DISPLAY "  State/ZIP: " WS-BEFORE-STATE " " WS-BEFORE-ZIP
037200             " / " WS-AFTER-STATE " " WS-AFTER-ZIP.
037300     IF PC-ACTION-ADD OR WS-BEFORE-LIMIT NOT NUMERIC
037400         MOVE ZERO TO WS-LIMIT-EDIT
037500     ELSE
037600         MOVE WS-BEFORE-LIMIT TO WS-LIMIT-EDIT
037700     END-IF.
037800     MOVE WS-AFTER-LIMIT TO WS-LIMIT-EDIT-2.
037900     DISPLAY "  Limit:     " WS-LIMIT-EDIT " / " WS-LIMIT-EDIT-2.
038000     MOVE "N" TO WS-DECIDED-SW.
038100 3400-ASK-DECISION.
038200     MOVE "N" TO WS-VALID-FIELD-SW.
038300     PERFORM UNTIL WS-VALID-FIELD
038400         DISPLAY "A - Approve, R - Return, S - Skip, Q - Quit: "
038500         ACCEPT WS-ACTION-CHOICE
038600         EVALUATE WS-ACTION-CHOICE
038700             WHEN "A"
038800             WHEN "a"
038900             WHEN "R"
039000             WHEN "r"
039100             WHEN "S"
039200             WHEN "s"
039300             WHEN "Q"
039400             WHEN "q"
039500                 SET WS-VALID-FIELD TO TRUE
039600             WHEN OTHER
039700                 DISPLAY "** Invalid choice - please try again **"
039800         END-EVALUATE
039900     END-PERFORM.
040000     EVALUATE WS-ACTION-CHOICE
040100         WHEN "A"
040200         WHEN "a"
040300             PERFORM 4000-APPROVE-CHANGE THRU 4000-EXIT
040400             IF NOT WS-DECIDED
040500                 GO TO 3400-ASK-DECISION
040600             END-IF
040700         WHEN "R"
040800         WHEN "r"
040900             PERFORM 4100-RETURN-CHANGE THRU 4100-EXIT
041000         WHEN "Q"
041100         WHEN "q"
041200             SET WS-QUIT-REQUESTED TO TRUE
041300         WHEN OTHER
041400             ADD 1 TO WS-CHANGES-SKIPPED
041500     END-EVALUATE.
041600     IF NOT WS-QUIT-REQUESTED
041700         PERFORM 3300-READ-PENDING THRU 3300-EXIT
041800     END-IF.
041900 3400-EXIT.
042000     EXIT.
042100*-----------------------------------------------------------*
042200* 4000-APPROVE-CHANGE - THE SECOND PAIR OF EYES.  REFUSED    *
042300* WHEN THE SUPERVISOR KEYED THE CHANGE THEMSELVES (LOGGED AS *
042400* A RESTRICTED FUNCTION), WHEN AN ADD'S ID HAS SINCE GONE ON *
042500* FILE, OR WHEN THE RECORD BEING CHANGED NO LONGER MATCHES   *
042600* THE BEFORE IMAGE THE MAKER SAW.  OTHERWISE THE AFTER IMAGE *
042700* GOES ON CUSTMAS AND IS JOURNALED UNDER BOTH IDS.           *
042800*-----------------------------------------------------------*
042900 4000-APPROVE-CHANGE.
043000     IF PC-MAKER-ID = WS-SIGNED-ON-OPER
043100         DISPLAY "** You keyed this change - another supervisor "
043200                 "must approve it **"
043300         MOVE "RESTRICTED FUNCTION - OWN CHANGE" TO SX-REASON
043400         PERFORM 2300-LOG-RESTRICTED THRU 2300-EXIT
043500         GO TO 4000-EXIT
043600     END-IF.
043700     MOVE PC-CUST-ID TO CM-CUST-ID.
043800     READ CUSTOMER-MASTER
043900         INVALID KEY
044000             CONTINUE
044100     END-READ.
044200     IF PC-ACTION-ADD
044300         IF WS-CM-OK
044400             DISPLAY "** Customer ID has gone on file since this "
044500                     "was keyed - return it **"
044600             GO TO 4000-EXIT
044700         END-IF
044800         MOVE SPACE TO WS-BEFORE-IMAGE
044900         MOVE PC-AFTER-IMAGE TO CUSTOMER-MASTER-RECORD
045000         MOVE CR-RUN-DATE-YMD TO CM-STATUS-DATE
045100         WRITE CUSTOMER-MASTER-RECORD
045200             INVALID KEY
045300                 DISPLAY "** Customer not added - status "
045400                         WS-CM-STATUS " **"
045500                 GO TO 4000-EXIT
045600         END-WRITE
045700         MOVE "A" TO WS-JRNL-ACTION
045800     ELSE
045900         IF NOT WS-CM-OK
046000                 OR CUSTOMER-MASTER-RECORD NOT = PC-BEFORE-IMAGE
046100             DISPLAY "** Customer record has changed since this "
046200                     "was keyed - return it **"
046300             GO TO 4000-EXIT
046400         END-IF
046500         MOVE CUSTOMER-MASTER-RECORD TO WS-BEFORE-IMAGE
046600         MOVE PC-AFTER-IMAGE TO CUSTOMER-MASTER-RECORD
046610         IF CUSTOMER-MASTER-RECORD (7:122)
046620                 NOT = WS-BEFORE-IMAGE (7:122)
046630             MOVE CR-RUN-DATE-YMD TO CM-STATUS-DATE
046640         END-IF
046700         REWRITE CUSTOMER-MASTER-RECORD
046800             INVALID KEY
046900                 DISPLAY "** Customer not changed - status "
047000                         WS-CM-STATUS " **"
047100                 GO TO 4000-EXIT
047200         END-REWRITE
047300         MOVE "C" TO WS-JRNL-ACTION
047400     END-IF.
047500     PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.
047600     SET PC-STATUS-APPROVED TO TRUE.
047700     PERFORM 4200-STAMP-CHECKER THRU 4200-EXIT.
047800     MOVE SPACE TO PC-RETURN-NOTE.
047900     REWRITE PC-PENDING-CHANGE-RECORD.
048000     SET WS-DECIDED TO TRUE.
048100     ADD 1 TO WS-CHANGES-APPROVED.
048200 4000-EXIT.
048300     EXIT.
048400*-----------------------------------------------------------*
048500* 4100-RETURN-CHANGE - BACK TO THE MAKER UNAPPLIED.  A NOTE  *
048600* IS REQUIRED; THE MAKER SEES IT ON HELLO'S REVIEW CHOICE.   *
048700*-----------------------------------------------------------*
048800 4100-RETURN-CHANGE.
048900     MOVE "N" TO WS-VALID-FIELD-SW.
049000     PERFORM UNTIL WS-VALID-FIELD
049100         MOVE SPACE TO WS-NOTE-ENTRY
049200         DISPLAY "Note to the operator: "
049300         ACCEPT WS-NOTE-ENTRY
049400         IF WS-NOTE-ENTRY = SPACE
049500             DISPLAY "** A returned change needs a note **"
049600         ELSE
049700             SET WS-VALID-FIELD TO TRUE
049800         END-IF
049900     END-PERFORM.
050000     SET PC-STATUS-REJECTED TO TRUE.
050100     PERFORM 4200-STAMP-CHECKER THRU 4200-EXIT.
050200     MOVE WS-NOTE-ENTRY TO PC-RETURN-NOTE.
050300     REWRITE PC-PENDING-CHANGE-RECORD.
050400     ADD 1 TO WS-CHANGES-RETURNED.
050500 4100-EXIT.
050600     EXIT.
050700 4200-STAMP-CHECKER.
050800     MOVE WS-SIGNED-ON-OPER TO PC-CHECKER-ID.
050900     MOVE CR-RUN-DATE-YMD TO PC-CHECKED-DATE.
051000     ACCEPT CR-RUN-TIME FROM TIME.
051100     MOVE CR-RUN-TIME TO PC-CHECKED-TIME.
051200     MOVE "N" TO PC-MAKER-SEEN-SW.
051300 4200-EXIT.
051400     EXIT.
051500*-----------------------------------------------------------*
051600* 6600-CHECK-BATCH-WINDOW - THE RUN CHAIN OWNS CUSTMAS       *
051700* DURING THE BATCH WINDOW.  A MISSING STATUS FILE READS AS   *
051800* ONLINE.                                                    *
051900*-----------------------------------------------------------*
052000 6600-CHECK-BATCH-WINDOW.
052100     MOVE "N" TO WS-BATCH-WINDOW-SW.
052200     OPEN INPUT SYSTEM-STATUS.
052300     IF NOT WS-SY-OK
052400         CLOSE SYSTEM-STATUS
052500         GO TO 6600-EXIT
052600     END-IF.
052700     READ SYSTEM-STATUS INTO SY-SYSTEM-STATUS-RECORD
052800         AT END
052900             CONTINUE
053000     END-READ.
053100     IF WS-SY-OK AND SY-STATUS-BATCH
053200         SET WS-BATCH-WINDOW TO TRUE
053300         DISPLAY "** Nightly run in progress - change approval "
053400                 "is locked out until it ends **"
053500     END-IF.
053600     CLOSE SYSTEM-STATUS.
053700 6600-EXIT.
053800     EXIT.
053900*-----------------------------------------------------------*
054000* 7000-WRITE-JOURNAL - THE SAME CUSTJRNL RECORD HELLO WRITES, *
054100* UNDER THE MAKER'S ID WITH THE APPROVING SUPERVISOR AS THE   *
054200* CHECKER.  THE CURRENT CUSTOMER-MASTER-RECORD IS THE AFTER   *
054300* IMAGE; THE CALLER SAVED THE BEFORE IMAGE.                   *
054400*-----------------------------------------------------------*
054500 7000-WRITE-JOURNAL.
054600     MOVE PC-MAKER-ID TO CJ-OPERATOR-ID.
054700     MOVE WS-SIGNED-ON-OPER TO CJ-CHECKER-ID.
054800     MOVE CR-RUN-DATE-YMD TO CJ-RUN-DATE.
054900     ACCEPT CR-RUN-TIME FROM TIME.
055000     MOVE CR-RUN-TIME TO CJ-RUN-TIME.
055100     MOVE WS-JRNL-ACTION TO CJ-ACTION-CODE.
055200     MOVE CM-CUST-ID TO CJ-CUST-ID.
055300     MOVE WS-BEFORE-IMAGE TO CJ-BEFORE-IMAGE.
055400     MOVE CUSTOMER-MASTER-RECORD TO CJ-AFTER-IMAGE.
055500     WRITE CJ-FILE-RECORD FROM CJ-JOURNAL-RECORD.
055600 7000-EXIT.
055700     EXIT.
055800*-----------------------------------------------------------*
055900* 9000-TERMINATE                                             *
056000*-----------------------------------------------------------*
056100 9000-TERMINATE.
056300     CLOSE SECURITY-EXCEPTIONS.
056400 9000-EXIT.
056500     EXIT.
