000100* Shared operator sign-on routine for every console program
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. SIGNON.
000400 AUTHOR. D. OKONKWO.
000500 INSTALLATION. ACME WIDGET CO - CUSTOMER SERVICES.
000600 DATE-WRITTEN. 10/02/2026.
000700 DATE-COMPILED.
000800******************************************************************
000900*    MODIFICATION HISTORY
001000*    DATE       INIT  DESCRIPTION
001100*    10/02/2026 DCO   ORIGINAL PROGRAM.  HELLO, SECADMIN, REJFIX,
001200*                     PROBCON, HOLDREL, CHGAPPR, CUSTMRG,
001300*                     CASEWORK, GLMAINT AND TRCMAINT EACH CARRIED
001400*                     THEIR OWN COPY OF THE SIGN-ON CHECK, EACH
001500*                     COMPARING THE CLEAR PASSWORD ON OPERSEC,
001600*                     AND THE COPIES HAD DRIFTED APART.  THE ONE
001700*                     CHECK NOW LIVES HERE: THREE TRIES, THE
001800*                     PASSWORD COMPARED AS A PWDHASH VALUE, BAD
001900*                     ATTEMPTS COUNTED AND THE ACCOUNT LOCKED AT
002000*                     THREE, THE CALLER'S CLASS RESTRICTION, AND
002100*                     A NEW PASSWORD FORCED ON A NEW OR RESET
002200*                     ACCOUNT OR AT THE 90-DAY EXPIRY.  THE LAST
002300*                     FIVE PASSWORDS ARE KEPT (AS HASHES) ON THE
002400*                     NEW PWDHIST FILE AND CANNOT BE REUSED.
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. ACME-SYSTEM.
002900 OBJECT-COMPUTER. ACME-SYSTEM.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT OPERATOR-SECURITY ASSIGN TO "OPERSEC"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS OS-OPER-ID
003600         FILE STATUS IS WS-OS-STATUS.
003700     SELECT PASSWORD-HISTORY ASSIGN TO "PWDHIST"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS PH-OPER-ID
004100         FILE STATUS IS WS-PH-STATUS.
004200     SELECT SECURITY-EXCEPTIONS ASSIGN TO "SECEXCPT"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-SX-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  OPERATOR-SECURITY.
004800 COPY "opersec.cpy".
004900 FD  PASSWORD-HISTORY.
005000 COPY "pwdhist.cpy".
005100 FD  SECURITY-EXCEPTIONS.
005200 01  SX-FILE-RECORD              PIC X(60).
005300 WORKING-STORAGE SECTION.
005400 COPY "rundate.cpy".
005500 01  SX-EXCEPTION-LINE.
005600     05  SX-RUN-DATE             PIC 9(08).
005700     05  FILLER                   PIC X(01)  VALUE SPACE.
005800     05  SX-RUN-TIME             PIC 9(08).
005900     05  FILLER                   PIC X(01)  VALUE SPACE.
006000     05  SX-OPER-ID              PIC X(08).
006100     05  FILLER                   PIC X(01)  VALUE SPACE.
006200     05  SX-REASON               PIC X(33).
006300 01  WS-FILE-STATUSES.
006400     05  WS-OS-STATUS            PIC X(02)  VALUE "00".
006500         88  WS-OS-OK                       VALUE "00".
006600     05  WS-PH-STATUS            PIC X(02)  VALUE "00".
006700         88  WS-PH-OK                       VALUE "00".
006800     05  WS-SX-STATUS            PIC X(02)  VALUE "00".
006900 01  WS-SWITCHES.
007000     05  WS-SIGNED-ON-SW         PIC X(01)  VALUE "N".
007100         88  WS-SIGNED-ON                   VALUE "Y".
007200     05  WS-FILES-OPEN-SW        PIC X(01)  VALUE "N".
007300         88  WS-FILES-OPEN                  VALUE "Y".
007400     05  WS-CHANGE-NEEDED-SW     PIC X(01)  VALUE "N".
007500         88  WS-CHANGE-NEEDED               VALUE "Y".
007600     05  WS-PWD-CHANGED-SW       PIC X(01)  VALUE "N".
007700         88  WS-PWD-CHANGED                 VALUE "Y".
007800     05  WS-HISTORY-HIT-SW       PIC X(01)  VALUE "N".
007900         88  WS-HISTORY-HIT                 VALUE "Y".
008000     05  WS-PH-ON-FILE-SW        PIC X(01)  VALUE "N".
008100         88  WS-PH-ON-FILE                  VALUE "Y".
008200 01  WS-LOGIN-TRIES              PIC 9(01)  COMP  VALUE ZERO.
008300 01  WS-CHANGE-TRIES             PIC 9(01)  COMP  VALUE ZERO.
008400 01  WS-BAD-ATTEMPT-LIMIT        PIC 9(02)  COMP  VALUE 3.
008500 01  WS-PWD-EXPIRY-DAYS          PIC 9(03)  COMP  VALUE 90.
008600 01  WS-PWD-AGE-DAYS             PIC S9(05) COMP  VALUE ZERO.
008700 01  WS-HIST-MAX                 PIC 9(02)  COMP  VALUE 5.
008800 01  WS-HIST-SUB                 PIC 9(02)  COMP  VALUE ZERO.
008900 01  WS-OPER-ID-ENTRY            PIC X(08).
009000 01  WS-OPER-PASSWORD-ENTRY      PIC X(08).
009100 01  WS-NEW-PASSWORD-ENTRY       PIC X(08).
009200 01  WS-CONFIRM-PASSWORD-ENTRY   PIC X(08).
009300 01  WS-ENTRY-HASH               PIC X(14).
009400 01  WS-NEW-HASH                 PIC X(14).
009500 LINKAGE SECTION.
009600 COPY "signon.cpy".
009700 PROCEDURE DIVISION USING SO-SIGNON-AREA.
009800 0000-MAINLINE.
009900     MOVE SPACE TO SO-OPER-ID SO-OPER-NAME SO-OPER-CLASS.
010000     MOVE 8 TO SO-RETURN-CODE.
010100     MOVE "N" TO WS-SIGNED-ON-SW WS-FILES-OPEN-SW.
010200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010300     IF WS-FILES-OPEN
010400         PERFORM 2000-SIGN-ON THRU 2000-EXIT
010500     END-IF.
010600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
010700     GOBACK.
010800*-----------------------------------------------------------*
010900* 1000-INITIALIZE - OPERSEC MUST BE THERE; WITHOUT IT NOBODY *
011000* CAN SIGN ON AND THE CALLER IS TOLD SO (RETURN CODE 16).    *
011100* PWDHIST IS CREATED EMPTY THE FIRST TIME IT IS NEEDED.      *
011200*-----------------------------------------------------------*
011300 1000-INITIALIZE.
011400     ACCEPT CR-RUN-DATE-YMD FROM DATE YYYYMMDD.
011500     ACCEPT CR-RUN-TIME FROM TIME.
011600     OPEN I-O OPERATOR-SECURITY.
011700     IF NOT WS-OS-OK
011800         DISPLAY "** Operator security file unavailable - status "
011900                 WS-OS-STATUS " **"
012000         MOVE 16 TO SO-RETURN-CODE
012100         GO TO 1000-EXIT
012200     END-IF.
012300     OPEN I-O PASSWORD-HISTORY.
012400     IF NOT WS-PH-OK
012500         OPEN OUTPUT PASSWORD-HISTORY
012600         CLOSE PASSWORD-HISTORY
012700         OPEN I-O PASSWORD-HISTORY
012800     END-IF.
012900     SET WS-FILES-OPEN TO TRUE.
013000 1000-EXIT.
013100     EXIT.
013200*-----------------------------------------------------------*
013300* 2000-SIGN-ON - PROMPT FOR AN OPERATOR ID AND PASSWORD AND *
013400* VALIDATE AGAINST THE OPERATOR-SECURITY FILE.  EACH         *
013500* REJECTED ATTEMPT IS LOGGED TO SECURITY-EXCEPTIONS.  THE    *
013600* OPERATOR GETS THREE TRIES BEFORE THE CALLER IS TOLD TO     *
013700* REFUSE TO CONTINUE.                                        *
013800*-----------------------------------------------------------*
013900 2000-SIGN-ON.
014000     MOVE ZERO TO WS-LOGIN-TRIES.
014100     PERFORM UNTIL WS-SIGNED-ON OR WS-LOGIN-TRIES = 3
014200         ADD 1 TO WS-LOGIN-TRIES
014300         DISPLAY "Operator ID:  "
014400         ACCEPT WS-OPER-ID-ENTRY
014500         DISPLAY "Password:     "
014600         ACCEPT WS-OPER-PASSWORD-ENTRY
014700         MOVE WS-OPER-ID-ENTRY TO OS-OPER-ID
014800         READ OPERATOR-SECURITY
014900             INVALID KEY
015000                 PERFORM 2100-LOG-REJECTED THRU 2100-EXIT
015100         END-READ
015200         IF WS-OS-OK
015300             CALL "PWDHASH" USING WS-OPER-ID-ENTRY
015400                 WS-OPER-PASSWORD-ENTRY WS-ENTRY-HASH
015500             MOVE SPACE TO WS-OPER-PASSWORD-ENTRY
015600             EVALUATE TRUE
015700                 WHEN OS-STATUS-LOCKED
015800                     DISPLAY "** Account locked - see your "
015900                             "supervisor **"
016000                     PERFORM 2100-LOG-REJECTED THRU 2100-EXIT
016100                 WHEN OS-STATUS-REVOKED
016200                     PERFORM 2100-LOG-REJECTED THRU 2100-EXIT
016300                 WHEN NOT OS-PWD-HASHED
016400                     DISPLAY "** Password not yet converted - "
016500                             "see your supervisor **"
016600                     MOVE "PASSWORD NOT CONVERTED" TO SX-REASON
016700                     PERFORM 2120-LOG-EXCEPTION THRU 2120-EXIT
016800                 WHEN OS-PWD-HASH NOT = WS-ENTRY-HASH
016900                     PERFORM 2150-COUNT-BAD-ATTEMPT
017000                         THRU 2150-EXIT
017100                 WHEN OTHER
017200                     PERFORM 2200-CHECK-CLASS THRU 2200-EXIT
017300             END-EVALUATE
017400         END-IF
017500     END-PERFORM.
017600     IF WS-SIGNED-ON
017700         MOVE ZERO TO SO-RETURN-CODE
017800     ELSE
017900         DISPLAY "Sign-on rejected - see your supervisor."
018000     END-IF.
018100 2000-EXIT.
018200     EXIT.
018300 2100-LOG-REJECTED.
018400     MOVE "INVALID OPERATOR ID OR PASSWORD" TO SX-REASON.
018500     PERFORM 2120-LOG-EXCEPTION THRU 2120-EXIT.
018600 2100-EXIT.
018700     EXIT.
018800*-----------------------------------------------------------*
018900* 2120-LOG-EXCEPTION - ONE LINE ON SECEXCPT.  OPEN EXTEND,   *
019000* WRITE, CLOSE, AS ERRMGR DOES WITH PROBLOG, SO THE CALLER   *
019100* CAN KEEP THE FILE OPEN FOR ITS OWN ENTRIES AS WELL.        *
019200*-----------------------------------------------------------*
019300 2120-LOG-EXCEPTION.
019400     OPEN EXTEND SECURITY-EXCEPTIONS.
019500     IF WS-SX-STATUS = "05" OR WS-SX-STATUS = "35"
019600         OPEN OUTPUT SECURITY-EXCEPTIONS
019700     END-IF.
019800     MOVE CR-RUN-DATE-YMD TO SX-RUN-DATE.
019900     ACCEPT CR-RUN-TIME FROM TIME.
020000     MOVE CR-RUN-TIME TO SX-RUN-TIME.
020100     MOVE WS-OPER-ID-ENTRY TO SX-OPER-ID.
020200     WRITE SX-FILE-RECORD FROM SX-EXCEPTION-LINE.
020300     CLOSE SECURITY-EXCEPTIONS.
020400 2120-EXIT.
020500     EXIT.
020600*-----------------------------------------------------------*
020700* 2150-COUNT-BAD-ATTEMPT - THE BAD-ATTEMPT COUNT LIVES ON    *
020800* THE OPERATOR-SECURITY RECORD, NOT IN WORKING-STORAGE, SO   *
020900* IT SURVIVES THE SESSION.  THREE STRIKES LOCKS THE ACCOUNT  *
021000* UNTIL A SUPERVISOR REINSTATES IT THROUGH SECADMIN.         *
021100*-----------------------------------------------------------*
021200 2150-COUNT-BAD-ATTEMPT.
021300     PERFORM 2100-LOG-REJECTED THRU 2100-EXIT.
021400     ADD 1 TO OS-BAD-ATTEMPTS.
021500     IF OS-BAD-ATTEMPTS >= WS-BAD-ATTEMPT-LIMIT
021600         SET OS-STATUS-LOCKED TO TRUE
021700         MOVE "ACCOUNT LOCKED - TOO MANY ATTEMPTS" TO SX-REASON
021800         PERFORM 2120-LOG-EXCEPTION THRU 2120-EXIT
021900         DISPLAY "** Account locked - see your supervisor **"
022000     END-IF.
022100     REWRITE OPERATOR-SECURITY-RECORD.
022200 2150-EXIT.
022300     EXIT.
022400*-----------------------------------------------------------*
022500* 2200-CHECK-CLASS - THE PASSWORD IS RIGHT.  A SUPERVISORS-  *
022600* ONLY CALLER REFUSES AN OPERATOR-CLASS SIGN-ON OUTRIGHT AND *
022700* LOGS IT UNDER THE CALLER'S OWN REASON.                     *
022800*-----------------------------------------------------------*
022900 2200-CHECK-CLASS.
023000     IF SO-SUPERVISORS-ONLY AND NOT OS-CLASS-SUPERVISOR
023100         DISPLAY "** " SO-PROGRAM-ID " is supervisors-only - "
023200                 "see your supervisor **"
023300         MOVE SO-RESTRICTED-REASON TO SX-REASON
023400         PERFORM 2120-LOG-EXCEPTION THRU 2120-EXIT
023500*        NO RETRY: THE PASSWORD WAS RIGHT, THE CLASS IS WRONG.
023600         MOVE 3 TO WS-LOGIN-TRIES
023700         GO TO 2200-EXIT
023800     END-IF.
023900     PERFORM 2300-CHECK-EXPIRY THRU 2300-EXIT.
024000     IF WS-CHANGE-NEEDED
024100         PERFORM 3000-CHANGE-PASSWORD THRU 3000-EXIT
024200         IF NOT WS-PWD-CHANGED
024300             MOVE 3 TO WS-LOGIN-TRIES
024400             GO TO 2200-EXIT
024500         END-IF
024600     END-IF.
024700     PERFORM 2400-COMPLETE-SIGN-ON THRU 2400-EXIT.
024800 2200-EXIT.
024900     EXIT.
025000*-----------------------------------------------------------*
025100* 2300-CHECK-EXPIRY - A NEW OR RESET ACCOUNT, OR A PASSWORD  *
025200* OLDER THAN 90 DAYS, MUST BE CHANGED BEFORE THE SIGN-ON     *
025300* COMPLETES.                                                 *
025400*-----------------------------------------------------------*
025500 2300-CHECK-EXPIRY.
025600     MOVE "N" TO WS-CHANGE-NEEDED-SW.
025700     IF OS-MUST-CHANGE
025800         DISPLAY "** A new password must be chosen before you "
025900                 "continue **"
026000         SET WS-CHANGE-NEEDED TO TRUE
026100         GO TO 2300-EXIT
026200     END-IF.
026300     IF OS-PWD-CHANGED-DATE > ZERO
026400         COMPUTE WS-PWD-AGE-DAYS =
026500             FUNCTION INTEGER-OF-DATE (CR-RUN-DATE-YMD)
026600             - FUNCTION INTEGER-OF-DATE (OS-PWD-CHANGED-DATE)
026700         IF WS-PWD-AGE-DAYS > WS-PWD-EXPIRY-DAYS
026800             MOVE "PASSWORD EXPIRED" TO SX-REASON
026900             PERFORM 2120-LOG-EXCEPTION THRU 2120-EXIT
027000             DISPLAY "** Password expired - choose a new one **"
027100             SET WS-CHANGE-NEEDED TO TRUE
027200         END-IF
027300     END-IF.
027400 2300-EXIT.
027500     EXIT.
027600*-----------------------------------------------------------*
027700* 2400-COMPLETE-SIGN-ON - CLEAR THE BAD-ATTEMPT COUNT, STAMP *
027800* THE LAST SIGN-ON AND HAND THE OPERATOR BACK TO THE CALLER. *
027900*-----------------------------------------------------------*
028000 2400-COMPLETE-SIGN-ON.
028100     SET WS-SIGNED-ON TO TRUE.
028200     MOVE OS-OPER-ID TO SO-OPER-ID.
028300     MOVE OS-OPER-NAME TO SO-OPER-NAME.
028400     MOVE OS-OPER-CLASS TO SO-OPER-CLASS.
028500     MOVE ZERO TO OS-BAD-ATTEMPTS.
028600     MOVE CR-RUN-DATE-YMD TO OS-LAST-SIGNON-DATE.
028700     MOVE CR-RUN-TIME TO OS-LAST-SIGNON-TIME.
028800     REWRITE OPERATOR-SECURITY-RECORD.
028900 2400-EXIT.
029000     EXIT.
029100*-----------------------------------------------------------*
029200* 3000-CHANGE-PASSWORD - THE OPERATOR PICKS A NEW PASSWORD,  *
029300* ENTERED TWICE.  THREE TRIES; GIVING UP LEAVES THE ACCOUNT  *
029400* AS IT WAS AND THE SIGN-ON IS REFUSED.                      *
029500*-----------------------------------------------------------*
029600 3000-CHANGE-PASSWORD.
029700     MOVE "N" TO WS-PWD-CHANGED-SW.
029800     PERFORM 3100-READ-HISTORY THRU 3100-EXIT.
029900     MOVE ZERO TO WS-CHANGE-TRIES.
030000     PERFORM 3200-TRY-NEW-PASSWORD THRU 3200-EXIT
030100         UNTIL WS-PWD-CHANGED OR WS-CHANGE-TRIES = 3.
030200     IF NOT WS-PWD-CHANGED
030300         MOVE "PASSWORD CHANGE NOT COMPLETED" TO SX-REASON
030400         PERFORM 2120-LOG-EXCEPTION THRU 2120-EXIT
030500     END-IF.
030600 3000-EXIT.
030700     EXIT.
030800 3100-READ-HISTORY.
030900     MOVE OS-OPER-ID TO PH-OPER-ID.
031000     READ PASSWORD-HISTORY
031100         INVALID KEY
031200             MOVE "N" TO WS-PH-ON-FILE-SW
031300             MOVE SPACE TO PASSWORD-HISTORY-RECORD
031400             MOVE OS-OPER-ID TO PH-OPER-ID
031500             MOVE ZERO TO PH-HIST-COUNT
031600         NOT INVALID KEY
031700             SET WS-PH-ON-FILE TO TRUE
031800     END-READ.
031900 3100-EXIT.
032000     EXIT.
032100*-----------------------------------------------------------*
032200* 3200-TRY-NEW-PASSWORD - REFUSE A BLANK OR MISMATCHED ENTRY,*
032300* THE CURRENT PASSWORD, OR ANY OF THE LAST FIVE.  ONLY THE   *
032400* HASHES ARE COMPARED; THE CLEAR ENTRIES ARE BLANKED AS SOON *
032500* AS THEY HAVE BEEN HASHED.                                  *
032600*-----------------------------------------------------------*
032700 3200-TRY-NEW-PASSWORD.
032800     ADD 1 TO WS-CHANGE-TRIES.
032900     DISPLAY "New password:      ".
033000     ACCEPT WS-NEW-PASSWORD-ENTRY.
033100     DISPLAY "Re-enter password: ".
033200     ACCEPT WS-CONFIRM-PASSWORD-ENTRY.
033300     IF WS-NEW-PASSWORD-ENTRY = SPACE
033400         DISPLAY "** Password cannot be blank **"
033500         GO TO 3200-EXIT
033600     END-IF.
033700     IF WS-NEW-PASSWORD-ENTRY NOT = WS-CONFIRM-PASSWORD-ENTRY
033800         DISPLAY "** The two entries do not match **"
033900         MOVE SPACE TO WS-NEW-PASSWORD-ENTRY
034000             WS-CONFIRM-PASSWORD-ENTRY
034100         GO TO 3200-EXIT
034200     END-IF.
034300     CALL "PWDHASH" USING OS-OPER-ID WS-NEW-PASSWORD-ENTRY
034400         WS-NEW-HASH.
034500     MOVE SPACE TO WS-NEW-PASSWORD-ENTRY
034510         WS-CONFIRM-PASSWORD-ENTRY.
034600     IF WS-NEW-HASH = OS-PWD-HASH
034700         DISPLAY "** The new password must differ from the "
034800                 "current one **"
034900         GO TO 3200-EXIT
035000     END-IF.
035100     MOVE "N" TO WS-HISTORY-HIT-SW.
035200     PERFORM 3300-CHECK-ONE-HISTORY THRU 3300-EXIT
035300         VARYING WS-HIST-SUB FROM 1 BY 1
035400         UNTIL WS-HIST-SUB > PH-HIST-COUNT OR WS-HISTORY-HIT.
035500     IF WS-HISTORY-HIT
035600         DISPLAY "** That password was used recently - choose "
035700                 "another **"
035800         GO TO 3200-EXIT
035900     END-IF.
036000     PERFORM 3400-RECORD-CHANGE THRU 3400-EXIT.
036100     SET WS-PWD-CHANGED TO TRUE.
036200     DISPLAY "Password changed.".
036300 3200-EXIT.
036400     EXIT.
036500 3300-CHECK-ONE-HISTORY.
036600     IF PH-PREV-HASH (WS-HIST-SUB) = WS-NEW-HASH
036700         SET WS-HISTORY-HIT TO TRUE
036800     END-IF.
036900 3300-EXIT.
037000     EXIT.
037100*-----------------------------------------------------------*
037200* 3400-RECORD-CHANGE - THE OUTGOING PASSWORD GOES ON THE     *
037300* FRONT OF THE HISTORY, THE OLDEST FALLS OFF THE END.  THE   *
037400* OPERSEC RECORD ITSELF IS REWRITTEN BY 2400.                *
037500*-----------------------------------------------------------*
037600 3400-RECORD-CHANGE.
037700     PERFORM 3450-SHIFT-ONE-DOWN THRU 3450-EXIT
037800         VARYING WS-HIST-SUB FROM WS-HIST-MAX BY -1
037900         UNTIL WS-HIST-SUB < 2.
038000     MOVE OS-PWD-HASH TO PH-PREV-HASH (1).
038100     IF PH-HIST-COUNT < WS-HIST-MAX
038200         ADD 1 TO PH-HIST-COUNT
038300     END-IF.
038400     IF WS-PH-ON-FILE
038500         REWRITE PASSWORD-HISTORY-RECORD
038600     ELSE
038700         WRITE PASSWORD-HISTORY-RECORD
038800         SET WS-PH-ON-FILE TO TRUE
038900     END-IF.
039000     MOVE WS-NEW-HASH TO OS-PWD-HASH.
039100     MOVE CR-RUN-DATE-YMD TO OS-PWD-CHANGED-DATE.
039200     MOVE "N" TO OS-MUST-CHANGE-SW.
039300 3400-EXIT.
039400     EXIT.
039500 3450-SHIFT-ONE-DOWN.
039600     MOVE PH-PREV-HASH (WS-HIST-SUB - 1)
039700         TO PH-PREV-HASH (WS-HIST-SUB).
039800 3450-EXIT.
039900     EXIT.
040000 9000-TERMINATE.
040100     IF WS-FILES-OPEN
040200         CLOSE OPERATOR-SECURITY
040300         CLOSE PASSWORD-HISTORY
040400     END-IF.
040500 9000-EXIT.
040600     EXIT.
