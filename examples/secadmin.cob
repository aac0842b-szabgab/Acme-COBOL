001910*    08/31/2026 DCO   UPDATE FUNCTIONS NOW CHECK THE SYSSTAT
001920*                     SYSTEM-STATUS FILE AND REFUSE DURING THE
001930*                     BATCH WINDOW; INQUIRE STAYS AVAILABLE.
001940*    10/02/2026 DCO   PASSWORDS ARE STORED ONLY AS PWDHASH
001950*                     VALUES.  ADD AND RESET SET A TEMPORARY
001960*                     PASSWORD AND FLAG THE ACCOUNT SO THE
001970*                     OPERATOR MUST CHOOSE THEIR OWN AT THE NEXT
001980*                     SIGN-ON; INQUIRE SHOWS THE FLAG.  SIGN-ON
001990*                     NOW GOES THROUGH THE SHARED SIGNON ROUTINE.
001991*    10/15/2026 DCO   A FAILED REOPEN OF OPERSEC AFTER SIGN-ON
001992*                     NOW GOES TO PROBLOG THROUGH ERRMGR AND
001993*                     REFUSES THE SESSION (RC=16).
002000******************************************************************
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
004100 WORKING-STORAGE SECTION.
004200 COPY "rundate.cpy".
004210 COPY "sysstat.cpy".
004220 COPY "signon.cpy".
004230 COPY "errlog.cpy".
004300 01  SX-EXCEPTION-LINE.
004400     05  SX-RUN-DATE             PIC 9(08).
004500     05  FILLER                   PIC X(01)  VALUE SPACE.
006500         88  WS-FILE-EMPTY                   VALUE "Y".
006510     05  WS-BATCH-WINDOW-SW      PIC X(01)  VALUE "N".
006520         88  WS-BATCH-WINDOW                 VALUE "Y".
006700 01  WS-MENU-CHOICE              PIC X(01).
006900 01  WS-OPER-PASSWORD-ENTRY      PIC X(08).
007000 01  WS-TARGET-ID-ENTRY          PIC X(08).
007100 01  WS-NAME-ENTRY               PIC X(50).
011300 1000-EXIT.
011400     EXIT.
011500*-----------------------------------------------------------*
011600* 2000-SIGN-ON - THE SHARED SIGNON ROUTINE PROMPTS FOR AND   *
011700* CHECKS THE OPERATOR, WITH ONE EXTRA BAR: ONLY A            *
011800* SUPERVISOR-CLASS OPERATOR MAY RUN SECURITY ADMINISTRATION. *
011810* SIGNON OPENS OPERSEC ITSELF, SO IT IS CLOSED HERE FOR THE  *
011820* CALL AND REOPENED AFTER.                                   *
011900*-----------------------------------------------------------*
012000 2000-SIGN-ON.
012300     CLOSE OPERATOR-SECURITY.
012400     MOVE "SECADMIN" TO SO-PROGRAM-ID.
012500     SET SO-SUPERVISORS-ONLY TO TRUE.
012600     MOVE "SECADMIN SIGN-ON REFUSED" TO SO-RESTRICTED-REASON.
012700     CALL "SIGNON" USING SO-SIGNON-AREA.
012800     IF SO-SIGNED-ON
012900         SET WS-SIGNED-ON TO TRUE
013000         MOVE SO-OPER-ID TO WS-SIGNED-ON-OPER
014600     END-IF.
014610     OPEN I-O OPERATOR-SECURITY.
014620     IF NOT WS-OS-OK
014630         MOVE "SECADMIN" TO EM-PROGRAM-ID
014640         MOVE "2000-SIGN-ON" TO EM-PARAGRAPH
014650         MOVE "OPERSEC" TO EM-FILE-NAME
014660         MOVE WS-OS-STATUS TO EM-FILE-STATUS
014670         MOVE "OPERSEC REOPEN FAILED - SESSION REFUSED"
014680             TO EM-MESSAGE
014690         MOVE 16 TO EM-SEVERITY
014692         CALL "ERRMGR" USING EM-ERROR-AREA
014694         MOVE "N" TO WS-SIGNED-ON-SW
014696     END-IF.
014700 2000-EXIT.
015600     EXIT.
015700*-----------------------------------------------------------*
015800* 2500-BOOTSTRAP-SUPERVISOR - A BRAND-NEW SECURITY FILE HAS  *
016700     PERFORM 6300-GET-PASSWORD THRU 6300-EXIT.
016800     MOVE WS-TARGET-ID-ENTRY TO OS-OPER-ID.
016900     MOVE WS-NAME-ENTRY(1:30) TO OS-OPER-NAME.
016910     MOVE SPACE TO OS-OLD-PASSWORD.
016920     CALL "PWDHASH" USING OS-OPER-ID WS-OPER-PASSWORD-ENTRY
016930         OS-PWD-HASH.
016940     MOVE SPACE TO WS-OPER-PASSWORD-ENTRY.
016950     SET OS-PWD-HASHED TO TRUE.
016960*    THE FIRST SUPERVISOR CHOSE THIS PASSWORD; NO FORCED CHANGE.
016970     MOVE "N" TO OS-MUST-CHANGE-SW.
017100     SET OS-STATUS-ACTIVE TO TRUE.
017200     SET OS-CLASS-SUPERVISOR TO TRUE.
017300     MOVE CR-RUN-DATE-YMD TO OS-PWD-CHANGED-DATE.
022600     MOVE WS-TARGET-ID-ENTRY TO OS-OPER-ID.
022700     MOVE WS-NAME-ENTRY(1:30) TO OS-OPER-NAME.
022800     MOVE WS-CLASS-ENTRY TO OS-OPER-CLASS.
022810     MOVE SPACE TO OS-OLD-PASSWORD.
022820     CALL "PWDHASH" USING OS-OPER-ID WS-OPER-PASSWORD-ENTRY
022830         OS-PWD-HASH.
022840     MOVE SPACE TO WS-OPER-PASSWORD-ENTRY.
022850     SET OS-PWD-HASHED TO TRUE.
022860     SET OS-MUST-CHANGE TO TRUE.
023000     SET OS-STATUS-ACTIVE TO TRUE.
023100     MOVE CR-RUN-DATE-YMD TO OS-PWD-CHANGED-DATE.
023200     MOVE ZERO TO OS-BAD-ATTEMPTS
025000* 4200-RESET-PASSWORD - A RESET ALSO RESTARTS THE EXPIRY     *
025100* CLOCK AND CLEARS ANY BAD-ATTEMPT COUNT, SO A LOCKED-OUT    *
025200* OPERATOR WITH A FRESH PASSWORD CAN GET STRAIGHT BACK IN.   *
025210* THE NEW PASSWORD IS TEMPORARY: THE OPERATOR MUST REPLACE   *
025220* IT AT THEIR NEXT SIGN-ON.                                  *
025300*-----------------------------------------------------------*
025400 4200-RESET-PASSWORD.
025410     PERFORM 6600-CHECK-BATCH-WINDOW THRU 6600-EXIT.
025700         GO TO 4200-EXIT
025800     END-IF.
025900     PERFORM 6300-GET-PASSWORD THRU 6300-EXIT.
025910     MOVE SPACE TO OS-OLD-PASSWORD.
025920     CALL "PWDHASH" USING OS-OPER-ID WS-OPER-PASSWORD-ENTRY
025930         OS-PWD-HASH.
025940     MOVE SPACE TO WS-OPER-PASSWORD-ENTRY.
025950     SET OS-PWD-HASHED TO TRUE.
025960     SET OS-MUST-CHANGE TO TRUE.
026100     MOVE CR-RUN-DATE-YMD TO OS-PWD-CHANGED-DATE.
026200     MOVE ZERO TO OS-BAD-ATTEMPTS.
026300     IF OS-STATUS-LOCKED
030000     DISPLAY "  Status:       ", OS-OPER-STATUS.
030100     DISPLAY "  Class:        ", OS-OPER-CLASS.
030200     DISPLAY "  Pwd changed:  ", OS-PWD-CHANGED-DATE.
030210     DISPLAY "  Must change:  ", OS-MUST-CHANGE-SW.
030300     DISPLAY "  Bad attempts: ", OS-BAD-ATTEMPTS.
030400     DISPLAY "  Last sign-on: ", OS-LAST-SIGNON-DATE,
030500             " ", OS-LAST-SIGNON-TIME.
