002387*                     ONLY PROGRAM THAT COULD SHRINK IT.  THE
002388*                     OVERFLOW MESSAGE NO LONGER NAMES ARCHLOG
002389*                     (WHICH NEVER TOUCHED PROBLOG).
002391*    10/02/2026 DCO   SIGN-ON NOW GOES THROUGH THE SHARED SIGNON
002393*                     ROUTINE (HASHED PASSWORDS, FORCED CHANGE,
002395*                     PASSWORD HISTORY).  OPERSEC AND SECEXCPT
002397*                     ARE NO LONGER OPENED HERE.
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
003100     SELECT OPTIONAL PROBLEM-LOG ASSIGN TO "PROBLOG"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-PL-STATUS.
004110     SELECT OPTIONAL SYSTEM-STATUS ASSIGN TO "SYSSTAT"
004120         ORGANIZATION IS LINE SEQUENTIAL
004130         FILE STATUS IS WS-SY-STATUS.
004300 FILE SECTION.
004400 FD  PROBLEM-LOG.
004500 01  PF-FILE-RECORD              PIC X(159).
004910 FD  SYSTEM-STATUS.
004920 01  SY-FILE-RECORD              PIC X(30).
004930 FD  ARCHIVE-FILE.
005100 COPY "rundate.cpy".
005200 COPY "problog.cpy".
005210 COPY "sysstat.cpy".
005310 COPY "signon.cpy".
006100 01  WS-FILE-STATUSES.
006200     05  WS-PL-STATUS            PIC X(02)  VALUE "00".
006300         88  WS-PL-OK                       VALUE "00".
006610     05  WS-SY-STATUS            PIC X(02)  VALUE "00".
006620         88  WS-SY-OK                       VALUE "00".
006630     05  WS-AR-STATUS            PIC X(02)  VALUE "00".
007920         88  WS-BATCH-WINDOW                 VALUE "Y".
007930     05  WS-PURGE-SW             PIC X(01)  VALUE "N".
007940         88  WS-PURGE-NEEDED                 VALUE "Y".
008300 01  WS-SIGNED-ON-OPER           PIC X(08)  VALUE SPACE.
008600 01  WS-ACTION-CHOICE            PIC X(01).
008700 01  WS-DATE-ENTRY               PIC X(08).
008800 01  WS-PGM-ENTRY                PIC X(08).
011600 1000-INITIALIZE.
011700     ACCEPT CR-RUN-DATE-YMD FROM DATE YYYYMMDD.
011800     ACCEPT CR-RUN-TIME FROM TIME.
012400 1000-EXIT.
012500     EXIT.
012600*-----------------------------------------------------------*
012700* 2000-SIGN-ON - THE SHARED SIGNON ROUTINE PROMPTS FOR AND   *
012800* CHECKS THE OPERATOR: THREE TRIES, REJECTED ATTEMPTS        *
012900* LOGGED, AN EXPIRED PASSWORD CHANGED BEFORE GOING ON.  ANY  *
012910* OPERATOR CLASS.                                            *
013000*-----------------------------------------------------------*
013100 2000-SIGN-ON.
013300     MOVE "PROBCON" TO SO-PROGRAM-ID.
013400     SET SO-ANY-CLASS TO TRUE.
013500     MOVE SPACE TO SO-RESTRICTED-REASON.
013600     CALL "SIGNON" USING SO-SIGNON-AREA.
013700     IF SO-SIGNED-ON
013800         SET WS-SIGNED-ON TO TRUE
013900         MOVE SO-OPER-ID TO WS-SIGNED-ON-OPER
015500     END-IF.
015600 2000-EXIT.
018100     EXIT.
018200*-----------------------------------------------------------*
018300* 3000-WORK-THE-PROBLEMS - LOAD THE LOG, TAKE THE FILTERS,    *
038700* 9000-TERMINATE                                             *
038800*-----------------------------------------------------------*
038900 9000-TERMINATE.
039000     CONTINUE.
039200 9000-EXIT.
039300     EXIT.
