000100* One-time conversion of OPERSEC passwords to hashed form
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. PWDCONV.
000400 AUTHOR. D. OKONKWO.
000500 INSTALLATION. ACME WIDGET CO - BATCH OPERATIONS.
000600 DATE-WRITTEN. 10/02/2026.
000700 DATE-COMPILED.
000800******************************************************************
000900*    MODIFICATION HISTORY
001000*    DATE       INIT  DESCRIPTION
001100*    10/02/2026 DCO   ORIGINAL PROGRAM.  RUN ONCE, BEFORE THE NEW
001200*                     SIGNON ROUTINE GOES LIVE, TO TURN EVERY
001300*                     CLEAR-TEXT PASSWORD ON OPERSEC INTO ITS
001400*                     PWDHASH VALUE.  THE CLEAR FIELD IS BLANKED
001500*                     AND THE ACCOUNT IS FLAGGED TO CHOOSE A NEW
001600*                     PASSWORD AT ITS NEXT SIGN-ON, SINCE THE OLD
001700*                     ONE HAS SAT IN THE CLEAR.  A RECORD ALREADY
001800*                     HASHED IS LEFT ALONE, SO A RERUN IS SAFE.
001900******************************************************************
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 SOURCE-COMPUTER. ACME-SYSTEM.
002300 OBJECT-COMPUTER. ACME-SYSTEM.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT OPERATOR-SECURITY ASSIGN TO "OPERSEC"
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS DYNAMIC
002900         RECORD KEY IS OS-OPER-ID
003000         FILE STATUS IS WS-OS-STATUS.
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  OPERATOR-SECURITY.
003400 COPY "opersec.cpy".
003500 WORKING-STORAGE SECTION.
003600 COPY "errlog.cpy".
003700 01  WS-OS-STATUS                PIC X(02)  VALUE "00".
003800     88  WS-OS-OK                           VALUE "00".
003900 01  WS-SWITCHES.
004000     05  WS-EOF-SW               PIC X(01)  VALUE "N".
004100         88  WS-OPERSEC-EOF                 VALUE "Y".
004200 01  WS-COUNTERS.
004300     05  WS-RECORDS-READ         PIC 9(05)  COMP  VALUE ZERO.
004400     05  WS-RECORDS-CONVERTED    PIC 9(05)  COMP  VALUE ZERO.
004500     05  WS-ALREADY-HASHED       PIC 9(05)  COMP  VALUE ZERO.
004600     05  WS-REWRITE-ERRORS       PIC 9(05)  COMP  VALUE ZERO.
004700 01  WS-COUNT-EDIT               PIC ZZZZ9.
004800 01  WS-RETURN-CODE              PIC 9(02)  COMP  VALUE ZERO.
004900 PROCEDURE DIVISION.
005000 0000-MAINLINE.
005100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005200     IF WS-RETURN-CODE = ZERO
005300         PERFORM 2000-CONVERT-ONE THRU 2000-EXIT
005400             UNTIL WS-OPERSEC-EOF
005500         PERFORM 3000-REPORT-COUNTS THRU 3000-EXIT
005600         CLOSE OPERATOR-SECURITY
005700     END-IF.
005800     STOP RUN WS-RETURN-CODE.
005900 1000-INITIALIZE.
006000     OPEN I-O OPERATOR-SECURITY.
006100     IF NOT WS-OS-OK
006200         DISPLAY "PWDCONV: CANNOT OPEN OPERATOR-SECURITY"
006300         MOVE "1000-INITIALIZE" TO EM-PARAGRAPH
006400         MOVE "OPERSEC" TO EM-FILE-NAME
006500         MOVE WS-OS-STATUS TO EM-FILE-STATUS
006600         MOVE "CANNOT OPEN THE OPERATOR SECURITY FILE"
006700             TO EM-MESSAGE
006800         PERFORM 7000-REPORT-FAILURE THRU 7000-EXIT
006900         MOVE 16 TO WS-RETURN-CODE
007000         GO TO 1000-EXIT
007100     END-IF.
007200     MOVE LOW-VALUES TO OS-OPER-ID.
007300     START OPERATOR-SECURITY KEY NOT < OS-OPER-ID
007400         INVALID KEY
007500             SET WS-OPERSEC-EOF TO TRUE
007600     END-START.
007700 1000-EXIT.
007800     EXIT.
007900*-----------------------------------------------------------*
008000* 2000-CONVERT-ONE - HASH THE CLEAR PASSWORD UNDER THE       *
008100* OPERATOR'S OWN ID, BLANK THE CLEAR FIELD, FLAG THE ACCOUNT *
008200* FOR A FORCED CHANGE AND REWRITE IN PLACE.                  *
008300*-----------------------------------------------------------*
008400 2000-CONVERT-ONE.
008500     READ OPERATOR-SECURITY NEXT RECORD
008600         AT END
008700             SET WS-OPERSEC-EOF TO TRUE
008800             GO TO 2000-EXIT
008900     END-READ.
009000     ADD 1 TO WS-RECORDS-READ.
009100     IF OS-PWD-HASHED
009200         ADD 1 TO WS-ALREADY-HASHED
009300         GO TO 2000-EXIT
009400     END-IF.
009500     CALL "PWDHASH" USING OS-OPER-ID OS-OLD-PASSWORD OS-PWD-HASH.
009600     MOVE SPACE TO OS-OLD-PASSWORD.
009700     SET OS-PWD-HASHED TO TRUE.
009800     SET OS-MUST-CHANGE TO TRUE.
009900     REWRITE OPERATOR-SECURITY-RECORD.
010000     IF NOT WS-OS-OK
010100         DISPLAY "PWDCONV: REWRITE FAILED FOR " OS-OPER-ID
010200                 " STATUS " WS-OS-STATUS
010300         ADD 1 TO WS-REWRITE-ERRORS
010400         MOVE 8 TO WS-RETURN-CODE
010500         GO TO 2000-EXIT
010600     END-IF.
010700     ADD 1 TO WS-RECORDS-CONVERTED.
010800 2000-EXIT.
010900     EXIT.
011000 3000-REPORT-COUNTS.
011100     MOVE WS-RECORDS-READ TO WS-COUNT-EDIT.
011200     DISPLAY "PWDCONV: OPERATORS READ      " WS-COUNT-EDIT.
011300     MOVE WS-RECORDS-CONVERTED TO WS-COUNT-EDIT.
011400     DISPLAY "PWDCONV: PASSWORDS HASHED    " WS-COUNT-EDIT.
011500     MOVE WS-ALREADY-HASHED TO WS-COUNT-EDIT.
011600     DISPLAY "PWDCONV: ALREADY HASHED      " WS-COUNT-EDIT.
011700     MOVE WS-REWRITE-ERRORS TO WS-COUNT-EDIT.
011800     DISPLAY "PWDCONV: REWRITE FAILURES    " WS-COUNT-EDIT.
011900 3000-EXIT.
012000     EXIT.
012100*-----------------------------------------------------------*
012200* 7000-REPORT-FAILURE - HAND THE FAILURE TO ERRMGR FOR THE   *
012300* CENTRAL PROBLEM LOG AND THE STANDARD OPERATOR MESSAGE.     *
012400*-----------------------------------------------------------*
012500 7000-REPORT-FAILURE.
012600     MOVE "PWDCONV" TO EM-PROGRAM-ID.
012700     MOVE 16 TO EM-SEVERITY.
012800     CALL "ERRMGR" USING EM-ERROR-AREA.
012900 7000-EXIT.
013000     EXIT.
