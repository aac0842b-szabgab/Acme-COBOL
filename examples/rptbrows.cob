001800*                     FILE TO REPRINTF -- WHEN A BRANCH
001900*                     DISPUTES LAST THURSDAY'S CONSOLIDATION
002000*                     TOTALS, PULL LAST THURSDAY'S CONSRPT.
002010*    10/02/2026 DCO   A RETAINED REPORT CAN CARRY CUSTOMER DATA,
002020*                     SO THE CONSOLE NOW SIGNS THE OPERATOR ON
002030*                     THROUGH THE SHARED SIGNON ROUTINE BEFORE
002040*                     THE CATALOG IS LISTED.  ANY OPERATOR CLASS.
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
004400 01  RP-FILE-RECORD              PIC X(132).
004500 WORKING-STORAGE SECTION.
004600 COPY "rptcat.cpy".
004610 COPY "signon.cpy".
004700 01  WS-RC-STATUS                PIC X(02)  VALUE "00".
004800     88  WS-RC-OK                           VALUE "00".
004900 01  WS-RR-STATUS                PIC X(02)  VALUE "00".
005300     88  WS-EOF                              VALUE "Y".
005400 01  WS-VALID-FIELD-SW           PIC X(01)  VALUE "Y".
005500     88  WS-VALID-FIELD                      VALUE "Y".
005510 01  WS-SIGNED-ON-SW             PIC X(01)  VALUE "N".
005520     88  WS-SIGNED-ON                        VALUE "Y".
005600 01  WS-RPT-NAME                 PIC X(28).
005700 01  WS-CAT-MAX                  PIC 9(04)  COMP  VALUE 2000.
005800 01  WS-CAT-COUNT                PIC 9(04)  COMP  VALUE ZERO.
006700 01  WS-RETURN-CODE              PIC 9(02)  COMP  VALUE ZERO.
006800 PROCEDURE DIVISION.
006900 0000-MAINLINE.
007000     PERFORM 0500-SIGN-ON THRU 0500-EXIT.
007100     IF NOT WS-SIGNED-ON
007200         MOVE 16 TO WS-RETURN-CODE
007300     ELSE
007310         PERFORM 1000-LOAD-CATALOG THRU 1000-EXIT
007320         IF WS-CAT-COUNT = ZERO
007330             DISPLAY "No reports on the catalog."
007340         ELSE
007350             PERFORM 2000-LIST-CATALOG THRU 2000-EXIT
007360             PERFORM 3000-PICK-AND-REPRINT THRU 3000-EXIT
007370         END-IF
007600     END-IF.
007700     STOP RUN WS-RETURN-CODE.
007705*-----------------------------------------------------------*
007710* 0500-SIGN-ON - THE SHARED SIGNON ROUTINE PROMPTS FOR AND   *
007715* CHECKS THE OPERATOR BEFORE ANY REPORT IS LISTED.  ANY      *
007720* OPERATOR CLASS MAY BROWSE AND REPRINT.                     *
007725*-----------------------------------------------------------*
007730 0500-SIGN-ON.
007735     MOVE "RPTBROWS" TO SO-PROGRAM-ID.
007740     SET SO-ANY-CLASS TO TRUE.
007745     MOVE SPACE TO SO-RESTRICTED-REASON.
007750     CALL "SIGNON" USING SO-SIGNON-AREA.
007755     IF SO-SIGNED-ON
007760         SET WS-SIGNED-ON TO TRUE
007765     END-IF.
007770 0500-EXIT.
007775     EXIT.
007800*-----------------------------------------------------------*
007900* 1000-LOAD-CATALOG - THE CATALOG COMES INTO THE TABLE FOR   *
008000* THE NUMBERED LISTING, NEWEST ENTRIES LAST.  A CATALOG TOO  *
