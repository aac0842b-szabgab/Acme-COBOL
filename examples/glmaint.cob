000100* GL account-mapping table maintenance
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. GLMAINT.
000400 AUTHOR. D. OKONKWO.
000500 INSTALLATION. ACME WIDGET CO - BATCH OPERATIONS.
000600 DATE-WRITTEN. 09/14/2026.
000700 DATE-COMPILED.
000800******************************************************************
000900*    MODIFICATION HISTORY
001000*    DATE       INIT  DESCRIPTION
001100*    09/14/2026 DCO   ORIGINAL PROGRAM.  MAINTENANCE FOR THE GLMAP
001200*                     GL ACCOUNT-MAPPING TABLE, IN THE BRMAINT
001300*                     STYLE: ADD, CHANGE, DELETE, INQUIRE AND LIST
001400*                     A SOURCE CODE WITH ITS DESCRIPTION, GL
001500*                     CLEARING ACCOUNT AND CUSTOMER-LEDGER CONTROL
001600*                     ACCOUNT.  SOURCE "**" IS THE DEFAULT ENTRY.
001700*                     THE TABLE DECIDES WHERE GLPOST SENDS THE
001800*                     DAY'S MONEY, SO THE SESSION SIGNS ON LIKE
001900*                     SECADMIN -- SUPERVISORS ONLY.
001910*    10/02/2026 DCO   SIGN-ON NOW GOES THROUGH THE SHARED SIGNON
001920*                     ROUTINE (HASHED PASSWORDS, FORCED CHANGE,
001930*                     PASSWORD HISTORY).  OPERSEC AND SECEXCPT
001940*                     ARE NO LONGER OPENED HERE.
002000******************************************************************
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 SOURCE-COMPUTER. ACME-SYSTEM.
002400 OBJECT-COMPUTER. ACME-SYSTEM.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT GL-MAP-TABLE ASSIGN TO "GLMAP"
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS DYNAMIC
003000         RECORD KEY IS GM-SOURCE-CODE
003100         FILE STATUS IS WS-GM-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  GL-MAP-TABLE.
004300 COPY "glmaprec.cpy".
004800 WORKING-STORAGE SECTION.
004900 COPY "rundate.cpy".
005000 COPY "signon.cpy".
005800 01  WS-GM-STATUS                PIC X(02)  VALUE "00".
005900     88  WS-GM-OK                           VALUE "00".
006300 01  WS-SWITCHES.
006400     05  WS-SIGNED-ON-SW         PIC X(01)  VALUE "N".
006500         88  WS-SIGNED-ON                   VALUE "Y".
006600     05  WS-QUIT-SW              PIC X(01)  VALUE "N".
006700         88  WS-QUIT-REQUESTED               VALUE "Y".
006800     05  WS-VALID-FIELD-SW       PIC X(01)  VALUE "Y".
006900         88  WS-VALID-FIELD                  VALUE "Y".
007000     05  WS-LIST-EOF-SW          PIC X(01)  VALUE "N".
007100         88  WS-LIST-EOF                     VALUE "Y".
007300 01  WS-SIGNED-ON-OPER           PIC X(08)  VALUE SPACE.
007600 01  WS-MENU-CHOICE              PIC X(01).
007700 01  WS-SOURCE-ENTRY             PIC X(02).
007800 01  WS-DESC-ENTRY               PIC X(20).
007900 01  WS-ACCOUNT-PROMPT           PIC X(30).
008000 01  WS-ACCOUNT-ENTRY            PIC X(10).
008100 01  WS-RETURN-CODE              PIC 9(02)  COMP  VALUE ZERO.
008200 PROCEDURE DIVISION.
008300 0000-MAINLINE.
008400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008500     PERFORM 2000-SIGN-ON THRU 2000-EXIT.
008600     IF WS-SIGNED-ON
008700         PERFORM 3000-MAIN-MENU THRU 3000-EXIT
008800             UNTIL WS-QUIT-REQUESTED
008900     ELSE
009000         MOVE 16 TO WS-RETURN-CODE
009100     END-IF.
009200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
009300     STOP RUN WS-RETURN-CODE.
009400 1000-INITIALIZE.
009500     ACCEPT CR-RUN-DATE-YMD FROM DATE YYYYMMDD.
009600     ACCEPT CR-RUN-TIME FROM TIME.
010200     OPEN I-O GL-MAP-TABLE.
010300     IF NOT WS-GM-OK
010400         OPEN OUTPUT GL-MAP-TABLE
010500         CLOSE GL-MAP-TABLE
010600         OPEN I-O GL-MAP-TABLE
010700     END-IF.
010800 1000-EXIT.
010900     EXIT.
011000*-----------------------------------------------------------*
011100* 2000-SIGN-ON - THE SHARED SIGNON ROUTINE PROMPTS FOR AND   *
011200* CHECKS THE OPERATOR: ONLY A SUPERVISOR-CLASS OPERATOR MAY  *
011300* CHANGE THE GL MAPPING.                                     *
011400*-----------------------------------------------------------*
011500 2000-SIGN-ON.
011600     MOVE "GLMAINT" TO SO-PROGRAM-ID.
011700     SET SO-SUPERVISORS-ONLY TO TRUE.
011800     MOVE "GLMAINT SIGN-ON REFUSED"
011900         TO SO-RESTRICTED-REASON.
012000     CALL "SIGNON" USING SO-SIGNON-AREA.
012100     IF SO-SIGNED-ON
012200         SET WS-SIGNED-ON TO TRUE
012300         MOVE SO-OPER-ID TO WS-SIGNED-ON-OPER
012400     END-IF.
012500 2000-EXIT.
012600     EXIT.
015100 3000-MAIN-MENU.
015200     DISPLAY " ".
015300     DISPLAY "1 - Add a GL mapping".
015400     DISPLAY "2 - Change a GL mapping".
015500     DISPLAY "3 - Delete a GL mapping".
015600     DISPLAY "4 - Inquire on a GL mapping".
015700     DISPLAY "5 - List all GL mappings".
015800     DISPLAY "9 - Exit".
015900     DISPLAY "Enter your choice: "
016000     ACCEPT WS-MENU-CHOICE.
016100     EVALUATE WS-MENU-CHOICE
016200         WHEN "1"
016300             PERFORM 4000-ADD-MAPPING THRU 4000-EXIT
016400         WHEN "2"
016500             PERFORM 4100-CHANGE-MAPPING THRU 4100-EXIT
016600         WHEN "3"
016700             PERFORM 4200-DELETE-MAPPING THRU 4200-EXIT
016800         WHEN "4"
016900             PERFORM 4300-INQUIRE-MAPPING THRU 4300-EXIT
017000         WHEN "5"
017100             PERFORM 4400-LIST-MAPPINGS THRU 4400-EXIT
017200         WHEN "9"
017300             SET WS-QUIT-REQUESTED TO TRUE
017400         WHEN OTHER
017500             DISPLAY "** Invalid choice - please try again **"
017600     END-EVALUATE.
017700 3000-EXIT.
017800     EXIT.
017900 4000-ADD-MAPPING.
018000     PERFORM 6000-GET-SOURCE THRU 6000-EXIT.
018100     MOVE WS-SOURCE-ENTRY TO GM-SOURCE-CODE.
018200     READ GL-MAP-TABLE.
018300     IF WS-GM-OK
018400         DISPLAY "** Source code already mapped **"
018500         GO TO 4000-EXIT
018600     END-IF.
018700     MOVE SPACE TO GM-GL-MAP-RECORD.
018800     MOVE WS-SOURCE-ENTRY TO GM-SOURCE-CODE.
018900     PERFORM 6050-GET-MAPPING-FIELDS THRU 6050-EXIT.
019000     WRITE GM-GL-MAP-RECORD
019100         INVALID KEY
019200             DISPLAY "** Source code already mapped **"
019300     END-WRITE.
019400 4000-EXIT.
019500     EXIT.
019600 4100-CHANGE-MAPPING.
019700     PERFORM 6500-READ-MAPPING THRU 6500-EXIT.
019800     IF NOT WS-GM-OK
019900         GO TO 4100-EXIT
020000     END-IF.
020100     PERFORM 7000-SHOW-MAPPING THRU 7000-EXIT.
020200     PERFORM 6050-GET-MAPPING-FIELDS THRU 6050-EXIT.
020300     REWRITE GM-GL-MAP-RECORD.
020400 4100-EXIT.
020500     EXIT.
020600*-----------------------------------------------------------*
020700* 4200-DELETE-MAPPING - A SOURCE WITH NO MAPPING OF ITS OWN  *
020800* FALLS TO THE "**" DEFAULT FROM THE NEXT GLPOST RUN ON; WITH *
020900* NO DEFAULT EITHER, GLPOST CANNOT JOURNAL IT AND ENDS RC=12. *
021000*-----------------------------------------------------------*
021100 4200-DELETE-MAPPING.
021200     PERFORM 6000-GET-SOURCE THRU 6000-EXIT.
021300     MOVE WS-SOURCE-ENTRY TO GM-SOURCE-CODE.
021400     DELETE GL-MAP-TABLE
021500         INVALID KEY
021600             DISPLAY "** Source code not mapped **"
021700     END-DELETE.
021800 4200-EXIT.
021900     EXIT.
022000 4300-INQUIRE-MAPPING.
022100     PERFORM 6500-READ-MAPPING THRU 6500-EXIT.
022200     IF NOT WS-GM-OK
022300         GO TO 4300-EXIT
022400     END-IF.
022500     PERFORM 7000-SHOW-MAPPING THRU 7000-EXIT.
022600 4300-EXIT.
022700     EXIT.
022800 4400-LIST-MAPPINGS.
022900     MOVE "N" TO WS-LIST-EOF-SW.
023000     MOVE LOW-VALUES TO GM-SOURCE-CODE.
023100     START GL-MAP-TABLE KEY NOT < GM-SOURCE-CODE
023200         INVALID KEY
023300             SET WS-LIST-EOF TO TRUE
023400     END-START.
023500     IF WS-LIST-EOF
023600         DISPLAY "No GL mappings on file."
023700         GO TO 4400-EXIT
023800     END-IF.
023900     PERFORM 4450-LIST-ONE-MAPPING THRU 4450-EXIT
024000         UNTIL WS-LIST-EOF.
024100 4400-EXIT.
024200     EXIT.
024300 4450-LIST-ONE-MAPPING.
024400     READ GL-MAP-TABLE NEXT RECORD
024500         AT END
024600             SET WS-LIST-EOF TO TRUE
024700             GO TO 4450-EXIT
024800     END-READ.
024900     PERFORM 7000-SHOW-MAPPING THRU 7000-EXIT.
025000 4450-EXIT.
025100     EXIT.
025200 6000-GET-SOURCE.
025300     MOVE "N" TO WS-VALID-FIELD-SW.
025400     PERFORM UNTIL WS-VALID-FIELD
025500         MOVE SPACE TO WS-SOURCE-ENTRY
025600         DISPLAY "Source code (2 characters, ** = default): "
025700         ACCEPT WS-SOURCE-ENTRY
025800         IF WS-SOURCE-ENTRY = SPACE
025900             DISPLAY "** Source code cannot be blank **"
026000         ELSE
026100             SET WS-VALID-FIELD TO TRUE
026200         END-IF
026300     END-PERFORM.
026400 6000-EXIT.
026500     EXIT.
026600 6050-GET-MAPPING-FIELDS.
026700     PERFORM 6100-GET-DESCRIPTION THRU 6100-EXIT.
026800     MOVE WS-DESC-ENTRY TO GM-DESCRIPTION.
026900     MOVE "GL clearing account: " TO WS-ACCOUNT-PROMPT.
027000     PERFORM 6200-GET-ACCOUNT THRU 6200-EXIT.
027100     MOVE WS-ACCOUNT-ENTRY TO GM-CLEARING-ACCOUNT.
027200     MOVE "Customer-ledger control account: "
027300         TO WS-ACCOUNT-PROMPT.
027400     PERFORM 6200-GET-ACCOUNT THRU 6200-EXIT.
027500     MOVE WS-ACCOUNT-ENTRY TO GM-CONTROL-ACCOUNT.
027600 6050-EXIT.
027700     EXIT.
027800 6100-GET-DESCRIPTION.
027900     MOVE "N" TO WS-VALID-FIELD-SW.
028000     PERFORM UNTIL WS-VALID-FIELD
028100         MOVE SPACE TO WS-DESC-ENTRY
028200         DISPLAY "Description: "
028300         ACCEPT WS-DESC-ENTRY
028400         IF WS-DESC-ENTRY = SPACE
028500             DISPLAY "** Description cannot be blank **"
028600         ELSE
028700             SET WS-VALID-FIELD TO TRUE
028800         END-IF
028900     END-PERFORM.
029000 6100-EXIT.
029100     EXIT.
029200 6200-GET-ACCOUNT.
029300     MOVE "N" TO WS-VALID-FIELD-SW.
029400     PERFORM UNTIL WS-VALID-FIELD
029500         MOVE SPACE TO WS-ACCOUNT-ENTRY
029600         DISPLAY WS-ACCOUNT-PROMPT
029700         ACCEPT WS-ACCOUNT-ENTRY
029800         IF WS-ACCOUNT-ENTRY = SPACE
029900             DISPLAY "** Account cannot be blank **"
030000         ELSE
030100             SET WS-VALID-FIELD TO TRUE
030200         END-IF
030300     END-PERFORM.
030400 6200-EXIT.
030500     EXIT.
030600 6500-READ-MAPPING.
030700     PERFORM 6000-GET-SOURCE THRU 6000-EXIT.
030800     MOVE WS-SOURCE-ENTRY TO GM-SOURCE-CODE.
030900     READ GL-MAP-TABLE
031000         INVALID KEY
031100             DISPLAY "** Source code not mapped **"
031200     END-READ.
031300 6500-EXIT.
031400     EXIT.
031500 7000-SHOW-MAPPING.
031600     DISPLAY "Source:        ", GM-SOURCE-CODE.
031700     DISPLAY "  Description: ", GM-DESCRIPTION.
031800     DISPLAY "  Clearing:    ", GM-CLEARING-ACCOUNT.
031900     DISPLAY "  Control:     ", GM-CONTROL-ACCOUNT.
032000 7000-EXIT.
032100     EXIT.
032200*-----------------------------------------------------------*
032300* 9000-TERMINATE                                             *
032400*-----------------------------------------------------------*
032500 9000-TERMINATE.
032600     CLOSE GL-MAP-TABLE.
032900 9000-EXIT.
033000     EXIT.
