000100* Transaction-code table maintenance
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. TRCMAINT.
000400 AUTHOR. D. OKONKWO.
000500 INSTALLATION. ACME WIDGET CO - BATCH OPERATIONS.
000600 DATE-WRITTEN. 09/10/2026.
000700 DATE-COMPILED.
000800******************************************************************
000900*    MODIFICATION HISTORY
001000*    DATE       INIT  DESCRIPTION
001100*    09/10/2026 DCO   ORIGINAL PROGRAM.  MAINTENANCE FOR THE
001200*                     TRANCODE TRANSACTION-CODE TABLE, IN THE
001300*                     BRMAINT STYLE: ADD, CHANGE, DELETE, INQUIRE
001400*                     AND LIST A CODE WITH ITS DESCRIPTION,
001500*                     ALLOWED SIGN AND MAXIMUM SINGLE AMOUNT.
001600*                     THE TABLE DECIDES WHAT ADDING WILL POST, SO
001700*                     THE SESSION SIGNS ON LIKE SECADMIN --
001800*                     SUPERVISORS ONLY.
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
002600     SELECT TRANS-CODE-TABLE ASSIGN TO "TRANCODE"
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS DYNAMIC
002900         RECORD KEY IS TC-TRANS-CODE
003000         FILE STATUS IS WS-TC-STATUS.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  TRANS-CODE-TABLE.
004200 COPY "trcdrec.cpy".
004700 WORKING-STORAGE SECTION.
004800 COPY "rundate.cpy".
004900 COPY "signon.cpy".
005700 01  WS-TC-STATUS                PIC X(02)  VALUE "00".
005800     88  WS-TC-OK                           VALUE "00".
006200 01  WS-SWITCHES.
006300     05  WS-SIGNED-ON-SW         PIC X(01)  VALUE "N".
006400         88  WS-SIGNED-ON                   VALUE "Y".
006500     05  WS-QUIT-SW              PIC X(01)  VALUE "N".
006600         88  WS-QUIT-REQUESTED               VALUE "Y".
006700     05  WS-VALID-FIELD-SW       PIC X(01)  VALUE "Y".
006800         88  WS-VALID-FIELD                  VALUE "Y".
006900     05  WS-LIST-EOF-SW          PIC X(01)  VALUE "N".
007000         88  WS-LIST-EOF                     VALUE "Y".
007200 01  WS-SIGNED-ON-OPER           PIC X(08)  VALUE SPACE.
007500 01  WS-MENU-CHOICE              PIC X(01).
007600 01  WS-CODE-ENTRY               PIC X(03).
007700 01  WS-DESC-ENTRY               PIC X(20).
007800 01  WS-SIGN-ENTRY               PIC X(01).
007900 01  WS-NUM-ENTRY                PIC X(12).
008000 01  WS-NUM-ENTRY-RESULT         PIC S9(04) COMP.
008100 01  WS-NUM-WORK                 PIC 9(07)V99 VALUE ZERO.
008200 01  WS-MAX-EDIT                 PIC ZZZZZZ9.99.
008300 01  WS-RETURN-CODE              PIC 9(02)  COMP  VALUE ZERO.
008400 PROCEDURE DIVISION.
008500 0000-MAINLINE.
008600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008700     PERFORM 2000-SIGN-ON THRU 2000-EXIT.
008800     IF WS-SIGNED-ON
008900         PERFORM 3000-MAIN-MENU THRU 3000-EXIT
009000             UNTIL WS-QUIT-REQUESTED
009100     ELSE
009200         MOVE 16 TO WS-RETURN-CODE
009300     END-IF.
009400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
009500     STOP RUN WS-RETURN-CODE.
009600 1000-INITIALIZE.
009700     ACCEPT CR-RUN-DATE-YMD FROM DATE YYYYMMDD.
009800     ACCEPT CR-RUN-TIME FROM TIME.
010400     OPEN I-O TRANS-CODE-TABLE.
010500     IF NOT WS-TC-OK
010600         OPEN OUTPUT TRANS-CODE-TABLE
010700         CLOSE TRANS-CODE-TABLE
010800         OPEN I-O TRANS-CODE-TABLE
010900     END-IF.
011000 1000-EXIT.
011100     EXIT.
011200*-----------------------------------------------------------*
011300* 2000-SIGN-ON - THE SHARED SIGNON ROUTINE PROMPTS FOR AND   *
011400* CHECKS THE OPERATOR: ONLY A SUPERVISOR-CLASS OPERATOR MAY  *
011500* CHANGE WHAT ADDING POSTS.                                  *
011600*-----------------------------------------------------------*
011700 2000-SIGN-ON.
011800     MOVE "TRCMAINT" TO SO-PROGRAM-ID.
011900     SET SO-SUPERVISORS-ONLY TO TRUE.
012000     MOVE "TRCMAINT SIGN-ON REFUSED"
012100         TO SO-RESTRICTED-REASON.
012200     CALL "SIGNON" USING SO-SIGNON-AREA.
012300     IF SO-SIGNED-ON
012400         SET WS-SIGNED-ON TO TRUE
012500         MOVE SO-OPER-ID TO WS-SIGNED-ON-OPER
012600     END-IF.
012700 2000-EXIT.
012800     EXIT.
015300 3000-MAIN-MENU.
015400     DISPLAY " ".
015500     DISPLAY "1 - Add a transaction code".
015600     DISPLAY "2 - Change a transaction code".
015700     DISPLAY "3 - Delete a transaction code".
015800     DISPLAY "4 - Inquire on a transaction code".
015900     DISPLAY "5 - List all transaction codes".
016000     DISPLAY "9 - Exit".
016100     DISPLAY "Enter your choice: "
016200     ACCEPT WS-MENU-CHOICE.
016300     EVALUATE WS-MENU-CHOICE
016400         WHEN "1"
016500             PERFORM 4000-ADD-CODE THRU 4000-EXIT
016600         WHEN "2"
016700             PERFORM 4100-CHANGE-CODE THRU 4100-EXIT
016800         WHEN "3"
016900             PERFORM 4200-DELETE-CODE THRU 4200-EXIT
017000         WHEN "4"
017100             PERFORM 4300-INQUIRE-CODE THRU 4300-EXIT
017200         WHEN "5"
017300             PERFORM 4400-LIST-CODES THRU 4400-EXIT
017400         WHEN "9"
017500             SET WS-QUIT-REQUESTED TO TRUE
017600         WHEN OTHER
017700             DISPLAY "** Invalid choice - please try again **"
017800     END-EVALUATE.
017900 3000-EXIT.
018000     EXIT.
018100 4000-ADD-CODE.
018200     PERFORM 6000-GET-CODE THRU 6000-EXIT.
018300     MOVE WS-CODE-ENTRY TO TC-TRANS-CODE.
018400     READ TRANS-CODE-TABLE.
018500     IF WS-TC-OK
018600         DISPLAY "** Transaction code already on file **"
018700         GO TO 4000-EXIT
018800     END-IF.
018900     MOVE SPACE TO TC-TRANS-CODE-RECORD.
019000     MOVE WS-CODE-ENTRY TO TC-TRANS-CODE.
019100     PERFORM 6100-GET-DESCRIPTION THRU 6100-EXIT.
019200     MOVE WS-DESC-ENTRY TO TC-DESCRIPTION.
019300     PERFORM 6200-GET-SIGN-RULE THRU 6200-EXIT.
019400     MOVE WS-SIGN-ENTRY TO TC-SIGN-RULE.
019500     PERFORM 6300-GET-MAX-AMOUNT THRU 6300-EXIT.
019600     MOVE WS-NUM-WORK TO TC-MAX-AMOUNT.
019700     WRITE TC-TRANS-CODE-RECORD
019800         INVALID KEY
019900             DISPLAY "** Transaction code already on file **"
020000     END-WRITE.
020100 4000-EXIT.
020200     EXIT.
020300 4100-CHANGE-CODE.
020400     PERFORM 6500-READ-CODE THRU 6500-EXIT.
020500     IF NOT WS-TC-OK
020600         GO TO 4100-EXIT
020700     END-IF.
020800     PERFORM 7000-SHOW-CODE THRU 7000-EXIT.
020900     PERFORM 6100-GET-DESCRIPTION THRU 6100-EXIT.
021000     MOVE WS-DESC-ENTRY TO TC-DESCRIPTION.
021100     PERFORM 6200-GET-SIGN-RULE THRU 6200-EXIT.
021200     MOVE WS-SIGN-ENTRY TO TC-SIGN-RULE.
021300     PERFORM 6300-GET-MAX-AMOUNT THRU 6300-EXIT.
021400     MOVE WS-NUM-WORK TO TC-MAX-AMOUNT.
021500     REWRITE TC-TRANS-CODE-RECORD.
021600 4100-EXIT.
021700     EXIT.
021800*-----------------------------------------------------------*
021900* 4200-DELETE-CODE - A DELETED CODE REJECTS AS UNKNOWN FROM  *
022000* THE NEXT ADDING RUN ON.  HISTORY ALREADY ON THE AUDIT LOG  *
022100* KEEPS THE CODE AND PRINTS WITHOUT A DESCRIPTION.           *
022200*-----------------------------------------------------------*
022300 4200-DELETE-CODE.
022400     PERFORM 6000-GET-CODE THRU 6000-EXIT.
022500     MOVE WS-CODE-ENTRY TO TC-TRANS-CODE.
022600     DELETE TRANS-CODE-TABLE
022700         INVALID KEY
022800             DISPLAY "** Transaction code not on file **"
022900     END-DELETE.
023000 4200-EXIT.
023100     EXIT.
023200 4300-INQUIRE-CODE.
023300     PERFORM 6500-READ-CODE THRU 6500-EXIT.
023400     IF NOT WS-TC-OK
023500         GO TO 4300-EXIT
023600     END-IF.
023700     PERFORM 7000-SHOW-CODE THRU 7000-EXIT.
023800 4300-EXIT.
023900     EXIT.
024000 4400-LIST-CODES.
024100     MOVE "N" TO WS-LIST-EOF-SW.
024200     MOVE LOW-VALUES TO TC-TRANS-CODE.
024300     START TRANS-CODE-TABLE KEY NOT < TC-TRANS-CODE
024400         INVALID KEY
024500             SET WS-LIST-EOF TO TRUE
024600     END-START.
024700     IF WS-LIST-EOF
024800         DISPLAY "No transaction codes on file."
024900         GO TO 4400-EXIT
025000     END-IF.
025100     PERFORM 4450-LIST-ONE-CODE THRU 4450-EXIT
025200         UNTIL WS-LIST-EOF.
025300 4400-EXIT.
025400     EXIT.
025500 4450-LIST-ONE-CODE.
025600     READ TRANS-CODE-TABLE NEXT RECORD
025700         AT END
025800             SET WS-LIST-EOF TO TRUE
025900             GO TO 4450-EXIT
026000     END-READ.
026100     PERFORM 7000-SHOW-CODE THRU 7000-EXIT.
026200 4450-EXIT.
026300     EXIT.
026400 6000-GET-CODE.
026500     MOVE "N" TO WS-VALID-FIELD-SW.
026600     PERFORM UNTIL WS-VALID-FIELD
026700         MOVE SPACE TO WS-CODE-ENTRY
026800         DISPLAY "Transaction code (up to 3 characters): "
026900         ACCEPT WS-CODE-ENTRY
027000         IF WS-CODE-ENTRY = SPACE
027100             DISPLAY "** Transaction code cannot be blank **"
027200         ELSE
027300             SET WS-VALID-FIELD TO TRUE
027400         END-IF
027500     END-PERFORM.
027600 6000-EXIT.
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
029200*-----------------------------------------------------------*
029300* 6200-GET-SIGN-RULE - C: CREDIT ONLY (POSTS POSITIVE),      *
029400* D: DEBIT ONLY (POSTS NEGATIVE), E: EITHER.                 *
029500*-----------------------------------------------------------*
029600 6200-GET-SIGN-RULE.
029700     MOVE "N" TO WS-VALID-FIELD-SW.
029800     PERFORM UNTIL WS-VALID-FIELD
029900         DISPLAY "Allowed sign (C=credit, D=debit, E=either): "
030000         ACCEPT WS-SIGN-ENTRY
030100         IF WS-SIGN-ENTRY = "C" OR WS-SIGN-ENTRY = "D"
030200                 OR WS-SIGN-ENTRY = "E"
030300             SET WS-VALID-FIELD TO TRUE
030400         ELSE
030500             DISPLAY "** Must be C, D or E **"
030600         END-IF
030700     END-PERFORM.
030800 6200-EXIT.
030900     EXIT.
031000*-----------------------------------------------------------*
031100* 6300-GET-MAX-AMOUNT - SAME STAGING-FIELD-AND-TEST-NUMVAL   *
031200* RETRY LOOP AS SVCMAINT.  THE MAXIMUM IS A SIZE, NOT A      *
031300* SIGNED AMOUNT; ZERO MEANS THE CODE HAS NO CEILING.         *
031400*-----------------------------------------------------------*
031500 6300-GET-MAX-AMOUNT.
031600     MOVE "N" TO WS-VALID-FIELD-SW.
031700     PERFORM UNTIL WS-VALID-FIELD
031800         MOVE SPACE TO WS-NUM-ENTRY
031900         DISPLAY "Maximum single amount (0 = no maximum): "
032000         ACCEPT WS-NUM-ENTRY
032100         COMPUTE WS-NUM-ENTRY-RESULT =
032200             FUNCTION TEST-NUMVAL (WS-NUM-ENTRY)
032300         IF WS-NUM-ENTRY-RESULT NOT = 0
032400             DISPLAY "** Must be numeric - re-enter **"
032500         ELSE
032600             IF FUNCTION NUMVAL (WS-NUM-ENTRY) < 0
032700                     OR FUNCTION NUMVAL (WS-NUM-ENTRY)
032800                         > 9999999.99
032900                 DISPLAY "** Must be 0 to 9999999.99 - "
033000                         "re-enter **"
033100             ELSE
033200                 MOVE FUNCTION NUMVAL (WS-NUM-ENTRY)
033300                     TO WS-NUM-WORK
033400                 SET WS-VALID-FIELD TO TRUE
033500             END-IF
033600         END-IF
033700     END-PERFORM.
033800 6300-EXIT.
033900     EXIT.
034000 6500-READ-CODE.
034100     PERFORM 6000-GET-CODE THRU 6000-EXIT.
034200     MOVE WS-CODE-ENTRY TO TC-TRANS-CODE.
034300     READ TRANS-CODE-TABLE
034400         INVALID KEY
034500             DISPLAY "** Transaction code not on file **"
034600     END-READ.
034700 6500-EXIT.
034800     EXIT.
034900 7000-SHOW-CODE.
035000     MOVE TC-MAX-AMOUNT TO WS-MAX-EDIT.
035100     DISPLAY "Code:          ", TC-TRANS-CODE.
035200     DISPLAY "  Description: ", TC-DESCRIPTION.
035300     DISPLAY "  Sign:        ", TC-SIGN-RULE.
035400     DISPLAY "  Maximum:     ", WS-MAX-EDIT.
035500 7000-EXIT.
035600     EXIT.
035700*-----------------------------------------------------------*
035800* 9000-TERMINATE                                             *
035900*-----------------------------------------------------------*
036000 9000-TERMINATE.
036100     CLOSE TRANS-CODE-TABLE.
036400 9000-EXIT.
036500     EXIT.
