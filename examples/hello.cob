002435*                     SETS AND REFUSE WITH A "NIGHTLY RUN IN
002436*                     PROGRESS" MESSAGE DURING THE BATCH
002437*                     WINDOW; INQUIRY STAYS AVAILABLE.
002438*    09/08/2026 DCO   ADD, REUSE AND CHANGE NOW CAPTURE THE
002439*                     CUSTOMER'S CREDIT LIMIT (CM-CREDIT-LIMIT,
002440*                     BLANK OR ZERO FOR NONE) THAT ADDING
002441*                     HOLDS OVER-LIMIT DEBITS AGAINST.
002442*    09/16/2026 DCO   DUAL CONTROL: AN ADD OR CHANGE KEYED BY AN
002443*                     OPERATOR-CLASS SIGN-ON NO LONGER TOUCHES
002444*                     CUSTMAS - IT IS WRITTEN TO THE PENDCHG
002445*                     FILE WITH BEFORE/AFTER IMAGES FOR A
002446*                     SUPERVISOR TO APPROVE OR RETURN IN CHGAPPR.
002447*                     NEW MENU CHOICE 7 SHOWS THE OPERATOR'S OWN
002448*                     PENDING AND RETURNED CHANGES.
002449*    09/18/2026 DCO   A CHANGE THAT ALTERS THE NAME OR ADDRESS
002450*                     NOW STAMPS CM-STATUS-DATE FOR THE TXNMON
002451*                     RECENT-CHANGE CHECK.
002452*    09/22/2026 DCO   AN ID RETIRED BY A CUSTMRG MERGE CANNOT BE
002453*                     REUSED; A NEW CUSTOMER STARTS WITH NO
002454*                     MERGE POINTER.
002455*    10/02/2026 DCO   SIGN-ON NOW GOES THROUGH THE SHARED SIGNON
002456*                     ROUTINE: PASSWORDS ARE CHECKED AS ONE-WAY
002457*                     HASHES, A NEW OR RESET ACCOUNT AND AN
002458*                     EXPIRED PASSWORD MUST CHOOSE A NEW ONE, AND
002459*                     RECENT PASSWORDS CANNOT BE REUSED.  OPERSEC
002460*                     IS NO LONGER OPENED HERE.
002461******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER. ACME-SYSTEM.
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS CM-CUST-ID
003500         FILE STATUS IS WS-CM-STATUS.
004100     SELECT SECURITY-EXCEPTIONS ASSIGN TO "SECEXCPT"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-SX-STATUS.
004392         ACCESS MODE IS DYNAMIC
004393         RECORD KEY IS ST-STATE-CODE
004394         FILE STATUS IS WS-ST-STATUS.
004395     SELECT PENDING-CHANGE ASSIGN TO "PENDCHG"
004396         ORGANIZATION IS INDEXED
004397         ACCESS MODE IS DYNAMIC
004398         RECORD KEY IS PC-PEND-KEY
004399         FILE STATUS IS WS-PC-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  CUSTOMER-MASTER.
004700 COPY "custmas.cpy".
005000 FD  SECURITY-EXCEPTIONS.
005100 01  SX-FILE-RECORD              PIC X(60).
005110 FD  CUSTOMER-BALANCE.
005146 01  SY-FILE-RECORD              PIC X(30).
005150 FD  STATE-TABLE.
005160 COPY "statrec.cpy".
005170 FD  PENDING-CHANGE.
005180 COPY "pchgrec.cpy".
005200 WORKING-STORAGE SECTION.
005300 COPY "rundate.cpy".
005310 COPY "cmjrec.cpy".
005320 COPY "errlog.cpy".
005330 COPY "sysstat.cpy".
005430 COPY "signon.cpy".
005600 01  SX-EXCEPTION-LINE.
005700     05  SX-RUN-DATE             PIC 9(08).
005800     05  FILLER                   PIC X(01)  VALUE SPACE.
006600         88  WS-CM-OK                       VALUE "00".
006700         88  WS-CM-NOT-FOUND                VALUE "23".
006800         88  WS-CM-DUPLICATE                VALUE "22".
007200     05  WS-SX-STATUS            PIC X(02)  VALUE "00".
007210     05  WS-CB-STATUS            PIC X(02)  VALUE "00".
007220         88  WS-CB-OK                       VALUE "00".
007260         88  WS-ST-OK                       VALUE "00".
007270     05  WS-SY-STATUS            PIC X(02)  VALUE "00".
007280         88  WS-SY-OK                       VALUE "00".
007285     05  WS-PC-STATUS            PIC X(02)  VALUE "00".
007290         88  WS-PC-OK                       VALUE "00".
007300 01  WS-SWITCHES.
007400     05  WS-SIGNED-ON-SW         PIC X(01)  VALUE "N".
007500         88  WS-SIGNED-ON                   VALUE "Y".
007900         88  WS-VALID-FIELD                  VALUE "Y".
007910     05  WS-BATCH-WINDOW-SW      PIC X(01)  VALUE "N".
007920         88  WS-BATCH-WINDOW                 VALUE "Y".
008030 01  WS-SIGNED-ON-OPER           PIC X(08)  VALUE SPACE.
008031 01  WS-SIGNED-ON-CLASS          PIC X(01)  VALUE SPACE.
008032     88  WS-SIGNON-SUPERVISOR               VALUE "S".
008064 01  WS-STATE-ENTRY              PIC X(02).
008065 01  WS-ZIP-ENTRY                PIC X(10).
008100 01  WS-MENU-CHOICE              PIC X(01).
008400 01  WS-CUST-ID-ENTRY            PIC X(06).
008500 01  WS-NAME-ENTRY               PIC X(50).
008501 01  WS-SEARCH-ENTRY             PIC X(30).
008516 01  WS-PICK-NO                  PIC 9(01)  COMP  VALUE ZERO.
008517 01  WS-ACTION-ENTRY             PIC X(01).
008518 01  WS-BAL-EDIT                 PIC -ZZZZZZZZ9.99.
008523 01  WS-NUM-ENTRY                PIC X(10).
008528 01  WS-NUM-ENTRY-RESULT         PIC S9(04) COMP.
008533 01  WS-LIMIT-WORK               PIC S9(07)V99 VALUE ZERO.
008538 01  WS-LIMIT-EDIT               PIC ZZZZ9.99.
008540 01  WS-REVIEW-COUNT             PIC 9(03)  COMP  VALUE ZERO.
008542 01  WS-PEND-STATUS-TEXT         PIC X(17).
008550 01  WS-RETURN-CODE              PIC 9(02)  COMP  VALUE ZERO.
008600 PROCEDURE DIVISION.
008700 0000-MAINLINE.
010470     IF WS-CJ-STATUS = "05" OR WS-CJ-STATUS = "35"
010480         OPEN OUTPUT CUST-JOURNAL
010490     END-IF.
010600     OPEN EXTEND SECURITY-EXCEPTIONS.
010700     IF WS-SX-STATUS = "05" OR WS-SX-STATUS = "35"
010800         OPEN OUTPUT SECURITY-EXCEPTIONS
010900     END-IF.
010910     OPEN I-O PENDING-CHANGE.
010920     IF NOT WS-PC-OK
010930         OPEN OUTPUT PENDING-CHANGE
010940         CLOSE PENDING-CHANGE
010950         OPEN I-O PENDING-CHANGE
010960     END-IF.
011000 1000-EXIT.
011100     EXIT.
011200*-----------------------------------------------------------*
011300* 2000-SIGN-ON - NO CUSTOMER DATA IS DISPLAYED UNTIL THE     *
011400* SHARED SIGNON ROUTINE HAS CHECKED THE OPERATOR: THREE      *
011500* TRIES, BAD ATTEMPTS COUNTED TOWARD A LOCKOUT, A NEW        *
011600* PASSWORD FORCED WHEN DUE.  ANY OPERATOR CLASS MAY SIGN ON; *
011700* THE CLASS DECIDES WHICH FUNCTIONS ARE OFFERED.             *
011800*-----------------------------------------------------------*
011900 2000-SIGN-ON.
012000     MOVE "HELLO" TO SO-PROGRAM-ID.
012100     SET SO-ANY-CLASS TO TRUE.
012200     MOVE SPACE TO SO-RESTRICTED-REASON.
012300     CALL "SIGNON" USING SO-SIGNON-AREA.
012400     IF SO-SIGNED-ON
012500         SET WS-SIGNED-ON TO TRUE
012600         MOVE SO-OPER-ID TO WS-SIGNED-ON-OPER
012700         MOVE SO-OPER-CLASS TO WS-SIGNED-ON-CLASS
014300     END-IF.
014400 2000-EXIT.
014710     EXIT.
014711*-----------------------------------------------------------*
014712* 2130-LOG-RESTRICTED - AN ATTEMPTED USE OF A SUPERVISORS-    *
014723     WRITE SX-FILE-RECORD FROM SX-EXCEPTION-LINE.
014724 2130-EXIT.
014725     EXIT.
015400*-----------------------------------------------------------*
015500* 3000-MAIN-MENU - CUSTOMER MAINTENANCE MENU.               *
015600*-----------------------------------------------------------*
016200     DISPLAY "4 - Delete a customer".
016250     DISPLAY "5 - Balance inquiry".
016260     DISPLAY "6 - Find a customer by name".
016270     DISPLAY "7 - Review my changes sent for approval".
016300     DISPLAY "9 - Exit".
016400     DISPLAY "Enter your choice: "
016500     ACCEPT WS-MENU-CHOICE.
017420             PERFORM 4400-BALANCE-INQUIRY THRU 4400-EXIT
017430         WHEN "6"
017440             PERFORM 4600-SEARCH-BY-NAME THRU 4600-EXIT
017450         WHEN "7"
017460             PERFORM 4800-REVIEW-MY-CHANGES THRU 4800-EXIT
017500         WHEN "9"
017600             SET WS-QUIT-REQUESTED TO TRUE
017700         WHEN OTHER
018730         GO TO 4000-EXIT
018740     END-IF.
018800     PERFORM 6100-GET-NEW-CUST-ID THRU 6100-EXIT.
018810*    AN OPERATOR'S ADD IS ONLY QUEUED, SO A TAKEN ID IS
018820*    REFUSED HERE, BEFORE THE FIELDS ARE KEYED, RATHER THAN
018830*    ON THE WRITE AS FOR A SUPERVISOR.
018840     IF NOT WS-SIGNON-SUPERVISOR
018850         PERFORM 4010-CHECK-ID-FREE THRU 4010-EXIT
018860         IF NOT WS-VALID-FIELD
018870             GO TO 4000-EXIT
018880         END-IF
018890     END-IF.
018900     PERFORM 6200-GET-CUST-NAME THRU 6200-EXIT.
019000     MOVE WS-CUST-ID-ENTRY TO CM-CUST-ID.
019100     MOVE WS-NAME-ENTRY(1:30) TO CM-CUST-NAME.
019200     PERFORM 6300-GET-ADDRESS THRU 6300-EXIT.
019210     MOVE ZERO TO CM-CREDIT-LIMIT.
019215     MOVE SPACE TO CM-MERGED-INTO-ID.
019220     PERFORM 6700-GET-CREDIT-LIMIT THRU 6700-EXIT.
019400     SET CM-STATUS-ACTIVE TO TRUE.
019410     MOVE CR-RUN-DATE-YMD TO CM-STATUS-DATE.
019450     MOVE SPACE TO WS-BEFORE-IMAGE.
019460     MOVE "A" TO WS-JRNL-ACTION.
019465     IF NOT WS-SIGNON-SUPERVISOR
019470         PERFORM 4900-QUEUE-FOR-APPROVAL THRU 4900-EXIT
019475         GO TO 4000-EXIT
019480     END-IF.
019500     WRITE CUSTOMER-MASTER-RECORD
019600         INVALID KEY
019700             PERFORM 4050-REUSE-DELETED-ID THRU 4050-EXIT
019840     END-IF.
019900 4000-EXIT.
020000     EXIT.
020001*-----------------------------------------------------------*
020002* 4010-CHECK-ID-FREE - AN OPERATOR-CLASS ADD MUST BE FOR AN   *
020003* ID NOT ON FILE AT ALL: AN ACTIVE ID IS TAKEN, AND REUSING   *
020004* A DELETED ONE IS SUPERVISORS-ONLY AS IN 4050.  WS-VALID-    *
020005* FIELD-SW COMES BACK "Y" WHEN THE ADD MAY GO AHEAD.          *
020006*-----------------------------------------------------------*
020007 4010-CHECK-ID-FREE.
020008     MOVE "Y" TO WS-VALID-FIELD-SW.
020009     MOVE WS-CUST-ID-ENTRY TO CM-CUST-ID.
020010     READ CUSTOMER-MASTER
020011         INVALID KEY
020012             GO TO 4010-EXIT
020013     END-READ.
020014     MOVE "N" TO WS-VALID-FIELD-SW.
020015     IF CM-STATUS-DELETED
020016         DISPLAY "** Deleted-ID reuse is supervisors-"
020017                 "only - see your supervisor **"
020018         MOVE "RESTRICTED FUNCTION - ID REUSE"
020019             TO SX-REASON
020020         PERFORM 2130-LOG-RESTRICTED THRU 2130-EXIT
020021     ELSE
020022         DISPLAY "** Customer ID already on file **"
020023     END-IF.
020024 4010-EXIT.
020025     EXIT.
020050*-----------------------------------------------------------*
020060* 4050-REUSE-DELETED-ID - THE ID WAS ALREADY ON FILE; IF    *
020070* THAT RECORD IS A DELETED CUSTOMER, REUSE IT RATHER THAN   *
020500     END-READ.
020600     IF WS-CM-OK
020700         IF CM-STATUS-DELETED
020701*            A MERGED ID IS THE ALIAS ADDING POSTS BY; REUSING
020702*            IT WOULD SEND THE OLD CUSTOMER'S WORK TO A NEW ONE.
020703             IF CM-MERGED-INTO-ID NOT = SPACE
020704                 DISPLAY "** ID was merged into "
020705                         CM-MERGED-INTO-ID
020706                         " - it cannot be reused **"
020707                 MOVE SPACE TO WS-JRNL-ACTION
020708                 GO TO 4050-EXIT
020709             END-IF
020710             IF NOT WS-SIGNON-SUPERVISOR
020720                 DISPLAY "** Deleted-ID reuse is supervisors-"
020730                         "only - see your supervisor **"
020795             MOVE CUSTOMER-MASTER-RECORD TO WS-BEFORE-IMAGE
020800             MOVE WS-NAME-ENTRY(1:30) TO CM-CUST-NAME
020900             PERFORM 6300-GET-ADDRESS THRU 6300-EXIT
020910             MOVE ZERO TO CM-CREDIT-LIMIT
020920             PERFORM 6700-GET-CREDIT-LIMIT THRU 6700-EXIT
021100             SET CM-STATUS-ACTIVE TO TRUE
021110             MOVE CR-RUN-DATE-YMD TO CM-STATUS-DATE
021200             REWRITE CUSTOMER-MASTER-RECORD
022200         PERFORM 6200-GET-CUST-NAME THRU 6200-EXIT
022300         MOVE WS-NAME-ENTRY(1:30) TO CM-CUST-NAME
022310         PERFORM 6300-GET-ADDRESS THRU 6300-EXIT
022320         IF CM-CREDIT-LIMIT-X NOT NUMERIC
022330             MOVE ZERO TO CM-CREDIT-LIMIT
022340         END-IF
022350         PERFORM 6700-GET-CREDIT-LIMIT THRU 6700-EXIT
022351         IF CUSTOMER-MASTER-RECORD (7:122)
022352                 NOT = WS-BEFORE-IMAGE (7:122)
022353             MOVE CR-RUN-DATE-YMD TO CM-STATUS-DATE
022354         END-IF
022355         IF NOT WS-SIGNON-SUPERVISOR
022360             MOVE "C" TO WS-JRNL-ACTION
022365             PERFORM 4900-QUEUE-FOR-APPROVAL THRU 4900-EXIT
022370             GO TO 4100-EXIT
022375         END-IF
022400         REWRITE CUSTOMER-MASTER-RECORD
022410         MOVE "C" TO WS-JRNL-ACTION
022420         PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT
024416 4700-EXIT.
024417     EXIT.
024418*-----------------------------------------------------------*
024419* 4800-REVIEW-MY-CHANGES - WHAT BECAME OF THE ADDS AND        *
024420* CHANGES THIS OPERATOR SENT FOR APPROVAL: EVERY ONE STILL    *
024421* WAITING, AND EVERY APPROVED OR RETURNED ONE NOT YET SEEN    *
024422* (A RETURNED CHANGE SHOWS THE SUPERVISOR'S NOTE).  ONCE      *
024423* SHOWN, A DECIDED CHANGE IS MARKED SEEN AND DROPS OFF.       *
024424*-----------------------------------------------------------*
024425 4800-REVIEW-MY-CHANGES.
024426     MOVE ZERO TO WS-REVIEW-COUNT.
024427     MOVE "N" TO WS-SEARCH-EOF-SW.
024428     MOVE LOW-VALUES TO PC-PEND-KEY.
024429     START PENDING-CHANGE KEY NOT < PC-PEND-KEY
024430         INVALID KEY
024431             SET WS-SEARCH-EOF TO TRUE
024432     END-START.
024433     PERFORM 4850-REVIEW-ONE-CHANGE THRU 4850-EXIT
024434         UNTIL WS-SEARCH-EOF.
024435     IF WS-REVIEW-COUNT = ZERO
024436         DISPLAY "No changes of yours awaiting approval or "
024437                 "returned."
024438     END-IF.
024439 4800-EXIT.
024440     EXIT.
024441 4850-REVIEW-ONE-CHANGE.
024442     READ PENDING-CHANGE NEXT RECORD
024443         AT END
024444             SET WS-SEARCH-EOF TO TRUE
024445             GO TO 4850-EXIT
024446     END-READ.
024447     IF PC-MAKER-ID NOT = WS-SIGNED-ON-OPER
024448         GO TO 4850-EXIT
024449     END-IF.
024450     IF PC-MAKER-SEEN AND NOT PC-STATUS-PENDING
024451         GO TO 4850-EXIT
024452     END-IF.
024453     ADD 1 TO WS-REVIEW-COUNT.
024454     EVALUATE TRUE
024455         WHEN PC-STATUS-PENDING
024456             MOVE "AWAITING APPROVAL" TO WS-PEND-STATUS-TEXT
024457         WHEN PC-STATUS-APPROVED
024458             MOVE "APPROVED" TO WS-PEND-STATUS-TEXT
024459         WHEN OTHER
024460             MOVE "RETURNED" TO WS-PEND-STATUS-TEXT
024461     END-EVALUATE.
024462     DISPLAY PC-CUST-ID " " PC-ACTION-CODE " " PC-MAKER-DATE " "
024463             PC-AFTER-IMAGE (7:30) " " WS-PEND-STATUS-TEXT.
024464     IF PC-STATUS-REJECTED
024465         DISPLAY "    Returned by " PC-CHECKER-ID ": "
024466                 PC-RETURN-NOTE
024467     END-IF.
024468     IF NOT PC-STATUS-PENDING
024469         SET PC-MAKER-SEEN TO TRUE
024470         REWRITE PC-PENDING-CHANGE-RECORD
024471     END-IF.
024472 4850-EXIT.
024473     EXIT.
024474*-----------------------------------------------------------*
024475* 4900-QUEUE-FOR-APPROVAL - DUAL CONTROL.  AN OPERATOR-CLASS  *
024476* ADD OR CHANGE IS WRITTEN TO PENDCHG, NOT CUSTMAS: THE       *
024477* RECORD AS IT STOOD (SAVED BY THE CALLER, BLANK FOR AN ADD)  *
024478* AND AS KEYED.  NOTHING IS JOURNALED UNTIL A SUPERVISOR      *
024479* APPROVES IT IN CHGAPPR.  THE CALLER SETS WS-JRNL-ACTION.    *
024480*-----------------------------------------------------------*
024481 4900-QUEUE-FOR-APPROVAL.
024482     MOVE CM-CUST-ID TO PC-CUST-ID.
024483     MOVE CR-RUN-DATE-YMD TO PC-MAKER-DATE.
024484     ACCEPT CR-RUN-TIME FROM TIME.
024485     MOVE CR-RUN-TIME TO PC-MAKER-TIME.
024486     MOVE WS-JRNL-ACTION TO PC-ACTION-CODE.
024487     MOVE WS-SIGNED-ON-OPER TO PC-MAKER-ID.
024488     SET PC-STATUS-PENDING TO TRUE.
024489     MOVE SPACE TO PC-CHECKER-ID.
024490     MOVE ZERO TO PC-CHECKED-DATE.
024491     MOVE ZERO TO PC-CHECKED-TIME.
024492     MOVE SPACE TO PC-RETURN-NOTE.
024493     MOVE "N" TO PC-MAKER-SEEN-SW.
024494     MOVE WS-BEFORE-IMAGE TO PC-BEFORE-IMAGE.
024495     MOVE CUSTOMER-MASTER-RECORD TO PC-AFTER-IMAGE.
024496     WRITE PC-PENDING-CHANGE-RECORD
024497         INVALID KEY
024498             DISPLAY "** Change not sent - please key it again **"
024499             GO TO 4900-EXIT
024500     END-WRITE.
024501     DISPLAY "Sent for supervisor approval - customer "
024502             CM-CUST-ID " is not updated until it is approved.".
024503     MOVE SPACE TO WS-JRNL-ACTION.
024504 4900-EXIT.
024505     EXIT.
024506*-----------------------------------------------------------*
024507* 6000-GET-EXISTING-CUST-ID - ACCEPT A CUSTOMER ID AND READ *
024508* THE MASTER, REPROMPTING UNTIL THE ID IS NOT BLANK.  A     *
024600* DELETED CUSTOMER READS BACK AS "NOT ON FILE" SO CHANGE,   *
024700* INQUIRE AND DELETE ALL TREAT IT THE SAME AS A REAL MISS.  *
024800*-----------------------------------------------------------*
030713 6600-EXIT.
030714     EXIT.
030715*-----------------------------------------------------------*
030716* 6700-GET-CREDIT-LIMIT - HOW FAR BELOW ZERO ADDING MAY TAKE *
030717* THE BALANCE BEFORE HOLDING A DEBIT FOR A SUPERVISOR.  THE  *
030718* LIMIT ON THE RECORD IS SHOWN AND A BLANK ENTRY KEEPS IT    *
030719* (A NEW CUSTOMER ARRIVES WITH ZERO - NO LIMIT).  SAME       *
030720* STAGING-FIELD-AND-TEST-NUMVAL RETRY AS ADDING'S ACCEPT.    *
030721*-----------------------------------------------------------*
030722 6700-GET-CREDIT-LIMIT.
030723     MOVE CM-CREDIT-LIMIT TO WS-LIMIT-EDIT.
030724     DISPLAY "Credit limit on file: ", WS-LIMIT-EDIT,
030725             "  (0 = no limit)".
030726     MOVE "N" TO WS-VALID-FIELD-SW.
030727     PERFORM UNTIL WS-VALID-FIELD
030728         MOVE SPACE TO WS-NUM-ENTRY
030729         DISPLAY "Credit limit (blank keeps it): "
030730         ACCEPT WS-NUM-ENTRY
030731         IF WS-NUM-ENTRY = SPACE
030732             SET WS-VALID-FIELD TO TRUE
030733         ELSE
030734             COMPUTE WS-NUM-ENTRY-RESULT =
030735                 FUNCTION TEST-NUMVAL (WS-NUM-ENTRY)
030736             IF WS-NUM-ENTRY-RESULT NOT = 0
030737                 DISPLAY "** Credit limit must be numeric **"
030738             ELSE
030739                 MOVE FUNCTION NUMVAL (WS-NUM-ENTRY)
030740                     TO WS-LIMIT-WORK
030741                 IF WS-LIMIT-WORK < ZERO
030742                         OR WS-LIMIT-WORK > 99999.99
030743                     DISPLAY "** Credit limit must be 0 to "
030744                             "99999.99 **"
030745                 ELSE
030746                     MOVE WS-LIMIT-WORK TO CM-CREDIT-LIMIT
030747                     SET WS-VALID-FIELD TO TRUE
030748                 END-IF
030749             END-IF
030750         END-IF
030751     END-PERFORM.
030752 6700-EXIT.
030753     EXIT.
030754*-----------------------------------------------------------*
030755* 7000-WRITE-JOURNAL - ONE JOURNAL RECORD PER MAINTENANCE    *
030756* ACTION: WHO, WHEN, WHAT, AND THE RECORD AS IT LOOKED       *
030757* BEFORE AND AFTER.  THE CURRENT CUSTOMER-MASTER-RECORD IS   *
030758* THE AFTER IMAGE; THE CALLER SAVED THE BEFORE IMAGE.        *
030759*-----------------------------------------------------------*
030760 7000-WRITE-JOURNAL.
030761     MOVE WS-SIGNED-ON-OPER TO CJ-OPERATOR-ID.
030763     MOVE SPACE TO CJ-CHECKER-ID.
030770     MOVE CR-RUN-DATE-YMD TO CJ-RUN-DATE.
030780     ACCEPT CR-RUN-TIME FROM TIME.
030790     MOVE CR-RUN-TIME TO CJ-RUN-TIME.
030920     CLOSE CUSTOMER-BALANCE.
030930     CLOSE CUST-JOURNAL.
030940     CLOSE STATE-TABLE.
030945     CLOSE PENDING-CHANGE.
030960     CLOSE SECURITY-EXCEPTIONS.
030970 9000-EXIT.
030980     EXIT.
