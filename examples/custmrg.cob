000100* Duplicate-customer merge console - retire one ID into another
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. CUSTMRG.
000400 AUTHOR. D. OKONKWO.
000500 INSTALLATION. ACME WIDGET CO - CUSTOMER SERVICES.
000600 DATE-WRITTEN. 09/22/2026.
000700 DATE-COMPILED.
000800******************************************************************
000900*    MODIFICATION HISTORY
001000*    DATE       INIT  DESCRIPTION
001100*    09/22/2026 DCO   ORIGINAL PROGRAM.  BRANCHES HAVE OPENED THE
001200*                     SAME PERSON TWICE, WHICH MEANS TWO
001300*                     STATEMENTS AND TWO SERVICE CHARGES.  A
001400*                     SUPERVISOR NAMES THE SURVIVING ID AND THE
001500*                     RETIRING ID: THE RETIRING CUSTOMER'S CUSTBAL
001600*                     FIGURES (CURRENT, MTD, YTD) ARE FOLDED INTO
001700*                     THE SURVIVOR'S, ITS BALHIST PERIODS ARE
001800*                     RE-KEYED TO THE SURVIVOR (ADDED IN WHERE THE
001900*                     SURVIVOR HAS THE SAME PERIOD), AND ITS
002000*                     MASTER IS MARKED DELETED WITH
002100*                     CM-MERGED-INTO-ID NAMING THE SURVIVOR.  BOTH
002200*                     SIDES ARE JOURNALED TO CUSTJRNL AS ACTION
002300*                     "M".  ADDING POSTS WORK STILL SENT UNDER THE
002400*                     OLD ID TO THE SURVIVOR.  SIGN-ON AS HOLDREL;
002500*                     SUPERVISORS ONLY.
002510*    10/02/2026 DCO   SIGN-ON NOW GOES THROUGH THE SHARED SIGNON
002520*                     ROUTINE (HASHED PASSWORDS, FORCED CHANGE,
002530*                     PASSWORD HISTORY).  OPERSEC AND SECEXCPT
002540*                     ARE NO LONGER OPENED HERE.
002550*    10/14/2026 DCO   THE YEAR'S SERVICE CHARGES AND REVERSALS
002560*                     ON CUSTBAL ARE FOLDED INTO THE SURVIVOR
002570*                     UNDER THE SAME SAME-YEAR RULE AS THE YTD.
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. ACME-SYSTEM.
003000 OBJECT-COMPUTER. ACME-SYSTEM.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAS"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS CM-CUST-ID
003700         FILE STATUS IS WS-CM-STATUS.
003800     SELECT OPTIONAL CUSTOMER-BALANCE ASSIGN TO "CUSTBAL"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS CB-CUST-ID
004200         FILE STATUS IS WS-CB-STATUS.
004300     SELECT OPTIONAL BALANCE-HISTORY ASSIGN TO "BALHIST"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS BH-HIST-KEY
004700         FILE STATUS IS WS-BH-STATUS.
004800     SELECT CUST-JOURNAL ASSIGN TO "CUSTJRNL"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-CJ-STATUS.
005900     SELECT OPTIONAL SYSTEM-STATUS ASSIGN TO "SYSSTAT"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-SY-STATUS.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  CUSTOMER-MASTER.
006500 COPY "custmas.cpy".
006600 FD  CUSTOMER-BALANCE.
006700 COPY "balrec.cpy".
006800 FD  BALANCE-HISTORY.
006900 COPY "balhist.cpy".
007000 FD  CUST-JOURNAL.
007100 01  CJ-FILE-RECORD              PIC X(340).
007600 FD  SYSTEM-STATUS.
007700 01  SY-FILE-RECORD              PIC X(30).
007800 WORKING-STORAGE SECTION.
007900 COPY "rundate.cpy".
008000 COPY "cmjrec.cpy".
008100 COPY "sysstat.cpy".
008200 COPY "signon.cpy".
009000 01  WS-FILE-STATUSES.
009100     05  WS-CM-STATUS            PIC X(02)  VALUE "00".
009200         88  WS-CM-OK                       VALUE "00".
009300     05  WS-CB-STATUS            PIC X(02)  VALUE "00".
009400         88  WS-CB-OK                       VALUE "00".
009500     05  WS-BH-STATUS            PIC X(02)  VALUE "00".
009600         88  WS-BH-OK                       VALUE "00".
009700     05  WS-CJ-STATUS            PIC X(02)  VALUE "00".
010100     05  WS-SY-STATUS            PIC X(02)  VALUE "00".
010200         88  WS-SY-OK                       VALUE "00".
010300 01  WS-SWITCHES.
010400     05  WS-SIGNED-ON-SW         PIC X(01)  VALUE "N".
010500         88  WS-SIGNED-ON                   VALUE "Y".
010600     05  WS-QUIT-SW              PIC X(01)  VALUE "N".
010700         88  WS-QUIT-REQUESTED               VALUE "Y".
010800     05  WS-VALID-FIELD-SW       PIC X(01)  VALUE "Y".
010900         88  WS-VALID-FIELD                  VALUE "Y".
011000     05  WS-BATCH-WINDOW-SW      PIC X(01)  VALUE "N".
011100         88  WS-BATCH-WINDOW                 VALUE "Y".
011200     05  WS-HISTORY-DONE-SW      PIC X(01)  VALUE "N".
011300         88  WS-HISTORY-DONE                 VALUE "Y".
011700 01  WS-SIGNED-ON-OPER           PIC X(08)  VALUE SPACE.
012000 01  WS-CUST-ID-ENTRY            PIC X(06).
012100 01  WS-CONFIRM                  PIC X(01).
012200 01  WS-SURVIVOR-ID              PIC X(06)  VALUE SPACE.
012300 01  WS-RETIRING-ID              PIC X(06)  VALUE SPACE.
012400 01  WS-JRNL-ACTION              PIC X(01)  VALUE SPACE.
012500 01  WS-BEFORE-IMAGE             PIC X(150) VALUE SPACE.
012600*    THE TWO MASTERS AS SHOWN TO THE SUPERVISOR.  EACH IS READ
012700*    AGAIN AND COMPARED BEFORE ANYTHING IS CHANGED.
012800 01  WS-SURVIVOR-IMAGE           PIC X(150) VALUE SPACE.
012900 01  WS-SURVIVOR-VIEW REDEFINES WS-SURVIVOR-IMAGE.
013000     05  FILLER                   PIC X(06).
013100     05  WS-SURV-NAME            PIC X(30).
013200     05  WS-SURV-ADDR-1          PIC X(30).
013300     05  WS-SURV-ADDR-2          PIC X(30).
013400     05  WS-SURV-CITY            PIC X(20).
013500     05  WS-SURV-STATE           PIC X(02).
013600     05  WS-SURV-ZIP             PIC X(10).
013700     05  FILLER                   PIC X(22).
013800 01  WS-RETIRING-IMAGE           PIC X(150) VALUE SPACE.
013900 01  WS-RETIRING-VIEW REDEFINES WS-RETIRING-IMAGE.
014000     05  FILLER                   PIC X(06).
014100     05  WS-RET-NAME             PIC X(30).
014200     05  WS-RET-ADDR-1           PIC X(30).
014300     05  WS-RET-ADDR-2           PIC X(30).
014400     05  WS-RET-CITY             PIC X(20).
014500     05  WS-RET-STATE            PIC X(02).
014600     05  WS-RET-ZIP              PIC X(10).
014700     05  FILLER                   PIC X(22).
014800*    THE RETIRING CUSTOMER'S FIGURES WHILE THEY ARE FOLDED IN.
014900 01  WS-FOLD-CURRENT             PIC S9(09)V99 VALUE ZERO.
015000 01  WS-FOLD-MTD                 PIC S9(09)V99 VALUE ZERO.
015100 01  WS-FOLD-YTD                 PIC S9(09)V99 VALUE ZERO.
015110 01  WS-FOLD-SVC-CHARGES         PIC S9(09)V99 VALUE ZERO.
015120 01  WS-FOLD-REVERSALS           PIC S9(09)V99 VALUE ZERO.
015200 01  WS-FOLD-LAST-DATE           PIC 9(08)  VALUE ZERO.
015300 01  WS-FOLD-PERIOD              PIC 9(06)  VALUE ZERO.
015400 01  WS-RESULT-DATE              PIC 9(08)  VALUE ZERO.
015500 01  WS-RESULT-YYYYMM            PIC 9(06)  VALUE ZERO.
015600 01  WS-RESULT-YYYY              PIC 9(04)  VALUE ZERO.
015700 01  WS-SIDE-YYYYMM              PIC 9(06)  VALUE ZERO.
015800 01  WS-SIDE-YYYY                PIC 9(04)  VALUE ZERO.
015900 01  WS-BAL-EDIT                 PIC -ZZZZZZZZ9.99.
016000 01  WS-BAL-EDIT-2               PIC -ZZZZZZZZ9.99.
016100 01  WS-COUNTERS.
016200     05  WS-PERIODS-MOVED        PIC 9(05)  COMP  VALUE ZERO.
016300     05  WS-MERGES-DONE          PIC 9(05)  COMP  VALUE ZERO.
016400 01  WS-RETURN-CODE              PIC 9(02)  COMP  VALUE ZERO.
016500 PROCEDURE DIVISION.
016600 0000-MAINLINE.
016700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016800     PERFORM 2000-SIGN-ON THRU 2000-EXIT.
016900     IF WS-SIGNED-ON
017000         PERFORM 3000-MERGE-SESSION THRU 3000-EXIT
017100     ELSE
017200         MOVE 16 TO WS-RETURN-CODE
017300     END-IF.
017400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017500     STOP RUN WS-RETURN-CODE.
017600*-----------------------------------------------------------*
017700* 1000-INITIALIZE - THE MACHINE DATE, AS HELLO USES, SO THE  *
017800* CUSTJRNL ENTRIES WRITTEN HERE DATE THE SAME WAY AS ITS.    *
017900*-----------------------------------------------------------*
018000 1000-INITIALIZE.
018100     ACCEPT CR-RUN-DATE-YMD FROM DATE YYYYMMDD.
018200     ACCEPT CR-RUN-TIME FROM TIME.
018800 1000-EXIT.
018900     EXIT.
019000*-----------------------------------------------------------*
019100* 2000-SIGN-ON - THE SHARED SIGNON ROUTINE PROMPTS FOR AND   *
019200* CHECKS THE OPERATOR.  A MERGE MOVES MONEY BETWEEN          *
019300* CUSTOMERS, SO SIGNON REFUSES AN OPERATOR-CLASS SIGN-ON     *
019400* OUTRIGHT AND LOGS IT AS RESTRICTED.                        *
019500*-----------------------------------------------------------*
019600 2000-SIGN-ON.
019700     MOVE "CUSTMRG" TO SO-PROGRAM-ID.
019800     SET SO-SUPERVISORS-ONLY TO TRUE.
019900     MOVE "RESTRICTED FUNCTION - MERGE"
020000         TO SO-RESTRICTED-REASON.
020100     CALL "SIGNON" USING SO-SIGNON-AREA.
020200     IF SO-SIGNED-ON
020300         SET WS-SIGNED-ON TO TRUE
020400         MOVE SO-OPER-ID TO WS-SIGNED-ON-OPER
020500     END-IF.
020600 2000-EXIT.
020700     EXIT.
027200*-----------------------------------------------------------*
027300* 3000-MERGE-SESSION - ONE MERGE AT A TIME UNTIL A BLANK     *
027400* SURVIVING ID.  THE RUN CHAIN OWNS CUSTMAS AND CUSTBAL      *
027500* DURING THE BATCH WINDOW, SO THE SESSION REFUSES TO START   *
027600* WHILE SYSSTAT SAYS BATCH.                                  *
027700*-----------------------------------------------------------*
027800 3000-MERGE-SESSION.
027900     PERFORM 6600-CHECK-BATCH-WINDOW THRU 6600-EXIT.
028000     IF WS-BATCH-WINDOW
028100         GO TO 3000-EXIT
028200     END-IF.
028300     OPEN I-O CUSTOMER-MASTER.
028400     IF NOT WS-CM-OK
028500         DISPLAY "** Cannot open the customer master - status "
028600                 WS-CM-STATUS " **"
028700         MOVE 16 TO WS-RETURN-CODE
028800         GO TO 3000-EXIT
028900     END-IF.
029000     OPEN I-O CUSTOMER-BALANCE.
029100     OPEN I-O BALANCE-HISTORY.
029200     OPEN EXTEND CUST-JOURNAL.
029300     IF WS-CJ-STATUS = "05" OR WS-CJ-STATUS = "35"
029400         OPEN OUTPUT CUST-JOURNAL
029500     END-IF.
029600     PERFORM 3100-MERGE-ONE THRU 3100-EXIT
029700         UNTIL WS-QUIT-REQUESTED.
029800     DISPLAY "Merges completed: ", WS-MERGES-DONE.
029900     CLOSE CUSTOMER-MASTER.
030000     CLOSE CUSTOMER-BALANCE.
030100     CLOSE BALANCE-HISTORY.
030200     CLOSE CUST-JOURNAL.
030300 3000-EXIT.
030400     EXIT.
030500*-----------------------------------------------------------*
030600* 3100-MERGE-ONE - TAKE THE TWO IDS, SHOW BOTH CUSTOMERS     *
030700* SIDE BY SIDE AND MERGE ONLY ON A "Y".  BOTH MUST BE ACTIVE *
030800* CUSTOMERS AND THEY MUST DIFFER.                            *
030900*-----------------------------------------------------------*
031000 3100-MERGE-ONE.
031100     DISPLAY " ".
031200     DISPLAY "Surviving customer ID (blank to finish): ".
031300     MOVE SPACE TO WS-CUST-ID-ENTRY.
031400     ACCEPT WS-CUST-ID-ENTRY.
031500     IF WS-CUST-ID-ENTRY = SPACE
031600         SET WS-QUIT-REQUESTED TO TRUE
031700         GO TO 3100-EXIT
031800     END-IF.
031900     PERFORM 3200-READ-ACTIVE THRU 3200-EXIT.
032000     IF NOT WS-VALID-FIELD
032100         GO TO 3100-EXIT
032200     END-IF.
032300     MOVE CM-CUST-ID TO WS-SURVIVOR-ID.
032400     MOVE CUSTOMER-MASTER-RECORD TO WS-SURVIVOR-IMAGE.
032500     DISPLAY "Retiring customer ID: ".
032600     MOVE SPACE TO WS-CUST-ID-ENTRY.
032700     ACCEPT WS-CUST-ID-ENTRY.
032800     IF WS-CUST-ID-ENTRY = WS-SURVIVOR-ID
032900         DISPLAY "** A customer cannot be merged into itself **"
033000         GO TO 3100-EXIT
033100     END-IF.
033200     PERFORM 3200-READ-ACTIVE THRU 3200-EXIT.
033300     IF NOT WS-VALID-FIELD
033400         GO TO 3100-EXIT
033500     END-IF.
033600     MOVE CM-CUST-ID TO WS-RETIRING-ID.
033700     MOVE CUSTOMER-MASTER-RECORD TO WS-RETIRING-IMAGE.
033800     DISPLAY " ".
033900     DISPLAY "              SURVIVING / RETIRING".
034000     DISPLAY "  ID:        " WS-SURVIVOR-ID " / " WS-RETIRING-ID.
034100     DISPLAY "  Name:      " WS-SURV-NAME " / " WS-RET-NAME.
034200     DISPLAY "  Address 1: " WS-SURV-ADDR-1 " / " WS-RET-ADDR-1.
034300     DISPLAY "  City:      " WS-SURV-CITY " / " WS-RET-CITY.
034400     DISPLAY "  State/ZIP: " WS-SURV-STATE " " WS-SURV-ZIP
034500             " / " WS-RET-STATE " " WS-RET-ZIP.
034600     MOVE WS-SURVIVOR-ID TO CB-CUST-ID.
034700     PERFORM 3300-READ-BALANCE THRU 3300-EXIT.
034800     MOVE CB-CURRENT-BALANCE TO WS-BAL-EDIT.
034900     MOVE WS-RETIRING-ID TO CB-CUST-ID.
035000     PERFORM 3300-READ-BALANCE THRU 3300-EXIT.
035100     MOVE CB-CURRENT-BALANCE TO WS-BAL-EDIT-2.
035200     DISPLAY "  Balance:   " WS-BAL-EDIT " / " WS-BAL-EDIT-2.
035300     MOVE "N" TO WS-VALID-FIELD-SW.
035400     PERFORM UNTIL WS-VALID-FIELD
035500         DISPLAY "Merge " WS-RETIRING-ID " into " WS-SURVIVOR-ID
035600                 " (Y/N): "
035700         ACCEPT WS-CONFIRM
035800         EVALUATE WS-CONFIRM
035900             WHEN "Y"
036000             WHEN "y"
036100             WHEN "N"
036200             WHEN "n"
036300                 SET WS-VALID-FIELD TO TRUE
036400             WHEN OTHER
036500                 DISPLAY "** Invalid choice - please try again **"
036600         END-EVALUATE
036700     END-PERFORM.
036800     IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
036900         PERFORM 4000-MERGE-CUSTOMERS THRU 4000-EXIT
037000     ELSE
037100         DISPLAY "Merge not made."
037200     END-IF.
037300 3100-EXIT.
037400     EXIT.
037500*-----------------------------------------------------------*
037600* 3200-READ-ACTIVE - WS-CUST-ID-ENTRY MUST BE AN ACTIVE      *
037700* CUSTOMER.  WS-VALID-FIELD-SW COMES BACK "Y" WHEN IT IS.    *
037800*-----------------------------------------------------------*
037900 3200-READ-ACTIVE.
038000     MOVE "N" TO WS-VALID-FIELD-SW.
038100     MOVE WS-CUST-ID-ENTRY TO CM-CUST-ID.
038200     READ CUSTOMER-MASTER
038300         INVALID KEY
038400             DISPLAY "** Customer not on file **"
038500             GO TO 3200-EXIT
038600     END-READ.
038700     IF CM-STATUS-DELETED
038800         DISPLAY "** Customer " CM-CUST-ID " is deleted **"
038900         GO TO 3200-EXIT
039000     END-IF.
039100     SET WS-VALID-FIELD TO TRUE.
039200 3200-EXIT.
039300     EXIT.
039400 3300-READ-BALANCE.
039500     READ CUSTOMER-BALANCE
039600         INVALID KEY
039700             MOVE ZERO TO CB-CURRENT-BALANCE CB-MTD-AMOUNT
039800                 CB-YTD-AMOUNT CB-LAST-POSTED-DATE
039900     END-READ.
040000 3300-EXIT.
040100     EXIT.
040200*-----------------------------------------------------------*
040300* 4000-MERGE-CUSTOMERS - BOTH MASTERS ARE READ AGAIN AND     *
040400* MUST STILL BE AS SHOWN (HELLO MAY HAVE CHANGED ONE MEAN-   *
040500* WHILE).  THE RETIRING MASTER IS MARKED FIRST, SO A FAILURE *
040600* THERE LEAVES NOTHING HALF MOVED; THEN THE BALANCES AND     *
040700* HISTORY FOLLOW AND BOTH SIDES ARE JOURNALED.               *
040800*-----------------------------------------------------------*
040900 4000-MERGE-CUSTOMERS.
041000     MOVE WS-SURVIVOR-ID TO CM-CUST-ID.
041100     READ CUSTOMER-MASTER
041200         INVALID KEY
041300             CONTINUE
041400     END-READ.
041500     IF NOT WS-CM-OK
041600             OR CUSTOMER-MASTER-RECORD NOT = WS-SURVIVOR-IMAGE
041700         DISPLAY "** Surviving customer has changed - merge "
041800                 "not made **"
041900         GO TO 4000-EXIT
042000     END-IF.
042100     MOVE WS-RETIRING-ID TO CM-CUST-ID.
042200     READ CUSTOMER-MASTER
042300         INVALID KEY
042400             CONTINUE
042500     END-READ.
042600     IF NOT WS-CM-OK
042700             OR CUSTOMER-MASTER-RECORD NOT = WS-RETIRING-IMAGE
042800         DISPLAY "** Retiring customer has changed - merge "
042900                 "not made **"
043000         GO TO 4000-EXIT
043100     END-IF.
043200     MOVE CUSTOMER-MASTER-RECORD TO WS-BEFORE-IMAGE.
043300     SET CM-STATUS-DELETED TO TRUE.
043400     MOVE CR-RUN-DATE-YMD TO CM-STATUS-DATE.
043500     MOVE WS-SURVIVOR-ID TO CM-MERGED-INTO-ID.
043600     REWRITE CUSTOMER-MASTER-RECORD
043700         INVALID KEY
043800             DISPLAY "** Retiring customer not changed - status "
043900                     WS-CM-STATUS " - merge not made **"
044000             GO TO 4000-EXIT
044100     END-REWRITE.
044200     PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.
044300     PERFORM 4100-FOLD-BALANCES THRU 4100-EXIT.
044400     PERFORM 4200-REKEY-HISTORY THRU 4200-EXIT.
044500*    THE SURVIVOR'S MASTER IS UNCHANGED; ITS ENTRY RECORDS THAT
044600*    IT NOW CARRIES THE RETIRED CUSTOMER'S MONEY.
044700     MOVE WS-SURVIVOR-IMAGE TO CUSTOMER-MASTER-RECORD.
044800     MOVE WS-SURVIVOR-IMAGE TO WS-BEFORE-IMAGE.
044900     PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.
045000     ADD 1 TO WS-MERGES-DONE.
045100     MOVE WS-FOLD-CURRENT TO WS-BAL-EDIT.
045200     DISPLAY "Merged " WS-RETIRING-ID " into " WS-SURVIVOR-ID
045300             " - balance folded " WS-BAL-EDIT.
045400     DISPLAY "  History periods re-keyed: " WS-PERIODS-MOVED.
045500 4000-EXIT.
045600     EXIT.
045700*-----------------------------------------------------------*
045800* 4100-FOLD-BALANCES - THE RETIRING CURRENT BALANCE IS ADDED *
045900* TO THE SURVIVOR'S.  MTD AND YTD (WITH THE YEAR'S SERVICE   *
046000* CHARGES AND REVERSALS) ARE ONLY ADDED WHERE THEY BELONG TO *
046100* THE SAME MONTH/YEAR AS THE LATER OF THE TWO LAST-POSTED    *
046200* DATES - A STALE FIGURE IS DROPPED, AS ADDING'S OWN ROLL-   *
046300* OVER WOULD DROP IT.  THE RETIRING RECORD IS THEN DELETED,  *
046350* SO SVCCHG NO LONGER CHARGES IT.                            *
046400*-----------------------------------------------------------*
046500 4100-FOLD-BALANCES.
046600     MOVE ZERO TO WS-FOLD-CURRENT.
046700     MOVE WS-RETIRING-ID TO CB-CUST-ID.
046800     READ CUSTOMER-BALANCE
046900         INVALID KEY
047000             GO TO 4100-EXIT
047100     END-READ.
047200     MOVE CB-CURRENT-BALANCE TO WS-FOLD-CURRENT.
047300     MOVE CB-MTD-AMOUNT TO WS-FOLD-MTD.
047400     MOVE CB-YTD-AMOUNT TO WS-FOLD-YTD.
047410     MOVE ZERO TO WS-FOLD-SVC-CHARGES WS-FOLD-REVERSALS.
047420     IF CB-YTD-SVC-CHARGES NUMERIC
047430         MOVE CB-YTD-SVC-CHARGES TO WS-FOLD-SVC-CHARGES
047440     END-IF.
047450     IF CB-YTD-REVERSALS NUMERIC
047460         MOVE CB-YTD-REVERSALS TO WS-FOLD-REVERSALS
047470     END-IF.
047500     MOVE CB-LAST-POSTED-DATE TO WS-FOLD-LAST-DATE.
047600     MOVE WS-SURVIVOR-ID TO CB-CUST-ID.
047700     READ CUSTOMER-BALANCE
047800         INVALID KEY
047900             MOVE SPACE TO CB-CUST-BALANCE-RECORD
048000             MOVE WS-SURVIVOR-ID TO CB-CUST-ID
048100             MOVE WS-FOLD-CURRENT TO CB-CURRENT-BALANCE
048200             MOVE WS-FOLD-MTD TO CB-MTD-AMOUNT
048300             MOVE WS-FOLD-YTD TO CB-YTD-AMOUNT
048310             MOVE WS-FOLD-SVC-CHARGES TO CB-YTD-SVC-CHARGES
048320             MOVE WS-FOLD-REVERSALS TO CB-YTD-REVERSALS
048400             MOVE WS-FOLD-LAST-DATE TO CB-LAST-POSTED-DATE
048500             WRITE CB-CUST-BALANCE-RECORD
048600             GO TO 4100-DROP-RETIRING
048700     END-READ.
048710     IF CB-YTD-SVC-CHARGES NOT NUMERIC
048720         MOVE ZERO TO CB-YTD-SVC-CHARGES
048730     END-IF.
048740     IF CB-YTD-REVERSALS NOT NUMERIC
048750         MOVE ZERO TO CB-YTD-REVERSALS
048760     END-IF.
048800     IF WS-FOLD-LAST-DATE > CB-LAST-POSTED-DATE
048900         MOVE WS-FOLD-LAST-DATE TO WS-RESULT-DATE
049000     ELSE
049100         MOVE CB-LAST-POSTED-DATE TO WS-RESULT-DATE
049200     END-IF.
049300     COMPUTE WS-RESULT-YYYYMM = WS-RESULT-DATE / 100.
049400     COMPUTE WS-RESULT-YYYY = WS-RESULT-DATE / 10000.
049500     COMPUTE WS-SIDE-YYYYMM = CB-LAST-POSTED-DATE / 100.
049600     COMPUTE WS-SIDE-YYYY = CB-LAST-POSTED-DATE / 10000.
049700     IF WS-SIDE-YYYYMM NOT = WS-RESULT-YYYYMM
049800         MOVE ZERO TO CB-MTD-AMOUNT
049900     END-IF.
050000     IF WS-SIDE-YYYY NOT = WS-RESULT-YYYY
050010         MOVE ZERO TO CB-YTD-AMOUNT CB-YTD-SVC-CHARGES
050020             CB-YTD-REVERSALS
050200     END-IF.
050300     COMPUTE WS-SIDE-YYYYMM = WS-FOLD-LAST-DATE / 100.
050400     COMPUTE WS-SIDE-YYYY = WS-FOLD-LAST-DATE / 10000.
050500     IF WS-SIDE-YYYYMM = WS-RESULT-YYYYMM
050600         ADD WS-FOLD-MTD TO CB-MTD-AMOUNT
050700     END-IF.
050800     IF WS-SIDE-YYYY = WS-RESULT-YYYY
050900         ADD WS-FOLD-YTD TO CB-YTD-AMOUNT
050910         ADD WS-FOLD-SVC-CHARGES TO CB-YTD-SVC-CHARGES
050920         ADD WS-FOLD-REVERSALS TO CB-YTD-REVERSALS
051000     END-IF.
051100     ADD WS-FOLD-CURRENT TO CB-CURRENT-BALANCE.
051200     MOVE WS-RESULT-DATE TO CB-LAST-POSTED-DATE.
051300     REWRITE CB-CUST-BALANCE-RECORD.
051400 4100-DROP-RETIRING.
051500     MOVE WS-RETIRING-ID TO CB-CUST-ID.
051600     DELETE CUSTOMER-BALANCE RECORD
051700         INVALID KEY
051800             CONTINUE
051900     END-DELETE.
052000 4100-EXIT.
052100     EXIT.
052200*-----------------------------------------------------------*
052300* 4200-REKEY-HISTORY - EVERY BALHIST PERIOD OF THE RETIRING  *
052400* CUSTOMER MOVES TO THE SURVIVOR.  EACH MOVED RECORD IS      *
052500* DELETED, SO THE NEXT START FINDS THE NEXT ONE.             *
052600*-----------------------------------------------------------*
052700 4200-REKEY-HISTORY.
052800     MOVE ZERO TO WS-PERIODS-MOVED.
052900     MOVE "N" TO WS-HISTORY-DONE-SW.
053000     PERFORM 4250-MOVE-ONE-PERIOD THRU 4250-EXIT
053100         UNTIL WS-HISTORY-DONE.
053200 4200-EXIT.
053300     EXIT.
053400*-----------------------------------------------------------*
053500* 4250-MOVE-ONE-PERIOD - A PERIOD THE SURVIVOR ALREADY HAS   *
053600* IS ADDED INTO ITS SNAPSHOT; OTHERWISE THE SNAPSHOT IS      *
053700* WRITTEN AGAIN UNDER THE SURVIVOR'S ID.                     *
053800*-----------------------------------------------------------*
053900 4250-MOVE-ONE-PERIOD.
054000     MOVE WS-RETIRING-ID TO BH-CUST-ID.
054100     MOVE ZERO TO BH-PERIOD-YYYYMM.
054200     START BALANCE-HISTORY KEY NOT < BH-HIST-KEY
054300         INVALID KEY
054400             SET WS-HISTORY-DONE TO TRUE
054500             GO TO 4250-EXIT
054600     END-START.
054700     READ BALANCE-HISTORY NEXT RECORD
054800         AT END
054900             SET WS-HISTORY-DONE TO TRUE
055000             GO TO 4250-EXIT
055100     END-READ.
055200     IF BH-CUST-ID NOT = WS-RETIRING-ID
055300         SET WS-HISTORY-DONE TO TRUE
055400         GO TO 4250-EXIT
055500     END-IF.
055600     MOVE BH-PERIOD-YYYYMM TO WS-FOLD-PERIOD.
055700     MOVE BH-CLOSING-BALANCE TO WS-FOLD-CURRENT.
055800     MOVE BH-MTD-AMOUNT TO WS-FOLD-MTD.
055900     MOVE BH-YTD-AMOUNT TO WS-FOLD-YTD.
056000     MOVE BH-LAST-POSTED-DATE TO WS-FOLD-LAST-DATE.
056100     DELETE BALANCE-HISTORY RECORD
056200         INVALID KEY
056300             SET WS-HISTORY-DONE TO TRUE
056400             GO TO 4250-EXIT
056500     END-DELETE.
056600     MOVE WS-SURVIVOR-ID TO BH-CUST-ID.
056700     MOVE WS-FOLD-PERIOD TO BH-PERIOD-YYYYMM.
056800     READ BALANCE-HISTORY
056900         INVALID KEY
057000             MOVE SPACE TO BH-BALANCE-HISTORY-RECORD
057100             MOVE WS-SURVIVOR-ID TO BH-CUST-ID
057200             MOVE WS-FOLD-PERIOD TO BH-PERIOD-YYYYMM
057300             MOVE WS-FOLD-CURRENT TO BH-CLOSING-BALANCE
057400             MOVE WS-FOLD-MTD TO BH-MTD-AMOUNT
057500             MOVE WS-FOLD-YTD TO BH-YTD-AMOUNT
057600             MOVE WS-FOLD-LAST-DATE TO BH-LAST-POSTED-DATE
057700             WRITE BH-BALANCE-HISTORY-RECORD
057800             ADD 1 TO WS-PERIODS-MOVED
057900             GO TO 4250-EXIT
058000     END-READ.
058100     ADD WS-FOLD-CURRENT TO BH-CLOSING-BALANCE.
058200     ADD WS-FOLD-MTD TO BH-MTD-AMOUNT.
058300     ADD WS-FOLD-YTD TO BH-YTD-AMOUNT.
058400     IF WS-FOLD-LAST-DATE > BH-LAST-POSTED-DATE
058500         MOVE WS-FOLD-LAST-DATE TO BH-LAST-POSTED-DATE
058600     END-IF.
058700     REWRITE BH-BALANCE-HISTORY-RECORD.
058800     ADD 1 TO WS-PERIODS-MOVED.
058900 4250-EXIT.
059000     EXIT.
059100*-----------------------------------------------------------*
059200* 6600-CHECK-BATCH-WINDOW - THE RUN CHAIN OWNS CUSTMAS AND   *
059300* CUSTBAL DURING THE BATCH WINDOW.  A MISSING STATUS FILE    *
059400* READS AS ONLINE.                                           *
059500*-----------------------------------------------------------*
059600 6600-CHECK-BATCH-WINDOW.
059700     MOVE "N" TO WS-BATCH-WINDOW-SW.
059800     OPEN INPUT SYSTEM-STATUS.
059900     IF NOT WS-SY-OK
060000         CLOSE SYSTEM-STATUS
060100         GO TO 6600-EXIT
060200     END-IF.
060300     READ SYSTEM-STATUS INTO SY-SYSTEM-STATUS-RECORD
060400         AT END
060500             CONTINUE
060600     END-READ.
060700     IF WS-SY-OK AND SY-STATUS-BATCH
060800         SET WS-BATCH-WINDOW TO TRUE
060900         DISPLAY "** Nightly run in progress - customer merge "
061000                 "is locked out until it ends **"
061100     END-IF.
061200     CLOSE SYSTEM-STATUS.
061300 6600-EXIT.
061400     EXIT.
061500*-----------------------------------------------------------*
061600* 7000-WRITE-JOURNAL - THE SAME CUSTJRNL RECORD HELLO WRITES, *
061700* ACTION "M".  THE CURRENT CUSTOMER-MASTER-RECORD IS THE      *
061800* AFTER IMAGE; THE CALLER SETS THE BEFORE IMAGE.              *
061900*-----------------------------------------------------------*
062000 7000-WRITE-JOURNAL.
062100     MOVE WS-SIGNED-ON-OPER TO CJ-OPERATOR-ID.
062200     MOVE SPACE TO CJ-CHECKER-ID.
062300     MOVE CR-RUN-DATE-YMD TO CJ-RUN-DATE.
062400     ACCEPT CR-RUN-TIME FROM TIME.
062500     MOVE CR-RUN-TIME TO CJ-RUN-TIME.
062600     SET CJ-ACTION-MERGE TO TRUE.
062700     MOVE CM-CUST-ID TO CJ-CUST-ID.
062800     MOVE WS-BEFORE-IMAGE TO CJ-BEFORE-IMAGE.
062900     MOVE CUSTOMER-MASTER-RECORD TO CJ-AFTER-IMAGE.
063000     WRITE CJ-FILE-RECORD FROM CJ-JOURNAL-RECORD.
063100 7000-EXIT.
063200     EXIT.
063300*-----------------------------------------------------------*
063400* 9000-TERMINATE                                             *
063500*-----------------------------------------------------------*
063600 9000-TERMINATE.
063700     CONTINUE.
063900 9000-EXIT.
064000     EXIT.
