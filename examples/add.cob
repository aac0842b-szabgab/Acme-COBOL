003076*                     AND WERE FAILING DAYCLOSE'S CONSOL
003077*                     CROSS-CHECK THE NIGHT AFTER ANY REJFIX
003078*                     REPAIR RELEASE.
003079*    09/08/2026 DCO   A DEBIT THAT WOULD TAKE THE CUSTOMER PAST
003080*                     THE NEW CM-CREDIT-LIMIT IS HELD ON THE
003081*                     HOLDFILE (BALANCE BEFORE, LIMIT AND
003082*                     SHORTFALL) INSTEAD OF POSTING; ITEMS A
003083*                     SUPERVISOR RELEASES THROUGH HOLDREL POST
003084*                     IN THE NEXT RUN, AFTER THE RESUBMITS,
003085*                     THROUGH THE SAME EDITS WITHOUT THE LIMIT
003086*                     CHECK.  A HELD ITEM ENDS THE RUN RC=04.
003087*    09/10/2026 DCO   TRANS-IN CARRIES A TRANSACTION CODE OFF
003088*                     THE NEW TRANCODE TABLE.  2310-EDIT-TRANS-
003089*                     CODE REJECTS AN UNKNOWN CODE, AN AMOUNT OF
003090*                     THE WRONG SIGN FOR ITS CODE, AND AN AMOUNT
003091*                     OVER THE CODE'S MAXIMUM, EACH WITH ITS OWN
003092*                     REASON.  THE CODE RIDES ONTO AUDITLOG.
003093*                     TRANS-IN/RESUBMIT GREW 58 TO 60, THE
003094*                     REJECT LINE 139 TO 141.
003095*    09/14/2026 DCO   THE AUDIT RECORD NOW CARRIES THE SOURCE
003096*                     (BRANCH) CODE TOO, FOR THE GLPOST JOURNAL.
003097*    09/22/2026 DCO   WORK ARRIVING UNDER A CUSTOMER ID CUSTMRG
003098*                     HAS RETIRED IN A MERGE NOW POSTS TO THE
003099*                     SURVIVING ID (CM-MERGED-INTO-ID) INSTEAD OF
003100*                     REJECTING AS DELETED.  EACH SUCH ITEM PUTS A
003101*                     NOTICE LINE ON THE REJECT REPORT SO THE
003102*                     BRANCH STOPS USING THE OLD ID.
003103*    09/24/2026 DCO   A DETAIL DATED AFTER THE BUSINESS DATE IS NO
003104*                     LONGER REJECTED AS A LATE ARRIVAL: UP TO THE
003105*                     ADDING_FUTURE_DAYS HORIZON (DEFAULT 30 DAYS)
003106*                     IT IS PARKED ON THE FUTWHSE WAREHOUSE WITH
003107*                     ITS FULL IMAGE, AND THE RUN WHOSE BUSINESS
003108*                     DATE REACHES ITS DATE RELEASES IT THROUGH
003109*                     THE SAME EDITS, DUPLICATE CHECK AND POSTEDKY
003110*                     RECORDING AS NEW WORK.  PAST THE HORIZON IT
003111*                     STILL REJECTS.
003112*    09/30/2026 DCO   THE AUDIT RECORD NOW CARRIES THE
003113*                     TRANSACTION SERIAL SO DISPUTE CAN TRACE A
003114*                     POSTING THROUGH POSTEDKY AND FINANCE.
003115*    10/05/2026 DCO   CONSOL NOW DELIVERS TRANS-IN SORTED ON
003116*                     CUSTOMER ID.  THE CUSTOMER-MASTER AND
003117*                     CUSTOMER-BALANCE LOOKUPS (2320, 2325,
003118*                     2640, 2650) NOW GO THROUGH 2370-MATCH-
003119*                     CUSTOMER AND 2380-MATCH-BALANCE, WHICH
003120*                     READ FORWARD IN KEY ORDER ALONGSIDE TRANS-
003121*                     IN INSTEAD OF ONE RANDOM READ PER DETAIL;
003122*                     A KEY BEHIND THE CURRENT POSITION FALLS
003123*                     BACK TO A RANDOM READ.  EDITS, REJECTS,
003124*                     CHECKPOINT/RESTART AND ALL OUTPUT FILES
003125*                     ARE UNCHANGED.
003126*    10/14/2026 DCO   2650-POST-BALANCE ALSO KEEPS THE YEAR'S
003127*                     SERVICE CHARGES (TRANS CODE "SVC") AND
003128*                     REVERSALS IN CB-YTD-SVC-CHARGES AND
003129*                     CB-YTD-REVERSALS, ROLLED OVER WITH THE YTD,
003130*                     FOR YEAREND'S FROZEN FIGURES.
003131*    10/15/2026 DCO   A RESUBMIT ITEM HELD ON THE CREDIT LIMIT
003132*                     IS COUNTED APART (WS-RESUB-HELD) AND LEFT
003133*                     OUT OF THE STEP-STATUS FIGURES LIKE OTHER
003134*                     RESUBMIT WORK, SO DAYCLOSE'S CONSOL
003135*                     CROSS-CHECK STAYS IN BALANCE.
003136*    10/15/2026 DCO   THE CHECKPOINT NOW ALSO CARRIES THE HELD
003137*                     AND PARKED COUNTS (RS-CUM-HELD ETC.), SO
003138*                     A RESTART RUN'S STEP-STATUS IN/OUT IS NOT
003139*                     SHORT.  ON A RESTART RUN AN ITEM THE
003140*                     ABENDED RUN ALREADY PARKED TODAY COUNTS AS
003141*                     PARKED INSTEAD OF REJECTING AS A DUPLICATE.
003190******************************************************************
003195 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER. ACME-SYSTEM.
003400 OBJECT-COMPUTER. ACME-SYSTEM.
005901         ACCESS MODE IS DYNAMIC
005902         RECORD KEY IS PK-POSTED-KEY
005903         FILE STATUS IS WS-PK-STATUS.
005904     SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
005905         ORGANIZATION IS INDEXED
005906         ACCESS MODE IS DYNAMIC
005907         RECORD KEY IS HD-HOLD-KEY
005908         FILE STATUS IS WS-HD-STATUS.
005909     SELECT TRANS-CODE-TABLE ASSIGN TO "TRANCODE"
005910         ORGANIZATION IS INDEXED
005911         ACCESS MODE IS DYNAMIC
005912         RECORD KEY IS TC-TRANS-CODE
005913         FILE STATUS IS WS-TC-STATUS.
005914     SELECT FUTURE-WAREHOUSE ASSIGN TO "FUTWHSE"
005915         ORGANIZATION IS INDEXED
005916         ACCESS MODE IS DYNAMIC
005917         RECORD KEY IS FW-WHSE-KEY
005918         FILE STATUS IS WS-FW-STATUS.
005919 DATA DIVISION.
006000 FILE SECTION.
006100 FD  TRANS-IN.
006200 01  TI-FILE-RECORD              PIC X(60).
006210 FD  RESUBMIT-IN.
006220 01  RB-FILE-RECORD               PIC X(60).
006300 FD  TRANS-OUT.
006400 01  TO-FILE-RECORD               PIC X(48).
006500 FD  REJECT-RPT.
006600 01  RJ-FILE-RECORD               PIC X(141).
006700 FD  AUDIT-LOG.
006800 01  AL-FILE-RECORD               PIC X(71).
006900 FD  RESTART-FILE.
007000 01  RS-FILE-RECORD               PIC X(81).
007100 FD  EXPORT-FILE.
007200 01  EX-FILE-RECORD               PIC X(57).
007210 FD  CUSTOMER-MASTER.
007246 01  PX-FILE-RECORD               PIC X(85).
007250 FD  POSTED-KEYS.
007260 COPY "postkey.cpy".
007270 FD  HOLD-FILE.
007280 COPY "holdrec.cpy".
007285 FD  TRANS-CODE-TABLE.
007290 COPY "trcdrec.cpy".
007292 FD  FUTURE-WAREHOUSE.
007294 COPY "futrec.cpy".
007300 WORKING-STORAGE SECTION.
007400 COPY "rundate.cpy".
007500 COPY "transin.cpy".
009590         88  WS-PK-NOT-FOUND                VALUE "23".
009591     05  WS-PX-STATUS            PIC X(02)  VALUE "00".
009592         88  WS-PX-OK                       VALUE "00".
009594     05  WS-HD-STATUS            PIC X(02)  VALUE "00".
009595         88  WS-HD-OK                       VALUE "00".
009596     05  WS-TC-STATUS            PIC X(02)  VALUE "00".
009597         88  WS-TC-OK                       VALUE "00".
009598     05  WS-FW-STATUS            PIC X(02)  VALUE "00".
009599         88  WS-FW-OK                       VALUE "00".
009600 01  WS-RESTART-KEY              PIC 9(04)  COMP  VALUE 1.
009700 01  WS-SWITCHES.
009800     05  WS-TRANS-IN-SW          PIC X(01)  VALUE "N".
010564         88  WS-FILE-REFUSED                VALUE "Y".
010565     05  WS-TRAILER-SEEN-SW      PIC X(01)  VALUE "N".
010566         88  WS-TRAILER-SEEN                VALUE "Y".
010567     05  WS-RELEASE-PHASE-SW     PIC X(01)  VALUE "N".
010568         88  WS-RELEASE-PHASE               VALUE "Y".
010569     05  WS-HELD-SW              PIC X(01)  VALUE "N".
010570         88  WS-ITEM-HELD                   VALUE "Y".
010571     05  WS-WHSE-PHASE-SW        PIC X(01)  VALUE "N".
010572         88  WS-WHSE-PHASE                  VALUE "Y".
010573     05  WS-PARKED-SW            PIC X(01)  VALUE "N".
010574         88  WS-ITEM-PARKED                 VALUE "Y".
010575*    WHERE THE KEY-ORDER MATCH AGAINST THE CUSTOMER-MASTER AND
010576*    CUSTOMER-BALANCE STANDS (2370/2380).  NOT POSITIONED MEANS
010577*    THE NEXT LOOKUP IS A RANDOM READ.
010578     05  WS-CM-POSITION-SW       PIC X(01)  VALUE "N".
010579         88  WS-CM-POSITIONED               VALUE "Y".
010580     05  WS-CM-END-SW            PIC X(01)  VALUE "N".
010581         88  WS-CM-AT-END                   VALUE "Y".
010582     05  WS-CB-POSITION-SW       PIC X(01)  VALUE "N".
010583         88  WS-CB-POSITIONED               VALUE "Y".
010584     05  WS-CB-END-SW            PIC X(01)  VALUE "N".
010585         88  WS-CB-AT-END                   VALUE "Y".
010586 01  WS-ENVIRONMENT-NAME         PIC X(20)  VALUE "ADDING_RESTART".
010600 01  WS-COUNTERS.
010700     05  WS-RECORD-NO            PIC 9(08)  COMP  VALUE ZERO.
010800     05  WS-RECORDS-PROCESSED    PIC 9(08)  COMP  VALUE ZERO.
010900     05  WS-RECORDS-REJECTED     PIC 9(08)  COMP  VALUE ZERO.
010910*    RESUBMIT- AND RELEASE-PHASE RECORDS COUNTED APART: THEY
010920*    NEVER WENT THROUGH CONSOL, SO THE STEP-STATUS FIGURES THE
010930*    DAYCLOSE CONSOL CROSS-CHECK USES MUST LEAVE THEM OUT.
010940     05  WS-RESUB-PROCESSED      PIC 9(08)  COMP  VALUE ZERO.
010950     05  WS-RESUB-REJECTED       PIC 9(08)  COMP  VALUE ZERO.
011000     05  WS-SKIP-COUNT           PIC 9(08)  COMP  VALUE ZERO.
011010     05  WS-RECORDS-HELD         PIC 9(08)  COMP  VALUE ZERO.
011020     05  WS-ALIAS-HOPS           PIC 9(02)  COMP  VALUE ZERO.
011030     05  WS-RECORDS-PARKED       PIC 9(08)  COMP  VALUE ZERO.
011040     05  WS-RESUB-PARKED         PIC 9(08)  COMP  VALUE ZERO.
011050     05  WS-WHSE-HELD            PIC 9(08)  COMP  VALUE ZERO.
011055     05  WS-RESUB-HELD           PIC 9(08)  COMP  VALUE ZERO.
011100 01  WS-RESULT-SUM               PIC S9(09)V99 VALUE ZERO.
011101 01  WS-VFY-DETAIL-COUNT         PIC 9(09)  COMP  VALUE ZERO.
011102 01  WS-VFY-AMOUNT-HASH          PIC S9(11)V99 VALUE ZERO.
011120 01  WS-LAST-YYYYMM              PIC 9(06)  VALUE ZERO.
011130 01  WS-POST-YYYY                PIC 9(04)  VALUE ZERO.
011140 01  WS-LAST-YYYY                PIC 9(04)  VALUE ZERO.
011150 01  WS-BEFORE-BALANCE           PIC S9(09)V99 VALUE ZERO.
011160 01  WS-NEW-BALANCE              PIC S9(09)V99 VALUE ZERO.
011170 01  WS-TC-AMOUNT                PIC S9(08)V99 VALUE ZERO.
011180 01  WS-TC-AMOUNT-EDIT           PIC -ZZZZZZZ9.99.
011185 01  WS-MATCH-CUST-ID             PIC X(06)  VALUE SPACE.
011190 01  WS-CM-HELD-ID               PIC X(06)  VALUE SPACE.
011195 01  WS-CB-HELD-ID               PIC X(06)  VALUE SPACE.
011200 01  WS-OPERATOR-ID              PIC X(08)  VALUE "BATCH01 ".
011300 01  WS-RETURN-CODE              PIC 9(02)  COMP  VALUE ZERO.
011310 01  WS-NUM-ENTRY                PIC X(10).
011320 01  WS-NUM-ENTRY-RESULT         PIC S9(04) COMP.
011330 01  WS-RESULT-VALID-SW          PIC X(01)  VALUE "N".
011340     88  WS-RESULT-VALID                    VALUE "Y".
011350*    HOW FAR AHEAD OF THE BUSINESS DATE A DETAIL MAY BE DATED AND
011360*    STILL BE PARKED ON THE WAREHOUSE.  ADDING_FUTURE_DAYS
011365*    OVERRIDES THE DEFAULT.
011370 01  WS-HORIZON-NAME             PIC X(20)
011375                                 VALUE "ADDING_FUTURE_DAYS".
011380 01  WS-HORIZON-VALUE            PIC X(10)  VALUE SPACE.
011390 01  WS-HORIZON-DIGITS           PIC X(03)  JUSTIFIED RIGHT.
011400 01  WS-HORIZON-DAYS             PIC 9(03)  VALUE 30.
011410 01  WS-HORIZON-DATE             PIC 9(08)  VALUE ZERO.
011500 PROCEDURE DIVISION.
011600 0000-MAINLINE.
011700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013136     IF WS-DS-RETURN-CODE > 8
013142         MOVE CR-MACHINE-DATE-YMD TO CR-RUN-DATE-YMD
013148     END-IF.
013150     PERFORM 1050-SET-HORIZON THRU 1050-EXIT.
013154     MOVE "TRNOUT" TO WS-TO-PREFIX.
013160     MOVE CR-RUN-DATE-YMD TO WS-TO-DATE.
013166     MOVE SPACE TO WS-TO-ASSIGN-NAME (15:6).
013900         CLOSE TRANS-IN
014000     END-IF.
014100 1000-EXIT.
014102     EXIT.
014104*-----------------------------------------------------------*
014106* 1050-SET-HORIZON - THE LAST DATE A FUTURE-DATED DETAIL MAY *
014108* CARRY AND STILL BE PARKED.  A MISSING OR NON-NUMERIC       *
014110* ADDING_FUTURE_DAYS LEAVES THE 30-DAY DEFAULT.              *
014112*-----------------------------------------------------------*
014114 1050-SET-HORIZON.
014116     DISPLAY WS-HORIZON-NAME UPON ENVIRONMENT-NAME.
014118     ACCEPT WS-HORIZON-VALUE FROM ENVIRONMENT-VALUE.
014120     IF WS-HORIZON-VALUE NOT = SPACE
014122         MOVE SPACE TO WS-HORIZON-DIGITS
014124         UNSTRING WS-HORIZON-VALUE DELIMITED BY SPACE
014126             INTO WS-HORIZON-DIGITS
014128         END-UNSTRING
014130         INSPECT WS-HORIZON-DIGITS REPLACING LEADING SPACE BY ZERO
014132         IF WS-HORIZON-DIGITS NUMERIC
014134             MOVE WS-HORIZON-DIGITS TO WS-HORIZON-DAYS
014136         END-IF
014138     END-IF.
014140     COMPUTE WS-HORIZON-DATE = FUNCTION DATE-OF-INTEGER
014142         (FUNCTION INTEGER-OF-DATE (CR-RUN-DATE-YMD)
014144         + WS-HORIZON-DAYS).
014146 1050-EXIT.
014148     EXIT.
014150*-----------------------------------------------------------*
014220* 1150-OPEN-AUDIT-LOG - EVERY RUN, BATCH OR INTERACTIVE,    *
014230* APPENDS TO THE SAME AUDIT-LOG FOR THE BUSINESS DATE.      *
014240*-----------------------------------------------------------*
014690         CLOSE POSTED-KEYS
014695         OPEN I-O POSTED-KEYS
014696     END-IF.
014706     OPEN I-O HOLD-FILE.
014716     IF NOT WS-HD-OK
014726         OPEN OUTPUT HOLD-FILE
014736         CLOSE HOLD-FILE
014746         OPEN I-O HOLD-FILE
014756     END-IF.
014856     OPEN INPUT TRANS-CODE-TABLE.
014866     OPEN I-O FUTURE-WAREHOUSE.
014876     IF NOT WS-FW-OK
014886         OPEN OUTPUT FUTURE-WAREHOUSE
014896         CLOSE FUTURE-WAREHOUSE
014906         OPEN I-O FUTURE-WAREHOUSE
014916     END-IF.
015010     IF WS-TO-STATUS NOT = "00" OR WS-RJ-STATUS NOT = "00"
015020             OR WS-EX-STATUS NOT = "00"
015021             OR WS-CM-STATUS NOT = "00"
015022             OR WS-CB-STATUS NOT = "00"
015023             OR WS-PK-STATUS NOT = "00"
015024             OR WS-HD-STATUS NOT = "00"
015025             OR WS-TC-STATUS NOT = "00"
015026             OR WS-FW-STATUS NOT = "00"
015029         MOVE "ADDING" TO EM-PROGRAM-ID
015031         MOVE "1100-OPEN-BATCH-FILES" TO EM-PARAGRAPH
015032         MOVE SPACE TO EM-FILE-NAME
016800         MOVE RS-LAST-RECORD-NO TO WS-SKIP-COUNT
016810         MOVE RS-CUM-RECORDS TO WS-RECORDS-PROCESSED
016820         MOVE RS-CUM-RESULT-SUM TO WS-RESULT-SUM
016830         MOVE RS-CUM-HELD TO WS-RECORDS-HELD
016840         MOVE RS-CUM-PARKED TO WS-RECORDS-PARKED
016850         MOVE RS-CUM-WHSE-HELD TO WS-WHSE-HELD
016860         MOVE RS-CUM-RESUB-HELD TO WS-RESUB-HELD
016870         MOVE RS-CUM-RESUB-PARKED TO WS-RESUB-PARKED
016900     END-IF.
016910*    A FRESH RUN HAS NOT RESENT THE PENDING QUEUE YET; ONLY A
016920*    RESTART INHERITS THE FLAG THE ABENDED RUN LEFT BEHIND.
018100     PERFORM 2200-PROCESS-ONE-RECORD THRU 2200-EXIT
018200         UNTIL WS-TRANS-IN-EOF.
018210     PERFORM 2060-PROCESS-RESUBMITS THRU 2060-EXIT.
018215     PERFORM 2070-PROCESS-RELEASES THRU 2070-EXIT.
018217     PERFORM 2072-PROCESS-WAREHOUSE THRU 2072-EXIT.
018220     PERFORM 2080-RESEND-PENDING THRU 2080-EXIT.
018300     PERFORM 2900-WRITE-TRAILER THRU 2900-EXIT.
018305     PERFORM 2950-CLEAR-CHECKPOINT THRU 2950-EXIT.
018310     IF (WS-RECORDS-REJECTED > 0 OR WS-RECORDS-HELD > 0)
018315             AND WS-RETURN-CODE < 4
018320         MOVE 4 TO WS-RETURN-CODE
018330     END-IF.
018400 2000-EXIT.
019705     PERFORM 2200-PROCESS-ONE-RECORD THRU 2200-EXIT
019710         UNTIL WS-TRANS-IN-EOF.
019715     CLOSE RESUBMIT-IN.
019716     MOVE "N" TO WS-RESUB-PHASE-SW.
019717     MOVE "N" TO WS-EOF-SW.
019720     IF WS-RETURN-CODE = ZERO
019721         OPEN OUTPUT RESUBMIT-IN
019722         CLOSE RESUBMIT-IN
019723     END-IF.
019724 2060-EXIT.
019725     EXIT.
019726*-----------------------------------------------------------*
019727* 2070-PROCESS-RELEASES - HELD ITEMS A SUPERVISOR RELEASED   *
019728* THROUGH HOLDREL RUN THROUGH THE SAME EDITS, DUPLICATE      *
019729* CHECK AND POSTEDKY RECORDING AS NEW WORK; ONLY THE CREDIT- *
019730* LIMIT CHECK IS SKIPPED - GETTING PAST IT IS WHAT THE       *
019731* SUPERVISOR RELEASED.  EACH ITEM IS MARKED POSTED, OR       *
019732* REJECTED WHEN AN EDIT NOW FAILS (IT THEN GOES THE REJFIX   *
019733* ROUTE LIKE ANY OTHER REJECT).                              *
019734*-----------------------------------------------------------*
019735 2070-PROCESS-RELEASES.
019736     SET WS-RELEASE-PHASE TO TRUE.
019737     MOVE "N" TO WS-EOF-SW.
019738     MOVE LOW-VALUES TO HD-HOLD-KEY.
019739     START HOLD-FILE KEY NOT < HD-HOLD-KEY
019740         INVALID KEY
019741             SET WS-TRANS-IN-EOF TO TRUE
019742     END-START.
019743     IF NOT WS-TRANS-IN-EOF
019744         PERFORM 2100-READ-TRANS-IN THRU 2100-EXIT
019745     END-IF.
019746     PERFORM 2200-PROCESS-ONE-RECORD THRU 2200-EXIT
019747         UNTIL WS-TRANS-IN-EOF.
019748     MOVE "N" TO WS-RELEASE-PHASE-SW.
019749     MOVE "N" TO WS-EOF-SW.
019750 2070-EXIT.
019751     EXIT.
019752*-----------------------------------------------------------*
019753* 2072-PROCESS-WAREHOUSE - PARKED FUTURE-DATED ITEMS WHOSE   *
019754* EFFECTIVE DATE THE BUSINESS DATE HAS NOW REACHED RUN       *
019755* THROUGH THE SAME EDITS, DUPLICATE CHECK, CREDIT-LIMIT      *
019756* CHECK AND POSTEDKY RECORDING AS NEW WORK.  THE WAREHOUSE   *
019757* IS KEYED BY EFFECTIVE DATE, SO THE READ STOPS AT THE FIRST *
019758* ITEM STILL IN THE FUTURE.                                  *
019759*-----------------------------------------------------------*
019760 2072-PROCESS-WAREHOUSE.
019761     SET WS-WHSE-PHASE TO TRUE.
019762     MOVE "N" TO WS-EOF-SW.
019763     MOVE LOW-VALUES TO FW-WHSE-KEY.
019764     START FUTURE-WAREHOUSE KEY NOT < FW-WHSE-KEY
019765         INVALID KEY
019766             SET WS-TRANS-IN-EOF TO TRUE
019767     END-START.
019768     IF NOT WS-TRANS-IN-EOF
019769         PERFORM 2100-READ-TRANS-IN THRU 2100-EXIT
019770     END-IF.
019771     PERFORM 2200-PROCESS-ONE-RECORD THRU 2200-EXIT
019772         UNTIL WS-TRANS-IN-EOF.
019773     MOVE "N" TO WS-WHSE-PHASE-SW.
019774     MOVE "N" TO WS-EOF-SW.
019775 2072-EXIT.
019776     EXIT.
019777 2075-READ-RELEASED.
019778     READ HOLD-FILE NEXT RECORD
019779         AT END
019780             SET WS-TRANS-IN-EOF TO TRUE
019781             GO TO 2075-EXIT
019782     END-READ.
019783     IF NOT HD-STATUS-RELEASED
019784         GO TO 2075-READ-RELEASED
019785     END-IF.
019786     MOVE HD-TRANS-IMAGE TO TI-TRANS-RECORD.
019787 2075-EXIT.
019788     EXIT.
019789 2076-READ-WAREHOUSE.
019790     READ FUTURE-WAREHOUSE NEXT RECORD
019791         AT END
019792             SET WS-TRANS-IN-EOF TO TRUE
019793             GO TO 2076-EXIT
019794     END-READ.
019795     IF FW-EFFECTIVE-DATE > CR-RUN-DATE-YMD
019796         SET WS-TRANS-IN-EOF TO TRUE
019797         GO TO 2076-EXIT
019798     END-IF.
019799     IF NOT FW-STATUS-WAITING
019800         GO TO 2076-READ-WAREHOUSE
019801     END-IF.
019802     MOVE FW-TRANS-IMAGE TO TI-TRANS-RECORD.
019803 2076-EXIT.
019804     EXIT.
019805*-----------------------------------------------------------*
019806* 2078-CLOSE-RELEASED-ITEM - THE RELEASED ITEM HAS BEEN      *
019807* WORKED: POSTED, OR REJECTED BY AN EDIT.  EITHER WAY IT     *
019808* LEAVES THE OPEN QUEUE; THE SUPERVISOR'S ID STAYS ON IT.    *
019809*-----------------------------------------------------------*
019810 2078-CLOSE-RELEASED-ITEM.
019811     IF WS-VALID-RECORD
019812         SET HD-STATUS-POSTED TO TRUE
019813     ELSE
019814         SET HD-STATUS-REJECTED TO TRUE
019815     END-IF.
019816     REWRITE HD-HOLD-RECORD.
019817 2078-EXIT.
019818     EXIT.
019819*-----------------------------------------------------------*
019820* 2079-CLOSE-WAREHOUSE-ITEM - THE RELEASED ITEM POSTED, WENT *
019821* TO THE HOLD QUEUE OR REJECTED (A REJECT GOES THE REJFIX    *
019822* ROUTE).  ITS WAREHOUSE RECORD STAYS ON FILE AS HISTORY.    *
019823*-----------------------------------------------------------*
019824 2079-CLOSE-WAREHOUSE-ITEM.
019825     EVALUATE TRUE
019826         WHEN WS-ITEM-HELD
019827             SET FW-STATUS-HELD TO TRUE
019828         WHEN WS-VALID-RECORD
019829             SET FW-STATUS-POSTED TO TRUE
019830         WHEN OTHER
019831             SET FW-STATUS-REJECTED TO TRUE
019832     END-EVALUATE.
019833     MOVE CR-RUN-DATE-YMD TO FW-RELEASED-DATE.
019834     REWRITE FW-FUTURE-RECORD.
019835 2079-EXIT.
019836     EXIT.
019837*-----------------------------------------------------------*
019838* 2080-RESEND-PENDING - EXPORTS FINANCE HAS NOT ACKNOWLEDGED  *
019839* OR HAS REJECTED SIT ON THE PENDEXP QUEUE ACKMATCH REBUILT   *
019840* EARLIER TONIGHT; THEIR IMAGES RIDE OUT AGAIN WITH TODAY'S   *
019841* EXPORT.  THE QUEUE ITSELF IS LEFT ALONE - ACKMATCH OWNS IT  *
019842* AND REBUILDS IT FROM TOMORROW'S ACKNOWLEDGMENTS.  WHETHER   *
019843* THE RESEND HAPPENED RIDES ON THE CHECKPOINT RECORD, SO A    *
019844* RESTART RESENDS ONLY WHEN THE ABENDED RUN NEVER GOT HERE -  *
019845* A BLANKET SKIP QUIETLY DROPPED QUEUED MONEY.  AN ABEND      *
019846* MID-RESEND RESENDS THE WHOLE QUEUE AGAIN; THE DUPLICATE     *
019847* COPIES SURFACE AS ACKMATCH EXCEPTIONS, NOT SILENT LOSS.     *
019848*-----------------------------------------------------------*
019849 2080-RESEND-PENDING.
019850     IF RS-PEND-RESENT
019851         GO TO 2080-EXIT
019852     END-IF.
019853     OPEN INPUT PENDING-EXPORT.
019854     IF WS-PX-OK
019855         MOVE "N" TO WS-EOF-SW
019856         PERFORM 2090-RESEND-ONE-ITEM THRU 2090-EXIT
019857             UNTIL WS-TRANS-IN-EOF
019858     END-IF.
019860     CLOSE PENDING-EXPORT.
019865     MOVE "N" TO WS-EOF-SW.
019870*    THE FLAG GOES TO DISK THE MOMENT THE RESEND IS DONE, SO
019945     WRITE EX-FILE-RECORD FROM PX-EXPORT-IMAGE.
019950 2090-EXIT.
019955     EXIT.
019956 2100-READ-TRANS-IN.
019957     IF WS-WHSE-PHASE
019958         PERFORM 2076-READ-WAREHOUSE THRU 2076-EXIT
019959         GO TO 2100-EXIT
019960     END-IF.
019961     IF WS-RELEASE-PHASE
019962         PERFORM 2075-READ-RELEASED THRU 2075-EXIT
019963         GO TO 2100-EXIT
019964     END-IF.
019965     IF WS-RESUB-PHASE
019970         READ RESUBMIT-IN INTO TI-TRANS-RECORD
019975             AT END SET WS-TRANS-IN-EOF TO TRUE
020200     EXIT.
020300 2200-PROCESS-ONE-RECORD.
020400     ADD 1 TO WS-RECORD-NO.
020410     MOVE "N" TO WS-HELD-SW.
020420     MOVE "N" TO WS-PARKED-SW.
020500     PERFORM 2300-EDIT-RECORD THRU 2300-EXIT.
020510     IF WS-ITEM-PARKED
020520         ADD 1 TO WS-RECORDS-PARKED
020530         IF WS-RESUB-PHASE OR WS-RELEASE-PHASE
020540             ADD 1 TO WS-RESUB-PARKED
020550         END-IF
020560         GO TO 2200-CHECKPOINT
020570     END-IF.
020600     IF WS-VALID-RECORD
020700         MOVE TI-NUM1 TO Num1
020800         MOVE TI-NUM2 TO Num2
020950                 PERFORM 2350-WRITE-REJECT THRU 2350-EXIT
020960                 MOVE "N" TO WS-VALID-REC-SW
020970         END-COMPUTE
020971     END-IF.
020972*    A RELEASED ITEM IS PAST THE LIMIT BY A SUPERVISOR'S
020973*    DECISION; THE CHECK APPLIES TO NEW WORK ONLY.
020974     IF WS-VALID-RECORD AND NOT WS-RELEASE-PHASE
020975         PERFORM 2640-CHECK-CREDIT-LIMIT THRU 2640-EXIT
020976     END-IF.
020977     IF WS-ITEM-HELD
020978         ADD 1 TO WS-RECORDS-HELD
020979         IF WS-RESUB-PHASE
020980             ADD 1 TO WS-RESUB-HELD
020981         END-IF
020982         IF WS-WHSE-PHASE
020983             ADD 1 TO WS-WHSE-HELD
020984             PERFORM 2079-CLOSE-WAREHOUSE-ITEM THRU 2079-EXIT
020985         END-IF
020986         GO TO 2200-CHECKPOINT
020987     END-IF.
020990     IF WS-VALID-RECORD
021000         PERFORM 2400-WRITE-DETAIL THRU 2400-EXIT
021100         PERFORM 2500-WRITE-AUDIT THRU 2500-EXIT
021280             PERFORM 2670-MARK-ORIG-REVERSED THRU 2670-EXIT
021290         END-IF
021300         ADD 1 TO WS-RECORDS-PROCESSED
021310         IF WS-RESUB-PHASE OR WS-RELEASE-PHASE OR WS-WHSE-PHASE
021320             ADD 1 TO WS-RESUB-PROCESSED
021330         END-IF
021400         ADD Result TO WS-RESULT-SUM
021500     ELSE
021600         ADD 1 TO WS-RECORDS-REJECTED
021610         IF WS-RESUB-PHASE OR WS-RELEASE-PHASE OR WS-WHSE-PHASE
021620             ADD 1 TO WS-RESUB-REJECTED
021630         END-IF
021700     END-IF.
021710     IF WS-RELEASE-PHASE
021720         PERFORM 2078-CLOSE-RELEASED-ITEM THRU 2078-EXIT
021730     END-IF.
021732     IF WS-WHSE-PHASE
021734         PERFORM 2079-CLOSE-WAREHOUSE-ITEM THRU 2079-EXIT
021736     END-IF.
021740 2200-CHECKPOINT.
021800     PERFORM 2700-WRITE-CHECKPOINT THRU 2700-EXIT.
021900     PERFORM 2100-READ-TRANS-IN THRU 2100-EXIT.
022000 2200-EXIT.
022300* 2300-EDIT-RECORD - NUMERIC EDIT ON NUM1/NUM2 AND THE      *
022400* LATE-ARRIVAL CUTOFF EDIT AGAINST THE BUSINESS RUN DATE.   *
022500* A FAILING RECORD IS ROUTED TO THE REJECT REPORT AND THE   *
022600* RUN CONTINUES.  A DETAIL DATED AFTER THE RUN DATE BUT     *
022610* WITHIN THE HORIZON IS PARKED ON THE WAREHOUSE INSTEAD;    *
022620* THE REMAINING EDITS RUN WHEN IT IS RELEASED.              *
022700*-----------------------------------------------------------*
022800 2300-EDIT-RECORD.
022900     SET WS-VALID-RECORD TO TRUE.
024395         MOVE "N" TO WS-VALID-REC-SW
024396         GO TO 2300-EXIT
024398     END-IF.
024400     IF WS-VALID-RECORD AND TI-TRANS-DATE > WS-HORIZON-DATE
024500         MOVE "TI-TRANSDT" TO RJ-FIELD-NAME
024600         MOVE TI-TRANS-DATE TO RJ-BAD-VALUE
024700         MOVE "FUTURE-DATED BEYOND WAREHOUSE HORIZON" TO RJ-REASON
024800         PERFORM 2350-WRITE-REJECT THRU 2350-EXIT
024900         MOVE "N" TO WS-VALID-REC-SW
024910         GO TO 2300-EXIT
025000     END-IF.
025001     IF TI-TRANS-DATE > CR-RUN-DATE-YMD
025002         PERFORM 2360-PARK-FUTURE-ITEM THRU 2360-EXIT
025003         GO TO 2300-EXIT
025004     END-IF.
025005     IF WS-VALID-RECORD
025006         PERFORM 2310-EDIT-TRANS-CODE THRU 2310-EXIT
025007     END-IF.
025010     IF WS-VALID-RECORD
025020         PERFORM 2320-EDIT-CUSTOMER THRU 2320-EXIT
025030     END-IF.
025080         PERFORM 2340-EDIT-REVERSAL THRU 2340-EXIT
025090     END-IF.
025100 2300-EXIT.
025101     EXIT.
025102*-----------------------------------------------------------*
025103* 2310-EDIT-TRANS-CODE - THE CODE MUST BE ON THE TRANCODE    *
025104* TABLE, AND THE AMOUNT-PAIR'S NET MUST HAVE THE SIGN THE    *
025105* CODE ALLOWS (CREDIT POSTS POSITIVE, DEBIT NEGATIVE) AND    *
025106* STAY WITHIN ITS MAXIMUM.  A REVERSAL CARRIES THE ORIGINAL  *
025107* POSTING'S CODE AND AMOUNTS, SO IT IS EDITED AS THE         *
025108* ORIGINAL WAS BEFORE 2200 NEGATES IT.                       *
025109*-----------------------------------------------------------*
025110 2310-EDIT-TRANS-CODE.
025111     MOVE TI-TRANS-CODE TO TC-TRANS-CODE.
025112     READ TRANS-CODE-TABLE.
025113     IF NOT WS-TC-OK OR TI-TRANS-CODE = SPACE
025114         MOVE "TI-TRANCD" TO RJ-FIELD-NAME
025115         MOVE TI-TRANS-CODE TO RJ-BAD-VALUE
025116         MOVE "UNKNOWN TRANSACTION CODE" TO RJ-REASON
025117         PERFORM 2350-WRITE-REJECT THRU 2350-EXIT
025118         MOVE "N" TO WS-VALID-REC-SW
025119         GO TO 2310-EXIT
025120     END-IF.
025121     COMPUTE WS-TC-AMOUNT = TI-NUM1 + TI-NUM2.
025122     MOVE WS-TC-AMOUNT TO WS-TC-AMOUNT-EDIT.
025123     IF (TC-SIGN-CREDIT AND WS-TC-AMOUNT < ZERO)
025124             OR (TC-SIGN-DEBIT AND WS-TC-AMOUNT > ZERO)
025125         MOVE "TI-TRANCD" TO RJ-FIELD-NAME
025126         MOVE WS-TC-AMOUNT-EDIT TO RJ-BAD-VALUE
025127         MOVE "WRONG SIGN FOR TRANSACTION CODE" TO RJ-REASON
025128         PERFORM 2350-WRITE-REJECT THRU 2350-EXIT
025129         MOVE "N" TO WS-VALID-REC-SW
025130         GO TO 2310-EXIT
025131     END-IF.
025132     IF WS-TC-AMOUNT < ZERO
025133         COMPUTE WS-TC-AMOUNT = ZERO - WS-TC-AMOUNT
025134     END-IF.
025135     IF TC-MAX-AMOUNT > ZERO AND WS-TC-AMOUNT > TC-MAX-AMOUNT
025136         MOVE "TI-TRANCD" TO RJ-FIELD-NAME
025137         MOVE WS-TC-AMOUNT-EDIT TO RJ-BAD-VALUE
025138         MOVE "AMOUNT OVER TRANSACTION CODE MAXIMUM" TO RJ-REASON
025139         PERFORM 2350-WRITE-REJECT THRU 2350-EXIT
025140         MOVE "N" TO WS-VALID-REC-SW
025141     END-IF.
025142 2310-EXIT.
025143     EXIT.
025144*-----------------------------------------------------------*
025145* 2320-EDIT-CUSTOMER - THE AMOUNT-PAIR IS SOMEBODY'S MONEY;  *
025146* TI-CUST-ID MUST READ BACK FROM THE CUSTOMER-MASTER AS AN   *
025147* ACTIVE CUSTOMER.  A MISS OR A DELETED CUSTOMER IS REJECTED *
025148* THE SAME WAY AS A BAD AMOUNT AND THE RUN CONTINUES.        *
025149* AN ID RETIRED BY A CUSTMRG MERGE IS FOLLOWED TO ITS        *
025150* SURVIVOR BY 2325 INSTEAD.                                  *
025151*-----------------------------------------------------------*
025152 2320-EDIT-CUSTOMER.
025153     IF TI-CUST-ID = SPACE
025154         MOVE "TI-CUSTID" TO RJ-FIELD-NAME
025155         MOVE TI-CUST-ID TO RJ-BAD-VALUE
025156         MOVE "CUSTOMER ID MISSING" TO RJ-REASON
025157         PERFORM 2350-WRITE-REJECT THRU 2350-EXIT
025158         MOVE "N" TO WS-VALID-REC-SW
025159         GO TO 2320-EXIT
025160     END-IF.
025161     MOVE TI-CUST-ID TO WS-MATCH-CUST-ID.
025162     PERFORM 2370-MATCH-CUSTOMER THRU 2370-EXIT.
025163     IF NOT WS-CM-OK
025164         MOVE "TI-CUSTID" TO RJ-FIELD-NAME
025165         MOVE TI-CUST-ID TO RJ-BAD-VALUE
025166         MOVE "CUSTOMER NOT ON FILE" TO RJ-REASON
025167         PERFORM 2350-WRITE-REJECT THRU 2350-EXIT
025168         MOVE "N" TO WS-VALID-REC-SW
025169         GO TO 2320-EXIT
025170     END-IF.
025171     IF CM-STATUS-DELETED AND CM-MERGED-INTO-ID NOT = SPACE
025172         PERFORM 2325-FOLLOW-MERGE THRU 2325-EXIT
025173         GO TO 2320-EXIT
025174     END-IF.
025175     IF CM-STATUS-DELETED
025176         MOVE "TI-CUSTID" TO RJ-FIELD-NAME
025177         MOVE TI-CUST-ID TO RJ-BAD-VALUE
025178         MOVE "CUSTOMER DELETED" TO RJ-REASON
025179         PERFORM 2350-WRITE-REJECT THRU 2350-EXIT
025180         MOVE "N" TO WS-VALID-REC-SW
025181     END-IF.
025182 2320-EXIT.
025183     EXIT.
025184*-----------------------------------------------------------*
025185* 2325-FOLLOW-MERGE - THE ID WAS RETIRED INTO ANOTHER BY A   *
025186* CUSTMRG MERGE.  FOLLOW CM-MERGED-INTO-ID (A SURVIVOR MAY   *
025187* ITSELF HAVE BEEN MERGED LATER, SO UP TO FIVE HOPS) TO AN   *
025188* ACTIVE CUSTOMER AND CARRY THE ITEM ON UNDER THAT ID.  A    *
025189* NOTICE LINE GOES TO THE REJECT REPORT WITH THE ORIGINAL    *
025190* IMAGE; THE ITEM ITSELF IS NOT REJECTED.  NO ACTIVE         *
025191* SURVIVOR AT THE END OF THE CHAIN IS AN ORDINARY REJECT.    *
025192*-----------------------------------------------------------*
025193 2325-FOLLOW-MERGE.
025194     MOVE ZERO TO WS-ALIAS-HOPS.
025195 2325-NEXT-HOP.
025196     ADD 1 TO WS-ALIAS-HOPS.
025197     MOVE CM-MERGED-INTO-ID TO WS-MATCH-CUST-ID.
025198     PERFORM 2370-MATCH-CUSTOMER THRU 2370-EXIT.
025199     IF WS-CM-OK AND CM-STATUS-DELETED
025200             AND CM-MERGED-INTO-ID NOT = SPACE
025201             AND WS-ALIAS-HOPS < 5
025202         GO TO 2325-NEXT-HOP
025203     END-IF.
025204     IF NOT WS-CM-OK OR CM-STATUS-DELETED
025205         MOVE "TI-CUSTID" TO RJ-FIELD-NAME
025206         MOVE TI-CUST-ID TO RJ-BAD-VALUE
025207         MOVE "CUSTOMER MERGED - NO ACTIVE SURVIVOR" TO RJ-REASON
025208         PERFORM 2350-WRITE-REJECT THRU 2350-EXIT
025209         MOVE "N" TO WS-VALID-REC-SW
025210         GO TO 2325-EXIT
025211     END-IF.
025212     MOVE "NOTICE" TO RJ-FIELD-NAME.
025213     MOVE TI-CUST-ID TO RJ-BAD-VALUE.
025214     MOVE SPACE TO RJ-REASON.
025215     STRING "RETIRED ID - POSTED TO SURVIVOR " DELIMITED BY SIZE
025216             CM-CUST-ID DELIMITED BY SIZE
025217             INTO RJ-REASON.
025218     PERFORM 2350-WRITE-REJECT THRU 2350-EXIT.
025219     MOVE CM-CUST-ID TO TI-CUST-ID.
025220 2325-EXIT.
025221     EXIT.
025222*-----------------------------------------------------------*
025223* 2330-EDIT-SERIAL - NOTHING USED TO TELL A RESEND FROM NEW  *
025224* WORK.  EVERY SERIAL ALREADY ON THE POSTEDKY FILE IS A      *
025225* DUPLICATE AND ROUTES TO THE REJECT REPORT WITH ITS OWN     *
025226* REASON INSTEAD OF INTO TRANS-OUT, THE AUDIT LOG AND THE    *
025227* FINANCE EXPORT.                                            *
025228*-----------------------------------------------------------*
025229 2330-EDIT-SERIAL.
025230     IF TI-TRANS-SERIAL NOT NUMERIC OR TI-TRANS-SERIAL = ZERO
025231         MOVE "TI-SERIAL" TO RJ-FIELD-NAME
025232         MOVE TI-TRANS-SERIAL TO RJ-BAD-VALUE
025233         MOVE "TRANSACTION SERIAL MISSING" TO RJ-REASON
025234         PERFORM 2350-WRITE-REJECT THRU 2350-EXIT
025235         MOVE "N" TO WS-VALID-REC-SW
025236         GO TO 2330-EXIT
025237     END-IF.
025238     MOVE TI-SOURCE-CODE TO PK-SOURCE-CODE.
025239     MOVE TI-TRANS-SERIAL TO PK-TRANS-SERIAL.
025240     READ POSTED-KEYS.
025241     IF WS-PK-OK
025242         MOVE "TI-SERIAL" TO RJ-FIELD-NAME
025243         MOVE TI-TRANS-SERIAL TO RJ-BAD-VALUE
025244         MOVE "DUPLICATE - SERIAL ALREADY POSTED" TO RJ-REASON
025245         PERFORM 2350-WRITE-REJECT THRU 2350-EXIT
025246         MOVE "N" TO WS-VALID-REC-SW
025247         GO TO 2330-EXIT
025248     END-IF.
025249*    A SERIAL STILL WAITING ON THE HOLD QUEUE IS A RESEND TOO;
025250*    A RELEASED ITEM IS ITSELF ON THE QUEUE AND IS NOT CHECKED.
025251     IF WS-RELEASE-PHASE
025252         GO TO 2330-EXIT
025253     END-IF.
025254     MOVE TI-SOURCE-CODE TO HD-SOURCE-CODE.
025255     MOVE TI-TRANS-SERIAL TO HD-TRANS-SERIAL.
025256     READ HOLD-FILE.
025257     IF WS-HD-OK AND HD-STATUS-OPEN
025258         MOVE "TI-SERIAL" TO RJ-FIELD-NAME
025259         MOVE TI-TRANS-SERIAL TO RJ-BAD-VALUE
025260         MOVE "DUPLICATE - SERIAL ON THE HOLD QUEUE" TO RJ-REASON
025317         PERFORM 2350-WRITE-REJECT THRU 2350-EXIT
025318         MOVE "N" TO WS-VALID-REC-SW
025319     END-IF.
025410     MOVE TI-TRANS-RECORD TO RJ-RECORD-IMAGE.
025500     WRITE RJ-FILE-RECORD FROM RJ-REJECT-LINE.
025600 2350-EXIT.
025602     EXIT.
025604*-----------------------------------------------------------*
025606* 2360-PARK-FUTURE-ITEM - THE FULL TRANS-IN IMAGE GOES ON    *
025608* THE WAREHOUSE UNDER ITS EFFECTIVE DATE.  THE SAME SERIAL   *
025610* ALREADY WAITING THERE (A RE-SENT EXTRACT) REJECTS AS A     *
025611* DUPLICATE RATHER THAN PARKING TWICE - EXCEPT ON A RESTART  *
025612* RUN, WHERE AN ITEM PARKED TODAY BY THE ABENDED RUN AFTER   *
025613* ITS LAST CHECKPOINT IS SIMPLY COUNTED AS PARKED AGAIN.     *
025614*-----------------------------------------------------------*
025616 2360-PARK-FUTURE-ITEM.
025618     MOVE TI-TRANS-DATE TO FW-EFFECTIVE-DATE.
025620     MOVE TI-SOURCE-CODE TO FW-SOURCE-CODE.
025622     MOVE TI-TRANS-SERIAL TO FW-TRANS-SERIAL.
025624     MOVE TI-CUST-ID TO FW-CUST-ID.
025625     COMPUTE FW-RESULT = TI-NUM1 + TI-NUM2
025626         ON SIZE ERROR
025627             MOVE ZERO TO FW-RESULT
025628     END-COMPUTE.
025629     IF TI-TYPE-REVERSAL
025630         COMPUTE FW-RESULT = ZERO - FW-RESULT
025631     END-IF.
025632     MOVE CR-RUN-DATE-YMD TO FW-PARKED-DATE.
025633     SET FW-STATUS-WAITING TO TRUE.
025634     MOVE ZERO TO FW-RELEASED-DATE.
025635     MOVE TI-TRANS-RECORD TO FW-TRANS-IMAGE.
025636     WRITE FW-FUTURE-RECORD
025637         INVALID KEY
025638             IF WS-RESTART-RUN
025639                 PERFORM 2365-CHECK-PARKED-TODAY THRU 2365-EXIT
025640                 IF WS-ITEM-PARKED
025641                     GO TO 2360-EXIT
025642                 END-IF
025643             END-IF
025644             MOVE "TI-SERIAL" TO RJ-FIELD-NAME
025645             MOVE TI-TRANS-SERIAL TO RJ-BAD-VALUE
025646             MOVE "DUPLICATE - ALREADY IN FUTURE WAREHOUSE"
025647                 TO RJ-REASON
025648             PERFORM 2350-WRITE-REJECT THRU 2350-EXIT
025649             MOVE "N" TO WS-VALID-REC-SW
025650             GO TO 2360-EXIT
025651     END-WRITE.
025652     SET WS-ITEM-PARKED TO TRUE.
025653 2360-EXIT.
025654     EXIT.
025655*-----------------------------------------------------------*
025656* 2365-CHECK-PARKED-TODAY - THE SERIAL IS ALREADY ON THE     *
025657* WAREHOUSE.  IF IT IS STILL WAITING AND WAS PARKED ON THIS  *
025658* BUSINESS DATE, THE ABENDED RUN PUT IT THERE; IT IS NOT A   *
025659* DUPLICATE, JUST WORK THE RESTART IS REPEATING.             *
025660*-----------------------------------------------------------*
025661 2365-CHECK-PARKED-TODAY.
025662     READ FUTURE-WAREHOUSE
025663         INVALID KEY
025664             GO TO 2365-EXIT
025665     END-READ.
025666     IF FW-STATUS-WAITING
025667             AND FW-PARKED-DATE = CR-RUN-DATE-YMD
025668         SET WS-ITEM-PARKED TO TRUE
025669     END-IF.
025670 2365-EXIT.
025671     EXIT.
025672*-----------------------------------------------------------*
025673* 2370-MATCH-CUSTOMER - TRANS-IN ARRIVES FROM CONSOL SORTED  *
025674* ON CUSTOMER ID, SO THE CUSTOMER-MASTER IS READ FORWARD IN  *
025675* KEY ORDER ALONGSIDE IT INSTEAD OF ONE RANDOM READ PER      *
025676* DETAIL.  THE SAME CUSTOMER AGAIN COSTS NO READ AT ALL; A   *
025677* LATER ONE READS NEXT UNTIL ITS KEY IS REACHED OR PASSED.   *
025678* A KEY BEHIND THE CURRENT POSITION (A MERGE SURVIVOR, OR    *
025679* THE RESUBMIT, RELEASE AND WAREHOUSE PHASES, WHICH ARE NOT  *
025680* IN CUSTOMER ORDER) FALLS BACK TO A RANDOM READ, WHICH ALSO *
025681* REPOSITIONS THE FORWARD PASS.  LEAVES WS-CM-STATUS "00"    *
025682* WITH THE RECORD IN THE BUFFER, OR "23" WHEN THE KEY IS NOT *
025683* ON FILE.                                                   *
025684*-----------------------------------------------------------*
025685 2370-MATCH-CUSTOMER.
025686     IF NOT WS-CM-POSITIONED
025687             OR WS-MATCH-CUST-ID < WS-CM-HELD-ID
025688         GO TO 2370-RANDOM-READ
025689     END-IF.
025690     IF WS-CM-AT-END
025691         IF WS-MATCH-CUST-ID = WS-CM-HELD-ID
025692             GO TO 2370-RANDOM-READ
025693         END-IF
025694         MOVE "23" TO WS-CM-STATUS
025695         GO TO 2370-EXIT
025696     END-IF.
025697     IF WS-MATCH-CUST-ID = WS-CM-HELD-ID
025698         MOVE "00" TO WS-CM-STATUS
025699         GO TO 2370-EXIT
025700     END-IF.
025701     PERFORM 2375-READ-NEXT-CUSTOMER THRU 2375-EXIT
025702         UNTIL WS-CM-AT-END
025703             OR WS-CM-HELD-ID NOT < WS-MATCH-CUST-ID.
025704     IF NOT WS-CM-POSITIONED
025705         GO TO 2370-RANDOM-READ
025706     END-IF.
025707     IF NOT WS-CM-AT-END AND WS-CM-HELD-ID = WS-MATCH-CUST-ID
025708         MOVE "00" TO WS-CM-STATUS
025709     ELSE
025710         MOVE "23" TO WS-CM-STATUS
025711     END-IF.
025712     GO TO 2370-EXIT.
025713 2370-RANDOM-READ.
025714     MOVE "N" TO WS-CM-END-SW.
025715     MOVE WS-MATCH-CUST-ID TO CM-CUST-ID.
025716     READ CUSTOMER-MASTER.
025717     IF WS-CM-OK
025718         SET WS-CM-POSITIONED TO TRUE
025719         MOVE CM-CUST-ID TO WS-CM-HELD-ID
025720     ELSE
025721         MOVE "N" TO WS-CM-POSITION-SW
025722     END-IF.
025723 2370-EXIT.
025724     EXIT.
025725 2375-READ-NEXT-CUSTOMER.
025726     READ CUSTOMER-MASTER NEXT RECORD
025727         AT END
025728             SET WS-CM-AT-END TO TRUE
025729             GO TO 2375-EXIT
025730     END-READ.
025731     IF WS-CM-OK
025732         MOVE CM-CUST-ID TO WS-CM-HELD-ID
025733     ELSE
025734         MOVE "N" TO WS-CM-POSITION-SW
025735         SET WS-CM-AT-END TO TRUE
025736     END-IF.
025737 2375-EXIT.
025738     EXIT.
025739*-----------------------------------------------------------*
025740* 2380-MATCH-BALANCE - THE SAME KEY-ORDER MATCH AS 2370,     *
025741* AGAINST THE CUSTOMER-BALANCE FILE.  LEAVES WS-CB-STATUS    *
025742* "00" WITH THE RECORD IN THE BUFFER, OR "23" FOR A CUSTOMER *
025743* WITH NO BALANCE RECORD YET.                                *
025744*-----------------------------------------------------------*
025745 2380-MATCH-BALANCE.
025746     IF NOT WS-CB-POSITIONED
025747             OR WS-MATCH-CUST-ID < WS-CB-HELD-ID
025748         GO TO 2380-RANDOM-READ
025749     END-IF.
025750     IF WS-CB-AT-END
025751         IF WS-MATCH-CUST-ID = WS-CB-HELD-ID
025752             GO TO 2380-RANDOM-READ
025753         END-IF
025754         MOVE "23" TO WS-CB-STATUS
025755         GO TO 2380-EXIT
025756     END-IF.
025757     IF WS-MATCH-CUST-ID = WS-CB-HELD-ID
025758         MOVE "00" TO WS-CB-STATUS
025759         GO TO 2380-EXIT
025760     END-IF.
025761     PERFORM 2385-READ-NEXT-BALANCE THRU 2385-EXIT
025762         UNTIL WS-CB-AT-END
025763             OR WS-CB-HELD-ID NOT < WS-MATCH-CUST-ID.
025764     IF NOT WS-CB-POSITIONED
025765         GO TO 2380-RANDOM-READ
025766     END-IF.
025767     IF NOT WS-CB-AT-END AND WS-CB-HELD-ID = WS-MATCH-CUST-ID
025768         MOVE "00" TO WS-CB-STATUS
025769     ELSE
025770         MOVE "23" TO WS-CB-STATUS
025771     END-IF.
025772     GO TO 2380-EXIT.
025773 2380-RANDOM-READ.
025774     MOVE "N" TO WS-CB-END-SW.
025775     MOVE WS-MATCH-CUST-ID TO CB-CUST-ID.
025776     READ CUSTOMER-BALANCE.
025777     IF WS-CB-OK
025778         SET WS-CB-POSITIONED TO TRUE
025779         MOVE CB-CUST-ID TO WS-CB-HELD-ID
025780     ELSE
025781         MOVE "N" TO WS-CB-POSITION-SW
025782     END-IF.
025783 2380-EXIT.
025784     EXIT.
025785 2385-READ-NEXT-BALANCE.
025786     READ CUSTOMER-BALANCE NEXT RECORD
025787         AT END
025788             SET WS-CB-AT-END TO TRUE
025789             GO TO 2385-EXIT
025790     END-READ.
025791     IF WS-CB-OK
025792         MOVE CB-CUST-ID TO WS-CB-HELD-ID
025793     ELSE
025794         MOVE "N" TO WS-CB-POSITION-SW
025795         SET WS-CB-AT-END TO TRUE
025796     END-IF.
025797 2385-EXIT.
025798     EXIT.
025800 2400-WRITE-DETAIL.
025900     SET TO-TYPE-DETAIL TO TRUE.
026000     MOVE Num1 TO TO-NUM1.
026700 2500-WRITE-AUDIT.
026710     IF WS-TRANS-IN-PRESENT
026720         MOVE TI-CUST-ID TO AL-CUST-ID
026725         MOVE TI-TRANS-CODE TO AL-TRANS-CODE
026727         MOVE TI-SOURCE-CODE TO AL-SOURCE-CODE
026728         MOVE TI-TRANS-SERIAL TO AL-TRANS-SERIAL
026730     ELSE
026740         MOVE SPACE TO AL-CUST-ID
026745         MOVE SPACE TO AL-TRANS-CODE
026747         MOVE SPACE TO AL-SOURCE-CODE
026748         MOVE ZERO TO AL-TRANS-SERIAL
026750     END-IF.
026800     MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID.
026900     MOVE CR-RUN-DATE-YMD TO AL-RUN-DATE.
028120     MOVE TI-TRANS-SERIAL TO EX-TRANS-SERIAL.
028200     WRITE EX-FILE-RECORD FROM EX-EXPORT-RECORD.
028300 2600-EXIT.
028302     EXIT.
028304*-----------------------------------------------------------*
028306* 2640-CHECK-CREDIT-LIMIT - A DEBIT THAT WOULD LEAVE THE     *
028308* CUSTOMER'S BALANCE MORE THAN CM-CREDIT-LIMIT BELOW ZERO IS *
028310* HELD, NOT POSTED AND NOT REJECTED: IT GOES TO THE HOLD     *
028312* FILE WITH THE BALANCE BEFORE IT, THE LIMIT AND THE         *
028314* SHORTFALL, FOR A SUPERVISOR TO RELEASE OR DECLINE THROUGH  *
028316* HOLDREL.  NO LIMIT SET (ZERO, OR A MASTER RECORD WRITTEN   *
028318* BEFORE THE FIELD EXISTED) MEANS NO CHECK.  THE CUSTOMER'S  *
028320* MASTER RECORD IS STILL IN THE BUFFER FROM 2320.  A SERIAL  *
028322* HELD BEFORE AND SINCE DECLINED OR REJECTED IS HELD AFRESH. *
028324*-----------------------------------------------------------*
028326 2640-CHECK-CREDIT-LIMIT.
028328     IF Result NOT < ZERO
028330         GO TO 2640-EXIT
028332     END-IF.
028334     IF CM-CREDIT-LIMIT-X NOT NUMERIC OR CM-CREDIT-LIMIT = ZERO
028336         GO TO 2640-EXIT
028338     END-IF.
028340     MOVE TI-CUST-ID TO WS-MATCH-CUST-ID.
028342     PERFORM 2380-MATCH-BALANCE THRU 2380-EXIT.
028344     IF WS-CB-OK
028346         MOVE CB-CURRENT-BALANCE TO WS-BEFORE-BALANCE
028348     ELSE
028350         MOVE ZERO TO WS-BEFORE-BALANCE
028352     END-IF.
028354     COMPUTE WS-NEW-BALANCE = WS-BEFORE-BALANCE + Result.
028356     IF WS-NEW-BALANCE NOT < ZERO - CM-CREDIT-LIMIT
028358         GO TO 2640-EXIT
028360     END-IF.
028362     SET WS-ITEM-HELD TO TRUE.
028364     MOVE TI-SOURCE-CODE TO HD-SOURCE-CODE.
028366     MOVE TI-TRANS-SERIAL TO HD-TRANS-SERIAL.
028368     MOVE TI-CUST-ID TO HD-CUST-ID.
028370     MOVE CR-RUN-DATE-YMD TO HD-HELD-DATE.
028372     MOVE Result TO HD-RESULT.
028374     MOVE WS-BEFORE-BALANCE TO HD-BEFORE-BALANCE.
028376     MOVE CM-CREDIT-LIMIT TO HD-CREDIT-LIMIT.
028378     COMPUTE HD-SHORTFALL =
028380         ZERO - CM-CREDIT-LIMIT - WS-NEW-BALANCE.
028382     SET HD-STATUS-HELD TO TRUE.
028384     MOVE SPACE TO HD-ACTION-OPER-ID HD-DECLINE-REASON.
028386     MOVE ZERO TO HD-ACTION-DATE.
028388     MOVE TI-TRANS-RECORD TO HD-TRANS-IMAGE.
028390     WRITE HD-HOLD-RECORD
028392         INVALID KEY
028394             REWRITE HD-HOLD-RECORD
028396     END-WRITE.
028398 2640-EXIT.
028400     EXIT.
028402*-----------------------------------------------------------*
028420* 2650-POST-BALANCE - ROLL THE ACCEPTED RESULT INTO THE      *
028430* CUSTOMER'S BALANCE RECORD.  A CUSTOMER POSTING FOR THE     *
028431* FIRST TIME GETS A FRESH RECORD; MTD AND YTD RESET WHEN THE *
028432* POSTING MONTH OR YEAR MOVES ON FROM THE LAST-POSTED DATE.  *
028433* THE YEAR'S SERVICE CHARGES AND REVERSALS RESET WITH THE    *
028434* YTD, AND A RECORD FROM BEFORE THEY WERE KEPT (SPACES)      *
028435* STARTS THEM AT ZERO.  THE RECORD IS FOUND THROUGH THE 2380 *
028436* KEY-ORDER MATCH, BUT EVERY POSTING IS STILL WRITTEN BACK   *
028437* AT ONCE, SO A CHECKPOINT NEVER RUNS AHEAD OF THE BALANCES  *
028438* AND A RESTART IS AS EXACT AS BEFORE.                       *
028439*-----------------------------------------------------------*
028440 2650-POST-BALANCE.
028441     MOVE TI-CUST-ID TO WS-MATCH-CUST-ID.
028442     PERFORM 2380-MATCH-BALANCE THRU 2380-EXIT.
028443     IF WS-CB-NOT-FOUND
028444         MOVE SPACE TO CB-CUST-BALANCE-RECORD
028445         MOVE TI-CUST-ID TO CB-CUST-ID
028446         MOVE ZERO TO CB-CURRENT-BALANCE CB-MTD-AMOUNT
028447             CB-YTD-AMOUNT CB-LAST-POSTED-DATE
028448             CB-YTD-SVC-CHARGES CB-YTD-REVERSALS
028449     END-IF.
028450     IF CB-YTD-SVC-CHARGES NOT NUMERIC
028451         MOVE ZERO TO CB-YTD-SVC-CHARGES
028452     END-IF.
028453     IF CB-YTD-REVERSALS NOT NUMERIC
028454         MOVE ZERO TO CB-YTD-REVERSALS
028455     END-IF.
028456     COMPUTE WS-POST-YYYYMM = CR-RUN-DATE-YMD / 100.
028457     COMPUTE WS-LAST-YYYYMM = CB-LAST-POSTED-DATE / 100.
028458     COMPUTE WS-POST-YYYY = CR-RUN-DATE-YMD / 10000.
028459     COMPUTE WS-LAST-YYYY = CB-LAST-POSTED-DATE / 10000.
028460     IF WS-POST-YYYYMM NOT = WS-LAST-YYYYMM
028461         MOVE ZERO TO CB-MTD-AMOUNT
028462     END-IF.
028463     IF WS-POST-YYYY NOT = WS-LAST-YYYY
028464         MOVE ZERO TO CB-YTD-AMOUNT CB-YTD-SVC-CHARGES
028465             CB-YTD-REVERSALS
028466     END-IF.
028467     ADD Result TO CB-CURRENT-BALANCE.
028468     ADD Result TO CB-MTD-AMOUNT.
028469     ADD Result TO CB-YTD-AMOUNT.
028470     IF TI-TRANS-CODE = "SVC"
028471         ADD Result TO CB-YTD-SVC-CHARGES
028472     END-IF.
028473     IF TI-TYPE-REVERSAL
028474         ADD Result TO CB-YTD-REVERSALS
028475     END-IF.
028476     MOVE CR-RUN-DATE-YMD TO CB-LAST-POSTED-DATE.
028477     IF WS-CB-NOT-FOUND
028478         WRITE CB-CUST-BALANCE-RECORD
028479*        THE WRITE TAKES THE BUFFER THE FORWARD MATCH WAS
028480*        HOLDING; THE NEXT LOOKUP STARTS AGAIN FROM A RANDOM READ.
028481         MOVE "N" TO WS-CB-POSITION-SW
028485     ELSE
028486         REWRITE CB-CUST-BALANCE-RECORD
028487     END-IF.
029300         MOVE WS-RECORD-NO TO RS-LAST-RECORD-NO
029310         MOVE WS-RECORDS-PROCESSED TO RS-CUM-RECORDS
029320         MOVE WS-RESULT-SUM TO RS-CUM-RESULT-SUM
029330         MOVE WS-RECORDS-HELD TO RS-CUM-HELD
029340         MOVE WS-RECORDS-PARKED TO RS-CUM-PARKED
029350         MOVE WS-WHSE-HELD TO RS-CUM-WHSE-HELD
029360         MOVE WS-RESUB-HELD TO RS-CUM-RESUB-HELD
029370         MOVE WS-RESUB-PARKED TO RS-CUM-RESUB-PARKED
029400         REWRITE RS-FILE-RECORD FROM RS-RESTART-RECORD
029500             INVALID KEY
029600                 WRITE RS-FILE-RECORD FROM RS-RESTART-RECORD
031200     MOVE ZERO TO RS-LAST-RECORD-NO.
031205     MOVE ZERO TO RS-CUM-RECORDS.
031206     MOVE ZERO TO RS-CUM-RESULT-SUM.
031207     MOVE ZERO TO RS-CUM-HELD RS-CUM-PARKED RS-CUM-WHSE-HELD
031208                  RS-CUM-RESUB-HELD RS-CUM-RESUB-PARKED.
031210     REWRITE RS-FILE-RECORD FROM RS-RESTART-RECORD
031220         INVALID KEY
031230             WRITE RS-FILE-RECORD FROM RS-RESTART-RECORD
036350         CLOSE CUSTOMER-MASTER
036360         CLOSE CUSTOMER-BALANCE
036370         CLOSE POSTED-KEYS
036380         CLOSE HOLD-FILE
036390         CLOSE TRANS-CODE-TABLE
036395         CLOSE FUTURE-WAREHOUSE
036400     END-IF.
036450     CLOSE AUDIT-LOG.
036460     PERFORM 9100-WRITE-STEP-STATUS THRU 9100-EXIT.
036652*    PICKED UP FROM THE RESUBMIT FILE NEVER WENT THROUGH
036653*    CONSOL, AND COUNTING THEM HERE MADE DAYCLOSE'S CONSOL
036654*    CROSS-CHECK FAIL (A FALSE NO-GO) THE NIGHT AFTER ANY
036655*    REJFIX REPAIR RELEASE.  HELD ITEMS CAME THROUGH CONSOL
036656*    AND ARE ACCOUNTED FOR ON THE HOLD FILE, SO THEY COUNT
036657*    WITH THE OUTPUT.  SO DO ITEMS PARKED ON THE WAREHOUSE;
036658*    WHEN THEY ARE RELEASED THEY COUNT LIKE RESUBMITS.  A
036660*    RESUBMIT OR WAREHOUSE ITEM HELD ON THE CREDIT LIMIT IS
036662*    LEFT OUT THE SAME WAY - IT NEVER CAME THROUGH CONSOL
036664*    TODAY.
036666     MOVE "ADDING" TO SS-PROGRAM-ID.
036670     MOVE CR-RUN-DATE-YMD TO SS-RUN-DATE.
036680     MOVE WS-STEP-START-TIME TO SS-START-TIME.
036690     MOVE WS-RETURN-CODE TO SS-CONDITION-CODE.
036700     COMPUTE SS-RECORDS-IN =
036710         WS-RECORDS-PROCESSED + WS-RECORDS-REJECTED
036711         - WS-RESUB-PROCESSED - WS-RESUB-REJECTED
036713         + WS-RECORDS-HELD - WS-WHSE-HELD - WS-RESUB-HELD
036715         + WS-RECORDS-PARKED - WS-RESUB-PARKED.
036720     COMPUTE SS-RECORDS-OUT =
036721         WS-RECORDS-PROCESSED - WS-RESUB-PROCESSED
036723         + WS-RECORDS-HELD - WS-WHSE-HELD - WS-RESUB-HELD
036725         + WS-RECORDS-PARKED - WS-RESUB-PARKED.
036730     COMPUTE SS-RECORDS-REJECTED =
036731         WS-RECORDS-REJECTED - WS-RESUB-REJECTED.
036740     CALL "STEPLOG" USING SS-STEP-AREA.
