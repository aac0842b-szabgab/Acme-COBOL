001821*                     BUSINESS DAY'S GENERATION WHEN TODAY HAS
001822*                     NONE -- THE MORNING-AFTER SESSION READS
001823*                     LAST NIGHT'S REJECTS.
001824*    09/10/2026 DCO   TRANS-IN/REJECT RECORDS GREW FOR THE
001825*                     TRANSACTION CODE.  A CODE REJECT (UNKNOWN,
001826*                     WRONG SIGN, OVER THE MAXIMUM) IS REPAIRED
001827*                     BY RE-KEYING THE CODE, PROVED ON THE
001828*                     TRANCODE TABLE WHILE THE OPERATOR IS ON
001829*                     THE LINE; AN OVER-MAXIMUM REJECT TAKES
001830*                     THE AMOUNTS AGAIN FIRST.
001831*    09/22/2026 DCO   "NOTICE" LINES ON THE REJECT REPORT (WORK
001832*                     ADDING POSTED TO THE SURVIVOR OF A CUSTMRG
001833*                     MERGE) ARE NOT REJECTS AND ARE PASSED OVER.
001834*    10/02/2026 DCO   SIGN-ON NOW GOES THROUGH THE SHARED SIGNON
001835*                     ROUTINE (HASHED PASSWORDS, FORCED CHANGE,
001836*                     PASSWORD HISTORY).  OPERSEC IS NO LONGER
001837*                     OPENED HERE.
001838******************************************************************
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
002100 SOURCE-COMPUTER. ACME-SYSTEM.
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS CM-CUST-ID
003500         FILE STATUS IS WS-CM-STATUS.
004100     SELECT SECURITY-EXCEPTIONS ASSIGN TO "SECEXCPT"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-SX-STATUS.
004310     SELECT OPTIONAL SYSTEM-STATUS ASSIGN TO "SYSSTAT"
004320         ORGANIZATION IS LINE SEQUENTIAL
004330         FILE STATUS IS WS-SY-STATUS.
004340     SELECT TRANS-CODE-TABLE ASSIGN TO "TRANCODE"
004350         ORGANIZATION IS INDEXED
004360         ACCESS MODE IS DYNAMIC
004370         RECORD KEY IS TC-TRANS-CODE
004380         FILE STATUS IS WS-TC-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  REJECT-RPT.
004700 01  RJ-FILE-RECORD              PIC X(141).
004710 FD  REJECT-CARRY.
004720 01  RC-FILE-RECORD               PIC X(141).
004800 FD  RESUBMIT-OUT.
004900 01  RB-FILE-RECORD               PIC X(60).
005000 FD  CUSTOMER-MASTER.
005100 COPY "custmas.cpy".
005400 FD  SECURITY-EXCEPTIONS.
005500 01  SX-FILE-RECORD              PIC X(60).
005510 FD  SYSTEM-STATUS.
005520 01  SY-FILE-RECORD              PIC X(30).
005530 FD  TRANS-CODE-TABLE.
005540 COPY "trcdrec.cpy".
005600 WORKING-STORAGE SECTION.
005700 COPY "rundate.cpy".
005800 COPY "transin.cpy".
005900 COPY "rejrec.cpy".
005910 COPY "sysstat.cpy".
005915 COPY "signon.cpy".
005920 01  WS-DATE-FUNCTION            PIC X(04).
005930 01  WS-DATE-FLAG                PIC X(01).
005940 01  WS-DATE-OUT                 PIC 9(08)  VALUE ZERO.
007100     05  WS-RB-STATUS            PIC X(02)  VALUE "00".
007200     05  WS-CM-STATUS            PIC X(02)  VALUE "00".
007300         88  WS-CM-OK                       VALUE "00".
007600     05  WS-SX-STATUS            PIC X(02)  VALUE "00".
007610     05  WS-SY-STATUS            PIC X(02)  VALUE "00".
007620         88  WS-SY-OK                       VALUE "00".
007630     05  WS-TC-STATUS            PIC X(02)  VALUE "00".
007640         88  WS-TC-OK                       VALUE "00".
007700 01  WS-SWITCHES.
007800     05  WS-SIGNED-ON-SW         PIC X(01)  VALUE "N".
007900         88  WS-SIGNED-ON                   VALUE "Y".
008740         88  WS-DRAIN-PHASE                  VALUE "Y".
008750     05  WS-BATCH-WINDOW-SW      PIC X(01)  VALUE "N".
008760         88  WS-BATCH-WINDOW                 VALUE "Y".
008830 01  WS-SIGNED-ON-CLASS          PIC X(01)  VALUE SPACE.
008840     88  WS-SIGNON-SUPERVISOR               VALUE "S".
008940 01  WS-SIGNED-ON-OPER           PIC X(08)  VALUE SPACE.
009100 01  WS-ACTION-CHOICE            PIC X(01).
009200 01  WS-NUM-ENTRY                PIC X(10).
009300 01  WS-NUM-ENTRY-RESULT         PIC S9(04) COMP.
009500 01  WS-CUST-ID-ENTRY            PIC X(06).
009510 01  WS-SERIAL-ENTRY             PIC X(09).
009520 01  WS-SOURCE-ENTRY             PIC X(02).
009530 01  WS-CODE-ENTRY               PIC X(03).
009540 01  WS-TC-AMOUNT                PIC S9(08)V99 VALUE ZERO.
009545 01  WS-TC-ABS-AMOUNT            PIC 9(08)V99  VALUE ZERO.
009550 01  WS-CARRY-TABLE.
009560     05  WS-CARRY-LINE OCCURS 2000 TIMES
009570                                 PIC X(141).
009580 01  WS-CARRY-MAX                PIC 9(04)  COMP  VALUE 2000.
009590 01  WS-CARRY-COUNT              PIC 9(04)  COMP  VALUE ZERO.
009591 01  WS-CARRY-NEXT               PIC 9(04)  COMP  VALUE 1.
011350     IF WS-DS-RETURN-CODE > 8
011360         MOVE CR-MACHINE-DATE-YMD TO CR-RUN-DATE-YMD
011370     END-IF.
011600     OPEN EXTEND SECURITY-EXCEPTIONS.
011700     IF WS-SX-STATUS = "05" OR WS-SX-STATUS = "35"
011800         OPEN OUTPUT SECURITY-EXCEPTIONS
012000 1000-EXIT.
012100     EXIT.
012200*-----------------------------------------------------------*
012300* 2000-SIGN-ON - THE SHARED SIGNON ROUTINE PROMPTS FOR AND   *
012400* CHECKS THE OPERATOR BEFORE ANY REJECT DATA IS EVER         *
012500* DISPLAYED.  ANY CLASS MAY SIGN ON; THE REPAIR RELEASE      *
012600* ITSELF IS SUPERVISORS-ONLY.                                *
012700*-----------------------------------------------------------*
012800 2000-SIGN-ON.
012900     MOVE "REJFIX" TO SO-PROGRAM-ID.
013000     SET SO-ANY-CLASS TO TRUE.
013100     MOVE SPACE TO SO-RESTRICTED-REASON.
013200     CALL "SIGNON" USING SO-SIGNON-AREA.
013300     IF SO-SIGNED-ON
013400         SET WS-SIGNED-ON TO TRUE
013500         MOVE SO-OPER-ID TO WS-SIGNED-ON-OPER
013510         MOVE SO-OPER-CLASS TO WS-SIGNED-ON-CLASS
015200     END-IF.
015300 2000-EXIT.
016297     EXIT.
016298*-----------------------------------------------------------*
016299* 2300-LOG-RESTRICTED - AN ATTEMPTED USE OF THE SUPERVISORS-  *
016305     MOVE CR-RUN-DATE-YMD TO SX-RUN-DATE.
016306     ACCEPT CR-RUN-TIME FROM TIME.
016307     MOVE CR-RUN-TIME TO SX-RUN-TIME.
016308     MOVE WS-SIGNED-ON-OPER TO SX-OPER-ID.
016309     MOVE "RESTRICTED FUNCTION - REPAIR" TO SX-REASON.
016311     WRITE SX-FILE-RECORD FROM SX-EXCEPTION-LINE.
016312 2300-EXIT.
016530         GO TO 3000-EXIT
016540     END-IF.
016580     OPEN INPUT CUSTOMER-MASTER.
016585     OPEN INPUT TRANS-CODE-TABLE.
016590     OPEN EXTEND RESUBMIT-OUT.
016600     IF WS-RB-STATUS = "05" OR WS-RB-STATUS = "35"
016610         OPEN OUTPUT RESUBMIT-OUT
016740         CLOSE REJECT-RPT
016750     END-IF.
016760     CLOSE CUSTOMER-MASTER.
016765     CLOSE TRANS-CODE-TABLE.
016770     CLOSE RESUBMIT-OUT.
016780     CLOSE REJECT-CARRY.
016790 3000-EXIT.
017160* 3100-READ-REJECT - THE CARRY-OVER TABLE FEEDS FIRST, THEN  *
017170* THE DAY'S REJECT REPORT.  DURING THE QUIT DRAIN NOTHING    *
017180* COUNTS AS READ; IT IS ONLY BEING MOVED TO REJCARRY.        *
017185* MERGED-ID NOTICES ARE NOT REJECTS AND ARE SKIPPED.         *
017190*-----------------------------------------------------------*
017200 3100-READ-REJECT.
017210     IF WS-CARRY-NEXT NOT > WS-CARRY-COUNT
017330     READ REJECT-RPT INTO RJ-REJECT-LINE
017340         AT END SET WS-REJECTS-EOF TO TRUE
017350     END-READ.
017352     IF NOT WS-REJECTS-EOF AND RJ-FIELD-NAME = "NOTICE"
017354         GO TO 3100-READ-REJECT
017356     END-IF.
017360     IF NOT WS-REJECTS-EOF AND NOT WS-DRAIN-PHASE
017370         ADD 1 TO WS-REJECTS-READ
017380     END-IF.
027495                 PERFORM 4600-FIX-ORIG-SERIAL THRU 4600-EXIT
027496                 SET WS-RECORD-REPAIRED TO TRUE
027497             END-IF
027498         WHEN "TI-TRANCD"
027499             IF RJ-REASON (1:6) = "AMOUNT"
027500                 PERFORM 4100-FIX-NUM1 THRU 4100-EXIT
027501                 PERFORM 4200-FIX-NUM2 THRU 4200-EXIT
027502             END-IF
027503             PERFORM 4700-FIX-TRANS-CODE THRU 4700-EXIT
027505         WHEN OTHER
027600             DISPLAY "** Field cannot be repaired here - "
027700                     "skipped **"
027800     END-EVALUATE.
036555 6600-EXIT.
036556     EXIT.
036557*-----------------------------------------------------------*
036558* 4700-FIX-TRANS-CODE - THE CORRECTED CODE MUST BE ON THE    *
036560* TRANCODE TABLE AND MUST ACCEPT THE RECORD'S AMOUNTS (SIGN  *
036562* AND MAXIMUM), CHECKED HERE SO THE RECORD DOES NOT JUST     *
036564* BOUNCE AGAIN TOMORROW.  A BLANK ENTRY GIVES UP AND THE     *
036566* REJECT COUNTS AS SKIPPED.                                  *
036568*-----------------------------------------------------------*
036570 4700-FIX-TRANS-CODE.
036572     COMPUTE WS-TC-AMOUNT = TI-NUM1 + TI-NUM2.
036574     IF WS-TC-AMOUNT < ZERO
036576         COMPUTE WS-TC-ABS-AMOUNT = ZERO - WS-TC-AMOUNT
036578     ELSE
036580         MOVE WS-TC-AMOUNT TO WS-TC-ABS-AMOUNT
036582     END-IF.
036584     MOVE "N" TO WS-VALID-FIELD-SW.
036586     PERFORM UNTIL WS-VALID-FIELD
036588         MOVE SPACE TO WS-CODE-ENTRY
036590         DISPLAY "Corrected transaction code (blank to skip): "
036592         ACCEPT WS-CODE-ENTRY
036594         IF WS-CODE-ENTRY = SPACE
036596             SET WS-VALID-FIELD TO TRUE
036598         ELSE
036600             PERFORM 4750-CHECK-TRANS-CODE THRU 4750-EXIT
036602         END-IF
036604     END-PERFORM.
036606 4700-EXIT.
036608     EXIT.
036610 4750-CHECK-TRANS-CODE.
036612     MOVE WS-CODE-ENTRY TO TC-TRANS-CODE.
036614     READ TRANS-CODE-TABLE
036616         INVALID KEY
036618             DISPLAY "** Transaction code not on file **"
036620             GO TO 4750-EXIT
036622     END-READ.
036624     IF TC-SIGN-CREDIT AND WS-TC-AMOUNT < ZERO
036626         DISPLAY "** Code is credit-only - amount is a debit **"
036628         GO TO 4750-EXIT
036630     END-IF.
036632     IF TC-SIGN-DEBIT AND WS-TC-AMOUNT > ZERO
036634         DISPLAY "** Code is debit-only - amount is a credit **"
036636         GO TO 4750-EXIT
036638     END-IF.
036640     IF TC-MAX-AMOUNT > ZERO AND WS-TC-ABS-AMOUNT > TC-MAX-AMOUNT
036642         DISPLAY "** Amount is over the code's maximum **"
036644         GO TO 4750-EXIT
036646     END-IF.
036648     MOVE WS-CODE-ENTRY TO TI-TRANS-CODE.
036650     SET WS-RECORD-REPAIRED TO TRUE.
036652     SET WS-VALID-FIELD TO TRUE.
036654 4750-EXIT.
036656     EXIT.
036658*-----------------------------------------------------------*
036660* 9000-TERMINATE                                             *
036700*-----------------------------------------------------------*
036800 9000-TERMINATE.
037000     CLOSE SECURITY-EXCEPTIONS.
037100 9000-EXIT.
037200     EXIT.
