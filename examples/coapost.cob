000100* Apply the postal change-of-address return file to CUSTMAS
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. COAPOST.
000400 AUTHOR. D. OKONKWO.
000500 INSTALLATION. ACME WIDGET CO - BATCH OPERATIONS.
000600 DATE-WRITTEN. 10/09/2026.
000700 DATE-COMPILED.
000800******************************************************************
000900*    MODIFICATION HISTORY
001000*    DATE       INIT  DESCRIPTION
001100*    10/09/2026 DCO   ORIGINAL PROGRAM.  STATEMENTS KEEP COMING
001200*                     BACK FROM CUSTOMERS WHO MOVED AND NEVER
001300*                     TOLD US.  THIS STEP READS THE POSTAL
001400*                     CHANGE-OF-ADDRESS SERVICE'S COAIN RETURN
001500*                     FILE AND MATCHES EACH ENTRY TO AN ACTIVE
001600*                     CUSTOMER BY NAME AND OLD ADDRESS (LINE 1
001700*                     AND 5-DIGIT ZIP), BOTH SIDES SORTED ON THE
001800*                     SAME KEY AND MATCHED IN ONE PASS.  A SINGLE
001900*                     MATCH TAKES THE NEW ADDRESS, WITH THE STATE
002000*                     CHECKED AGAINST STATETAB AND THE ZIP EDIT
002100*                     HELLO USES, AND IS JOURNALED TO CUSTJRNL
002200*                     AS A CHANGE UNDER THE SYSTEM OPERATOR ID
002300*                     *COAPOST SO CMJAPPLY RECOVERY REPLAYS IT.
002400*                     NO MATCH, MORE THAN ONE MATCH, "MOVED, NO
002500*                     FORWARDING ADDRESS" AND A NEW ADDRESS THAT
002600*                     FAILS THE EDITS GO TO THE COAEXCPT REPORT
002700*                     FOR FOLLOW-UP (RC=04).  THE MASTER IS ONLY
002800*                     UPDATED INSIDE THE SYSSTAT BATCH WINDOW,
002900*                     WHEN THE ONLINE PROGRAMS ARE LOCKED OUT;
003000*                     OUTSIDE IT THE STEP REFUSES (RC=12).
003100*                     COACTL KEEPS THE LAST FILE APPLIED SO THE
003200*                     SAME FILE IS NEVER APPLIED TWICE.
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER. ACME-SYSTEM.
003700 OBJECT-COMPUTER. ACME-SYSTEM.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT OPTIONAL COA-IN ASSIGN TO "COAIN"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-CA-STATUS.
004300     SELECT OPTIONAL COA-CONTROL ASSIGN TO "COACTL"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-CO-STATUS.
004600     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAS"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS CM-CUST-ID
005000         FILE STATUS IS WS-CM-STATUS.
005100     SELECT OPTIONAL STATE-TABLE ASSIGN TO "STATETAB"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS ST-STATE-CODE
005500         FILE STATUS IS WS-ST-STATUS.
005600     SELECT CUST-JOURNAL ASSIGN TO "CUSTJRNL"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-CJ-STATUS.
005900     SELECT OPTIONAL SYSTEM-STATUS ASSIGN TO "SYSSTAT"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-SY-STATUS.
006200     SELECT ENTRY-WORK ASSIGN TO "COAWK"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-EW-STATUS.
006500     SELECT ENTRY-SORT-WORK ASSIGN TO "SRTWRKC".
006600     SELECT SORTED-ENTRY ASSIGN TO "COAWKS"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-SE-STATUS.
006900     SELECT MASTER-WORK ASSIGN TO "COAMX"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-MW-STATUS.
007200     SELECT MASTER-SORT-WORK ASSIGN TO "SRTWRKM".
007300     SELECT SORTED-MASTER ASSIGN TO "COAMXS"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-SX-STATUS.
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  COA-IN.
007900 01  CA-FILE-RECORD               PIC X(240).
008000 FD  COA-CONTROL.
008100 01  CO-FILE-RECORD               PIC X(50).
008200 FD  CUSTOMER-MASTER.
008300 COPY "custmas.cpy".
008400 FD  STATE-TABLE.
008500 COPY "statrec.cpy".
008600 FD  CUST-JOURNAL.
008700 01  CJ-FILE-RECORD              PIC X(340).
008800 FD  SYSTEM-STATUS.
008900 01  SY-FILE-RECORD              PIC X(30).
009000*    ONE COAIN DETAIL WITH ITS MATCH KEY IN FRONT AND ITS PLACE
009100*    IN THE FILE BEHIND, SO DUPLICATE KEYS KEEP FILE ORDER.
009200 FD  ENTRY-WORK.
009300 01  EW-FILE-RECORD              PIC X(312).
009400 SD  ENTRY-SORT-WORK.
009500 01  ES-SORT-RECORD.
009600     05  ES-MATCH-KEY            PIC X(65).
009700     05  ES-ENTRY-NO             PIC 9(07).
009800     05  FILLER                   PIC X(240).
009900 FD  SORTED-ENTRY.
010000 01  SE-FILE-RECORD              PIC X(312).
010100*    ONE ACTIVE CUSTOMER WITH THE SAME MATCH KEY IN FRONT.
010200 FD  MASTER-WORK.
010300 01  MW-FILE-RECORD              PIC X(71).
010400 SD  MASTER-SORT-WORK.
010500 01  MS-SORT-RECORD.
010600     05  MS-MATCH-KEY            PIC X(65).
010700     05  MS-CUST-ID              PIC X(06).
010800 FD  SORTED-MASTER.
010900 01  SX-FILE-RECORD              PIC X(71).
011000 WORKING-STORAGE SECTION.
011100 COPY "rundate.cpy".
011200 COPY "coarec.cpy".
011300 COPY "coactl.cpy".
011400 COPY "cmjrec.cpy".
011500 COPY "sysstat.cpy".
011600 COPY "errlog.cpy".
011700 COPY "stepstat.cpy".
011800 01  WS-STEP-START-TIME          PIC 9(08)  VALUE ZERO.
011900 01  WS-PRINT-FUNCTION           PIC X(04).
012000 01  WS-PRINT-FILENAME           PIC X(20)  VALUE "COAEXCPT".
012100 01  WS-PM-RETURN-CODE           PIC 9(02).
012200 01  WS-FILE-STATUSES.
012300     05  WS-CA-STATUS            PIC X(02)  VALUE "00".
012400         88  WS-CA-OK                       VALUE "00".
012500     05  WS-CO-STATUS            PIC X(02)  VALUE "00".
012600         88  WS-CO-OK                       VALUE "00".
012700     05  WS-CM-STATUS            PIC X(02)  VALUE "00".
012800         88  WS-CM-OK                       VALUE "00".
012900     05  WS-ST-STATUS            PIC X(02)  VALUE "00".
013000         88  WS-ST-OK                       VALUE "00".
013100     05  WS-CJ-STATUS            PIC X(02)  VALUE "00".
013200     05  WS-SY-STATUS            PIC X(02)  VALUE "00".
013300         88  WS-SY-OK                       VALUE "00".
013400     05  WS-EW-STATUS            PIC X(02)  VALUE "00".
013500         88  WS-EW-OK                       VALUE "00".
013600     05  WS-SE-STATUS            PIC X(02)  VALUE "00".
013700         88  WS-SE-OK                       VALUE "00".
013800     05  WS-MW-STATUS            PIC X(02)  VALUE "00".
013900         88  WS-MW-OK                       VALUE "00".
014000     05  WS-SX-STATUS            PIC X(02)  VALUE "00".
014100         88  WS-SX-OK                       VALUE "00".
014200 01  WS-SWITCHES.
014300     05  WS-EOF-SW               PIC X(01)  VALUE "N".
014400         88  WS-EOF                          VALUE "Y".
014500     05  WS-SE-EOF-SW            PIC X(01)  VALUE "N".
014600         88  WS-SE-EOF                      VALUE "Y".
014700     05  WS-SX-EOF-SW            PIC X(01)  VALUE "N".
014800         88  WS-SX-EOF                      VALUE "Y".
014900     05  WS-FILE-PRESENT-SW      PIC X(01)  VALUE "N".
015000         88  WS-FILE-PRESENT                 VALUE "Y".
015100     05  WS-HEADER-SEEN-SW       PIC X(01)  VALUE "N".
015200         88  WS-HEADER-SEEN                  VALUE "Y".
015300     05  WS-TRAILER-SEEN-SW      PIC X(01)  VALUE "N".
015400         88  WS-TRAILER-SEEN                 VALUE "Y".
015500     05  WS-STATE-TABLE-SW       PIC X(01)  VALUE "N".
015600         88  WS-STATE-TABLE-PRESENT          VALUE "Y".
015700     05  WS-VALID-FIELD-SW       PIC X(01)  VALUE "Y".
015800         88  WS-VALID-FIELD                  VALUE "Y".
015900*    THE CUSTJRNL OPERATOR ID FOR CHANGES MADE BY THIS STEP.  THE
016000*    LEADING "*" KEEPS IT CLEAR OF ANY OPERSEC SIGN-ON ID.
016100 01  WS-SYSTEM-OPER-ID           PIC X(08)  VALUE "*COAPOST".
016200 01  WS-LOWER-CASE               PIC X(26)
016300                 VALUE "abcdefghijklmnopqrstuvwxyz".
016400 01  WS-UPPER-CASE               PIC X(26)
016500                 VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
016600*    THE MATCH KEY: NAME, ADDRESS LINE 1 AND THE 5-DIGIT ZIP, IN
016700*    UPPER CASE.  BUILT THE SAME WAY FOR A COAIN ENTRY AND FOR A
016800*    CUSTOMER, AND AGAIN FOR THE CUSTOMER JUST BEFORE UPDATING.
016900 01  WS-MATCH-KEY.
017000     05  WS-KEY-NAME             PIC X(30).
017100     05  WS-KEY-ADDR-1           PIC X(30).
017200     05  WS-KEY-ZIP-5            PIC X(05).
017300 01  WS-ENTRY-WORK-RECORD.
017400     05  EW-MATCH-KEY            PIC X(65).
017500     05  EW-ENTRY-NO             PIC 9(07).
017600     05  EW-COA-IMAGE            PIC X(240).
017700 01  WS-MASTER-WORK-RECORD.
017800     05  MW-MATCH-KEY            PIC X(65).
017900     05  MW-CUST-ID              PIC X(06).
018000*    THE CUSTOMERS ON THE CURRENT MATCH KEY.  ONLY THE FIRST ID
018100*    IS NEEDED - MORE THAN ONE IS AN EXCEPTION.
018200 01  WS-GROUP-KEY                PIC X(65)  VALUE LOW-VALUES.
018300 01  WS-GROUP-COUNT              PIC 9(05)  COMP  VALUE ZERO.
018400 01  WS-GROUP-CUST-ID            PIC X(06)  VALUE SPACE.
018500 01  WS-EXCEPTION-REASON         PIC X(40)  VALUE SPACE.
018600 01  WS-EXCEPTION-CUST-ID        PIC X(06)  VALUE SPACE.
018700 01  WS-BEFORE-IMAGE             PIC X(150) VALUE SPACE.
018720*    THE COAIN HEADER'S FILE DATE AND NUMBER, KEPT FOR COACTL -
018740*    THE RECORD AREA IS REUSED FOR THE DETAILS AND THE TRAILER.
018760 01  WS-HDR-FILE-DATE            PIC 9(08)  VALUE ZERO.
018780 01  WS-HDR-FILE-NO              PIC 9(07)  VALUE ZERO.
018800 01  WS-COUNTERS.
018900     05  WS-ENTRIES-READ         PIC 9(07)  COMP  VALUE ZERO.
019000     05  WS-CUSTOMERS-EXTRACTED  PIC 9(07)  COMP  VALUE ZERO.
019100     05  WS-ENTRIES-APPLIED      PIC 9(07)  COMP  VALUE ZERO.
019200     05  WS-NO-MATCH             PIC 9(07)  COMP  VALUE ZERO.
019300     05  WS-MULTIPLE-MATCH       PIC 9(07)  COMP  VALUE ZERO.
019400     05  WS-NO-FORWARDING        PIC 9(07)  COMP  VALUE ZERO.
019500     05  WS-FAILED-EDIT          PIC 9(07)  COMP  VALUE ZERO.
019600     05  WS-EXCEPTIONS           PIC 9(07)  COMP  VALUE ZERO.
019700 01  WS-COUNT-EDIT               PIC ZZZZZZ9.
019800 01  WS-PRINT-WORK               PIC X(132)  VALUE SPACE.
019900 01  WS-DATE-FUNCTION            PIC X(04).
020000 01  WS-DATE-FLAG                PIC X(01).
020100 01  WS-DS-RETURN-CODE           PIC 9(02).
020200 01  WS-RETURN-CODE              PIC 9(02)  COMP  VALUE ZERO.
020300 PROCEDURE DIVISION.
020400 0000-MAINLINE.
020500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020600     IF WS-RETURN-CODE = ZERO AND WS-FILE-PRESENT
020700         PERFORM 2000-LOAD-COA-FILE THRU 2000-EXIT
020800     END-IF.
020900     IF WS-RETURN-CODE = ZERO AND WS-FILE-PRESENT
021000         PERFORM 2500-EXTRACT-MASTER THRU 2500-EXIT
021100     END-IF.
021200     IF WS-RETURN-CODE = ZERO AND WS-FILE-PRESENT
021300         PERFORM 3000-APPLY-CHANGES THRU 3000-EXIT
021400         PERFORM 4000-UPDATE-CONTROL THRU 4000-EXIT
021500     END-IF.
021600     IF WS-PM-RETURN-CODE = ZERO
021700         PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT
021800     END-IF.
021900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
022000     STOP RUN WS-RETURN-CODE.
022100*-----------------------------------------------------------*
022200* 1000-INITIALIZE - RESOLVE THE BUSINESS DATE, REFUSE TO RUN *
022300* OUTSIDE THE BATCH WINDOW, AND PICK UP COACTL.  NO COAIN    *
022400* FILE MEANS THE SERVICE SENT NOTHING AND THE STEP IS QUIET. *
022500*-----------------------------------------------------------*
022600 1000-INITIALIZE.
022700     ACCEPT CR-MACHINE-DATE-YMD FROM DATE YYYYMMDD.
022800     ACCEPT WS-STEP-START-TIME FROM TIME.
022900     MOVE "BIZD" TO WS-DATE-FUNCTION.
023000     CALL "DATESRV" USING WS-DATE-FUNCTION CR-MACHINE-DATE-YMD
023100         CR-RUN-DATE-YMD WS-DATE-FLAG WS-DS-RETURN-CODE.
023200     IF WS-DS-RETURN-CODE > 8
023300         MOVE CR-MACHINE-DATE-YMD TO CR-RUN-DATE-YMD
023400     END-IF.
023500     MOVE "COAPOST" TO WS-PRINT-WORK.
023600     MOVE "INIT" TO WS-PRINT-FUNCTION.
023700     CALL "PRINTMGR" USING WS-PRINT-FUNCTION WS-PRINT-FILENAME
023800         WS-PRINT-WORK CR-RUN-DATE-YMD WS-PM-RETURN-CODE.
023900     IF WS-PM-RETURN-CODE NOT = ZERO
024000         MOVE 16 TO WS-RETURN-CODE
024100         GO TO 1000-EXIT
024200     END-IF.
024300     MOVE "POSTAL CHANGE-OF-ADDRESS EXCEPTIONS" TO WS-PRINT-WORK.
024400     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
024500     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
024600     PERFORM 1100-CHECK-BATCH-WINDOW THRU 1100-EXIT.
024700     IF WS-RETURN-CODE NOT = ZERO
024800         GO TO 1000-EXIT
024900     END-IF.
025000     INITIALIZE CO-COA-CONTROL-RECORD.
025100     OPEN INPUT COA-CONTROL.
025200     IF WS-CO-OK
025300         READ COA-CONTROL INTO CO-COA-CONTROL-RECORD
025400             AT END
025500                 INITIALIZE CO-COA-CONTROL-RECORD
025600         END-READ
025700     END-IF.
025800     CLOSE COA-CONTROL.
025900     OPEN INPUT COA-IN.
026000     IF WS-CA-OK
026100         SET WS-FILE-PRESENT TO TRUE
026200     ELSE
026300         CLOSE COA-IN
026400         MOVE "NO CHANGE-OF-ADDRESS FILE THIS RUN"
026500             TO WS-PRINT-WORK
026600         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
026700     END-IF.
026800 1000-EXIT.
026900     EXIT.
027000*-----------------------------------------------------------*
027100* 1100-CHECK-BATCH-WINDOW - THE ONLINE PROGRAMS LEAVE        *
027200* CUSTMAS ALONE ONLY WHILE SYSSTAT SAYS BATCH, SO THAT IS    *
027300* THE ONLY TIME THIS STEP MAY CHANGE IT.  A MISSING STATUS   *
027400* FILE READS AS ONLINE, AS IT DOES FOR THEM.                 *
027500*-----------------------------------------------------------*
027600 1100-CHECK-BATCH-WINDOW.
027700     MOVE SPACE TO SY-SYSTEM-STATUS-RECORD.
027800     OPEN INPUT SYSTEM-STATUS.
027900     IF WS-SY-OK
028000         READ SYSTEM-STATUS INTO SY-SYSTEM-STATUS-RECORD
028100             AT END
028200                 CONTINUE
028300         END-READ
028400     END-IF.
028500     CLOSE SYSTEM-STATUS.
028600     IF SY-STATUS-BATCH
028700         GO TO 1100-EXIT
028800     END-IF.
028900     MOVE "COAPOST" TO EM-PROGRAM-ID.
029000     MOVE "1100-CHECK-BATCH-WINDOW" TO EM-PARAGRAPH.
029100     MOVE "SYSSTAT" TO EM-FILE-NAME.
029200     MOVE WS-SY-STATUS TO EM-FILE-STATUS.
029300     MOVE "BATCH WINDOW NOT OPEN - COAIN NOT APPLIED"
029400         TO EM-MESSAGE.
029500     MOVE 12 TO EM-SEVERITY.
029600     CALL "ERRMGR" USING EM-ERROR-AREA.
029700     STRING "** " DELIMITED BY SIZE
029800             EM-MESSAGE DELIMITED BY SIZE
029900             INTO WS-PRINT-WORK.
030000     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
030100     DISPLAY "COAPOST: " EM-MESSAGE.
030200     MOVE 12 TO WS-RETURN-CODE.
030300 1100-EXIT.
030400     EXIT.
030500*-----------------------------------------------------------*
030600* 2000-LOAD-COA-FILE - PROVE THE WHOLE COAIN FILE BEFORE ANY *
030700* OF IT IS APPLIED: A HEADER FIRST, A TRAILER LAST WHOSE     *
030800* COUNT AGREES WITH THE DETAILS, AND NOT THE FILE APPLIED    *
030900* LAST TIME.  EACH DETAIL GOES TO THE COAWK WORK FILE UNDER  *
031000* ITS MATCH KEY.                                             *
031100*-----------------------------------------------------------*
031200 2000-LOAD-COA-FILE.
031300     OPEN OUTPUT ENTRY-WORK.
031400     IF NOT WS-EW-OK
031500         CLOSE COA-IN
031600         MOVE "CANNOT OPEN THE COAWK WORK FILE" TO EM-MESSAGE
031700         MOVE "COAWK" TO EM-FILE-NAME
031800         MOVE WS-EW-STATUS TO EM-FILE-STATUS
031900         PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
032000         MOVE 16 TO WS-RETURN-CODE
032100         GO TO 2000-EXIT
032200     END-IF.
032300     MOVE "N" TO WS-EOF-SW.
032400     PERFORM 2100-LOAD-ONE-RECORD THRU 2100-EXIT
032500         UNTIL WS-EOF.
032600     CLOSE COA-IN.
032700     CLOSE ENTRY-WORK.
032800     IF NOT WS-FILE-PRESENT
032900         GO TO 2000-EXIT
033000     END-IF.
033100     IF WS-RETURN-CODE NOT = ZERO
033200         GO TO 2000-EXIT
033300     END-IF.
033400     MOVE "COAIN" TO EM-FILE-NAME.
033500     MOVE WS-CA-STATUS TO EM-FILE-STATUS.
033600     IF NOT WS-HEADER-SEEN OR NOT WS-TRAILER-SEEN
033700         MOVE "COAIN HEADER OR TRAILER MISSING" TO EM-MESSAGE
033800         PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
033900         GO TO 2000-EXIT
034000     END-IF.
034100     IF CAT-RECORD-COUNT NOT = WS-ENTRIES-READ
034200         MOVE "COAIN TRAILER COUNT DOES NOT AGREE" TO EM-MESSAGE
034300         PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
034400         GO TO 2000-EXIT
034500     END-IF.
034600     SORT ENTRY-SORT-WORK
034700         ON ASCENDING KEY ES-MATCH-KEY
034800         ON ASCENDING KEY ES-ENTRY-NO
034900         USING ENTRY-WORK
035000         GIVING SORTED-ENTRY.
035100 2000-EXIT.
035200     EXIT.
035300 2100-LOAD-ONE-RECORD.
035400     READ COA-IN INTO CA-COA-RECORD
035500         AT END
035600             SET WS-EOF TO TRUE
035700             GO TO 2100-EXIT
035800     END-READ.
035900     IF WS-TRAILER-SEEN
036000         MOVE "COAIN HAS RECORDS AFTER ITS TRAILER" TO EM-MESSAGE
036100         GO TO 2100-REFUSE
036200     END-IF.
036300     EVALUATE TRUE
036400         WHEN CA-TYPE-HEADER AND NOT WS-HEADER-SEEN
036500             SET WS-HEADER-SEEN TO TRUE
036600             PERFORM 2200-CHECK-HEADER THRU 2200-EXIT
036700         WHEN NOT WS-HEADER-SEEN
036800             MOVE "COAIN DOES NOT START WITH A HEADER"
036900                 TO EM-MESSAGE
037000             GO TO 2100-REFUSE
037100         WHEN CA-TYPE-DETAIL
037200             ADD 1 TO WS-ENTRIES-READ
037300             MOVE CA-NAME TO WS-KEY-NAME
037400             MOVE CA-OLD-ADDR-1 TO WS-KEY-ADDR-1
037500             MOVE CA-OLD-ZIP (1:5) TO WS-KEY-ZIP-5
037600             INSPECT WS-MATCH-KEY
037700                 CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
037800             MOVE WS-MATCH-KEY TO EW-MATCH-KEY
037900             MOVE WS-ENTRIES-READ TO EW-ENTRY-NO
038000             MOVE CA-COA-RECORD TO EW-COA-IMAGE
038100             WRITE EW-FILE-RECORD FROM WS-ENTRY-WORK-RECORD
038200         WHEN CA-TYPE-TRAILER
038300             SET WS-TRAILER-SEEN TO TRUE
038400         WHEN OTHER
038500             MOVE "COAIN RECORD TYPE IS NOT HD, DT OR TR"
038600                 TO EM-MESSAGE
038700             GO TO 2100-REFUSE
038800     END-EVALUATE.
038900     GO TO 2100-EXIT.
039000 2100-REFUSE.
039100     MOVE "COAIN" TO EM-FILE-NAME.
039200     MOVE WS-CA-STATUS TO EM-FILE-STATUS.
039300     PERFORM 2900-REFUSE-FILE THRU 2900-EXIT.
039400     SET WS-EOF TO TRUE.
039500 2100-EXIT.
039600     EXIT.
039700*-----------------------------------------------------------*
039800* 2200-CHECK-HEADER - THE SAME FILE DATE AND FILE NUMBER AS  *
039900* THE LAST FILE APPLIED MEANS LAST NIGHT'S FILE IS STILL IN  *
040000* PLACE.  IT IS NOT APPLIED AGAIN AND THE STEP ENDS RC=04.   *
040100*-----------------------------------------------------------*
040200 2200-CHECK-HEADER.
040230     MOVE CAH-FILE-DATE TO WS-HDR-FILE-DATE.
040260     MOVE CAH-FILE-NO TO WS-HDR-FILE-NO.
040300     MOVE CAH-FILE-NO TO WS-COUNT-EDIT.
040400     STRING "COAIN FILE DATED   " DELIMITED BY SIZE
040500             CAH-FILE-DATE DELIMITED BY SIZE
040600             "  FILE NO " DELIMITED BY SIZE
040700             WS-COUNT-EDIT DELIMITED BY SIZE
040800             "  FROM " DELIMITED BY SIZE
040900             CAH-SERVICE-ID DELIMITED BY SIZE
041000             INTO WS-PRINT-WORK.
041100     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
041200     IF CAH-FILE-DATE = CO-LAST-FILE-DATE
041300             AND CAH-FILE-NO = CO-LAST-FILE-NO
041400         STRING "ALREADY APPLIED ON " DELIMITED BY SIZE
041500                 CO-APPLIED-DATE DELIMITED BY SIZE
041600                 " - NOT APPLIED AGAIN" DELIMITED BY SIZE
041700                 INTO WS-PRINT-WORK
041800         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
041900         MOVE "N" TO WS-FILE-PRESENT-SW
042000         MOVE 4 TO WS-RETURN-CODE
042100         SET WS-EOF TO TRUE
042200     END-IF.
042300 2200-EXIT.
042400     EXIT.
042500*-----------------------------------------------------------*
042600* 2900-REFUSE-FILE - A COAIN FILE THAT CANNOT BE PROVED IS   *
042700* NOT APPLIED AT ALL (RC=12).  THE SERVICE IS ASKED FOR IT   *
042800* AGAIN.  THE CALLER SETS EM-MESSAGE, EM-FILE-NAME AND EM-   *
042900* FILE-STATUS.                                               *
043000*-----------------------------------------------------------*
043100 2900-REFUSE-FILE.
043200     STRING "** " DELIMITED BY SIZE
043300             EM-MESSAGE DELIMITED BY SIZE
043400             INTO WS-PRINT-WORK.
043500     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
043600     MOVE "** NO CHANGES APPLIED FROM THIS FILE" TO WS-PRINT-WORK.
043700     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
043800     DISPLAY "COAPOST: " EM-MESSAGE.
043900     MOVE "COAPOST" TO EM-PROGRAM-ID.
044000     MOVE "2000-LOAD-COA-FILE" TO EM-PARAGRAPH.
044100     MOVE 12 TO EM-SEVERITY.
044200     CALL "ERRMGR" USING EM-ERROR-AREA.
044300     IF WS-RETURN-CODE < 12
044400         MOVE 12 TO WS-RETURN-CODE
044500     END-IF.
044600 2900-EXIT.
044700     EXIT.
044800*-----------------------------------------------------------*
044900* 2500-EXTRACT-MASTER - EVERY ACTIVE CUSTOMER GOES TO THE    *
045000* COAMX WORK FILE UNDER THE SAME MATCH KEY AS THE ENTRIES,   *
045100* AND BOTH ARE SORTED SO ONE PASS MATCHES THEM.              *
045200*-----------------------------------------------------------*
045300 2500-EXTRACT-MASTER.
045400     OPEN INPUT CUSTOMER-MASTER.
045500     OPEN OUTPUT MASTER-WORK.
045600     IF NOT WS-CM-OK OR NOT WS-MW-OK
045700         CLOSE CUSTOMER-MASTER
045800         CLOSE MASTER-WORK
045900         MOVE "CANNOT READ CUSTMAS FOR THE MATCH" TO EM-MESSAGE
046000         MOVE "CUSTMAS" TO EM-FILE-NAME
046100         MOVE WS-CM-STATUS TO EM-FILE-STATUS
046200         PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
046300         MOVE 16 TO WS-RETURN-CODE
046400         GO TO 2500-EXIT
046500     END-IF.
046600     MOVE "N" TO WS-EOF-SW.
046700     PERFORM 2600-EXTRACT-ONE THRU 2600-EXIT
046800         UNTIL WS-EOF.
046900     CLOSE CUSTOMER-MASTER.
047000     CLOSE MASTER-WORK.
047100     SORT MASTER-SORT-WORK
047200         ON ASCENDING KEY MS-MATCH-KEY
047300         ON ASCENDING KEY MS-CUST-ID
047400         USING MASTER-WORK
047500         GIVING SORTED-MASTER.
047600 2500-EXIT.
047700     EXIT.
047800 2600-EXTRACT-ONE.
047900     READ CUSTOMER-MASTER NEXT RECORD
048000         AT END
048100             SET WS-EOF TO TRUE
048200             GO TO 2600-EXIT
048300     END-READ.
048400     IF NOT CM-STATUS-ACTIVE
048500         GO TO 2600-EXIT
048600     END-IF.
048700     PERFORM 7100-BUILD-MASTER-KEY THRU 7100-EXIT.
048800     MOVE WS-MATCH-KEY TO MW-MATCH-KEY.
048900     MOVE CM-CUST-ID TO MW-CUST-ID.
049000     WRITE MW-FILE-RECORD FROM WS-MASTER-WORK-RECORD.
049100     ADD 1 TO WS-CUSTOMERS-EXTRACTED.
049200 2600-EXIT.
049300     EXIT.
049400*-----------------------------------------------------------*
049500* 3000-APPLY-CHANGES - WALK THE SORTED ENTRIES AGAINST THE   *
049600* SORTED CUSTOMERS.  EACH NEW MATCH KEY GATHERS ITS GROUP OF *
049700* CUSTOMERS ONCE; AN ENTRY REPEATED UNDER THE SAME KEY SEES  *
049800* THE SAME GROUP.                                            *
049900*-----------------------------------------------------------*
050000 3000-APPLY-CHANGES.
050100     OPEN I-O CUSTOMER-MASTER.
050200     IF NOT WS-CM-OK
050300         MOVE "CANNOT OPEN CUSTMAS FOR UPDATE" TO EM-MESSAGE
050400         MOVE "CUSTMAS" TO EM-FILE-NAME
050500         MOVE WS-CM-STATUS TO EM-FILE-STATUS
050600         PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
050700         MOVE 16 TO WS-RETURN-CODE
050800         GO TO 3000-EXIT
050900     END-IF.
051000     OPEN INPUT STATE-TABLE.
051100     IF WS-ST-OK
051200         SET WS-STATE-TABLE-PRESENT TO TRUE
051300     ELSE
051400         MOVE "STATE TABLE NOT ON FILE - STATES NOT CHECKED"
051500             TO WS-PRINT-WORK
051600         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
051700     END-IF.
051800     OPEN EXTEND CUST-JOURNAL.
051900     IF WS-CJ-STATUS = "05" OR WS-CJ-STATUS = "35"
052000         OPEN OUTPUT CUST-JOURNAL
052100     END-IF.
052200     OPEN INPUT SORTED-ENTRY.
052300     OPEN INPUT SORTED-MASTER.
052400     MOVE "N" TO WS-SE-EOF-SW.
052500     MOVE "N" TO WS-SX-EOF-SW.
052600     PERFORM 3150-READ-NEXT-MASTER THRU 3150-EXIT.
052700     PERFORM 3100-MATCH-ONE-ENTRY THRU 3100-EXIT
052800         UNTIL WS-SE-EOF.
052900     CLOSE SORTED-ENTRY.
053000     CLOSE SORTED-MASTER.
053100     CLOSE CUST-JOURNAL.
053200     CLOSE STATE-TABLE.
053300     CLOSE CUSTOMER-MASTER.
053400     IF WS-EXCEPTIONS > ZERO AND WS-RETURN-CODE < 4
053500         MOVE 4 TO WS-RETURN-CODE
053600     END-IF.
053700 3000-EXIT.
053800     EXIT.
053900 3100-MATCH-ONE-ENTRY.
054000     READ SORTED-ENTRY INTO WS-ENTRY-WORK-RECORD
054100         AT END
054200             SET WS-SE-EOF TO TRUE
054300             GO TO 3100-EXIT
054400     END-READ.
054500     MOVE EW-COA-IMAGE TO CA-COA-RECORD.
054600     IF EW-MATCH-KEY NOT = WS-GROUP-KEY
054700         PERFORM 3200-GATHER-GROUP THRU 3200-EXIT
054800     END-IF.
054900     MOVE WS-GROUP-CUST-ID TO WS-EXCEPTION-CUST-ID.
055000     EVALUATE TRUE
055100         WHEN WS-GROUP-COUNT = ZERO
055200             MOVE SPACE TO WS-EXCEPTION-CUST-ID
055300             MOVE "NO MATCHING CUSTOMER" TO WS-EXCEPTION-REASON
055400             ADD 1 TO WS-NO-MATCH
055500             PERFORM 3900-REPORT-EXCEPTION THRU 3900-EXIT
055600         WHEN WS-GROUP-COUNT > 1
055700             MOVE WS-GROUP-COUNT TO WS-COUNT-EDIT
055800             MOVE SPACE TO WS-EXCEPTION-REASON
055900             STRING "MATCHES MORE THAN ONE CUSTOMER -"
056000                     DELIMITED BY SIZE
056100                     WS-COUNT-EDIT DELIMITED BY SIZE
056200                     INTO WS-EXCEPTION-REASON
056300             ADD 1 TO WS-MULTIPLE-MATCH
056400             PERFORM 3900-REPORT-EXCEPTION THRU 3900-EXIT
056500         WHEN CA-NO-FORWARDING
056600             MOVE "MOVED - NO FORWARDING ADDRESS"
056700                 TO WS-EXCEPTION-REASON
056800             ADD 1 TO WS-NO-FORWARDING
056900             PERFORM 3900-REPORT-EXCEPTION THRU 3900-EXIT
057000         WHEN OTHER
057100             PERFORM 3300-EDIT-NEW-ADDRESS THRU 3300-EXIT
057200             IF WS-VALID-FIELD
057300                 PERFORM 3400-APPLY-ONE THRU 3400-EXIT
057400             ELSE
057500                 ADD 1 TO WS-FAILED-EDIT
057600                 PERFORM 3900-REPORT-EXCEPTION THRU 3900-EXIT
057700             END-IF
057800     END-EVALUATE.
057900 3100-EXIT.
058000     EXIT.
058100 3150-READ-NEXT-MASTER.
058200     READ SORTED-MASTER INTO WS-MASTER-WORK-RECORD
058300         AT END
058400             SET WS-SX-EOF TO TRUE
058500             MOVE HIGH-VALUES TO MW-MATCH-KEY
058600     END-READ.
058700 3150-EXIT.
058800     EXIT.
058900*-----------------------------------------------------------*
059000* 3200-GATHER-GROUP - PASS CUSTOMERS BELOW THE ENTRY'S KEY,  *
059100* THEN COUNT THOSE ON IT.                                    *
059200*-----------------------------------------------------------*
059300 3200-GATHER-GROUP.
059400     MOVE EW-MATCH-KEY TO WS-GROUP-KEY.
059500     MOVE ZERO TO WS-GROUP-COUNT.
059600     MOVE SPACE TO WS-GROUP-CUST-ID.
059700     PERFORM 3150-READ-NEXT-MASTER THRU 3150-EXIT
059800         UNTIL MW-MATCH-KEY NOT < WS-GROUP-KEY.
059900     PERFORM 3250-COUNT-ONE THRU 3250-EXIT
060000         UNTIL MW-MATCH-KEY NOT = WS-GROUP-KEY.
060100 3200-EXIT.
060200     EXIT.
060300 3250-COUNT-ONE.
060400     ADD 1 TO WS-GROUP-COUNT.
060500     IF WS-GROUP-COUNT = 1
060600         MOVE MW-CUST-ID TO WS-GROUP-CUST-ID
060700     END-IF.
060800     PERFORM 3150-READ-NEXT-MASTER THRU 3150-EXIT.
060900 3250-EXIT.
061000     EXIT.
061100*-----------------------------------------------------------*
061200* 3300-EDIT-NEW-ADDRESS - THE SAME RULES HELLO APPLIES WHEN  *
061300* AN ADDRESS IS KEYED: LINE 1, CITY, STATE AND ZIP REQUIRED, *
061400* THE STATE ON STATETAB (WHEN THE TABLE IS ON FILE), AND THE *
061500* ZIP 99999 OR 99999-9999.                                   *
061600*-----------------------------------------------------------*
061700 3300-EDIT-NEW-ADDRESS.
061800     MOVE "N" TO WS-VALID-FIELD-SW.
061900     IF CA-NEW-ADDR-1 = SPACE OR CA-NEW-CITY = SPACE
062000         MOVE "NEW ADDRESS IS INCOMPLETE" TO WS-EXCEPTION-REASON
062100         GO TO 3300-EXIT
062200     END-IF.
062300     IF CA-NEW-STATE = SPACE
062400         MOVE "NEW STATE IS BLANK" TO WS-EXCEPTION-REASON
062500         GO TO 3300-EXIT
062600     END-IF.
062700     IF WS-STATE-TABLE-PRESENT
062800         MOVE CA-NEW-STATE TO ST-STATE-CODE
062900         READ STATE-TABLE
063000             INVALID KEY
063100                 MOVE "NEW STATE NOT ON THE STATE TABLE"
063200                     TO WS-EXCEPTION-REASON
063300                 GO TO 3300-EXIT
063400         END-READ
063500     END-IF.
063600     EVALUATE TRUE
063700         WHEN CA-NEW-ZIP (1:5) NOT NUMERIC
063800             MOVE "NEW ZIP DOES NOT START WITH 5 DIGITS"
063900                 TO WS-EXCEPTION-REASON
064000         WHEN CA-NEW-ZIP (6:5) = SPACE
064100             SET WS-VALID-FIELD TO TRUE
064200         WHEN CA-NEW-ZIP (6:1) = "-"
064300                 AND CA-NEW-ZIP (7:4) NUMERIC
064400             SET WS-VALID-FIELD TO TRUE
064500         WHEN OTHER
064600             MOVE "NEW ZIP IS NOT 99999 OR 99999-9999"
064700                 TO WS-EXCEPTION-REASON
064800     END-EVALUATE.
064900 3300-EXIT.
065000     EXIT.
065100*-----------------------------------------------------------*
065200* 3400-APPLY-ONE - THE CUSTOMER IS READ AGAIN AND MUST STILL *
065300* BE ACTIVE AND ON THE SAME NAME AND OLD ADDRESS (AN EARLIER *
065400* ENTRY IN THIS FILE MAY ALREADY HAVE MOVED THEM).  THE NEW  *
065500* ADDRESS REPLACES THE OLD ONE AND THE CHANGE IS JOURNALED.  *
065600*-----------------------------------------------------------*
065700 3400-APPLY-ONE.
065800     MOVE WS-GROUP-CUST-ID TO CM-CUST-ID.
065900     READ CUSTOMER-MASTER
066000         INVALID KEY
066100             MOVE "CUSTOMER NO LONGER ON CUSTMAS"
066200                 TO WS-EXCEPTION-REASON
066300             GO TO 3400-NOT-APPLIED
066400     END-READ.
066500     PERFORM 7100-BUILD-MASTER-KEY THRU 7100-EXIT.
066600     IF NOT CM-STATUS-ACTIVE OR WS-MATCH-KEY NOT = EW-MATCH-KEY
066700         MOVE "CUSTOMER CHANGED SINCE THE MATCH"
066800             TO WS-EXCEPTION-REASON
066900         GO TO 3400-NOT-APPLIED
067000     END-IF.
067100     MOVE CUSTOMER-MASTER-RECORD TO WS-BEFORE-IMAGE.
067200     MOVE CA-NEW-ADDR-1 TO CM-CUST-ADDR-1.
067300     MOVE CA-NEW-ADDR-2 TO CM-CUST-ADDR-2.
067400     MOVE CA-NEW-CITY TO CM-CUST-CITY.
067500     MOVE CA-NEW-STATE TO CM-CUST-STATE.
067600     MOVE CA-NEW-ZIP TO CM-CUST-ZIP.
067700     REWRITE CUSTOMER-MASTER-RECORD
067800         INVALID KEY
067900             MOVE "CUSTMAS REWRITE FAILED" TO WS-EXCEPTION-REASON
068000             GO TO 3400-NOT-APPLIED
068100     END-REWRITE.
068200     PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.
068300     ADD 1 TO WS-ENTRIES-APPLIED.
068400     GO TO 3400-EXIT.
068500 3400-NOT-APPLIED.
068600     ADD 1 TO WS-FAILED-EDIT.
068700     PERFORM 3900-REPORT-EXCEPTION THRU 3900-EXIT.
068800 3400-EXIT.
068900     EXIT.
069000*-----------------------------------------------------------*
069100* 3900-REPORT-EXCEPTION - THE REASON, THE CUSTOMER WHEN ONE  *
069200* WAS FOUND, AND THE ENTRY'S NAME, OLD AND NEW ADDRESS, SO   *
069300* THE ENTRY CAN BE WORKED BY HAND THROUGH HELLO.             *
069400*-----------------------------------------------------------*
069500 3900-REPORT-EXCEPTION.
069600     ADD 1 TO WS-EXCEPTIONS.
069700     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
069800     STRING "** " DELIMITED BY SIZE
069900             WS-EXCEPTION-REASON DELIMITED BY SIZE
070000             "  CUST " DELIMITED BY SIZE
070100             WS-EXCEPTION-CUST-ID DELIMITED BY SIZE
070200             "  MOVED " DELIMITED BY SIZE
070300             CA-MOVE-DATE DELIMITED BY SIZE
070400             INTO WS-PRINT-WORK.
070500     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
070600     STRING "   NAME " DELIMITED BY SIZE
070700             CA-NAME DELIMITED BY SIZE
070800             INTO WS-PRINT-WORK.
070900     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
071000     STRING "   OLD  " DELIMITED BY SIZE
071100             CA-OLD-ADDR-1 DELIMITED BY SIZE
071200             " " DELIMITED BY SIZE
071300             CA-OLD-CITY DELIMITED BY SIZE
071400             " " DELIMITED BY SIZE
071500             CA-OLD-STATE DELIMITED BY SIZE
071600             " " DELIMITED BY SIZE
071700             CA-OLD-ZIP DELIMITED BY SIZE
071800             INTO WS-PRINT-WORK.
071900     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
072000     IF CA-NEW-ADDRESS
072100         STRING "   NEW  " DELIMITED BY SIZE
072200                 CA-NEW-ADDR-1 DELIMITED BY SIZE
072300                 " " DELIMITED BY SIZE
072400                 CA-NEW-CITY DELIMITED BY SIZE
072500                 " " DELIMITED BY SIZE
072600                 CA-NEW-STATE DELIMITED BY SIZE
072700                 " " DELIMITED BY SIZE
072800                 CA-NEW-ZIP DELIMITED BY SIZE
072900                 INTO WS-PRINT-WORK
073000         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
073100     END-IF.
073200 3900-EXIT.
073300     EXIT.
073400*-----------------------------------------------------------*
073500* 4000-UPDATE-CONTROL - RECORD THE FILE JUST APPLIED.        *
073600*-----------------------------------------------------------*
073700 4000-UPDATE-CONTROL.
073800     IF WS-RETURN-CODE > 4
073900         GO TO 4000-EXIT
074000     END-IF.
074100     MOVE WS-HDR-FILE-DATE TO CO-LAST-FILE-DATE.
074200     MOVE WS-HDR-FILE-NO TO CO-LAST-FILE-NO.
074300     MOVE CR-RUN-DATE-YMD TO CO-APPLIED-DATE.
074400     MOVE WS-ENTRIES-READ TO CO-ENTRIES-READ.
074500     MOVE WS-ENTRIES-APPLIED TO CO-ENTRIES-APPLIED.
074600     MOVE WS-EXCEPTIONS TO CO-ENTRIES-EXCEPTED.
074700     OPEN OUTPUT COA-CONTROL.
074800     IF NOT WS-CO-OK
074900         MOVE "COAPOST" TO EM-PROGRAM-ID
075000         MOVE "4000-UPDATE-CONTROL" TO EM-PARAGRAPH
075100         MOVE "COACTL" TO EM-FILE-NAME
075200         MOVE WS-CO-STATUS TO EM-FILE-STATUS
075300         MOVE "CANNOT REWRITE THE COACTL CONTROL RECORD"
075400             TO EM-MESSAGE
075500         MOVE 12 TO EM-SEVERITY
075600         CALL "ERRMGR" USING EM-ERROR-AREA
075700         DISPLAY "COAPOST: " EM-MESSAGE
075800         MOVE 12 TO WS-RETURN-CODE
075900         GO TO 4000-EXIT
076000     END-IF.
076100     WRITE CO-FILE-RECORD FROM CO-COA-CONTROL-RECORD.
076200     CLOSE COA-CONTROL.
076300 4000-EXIT.
076400     EXIT.
076500 5000-PRINT-SUMMARY.
076600     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
076700     MOVE WS-ENTRIES-READ TO WS-COUNT-EDIT.
076800     STRING "ENTRIES READ       " DELIMITED BY SIZE
076900             WS-COUNT-EDIT DELIMITED BY SIZE
077000             INTO WS-PRINT-WORK.
077100     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
077200     MOVE WS-ENTRIES-APPLIED TO WS-COUNT-EDIT.
077300     STRING "ADDRESSES CHANGED  " DELIMITED BY SIZE
077400             WS-COUNT-EDIT DELIMITED BY SIZE
077500             INTO WS-PRINT-WORK.
077600     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
077700     MOVE WS-NO-MATCH TO WS-COUNT-EDIT.
077800     STRING "NO MATCH           " DELIMITED BY SIZE
077900             WS-COUNT-EDIT DELIMITED BY SIZE
078000             INTO WS-PRINT-WORK.
078100     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
078200     MOVE WS-MULTIPLE-MATCH TO WS-COUNT-EDIT.
078300     STRING "MULTIPLE MATCHES   " DELIMITED BY SIZE
078400             WS-COUNT-EDIT DELIMITED BY SIZE
078500             INTO WS-PRINT-WORK.
078600     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
078700     MOVE WS-NO-FORWARDING TO WS-COUNT-EDIT.
078800     STRING "NO FORWARDING      " DELIMITED BY SIZE
078900             WS-COUNT-EDIT DELIMITED BY SIZE
079000             INTO WS-PRINT-WORK.
079100     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
079200     MOVE WS-FAILED-EDIT TO WS-COUNT-EDIT.
079300     STRING "NOT APPLIED        " DELIMITED BY SIZE
079400             WS-COUNT-EDIT DELIMITED BY SIZE
079500             INTO WS-PRINT-WORK.
079600     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
079700 5000-EXIT.
079800     EXIT.
079900*-----------------------------------------------------------*
080000* 7000-WRITE-JOURNAL - THE SAME CUSTJRNL RECORD HELLO        *
080100* WRITES, ACTION "C", UNDER THE SYSTEM OPERATOR ID.  IT IS   *
080200* DATED BY THE MACHINE CLOCK AS HELLO'S ARE, SO CMJAPPLY     *
080300* REPLAYS IT FROM A BACKUP DATE THE SAME WAY.                *
080400*-----------------------------------------------------------*
080500 7000-WRITE-JOURNAL.
080600     MOVE WS-SYSTEM-OPER-ID TO CJ-OPERATOR-ID.
080700     MOVE SPACE TO CJ-CHECKER-ID.
080800     ACCEPT CJ-RUN-DATE FROM DATE YYYYMMDD.
080900     ACCEPT CR-RUN-TIME FROM TIME.
081000     MOVE CR-RUN-TIME TO CJ-RUN-TIME.
081100     SET CJ-ACTION-CHANGE TO TRUE.
081200     MOVE CM-CUST-ID TO CJ-CUST-ID.
081300     MOVE WS-BEFORE-IMAGE TO CJ-BEFORE-IMAGE.
081400     MOVE CUSTOMER-MASTER-RECORD TO CJ-AFTER-IMAGE.
081500     WRITE CJ-FILE-RECORD FROM CJ-JOURNAL-RECORD.
081600 7000-EXIT.
081700     EXIT.
081800*-----------------------------------------------------------*
081900* 7100-BUILD-MASTER-KEY - THE MATCH KEY FOR THE CUSTOMER NOW *
082000* IN CUSTOMER-MASTER-RECORD.                                 *
082100*-----------------------------------------------------------*
082200 7100-BUILD-MASTER-KEY.
082300     MOVE CM-CUST-NAME TO WS-KEY-NAME.
082400     MOVE CM-CUST-ADDR-1 TO WS-KEY-ADDR-1.
082500     MOVE CM-CUST-ZIP (1:5) TO WS-KEY-ZIP-5.
082600     INSPECT WS-MATCH-KEY
082700         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
082800 7100-EXIT.
082900     EXIT.
083000*-----------------------------------------------------------*
083100* 8000-PRINT-LINE - HAND ONE LINE OF TEXT TO PRINTMGR.       *
083200*-----------------------------------------------------------*
083300 8000-PRINT-LINE.
083400     MOVE "PRNT" TO WS-PRINT-FUNCTION.
083500     CALL "PRINTMGR" USING WS-PRINT-FUNCTION WS-PRINT-FILENAME
083600         WS-PRINT-WORK CR-RUN-DATE-YMD WS-PM-RETURN-CODE.
083700     MOVE SPACE TO WS-PRINT-WORK.
083800 8000-EXIT.
083900     EXIT.
084000*-----------------------------------------------------------*
084100* 9000-TERMINATE                                             *
084200*-----------------------------------------------------------*
084300 9000-TERMINATE.
084400     MOVE "TERM" TO WS-PRINT-FUNCTION.
084500     CALL "PRINTMGR" USING WS-PRINT-FUNCTION WS-PRINT-FILENAME
084600         WS-PRINT-WORK CR-RUN-DATE-YMD WS-PM-RETURN-CODE.
084700     PERFORM 9100-WRITE-STEP-STATUS THRU 9100-EXIT.
084800 9000-EXIT.
084900     EXIT.
085000*-----------------------------------------------------------*
085100* 9100-WRITE-STEP-STATUS - ONE STANDARD STEP-STATUS RECORD   *
085200* PER RUN FOR THE DAYCLOSE CLOSE-OUT REPORT.                 *
085300*-----------------------------------------------------------*
085400 9100-WRITE-STEP-STATUS.
085500     MOVE "COAPOST" TO SS-PROGRAM-ID.
085600     MOVE CR-RUN-DATE-YMD TO SS-RUN-DATE.
085700     MOVE WS-STEP-START-TIME TO SS-START-TIME.
085800     MOVE WS-RETURN-CODE TO SS-CONDITION-CODE.
085900     MOVE WS-ENTRIES-READ TO SS-RECORDS-IN.
086000     MOVE WS-ENTRIES-APPLIED TO SS-RECORDS-OUT.
086100     MOVE WS-EXCEPTIONS TO SS-RECORDS-REJECTED.
086200     CALL "STEPLOG" USING SS-STEP-AREA.
086300 9100-EXIT.
086400     EXIT.
