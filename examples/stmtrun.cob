002360*                     CUSTOMER CAN FINALLY TIE THIS MONTH TO
002370*                     LAST MONTH, AND SO CAN WE.  A STATEMENT
002380*                     THAT DOES NOT PROVE ENDS THE RUN RC=04.
002382*    09/10/2026 DCO   EACH TRANSACTION LINE NOW SHOWS ITS
002384*                     TRANSACTION CODE AND THE DESCRIPTION OFF
002385*                     THE TRANCODE TABLE, AND EACH STATEMENT
002386*                     CLOSES WITH ITS ACTIVITY TOTALLED BY
002387*                     TYPE.
002388*    09/28/2026 DCO   STATEMENTS NOW ALSO GO TO THE OUTSIDE PRINT
002389*                     VENDOR: EACH STATEMENT'S ADDRESS BLOCK,
002390*                     OPENING BALANCE, TRANSACTIONS AND CLOSING
002391*                     BALANCE ARE WRITTEN TO THE DATED VNDSTMT
002392*                     INTERFACE GENERATION (VNDSTMT + CCYYMMDD),
002393*                     PRESORTED BY ZIP CODE, WITH A TRAILER OF
002394*                     STATEMENT AND PAGE COUNTS THAT IS ALSO KEPT
002395*                     ON VNDCTL FOR VNDMATCH TO PROVE AGAINST THE
002396*                     VENDOR'S ACKNOWLEDGMENT THE NEXT NIGHT.  A
002397*                     CUSTOMER ADDREXC WOULD CALL UNMAILABLE IS
002398*                     HELD BACK FROM THE VENDOR AND LISTED ON THE
002399*                     STMTHOLD REPORT INSTEAD (RC=04).
002400*    10/15/2026 DCO   THE VNDSTMT GENERATION, ITS HEADER AND
002410*                     TRAILER AND VNDCTL NOW CARRY THE DATESRV
002420*                     BUSINESS DATE, NOT THE MACHINE DATE, SO
002430*                     VNDMATCH CAN MATCH A WEEKEND OR HOLIDAY RUN.
002450******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER. ACME-SYSTEM.
004630         ACCESS MODE IS DYNAMIC
004640         RECORD KEY IS BH-HIST-KEY
004650         FILE STATUS IS WS-BH-STATUS.
004655     SELECT OPTIONAL TRANS-CODE-TABLE ASSIGN TO "TRANCODE"
004660         ORGANIZATION IS INDEXED
004665         ACCESS MODE IS DYNAMIC
004670         RECORD KEY IS TC-TRANS-CODE
004675         FILE STATUS IS WS-TC-STATUS.
004676     SELECT OPTIONAL STATE-TABLE ASSIGN TO "STATETAB"
004677         ORGANIZATION IS INDEXED
004678         ACCESS MODE IS DYNAMIC
004679         RECORD KEY IS ST-STATE-CODE
004680         FILE STATUS IS WS-ST-STATUS.
004681     SELECT VENDOR-WORK ASSIGN TO "VNDWORK"
004682         ORGANIZATION IS LINE SEQUENTIAL
004683         FILE STATUS IS WS-VW-STATUS.
004684     SELECT VENDOR-SORT-WORK ASSIGN TO "SRTWORK5".
004685     SELECT SORTED-VENDOR ASSIGN TO "VNDSORT"
004686         ORGANIZATION IS LINE SEQUENTIAL
004687         FILE STATUS IS WS-VX-STATUS.
004688     SELECT VENDOR-FILE ASSIGN TO WS-VS-ASSIGN-NAME
004689         ORGANIZATION IS LINE SEQUENTIAL
004690         FILE STATUS IS WS-VS-STATUS.
004691     SELECT OPTIONAL VENDOR-CONTROL ASSIGN TO "VNDCTL"
004692         ORGANIZATION IS LINE SEQUENTIAL
004693         FILE STATUS IS WS-VC-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  AUDIT-LOG.
006600 COPY "balrec.cpy".
006610 FD  BALANCE-HISTORY.
006620 COPY "balhist.cpy".
006630 FD  TRANS-CODE-TABLE.
006640 COPY "trcdrec.cpy".
006642 FD  STATE-TABLE.
006644 COPY "statrec.cpy".
006646 FD  VENDOR-WORK.
006648 01  VW-FILE-RECORD               PIC X(201).
006650 SD  VENDOR-SORT-WORK.
006652 01  SV-SORT-RECORD.
006654     05  SV-ZIP                   PIC X(10).
006656     05  SV-CUST-ID               PIC X(06).
006658     05  SV-SEQ                   PIC 9(05).
006660     05  FILLER                    PIC X(180).
006662 FD  SORTED-VENDOR.
006664 01  VX-FILE-RECORD               PIC X(201).
006666 FD  VENDOR-FILE.
006668 01  VS-FILE-RECORD               PIC X(150).
006670 FD  VENDOR-CONTROL.
006672 01  VC-FILE-RECORD               PIC X(90).
006700 WORKING-STORAGE SECTION.
006800 COPY "rundate.cpy".
006900 COPY "auditrec.cpy".
006910 COPY "vndstmt.cpy".
006920 COPY "vndctl.cpy".
007000 01  WS-PRINT-FUNCTION           PIC X(04).
007100 01  WS-PRINT-FILENAME           PIC X(20)  VALUE "STMTFILE".
007200 01  WS-PM-RETURN-CODE           PIC 9(02).
007210 01  WS-HOLD-FILENAME            PIC X(20)  VALUE "STMTHOLD".
007300 01  WS-FILE-STATUSES.
007400     05  WS-AL-STATUS            PIC X(02)  VALUE "00".
007500         88  WS-AL-OK                       VALUE "00".
007900         88  WS-CB-OK                       VALUE "00".
007910     05  WS-BH-STATUS            PIC X(02)  VALUE "00".
007920         88  WS-BH-OK                       VALUE "00".
007930     05  WS-TC-STATUS            PIC X(02)  VALUE "00".
007940         88  WS-TC-OK                       VALUE "00".
007945     05  WS-ST-STATUS            PIC X(02)  VALUE "00".
007950         88  WS-ST-OK                       VALUE "00".
007955     05  WS-VW-STATUS            PIC X(02)  VALUE "00".
007960         88  WS-VW-OK                       VALUE "00".
007965     05  WS-VX-STATUS            PIC X(02)  VALUE "00".
007970         88  WS-VX-OK                       VALUE "00".
007975     05  WS-VS-STATUS            PIC X(02)  VALUE "00".
007980         88  WS-VS-OK                       VALUE "00".
007985     05  WS-VC-STATUS            PIC X(02)  VALUE "00".
007990         88  WS-VC-OK                       VALUE "00".
008000 01  WS-EOF-SW                   PIC X(01)  VALUE "N".
008100     88  WS-EOF                              VALUE "Y".
008200 01  WS-STMT-OPEN-SW             PIC X(01)  VALUE "N".
008300     88  WS-STMT-OPEN                        VALUE "Y".
008310 01  WS-STATE-TABLE-SW           PIC X(01)  VALUE "N".
008320     88  WS-STATE-TABLE-PRESENT              VALUE "Y".
008330 01  WS-VENDOR-SW                PIC X(01)  VALUE "N".
008340     88  WS-VENDOR-ACTIVE                    VALUE "Y".
008400 01  WS-PREV-CUST-ID             PIC X(06)  VALUE LOW-VALUES.
008500 01  WS-COUNTERS.
008600     05  WS-STATEMENTS-DONE      PIC 9(07)  COMP  VALUE ZERO.
008930 01  WS-PRIOR-YYYYMM             PIC 9(06)  VALUE ZERO.
008940 01  WS-PRIOR-YYYY               PIC 9(04)  VALUE ZERO.
008950 01  WS-PRIOR-MM                 PIC 9(02)  VALUE ZERO.
008952*    ONE STATEMENT'S ACTIVITY BY TRANSACTION CODE.  THE GUARDED
008954*    TABLE FOLLOWS THE ACKMATCH PENDING-TABLE PATTERN; A CODE
008956*    PAST THE LAST SLOT STILL PRINTS ITS LINES, UNTOTALLED.
008958 01  WS-STMT-CODE-MAX            PIC 9(02)  COMP  VALUE 30.
008960 01  WS-STMT-CODE-COUNT          PIC 9(02)  COMP  VALUE ZERO.
008961 01  WS-STMT-CODE-TABLE.
008962     05  WS-STMT-CODE-ENTRY OCCURS 30 TIMES
008963             INDEXED BY SCT-IDX.
008964         10  WS-SCT-CODE         PIC X(03).
008965         10  WS-SCT-DESC         PIC X(20).
008966         10  WS-SCT-COUNT        PIC 9(05)  COMP.
008967         10  WS-SCT-SUM          PIC S9(11)V99.
008968 01  WS-CODE-FOUND-SW            PIC X(01)  VALUE "N".
008969     88  WS-CODE-FOUND                      VALUE "Y".
008970 01  WS-CODE-DESC                PIC X(20)  VALUE SPACE.
008971*    ONE PRINT-VENDOR RECORD ON ITS WAY TO THE ZIP SORT: THE SORT
008972*    KEY, WHY THE STATEMENT IS HELD BACK (SPACE WHEN MAILABLE) AND
008973*    THE VNDSTMT IMAGE ITSELF.
008974 01  VW-WORK-RECORD.
008975     05  VW-SORT-KEY.
008976         10  VW-ZIP              PIC X(10).
008977         10  VW-CUST-ID          PIC X(06).
008978         10  VW-SEQ              PIC 9(05).
008979     05  VW-HOLD-REASON          PIC X(30).
008980     05  VW-VENDOR-IMAGE         PIC X(150).
008981 01  WS-VS-ASSIGN-NAME           PIC X(20).
008982 01  WS-VS-NAME-PARTS REDEFINES WS-VS-ASSIGN-NAME.
008983     05  WS-VS-PREFIX            PIC X(07).
008984     05  WS-VS-DATE              PIC 9(08).
008985     05  FILLER                   PIC X(05).
008986 01  WS-VND-CUST-ID              PIC X(06)  VALUE SPACE.
008987 01  WS-VND-ZIP                  PIC X(10)  VALUE SPACE.
008988 01  WS-HOLD-REASON              PIC X(30)  VALUE SPACE.
008989 01  WS-VND-TIME                 PIC 9(08)  VALUE ZERO.
008990*    DETAIL LINES ON ONE VENDOR PAGE; THE FIRST PAGE ALSO CARRIES
008991*    THE ADDRESS BLOCK AND THE OPENING BALANCE.
008992 01  WS-VND-LINES-PER-PAGE       PIC 9(03)  COMP  VALUE 40.
008993 01  WS-VND-COUNTERS.
008994     05  WS-VND-SEQ              PIC 9(05)  COMP  VALUE ZERO.
008995     05  WS-STMT-LINES           PIC 9(05)  COMP  VALUE ZERO.
008996     05  WS-STMTS-HELD           PIC 9(07)  COMP  VALUE ZERO.
008997     05  WS-VND-STMTS            PIC 9(07)  COMP  VALUE ZERO.
008998     05  WS-VND-PAGES            PIC 9(09)  COMP  VALUE ZERO.
008999     05  WS-VND-RECORDS          PIC 9(09)  COMP  VALUE ZERO.
009000 01  WS-COUNT-EDIT               PIC ZZZZZZ9.
009100 01  WS-AMT-EDIT-1               PIC -ZZZZZZ9.99.
009200 01  WS-AMT-EDIT-2               PIC -ZZZZZZ9.99.
009400 01  WS-BAL-EDIT                 PIC -ZZZZZZZZZZ9.99.
009500 01  WS-PRINT-WORK               PIC X(132)  VALUE SPACE.
009600 01  WS-RETURN-CODE              PIC 9(02)  COMP  VALUE ZERO.
009610*    THE BUSINESS DATE THE PRINT-VENDOR FILE AND VNDCTL CARRY.
009620 01  WS-BUSINESS-DATE            PIC 9(08)  VALUE ZERO.
009630 01  WS-DATE-FUNCTION            PIC X(04).
009640 01  WS-DATE-FLAG                PIC X(01).
009650 01  WS-DS-RETURN-CODE           PIC 9(02).
009700 PROCEDURE DIVISION.
009800 0000-MAINLINE.
009900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010500     STOP RUN WS-RETURN-CODE.
010600 1000-INITIALIZE.
010700     ACCEPT CR-RUN-DATE-YMD FROM DATE YYYYMMDD.
010710     MOVE "BIZD" TO WS-DATE-FUNCTION.
010720     CALL "DATESRV" USING WS-DATE-FUNCTION CR-RUN-DATE-YMD
010730         WS-BUSINESS-DATE WS-DATE-FLAG WS-DS-RETURN-CODE.
010740     IF WS-DS-RETURN-CODE > 8
010750         MOVE CR-RUN-DATE-YMD TO WS-BUSINESS-DATE
010760     END-IF.
010790     MOVE "STMTRUN" TO WS-PRINT-WORK.
010800     MOVE "INIT" TO WS-PRINT-FUNCTION.
010900     CALL "PRINTMGR" USING WS-PRINT-FUNCTION WS-PRINT-FILENAME
011200         MOVE 16 TO WS-RETURN-CODE
011300         GO TO 1000-EXIT
011400     END-IF.
011405     OPEN INPUT TRANS-CODE-TABLE.
011410     OPEN INPUT STATE-TABLE.
011415     IF WS-ST-OK
011420         SET WS-STATE-TABLE-PRESENT TO TRUE
011425     END-IF.
011430     OPEN OUTPUT VENDOR-WORK.
011435     IF WS-VW-OK
011440         SET WS-VENDOR-ACTIVE TO TRUE
011445     ELSE
011450         DISPLAY "STMTRUN: CANNOT OPEN VNDWORK - NO PRINT-VENDOR "
011455                 "FILE THIS RUN"
011460     END-IF.
011500     OPEN INPUT CUSTOMER-MASTER.
011600     OPEN INPUT CUSTOMER-BALANCE.
011610     OPEN INPUT BALANCE-HISTORY.
013600         PERFORM 2800-FINISH-STATEMENT THRU 2800-EXIT
013700     END-IF.
013800     CLOSE SORTED-LOG.
013810     IF WS-VENDOR-ACTIVE
013820         CLOSE VENDOR-WORK
013830     END-IF.
013900 2000-EXIT.
014000     EXIT.
014100 2100-READ-SORTED.
016700* FROM THE CUSTOMER MASTER.  A CUSTOMER WHO IS DELETED OR    *
016800* NOT ON FILE GETS NO STATEMENT; THEIR ACTIVITY LINES ARE    *
016900* SKIPPED UNTIL THE NEXT CUSTOMER BREAK.                     *
016910* THE SAME BLOCK OPENS ITS PRINT-VENDOR RECORDS.            *
017000*-----------------------------------------------------------*
017100 2300-START-STATEMENT.
017200     MOVE "N" TO WS-STMT-OPEN-SW.
018000     END-IF.
018100     SET WS-STMT-OPEN TO TRUE.
018200     MOVE ZERO TO WS-CUST-TOTAL.
018210     MOVE ZERO TO WS-STMT-CODE-COUNT.
018220     MOVE ZERO TO WS-VND-SEQ.
018230     MOVE ZERO TO WS-STMT-LINES.
018240     PERFORM 2320-CHECK-MAILABLE THRU 2320-EXIT.
018300     MOVE "PAGE" TO WS-PRINT-FUNCTION.
018400     CALL "PRINTMGR" USING WS-PRINT-FUNCTION WS-PRINT-FILENAME
018500         WS-PRINT-WORK CR-RUN-DATE-YMD WS-PM-RETURN-CODE.
020600                 INTO WS-PRINT-WORK
020700         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
020800     END-IF.
020805     IF WS-HOLD-REASON NOT = SPACE
020810         STRING "** HELD FROM PRINT VENDOR - " DELIMITED BY SIZE
020815                 WS-HOLD-REASON DELIMITED BY SIZE
020820                 INTO WS-PRINT-WORK
020825         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
020830     END-IF.
020835     MOVE SPACE TO VS-VENDOR-RECORD.
020840     SET VS-TYPE-ADDRESS TO TRUE.
020845     MOVE CM-CUST-NAME TO VSA-CUST-NAME.
020850     MOVE CM-CUST-ADDR-1 TO VSA-ADDR-1.
020855     MOVE CM-CUST-ADDR-2 TO VSA-ADDR-2.
020860     MOVE CM-CUST-CITY TO VSA-CITY.
020865     MOVE CM-CUST-STATE TO VSA-STATE.
020870     MOVE CM-CUST-ZIP TO VSA-ZIP.
020875     PERFORM 2900-WRITE-VENDOR-WORK THRU 2900-EXIT.
020900     MOVE SPACE TO WS-PRINT-WORK.
021000     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
021010     PERFORM 2350-PRINT-OPENING-BAL THRU 2350-EXIT.
021015     MOVE SPACE TO VS-VENDOR-RECORD.
021020     SET VS-TYPE-OPENING TO TRUE.
021025     MOVE CR-RUN-DATE-YMD TO VSO-STMT-DATE.
021030     MOVE WS-PRIOR-YYYYMM TO VSO-PRIOR-PERIOD.
021035     MOVE WS-OPEN-BAL TO VSO-OPEN-BAL.
021040     IF WS-BH-OK
021045         MOVE "Y" TO VSO-SNAPSHOT-FLAG
021050     ELSE
021055         SET VSO-NO-SNAPSHOT TO TRUE
021060     END-IF.
021065     PERFORM 2900-WRITE-VENDOR-WORK THRU 2900-EXIT.
021100     STRING "DATE     CODE DESCRIPTION         " DELIMITED BY SIZE
021200             "        NUM1        NUM2      RESULT"
021210                 DELIMITED BY SIZE
021220             INTO WS-PRINT-WORK.
021300     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
021400 2300-EXIT.
021402     EXIT.
021404*-----------------------------------------------------------*
021406* 2320-CHECK-MAILABLE - THE SAME TEST ADDREXC MAKES: ADDRESS  *
021408* LINE 1, CITY, STATE AND ZIP ALL PRESENT AND THE STATE CODE  *
021410* ON THE STATETAB TABLE.  A STATEMENT THAT FAILS STILL PRINTS *
021412* IN-HOUSE BUT IS HELD BACK FROM THE PRINT VENDOR, WITH THE   *
021414* FIRST THING WRONG AS THE REASON.                            *
021416*-----------------------------------------------------------*
021418 2320-CHECK-MAILABLE.
021420     MOVE CM-CUST-ID TO WS-VND-CUST-ID.
021422     MOVE CM-CUST-ZIP TO WS-VND-ZIP.
021424     MOVE SPACE TO WS-HOLD-REASON.
021426     EVALUATE TRUE
021428         WHEN CM-CUST-ADDR-1 = SPACE
021430             MOVE "ADDRESS LINE 1 MISSING" TO WS-HOLD-REASON
021432         WHEN CM-CUST-CITY = SPACE
021434             MOVE "CITY MISSING" TO WS-HOLD-REASON
021436         WHEN CM-CUST-STATE = SPACE
021438             MOVE "STATE MISSING" TO WS-HOLD-REASON
021440         WHEN CM-CUST-ZIP = SPACE
021442             MOVE "ZIP MISSING" TO WS-HOLD-REASON
021444         WHEN WS-STATE-TABLE-PRESENT
021446             MOVE CM-CUST-STATE TO ST-STATE-CODE
021448             READ STATE-TABLE
021450                 INVALID KEY
021452                     MOVE "STATE CODE NOT ON TABLE"
021454                         TO WS-HOLD-REASON
021456             END-READ
021458     END-EVALUATE.
021460     IF WS-HOLD-REASON NOT = SPACE
021462         ADD 1 TO WS-STMTS-HELD
021464     END-IF.
021466 2320-EXIT.
021468     EXIT.
021510*-----------------------------------------------------------*
021520* 2350-PRINT-OPENING-BAL - THE PRIOR PERIOD'S CLOSING         *
021530* SNAPSHOT OFF BALHIST.  A CUSTOMER WITH NO SNAPSHOT (NEW,    *
021797     MOVE AL-NUM1 TO WS-AMT-EDIT-1.
021800     MOVE AL-NUM2 TO WS-AMT-EDIT-2.
021900     MOVE AL-RESULT TO WS-AMT-EDIT-3.
021910     PERFORM 2450-FIND-CODE-ENTRY THRU 2450-EXIT.
022000     STRING AL-RUN-DATE DELIMITED BY SIZE
022100             " " DELIMITED BY SIZE
022110             AL-TRANS-CODE DELIMITED BY SIZE
022120             "  " DELIMITED BY SIZE
022130             WS-CODE-DESC DELIMITED BY SIZE
022140             " " DELIMITED BY SIZE
022200             WS-AMT-EDIT-1 DELIMITED BY SIZE
022300             " " DELIMITED BY SIZE
022400             WS-AMT-EDIT-2 DELIMITED BY SIZE
022700             INTO WS-PRINT-WORK.
022800     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
022900     ADD 1 TO WS-LINES-RENDERED.
022910     ADD 1 TO WS-STMT-LINES.
023000     ADD AL-RESULT TO WS-CUST-TOTAL.
023100     ADD AL-RESULT TO WS-TOTAL-RENDERED.
023110     IF WS-CODE-FOUND
023120         ADD 1 TO WS-SCT-COUNT (SCT-IDX)
023130         ADD AL-RESULT TO WS-SCT-SUM (SCT-IDX)
023140     END-IF.
023145     MOVE SPACE TO VS-VENDOR-RECORD.
023150     SET VS-TYPE-DETAIL TO TRUE.
023155     MOVE AL-RUN-DATE TO VSD-POST-DATE.
023160     MOVE AL-TRANS-CODE TO VSD-TRANS-CODE.
023165     MOVE WS-CODE-DESC TO VSD-DESCRIPTION.
023170     MOVE AL-NUM1 TO VSD-NUM1.
023175     MOVE AL-NUM2 TO VSD-NUM2.
023180     MOVE AL-RESULT TO VSD-RESULT.
023185     PERFORM 2900-WRITE-VENDOR-WORK THRU 2900-EXIT.
023200 2400-EXIT.
023300     EXIT.
023302*-----------------------------------------------------------*
023304* 2450-FIND-CODE-ENTRY - THIS STATEMENT'S SLOT FOR THE        *
023306* LINE'S TRANSACTION CODE, OPENED (WITH THE DESCRIPTION OFF   *
023308* THE TRANCODE TABLE) THE FIRST TIME THE CODE APPEARS.        *
023310*-----------------------------------------------------------*
023312 2450-FIND-CODE-ENTRY.
023314     MOVE "N" TO WS-CODE-FOUND-SW.
023316     IF WS-STMT-CODE-COUNT > ZERO
023318         SET SCT-IDX TO 1
023320         SEARCH WS-STMT-CODE-ENTRY
023322             AT END
023324                 CONTINUE
023326             WHEN SCT-IDX > WS-STMT-CODE-COUNT
023328                 CONTINUE
023330             WHEN WS-SCT-CODE (SCT-IDX) = AL-TRANS-CODE
023332                 SET WS-CODE-FOUND TO TRUE
023334         END-SEARCH
023336     END-IF.
023338     IF WS-CODE-FOUND
023340         MOVE WS-SCT-DESC (SCT-IDX) TO WS-CODE-DESC
023342         GO TO 2450-EXIT
023344     END-IF.
023346     IF AL-TRANS-CODE = SPACE
023348         MOVE "(NO CODE)" TO WS-CODE-DESC
023350     ELSE
023352         MOVE AL-TRANS-CODE TO TC-TRANS-CODE
023354         READ TRANS-CODE-TABLE
023356             INVALID KEY
023358                 MOVE SPACE TO WS-CODE-DESC
023360             NOT INVALID KEY
023362                 MOVE TC-DESCRIPTION TO WS-CODE-DESC
023364         END-READ
023366     END-IF.
023368     IF WS-STMT-CODE-COUNT < WS-STMT-CODE-MAX
023370         ADD 1 TO WS-STMT-CODE-COUNT
023372         SET SCT-IDX TO WS-STMT-CODE-COUNT
023374         MOVE AL-TRANS-CODE TO WS-SCT-CODE (SCT-IDX)
023376         MOVE WS-CODE-DESC TO WS-SCT-DESC (SCT-IDX)
023378         MOVE ZERO TO WS-SCT-COUNT (SCT-IDX)
023380             WS-SCT-SUM (SCT-IDX)
023382         SET WS-CODE-FOUND TO TRUE
023384     END-IF.
023386 2450-EXIT.
023388     EXIT.
023400*-----------------------------------------------------------*
023500* 2800-FINISH-STATEMENT - PERIOD TOTAL PLUS THE ENDING       *
023600* BALANCE OFF THE CUSTOMER-BALANCE FILE.                     *
024300             WS-BAL-EDIT DELIMITED BY SIZE
024400             INTO WS-PRINT-WORK.
024500     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
024510     PERFORM 2850-PRINT-CODE-TOTAL THRU 2850-EXIT
024520         VARYING SCT-IDX FROM 1 BY 1
024530         UNTIL SCT-IDX > WS-STMT-CODE-COUNT.
024600     MOVE WS-PREV-CUST-ID TO CB-CUST-ID.
024700     READ CUSTOMER-BALANCE.
024800     IF WS-CB-OK
025396         END-IF
025397         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
025400     END-IF.
025410     PERFORM 2880-WRITE-VENDOR-CLOSING THRU 2880-EXIT.
025500     ADD 1 TO WS-STATEMENTS-DONE.
025600     MOVE "N" TO WS-STMT-OPEN-SW.
025700 2800-EXIT.
025800     EXIT.
025805*-----------------------------------------------------------*
025810* 2850-PRINT-CODE-TOTAL - ONE "BY TYPE" LINE UNDER THE PERIOD *
025815* TOTAL FOR EACH TRANSACTION CODE ON THE STATEMENT.           *
025820*-----------------------------------------------------------*
025825 2850-PRINT-CODE-TOTAL.
025830     MOVE WS-SCT-COUNT (SCT-IDX) TO WS-COUNT-EDIT.
025835     MOVE WS-SCT-SUM (SCT-IDX) TO WS-BAL-EDIT.
025840     STRING "  " DELIMITED BY SIZE
025841             WS-SCT-CODE (SCT-IDX) DELIMITED BY SIZE
025842             "  " DELIMITED BY SIZE
025843             WS-SCT-DESC (SCT-IDX) DELIMITED BY SIZE
025844             WS-COUNT-EDIT DELIMITED BY SIZE
025845             WS-BAL-EDIT DELIMITED BY SIZE
025846             INTO WS-PRINT-WORK.
025847     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
025848 2850-EXIT.
025849     EXIT.
025850*-----------------------------------------------------------*
025851* 2880-WRITE-VENDOR-CLOSING - THE VENDOR'S CLOSING RECORD:    *
025852* ACTIVITY, ENDING BALANCE, WHETHER THE STATEMENT PROVED, AND *
025853* HOW MANY PAGES IT TAKES.  WITH NO BALANCE RECORD THE ENDING *
025854* BALANCE IS OPENING PLUS ACTIVITY, SHOWN AS NOT PROVED.      *
025855*-----------------------------------------------------------*
025856 2880-WRITE-VENDOR-CLOSING.
025857     MOVE SPACE TO VS-VENDOR-RECORD.
025858     SET VS-TYPE-CLOSING TO TRUE.
025859     MOVE WS-CUST-TOTAL TO VSC-ACTIVITY.
025860     MOVE WS-STMT-LINES TO VSC-DETAIL-COUNT.
025861     IF WS-STMT-LINES = ZERO
025862         MOVE 1 TO VSC-PAGE-COUNT
025863     ELSE
025864         COMPUTE VSC-PAGE-COUNT = (WS-STMT-LINES
025865             + WS-VND-LINES-PER-PAGE - 1) / WS-VND-LINES-PER-PAGE
025866     END-IF.
025867     IF WS-CB-OK
025868         MOVE CB-CURRENT-BALANCE TO VSC-CLOSE-BAL
025869         IF WS-OPEN-BAL + WS-CUST-TOTAL = CB-CURRENT-BALANCE
025870             SET VSC-PROVED TO TRUE
025871         ELSE
025872             MOVE "N" TO VSC-PROVED-FLAG
025873         END-IF
025874     ELSE
025875         COMPUTE VSC-CLOSE-BAL = WS-OPEN-BAL + WS-CUST-TOTAL
025876         MOVE "N" TO VSC-PROVED-FLAG
025877     END-IF.
025878     PERFORM 2900-WRITE-VENDOR-WORK THRU 2900-EXIT.
025879 2880-EXIT.
025880     EXIT.
025881*-----------------------------------------------------------*
025882* 2900-WRITE-VENDOR-WORK - ONE VNDSTMT IMAGE ONTO THE WORK    *
025883* FILE UNDER ITS ZIP / CUSTOMER / SEQUENCE SORT KEY, CARRYING *
025884* THE STATEMENT'S HOLD REASON.                                *
025885*-----------------------------------------------------------*
025886 2900-WRITE-VENDOR-WORK.
025887     IF NOT WS-VENDOR-ACTIVE
025888         GO TO 2900-EXIT
025889     END-IF.
025890     ADD 1 TO WS-VND-SEQ.
025891     MOVE WS-VND-CUST-ID TO VS-CUST-ID.
025892     MOVE WS-VND-ZIP TO VW-ZIP.
025893     MOVE WS-VND-CUST-ID TO VW-CUST-ID.
025894     MOVE WS-VND-SEQ TO VW-SEQ.
025895     MOVE WS-HOLD-REASON TO VW-HOLD-REASON.
025896     MOVE VS-VENDOR-RECORD TO VW-VENDOR-IMAGE.
025897     WRITE VW-FILE-RECORD FROM VW-WORK-RECORD.
025898 2900-EXIT.
025899     EXIT.
025900 4000-PRINT-RUN-SUMMARY.
026000     MOVE "PAGE" TO WS-PRINT-FUNCTION.
026100     CALL "PRINTMGR" USING WS-PRINT-FUNCTION WS-PRINT-FILENAME
026500             WS-COUNT-EDIT DELIMITED BY SIZE
026600             INTO WS-PRINT-WORK.
026700     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
026710     MOVE WS-STMTS-HELD TO WS-COUNT-EDIT.
026720     STRING "HELD FROM VENDOR    " DELIMITED BY SIZE
026730             WS-COUNT-EDIT DELIMITED BY SIZE
026740             INTO WS-PRINT-WORK.
026750     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
026800     MOVE WS-LINES-RENDERED TO WS-COUNT-EDIT.
026900     STRING "TRANSACTIONS SHOWN  " DELIMITED BY SIZE
027000             WS-COUNT-EDIT DELIMITED BY SIZE
027500             WS-BAL-EDIT DELIMITED BY SIZE
027600             INTO WS-PRINT-WORK.
027700     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
027710     IF NOT WS-VENDOR-ACTIVE
027720         MOVE "** NO PRINT-VENDOR FILE - VNDWORK WOULD NOT OPEN"
027730             TO WS-PRINT-WORK
027740         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
027750         IF WS-RETURN-CODE < 8
027760             MOVE 8 TO WS-RETURN-CODE
027770         END-IF
027780     END-IF.
027800 4000-EXIT.
027900     EXIT.
027901*-----------------------------------------------------------*
027902* 5000-BUILD-VENDOR-FILE - RUN AFTER THE STATEMENT FILE       *
027903* CLOSES (PRINTMGR DRIVES ONE PRINT FILE AT A TIME).  THE     *
027904* WORK RECORDS SORT INTO ZIP ORDER FOR THE POSTAL PRESORT;    *
027905* MAILABLE STATEMENTS GO TO THE VNDSTMT GENERATION BETWEEN A  *
027906* HEADER AND A COUNTS TRAILER, HELD ONES ONTO THE STMTHOLD    *
027907* LIST, AND THE COUNTS ARE KEPT ON VNDCTL FOR VNDMATCH.       *
027908*-----------------------------------------------------------*
027909 5000-BUILD-VENDOR-FILE.
027910     IF NOT WS-VENDOR-ACTIVE
027911         GO TO 5000-EXIT
027912     END-IF.
027913     SORT VENDOR-SORT-WORK
027914         ON ASCENDING KEY SV-ZIP
027915         ON ASCENDING KEY SV-CUST-ID
027916         ON ASCENDING KEY SV-SEQ
027917         USING VENDOR-WORK
027918         GIVING SORTED-VENDOR.
027919     MOVE "VNDSTMT" TO WS-VS-PREFIX.
027920     MOVE WS-BUSINESS-DATE TO WS-VS-DATE.
027921     MOVE SPACE TO WS-VS-ASSIGN-NAME (16:5).
027922     OPEN OUTPUT VENDOR-FILE.
027923     IF NOT WS-VS-OK
027924         DISPLAY "STMTRUN: CANNOT OPEN " WS-VS-ASSIGN-NAME
027925                 " - NO PRINT-VENDOR FILE THIS RUN"
027926         IF WS-RETURN-CODE < 8
027927             MOVE 8 TO WS-RETURN-CODE
027928         END-IF
027929         GO TO 5000-EXIT
027930     END-IF.
027931     MOVE "STMTRUN" TO WS-PRINT-WORK.
027932     MOVE "INIT" TO WS-PRINT-FUNCTION.
027933     CALL "PRINTMGR" USING WS-PRINT-FUNCTION WS-HOLD-FILENAME
027934         WS-PRINT-WORK CR-RUN-DATE-YMD WS-PM-RETURN-CODE.
027935     MOVE "STATEMENTS HELD FROM PRINT VENDOR - UNMAILABLE ADDRESS"
027936         TO WS-PRINT-WORK.
027937     PERFORM 5800-PRINT-HOLD-LINE THRU 5800-EXIT.
027938     PERFORM 5800-PRINT-HOLD-LINE THRU 5800-EXIT.
027939     STRING "CUST   NAME                           ZIP        "
027940                 DELIMITED BY SIZE
027941             "REASON" DELIMITED BY SIZE
027942             INTO WS-PRINT-WORK.
027943     PERFORM 5800-PRINT-HOLD-LINE THRU 5800-EXIT.
027944     ACCEPT WS-VND-TIME FROM TIME.
027945     MOVE SPACE TO VS-VENDOR-RECORD.
027946     SET VS-TYPE-HEADER TO TRUE.
027947     MOVE WS-BUSINESS-DATE TO VSH-FILE-DATE.
027948     MOVE CR-RUN-DATE-YMD TO VSH-CREATED-DATE.
027949     MOVE WS-VND-TIME TO VSH-CREATED-TIME.
027950     MOVE "ACMEWIDGET" TO VSH-SENDER-ID.
027951     MOVE WS-STMT-YYYYMM TO VSH-STMT-PERIOD.
027952     PERFORM 5900-WRITE-VENDOR THRU 5900-EXIT.
027953     OPEN INPUT SORTED-VENDOR.
027954     MOVE "N" TO WS-EOF-SW.
027955     PERFORM 5100-COPY-ONE-RECORD THRU 5100-EXIT
027956         UNTIL WS-EOF.
027957     CLOSE SORTED-VENDOR.
027958     MOVE SPACE TO VS-VENDOR-RECORD.
027959     SET VS-TYPE-TRAILER TO TRUE.
027960     MOVE WS-BUSINESS-DATE TO VST-FILE-DATE.
027961     MOVE WS-VND-STMTS TO VST-STMT-COUNT.
027962     MOVE WS-VND-PAGES TO VST-PAGE-COUNT.
027963     COMPUTE VST-RECORD-COUNT = WS-VND-RECORDS + 1.
027964     PERFORM 5900-WRITE-VENDOR THRU 5900-EXIT.
027965     CLOSE VENDOR-FILE.
027966     PERFORM 5500-WRITE-CONTROL THRU 5500-EXIT.
027967     PERFORM 5800-PRINT-HOLD-LINE THRU 5800-EXIT.
027968     MOVE WS-STMTS-HELD TO WS-COUNT-EDIT.
027969     STRING "STATEMENTS HELD     " DELIMITED BY SIZE
027970             WS-COUNT-EDIT DELIMITED BY SIZE
027971             INTO WS-PRINT-WORK.
027972     PERFORM 5800-PRINT-HOLD-LINE THRU 5800-EXIT.
027973     MOVE WS-VND-STMTS TO WS-COUNT-EDIT.
027974     STRING "STATEMENTS TO VENDOR" DELIMITED BY SIZE
027975             WS-COUNT-EDIT DELIMITED BY SIZE
027976             INTO WS-PRINT-WORK.
027977     PERFORM 5800-PRINT-HOLD-LINE THRU 5800-EXIT.
027978     MOVE WS-VND-PAGES TO WS-COUNT-EDIT.
027979     STRING "VENDOR PAGES        " DELIMITED BY SIZE
027980             WS-COUNT-EDIT DELIMITED BY SIZE
027981             INTO WS-PRINT-WORK.
027982     PERFORM 5800-PRINT-HOLD-LINE THRU 5800-EXIT.
027983     STRING "VENDOR FILE         " DELIMITED BY SIZE
027984             WS-VS-ASSIGN-NAME DELIMITED BY SIZE
027985             INTO WS-PRINT-WORK.
027986     PERFORM 5800-PRINT-HOLD-LINE THRU 5800-EXIT.
027987     MOVE "TERM" TO WS-PRINT-FUNCTION.
027988     CALL "PRINTMGR" USING WS-PRINT-FUNCTION WS-HOLD-FILENAME
027989         WS-PRINT-WORK CR-RUN-DATE-YMD WS-PM-RETURN-CODE.
027990     IF WS-STMTS-HELD > ZERO AND WS-RETURN-CODE < 4
027991         MOVE 4 TO WS-RETURN-CODE
027992     END-IF.
027993 5000-EXIT.
027994     EXIT.
027995*-----------------------------------------------------------*
027996* 5100-COPY-ONE-RECORD - A MAILABLE STATEMENT'S RECORDS GO TO *
027997* THE VENDOR AS THEY COME; A HELD STATEMENT IS ONE STMTHOLD   *
027998* LINE OFF ITS ADDRESS RECORD AND THE REST IS DROPPED.        *
027999*-----------------------------------------------------------*
028000 5100-COPY-ONE-RECORD.
028001     READ SORTED-VENDOR INTO VW-WORK-RECORD
028002         AT END
028003             SET WS-EOF TO TRUE
028004             GO TO 5100-EXIT
028005     END-READ.
028006     MOVE VW-VENDOR-IMAGE TO VS-VENDOR-RECORD.
028007     IF VW-HOLD-REASON NOT = SPACE
028008         IF VS-TYPE-ADDRESS
028009             STRING VS-CUST-ID DELIMITED BY SIZE
028010                     " " DELIMITED BY SIZE
028011                     VSA-CUST-NAME DELIMITED BY SIZE
028012                     " " DELIMITED BY SIZE
028013                     VSA-ZIP DELIMITED BY SIZE
028014                     " " DELIMITED BY SIZE
028015                     VW-HOLD-REASON DELIMITED BY SIZE
028016                     INTO WS-PRINT-WORK
028017             PERFORM 5800-PRINT-HOLD-LINE THRU 5800-EXIT
028018         END-IF
028019         GO TO 5100-EXIT
028020     END-IF.
028021     IF VS-TYPE-CLOSING
028022         ADD 1 TO WS-VND-STMTS
028023         ADD VSC-PAGE-COUNT TO WS-VND-PAGES
028024     END-IF.
028025     PERFORM 5900-WRITE-VENDOR THRU 5900-EXIT.
028026 5100-EXIT.
028027     EXIT.
028028*-----------------------------------------------------------*
028029* 5500-WRITE-CONTROL - THE FILE JUST BUILT, AND THE COUNTS    *
028030* THE VENDOR MUST ACKNOWLEDGE, REPLACE WHATEVER VNDCTL HELD.  *
028031*-----------------------------------------------------------*
028032 5500-WRITE-CONTROL.
028033     MOVE SPACE TO VC-VENDOR-CONTROL-RECORD.
028034     MOVE WS-BUSINESS-DATE TO VC-FILE-DATE.
028035     MOVE WS-VS-ASSIGN-NAME TO VC-FILE-NAME.
028036     MOVE WS-VND-STMTS TO VC-STMT-COUNT.
028037     MOVE WS-VND-PAGES TO VC-PAGE-COUNT.
028038     MOVE WS-VND-RECORDS TO VC-RECORD-COUNT.
028039     MOVE WS-STMTS-HELD TO VC-HELD-COUNT.
028040     SET VC-AWAITING-ACK TO TRUE.
028041     MOVE ZERO TO VC-ACK-DATE.
028042     MOVE WS-VND-TIME TO VC-SET-TIME.
028043     OPEN OUTPUT VENDOR-CONTROL.
028044     IF NOT WS-VC-OK
028045         DISPLAY "STMTRUN: CANNOT REWRITE THE VNDCTL CONTROL "
028046                 "RECORD"
028047         IF WS-RETURN-CODE < 8
028048             MOVE 8 TO WS-RETURN-CODE
028049         END-IF
028050         GO TO 5500-EXIT
028051     END-IF.
028052     WRITE VC-FILE-RECORD FROM VC-VENDOR-CONTROL-RECORD.
028053     CLOSE VENDOR-CONTROL.
028054 5500-EXIT.
028055     EXIT.
028056 5800-PRINT-HOLD-LINE.
028057     MOVE "PRNT" TO WS-PRINT-FUNCTION.
028058     CALL "PRINTMGR" USING WS-PRINT-FUNCTION WS-HOLD-FILENAME
028059         WS-PRINT-WORK CR-RUN-DATE-YMD WS-PM-RETURN-CODE.
028060     MOVE SPACE TO WS-PRINT-WORK.
028061 5800-EXIT.
028062     EXIT.
028063 5900-WRITE-VENDOR.
028064     WRITE VS-FILE-RECORD FROM VS-VENDOR-RECORD.
028065     ADD 1 TO WS-VND-RECORDS.
028066 5900-EXIT.
028067     EXIT.
028068*-----------------------------------------------------------*
028100* 8000-PRINT-LINE - HAND ONE LINE OF TEXT TO PRINTMGR.       *
028200*-----------------------------------------------------------*
028300 8000-PRINT-LINE.
029400     CLOSE CUSTOMER-MASTER.
029500     CLOSE CUSTOMER-BALANCE.
029510     CLOSE BALANCE-HISTORY.
029520     CLOSE TRANS-CODE-TABLE.
029530     CLOSE STATE-TABLE.
029600     MOVE "TERM" TO WS-PRINT-FUNCTION.
029700     CALL "PRINTMGR" USING WS-PRINT-FUNCTION WS-PRINT-FILENAME
029800         WS-PRINT-WORK CR-RUN-DATE-YMD WS-PM-RETURN-CODE.
029810     PERFORM 5000-BUILD-VENDOR-FILE THRU 5000-EXIT.
029900 9000-EXIT.
030000     EXIT.
