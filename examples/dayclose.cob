002430*                     ENTRIES COUNT AGAINST THE NIGHT, AND THE
002440*                     COUNT COVERS EVERY DATE -- AN OLD
002450*                     UNWORKED SEVERITY-16 IS STILL A NO-GO.
002460*    09/14/2026 DCO   GLPOST (THE GL JOURNAL AND CUSTOMER-LEDGER
002470*                     TRIAL BALANCE) JOINED THE EXPECTED STEPS,
002480*                     WITH ITS OWN CROSS-CHECK LINE: A TRIAL
002481*                     BALANCE THAT DID NOT PROVE IS A NO-GO.
002482*    09/16/2026 DCO   CUSTOMER-MASTER CHANGES STILL AWAITING A
002483*                     SUPERVISOR'S APPROVAL ON PENDCHG MORE THAN
002484*                     TWO BUSINESS DAYS ARE LISTED FOR FOLLOW-UP
002485*                     (INFORMATIONAL - NOT A NO-GO).
002486*    09/18/2026 DCO   TXNMON (THE LARGE-TRANSACTION AND
002487*                     STRUCTURING MONITOR) JOINED THE EXPECTED
002488*                     STEPS; ITS NEW COMPLIANCE CASES ARE COUNTED
002489*                     ON A CROSS-CHECK LINE (INFORMATIONAL).
002490*    10/14/2026 DCO   YEAREND JOINED THE EXPECTED STEPS - LIKE
002491*                     BALSNAP IT RUNS EVERY NIGHT AND DOES REAL
002492*                     WORK ONLY ON THE LAST BUSINESS DAY OF THE
002493*                     YEAR.
002494*    10/15/2026 DCO   VNDMATCH, CRMMATCH, COAPOST, FUTRPT AND
002495*                     CRMFEED JOINED THE EXPECTED STEPS - ALL
002496*                     WRITE STEP STATUS NIGHTLY, BUT THEIR RC=4
002497*                     AND RC=8 OUTCOMES WERE VANISHING FROM THE
002498*                     CLOSE-OUT.
002499*    10/15/2026 DCO   AGING FALLBACK NO LONGER YIELDS A DAY 00.
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
003500     SELECT OPTIONAL PROBLEM-LOG ASSIGN TO "PROBLOG"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-PL-STATUS.
003710     SELECT OPTIONAL PENDING-CHANGE ASSIGN TO "PENDCHG"
003720         ORGANIZATION IS INDEXED
003730         ACCESS MODE IS DYNAMIC
003740         RECORD KEY IS PC-PEND-KEY
003750         FILE STATUS IS WS-PC-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  STEP-STATUS.
004100 01  ST-FILE-RECORD              PIC X(65).
004200 FD  PROBLEM-LOG.
004300 01  PF-FILE-RECORD              PIC X(159).
004310 FD  PENDING-CHANGE.
004320 COPY "pchgrec.cpy".
004400 WORKING-STORAGE SECTION.
004500 COPY "rundate.cpy".
004600 COPY "stepline.cpy".
005300         88  WS-ST-OK                       VALUE "00".
005400     05  WS-PL-STATUS            PIC X(02)  VALUE "00".
005500         88  WS-PL-OK                       VALUE "00".
005510     05  WS-PC-STATUS            PIC X(02)  VALUE "00".
005520         88  WS-PC-OK                       VALUE "00".
005600 01  WS-EOF-SW                   PIC X(01)  VALUE "N".
005700     88  WS-EOF                              VALUE "Y".
005800 01  WS-DATE-NAME                PIC X(20)  VALUE "DAYCLOSE_DATE".
005910 01  WS-DATE-FUNCTION            PIC X(04).
005920 01  WS-DATE-FLAG                PIC X(01).
005930 01  WS-DS-RETURN-CODE           PIC 9(02).
005940 01  WS-DATE-OUT                 PIC 9(08)  VALUE ZERO.
005950 01  WS-AGE-CUTOFF               PIC 9(08)  VALUE ZERO.
006000 01  WS-TARGET-DATE              PIC 9(08)  VALUE ZERO.
006100 01  WS-NO-GO-SW                 PIC X(01)  VALUE "N".
006200     88  WS-NO-GO                           VALUE "Y".
006300 01  WS-STEP-TABLE.
006400     05  WS-STEP-ENTRY OCCURS 18 TIMES
006500             INDEXED BY STP-IDX.
006600         10  WS-STP-NAME         PIC X(08).
006700         10  WS-STP-SEEN-SW      PIC X(01).
007600 01  WS-CONSOL-SUB               PIC 9(01)  COMP  VALUE 1.
007700 01  WS-ACKMATCH-SUB             PIC 9(01)  COMP  VALUE 2.
007800 01  WS-ADDING-SUB               PIC 9(01)  COMP  VALUE 3.
007810 01  WS-GLPOST-SUB               PIC 9(02)  COMP  VALUE 11.
007820 01  WS-TXNMON-SUB               PIC 9(02)  COMP  VALUE 12.
007900 01  WS-ADDING-TOTAL-IN          PIC 9(08)  COMP  VALUE ZERO.
008000 01  WS-PROBLEM-COUNT            PIC 9(05)  COMP  VALUE ZERO.
008100 01  WS-SEV16-COUNT              PIC 9(05)  COMP  VALUE ZERO.
008110 01  WS-AGED-CHANGE-COUNT        PIC 9(05)  COMP  VALUE ZERO.
008200 01  WS-COUNT-EDIT               PIC ZZZZZZZ9.
008300 01  WS-COUNT-EDIT-2             PIC ZZZZZZZ9.
008400 01  WS-COUNT-EDIT-3             PIC ZZZZZZZ9.
009000     PERFORM 2000-LOAD-STEP-STATUS THRU 2000-EXIT.
009100     PERFORM 3000-REPORT-THE-NIGHT THRU 3000-EXIT.
009200     PERFORM 4000-REPORT-PROBLEMS THRU 4000-EXIT.
009210     PERFORM 4500-REPORT-AGED-CHANGES THRU 4500-EXIT.
009300     PERFORM 5000-GO-NO-GO THRU 5000-EXIT.
009400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
009500     STOP RUN WS-RETURN-CODE.
010710     MOVE "GENSWEEP" TO WS-STP-NAME (8).
010720     MOVE "SVCCHG" TO WS-STP-NAME (9).
010730     MOVE "BALSNAP" TO WS-STP-NAME (10).
010740     MOVE "GLPOST" TO WS-STP-NAME (11).
010750     MOVE "TXNMON" TO WS-STP-NAME (12).
010760     MOVE "YEAREND" TO WS-STP-NAME (13).
010770     MOVE "VNDMATCH" TO WS-STP-NAME (14).
010775     MOVE "CRMMATCH" TO WS-STP-NAME (15).
010780     MOVE "COAPOST" TO WS-STP-NAME (16).
010785     MOVE "FUTRPT" TO WS-STP-NAME (17).
010790     MOVE "CRMFEED" TO WS-STP-NAME (18).
010800     PERFORM VARYING STP-IDX FROM 1 BY 1 UNTIL STP-IDX > 18
010900         MOVE "N" TO WS-STP-SEEN-SW (STP-IDX)
011000         MOVE ZERO TO WS-STP-CC (STP-IDX)
011100             WS-STP-START (STP-IDX) WS-STP-STOP (STP-IDX)
019500     MOVE SPACE TO WS-PRINT-WORK.
019600     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
019700     PERFORM 3100-REPORT-ONE-STEP THRU 3100-EXIT
019800         VARYING STP-IDX FROM 1 BY 1 UNTIL STP-IDX > 18.
019900     MOVE SPACE TO WS-PRINT-WORK.
020000     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
020100     PERFORM 3200-CROSS-CHECKS THRU 3200-EXIT.
025900         END-IF
026000         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
026100     END-IF.
026105     IF WS-STP-SEEN (WS-GLPOST-SUB)
026110         EVALUATE WS-STP-CC (WS-GLPOST-SUB)
026115             WHEN ZERO
026120                 MOVE "GL TRIAL BALANCE PROVED" TO WS-PRINT-WORK
026125             WHEN 4
026130                 MOVE "GL TRIAL BALANCE - BASELINE NIGHT ONLY"
026135                     TO WS-PRINT-WORK
026140             WHEN OTHER
026145                 MOVE "** GL TRIAL BALANCE DID NOT PROVE **"
026150                     TO WS-PRINT-WORK
026155                 SET WS-NO-GO TO TRUE
026160         END-EVALUATE
026165         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
026170     END-IF.
026172     IF WS-STP-SEEN (WS-TXNMON-SUB)
026174         MOVE WS-STP-OUT (WS-TXNMON-SUB) TO WS-COUNT-EDIT
026176         STRING "NEW COMPLIANCE CASES FROM TXNMON "
026177                     DELIMITED BY SIZE
026178                 WS-COUNT-EDIT DELIMITED BY SIZE
026180                 INTO WS-PRINT-WORK
026182         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
026184     END-IF.
026200 3200-EXIT.
026300     EXIT.
026400*-----------------------------------------------------------*
031200     END-IF.
031300 4100-EXIT.
031400     EXIT.
031401*-----------------------------------------------------------*
031402* 4500-REPORT-AGED-CHANGES - OPERATOR ADDS AND CHANGES STILL  *
031403* WAITING ON PENDCHG FOR A SUPERVISOR'S APPROVAL, KEYED MORE  *
031404* THAN TWO BUSINESS DAYS BEFORE THE NIGHT BEING CLOSED.  THE  *
031405* CUSTOMER IS STILL WRONG ON FILE UNTIL ONE IS WORKED, SO     *
031406* THEY ARE LISTED FOR FOLLOW-UP; THEY DO NOT MAKE A NO-GO.    *
031407*-----------------------------------------------------------*
031408 4500-REPORT-AGED-CHANGES.
031409     MOVE WS-TARGET-DATE TO WS-AGE-CUTOFF.
031410     PERFORM 4550-STEP-BACK-ONE-BUS-DAY THRU 4550-EXIT
031411         2 TIMES.
031412     MOVE SPACE TO WS-PRINT-WORK.
031413     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
031414     OPEN INPUT PENDING-CHANGE.
031415     IF NOT WS-PC-OK
031416         CLOSE PENDING-CHANGE
031417         GO TO 4500-REPORT
031418     END-IF.
031419     MOVE "N" TO WS-EOF-SW.
031420     PERFORM 4600-AGE-ONE-CHANGE THRU 4600-EXIT
031421         UNTIL WS-EOF.
031422     CLOSE PENDING-CHANGE.
031423 4500-REPORT.
031424     MOVE WS-AGED-CHANGE-COUNT TO WS-COUNT-EDIT.
031425     STRING "CUSTOMER CHANGES AWAITING APPROVAL OVER 2 "
031426                 DELIMITED BY SIZE
031427             "BUSINESS DAYS " DELIMITED BY SIZE
031428             WS-COUNT-EDIT DELIMITED BY SIZE
031429             INTO WS-PRINT-WORK.
031430     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
031431 4500-EXIT.
031432     EXIT.
031433 4550-STEP-BACK-ONE-BUS-DAY.
031434     MOVE "PREV" TO WS-DATE-FUNCTION.
031435     CALL "DATESRV" USING WS-DATE-FUNCTION WS-AGE-CUTOFF
031436         WS-DATE-OUT WS-DATE-FLAG WS-DS-RETURN-CODE.
031437     IF WS-DS-RETURN-CODE > 8
031438         COMPUTE WS-DATE-OUT = FUNCTION DATE-OF-INTEGER
031439             (FUNCTION INTEGER-OF-DATE (WS-AGE-CUTOFF) - 1)
031440     END-IF.
031441     MOVE WS-DATE-OUT TO WS-AGE-CUTOFF.
031442 4550-EXIT.
031443     EXIT.
031444 4600-AGE-ONE-CHANGE.
031445     READ PENDING-CHANGE NEXT RECORD
031446         AT END
031447             SET WS-EOF TO TRUE
031448             GO TO 4600-EXIT
031449     END-READ.
031450     IF NOT PC-STATUS-PENDING
031451             OR PC-MAKER-DATE NOT < WS-AGE-CUTOFF
031452         GO TO 4600-EXIT
031453     END-IF.
031454     ADD 1 TO WS-AGED-CHANGE-COUNT.
031455     STRING "  PENDING " DELIMITED BY SIZE
031456             PC-CUST-ID DELIMITED BY SIZE
031457             " " DELIMITED BY SIZE
031458             PC-ACTION-CODE DELIMITED BY SIZE
031459             " KEYED " DELIMITED BY SIZE
031460             PC-MAKER-DATE DELIMITED BY SIZE
031461             " BY " DELIMITED BY SIZE
031462             PC-MAKER-ID DELIMITED BY SIZE
031463             " " DELIMITED BY SIZE
031464             PC-AFTER-IMAGE (7:30) DELIMITED BY SIZE
031465             INTO WS-PRINT-WORK.
031466     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
031467 4600-EXIT.
031468     EXIT.
031500 5000-GO-NO-GO.
031600     MOVE SPACE TO WS-PRINT-WORK.
031700     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
