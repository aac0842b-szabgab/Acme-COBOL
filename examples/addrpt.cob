001570*                     CLOSE-OUT REPORT; ADDED THE RECORDS-READ
001580*                     COUNT AND A PROPER CONDITION CODE ON THE
001590*                     STOP RUN.
001591*    09/10/2026 DCO   EACH DAY NOW BREAKS DOWN BY TRANSACTION
001592*                     CODE -- COUNT, SUM AND THE DESCRIPTION OFF
001593*                     THE TRANCODE TABLE -- AHEAD OF THE DAILY
001594*                     TOTAL.  HISTORY POSTED BEFORE CODES
001595*                     EXISTED PRINTS UNDER "(NO CODE)".
001600******************************************************************
001700 ENVIRONMENT DIVISION.
001800 CONFIGURATION SECTION.
002500     SELECT SORT-WORK ASSIGN TO "SRTWORK1".
002600     SELECT SORTED-LOG ASSIGN TO "AUDITSRT"
002700         ORGANIZATION IS LINE SEQUENTIAL.
002710     SELECT OPTIONAL TRANS-CODE-TABLE ASSIGN TO "TRANCODE"
002720         ORGANIZATION IS INDEXED
002730         ACCESS MODE IS DYNAMIC
002740         RECORD KEY IS TC-TRANS-CODE
002750         FILE STATUS IS WS-TC-STATUS.
002800 DATA DIVISION.
002900 FILE SECTION.
003000 FD  AUDIT-LOG.
003700     05  SD-NUM1                  PIC S9(7)V99.
003800     05  SD-NUM2                  PIC S9(7)V99.
003900     05  SD-RESULT                PIC S9(7)V99.
004000     05  FILLER                    PIC X(06).
004010     05  SD-TRANS-CODE            PIC X(03).
004020     05  FILLER                    PIC X(11).
004100 FD  SORTED-LOG.
004200 01  SL-FILE-RECORD               PIC X(71).
004210 FD  TRANS-CODE-TABLE.
004220 COPY "trcdrec.cpy".
004300 WORKING-STORAGE SECTION.
004400 COPY "rundate.cpy".
004500 COPY "auditrec.cpy".
005400 01  WS-PREV-DATE                PIC 9(08)  VALUE ZERO.
005500 01  WS-PREV-YYYYMM              PIC 9(06)  VALUE ZERO.
005600 01  WS-CUR-YYYYMM               PIC 9(06)  VALUE ZERO.
005610 01  WS-PREV-CODE                PIC X(03)  VALUE SPACE.
005620 01  WS-CODE-DESC                PIC X(20)  VALUE SPACE.
005630 01  WS-CODE-COUNT               PIC 9(07)  COMP  VALUE ZERO.
005640 01  WS-CODE-SUM                 PIC S9(09)V99 VALUE ZERO.
005650 01  WS-TC-STATUS                PIC X(02)  VALUE "00".
005660     88  WS-TC-OK                           VALUE "00".
005700 01  WS-DAILY-COUNT              PIC 9(07)  COMP  VALUE ZERO.
005800 01  WS-DAILY-SUM                PIC S9(09)V99 VALUE ZERO.
005900 01  WS-MONTH-COUNT              PIC 9(07)  COMP  VALUE ZERO.
007100     MOVE "INIT" TO WS-PRINT-FUNCTION.
007200     CALL "PRINTMGR" USING WS-PRINT-FUNCTION WS-PRINT-FILENAME
007300         WS-PRINT-LINE CR-RUN-DATE-YMD WS-PM-RETURN-CODE.
007310     OPEN INPUT TRANS-CODE-TABLE.
007400 1000-EXIT.
007500     EXIT.
007600*-----------------------------------------------------------*
007700* 2000-PRODUCE-REPORT - SORT THE AUDIT HISTORY BY RUN DATE   *
007800* AND DRIVE IT TO END OF FILE, BREAKING ON DAY AND MONTH.    *
007810* WITHIN A DAY THE RECORDS COME IN TRANSACTION-CODE ORDER    *
007820* AND BREAK ON CODE AS WELL.                                 *
007900*-----------------------------------------------------------*
008000 2000-PRODUCE-REPORT.
008100     SORT SORT-WORK ON ASCENDING KEY SD-RUN-DATE
008110         ON ASCENDING KEY SD-TRANS-CODE
008200         USING AUDIT-LOG
008300         GIVING SORTED-LOG.
008400     OPEN INPUT SORTED-LOG.
008600     PERFORM 2200-PROCESS-ONE-RECORD THRU 2200-EXIT
008700         UNTIL WS-EOF.
008800     IF NOT WS-FIRST-RECORD
008810         PERFORM 2700-PRINT-CODE-BREAK THRU 2700-EXIT
008900         PERFORM 2800-PRINT-DAILY-BREAK THRU 2800-EXIT
009000         PERFORM 2900-PRINT-MONTH-BREAK THRU 2900-EXIT
009100     END-IF.
010300     IF WS-FIRST-RECORD
010400         MOVE AL-RUN-DATE TO WS-PREV-DATE
010500         MOVE WS-CUR-YYYYMM TO WS-PREV-YYYYMM
010510         MOVE AL-TRANS-CODE TO WS-PREV-CODE
010600         MOVE "N" TO WS-FIRST-REC-SW
010700     END-IF.
010710     IF AL-RUN-DATE NOT = WS-PREV-DATE
010720             OR AL-TRANS-CODE NOT = WS-PREV-CODE
010730         PERFORM 2700-PRINT-CODE-BREAK THRU 2700-EXIT
010740         MOVE AL-TRANS-CODE TO WS-PREV-CODE
010750     END-IF.
010800     IF AL-RUN-DATE NOT = WS-PREV-DATE
010900         PERFORM 2800-PRINT-DAILY-BREAK THRU 2800-EXIT
011000         MOVE AL-RUN-DATE TO WS-PREV-DATE
011300         PERFORM 2900-PRINT-MONTH-BREAK THRU 2900-EXIT
011400         MOVE WS-CUR-YYYYMM TO WS-PREV-YYYYMM
011500     END-IF.
011510     ADD 1 TO WS-CODE-COUNT.
011520     ADD AL-RESULT TO WS-CODE-SUM.
011600     ADD 1 TO WS-DAILY-COUNT.
011700     ADD AL-RESULT TO WS-DAILY-SUM.
011800     ADD 1 TO WS-MONTH-COUNT.
012000     PERFORM 2100-READ-SORTED THRU 2100-EXIT.
012100 2200-EXIT.
012200     EXIT.
012202*-----------------------------------------------------------*
012204* 2700-PRINT-CODE-BREAK - ONE LINE PER TRANSACTION CODE      *
012206* WITHIN THE DAY, DESCRIBED OFF THE TRANCODE TABLE.          *
012208*-----------------------------------------------------------*
012210 2700-PRINT-CODE-BREAK.
012212     IF WS-PREV-CODE = SPACE
012214         MOVE "(NO CODE)" TO WS-CODE-DESC
012216     ELSE
012218         MOVE WS-PREV-CODE TO TC-TRANS-CODE
012220         READ TRANS-CODE-TABLE
012222             INVALID KEY
012224                 MOVE "(NOT ON TRANCODE)" TO WS-CODE-DESC
012226             NOT INVALID KEY
012228                 MOVE TC-DESCRIPTION TO WS-CODE-DESC
012230         END-READ
012232     END-IF.
012234     MOVE WS-CODE-COUNT TO WS-COUNT-EDIT.
012236     MOVE WS-CODE-SUM TO WS-SUM-EDIT.
012238     STRING "  CODE " DELIMITED BY SIZE
012240             WS-PREV-CODE DELIMITED BY SIZE
012242             "  " DELIMITED BY SIZE
012244             WS-CODE-DESC DELIMITED BY SIZE
012246             "  COUNT=" DELIMITED BY SIZE
012248             WS-COUNT-EDIT DELIMITED BY SIZE
012250             "  SUM=" DELIMITED BY SIZE
012252             WS-SUM-EDIT DELIMITED BY SIZE
012254             INTO WS-PRINT-LINE.
012256     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
012258     MOVE ZERO TO WS-CODE-COUNT WS-CODE-SUM.
012260 2700-EXIT.
012262     EXIT.
012300*-----------------------------------------------------------*
012400* 2800-PRINT-DAILY-BREAK                                    *
012500*-----------------------------------------------------------*
017100     MOVE "TERM" TO WS-PRINT-FUNCTION.
017200     CALL "PRINTMGR" USING WS-PRINT-FUNCTION WS-PRINT-FILENAME
017300         WS-PRINT-LINE CR-RUN-DATE-YMD WS-PM-RETURN-CODE.
017305     CLOSE TRANS-CODE-TABLE.
017310     PERFORM 9100-WRITE-STEP-STATUS THRU 9100-EXIT.
017400 9000-EXIT.
017500     EXIT.
