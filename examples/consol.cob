004100*                     THE MERGE REFUSES RC=16 WITH THE BRANCH
004200*                     NAMED ON CONSRPT.  ONBOARDING A BRANCH IS
004300*                     NOW A TABLE ENTRY, NOT A PROGRAM CHANGE.
004310*    09/10/2026 DCO   TRANS-IN RECORDS GREW 58 TO 60 FOR THE
004320*                     TRANSACTION CODE; THE CODE PASSES THROUGH
004330*                     THE MERGE AS THE BRANCH SENT IT.
004335*    10/05/2026 DCO   THE MERGED DETAILS NOW GO TO THE TRANSMRG
004340*                     WORK FILE AND ARE SORTED ON CUSTOMER ID
004345*                     (SAME-CUSTOMER ITEMS KEEP THEIR MERGE ORDER)
004350*                     BEFORE BEING COPIED TO TRANS-IN BETWEEN THE
004355*                     UNCHANGED HEADER AND TRAILER, SO ADDING CAN
004360*                     POST IN ONE PASS MATCHED AGAINST CUSTMAS AND
004365*                     CUSTBAL IN KEY ORDER.  THE SORTED COPY MUST
004370*                     COME BACK WITH THE MERGED COUNT OR THE RUN
004375*                     IS REFUSED RC=16.  PER-BRANCH TOTALS ARE
004380*                     UNCHANGED.
004382*    10/12/2026 DCO   EACH PROVED BRANCH'S RECORD COUNT AND AMOUNT
004384*                     TOTAL ARE ALSO APPENDED TO THE BRTOTHST
004386*                     HISTORY, DATED WITH THE BUSINESS DATE, FOR
004388*                     THE STEPTRND PER-BRANCH VOLUME TRENDS.
004400******************************************************************
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
005400     SELECT TRANS-IN ASSIGN TO "TRANSIN"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-TI-STATUS.
005610     SELECT MERGE-WORK ASSIGN TO "TRANSMRG"
005620         ORGANIZATION IS LINE SEQUENTIAL
005630         FILE STATUS IS WS-MW-STATUS.
005640     SELECT MERGE-SORT-WORK ASSIGN TO "SRTWRKT".
005650     SELECT SORTED-MERGE ASSIGN TO "TRANSSRT"
005660         ORGANIZATION IS LINE SEQUENTIAL
005670         FILE STATUS IS WS-SM-STATUS.
005675     SELECT BRANCH-TOTALS ASSIGN TO "BRTOTHST"
005680         ORGANIZATION IS LINE SEQUENTIAL
005685         FILE STATUS IS WS-BT-STATUS.
005700     SELECT OPTIONAL BRANCH-TABLE ASSIGN TO "BRANCHTB"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  BRANCH-FILE.
006500 01  BR-FILE-RECORD               PIC X(60).
006600 FD  TRANS-IN.
006700 01  TI-FILE-RECORD              PIC X(60).
006710 FD  MERGE-WORK.
006720 01  MW-FILE-RECORD              PIC X(60).
006730 SD  MERGE-SORT-WORK.
006740 01  MS-SORT-RECORD.
006750     05  FILLER                   PIC X(29).
006760     05  MS-CUST-ID              PIC X(06).
006770     05  FILLER                   PIC X(25).
006780 FD  SORTED-MERGE.
006790 01  SM-FILE-RECORD              PIC X(60).
006792 FD  BRANCH-TOTALS.
006794 01  BT-FILE-RECORD              PIC X(40).
006800 FD  BRANCH-TABLE.
006900 COPY "brnchrec.cpy".
007000 WORKING-STORAGE SECTION.
007200 COPY "transin.cpy".
007300 COPY "errlog.cpy".
007400 COPY "stepstat.cpy".
007410 COPY "brtotrec.cpy".
007500 01  WS-STEP-START-TIME          PIC 9(08)  VALUE ZERO.
007600 01  WS-DATE-FUNCTION            PIC X(04).
007700 01  WS-DATE-FLAG                PIC X(01).
008400     05  WS-BR-STATUS            PIC X(02)  VALUE "00".
008500         88  WS-BR-OK                       VALUE "00".
008600     05  WS-TI-STATUS            PIC X(02)  VALUE "00".
008610     05  WS-MW-STATUS            PIC X(02)  VALUE "00".
008620         88  WS-MW-OK                       VALUE "00".
008630     05  WS-SM-STATUS            PIC X(02)  VALUE "00".
008640         88  WS-SM-OK                       VALUE "00".
008650     05  WS-BT-STATUS            PIC X(02)  VALUE "00".
008700     05  WS-BC-STATUS            PIC X(02)  VALUE "00".
008800         88  WS-BC-OK                       VALUE "00".
008900 01  WS-EOF-SW                   PIC X(01)  VALUE "N".
009400     88  WS-TRAILER-SEEN                      VALUE "Y".
009500 01  WS-BT-EOF-SW                PIC X(01)  VALUE "N".
009600     88  WS-BT-EOF                            VALUE "Y".
009610 01  WS-SM-EOF-SW                PIC X(01)  VALUE "N".
009620     88  WS-SM-EOF                            VALUE "Y".
009700 01  WS-SOURCE-CODE              PIC X(02).
009800 01  WS-BRANCH-COUNT             PIC 9(09)  COMP  VALUE ZERO.
009900 01  WS-BRANCH-HASH              PIC S9(11)V99 VALUE ZERO.
010300 01  WS-GRAND-COUNT              PIC 9(09)  COMP  VALUE ZERO.
010400 01  WS-GRAND-HASH               PIC S9(11)V99 VALUE ZERO.
010500 01  WS-GRAND-AMOUNT             PIC S9(11)V99 VALUE ZERO.
010510 01  WS-SORTED-COUNT             PIC 9(09)  COMP  VALUE ZERO.
010600 01  WS-COUNT-EDIT               PIC ZZZZZZZZ9.
010700 01  WS-AMT-EDIT                 PIC -ZZZZZZZZZZ9.99.
010800 01  WS-PRINT-WORK               PIC X(132)  VALUE SPACE.
012400     STOP RUN WS-RETURN-CODE.
012500*-----------------------------------------------------------*
012600* 1000-INITIALIZE - OPEN THE MERGED TRANS-IN AND WRITE ITS   *
012610* BATCH HEADER, DATED WITH THE BUSINESS RUN DATE, THEN OPEN  *
012620* THE TRANSMRG WORK FILE THE DETAILS COLLECT ON UNTIL 3100   *
012630* SORTS THEM.                                                *
012800*-----------------------------------------------------------*
012900 1000-INITIALIZE.
013000     ACCEPT CR-MACHINE-DATE-YMD FROM DATE YYYYMMDD.
015700         MOVE CR-RUN-DATE-YMD TO TIH-EXTRACT-DATE
015800         WRITE TI-FILE-RECORD FROM TI-TRANS-RECORD
015900     END-IF.
015905     IF NOT WS-BRANCH-BAD
015910         OPEN OUTPUT MERGE-WORK
015915         IF NOT WS-MW-OK
015920             DISPLAY "CONSOL: CANNOT OPEN TRANSMRG - RUN STOPPED"
015925             MOVE "CONSOL" TO EM-PROGRAM-ID
015930             MOVE "1000-INITIALIZE" TO EM-PARAGRAPH
015935             MOVE "TRANSMRG" TO EM-FILE-NAME
015940             MOVE WS-MW-STATUS TO EM-FILE-STATUS
015945             MOVE "CANNOT OPEN THE MERGE WORK FILE" TO EM-MESSAGE
015950             MOVE 16 TO EM-SEVERITY
015955             CALL "ERRMGR" USING EM-ERROR-AREA
015960             MOVE 16 TO WS-RETURN-CODE
015965             SET WS-BRANCH-BAD TO TRUE
015970         END-IF
015975     END-IF.
016000 1000-EXIT.
016100     EXIT.
016200*-----------------------------------------------------------*
031100                 SET TI-TYPE-DETAIL TO TRUE
031200             END-IF
031300             MOVE WS-SOURCE-CODE TO TI-SOURCE-CODE
031400             WRITE MW-FILE-RECORD FROM TI-TRANS-RECORD
031500             ADD 1 TO WS-BRANCH-COUNT
031600             ADD 1 TO WS-GRAND-COUNT
031700             IF TI-NUM1 NUMERIC
036100             WS-AMT-EDIT DELIMITED BY SIZE
036200             INTO WS-PRINT-WORK.
036300     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
036310     PERFORM 2850-LOG-BRANCH-TOTALS THRU 2850-EXIT.
036400 2800-EXIT.
036402     EXIT.
036404*-----------------------------------------------------------*
036406* 2850-LOG-BRANCH-TOTALS - THE SAME COUNT AND AMOUNT GO ON   *
036408* THE BRTOTHST HISTORY FOR THE STEPTRND VOLUME TRENDS.  OPEN *
036410* EXTEND, WRITE, CLOSE, THE WAY STEPLOG KEEPS STEPSTAT.  THE *
036412* HISTORY IS NOT PART OF THE MERGE: A FILE THAT WILL NOT     *
036414* OPEN IS REPORTED AND THE MERGE GOES ON.                    *
036416*-----------------------------------------------------------*
036418 2850-LOG-BRANCH-TOTALS.
036420     OPEN EXTEND BRANCH-TOTALS.
036422     IF WS-BT-STATUS = "05" OR WS-BT-STATUS = "35"
036424         OPEN OUTPUT BRANCH-TOTALS
036426     END-IF.
036428     IF WS-BT-STATUS NOT = "00"
036430         DISPLAY "CONSOL: CANNOT OPEN BRTOTHST - STATUS "
036432                 WS-BT-STATUS
036434         GO TO 2850-EXIT
036436     END-IF.
036438     MOVE CR-RUN-DATE-YMD TO BT-RUN-DATE.
036440     MOVE WS-SOURCE-CODE TO BT-BRANCH-CODE.
036442     MOVE WS-BRANCH-COUNT TO BT-RECORD-COUNT.
036444     MOVE WS-BRANCH-AMOUNT TO BT-AMOUNT-TOTAL.
036446     ACCEPT BT-RUN-TIME FROM TIME.
036448     WRITE BT-FILE-RECORD FROM BT-BRANCH-TOTAL-RECORD.
036450     CLOSE BRANCH-TOTALS.
036452 2850-EXIT.
036500     EXIT.
036600*-----------------------------------------------------------*
036700* 3000-FINISH-MERGED-FILE - THE MERGED DETAILS ARE SORTED    *
036750* INTO TRANS-IN BY 3100, THEN THE MERGED TRAILER CARRIES THE *
036800* GRAND COUNT AND AMOUNT HASH ADDING WILL PROVE THE FILE     *
036900* AGAINST.  ON A REFUSED RUN THE MERGED FILE IS LEFT WITH NO *
037000* TRAILER, SO ADDING REFUSES IT TOO.                         *
037100*-----------------------------------------------------------*
037200 3000-FINISH-MERGED-FILE.
037210     CLOSE MERGE-WORK.
037220     IF NOT WS-BRANCH-BAD
037230         PERFORM 3100-SORT-MERGED-DETAILS THRU 3100-EXIT
037240     END-IF.
037300     IF NOT WS-BRANCH-BAD
037400         MOVE SPACE TO TI-TRANS-RECORD
037500         SET TI-TYPE-TRAILER TO TRUE
038700     END-IF.
038800     CLOSE TRANS-IN.
038900 3000-EXIT.
038901     EXIT.
038902*-----------------------------------------------------------*
038903* 3100-SORT-MERGED-DETAILS - ADDING POSTS IN ONE PASS        *
038904* MATCHED AGAINST CUSTMAS AND CUSTBAL IN KEY ORDER, SO THE   *
038905* DETAILS GO INTO TRANS-IN SORTED ON CUSTOMER ID.  ONE       *
038906* CUSTOMER'S ITEMS KEEP THE ORDER THE MERGE GAVE THEM        *
038907* (BRANCH, THEN THE ORDER THE BRANCH SENT THEM), SO A        *
038908* REVERSAL STILL FOLLOWS ITS ORIGINAL.  THE SORTED COPY MUST *
038909* COME BACK WITH EVERY RECORD THE MERGE COUNTED; A SHORT     *
038910* COPY REFUSES THE RUN AND THE TRAILER IS NOT WRITTEN.       *
038911*-----------------------------------------------------------*
038912 3100-SORT-MERGED-DETAILS.
038913     SORT MERGE-SORT-WORK
038914         ON ASCENDING KEY MS-CUST-ID
038915         WITH DUPLICATES IN ORDER
038916         USING MERGE-WORK
038917         GIVING SORTED-MERGE.
038918     OPEN INPUT SORTED-MERGE.
038919     IF NOT WS-SM-OK
038920         CLOSE SORTED-MERGE
038921         GO TO 3100-REFUSE
038922     END-IF.
038923     MOVE "N" TO WS-SM-EOF-SW.
038924     PERFORM 3200-COPY-ONE-DETAIL THRU 3200-EXIT
038925         UNTIL WS-SM-EOF.
038926     CLOSE SORTED-MERGE.
038927     IF WS-SORTED-COUNT = WS-GRAND-COUNT
038928         GO TO 3100-EXIT
038929     END-IF.
038930 3100-REFUSE.
038931     MOVE WS-SORTED-COUNT TO WS-COUNT-EDIT.
038932     STRING "** SORTED DETAILS=" DELIMITED BY SIZE
038933             WS-COUNT-EDIT DELIMITED BY SIZE
038934             " DO NOT MATCH THE MERGE - RUN REFUSED **"
038935                 DELIMITED BY SIZE
038936             INTO WS-PRINT-WORK.
038937     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
038938     DISPLAY "CONSOL: SORTED DETAILS DO NOT MATCH THE MERGED "
038939             "COUNT - RUN STOPPED".
038940     MOVE "CONSOL" TO EM-PROGRAM-ID.
038941     MOVE "3100-SORT-MERGED-DETAILS" TO EM-PARAGRAPH.
038942     MOVE "TRANSSRT" TO EM-FILE-NAME.
038943     MOVE WS-SM-STATUS TO EM-FILE-STATUS.
038944     MOVE "SORTED DETAILS DO NOT MATCH THE MERGE" TO EM-MESSAGE.
038945     MOVE 16 TO EM-SEVERITY.
038946     CALL "ERRMGR" USING EM-ERROR-AREA.
038947     MOVE 16 TO WS-RETURN-CODE.
038948     SET WS-BRANCH-BAD TO TRUE.
038949 3100-EXIT.
038950     EXIT.
038951 3200-COPY-ONE-DETAIL.
038952     READ SORTED-MERGE
038953         AT END
038954             SET WS-SM-EOF TO TRUE
038955             GO TO 3200-EXIT
038956     END-READ.
038957     WRITE TI-FILE-RECORD FROM SM-FILE-RECORD.
038958     ADD 1 TO WS-SORTED-COUNT.
038959 3200-EXIT.
039000     EXIT.
039100*-----------------------------------------------------------*
039200* 8000-PRINT-LINE - HAND ONE LINE OF TEXT TO PRINTMGR.       *
