002130*                     RAW MACHINE DATE SPLIT THE STEPSTAT FILE
002140*                     ACROSS TWO DATES ON WEEKEND RUNS AND
002150*                     MADE DAYCLOSE FALSE-NO-GO THE NIGHT.
002160*    09/14/2026 DCO   THE GLPOST GL JOURNAL GENERATIONS (GLJRNL +
002170*                     CCYYMMDD) ARE SWEPT WITH THE OTHERS.
002180*    10/07/2026 DCO   THE CRMFEED CRM CHANGE-FEED GENERATIONS
002190*                     (CRMFD + CCYYMMDD) ARE SWEPT WITH THE
002195*                     OTHERS.
002196*    10/15/2026 DCO   THE STMTRUN PRINT-VENDOR GENERATIONS
002197*                     (VNDSTMT + CCYYMMDD) ARE SWEPT WITH THE
002198*                     OTHERS.
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
004900     05  WS-PREFIX-5             PIC X(05).
005000     05  WS-DATE-5               PIC 9(08).
005100     05  FILLER                   PIC X(07).
005110 01  WS-NAME-PARTS-7 REDEFINES WS-DELETE-NAME.
005120     05  WS-PREFIX-7             PIC X(07).
005130     05  WS-DATE-7               PIC 9(08).
005140     05  FILLER                   PIC X(05).
005200 01  WS-COUNTERS.
005300     05  WS-NAMES-TRIED          PIC 9(05)  COMP  VALUE ZERO.
005400     05  WS-FILES-DROPPED        PIC 9(05)  COMP  VALUE ZERO.
007400*-----------------------------------------------------------*
007500* 2000-SWEEP-GENERATIONS - WALK EVERY CALENDAR DATE IN THE   *
007600* SWEEP WINDOW JUST PAST THE RETENTION EDGE AND TRY ALL      *
007700* THE GENERATION NAMES FOR IT.  A NAME WITH NO FILE IS       *
007800* SIMPLY NOT THERE - ONLY REAL DELETIONS COUNT OR PRINT.     *
007900*-----------------------------------------------------------*
008000 2000-SWEEP-GENERATIONS.
010400     MOVE WS-SWEEP-DATE TO WS-DATE-5.
010500     MOVE SPACE TO WS-DELETE-NAME (14:7).
010600     PERFORM 2200-DROP-ONE-FILE THRU 2200-EXIT.
010610     MOVE SPACE TO WS-DELETE-NAME.
010620     MOVE "GLJRNL" TO WS-PREFIX-6.
010630     MOVE WS-SWEEP-DATE TO WS-DATE-6.
010640     MOVE SPACE TO WS-DELETE-NAME (15:6).
010650     PERFORM 2200-DROP-ONE-FILE THRU 2200-EXIT.
010655     MOVE SPACE TO WS-DELETE-NAME.
010660     MOVE "CRMFD" TO WS-PREFIX-5.
010665     MOVE WS-SWEEP-DATE TO WS-DATE-5.
010670     MOVE SPACE TO WS-DELETE-NAME (14:7).
010675     PERFORM 2200-DROP-ONE-FILE THRU 2200-EXIT.
010680     MOVE SPACE TO WS-DELETE-NAME.
010684     MOVE "VNDSTMT" TO WS-PREFIX-7.
010688     MOVE WS-SWEEP-DATE TO WS-DATE-7.
010692     MOVE SPACE TO WS-DELETE-NAME (16:5).
010696     PERFORM 2200-DROP-ONE-FILE THRU 2200-EXIT.
010700 2100-EXIT.
010800     EXIT.
010900 2200-DROP-ONE-FILE.
