000100* One-way password hash shared by SIGNON, SECADMIN and PWDCONV
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. PWDHASH.
000400 AUTHOR. D. OKONKWO.
000500 INSTALLATION. ACME WIDGET CO - CUSTOMER SERVICES.
000600 DATE-WRITTEN. 10/02/2026.
000700 DATE-COMPILED.
000800******************************************************************
000900*    MODIFICATION HISTORY
001000*    DATE       INIT  DESCRIPTION
001100*    10/02/2026 DCO   ORIGINAL PROGRAM.  OPERATOR PASSWORDS WERE
001200*                     KEPT IN THE CLEAR ON OPERSEC AND EVERY
001300*                     CONSOLE COMPARED AGAINST THEM DIRECTLY.
001400*                     THIS ROUTINE TURNS AN OPERATOR ID AND
001500*                     PASSWORD INTO A 14-DIGIT ONE-WAY VALUE;
001600*                     ONLY THAT VALUE IS STORED.  THE OPERATOR
001700*                     ID IS MIXED IN AS A SALT SO TWO OPERATORS
001800*                     WITH THE SAME PASSWORD DO NOT SHARE A
001900*                     HASH.  CHANGING THE ROUNDS OR PRIMES BELOW
002000*                     INVALIDATES EVERY STORED PASSWORD.
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER. ACME-SYSTEM.
002500 OBJECT-COMPUTER. ACME-SYSTEM.
002600 DATA DIVISION.
002700 WORKING-STORAGE SECTION.
002800 01  WS-HASH-INPUT.
002900     05  WS-HASH-PASSWORD        PIC X(08).
003000     05  WS-HASH-SALT            PIC X(08).
003100 01  WS-HASH-CHARS REDEFINES WS-HASH-INPUT.
003200     05  WS-HASH-CHAR            PIC X(01)  OCCURS 16 TIMES.
003300 01  WS-HASH-RESULT.
003400     05  WS-RESULT-A             PIC 9(07).
003500     05  WS-RESULT-B             PIC 9(07).
003600 01  WS-ACCUM-A                  PIC 9(15)  COMP  VALUE ZERO.
003700 01  WS-ACCUM-B                  PIC 9(15)  COMP  VALUE ZERO.
003800 01  WS-PRIME-A                  PIC 9(07)  COMP  VALUE 9999991.
003900 01  WS-PRIME-B                  PIC 9(07)  COMP  VALUE 9999973.
004000 01  WS-SEED-A                   PIC 9(07)  COMP  VALUE 7654321.
004100 01  WS-SEED-B                   PIC 9(07)  COMP  VALUE 1234567.
004200 01  WS-ROUNDS                   PIC 9(02)  COMP  VALUE 32.
004300 01  WS-ROUND                    PIC 9(02)  COMP  VALUE ZERO.
004400 01  WS-POS                      PIC 9(02)  COMP  VALUE ZERO.
004500 01  WS-CHAR-VALUE               PIC 9(03)  COMP  VALUE ZERO.
004600 LINKAGE SECTION.
004700 01  LK-OPER-ID                  PIC X(08).
004800 01  LK-PASSWORD                 PIC X(08).
004900 01  LK-PWD-HASH                 PIC X(14).
005000 PROCEDURE DIVISION USING LK-OPER-ID LK-PASSWORD LK-PWD-HASH.
005100 0000-MAINLINE.
005200     MOVE LK-PASSWORD TO WS-HASH-PASSWORD.
005300     MOVE LK-OPER-ID TO WS-HASH-SALT.
005400     MOVE WS-SEED-A TO WS-ACCUM-A.
005500     MOVE WS-SEED-B TO WS-ACCUM-B.
005600     PERFORM 1000-ONE-ROUND THRU 1000-EXIT
005700         VARYING WS-ROUND FROM 1 BY 1
005800         UNTIL WS-ROUND > WS-ROUNDS.
005900     MOVE WS-ACCUM-A TO WS-RESULT-A.
006000     MOVE WS-ACCUM-B TO WS-RESULT-B.
006100     MOVE WS-HASH-RESULT TO LK-PWD-HASH.
006200*    NOTHING OF THE CLEAR PASSWORD IS LEFT BEHIND IN STORAGE.
006300     MOVE SPACE TO WS-HASH-INPUT.
006400     MOVE ZERO TO WS-ACCUM-A WS-ACCUM-B.
006500     GOBACK.
006600*-----------------------------------------------------------*
006700* 1000-ONE-ROUND - RUN EVERY CHARACTER OF PASSWORD AND SALT  *
006800* THROUGH BOTH ACCUMULATORS.  THE ROUNDS ARE REPEATED SO A   *
006900* ONE-CHARACTER CHANGE SPREADS ACROSS THE WHOLE RESULT.      *
007000*-----------------------------------------------------------*
007100 1000-ONE-ROUND.
007200     PERFORM 1100-MIX-ONE-CHAR THRU 1100-EXIT
007300         VARYING WS-POS FROM 1 BY 1
007400         UNTIL WS-POS > 16.
007500 1000-EXIT.
007600     EXIT.
007700*-----------------------------------------------------------*
007800* 1100-MIX-ONE-CHAR - A SQUARES THE RUNNING VALUE MODULO ONE *
007900* PRIME, B CHAINS A INTO A SECOND PRIME, SO THE RESULT       *
008000* CANNOT BE WORKED BACK TO THE PASSWORD.                     *
008100*-----------------------------------------------------------*
008200 1100-MIX-ONE-CHAR.
008300     COMPUTE WS-CHAR-VALUE = FUNCTION ORD (WS-HASH-CHAR (WS-POS)).
008400     COMPUTE WS-ACCUM-A = FUNCTION MOD
008500         (WS-ACCUM-A * WS-ACCUM-A + WS-CHAR-VALUE * 131
008600          + WS-ROUND * 17 + WS-POS, WS-PRIME-A).
008700     COMPUTE WS-ACCUM-B = FUNCTION MOD
008800         (WS-ACCUM-B * 257 + WS-ACCUM-A + WS-CHAR-VALUE * 7919,
008900          WS-PRIME-B).
009000 1100-EXIT.
009100     EXIT.
