002960*                     AND REPAIR MODE REPORTS ONLY - IT NO
002970*                     LONGER REWRITES A POSSIBLY-CORRECT
002980*                     BALANCE TO A PROVABLY INCOMPLETE ONE.
002985*    10/14/2026 DCO   A CUSTBAL RECORD WRITTEN IN REPAIR MODE
002990*                     STARTS THE YEAR'S SERVICE CHARGES AND
002995*                     REVERSALS AT ZERO - AUDITLOG CANNOT TELL
002997*                     A REVERSAL APART.
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
045000         MOVE WS-CALC-MTD TO CB-MTD-AMOUNT
045100         MOVE WS-CALC-YTD TO CB-YTD-AMOUNT
045200         MOVE WS-CALC-LAST-DATE TO CB-LAST-POSTED-DATE
045210         MOVE ZERO TO CB-YTD-SVC-CHARGES CB-YTD-REVERSALS
045300         WRITE CB-CUST-BALANCE-RECORD
045400             INVALID KEY
045500                 CONTINUE
