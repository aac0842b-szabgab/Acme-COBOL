001300*                     WHO CHANGED WHICH CUSTOMER, WHEN, AND
001400*                     THE NAME BEFORE AND AFTER -- SO A WRONG
001500*                     CHANGE IS A REPORT LINE, NOT A MYSTERY.
001510*    09/16/2026 DCO   EACH LINE NOW CARRIES THE APPROVING
001520*                     SUPERVISOR AFTER THE OPERATOR WHEN THE
001530*                     CHANGE WENT THROUGH DUAL CONTROL.
001600******************************************************************
001700 ENVIRONMENT DIVISION.
001800 CONFIGURATION SECTION.
012200         STRING CJ-RUN-TIME DELIMITED BY SIZE
012300                 " " DELIMITED BY SIZE
012400                 CJ-OPERATOR-ID DELIMITED BY SIZE
012410                 " " DELIMITED BY SIZE
012420                 CJ-CHECKER-ID DELIMITED BY SIZE
012500                 " " DELIMITED BY SIZE
012600                 CJ-ACTION-CODE DELIMITED BY SIZE
012700                 " " DELIMITED BY SIZE
