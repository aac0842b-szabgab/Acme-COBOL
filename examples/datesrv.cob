001900*                     THE WEEKDAY RULE (SAT/SUN = WEEKEND)
002000*                     WITH RC=04 SO THE RUN STILL GOES OUT ON
002100*                     A THIN CALENDAR.
002110*    10/14/2026 DCO   "YEND" SAYS WHETHER A DATE IS THE LAST
002120*                     BUSINESS DAY OF ITS YEAR (THE NEXT BUSINESS
002130*                     DAY FALLS IN A LATER YEAR), FOR YEAREND.
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
005400     88  LK-FUNC-PREV-BUS-DAY                VALUE "PREV".
005500     88  LK-FUNC-NEXT-BUS-DAY                VALUE "NEXT".
005600     88  LK-FUNC-MONTH-END                   VALUE "MEND".
005610     88  LK-FUNC-YEAR-END                    VALUE "YEND".
005700 01  LK-IN-DATE                   PIC 9(08).
005800 01  LK-OUT-DATE                  PIC 9(08).
005900 01  LK-FLAG                      PIC X(01).
007500             PERFORM 3000-STEP-TO-BUSINESS-DAY THRU 3000-EXIT
007600         WHEN LK-FUNC-MONTH-END
007700             PERFORM 4000-CHECK-MONTH-END THRU 4000-EXIT
007710         WHEN LK-FUNC-YEAR-END
007720             PERFORM 5000-CHECK-YEAR-END THRU 5000-EXIT
007800         WHEN OTHER
007900             MOVE 99 TO LK-RETURN-CODE
008000     END-EVALUATE.
017600     MOVE LK-IN-DATE TO LK-OUT-DATE.
017700 4000-EXIT.
017800     EXIT.
017900*-----------------------------------------------------------*
018000* 5000-CHECK-YEAR-END - "Y" WHEN THE GIVEN DATE IS A         *
018100* BUSINESS DAY AND THE NEXT BUSINESS DAY AFTER IT FALLS IN A *
018200* LATER YEAR.  THE OUT-DATE RETURNS THAT NEXT BUSINESS DAY.  *
018300*-----------------------------------------------------------*
018400 5000-CHECK-YEAR-END.
018500     MOVE "N" TO LK-FLAG.
018600     MOVE LK-IN-DATE TO WS-WORK-DATE.
018700     PERFORM 1100-CLASSIFY-DAY THRU 1100-EXIT.
018800     IF NOT WS-BUSINESS-DAY
018900         MOVE LK-IN-DATE TO LK-OUT-DATE
019000         GO TO 5000-EXIT
019100     END-IF.
019200     MOVE +1 TO WS-STEP.
019300     PERFORM 3000-STEP-TO-BUSINESS-DAY THRU 3000-EXIT.
019400     IF LK-RETURN-CODE > 8
019500         GO TO 5000-EXIT
019600     END-IF.
019700     IF LK-OUT-DATE (1:4) > LK-IN-DATE (1:4)
019800         MOVE "Y" TO LK-FLAG
019900     END-IF.
020000 5000-EXIT.
020100     EXIT.
