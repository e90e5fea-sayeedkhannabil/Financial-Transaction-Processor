000100******************************************************************
000200*    BUSINESSDAYLOGIC - SHARED BUSINESS-DAY CALENDAR PARAGRAPHS  *
000300*    COPY THIS BLOCK INTO THE PROCEDURE DIVISION OF ANY PROGRAM  *
000400*    THAT MUST KNOW WHETHER A DATE IS A BUSINESS DAY, OR MUST    *
000500*    STEP OR COUNT IN BUSINESS DAYS, SO EVERY PROGRAM AGREES ON  *
000600*    WHICH DAYS THE BANK IS OPEN.  A BUSINESS DAY IS MONDAY TO   *
000700*    FRIDAY AND NOT AN ACTIVE HOLIDAY ON THE HOLIDAY CALENDAR.   *
000800*                                                                *
000900*    CALLING PROGRAM MUST PROVIDE, BEFORE 3530 IS PERFORMED:     *
001000*      - HOLIDAY-FILE, SELECT ... ASSIGN TO "HOLIDAY",           *
001100*        ORGANIZATION INDEXED, RECORD KEY HOL-DATE, FILE STATUS  *
001200*        HOLIDAY-FILE-STATUS WITH 88 HOLIDAY-FILE-OK ("00");     *
001300*        FD COPY HolidayRecord                                   *
001400*      - BD-HOLIDAY-TABLE-AREA AND BD-WORK-FIELDS (COPY          *
001500*        BusinessDayFields)                                      *
001600*      - THE DATEFIELDS / DATELOGIC PAIR (COPY DateFields,       *
001700*        COPY DateLogic) - THE DAY STEPPING BELOW WORKS IN       *
001800*        WS-DATE-TO-VALIDATE, SO A CALLER MUST NOT HOLD A DATE   *
001900*        THERE ACROSS A PERFORM OF THESE PARAGRAPHS.             *
002000*                                                                *
002100*    3530 OPENS, LOADS AND CLOSES THE CALENDAR.  WITH NO         *
002200*    CALENDAR ON FILE ONLY WEEKENDS ARE NON-BUSINESS DAYS.       *
002300*    3540 TESTS BD-DATE.  3560 / 3565 STEP BD-DATE TO THE NEXT   *
002400*    / PREVIOUS BUSINESS DAY.  3570 LEAVES A BUSINESS DAY ALONE  *
002500*    AND ROLLS ANY OTHER DAY FORWARD, OR BACK WHEN BD-ROLL-BACK  *
002600*    IS SET.  3575 ADDS BD-DAY-COUNT BUSINESS DAYS TO BD-DATE.   *
002700*    3580 COUNTS THE BUSINESS DAYS AFTER BD-DATE UP TO AND       *
002800*    INCLUDING BD-END-DATE INTO BD-DAY-COUNT (ZERO WHEN          *
002900*    BD-END-DATE IS NOT LATER) AND LEAVES BD-DATE CHANGED.       *
003000******************************************************************
003100 3530-LOAD-HOLIDAYS.
003200     SET BD-CALENDAR-NOT-LOADED TO TRUE
003300     MOVE 0 TO BD-HOLIDAY-COUNT
003400     OPEN INPUT HOLIDAY-FILE
003500     IF NOT HOLIDAY-FILE-OK
003600         DISPLAY "** NO HOLIDAY CALENDAR, STATUS="
003700             HOLIDAY-FILE-STATUS
003800             " - ONLY WEEKENDS ARE NON-BUSINESS DAYS **"
003900         GO TO 3530-LOAD-HOLIDAYS-EXIT
004000     END-IF
004100     SET BD-NOT-END-OF-HOLIDAYS TO TRUE
004200     PERFORM 3535-READ-HOLIDAY
004300         THRU 3535-READ-HOLIDAY-EXIT
004400         UNTIL BD-END-OF-HOLIDAY-FILE
004500     CLOSE HOLIDAY-FILE
004600     SET BD-CALENDAR-LOADED TO TRUE
004700     DISPLAY "HOLIDAYS LOADED: " BD-HOLIDAY-COUNT.
004800 3530-LOAD-HOLIDAYS-EXIT.
004900     EXIT.
005000
005100 3535-READ-HOLIDAY.
005200     READ HOLIDAY-FILE NEXT RECORD
005300         AT END
005400             SET BD-END-OF-HOLIDAY-FILE TO TRUE
005500         NOT AT END
005600             IF HOL-IS-ACTIVE
005700                 IF BD-HOLIDAY-COUNT < BD-MAX-HOLIDAYS
005800                     ADD 1 TO BD-HOLIDAY-COUNT
005900                     MOVE HOL-DATE
006000                         TO BD-HOLIDAY-DATE (BD-HOLIDAY-COUNT)
006100                 ELSE
006200                     DISPLAY "WARNING - HOLIDAY " HOL-DATE
006300                         " IGNORED, IN-CORE TABLE IS FULL."
006400                 END-IF
006500             END-IF
006600     END-READ.
006700 3535-READ-HOLIDAY-EXIT.
006800     EXIT.
006900
007000******************************************************************
007100*    3540-TEST-BUSINESS-DAY - SET BD-IS-BUSINESS-DAY OR          *
007200*    BD-NOT-BUSINESS-DAY FOR BD-DATE.  BD-DAY-OF-WEEK AND        *
007300*    BD-IS-HOLIDAY ARE LEFT SET FOR A CALLER THAT SAYS WHY.      *
007400******************************************************************
007500 3540-TEST-BUSINESS-DAY.
007600     SET BD-IS-BUSINESS-DAY TO TRUE
007700     SET BD-IS-NOT-HOLIDAY TO TRUE
007800     PERFORM 3550-DETERMINE-DAY-OF-WEEK
007900         THRU 3550-DETERMINE-DAY-OF-WEEK-EXIT
008000     IF BD-IS-WEEKEND
008100         SET BD-NOT-BUSINESS-DAY TO TRUE
008200         GO TO 3540-TEST-BUSINESS-DAY-EXIT
008300     END-IF
008400     PERFORM 3545-TEST-ONE-HOLIDAY
008500         THRU 3545-TEST-ONE-HOLIDAY-EXIT
008600         VARYING BD-SUB FROM 1 BY 1
008700         UNTIL BD-IS-HOLIDAY
008800            OR BD-SUB > BD-HOLIDAY-COUNT
008900     IF BD-IS-HOLIDAY
009000         SET BD-NOT-BUSINESS-DAY TO TRUE
009100     END-IF.
009200 3540-TEST-BUSINESS-DAY-EXIT.
009300     EXIT.
009400
009500 3545-TEST-ONE-HOLIDAY.
009600     IF BD-HOLIDAY-DATE (BD-SUB) = BD-DATE
009700         SET BD-IS-HOLIDAY TO TRUE
009800     END-IF.
009900 3545-TEST-ONE-HOLIDAY-EXIT.
010000     EXIT.
010100
010200******************************************************************
010300*    3550-DETERMINE-DAY-OF-WEEK - ZELLER'S CONGRUENCE FOR        *
010400*    BD-DATE.  JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF *
010500*    THE YEAR BEFORE.  THE CONGRUENCE GIVES 0 = SATURDAY; THE    *
010600*    EXTRA 5 SHIFTS IT SO THE RESULT IS 1 = MONDAY ... 7 =       *
010700*    SUNDAY.                                                     *
010800******************************************************************
010900 3550-DETERMINE-DAY-OF-WEEK.
011000     MOVE BD-YYYY TO BD-Z-YEAR
011100     MOVE BD-MM   TO BD-Z-MONTH
011200     IF BD-Z-MONTH < 3
011300         ADD 12 TO BD-Z-MONTH
011400         SUBTRACT 1 FROM BD-Z-YEAR
011500     END-IF
011600     DIVIDE BD-Z-YEAR BY 100 GIVING BD-Z-CENTURY
011700         REMAINDER BD-Z-YEAR-OF-CENTURY
011800     MOVE BD-DD TO BD-Z-SUM
011900     COMPUTE BD-Z-TERM = 13 * (BD-Z-MONTH + 1)
012000     DIVIDE BD-Z-TERM BY 5 GIVING BD-Z-QUOTIENT
012100     ADD BD-Z-QUOTIENT BD-Z-YEAR-OF-CENTURY TO BD-Z-SUM
012200     DIVIDE BD-Z-YEAR-OF-CENTURY BY 4 GIVING BD-Z-QUOTIENT
012300     ADD BD-Z-QUOTIENT TO BD-Z-SUM
012400     DIVIDE BD-Z-CENTURY BY 4 GIVING BD-Z-QUOTIENT
012500     ADD BD-Z-QUOTIENT TO BD-Z-SUM
012600     COMPUTE BD-Z-SUM = BD-Z-SUM + (5 * BD-Z-CENTURY) + 5
012700     DIVIDE BD-Z-SUM BY 7 GIVING BD-Z-QUOTIENT
012800         REMAINDER BD-Z-REMAINDER
012900     COMPUTE BD-DAY-OF-WEEK = BD-Z-REMAINDER + 1.
013000 3550-DETERMINE-DAY-OF-WEEK-EXIT.
013100     EXIT.
013200
013300******************************************************************
013400*    3560 / 3565 - STEP BD-DATE TO THE FIRST BUSINESS DAY AFTER  *
013500*    / BEFORE IT.  BD-DATE ITSELF IS NEVER THE ANSWER.           *
013600******************************************************************
013700 3560-NEXT-BUSINESS-DAY.
013800     MOVE 0 TO BD-STEPS
013900     SET BD-NOT-BUSINESS-DAY TO TRUE
014000     PERFORM 3561-STEP-FORWARD
014100         THRU 3561-STEP-FORWARD-EXIT
014200         UNTIL BD-IS-BUSINESS-DAY
014300            OR BD-STEPS > BD-MAX-STEPS.
014400 3560-NEXT-BUSINESS-DAY-EXIT.
014500     EXIT.
014600
014700 3561-STEP-FORWARD.
014800     ADD 1 TO BD-STEPS
014900     PERFORM 3585-ADD-ONE-DAY
015000         THRU 3585-ADD-ONE-DAY-EXIT
015100     PERFORM 3540-TEST-BUSINESS-DAY
015200         THRU 3540-TEST-BUSINESS-DAY-EXIT.
015300 3561-STEP-FORWARD-EXIT.
015400     EXIT.
015500
015600 3565-PREVIOUS-BUSINESS-DAY.
015700     MOVE 0 TO BD-STEPS
015800     SET BD-NOT-BUSINESS-DAY TO TRUE
015900     PERFORM 3566-STEP-BACK
016000         THRU 3566-STEP-BACK-EXIT
016100         UNTIL BD-IS-BUSINESS-DAY
016200            OR BD-STEPS > BD-MAX-STEPS.
016300 3565-PREVIOUS-BUSINESS-DAY-EXIT.
016400     EXIT.
016500
016600 3566-STEP-BACK.
016700     ADD 1 TO BD-STEPS
016800     PERFORM 3590-SUBTRACT-ONE-DAY
016900         THRU 3590-SUBTRACT-ONE-DAY-EXIT
017000     PERFORM 3540-TEST-BUSINESS-DAY
017100         THRU 3540-TEST-BUSINESS-DAY-EXIT.
017200 3566-STEP-BACK-EXIT.
017300     EXIT.
017400
017500******************************************************************
017600*    3570-ROLL-TO-BUSINESS-DAY - A BUSINESS DAY STANDS.  ANY     *
017700*    OTHER DAY ROLLS TO THE NEXT BUSINESS DAY, OR TO THE         *
017800*    PREVIOUS ONE WHEN THE CALLER HAS SET BD-ROLL-BACK.          *
017900******************************************************************
018000 3570-ROLL-TO-BUSINESS-DAY.
018100     PERFORM 3540-TEST-BUSINESS-DAY
018200         THRU 3540-TEST-BUSINESS-DAY-EXIT
018300     IF BD-IS-BUSINESS-DAY
018400         GO TO 3570-ROLL-TO-BUSINESS-DAY-EXIT
018500     END-IF
018600     IF BD-ROLL-BACK
018700         PERFORM 3565-PREVIOUS-BUSINESS-DAY
018800             THRU 3565-PREVIOUS-BUSINESS-DAY-EXIT
018900     ELSE
019000         PERFORM 3560-NEXT-BUSINESS-DAY
019100             THRU 3560-NEXT-BUSINESS-DAY-EXIT
019200     END-IF.
019300 3570-ROLL-TO-BUSINESS-DAY-EXIT.
019400     EXIT.
019500
019600 3575-ADD-BUSINESS-DAYS.
019700     PERFORM 3560-NEXT-BUSINESS-DAY
019800         THRU 3560-NEXT-BUSINESS-DAY-EXIT
019900         BD-DAY-COUNT TIMES.
020000 3575-ADD-BUSINESS-DAYS-EXIT.
020100     EXIT.
020200
020300 3580-COUNT-BUSINESS-DAYS.
020400     MOVE 0 TO BD-DAY-COUNT
020500     MOVE 0 TO BD-STEPS
020600     PERFORM 3581-COUNT-ONE-DAY
020700         THRU 3581-COUNT-ONE-DAY-EXIT
020800         UNTIL BD-DATE NOT < BD-END-DATE
020900            OR BD-STEPS > BD-MAX-STEPS.
021000 3580-COUNT-BUSINESS-DAYS-EXIT.
021100     EXIT.
021200
021300 3581-COUNT-ONE-DAY.
021400     ADD 1 TO BD-STEPS
021500     PERFORM 3585-ADD-ONE-DAY
021600         THRU 3585-ADD-ONE-DAY-EXIT
021700     PERFORM 3540-TEST-BUSINESS-DAY
021800         THRU 3540-TEST-BUSINESS-DAY-EXIT
021900     IF BD-IS-BUSINESS-DAY
022000         ADD 1 TO BD-DAY-COUNT
022100     END-IF.
022200 3581-COUNT-ONE-DAY-EXIT.
022300     EXIT.
022400
022500******************************************************************
022600*    3585 / 3590 - MOVE BD-DATE ONE CALENDAR DAY FORWARD / BACK, *
022700*    ACROSS MONTH AND YEAR ENDS, USING THE SHARED MONTH-LENGTH   *
022800*    LOGIC IN DATELOGIC.                                         *
022900******************************************************************
023000 3585-ADD-ONE-DAY.
023100     MOVE BD-DATE TO WS-DATE-TO-VALIDATE
023200     PERFORM 3510-DETERMINE-DAYS-IN-MONTH
023300         THRU 3510-DETERMINE-DAYS-IN-MONTH-EXIT
023400     IF WS-DE-DD < WS-DAYS-IN-MONTH
023500         ADD 1 TO WS-DE-DD
023600     ELSE
023700         MOVE 1 TO WS-DE-DD
023800         IF WS-DE-MM < 12
023900             ADD 1 TO WS-DE-MM
024000         ELSE
024100             MOVE 1 TO WS-DE-MM
024200             ADD 1 TO WS-DE-YYYY
024300         END-IF
024400     END-IF
024500     MOVE WS-DATE-TO-VALIDATE TO BD-DATE.
024600 3585-ADD-ONE-DAY-EXIT.
024700     EXIT.
024800
024900 3590-SUBTRACT-ONE-DAY.
025000     MOVE BD-DATE TO WS-DATE-TO-VALIDATE
025100     IF WS-DE-DD > 1
025200         SUBTRACT 1 FROM WS-DE-DD
025300     ELSE
025400         IF WS-DE-MM > 1
025500             SUBTRACT 1 FROM WS-DE-MM
025600         ELSE
025700             MOVE 12 TO WS-DE-MM
025800             SUBTRACT 1 FROM WS-DE-YYYY
025900         END-IF
026000         PERFORM 3510-DETERMINE-DAYS-IN-MONTH
026100             THRU 3510-DETERMINE-DAYS-IN-MONTH-EXIT
026200         MOVE WS-DAYS-IN-MONTH TO WS-DE-DD
026300     END-IF
026400     MOVE WS-DATE-TO-VALIDATE TO BD-DATE.
026500 3590-SUBTRACT-ONE-DAY-EXIT.
026600     EXIT.
