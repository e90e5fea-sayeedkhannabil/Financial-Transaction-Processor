001920*                  (SHARED RUNCONTROL COPYBOOK) - REFUSES TO
001930*                  RUN TWICE ON ONE BUSINESS DATE AND MARKS
001940*                  ITS STEP COMPLETE AT A CLEAN END.
001950* 2026-10-15  ROB  A HOLD WHOSE RELEASE DATE FALLS ON A WEEKEND OR
001960*                  BANK HOLIDAY (SHARED BUSINESSDAYLOGIC, HOLIDAY
001970*                  CALENDAR) NOW RELEASES ON THE NEXT BUSINESS
001980*                  DAY, NOT ON THE NON-BUSINESS DAY ITSELF.
002000******************************************************************
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002830         ORGANIZATION IS SEQUENTIAL
002840         FILE STATUS IS RUNCTL-FILE-STATUS.
002900
002910     SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAY"
002920         ORGANIZATION IS INDEXED
002930         ACCESS MODE IS SEQUENTIAL
002940         RECORD KEY IS HOL-DATE
002950         FILE STATUS IS HOLIDAY-FILE-STATUS.
002960
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  HOLD-FILE
003430     LABEL RECORDS ARE STANDARD.
003440 COPY RunControlRecord.
003500
003520 FD  HOLIDAY-FILE
003540     LABEL RECORDS ARE STANDARD.
003560 COPY HolidayRecord.
003580
003600 WORKING-STORAGE SECTION.
003700 01  HOLD-FILE-STATUS                PIC X(02) VALUE "00".
003800     88  HOLD-FILE-OK                VALUE "00".
003850
003860 COPY RunControlFields.
003900
003910 01  HOLIDAY-FILE-STATUS             PIC X(02) VALUE "00".
003920     88  HOLIDAY-FILE-OK             VALUE "00".
003930
003940 COPY DateFields.
003950 COPY BusinessDayFields.
003960
004000 01  WS-HOLD-EOF-SWITCH              PIC X(01) VALUE "N".
004100     88  WS-END-OF-HOLD-FILE         VALUE "Y".
004200
005100 01  WS-AMOUNT-EDIT                  PIC $,$$$,$$$,$$9.99-.
005200
005300 01  WS-RUN-DATE                     PIC 9(08).
005325*    THE HOLD'S RELEASE DATE ROLLED FORWARD TO A BUSINESS DAY.
005350 01  WS-EFFECTIVE-RELEASE-DATE       PIC 9(08) VALUE 0.
005400
005500******************************************************************
005600 PROCEDURE DIVISION.
007850         SET WS-END-OF-HOLD-FILE TO TRUE
007900         GO TO 1000-INITIALIZE-EXIT
008000     END-IF
008025     PERFORM 3530-LOAD-HOLIDAYS
008050         THRU 3530-LOAD-HOLIDAYS-EXIT
008100     PERFORM 2100-READ-HOLD-FILE
008200         THRU 2100-READ-HOLD-FILE-EXIT.
008300 1000-INITIALIZE-EXIT.
008500
008600******************************************************************
008700*    2000-PROCESS-ONE-HOLD - RELEASE AN OPEN HOLD WHOSE RELEASE  *
008750*    DATE, ROLLED FORWARD TO A BUSINESS DAY, HAS PASSED, THEN    *
008800*    READ THE NEXT HOLD.                                         *
008900******************************************************************
009000 2000-PROCESS-ONE-HOLD.
009100     ADD 1 TO WS-HOLDS-READ
009120     IF HOLD-IS-OPEN
009140         PERFORM 2200-SET-EFFECTIVE-RELEASE
009160             THRU 2200-SET-EFFECTIVE-RELEASE-EXIT
009180     END-IF
009200     EVALUATE TRUE
009300         WHEN HOLD-IS-RELEASED
009400             ADD 1 TO WS-HOLDS-ALREADY-DONE
009500         WHEN HOLD-IS-OPEN
009600             AND WS-EFFECTIVE-RELEASE-DATE NOT > WS-RUN-DATE
009700             PERFORM 3000-RELEASE-ONE-HOLD
009800                 THRU 3000-RELEASE-ONE-HOLD-EXIT
009900         WHEN OTHER
011300     EXIT.
011400
011500******************************************************************
011505*    2200-SET-EFFECTIVE-RELEASE - FUNDS ARE ONLY RELEASED ON A   *
011510*    BUSINESS DAY, SO A RELEASE DATE ON A WEEKEND OR BANK        *
011515*    HOLIDAY ROLLS FORWARD TO THE NEXT BUSINESS DAY.             *
011520******************************************************************
011525 2200-SET-EFFECTIVE-RELEASE.
011530     MOVE HOLD-RELEASE-DATE TO WS-EFFECTIVE-RELEASE-DATE
011535     IF HOLD-RELEASE-DATE = 0
011540         GO TO 2200-SET-EFFECTIVE-RELEASE-EXIT
011545     END-IF
011550     MOVE HOLD-RELEASE-DATE TO BD-DATE
011555     SET BD-ROLL-FORWARD TO TRUE
011560     PERFORM 3570-ROLL-TO-BUSINESS-DAY
011565         THRU 3570-ROLL-TO-BUSINESS-DAY-EXIT
011570     MOVE BD-DATE TO WS-EFFECTIVE-RELEASE-DATE.
011575 2200-SET-EFFECTIVE-RELEASE-EXIT.
011580     EXIT.
011585
011590******************************************************************
011600*    3000-RELEASE-ONE-HOLD - MARK THE HOLD RELEASED AND REWRITE  *
011700*    IT IN PLACE.                                                *
011800******************************************************************
012900             DISPLAY "RELEASED: ACCOUNT " HOLD-ACCOUNT-ID
013000                 " HOLD " HOLD-ID " RELEASE DATE "
013100                 HOLD-RELEASE-DATE
013120             IF WS-EFFECTIVE-RELEASE-DATE NOT = HOLD-RELEASE-DATE
013140                 DISPLAY "          ROLLED TO BUSINESS DAY "
013160                     WS-EFFECTIVE-RELEASE-DATE
013180             END-IF
013200     END-REWRITE.
013300 3000-RELEASE-ONE-HOLD-EXIT.
013400     EXIT.
015040 COPY RunControl.
015050
015100******************************************************************
015110*    SHARED CALENDAR DATE LOGIC (SEE DATELOGIC COPYBOOK) AND     *
015120*    BUSINESS-DAY LOGIC (SEE BUSINESSDAYLOGIC COPYBOOK)          *
015130******************************************************************
015140 COPY DateLogic.
015150 COPY BusinessDayLogic.
015160
015170******************************************************************
015200*    9999-TERMINATE - CLOSE ALL FILES BEFORE STOP RUN.           *
015300******************************************************************
015400 9999-TERMINATE.
