002597*                  BUILDS IN A CLEARED RECORD AREA SO THE
002598*                  TRANSFER FLAG BYTE CANNOT CARRY RESIDUE
002599*                  PAST THE PRE-POSTING EDIT.
002600* 2026-10-15  ROB  STANDING-ORDER TRANSACTIONS NOW CARRY
002605*                  TRANSACTION CODE SOPD (PAYMENT) OR SOPC
002610*                  (RECEIPT) ACCORDING TO THE ORDER'S TYPE.
002615* 2026-10-15  ROB  A CYCLE DUE ON A WEEKEND OR BANK HOLIDAY
002620*                  (SHARED BUSINESSDAYLOGIC, HOLIDAY CALENDAR) IS
002625*                  NOW PAID ON THE NEXT BUSINESS DAY, OR THE
002630*                  PREVIOUS ONE FOR AN ORDER WHOSE ROLL RULE IS
002635*                  "B".  THE ROLLED DATE DECIDES WHEN THE CYCLE
002640*                  IS CUT AND IS ITS TRANSACTION DATE;
002645*                  SO-NEXT-DUE-DATE STAYS ON THE ORDER'S OWN
002650*                  SCHEDULE.
002655******************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003830         ORGANIZATION IS SEQUENTIAL
003840         FILE STATUS IS RUNCTL-FILE-STATUS.
003900
003910     SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAY"
003920         ORGANIZATION IS INDEXED
003930         ACCESS MODE IS SEQUENTIAL
003940         RECORD KEY IS HOL-DATE
003950         FILE STATUS IS HOLIDAY-FILE-STATUS.
003960
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  STANDING-ORDER-FILE
004930     LABEL RECORDS ARE STANDARD.
004940 COPY RunControlRecord.
005000
005020 FD  HOLIDAY-FILE
005040     LABEL RECORDS ARE STANDARD.
005060 COPY HolidayRecord.
005080
005100 WORKING-STORAGE SECTION.
005200******************************************************************
005300*    CONTROL TOTALS                                              *
007150
007160 COPY RunControlFields.
007200
007225 01  HOLIDAY-FILE-STATUS             PIC X(02) VALUE "00".
007250     88  HOLIDAY-FILE-OK             VALUE "00".
007275
007300******************************************************************
007400*    END-OF-FILE AND RUN SWITCHES                                *
007500******************************************************************
009300******************************************************************
009400 01  WS-TRAN-SEQUENCE                PIC 9(08) VALUE 0.
009500 01  WS-SEQ-RANGE-BASE               PIC 9(08) VALUE 85000000.
009525 01  WS-SORD-DEBIT-CODE              PIC X(04) VALUE "SOPD".
009550 01  WS-SORD-CREDIT-CODE             PIC X(04) VALUE "SOPC".
009600 01  WS-TRAN-ID-BUILD.
009700     05  WS-TRAN-ID-PREFIX           PIC X(03) VALUE "STO".
009800     05  WS-TRAN-ID-NUMBER           PIC 9(07) VALUE 0.
010020     05  WS-RD-YYYY                  PIC 9(04).
010030     05  WS-RD-MMDD                  PIC 9(04).
010100
010120*    THE DATE THE CURRENT CYCLE IS ACTUALLY PAID - THE DUE DATE
010140*    ROLLED OFF A WEEKEND OR HOLIDAY PER THE ORDER'S ROLL RULE.
010160 01  WS-EFFECTIVE-DUE-DATE           PIC 9(08) VALUE 0.
010180
010200******************************************************************
010300*    NEXT-DUE-DATE ADVANCE WORK FIELDS (SHARED CALENDAR LOGIC)   *
010400******************************************************************
010500 COPY DateFields.
010550 COPY BusinessDayFields.
010600
010700******************************************************************
010800 PROCEDURE DIVISION.
012696*    THE BUSINESS DATE, NOT THE CALENDAR DATE, IS THE RUN DATE.
012697     MOVE RC-RUN-DATE TO WS-RUN-DATE
012698     DISPLAY "RUN DATE: " WS-RUN-DATE
012699     PERFORM 3530-LOAD-HOLIDAYS
012700         THRU 3530-LOAD-HOLIDAYS-EXIT
012701*    THIS BUSINESS DATE'S OWN BLOCK OF THE SEQUENCE BAND.
012702     COMPUTE WS-SEQ-RANGE-BASE =
012703         85000000 + (WS-RD-MMDD * 1000)
012704     OPEN I-O STANDING-ORDER-FILE
012800     IF NOT SORD-FILE-OK
012900         DISPLAY "NO STANDING ORDERS ON FILE."
016200         ADD 1 TO WS-ORDERS-SKIPPED
016300         GO TO 2000-PROCESS-ONE-ORDER-NEXT
016400     END-IF
016425     PERFORM 4300-SET-EFFECTIVE-DUE-DATE
016450         THRU 4300-SET-EFFECTIVE-DUE-DATE-EXIT
016500*    CYCLES DUE ON OR BEFORE THE EXPIRY DATE ARE STILL OWED
016550*    EVEN WHEN THE EXPIRY ITSELF HAS PASSED SINCE THE LAST
016600*    RUN - CATCH THEM UP FIRST, THEN RETIRE THE ORDER.
016650     IF WS-EFFECTIVE-DUE-DATE NOT > WS-RUN-DATE
016700         AND (SO-EXPIRY-DATE = 0
016750             OR SO-NEXT-DUE-DATE NOT > SO-EXPIRY-DATE)
016800         ADD 1 TO WS-ORDERS-DUE
016850         PERFORM 3000-GENERATE-ONE-CYCLE
016900             THRU 3000-GENERATE-ONE-CYCLE-EXIT
016950             UNTIL WS-EFFECTIVE-DUE-DATE > WS-RUN-DATE
017000                OR (SO-EXPIRY-DATE > 0
017050                    AND SO-NEXT-DUE-DATE > SO-EXPIRY-DATE)
017100     END-IF
020600
020700******************************************************************
020800*    3000-GENERATE-ONE-CYCLE - WRITE ONE TRANSACTION FOR THE     *
020850*    CURRENT DUE CYCLE AND ROLL THE DUE DATE FORWARD BY THE      *
020900*    ORDER'S FREQUENCY.  THE TRANSACTION CARRIES THE CYCLE'S     *
020950*    EFFECTIVE DUE DATE (THE DUE DATE ROLLED TO A BUSINESS DAY)  *
021100*    AS ITS TRANSACTION DATE, SO A CAUGHT-UP CYCLE KEEPS ITS     *
021200*    OWN PAYMENT DATE ON THE HISTORY KEY.                        *
021300******************************************************************
021400 3000-GENERATE-ONE-CYCLE.
021500     ADD 1 TO WS-TRAN-SEQUENCE
021700     MOVE WS-TRAN-ID-BUILD TO TRANSACTION-ID
021800     MOVE SO-ACCOUNT-ID    TO TRANSACTION-ACCOUNT-ID
021900     MOVE SO-TYPE          TO TRANSACTION-TYPE
021910     IF TRANSACTION-IS-CREDIT
021920         MOVE WS-SORD-CREDIT-CODE TO TRANSACTION-CODE
021930     ELSE
021940         MOVE WS-SORD-DEBIT-CODE  TO TRANSACTION-CODE
021950     END-IF
022000     MOVE SO-AMOUNT        TO TRANSACTION-AMOUNT
022025     MOVE WS-EFFECTIVE-DUE-DATE TO TRANSACTION-DATE
022050     IF WS-EFFECTIVE-DUE-DATE NOT = SO-NEXT-DUE-DATE
022075         DISPLAY "ORDER " SO-ID " DUE " SO-NEXT-DUE-DATE
022100             " PAID ON BUSINESS DAY " WS-EFFECTIVE-DUE-DATE
022125     END-IF
022200     COMPUTE TRANSACTION-SEQUENCE-NUMBER =
022300         WS-SEQ-RANGE-BASE + WS-TRAN-SEQUENCE
022400     WRITE TRANSACTION-RECORD
023500     END-IF
023600     PERFORM 4000-ADVANCE-NEXT-DUE
023700         THRU 4000-ADVANCE-NEXT-DUE-EXIT
023725     PERFORM 4300-SET-EFFECTIVE-DUE-DATE
023750         THRU 4300-SET-EFFECTIVE-DUE-DATE-EXIT
023800     SET WS-ORDER-CHANGED TO TRUE.
023900 3000-GENERATE-ONE-CYCLE-EXIT.
024000     EXIT.
030200     EXIT.
030300
030400******************************************************************
030405*    4300-SET-EFFECTIVE-DUE-DATE - ROLL THE SCHEDULED DUE DATE   *
030410*    OFF A WEEKEND OR BANK HOLIDAY, FORWARD OR BACK PER THE      *
030415*    ORDER'S ROLL RULE, INTO WS-EFFECTIVE-DUE-DATE.  THE         *
030420*    SCHEDULE ITSELF IS LEFT ALONE SO THE NEXT CYCLE IS STILL    *
030425*    COUNTED FROM THE CONTRACTUAL DATE.  A CANCELLED ORDER'S     *
030430*    HIGH-VALUE DUE DATE IS NOT A DATE AND IS NOT ROLLED.        *
030435******************************************************************
030440 4300-SET-EFFECTIVE-DUE-DATE.
030445     MOVE SO-NEXT-DUE-DATE TO WS-EFFECTIVE-DUE-DATE
030450     IF SO-NEXT-DUE-DATE = 99999999
030455         GO TO 4300-SET-EFFECTIVE-DUE-DATE-EXIT
030460     END-IF
030465     MOVE SO-NEXT-DUE-DATE TO BD-DATE
030470     IF SO-ROLLS-BACK
030475         SET BD-ROLL-BACK TO TRUE
030480     ELSE
030485         SET BD-ROLL-FORWARD TO TRUE
030490     END-IF
030495     PERFORM 3570-ROLL-TO-BUSINESS-DAY
030500         THRU 3570-ROLL-TO-BUSINESS-DAY-EXIT
030505     MOVE BD-DATE TO WS-EFFECTIVE-DUE-DATE.
030510 4300-SET-EFFECTIVE-DUE-DATE-EXIT.
030515     EXIT.
030520
030525******************************************************************
030530*    SHARED CALENDAR DATE LOGIC (SEE DATELOGIC COPYBOOK) AND     *
030535*    BUSINESS-DAY LOGIC (SEE BUSINESSDAYLOGIC COPYBOOK)          *
030600******************************************************************
030700 COPY DateLogic.
030705 COPY BusinessDayLogic.
030710
030720******************************************************************
030730*    SHARED BUSINESS-DATE RUN CONTROL (SEE RUNCONTROL COPYBOOK)  *
