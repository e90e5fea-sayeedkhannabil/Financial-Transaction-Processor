001600*                  COUNTS AND AMOUNTS BY AGE BUCKET SO
001700*                  ACCOUNTING CAN SEE WHAT IS STUCK AND FOR
001800*                  HOW LONG.
001810* 2026-10-15  ROB  PRINTS THE TRANSACTION CODE AND ANY CHEQUE/
001820*                  REFERENCE ON THE DETAIL LINE, AND COUNTS THE
001830*                  ITEMS HELD BY A STOP-PAYMENT ORDER SEPARATELY
001840*                  IN THE SUMMARY.
001850* 2026-10-15  ROB  AGE IS NOW COUNTED IN BUSINESS DAYS (SHARED
001860*                  BUSINESSDAYLOGIC, HOLIDAY CALENDAR) - WEEKENDS
001870*                  AND BANK HOLIDAYS NO LONGER AGE AN ITEM - AND
001880*                  THE BUCKETS ARE BUSINESS-DAY BUCKETS, AS THE
001890*                  POSTING RUN NOW AGES SUSPENSE.
001900******************************************************************
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002400         ORGANIZATION IS SEQUENTIAL
002500         FILE STATUS IS SUSP-FILE-STATUS.
002600
002610     SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAY"
002620         ORGANIZATION IS INDEXED
002630         ACCESS MODE IS SEQUENTIAL
002640         RECORD KEY IS HOL-DATE
002650         FILE STATUS IS HOLIDAY-FILE-STATUS.
002660
002700 DATA DIVISION.
002800 FILE SECTION.
002900 FD  SUSPENSE-FILE
003000     LABEL RECORDS ARE STANDARD.
003100 COPY SuspenseRecord.
003200
003220 FD  HOLIDAY-FILE
003240     LABEL RECORDS ARE STANDARD.
003260 COPY HolidayRecord.
003280
003300 WORKING-STORAGE SECTION.
003400 01  SUSP-FILE-STATUS                PIC X(02) VALUE "00".
003500     88  SUSP-FILE-OK                VALUE "00".
003600
003625 01  HOLIDAY-FILE-STATUS             PIC X(02) VALUE "00".
003650     88  HOLIDAY-FILE-OK             VALUE "00".
003675
003700 01  WS-SUSP-EOF-SWITCH              PIC X(01) VALUE "N".
003800     88  WS-END-OF-SUSPENSE          VALUE "Y".
003810******************************************************************
003820*    REJECT REASON VIEW - THE POSTING LOGIC OPENS A STOP-PAYMENT *
003830*    REJECT WITH A FIXED PREFIX (SEE POSTFLAGS).                 *
003840******************************************************************
003850 01  WS-SUSP-REASON.
003860     05  WS-SR-PREFIX                PIC X(20).
003870         88  WS-SR-STOP-PAYMENT      VALUE "STOP PAYMENT ON FILE".
003880     05  FILLER                      PIC X(20).
003900
004000******************************************************************
004100*    DECODED VIEW OF THE 58-BYTE TRANSACTION IMAGE CARRIED ON    *
004800     05  WS-ST-AMOUNT                PIC S9(9)V99 COMP-3.
004900     05  WS-ST-DATE                  PIC 9(08).
005000     05  WS-ST-SEQUENCE              PIC 9(08).
005050     05  WS-ST-XFER-SW               PIC X(01).
005100     05  WS-ST-CODE                  PIC X(04).
005150     05  WS-ST-REFERENCE             PIC X(05).
005200
005300******************************************************************
005400*    AGE COMPUTATION (BUSINESS DAYS, AS THE POSTING RUN AGES)    *
005500******************************************************************
005600 01  WS-AGE-DAYS                     PIC S9(07) VALUE 0.
006400 01  WS-CURRENT-DATE                 PIC 9(08).
006500
006525 COPY DateFields.
006550 COPY BusinessDayFields.
006575
006600******************************************************************
006700*    AGE BUCKET TOTALS                                           *
006800******************************************************************
007300 01  WS-BUCKET-SUB                   PIC 9(01) COMP.
007400 01  WS-ITEMS-ON-FILE                PIC 9(08) VALUE 0.
007500 01  WS-TOTAL-AMOUNT                 PIC S9(11)V99 VALUE 0.
007525 01  WS-STOPPED-COUNT                PIC 9(08) VALUE 0.
007550 01  WS-STOPPED-AMOUNT               PIC S9(11)V99 VALUE 0.
007600 01  WS-AMOUNT-EDIT                  PIC $,$$$,$$$,$$9.99-.
007700 01  WS-AGE-EDIT                     PIC ZZZ9.
007800
009800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
009900     DISPLAY "AS OF DATE: " WS-CURRENT-DATE
010100     INITIALIZE WS-BUCKET-TABLE
010125     PERFORM 3530-LOAD-HOLIDAYS
010150         THRU 3530-LOAD-HOLIDAYS-EXIT
010200     OPEN INPUT SUSPENSE-FILE
010300     IF NOT SUSP-FILE-OK
010400         DISPLAY "NO SUSPENSE FILE - NOTHING IN SUSPENSE."
012800     DISPLAY "  " WS-ST-ACCOUNT-ID " " WS-ST-TRANSACTION-ID
012900         " " WS-ST-TYPE " " WS-AMOUNT-EDIT
013000         " ORIG " SUSP-ORIG-RUN-DATE " AGE " WS-AGE-EDIT
013025     DISPLAY "      CODE " WS-ST-CODE " REF " WS-ST-REFERENCE
013050         " REASON: " SUSP-REJECT-REASON
013075     MOVE SUSP-REJECT-REASON TO WS-SUSP-REASON
013100     IF WS-SR-STOP-PAYMENT
013125         ADD 1 TO WS-STOPPED-COUNT
013150         ADD WS-ST-AMOUNT TO WS-STOPPED-AMOUNT
013175     END-IF
013200     PERFORM 2100-READ-SUSPENSE THRU 2100-READ-SUSPENSE-EXIT.
013300 2000-PROCESS-ONE-ITEM-EXIT.
013400     EXIT.
014300
014400******************************************************************
014500*    3000-COMPUTE-AGE-DAYS - AGE FROM THE ORIGINAL RUN DATE TO   *
014550*    TODAY IN BUSINESS DAYS - THE BUSINESS DAYS AFTER THE        *
014600*    ORIGINAL RUN DATE UP TO AND INCLUDING TODAY.                *
014700******************************************************************
014800 3000-COMPUTE-AGE-DAYS.
014900     MOVE 0 TO WS-AGE-DAYS
015000     IF SUSP-ORIG-RUN-DATE = 0
015100         GO TO 3000-COMPUTE-AGE-DAYS-EXIT
015200     END-IF
015300     MOVE SUSP-ORIG-RUN-DATE TO BD-DATE
015400     MOVE WS-CURRENT-DATE    TO BD-END-DATE
015500     PERFORM 3580-COUNT-BUSINESS-DAYS
015600         THRU 3580-COUNT-BUSINESS-DAYS-EXIT
015700     MOVE BD-DAY-COUNT TO WS-AGE-DAYS.
015900 3000-COMPUTE-AGE-DAYS-EXIT.
016000     EXIT.
016100
016200******************************************************************
016250*    3100-SELECT-AGE-BUCKET - IN BUSINESS DAYS, 1 = 0-5 (ONE     *
016300*    WEEK), 2 = 6-10 (TWO WEEKS), 3 = 11-20 (FOUR WEEKS), 4 =    *
016350*    OVER 20.                                                    *
016500******************************************************************
016600 3100-SELECT-AGE-BUCKET.
016700     EVALUATE TRUE
018400     DISPLAY " "
018500     DISPLAY "------ SUSPENSE AGING SUMMARY ------"
018600     MOVE WS-BUCKET-AMOUNT (1) TO WS-AMOUNT-EDIT
018700     DISPLAY "AGE  0-5 BUS DAYS .: " WS-BUCKET-COUNT (1)
018800         " ITEMS " WS-AMOUNT-EDIT
018900     MOVE WS-BUCKET-AMOUNT (2) TO WS-AMOUNT-EDIT
019000     DISPLAY "AGE 6-10 BUS DAYS .: " WS-BUCKET-COUNT (2)
019100         " ITEMS " WS-AMOUNT-EDIT
019200     MOVE WS-BUCKET-AMOUNT (3) TO WS-AMOUNT-EDIT
019300     DISPLAY "AGE 11-20 BUS DAYS : " WS-BUCKET-COUNT (3)
019400         " ITEMS " WS-AMOUNT-EDIT
019500     MOVE WS-BUCKET-AMOUNT (4) TO WS-AMOUNT-EDIT
019600     DISPLAY "AGE OVER 20 .......: " WS-BUCKET-COUNT (4)
019700         " ITEMS " WS-AMOUNT-EDIT
019800     MOVE WS-TOTAL-AMOUNT TO WS-AMOUNT-EDIT
019825     DISPLAY "TOTAL IN SUSPENSE .: " WS-ITEMS-ON-FILE
019850         " ITEMS " WS-AMOUNT-EDIT
019875     MOVE WS-STOPPED-AMOUNT TO WS-AMOUNT-EDIT
019900     DISPLAY "  OF WHICH STOPPED : " WS-STOPPED-COUNT
020000         " ITEMS " WS-AMOUNT-EDIT.
020100 8000-PRINT-AGING-SUMMARY-EXIT.
020200     EXIT.
020300
020400******************************************************************
020410*    SHARED CALENDAR DATE LOGIC (SEE DATELOGIC COPYBOOK) AND     *
020420*    BUSINESS-DAY LOGIC (SEE BUSINESSDAYLOGIC COPYBOOK)          *
020430******************************************************************
020440 COPY DateLogic.
020450 COPY BusinessDayLogic.
020460
020470******************************************************************
020500*    9999-TERMINATE - CLOSE ALL FILES BEFORE STOP RUN.           *
020600******************************************************************
020700 9999-TERMINATE.
