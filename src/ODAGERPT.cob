000100******************************************************************
000200 IDENTIFICATION DIVISION.
000300******************************************************************
000400 PROGRAM-ID.     ODAGERPT.
000500 AUTHOR.         R. OKONKWO-BATES.
000600 INSTALLATION.   RETAIL BANKING SYSTEMS.
000700 DATE-WRITTEN.   2026-10-15.
000800 DATE-COMPILED.
000900*-----------------------------------------------------------------
001000* MODIFICATION HISTORY
001100*-----------------------------------------------------------------
001200* 2026-10-15  ROB  ORIGINAL - NIGHTLY OVERDRAWN ACCOUNT AGING
001300*                  REPORT.  LISTS EVERY ACCOUNT WITH A NEGATIVE
001400*                  BALANCE, WITH ITS OVERDRAFT LIMIT, THE DATE IT
001500*                  WENT OVERDRAWN AND THE DAYS SINCE IN 30/360
001600*                  DAYS, AGED INTO 1-29 / 30-59 / 60-89 / 90+
001700*                  BUCKETS.  AN ACCOUNT WITH NO OVERDRAFT LINE OR
001800*                  BEYOND ITS LIMIT IS FLAGGED, AND ONE OVERDRAWN
001900*                  30 DAYS OR MORE IS MARKED FOR COLLECTIONS.
002000*                  ENDS WITH COUNTS AND AMOUNTS BY BUCKET.
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS SEQUENTIAL
002800         RECORD KEY IS ACCOUNT-ID OF ACCOUNT-RECORD
002900         FILE STATUS IS ACCT-MASTER-STATUS.
003000
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  ACCOUNT-MASTER
003400     LABEL RECORDS ARE STANDARD.
003500 COPY AccountRecord.
003600
003700 WORKING-STORAGE SECTION.
003800 01  ACCT-MASTER-STATUS              PIC X(02) VALUE "00".
003900     88  ACCT-MASTER-OK              VALUE "00".
004000
004100 01  WS-ACCT-EOF-SWITCH              PIC X(01) VALUE "N".
004200     88  WS-END-OF-ACCOUNTS          VALUE "Y".
004300 01  WS-ACCT-OPEN-SWITCH             PIC X(01) VALUE "N".
004400     88  WS-ACCT-FILE-OPEN           VALUE "Y".
004500
004600******************************************************************
004700*    AGE COMPUTATION (30/360 DAYS, AS THE PENDING-CHANGE REPORT) *
004800******************************************************************
004900 01  WS-AGE-DAYS                     PIC S9(07) VALUE 0.
005000 01  WS-AGE-DATE                     PIC 9(08).
005100 01  WS-AGE-DATE-EDIT REDEFINES WS-AGE-DATE.
005200     05  WS-AGE-YYYY                 PIC 9(04).
005300     05  WS-AGE-MM                   PIC 9(02).
005400     05  WS-AGE-DD                   PIC 9(02).
005500 01  WS-AGE-SERIAL-FROM              PIC S9(07) VALUE 0.
005600 01  WS-AGE-SERIAL-TO                PIC S9(07) VALUE 0.
005700 01  WS-CURRENT-DATE                 PIC 9(08).
005800
005900******************************************************************
006000*    AGE BUCKET TOTALS - 1-29, 30-59, 60-89 AND 90+ DAYS.  AN    *
006100*    ACCOUNT THAT WENT OVERDRAWN TODAY AGES AS DAY 1.            *
006200******************************************************************
006300 01  WS-BUCKET-TABLE.
006400     05  WS-BUCKET-ENTRY OCCURS 4 TIMES.
006500         10  WS-BUCKET-COUNT         PIC 9(08).
006600         10  WS-BUCKET-AMOUNT        PIC S9(11)V99.
006700 01  WS-BUCKET-SUB                   PIC 9(01) VALUE 0.
006800 01  WS-BUCKET-NAME                  PIC X(05).
006900
007000******************************************************************
007100*    REPORT WORK FIELDS AND CONTROL TOTALS                       *
007200******************************************************************
007300 01  WS-ACCOUNTS-READ                PIC 9(08) VALUE 0.
007400 01  WS-OVERDRAWN-COUNT              PIC 9(08) VALUE 0.
007500 01  WS-NO-LINE-COUNT                PIC 9(08) VALUE 0.
007600 01  WS-OVER-LIMIT-COUNT             PIC 9(08) VALUE 0.
007700 01  WS-COLLECTIONS-COUNT            PIC 9(08) VALUE 0.
007800 01  WS-NO-DATE-COUNT                PIC 9(08) VALUE 0.
007900 01  WS-TOTAL-OVERDRAWN              PIC S9(11)V99 VALUE 0.
008000 01  WS-LINE-FLAG                    PIC X(10).
008100 01  WS-COLLECT-FLAG                 PIC X(07).
008200 01  WS-AMOUNT-EDIT                  PIC $,$$$,$$$,$$9.99-.
008300 01  WS-LIMIT-EDIT                   PIC $$,$$$,$$9.99.
008400 01  WS-AGE-EDIT                     PIC ZZZ9.
008500
008600******************************************************************
008700 PROCEDURE DIVISION.
008800******************************************************************
008900 0000-MAINLINE.
009000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
009100     PERFORM 2000-PROCESS-ONE-ACCOUNT
009200         THRU 2000-PROCESS-ONE-ACCOUNT-EXIT
009300         UNTIL WS-END-OF-ACCOUNTS
009400     IF RETURN-CODE = 0
009500         PERFORM 8000-PRINT-SUMMARY THRU 8000-PRINT-SUMMARY-EXIT
009600     END-IF
009700     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT
009800     STOP RUN.
009900
010000******************************************************************
010100*    1000-INITIALIZE - OPEN THE ACCOUNT MASTER AND PRIME THE     *
010200*    FIRST READ.                                                 *
010300******************************************************************
010400 1000-INITIALIZE.
010500     DISPLAY "------ OVERDRAWN ACCOUNT AGING REPORT ------"
010600     INITIALIZE WS-BUCKET-TABLE
010700     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
010800     DISPLAY "AS OF DATE: " WS-CURRENT-DATE
010900     OPEN INPUT ACCOUNT-MASTER
011000     IF NOT ACCT-MASTER-OK
011100         DISPLAY "UNABLE TO OPEN ACCTMSTR, STATUS="
011200             ACCT-MASTER-STATUS
011300         MOVE 8 TO RETURN-CODE
011400         SET WS-END-OF-ACCOUNTS TO TRUE
011500         GO TO 1000-INITIALIZE-EXIT
011600     END-IF
011700     SET WS-ACCT-FILE-OPEN TO TRUE
011800     DISPLAY " "
011900     DISPLAY "ACCOUNT             BALANCE    OVERDRAFT LIMIT  "
012000         "SINCE     DAYS BUCKET  LINE       COLLECT"
012100     PERFORM 2100-READ-ACCOUNT THRU 2100-READ-ACCOUNT-EXIT.
012200 1000-INITIALIZE-EXIT.
012300     EXIT.
012400
012500******************************************************************
012600*    2000-PROCESS-ONE-ACCOUNT - AGE AND LIST ONE ACCOUNT IF IT   *
012700*    IS OVERDRAWN AND READ THE NEXT.                             *
012800******************************************************************
012900 2000-PROCESS-ONE-ACCOUNT.
013000     ADD 1 TO WS-ACCOUNTS-READ
013100     IF ACCOUNT-BALANCE OF ACCOUNT-RECORD < 0
013200         PERFORM 2200-REPORT-ONE-ACCOUNT
013300             THRU 2200-REPORT-ONE-ACCOUNT-EXIT
013400     END-IF
013500     PERFORM 2100-READ-ACCOUNT THRU 2100-READ-ACCOUNT-EXIT.
013600 2000-PROCESS-ONE-ACCOUNT-EXIT.
013700     EXIT.
013800
013900 2100-READ-ACCOUNT.
014000     READ ACCOUNT-MASTER
014100         AT END
014200             SET WS-END-OF-ACCOUNTS TO TRUE
014300     END-READ.
014400 2100-READ-ACCOUNT-EXIT.
014500     EXIT.
014600
014700******************************************************************
014800*    2200-REPORT-ONE-ACCOUNT - AGE AN OVERDRAWN ACCOUNT, FLAG    *
014900*    ITS LINE, ADD IT TO ITS BUCKET AND LIST IT.  AN ACCOUNT     *
015000*    WITH NO OVERDRAWN DATE (NEVER POSTED SINCE THE DATE WAS     *
015100*    KEPT) IS LISTED AS AGE ZERO IN THE FIRST BUCKET AND COUNTED *
015200*    SEPARATELY.                                                 *
015300******************************************************************
015400 2200-REPORT-ONE-ACCOUNT.
015500     ADD 1 TO WS-OVERDRAWN-COUNT
015600     ADD ACCOUNT-BALANCE OF ACCOUNT-RECORD TO WS-TOTAL-OVERDRAWN
015700     IF ACCOUNT-OVERDRAWN-DATE OF ACCOUNT-RECORD = 0
015800         ADD 1 TO WS-NO-DATE-COUNT
015900         MOVE 0 TO WS-AGE-DAYS
016000     ELSE
016100         PERFORM 3000-COMPUTE-AGE-DAYS
016200             THRU 3000-COMPUTE-AGE-DAYS-EXIT
016300     END-IF
016400     EVALUATE TRUE
016500         WHEN WS-AGE-DAYS < 30
016600             MOVE 1 TO WS-BUCKET-SUB
016700             MOVE "1-29"  TO WS-BUCKET-NAME
016800         WHEN WS-AGE-DAYS < 60
016900             MOVE 2 TO WS-BUCKET-SUB
017000             MOVE "30-59" TO WS-BUCKET-NAME
017100         WHEN WS-AGE-DAYS < 90
017200             MOVE 3 TO WS-BUCKET-SUB
017300             MOVE "60-89" TO WS-BUCKET-NAME
017400         WHEN OTHER
017500             MOVE 4 TO WS-BUCKET-SUB
017600             MOVE "90+"   TO WS-BUCKET-NAME
017700     END-EVALUATE
017800     ADD 1 TO WS-BUCKET-COUNT (WS-BUCKET-SUB)
017900     ADD ACCOUNT-BALANCE OF ACCOUNT-RECORD
018000         TO WS-BUCKET-AMOUNT (WS-BUCKET-SUB)
018100     MOVE SPACES TO WS-LINE-FLAG
018200     IF NOT ACCOUNT-OVERDRAFT-ALLOWED
018300         MOVE "NO LINE" TO WS-LINE-FLAG
018400         ADD 1 TO WS-NO-LINE-COUNT
018500     ELSE
018600         IF (ACCOUNT-BALANCE OF ACCOUNT-RECORD
018700             + ACCOUNT-OVERDRAFT-LIMIT OF ACCOUNT-RECORD) < 0
018800             MOVE "OVER LIMIT" TO WS-LINE-FLAG
018900             ADD 1 TO WS-OVER-LIMIT-COUNT
019000         END-IF
019100     END-IF
019200     MOVE SPACES TO WS-COLLECT-FLAG
019300     IF WS-AGE-DAYS NOT < 30
019400         MOVE "COLLECT" TO WS-COLLECT-FLAG
019500         ADD 1 TO WS-COLLECTIONS-COUNT
019600     END-IF
019700     MOVE ACCOUNT-BALANCE OF ACCOUNT-RECORD TO WS-AMOUNT-EDIT
019800     MOVE ACCOUNT-OVERDRAFT-LIMIT OF ACCOUNT-RECORD
019900         TO WS-LIMIT-EDIT
020000     MOVE ACCOUNT-OVERDRAWN-DATE OF ACCOUNT-RECORD TO WS-AGE-DATE
020100     MOVE WS-AGE-DAYS TO WS-AGE-EDIT
020200     DISPLAY ACCOUNT-ID OF ACCOUNT-RECORD " " WS-AMOUNT-EDIT " "
020300         WS-LIMIT-EDIT " " WS-AGE-DATE " " WS-AGE-EDIT " "
020400         WS-BUCKET-NAME "   " WS-LINE-FLAG " " WS-COLLECT-FLAG
020500     DISPLAY "           " ACCOUNT-NAME OF ACCOUNT-RECORD
020600         " " ACCOUNT-TYPE OF ACCOUNT-RECORD
020700         " " ACCOUNT-STATUS OF ACCOUNT-RECORD.
020800 2200-REPORT-ONE-ACCOUNT-EXIT.
020900     EXIT.
021000
021100******************************************************************
021200*    3000-COMPUTE-AGE-DAYS - AGE FROM THE DATE THE ACCOUNT WENT  *
021300*    OVERDRAWN TO TODAY IN 30/360 DAYS, COUNTING THAT DAY AS     *
021400*    DAY 1.                                                      *
021500******************************************************************
021600 3000-COMPUTE-AGE-DAYS.
021700     MOVE ACCOUNT-OVERDRAWN-DATE OF ACCOUNT-RECORD TO WS-AGE-DATE
021800     COMPUTE WS-AGE-SERIAL-FROM =
021900         (WS-AGE-YYYY * 360) + ((WS-AGE-MM - 1) * 30)
022000             + WS-AGE-DD
022100     MOVE WS-CURRENT-DATE TO WS-AGE-DATE
022200     COMPUTE WS-AGE-SERIAL-TO =
022300         (WS-AGE-YYYY * 360) + ((WS-AGE-MM - 1) * 30)
022400             + WS-AGE-DD
022500     COMPUTE WS-AGE-DAYS =
022600         WS-AGE-SERIAL-TO - WS-AGE-SERIAL-FROM + 1.
022700 3000-COMPUTE-AGE-DAYS-EXIT.
022800     EXIT.
022900
023000******************************************************************
023100*    8000-PRINT-SUMMARY - COUNTS AND AMOUNTS BY BUCKET.  RC 4    *
023200*    TELLS THE SCHEDULER SOME ACCOUNT IS DUE FOR COLLECTIONS.    *
023300******************************************************************
023400 8000-PRINT-SUMMARY.
023500     DISPLAY " "
023600     DISPLAY "------ OVERDRAWN ACCOUNTS BY AGE ------"
023700     DISPLAY "BUCKET           ACCOUNTS       AMOUNT OVERDRAWN"
023800     MOVE WS-BUCKET-AMOUNT (1) TO WS-AMOUNT-EDIT
023900     DISPLAY "1-29 DAYS ....: " WS-BUCKET-COUNT (1)
024000         "  " WS-AMOUNT-EDIT
024100     MOVE WS-BUCKET-AMOUNT (2) TO WS-AMOUNT-EDIT
024200     DISPLAY "30-59 DAYS ...: " WS-BUCKET-COUNT (2)
024300         "  " WS-AMOUNT-EDIT
024400     MOVE WS-BUCKET-AMOUNT (3) TO WS-AMOUNT-EDIT
024500     DISPLAY "60-89 DAYS ...: " WS-BUCKET-COUNT (3)
024600         "  " WS-AMOUNT-EDIT
024700     MOVE WS-BUCKET-AMOUNT (4) TO WS-AMOUNT-EDIT
024800     DISPLAY "90+ DAYS .....: " WS-BUCKET-COUNT (4)
024900         "  " WS-AMOUNT-EDIT
025000     DISPLAY " "
025100     DISPLAY "ACCOUNTS READ ........: " WS-ACCOUNTS-READ
025200     DISPLAY "ACCOUNTS OVERDRAWN ...: " WS-OVERDRAWN-COUNT
025300     MOVE WS-TOTAL-OVERDRAWN TO WS-AMOUNT-EDIT
025400     DISPLAY "TOTAL OVERDRAWN ......: " WS-AMOUNT-EDIT
025500     DISPLAY "WITH NO OVERDRAFT LINE: " WS-NO-LINE-COUNT
025600     DISPLAY "BEYOND THEIR LIMIT ...: " WS-OVER-LIMIT-COUNT
025700     DISPLAY "NO OVERDRAWN DATE ....: " WS-NO-DATE-COUNT
025800     DISPLAY "DUE FOR COLLECTIONS ..: " WS-COLLECTIONS-COUNT
025900     IF WS-COLLECTIONS-COUNT > 0
026000         MOVE 4 TO RETURN-CODE
026100     END-IF.
026200 8000-PRINT-SUMMARY-EXIT.
026300     EXIT.
026400
026500******************************************************************
026600*    9999-TERMINATE - CLOSE THE ACCOUNT MASTER.                  *
026700******************************************************************
026800 9999-TERMINATE.
026900     IF WS-ACCT-FILE-OPEN
027000         CLOSE ACCOUNT-MASTER
027100     END-IF.
027200 9999-TERMINATE-EXIT.
027300     EXIT.
