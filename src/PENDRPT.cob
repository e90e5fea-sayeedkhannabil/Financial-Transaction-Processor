000100******************************************************************
000200 IDENTIFICATION DIVISION.
000300******************************************************************
000400 PROGRAM-ID.     PENDRPT.
000500 AUTHOR.         R. OKONKWO-BATES.
000600 INSTALLATION.   RETAIL BANKING SYSTEMS.
000700 DATE-WRITTEN.   2026-10-15.
000800 DATE-COMPILED.
000900*-----------------------------------------------------------------
001000* MODIFICATION HISTORY
001100*-----------------------------------------------------------------
001200* 2026-10-15  ROB  ORIGINAL - NIGHTLY REPORT OF ACCOUNT,
001300*                  CUSTOMER AND OPERATOR CHANGES STILL WAITING
001400*                  FOR A CHECKER ON THE PENDING-CHANGE FILE.
001500*                  LISTS EVERY CHANGE PENDING LONGER THAN THE
001600*                  DAYS ON THE SYSIN CARD, WITH ITS OLD AND NEW
001700*                  VALUE, MAKER AND AGE IN 30/360 DAYS, AND
001800*                  COUNTS THEM BY KIND OF RECORD.
001825* 2026-10-15  ROB  ALSO LISTS AND COUNTS ACCOUNT PARTY CHANGES
001850*                  (PRTY - A ROLE ADDED OR ITS DATES CHANGED),
001875*                  KEYED BY ACCOUNT.
001900******************************************************************
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDCHG"
002400         ORGANIZATION IS INDEXED
002500         ACCESS MODE IS SEQUENTIAL
002600         RECORD KEY IS PEND-KEY
002700         FILE STATUS IS PEND-FILE-STATUS.
002800
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  PENDING-CHANGE-FILE
003200     LABEL RECORDS ARE STANDARD.
003300 COPY PendingChangeRecord.
003400
003500 WORKING-STORAGE SECTION.
003600 01  PEND-FILE-STATUS                PIC X(02) VALUE "00".
003700     88  PEND-FILE-OK                VALUE "00".
003800
003900 01  WS-PEND-EOF-SWITCH              PIC X(01) VALUE "N".
004000     88  WS-END-OF-PENDING           VALUE "Y".
004100 01  WS-PEND-OPEN-SWITCH             PIC X(01) VALUE "N".
004200     88  WS-PEND-FILE-OPEN           VALUE "Y".
004300
004400******************************************************************
004500*    REPORTING AGE FROM SYSIN - A CHANGE WAITING THIS MANY DAYS  *
004600*    OR MORE IS OVERDUE (01-99).                                 *
004700******************************************************************
004800 01  WS-OVERDUE-DAYS                 PIC 9(02).
004900
005000******************************************************************
005100*    AGE COMPUTATION (30/360 DAYS, AS THE POSTING RUN AGES)      *
005200******************************************************************
005300 01  WS-AGE-DAYS                     PIC S9(07) VALUE 0.
005400 01  WS-AGE-DATE                     PIC 9(08).
005500 01  WS-AGE-DATE-EDIT REDEFINES WS-AGE-DATE.
005600     05  WS-AGE-YYYY                 PIC 9(04).
005700     05  WS-AGE-MM                   PIC 9(02).
005800     05  WS-AGE-DD                   PIC 9(02).
005900 01  WS-AGE-SERIAL-FROM              PIC S9(07) VALUE 0.
006000 01  WS-AGE-SERIAL-TO                PIC S9(07) VALUE 0.
006100 01  WS-CURRENT-DATE                 PIC 9(08).
006200
006300******************************************************************
006400*    REPORT WORK FIELDS AND CONTROL TOTALS                       *
006500******************************************************************
006600 01  WS-TYPE-NAME                    PIC X(08).
006700 01  WS-PENDING-ON-FILE              PIC 9(08) VALUE 0.
006800 01  WS-OVERDUE-COUNT                PIC 9(08) VALUE 0.
006900 01  WS-OVERDUE-ACCOUNTS             PIC 9(08) VALUE 0.
007000 01  WS-OVERDUE-CUSTOMERS            PIC 9(08) VALUE 0.
007100 01  WS-OVERDUE-OPERATORS            PIC 9(08) VALUE 0.
007150 01  WS-OVERDUE-PARTIES              PIC 9(08) VALUE 0.
007200 01  WS-OLDEST-DAYS                  PIC S9(07) VALUE 0.
007300 01  WS-AGE-EDIT                     PIC ZZZ9.
007400
007500******************************************************************
007600 PROCEDURE DIVISION.
007700******************************************************************
007800 0000-MAINLINE.
007900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
008000     PERFORM 2000-PROCESS-ONE-CHANGE
008100         THRU 2000-PROCESS-ONE-CHANGE-EXIT
008200         UNTIL WS-END-OF-PENDING
008300     IF RETURN-CODE = 0
008400         PERFORM 8000-PRINT-SUMMARY THRU 8000-PRINT-SUMMARY-EXIT
008500     END-IF
008600     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT
008700     STOP RUN.
008800
008900******************************************************************
009000*    1000-INITIALIZE - ACCEPT AND CHECK THE REPORTING AGE, OPEN  *
009100*    THE PENDING-CHANGE FILE AND PRIME THE FIRST READ.  NO FILE  *
009200*    MEANS NO CHANGE HAS EVER BEEN KEYED.                        *
009300******************************************************************
009400 1000-INITIALIZE.
009500     DISPLAY "------ CHANGES PENDING APPROVAL TOO LONG ------"
009600     SET WS-END-OF-PENDING TO TRUE
009700     ACCEPT WS-OVERDUE-DAYS
009800     IF WS-OVERDUE-DAYS NOT NUMERIC
009900         OR WS-OVERDUE-DAYS = 0
010000         DISPLAY "INVALID PARAMETER CARD - REPORTING AGE MUST BE "
010100             "01 TO 99 DAYS."
010200         MOVE 8 TO RETURN-CODE
010300         GO TO 1000-INITIALIZE-EXIT
010400     END-IF
010500     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
010600     DISPLAY "AS OF DATE: " WS-CURRENT-DATE
010700     DISPLAY "PENDING " WS-OVERDUE-DAYS " DAYS OR MORE"
010800     MOVE "N" TO WS-PEND-EOF-SWITCH
010900     OPEN INPUT PENDING-CHANGE-FILE
011000     IF NOT PEND-FILE-OK
011100         DISPLAY "NO PENDING-CHANGE FILE - NOTHING IS PENDING."
011200         SET WS-END-OF-PENDING TO TRUE
011300         GO TO 1000-INITIALIZE-EXIT
011400     END-IF
011500     SET WS-PEND-FILE-OPEN TO TRUE
011600     PERFORM 2100-READ-PENDING THRU 2100-READ-PENDING-EXIT.
011700 1000-INITIALIZE-EXIT.
011800     EXIT.
011900
012000******************************************************************
012100*    2000-PROCESS-ONE-CHANGE - LIST ONE CHANGE IF IT IS OVERDUE  *
012200*    AND READ THE NEXT.                                          *
012300******************************************************************
012400 2000-PROCESS-ONE-CHANGE.
012500     PERFORM 2200-CHECK-ONE-CHANGE
012600         THRU 2200-CHECK-ONE-CHANGE-EXIT
012700     PERFORM 2100-READ-PENDING THRU 2100-READ-PENDING-EXIT.
012800 2000-PROCESS-ONE-CHANGE-EXIT.
012900     EXIT.
013000
013100 2100-READ-PENDING.
013200     READ PENDING-CHANGE-FILE
013300         AT END
013400             SET WS-END-OF-PENDING TO TRUE
013500     END-READ.
013600 2100-READ-PENDING-EXIT.
013700     EXIT.
013800
013900******************************************************************
014000*    2200-CHECK-ONE-CHANGE - AGE A CHANGE STILL PENDING AND LIST *
014100*    IT IF IT IS OVERDUE.  APPROVED AND REJECTED CHANGES STAY ON *
014200*    FILE AS HISTORY AND ARE PASSED OVER.                        *
014300******************************************************************
014400 2200-CHECK-ONE-CHANGE.
014500     IF NOT PEND-IS-PENDING
014600         GO TO 2200-CHECK-ONE-CHANGE-EXIT
014700     END-IF
014800     ADD 1 TO WS-PENDING-ON-FILE
014900     PERFORM 3000-COMPUTE-AGE-DAYS
015000         THRU 3000-COMPUTE-AGE-DAYS-EXIT
015100     IF WS-AGE-DAYS < WS-OVERDUE-DAYS
015200         GO TO 2200-CHECK-ONE-CHANGE-EXIT
015300     END-IF
015400     ADD 1 TO WS-OVERDUE-COUNT
015500     IF WS-AGE-DAYS > WS-OLDEST-DAYS
015600         MOVE WS-AGE-DAYS TO WS-OLDEST-DAYS
015700     END-IF
015800     EVALUATE TRUE
015900         WHEN PEND-IS-ACCOUNT
016000             MOVE "ACCOUNT"  TO WS-TYPE-NAME
016100             ADD 1 TO WS-OVERDUE-ACCOUNTS
016200         WHEN PEND-IS-CUSTOMER
016300             MOVE "CUSTOMER" TO WS-TYPE-NAME
016400             ADD 1 TO WS-OVERDUE-CUSTOMERS
016425         WHEN PEND-IS-PARTY
016450             MOVE "PARTY"    TO WS-TYPE-NAME
016475             ADD 1 TO WS-OVERDUE-PARTIES
016500         WHEN OTHER
016600             MOVE "OPERATOR" TO WS-TYPE-NAME
016700             ADD 1 TO WS-OVERDUE-OPERATORS
016800     END-EVALUATE
016900     MOVE WS-AGE-DAYS TO WS-AGE-EDIT
017000     DISPLAY " "
017100     DISPLAY "  " PEND-KEY " " WS-TYPE-NAME " " PEND-TARGET-ID
017200         " " PEND-FIELD-NAME " AGE " WS-AGE-EDIT
017300     DISPLAY "      KEYED BY " PEND-MAKER-ID " ON " PEND-MADE-DATE
017400     DISPLAY "      OLD: " PEND-OLD-VALUE
017500     DISPLAY "      NEW: " PEND-NEW-VALUE.
017600 2200-CHECK-ONE-CHANGE-EXIT.
017700     EXIT.
017800
017900******************************************************************
018000*    3000-COMPUTE-AGE-DAYS - AGE FROM THE DATE THE CHANGE WAS    *
018100*    KEYED TO TODAY IN 30/360 DAYS.                              *
018200******************************************************************
018300 3000-COMPUTE-AGE-DAYS.
018400     MOVE PEND-MADE-DATE TO WS-AGE-DATE
018500     COMPUTE WS-AGE-SERIAL-FROM =
018600         (WS-AGE-YYYY * 360) + ((WS-AGE-MM - 1) * 30)
018700             + WS-AGE-DD
018800     MOVE WS-CURRENT-DATE TO WS-AGE-DATE
018900     COMPUTE WS-AGE-SERIAL-TO =
019000         (WS-AGE-YYYY * 360) + ((WS-AGE-MM - 1) * 30)
019100             + WS-AGE-DD
019200     COMPUTE WS-AGE-DAYS =
019300         WS-AGE-SERIAL-TO - WS-AGE-SERIAL-FROM.
019400 3000-COMPUTE-AGE-DAYS-EXIT.
019500     EXIT.
019600
019700******************************************************************
019800*    8000-PRINT-SUMMARY - COUNTS OF OVERDUE CHANGES BY KIND.     *
019900******************************************************************
020000 8000-PRINT-SUMMARY.
020100     DISPLAY " "
020200     DISPLAY "------ PENDING CHANGE SUMMARY ------"
020300     DISPLAY "PENDING ON FILE ......: " WS-PENDING-ON-FILE
020400     DISPLAY "PENDING TOO LONG .....: " WS-OVERDUE-COUNT
020500     DISPLAY "  ACCOUNT CHANGES ....: " WS-OVERDUE-ACCOUNTS
020600     DISPLAY "  CUSTOMER CHANGES ...: " WS-OVERDUE-CUSTOMERS
020700     DISPLAY "  OPERATOR CHANGES ...: " WS-OVERDUE-OPERATORS
020750     DISPLAY "  PARTY CHANGES ......: " WS-OVERDUE-PARTIES
020800     MOVE WS-OLDEST-DAYS TO WS-AGE-EDIT
020900     DISPLAY "OLDEST (DAYS) ........: " WS-AGE-EDIT.
021000 8000-PRINT-SUMMARY-EXIT.
021100     EXIT.
021200
021300******************************************************************
021400*    9999-TERMINATE - CLOSE ALL FILES BEFORE STOP RUN.           *
021500******************************************************************
021600 9999-TERMINATE.
021700     IF WS-PEND-FILE-OPEN
021800         CLOSE PENDING-CHANGE-FILE
021900     END-IF.
022000 9999-TERMINATE-EXIT.
022100     EXIT.
