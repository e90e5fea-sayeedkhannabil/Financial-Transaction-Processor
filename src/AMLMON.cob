000100******************************************************************
000200 IDENTIFICATION DIVISION.
000300******************************************************************
000400 PROGRAM-ID.     AMLMON.
000500 AUTHOR.         R. OKONKWO-BATES.
000600 INSTALLATION.   RETAIL BANKING SYSTEMS.
000700 DATE-WRITTEN.   2026-10-15.
000800 DATE-COMPILED.
000900*-----------------------------------------------------------------
001000* MODIFICATION HISTORY
001100*-----------------------------------------------------------------
001200* 2026-10-15  ROB  ORIGINAL - NIGHTLY LARGE-CASH AND STRUCTURING
001300*                  MONITOR.  SWEEPS TRAN-HISTORY FOR THE CASH
001400*                  POSTINGS (CODES FLAGGED CASH ON THE CODE
001500*                  MASTER) OF THE ROLLING SCAN WINDOW ENDING ON
001600*                  THE BUSINESS DATE, ROLLS THEM UP FROM ACCOUNT
001700*                  TO CUSTOMER THROUGH ACCOUNT-CUSTOMER-ID AND
001800*                  CUSTOMER-TAX-ID, AND BY SUBJECT AND DAY SUMS
001900*                  CASH IN AND CASH OUT.  EACH DAY OVER THE
002000*                  REPORTING THRESHOLD WRITES A CURRENCY
002100*                  TRANSACTION REPORT EXTRACT RECORD WITH THE
002200*                  CUSTOMER'S NAME, ADDRESS AND TAX ID.  A
002300*                  SUBJECT WITH REPEATED DEPOSITS JUST UNDER THE
002400*                  THRESHOLD INSIDE THE WINDOW IS PRINTED ON THE
002500*                  STRUCTURING ALERT REPORT FOR COMPLIANCE.  EVERY
002600*                  ALERT IS KEPT ON THE KEPT-ALERT FILE SO THE
002700*                  SAME ACTIVITY IS NOT RAISED AGAIN NIGHT AFTER
002800*                  NIGHT.  GATED BY THE BUSINESS-DATE RUN CONTROL
002900*                  FILE BEHIND THE NIGHT'S TRANPOST.
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT TRAN-HISTORY ASSIGN TO "TRANHIST"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS SEQUENTIAL
003700         RECORD KEY IS HIST-KEY
003800         FILE STATUS IS HIST-FILE-STATUS.
003900
004000     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS ACCOUNT-ID OF ACCOUNT-RECORD
004400         FILE STATUS IS ACCT-MASTER-STATUS.
004500
004600     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS CUSTOMER-ID OF CUSTOMER-RECORD
005000         FILE STATUS IS CUST-MASTER-STATUS.
005100
005200     SELECT TRAN-CODE-FILE ASSIGN TO "TRANCODE"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS TRAN-CODE-STATUS.
005500
005600     SELECT AML-ALERT-FILE ASSIGN TO "AMLALERT"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS RANDOM
005900         RECORD KEY IS AML-ALERT-KEY
006000         FILE STATUS IS AML-ALERT-STATUS.
006100
006200     SELECT CTR-EXTRACT-FILE ASSIGN TO "CTREXTR"
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS CTR-EXTR-STATUS.
006500
006600     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS RUNCTL-FILE-STATUS.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  TRAN-HISTORY
007300     LABEL RECORDS ARE STANDARD.
007400 COPY TranHistRecord.
007500
007600 FD  ACCOUNT-MASTER
007700     LABEL RECORDS ARE STANDARD.
007800 COPY AccountRecord.
007900
008000 FD  CUSTOMER-MASTER
008100     LABEL RECORDS ARE STANDARD.
008200 COPY CustomerRecord.
008300
008400 FD  TRAN-CODE-FILE
008500     LABEL RECORDS ARE STANDARD.
008600 COPY TranCodeRecord.
008700
008800 FD  AML-ALERT-FILE
008900     LABEL RECORDS ARE STANDARD.
009000 COPY AmlAlertRecord.
009100
009200 FD  CTR-EXTRACT-FILE
009300     LABEL RECORDS ARE STANDARD.
009400 COPY CtrExtractRecord.
009500
009600 FD  RUN-CONTROL-FILE
009700     LABEL RECORDS ARE STANDARD.
009800 COPY RunControlRecord.
009900
010000 WORKING-STORAGE SECTION.
010100******************************************************************
010200*    CONTROL TOTALS                                              *
010300******************************************************************
010400 01  WS-HIST-READ                    PIC 9(08) VALUE 0.
010500 01  WS-CASH-ITEMS-SELECTED          PIC 9(08) VALUE 0.
010600 01  WS-CASH-IN-TOTAL                PIC S9(13)V99 VALUE 0.
010700 01  WS-CASH-OUT-TOTAL               PIC S9(13)V99 VALUE 0.
010800 01  WS-CTR-NEW-COUNT                PIC 9(08) VALUE 0.
010900 01  WS-CTR-AMENDED-COUNT            PIC 9(08) VALUE 0.
011000 01  WS-CTR-SUPPRESSED-COUNT         PIC 9(08) VALUE 0.
011100 01  WS-STRUCT-ALERT-COUNT           PIC 9(08) VALUE 0.
011200 01  WS-STRUCT-SUPPRESSED-COUNT      PIC 9(08) VALUE 0.
011300 01  WS-EXCEPTION-COUNT              PIC 9(08) VALUE 0.
011400 01  WS-AMOUNT-EDIT                  PIC $,$$$,$$$,$$9.99-.
011500 01  WS-AMOUNT-EDIT-2                PIC $,$$$,$$$,$$9.99-.
011600
011700******************************************************************
011800*    FILE STATUS                                                 *
011900******************************************************************
012000 01  HIST-FILE-STATUS                PIC X(02) VALUE "00".
012100     88  HIST-FILE-OK                VALUE "00".
012200
012300 01  ACCT-MASTER-STATUS              PIC X(02) VALUE "00".
012400     88  ACCT-MASTER-OK              VALUE "00".
012500
012600 01  CUST-MASTER-STATUS              PIC X(02) VALUE "00".
012700     88  CUST-MASTER-OK              VALUE "00".
012800
012900 01  TRAN-CODE-STATUS                PIC X(02) VALUE "00".
013000     88  TRAN-CODE-OK                VALUE "00".
013100
013200 01  AML-ALERT-STATUS                PIC X(02) VALUE "00".
013300     88  AML-ALERT-OK                VALUE "00".
013400     88  AML-ALERT-NOT-OPEN          VALUE "35".
013500
013600 01  CTR-EXTR-STATUS                 PIC X(02) VALUE "00".
013700     88  CTR-EXTR-OK                 VALUE "00".
013800
013900 01  RUNCTL-FILE-STATUS              PIC X(02) VALUE "00".
014000     88  RUNCTL-FILE-OK              VALUE "00".
014100     88  RUNCTL-FILE-NOT-OPEN        VALUE "35".
014200
014300 COPY RunControlFields.
014400
014500 COPY TranCodeFields.
014600
014700******************************************************************
014800*    SWITCHES                                                    *
014900******************************************************************
015000 01  WS-HIST-EOF-SWITCH              PIC X(01) VALUE "N".
015100     88  WS-END-OF-HISTORY           VALUE "Y".
015200     88  WS-NOT-END-OF-HISTORY       VALUE "N".
015300
015400 01  WS-CUSTOMER-SWITCH              PIC X(01) VALUE "N".
015500     88  WS-CUSTOMER-FOUND           VALUE "Y".
015600     88  WS-CUSTOMER-NOT-FOUND       VALUE "N".
015700
015800*    SET ONCE AT OPEN TIME - THE FILE STATUS FIELD CHANGES ON
015900*    EVERY LATER READ, SO IT CANNOT SAY WHETHER THE FILE IS
016000*    THERE AT ALL.
016100 01  WS-CUSTFILE-SWITCH              PIC X(01) VALUE "N".
016200     88  WS-CUSTFILE-OPEN            VALUE "Y".
016300     88  WS-CUSTFILE-ABSENT          VALUE "N".
016400
016500 01  WS-FILES-SWITCH                 PIC X(01) VALUE "N".
016600     88  WS-FILES-OPEN               VALUE "Y".
016700     88  WS-FILES-NOT-OPEN           VALUE "N".
016800
016900 01  WS-KEPT-SWITCH                  PIC X(01) VALUE "N".
017000     88  WS-KEPT-FOUND               VALUE "Y".
017100     88  WS-KEPT-NOT-FOUND           VALUE "N".
017110 01  WS-KEPT-KEY                     PIC X(21).
017200
017300******************************************************************
017400*    MONITORING PARAMETERS FROM SYSIN - THE REPORTING THRESHOLD  *
017500*    AND THE STRUCTURING FLOOR IN WHOLE DOLLARS, THE SCAN        *
017600*    WINDOW IN DAYS AND THE NUMBER OF NEAR-THRESHOLD DEPOSITS    *
017700*    INSIDE THE WINDOW THAT MAKES A PATTERN.  A DAY IS           *
017800*    REPORTABLE WHEN ITS CASH IN OR CASH OUT IS OVER THE         *
017900*    THRESHOLD; A DEPOSIT IS NEAR THE THRESHOLD WHEN IT IS AT    *
018000*    LEAST THE FLOOR BUT NOT OVER THE THRESHOLD.                 *
018100******************************************************************
018200 01  WS-CTR-THRESHOLD                PIC 9(07) VALUE 0.
018300 01  WS-STRUCT-FLOOR                 PIC 9(07) VALUE 0.
018400 01  WS-WINDOW-DAYS                  PIC 9(02) VALUE 0.
018500 01  WS-STRUCT-MIN-COUNT             PIC 9(02) VALUE 0.
018600 01  WS-MAX-WINDOW-DAYS              PIC 9(02) VALUE 15.
018700
018800******************************************************************
018900*    WINDOW WORK FIELDS - DAYS BACK FROM THE BUSINESS DATE ARE   *
019000*    COUNTED ON THE SAME 30/360 SERIAL AS THE SUSPENSE AGING.    *
019100******************************************************************
019200 01  WS-RUN-DATE                     PIC 9(08) VALUE 0.
019300 01  WS-AGE-DATE                     PIC 9(08).
019400 01  WS-AGE-DATE-EDIT REDEFINES WS-AGE-DATE.
019500     05  WS-AGE-YYYY                 PIC 9(04).
019600     05  WS-AGE-MM                   PIC 9(02).
019700     05  WS-AGE-DD                   PIC 9(02).
019800 01  WS-AGE-SERIAL-FROM              PIC S9(07) VALUE 0.
019900 01  WS-AGE-SERIAL-TO                PIC S9(07) VALUE 0.
020000 01  WS-AGE-DAYS                     PIC S9(07) VALUE 0.
020100 01  WS-WINDOW-START-DATE            PIC 9(08) VALUE 0.
020200
020300******************************************************************
020400*    ACCOUNT BREAK FIELDS.  THE HISTORY KEY LEADS ON THE         *
020500*    ACCOUNT, SO AN ACCOUNT'S RECORDS ARRIVE TOGETHER AND ITS    *
020600*    SUBJECT IS RESOLVED ONCE, ON ITS FIRST CASH ITEM.           *
020700******************************************************************
020800 01  WS-CUR-ACCOUNT-ID               PIC X(10) VALUE LOW-VALUES.
020900 01  WS-CUR-SUB                      PIC 9(04) COMP VALUE 0.
021000 01  WS-CUR-RESOLVED-SWITCH          PIC X(01) VALUE "N".
021100     88  WS-CUR-RESOLVED             VALUE "Y".
021200     88  WS-CUR-NOT-RESOLVED         VALUE "N".
021300 01  WS-SUBJECT-KEY-BUILD.
021400     05  WS-SK-TYPE                  PIC X(01).
021500     05  WS-SK-ID                    PIC X(11).
021600 01  WS-SK-CUSTOMER-ID               PIC X(10).
021700
021800******************************************************************
021900*    IN-CORE SUBJECT TABLE - ONE ENTRY PER PERSON WITH CASH IN   *
022000*    THE WINDOW, WITH CASH IN AND OUT BY POSTED DATE AND THE     *
022100*    NEAR-THRESHOLD DEPOSITS.  A FULL TABLE IS REPORTED AND THE  *
022200*    OVERFLOWING ACCOUNTS LAND ON THE EXCEPTION LIST.            *
022300******************************************************************
022400 01  WS-SUBJECT-TABLE.
022500     05  WS-ST-COUNT                 PIC 9(04) COMP VALUE 0.
022600     05  WS-ST-MAX                   PIC 9(04) COMP VALUE 1000.
022700     05  WS-ST-ENTRY OCCURS 1000 TIMES.
022800         10  WS-ST-SUBJECT-KEY       PIC X(12).
022900         10  WS-ST-CUSTOMER-ID       PIC X(10).
023000         10  WS-ST-ACCOUNT-COUNT     PIC 9(03).
023100         10  WS-ST-NEAR-COUNT        PIC 9(05).
023200         10  WS-ST-NEAR-TOTAL        PIC S9(11)V99 COMP-3.
023300         10  WS-ST-LAST-NEAR-DATE    PIC 9(08).
023400         10  WS-ST-LAST-NEAR-TIME    PIC 9(08).
023500         10  WS-ST-DAY-COUNT         PIC 9(02) COMP.
023600         10  WS-ST-DAY OCCURS 20 TIMES.
023700             15  WS-ST-DAY-DATE      PIC 9(08).
023800             15  WS-ST-DAY-IN        PIC S9(11)V99 COMP-3.
023900             15  WS-ST-DAY-OUT       PIC S9(11)V99 COMP-3.
024000 01  WS-ST-SUB                       PIC 9(04) COMP VALUE 0.
024100 01  WS-ST-FOUND-SUB                 PIC 9(04) COMP VALUE 0.
024200 01  WS-DAY-SUB                      PIC 9(02) COMP VALUE 0.
024300 01  WS-DAY-FOUND-SUB                PIC 9(02) COMP VALUE 0.
024400 01  WS-DAY-MAX                      PIC 9(02) COMP VALUE 20.
024500
024600******************************************************************
024700 PROCEDURE DIVISION.
024800******************************************************************
024900 0000-MAINLINE.
025000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
025100     PERFORM 2000-SWEEP-ONE-RECORD
025200         THRU 2000-SWEEP-ONE-RECORD-EXIT
025300         UNTIL WS-END-OF-HISTORY
025400     IF WS-FILES-OPEN
025500         PERFORM 3000-REVIEW-CTR
025600             THRU 3000-REVIEW-CTR-EXIT
025700         PERFORM 5000-REVIEW-STRUCTURING
025800             THRU 5000-REVIEW-STRUCTURING-EXIT
025900         PERFORM 8000-PRINT-SUMMARY THRU 8000-PRINT-SUMMARY-EXIT
026000     END-IF
026100     IF RETURN-CODE = 0
026200         PERFORM 9600-MARK-STEP-COMPLETE
026300             THRU 9600-MARK-STEP-COMPLETE-EXIT
026400     END-IF
026500     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT
026600     STOP RUN.
026700
026800******************************************************************
026900*    1000-INITIALIZE - ACCEPT AND CHECK THE PARAMETERS, CLEAR    *
027000*    THE RUN AGAINST RUN CONTROL, LOAD THE CODE MASTER, OPEN     *
027100*    FILES AND PRIME THE FIRST HISTORY READ.                     *
027200******************************************************************
027300 1000-INITIALIZE.
027400     DISPLAY "------ LARGE-CASH AND STRUCTURING MONITOR ------"
027500     SET WS-END-OF-HISTORY TO TRUE
027600     PERFORM 1100-ACCEPT-PARAMETERS
027700         THRU 1100-ACCEPT-PARAMETERS-EXIT
027800     IF RETURN-CODE NOT = 0
027900         GO TO 1000-INITIALIZE-EXIT
028000     END-IF
028100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
028200     MOVE "AMLMON"   TO RC-THIS-STEP-NAME
028300     MOVE "TRANPOST" TO RC-PREREQ-STEP-NAME
028400     MOVE WS-RUN-DATE TO RC-RUN-DATE
028500     PERFORM 9500-VERIFY-RUN-CONTROL
028600         THRU 9500-VERIFY-RUN-CONTROL-EXIT
028700     IF RC-RUN-REFUSED
028800         MOVE 8 TO RETURN-CODE
028900         GO TO 1000-INITIALIZE-EXIT
029000     END-IF
029100*    THE BUSINESS DATE, NOT THE CALENDAR DATE, IS THE RUN DATE.
029200     MOVE RC-RUN-DATE TO WS-RUN-DATE
029300     DISPLAY "RUN DATE ...........: " WS-RUN-DATE
029400*    WITHOUT THE CODE MASTER NO POSTING CAN BE TOLD TO BE CASH.
029500     PERFORM 9700-LOAD-TRAN-CODES
029600         THRU 9700-LOAD-TRAN-CODES-EXIT
029700     IF TC-TABLE-NOT-LOADED
029800         DISPLAY "NO TRANSACTION CODE MASTER - CASH POSTINGS "
029900             "CANNOT BE IDENTIFIED."
030000         MOVE 8 TO RETURN-CODE
030100         GO TO 1000-INITIALIZE-EXIT
030200     END-IF
030300     OPEN INPUT TRAN-HISTORY
030400     IF NOT HIST-FILE-OK
030500         DISPLAY "NO TRANSACTION HISTORY ON FILE."
030600         MOVE 8 TO RETURN-CODE
030700         GO TO 1000-INITIALIZE-EXIT
030800     END-IF
030900     OPEN INPUT ACCOUNT-MASTER
031000     IF NOT ACCT-MASTER-OK
031100         DISPLAY "NO ACCOUNTS ON FILE."
031200         CLOSE TRAN-HISTORY
031300         MOVE 8 TO RETURN-CODE
031400         GO TO 1000-INITIALIZE-EXIT
031500     END-IF
031600     OPEN INPUT CUSTOMER-MASTER
031700     IF CUST-MASTER-OK
031800         SET WS-CUSTFILE-OPEN TO TRUE
031900     ELSE
032000         DISPLAY "NO CUSTOMER MASTER - CASH IS ROLLED UP BY "
032100             "ACCOUNT AND EVERY REPORT LANDS ON THE EXCEPTION "
032200             "LIST."
032300     END-IF
032400     OPEN I-O AML-ALERT-FILE
032500     IF AML-ALERT-NOT-OPEN
032600         OPEN OUTPUT AML-ALERT-FILE
032700         CLOSE AML-ALERT-FILE
032800         OPEN I-O AML-ALERT-FILE
032900     END-IF
033000     IF NOT AML-ALERT-OK
033100         DISPLAY "UNABLE TO OPEN AMLALERT, STATUS="
033200             AML-ALERT-STATUS
033300         CLOSE TRAN-HISTORY ACCOUNT-MASTER
033310         IF WS-CUSTFILE-OPEN
033320             CLOSE CUSTOMER-MASTER
033330         END-IF
033400         MOVE 8 TO RETURN-CODE
033500         GO TO 1000-INITIALIZE-EXIT
033600     END-IF
033700     OPEN OUTPUT CTR-EXTRACT-FILE
033800     IF NOT CTR-EXTR-OK
033900         DISPLAY "UNABLE TO OPEN CTREXTR, STATUS="
034000             CTR-EXTR-STATUS
034100         CLOSE TRAN-HISTORY ACCOUNT-MASTER AML-ALERT-FILE
034110         IF WS-CUSTFILE-OPEN
034120             CLOSE CUSTOMER-MASTER
034130         END-IF
034200         MOVE 8 TO RETURN-CODE
034300         GO TO 1000-INITIALIZE-EXIT
034400     END-IF
034500     SET WS-FILES-OPEN TO TRUE
034600     MOVE WS-RUN-DATE TO WS-AGE-DATE
034700     COMPUTE WS-AGE-SERIAL-TO =
034800         (WS-AGE-YYYY * 360) + ((WS-AGE-MM - 1) * 30)
034900             + WS-AGE-DD
035000     SET WS-NOT-END-OF-HISTORY TO TRUE
035100     PERFORM 2100-READ-HISTORY THRU 2100-READ-HISTORY-EXIT.
035200 1000-INITIALIZE-EXIT.
035300     EXIT.
035400
035500******************************************************************
035600*    1100-ACCEPT-PARAMETERS - FOUR SYSIN CARDS: THRESHOLD AND    *
035700*    FLOOR (7 DIGITS, WHOLE DOLLARS), WINDOW DAYS AND MINIMUM    *
035800*    DEPOSIT COUNT (2 DIGITS EACH).  A BAD CARD STOPS THE RUN.   *
035900******************************************************************
036000 1100-ACCEPT-PARAMETERS.
036100     ACCEPT WS-CTR-THRESHOLD
036200     ACCEPT WS-STRUCT-FLOOR
036300     ACCEPT WS-WINDOW-DAYS
036400     ACCEPT WS-STRUCT-MIN-COUNT
036500     DISPLAY "REPORTING THRESHOLD : " WS-CTR-THRESHOLD
036600     DISPLAY "STRUCTURING FLOOR ..: " WS-STRUCT-FLOOR
036700     DISPLAY "SCAN WINDOW DAYS ...: " WS-WINDOW-DAYS
036800     DISPLAY "DEPOSITS FOR ALERT .: " WS-STRUCT-MIN-COUNT
036900     IF WS-CTR-THRESHOLD NOT NUMERIC
037000         OR WS-STRUCT-FLOOR NOT NUMERIC
037100         OR WS-WINDOW-DAYS NOT NUMERIC
037200         OR WS-STRUCT-MIN-COUNT NOT NUMERIC
037300         DISPLAY "INVALID PARAMETER CARD - MUST BE NUMERIC."
037400         MOVE 8 TO RETURN-CODE
037500         GO TO 1100-ACCEPT-PARAMETERS-EXIT
037600     END-IF
037700     IF WS-CTR-THRESHOLD = 0
037800         OR WS-STRUCT-FLOOR = 0
037900         OR WS-STRUCT-FLOOR > WS-CTR-THRESHOLD
038000         DISPLAY "INVALID PARAMETERS - THE FLOOR MUST BE ABOVE "
038100             "ZERO AND NOT OVER THE THRESHOLD."
038200         MOVE 8 TO RETURN-CODE
038300         GO TO 1100-ACCEPT-PARAMETERS-EXIT
038400     END-IF
038500     IF WS-WINDOW-DAYS < 1
038600         OR WS-WINDOW-DAYS > WS-MAX-WINDOW-DAYS
038700         OR WS-STRUCT-MIN-COUNT < 2
038800         DISPLAY "INVALID PARAMETERS - WINDOW MUST BE 1 TO "
038900             WS-MAX-WINDOW-DAYS " DAYS AND AT LEAST 2 DEPOSITS "
039000             "MAKE A PATTERN."
039100         MOVE 8 TO RETURN-CODE
039200     END-IF.
039300 1100-ACCEPT-PARAMETERS-EXIT.
039400     EXIT.
039500
039600******************************************************************
039700*    2000-SWEEP-ONE-RECORD - PICK OUT THE CASH POSTINGS OF THE   *
039800*    SCAN WINDOW AND ADD EACH TO ITS SUBJECT.  A POSTING LATER   *
039900*    REVERSED (FLAG R) AND THE REVERSING ENTRY (FLAG V) CANCEL   *
040000*    OUT AND ARE BOTH LEFT OUT.                                  *
040100******************************************************************
040200 2000-SWEEP-ONE-RECORD.
040300     ADD 1 TO WS-HIST-READ
040400     IF HIST-ACCOUNT-ID NOT = WS-CUR-ACCOUNT-ID
040500         MOVE HIST-ACCOUNT-ID TO WS-CUR-ACCOUNT-ID
040600         SET WS-CUR-NOT-RESOLVED TO TRUE
040700         MOVE 0 TO WS-CUR-SUB
040800     END-IF
040900     IF HIST-POSTED-DATE > WS-RUN-DATE
041000         OR HIST-REVERSED OR HIST-REVERSING-ENTRY
041100         GO TO 2000-SWEEP-ONE-NEXT
041200     END-IF
041300     MOVE HIST-POSTED-DATE TO WS-AGE-DATE
041400     COMPUTE WS-AGE-SERIAL-FROM =
041500         (WS-AGE-YYYY * 360) + ((WS-AGE-MM - 1) * 30)
041600             + WS-AGE-DD
041700     COMPUTE WS-AGE-DAYS = WS-AGE-SERIAL-TO - WS-AGE-SERIAL-FROM
041800     IF WS-AGE-DAYS >= WS-WINDOW-DAYS
041900         GO TO 2000-SWEEP-ONE-NEXT
042000     END-IF
042100     MOVE HIST-TRAN-CODE TO TC-SEARCH-CODE
042200     PERFORM 9720-FIND-TRAN-CODE THRU 9720-FIND-TRAN-CODE-EXIT
042300     IF TC-CODE-NOT-FOUND
042400         GO TO 2000-SWEEP-ONE-NEXT
042500     END-IF
042600     IF NOT TC-IS-CASH (TC-FOUND-SUB)
042700         GO TO 2000-SWEEP-ONE-NEXT
042800     END-IF
042900     ADD 1 TO WS-CASH-ITEMS-SELECTED
043000     IF HIST-POSTED-DATE < WS-WINDOW-START-DATE
043100         OR WS-WINDOW-START-DATE = 0
043200         MOVE HIST-POSTED-DATE TO WS-WINDOW-START-DATE
043300     END-IF
043400     IF WS-CUR-NOT-RESOLVED
043500         PERFORM 2300-RESOLVE-SUBJECT
043600             THRU 2300-RESOLVE-SUBJECT-EXIT
043700     END-IF
043800     IF WS-CUR-SUB = 0
043900         GO TO 2000-SWEEP-ONE-NEXT
044000     END-IF
044100     PERFORM 2400-ADD-TO-SUBJECT THRU 2400-ADD-TO-SUBJECT-EXIT.
044200 2000-SWEEP-ONE-NEXT.
044300     PERFORM 2100-READ-HISTORY THRU 2100-READ-HISTORY-EXIT.
044400 2000-SWEEP-ONE-RECORD-EXIT.
044500     EXIT.
044600
044700 2100-READ-HISTORY.
044800     READ TRAN-HISTORY NEXT
044900         AT END
045000             SET WS-END-OF-HISTORY TO TRUE
045100     END-READ.
045200 2100-READ-HISTORY-EXIT.
045300     EXIT.
045400
045500******************************************************************
045600*    2300-RESOLVE-SUBJECT - WHO THE ACCOUNT'S CASH BELONGS TO:   *
045700*    THE OWNING CUSTOMER'S TAX ID, SO TWO CUSTOMER NUMBERS FOR   *
045800*    ONE PERSON ADD TOGETHER; THE CUSTOMER NUMBER WHEN THE TAX   *
045900*    ID IS BLANK; THE ACCOUNT ITSELF WHEN IT HAS NO CUSTOMER.    *
046000*    THEN FIND OR ADD THE SUBJECT'S TABLE ENTRY.                 *
046100******************************************************************
046200 2300-RESOLVE-SUBJECT.
046300     SET WS-CUR-RESOLVED TO TRUE
046400     MOVE "A"               TO WS-SK-TYPE
046500     MOVE WS-CUR-ACCOUNT-ID TO WS-SK-ID
046600     MOVE SPACES            TO WS-SK-CUSTOMER-ID
046700     MOVE WS-CUR-ACCOUNT-ID TO ACCOUNT-ID OF ACCOUNT-RECORD
046800     READ ACCOUNT-MASTER
046900         INVALID KEY
047000             ADD 1 TO WS-EXCEPTION-COUNT
047100             DISPLAY "EXCEPTION: ACCOUNT " WS-CUR-ACCOUNT-ID
047200                 " IS GONE FROM ACCOUNT-MASTER - ROLLED UP "
047300                 "BY ACCOUNT."
047400             GO TO 2300-RESOLVE-SUBJECT-FIND
047500     END-READ
047600     IF ACCOUNT-CUSTOMER-ID OF ACCOUNT-RECORD = SPACES
047700         GO TO 2300-RESOLVE-SUBJECT-FIND
047800     END-IF
047900     MOVE "C" TO WS-SK-TYPE
048000     MOVE ACCOUNT-CUSTOMER-ID OF ACCOUNT-RECORD TO WS-SK-ID
048100     MOVE ACCOUNT-CUSTOMER-ID OF ACCOUNT-RECORD
048200         TO WS-SK-CUSTOMER-ID
048300     PERFORM 2500-READ-CUSTOMER THRU 2500-READ-CUSTOMER-EXIT
048400     IF WS-CUSTOMER-FOUND
048500         AND CUSTOMER-TAX-ID NOT = SPACES
048600         MOVE "T"             TO WS-SK-TYPE
048700         MOVE CUSTOMER-TAX-ID TO WS-SK-ID
048800     END-IF.
048900 2300-RESOLVE-SUBJECT-FIND.
049000     MOVE 0 TO WS-ST-FOUND-SUB
049100     PERFORM 2310-TEST-ONE-SUBJECT
049200         THRU 2310-TEST-ONE-SUBJECT-EXIT
049300         VARYING WS-ST-SUB FROM 1 BY 1
049400         UNTIL WS-ST-FOUND-SUB > 0
049500            OR WS-ST-SUB > WS-ST-COUNT
049600     IF WS-ST-FOUND-SUB = 0
049700         IF WS-ST-COUNT >= WS-ST-MAX
049800             ADD 1 TO WS-EXCEPTION-COUNT
049900             DISPLAY "EXCEPTION: ACCOUNT " WS-CUR-ACCOUNT-ID
050000                 " NOT MONITORED - SUBJECT TABLE FULL."
050100             GO TO 2300-RESOLVE-SUBJECT-EXIT
050200         END-IF
050300         ADD 1 TO WS-ST-COUNT
050400         MOVE WS-ST-COUNT TO WS-ST-FOUND-SUB
050500         MOVE WS-SUBJECT-KEY-BUILD
050600             TO WS-ST-SUBJECT-KEY (WS-ST-FOUND-SUB)
050700         MOVE WS-SK-CUSTOMER-ID
050800             TO WS-ST-CUSTOMER-ID (WS-ST-FOUND-SUB)
050900         MOVE 0 TO WS-ST-ACCOUNT-COUNT (WS-ST-FOUND-SUB)
051000         MOVE 0 TO WS-ST-NEAR-COUNT (WS-ST-FOUND-SUB)
051100         MOVE 0 TO WS-ST-NEAR-TOTAL (WS-ST-FOUND-SUB)
051200         MOVE 0 TO WS-ST-LAST-NEAR-DATE (WS-ST-FOUND-SUB)
051300         MOVE 0 TO WS-ST-LAST-NEAR-TIME (WS-ST-FOUND-SUB)
051400         MOVE 0 TO WS-ST-DAY-COUNT (WS-ST-FOUND-SUB)
051500     END-IF
051600     ADD 1 TO WS-ST-ACCOUNT-COUNT (WS-ST-FOUND-SUB)
051700     MOVE WS-ST-FOUND-SUB TO WS-CUR-SUB.
051800 2300-RESOLVE-SUBJECT-EXIT.
051900     EXIT.
052000
052100 2310-TEST-ONE-SUBJECT.
052200     IF WS-ST-SUBJECT-KEY (WS-ST-SUB) = WS-SUBJECT-KEY-BUILD
052300         MOVE WS-ST-SUB TO WS-ST-FOUND-SUB
052400     END-IF.
052500 2310-TEST-ONE-SUBJECT-EXIT.
052600     EXIT.
052700
052800******************************************************************
052900*    2400-ADD-TO-SUBJECT - ADD THE CASH ITEM TO ITS SUBJECT'S    *
053000*    DAY, AND COUNT A DEPOSIT NEAR THE THRESHOLD, REMEMBERING    *
053100*    WHEN THE NEWEST ONE POSTED.                                 *
053200******************************************************************
053300 2400-ADD-TO-SUBJECT.
053400     MOVE 0 TO WS-DAY-FOUND-SUB
053500     PERFORM 2410-TEST-ONE-DAY
053600         THRU 2410-TEST-ONE-DAY-EXIT
053700         VARYING WS-DAY-SUB FROM 1 BY 1
053800         UNTIL WS-DAY-FOUND-SUB > 0
053900            OR WS-DAY-SUB > WS-ST-DAY-COUNT (WS-CUR-SUB)
054000     IF WS-DAY-FOUND-SUB = 0
054100         IF WS-ST-DAY-COUNT (WS-CUR-SUB) >= WS-DAY-MAX
054200             ADD 1 TO WS-EXCEPTION-COUNT
054300             DISPLAY "EXCEPTION: ACCOUNT " WS-CUR-ACCOUNT-ID
054400                 " ITEM OF " HIST-POSTED-DATE
054500                 " NOT MONITORED - DAY TABLE FULL."
054600             GO TO 2400-ADD-TO-SUBJECT-EXIT
054700         END-IF
054800         ADD 1 TO WS-ST-DAY-COUNT (WS-CUR-SUB)
054900         MOVE WS-ST-DAY-COUNT (WS-CUR-SUB) TO WS-DAY-FOUND-SUB
055000         MOVE HIST-POSTED-DATE
055100             TO WS-ST-DAY-DATE (WS-CUR-SUB, WS-DAY-FOUND-SUB)
055200         MOVE 0 TO WS-ST-DAY-IN (WS-CUR-SUB, WS-DAY-FOUND-SUB)
055300         MOVE 0 TO WS-ST-DAY-OUT (WS-CUR-SUB, WS-DAY-FOUND-SUB)
055400     END-IF
055500     IF HIST-TRAN-IS-DEBIT
055600         ADD HIST-AMOUNT
055700             TO WS-ST-DAY-OUT (WS-CUR-SUB, WS-DAY-FOUND-SUB)
055800         ADD HIST-AMOUNT TO WS-CASH-OUT-TOTAL
055900         GO TO 2400-ADD-TO-SUBJECT-EXIT
056000     END-IF
056100     ADD HIST-AMOUNT
056200         TO WS-ST-DAY-IN (WS-CUR-SUB, WS-DAY-FOUND-SUB)
056300     ADD HIST-AMOUNT TO WS-CASH-IN-TOTAL
056400     IF HIST-AMOUNT < WS-STRUCT-FLOOR
056500         OR HIST-AMOUNT > WS-CTR-THRESHOLD
056600         GO TO 2400-ADD-TO-SUBJECT-EXIT
056700     END-IF
056800     ADD 1 TO WS-ST-NEAR-COUNT (WS-CUR-SUB)
056900     ADD HIST-AMOUNT TO WS-ST-NEAR-TOTAL (WS-CUR-SUB)
057000     IF HIST-POSTED-DATE > WS-ST-LAST-NEAR-DATE (WS-CUR-SUB)
057100         OR (HIST-POSTED-DATE = WS-ST-LAST-NEAR-DATE (WS-CUR-SUB)
057200         AND HIST-POSTED-TIME > WS-ST-LAST-NEAR-TIME (WS-CUR-SUB))
057300         MOVE HIST-POSTED-DATE
057400             TO WS-ST-LAST-NEAR-DATE (WS-CUR-SUB)
057500         MOVE HIST-POSTED-TIME
057600             TO WS-ST-LAST-NEAR-TIME (WS-CUR-SUB)
057700     END-IF.
057800 2400-ADD-TO-SUBJECT-EXIT.
057900     EXIT.
058000
058100 2410-TEST-ONE-DAY.
058200     IF WS-ST-DAY-DATE (WS-CUR-SUB, WS-DAY-SUB) = HIST-POSTED-DATE
058300         MOVE WS-DAY-SUB TO WS-DAY-FOUND-SUB
058400     END-IF.
058500 2410-TEST-ONE-DAY-EXIT.
058600     EXIT.
058700
058800******************************************************************
058900*    2500-READ-CUSTOMER - RANDOM READ OF CUSTOMER-MASTER FOR     *
059000*    WS-SK-CUSTOMER-ID.  NO CUSTOMER MASTER MEANS NOT FOUND.     *
059100******************************************************************
059200 2500-READ-CUSTOMER.
059300     SET WS-CUSTOMER-NOT-FOUND TO TRUE
059400     IF WS-CUSTFILE-ABSENT OR WS-SK-CUSTOMER-ID = SPACES
059500         GO TO 2500-READ-CUSTOMER-EXIT
059600     END-IF
059700     MOVE WS-SK-CUSTOMER-ID TO CUSTOMER-ID OF CUSTOMER-RECORD
059800     READ CUSTOMER-MASTER
059900         INVALID KEY
060000             CONTINUE
060100         NOT INVALID KEY
060200             SET WS-CUSTOMER-FOUND TO TRUE
060300     END-READ.
060400 2500-READ-CUSTOMER-EXIT.
060500     EXIT.
060600
060700******************************************************************
060800*    3000-REVIEW-CTR - EVERY SUBJECT-DAY IN THE WINDOW WITH CASH *
060900*    IN OR CASH OUT OVER THE THRESHOLD IS REPORTABLE.  THE WHOLE *
061000*    WINDOW IS LOOKED AT EACH NIGHT SO CASH POSTED FOR A DAY     *
061100*    AFTER THAT DAY'S RUN IS STILL CAUGHT; THE KEPT-ALERT FILE   *
061200*    STOPS A DAY ALREADY FILED BEING FILED AGAIN.                *
061300******************************************************************
061400 3000-REVIEW-CTR.
061500     DISPLAY " "
061600     DISPLAY "------ CURRENCY TRANSACTION REPORTS ------"
061700     DISPLAY "FILING  DATE      SUBJECT              CASH IN  "
061800         "          CASH OUT  NAME"
061900     PERFORM 3100-REVIEW-ONE-SUBJECT
062000         THRU 3100-REVIEW-ONE-SUBJECT-EXIT
062100         VARYING WS-ST-SUB FROM 1 BY 1
062200         UNTIL WS-ST-SUB > WS-ST-COUNT.
062300 3000-REVIEW-CTR-EXIT.
062400     EXIT.
062500
062600 3100-REVIEW-ONE-SUBJECT.
062700     PERFORM 3200-REVIEW-ONE-DAY
062800         THRU 3200-REVIEW-ONE-DAY-EXIT
062900         VARYING WS-DAY-SUB FROM 1 BY 1
063000         UNTIL WS-DAY-SUB > WS-ST-DAY-COUNT (WS-ST-SUB).
063100 3100-REVIEW-ONE-SUBJECT-EXIT.
063200     EXIT.
063300
063400 3200-REVIEW-ONE-DAY.
063500     IF WS-ST-DAY-IN (WS-ST-SUB, WS-DAY-SUB)
063600         NOT > WS-CTR-THRESHOLD
063700         AND WS-ST-DAY-OUT (WS-ST-SUB, WS-DAY-SUB)
063800             NOT > WS-CTR-THRESHOLD
063900         GO TO 3200-REVIEW-ONE-DAY-EXIT
064000     END-IF
064100     MOVE WS-ST-SUBJECT-KEY (WS-ST-SUB) TO AML-SUBJECT-KEY
064200     MOVE "C" TO AML-ALERT-TYPE
064300     MOVE WS-ST-DAY-DATE (WS-ST-SUB, WS-DAY-SUB)
064400         TO AML-ACTIVITY-DATE
064500     PERFORM 7000-READ-KEPT-ALERT THRU 7000-READ-KEPT-ALERT-EXIT
064600     IF WS-KEPT-NOT-FOUND
064700         PERFORM 3300-FILE-CTR THRU 3300-FILE-CTR-EXIT
064800         GO TO 3200-REVIEW-ONE-DAY-EXIT
064900     END-IF
065000     IF WS-ST-DAY-IN (WS-ST-SUB, WS-DAY-SUB) > AML-CASH-IN
065100         OR WS-ST-DAY-OUT (WS-ST-SUB, WS-DAY-SUB) > AML-CASH-OUT
065200         PERFORM 3300-FILE-CTR THRU 3300-FILE-CTR-EXIT
065300     ELSE
065400         ADD 1 TO WS-CTR-SUPPRESSED-COUNT
065500     END-IF.
065600 3200-REVIEW-ONE-DAY-EXIT.
065700     EXIT.
065800
065900******************************************************************
066000*    3300-FILE-CTR - WRITE THE EXTRACT RECORD (NEW, OR AMENDED   *
066100*    WHEN THE DAY WAS FILED BEFORE) AND KEEP WHAT WAS FILED.     *
066200*    A SUBJECT WITH NO CUSTOMER ON FILE, OR NO TAX ID, IS STILL  *
066300*    EXTRACTED BUT ALSO LISTED FOR COMPLETION BY HAND.           *
066400******************************************************************
066500 3300-FILE-CTR.
066600     MOVE SPACES TO CTR-EXTRACT-RECORD
066700     IF WS-KEPT-FOUND
066800         SET CTR-IS-AMENDED-FILING TO TRUE
066900     ELSE
067000         SET CTR-IS-NEW-FILING TO TRUE
067100     END-IF
067200     MOVE WS-ST-DAY-DATE (WS-ST-SUB, WS-DAY-SUB)
067300         TO CTR-ACTIVITY-DATE
067400     MOVE WS-ST-SUBJECT-KEY (WS-ST-SUB) TO CTR-SUBJECT-KEY
067500     MOVE WS-ST-CUSTOMER-ID (WS-ST-SUB) TO CTR-CUSTOMER-ID
067600     MOVE WS-ST-CUSTOMER-ID (WS-ST-SUB) TO WS-SK-CUSTOMER-ID
067700     PERFORM 2500-READ-CUSTOMER THRU 2500-READ-CUSTOMER-EXIT
067800     IF WS-CUSTOMER-FOUND
067900         MOVE CUSTOMER-NAME    TO CTR-CUSTOMER-NAME
068000         MOVE CUSTOMER-ADDRESS TO CTR-CUSTOMER-ADDRESS
068100         MOVE CUSTOMER-TAX-ID  TO CTR-CUSTOMER-TAX-ID
068200     END-IF
068300     MOVE WS-ST-DAY-IN (WS-ST-SUB, WS-DAY-SUB)  TO CTR-CASH-IN
068400     MOVE WS-ST-DAY-OUT (WS-ST-SUB, WS-DAY-SUB) TO CTR-CASH-OUT
068500     MOVE WS-ST-ACCOUNT-COUNT (WS-ST-SUB) TO CTR-ACCOUNT-COUNT
068600     MOVE WS-RUN-DATE TO CTR-RUN-DATE
068700     WRITE CTR-EXTRACT-RECORD
068800     IF NOT CTR-EXTR-OK
068900         DISPLAY "WARNING - CTR EXTRACT NOT WRITTEN FOR "
069000             WS-ST-SUBJECT-KEY (WS-ST-SUB) " "
069100             CTR-ACTIVITY-DATE ", STATUS=" CTR-EXTR-STATUS
069200         MOVE 8 TO RETURN-CODE
069300         GO TO 3300-FILE-CTR-EXIT
069400     END-IF
069500     IF CTR-IS-NEW-FILING
069600         ADD 1 TO WS-CTR-NEW-COUNT
069700     ELSE
069800         ADD 1 TO WS-CTR-AMENDED-COUNT
069900     END-IF
070000     MOVE WS-ST-DAY-IN (WS-ST-SUB, WS-DAY-SUB) TO WS-AMOUNT-EDIT
070100     MOVE WS-ST-DAY-OUT (WS-ST-SUB, WS-DAY-SUB)
070200         TO WS-AMOUNT-EDIT-2
070300     DISPLAY CTR-FILING-TYPE "       " CTR-ACTIVITY-DATE "  "
070400         CTR-SUBJECT-KEY " " WS-AMOUNT-EDIT " " WS-AMOUNT-EDIT-2
070500         "  " CTR-CUSTOMER-NAME
070600     IF CTR-CUSTOMER-TAX-ID = SPACES
070700         ADD 1 TO WS-EXCEPTION-COUNT
070800         DISPLAY "EXCEPTION: CTR FOR " CTR-SUBJECT-KEY
070900             " HAS NO CUSTOMER TAX ID - COMPLETE BY HAND."
071000     END-IF
071100     MOVE WS-ST-DAY-IN (WS-ST-SUB, WS-DAY-SUB)  TO AML-CASH-IN
071200     MOVE WS-ST-DAY-OUT (WS-ST-SUB, WS-DAY-SUB) TO AML-CASH-OUT
071300     MOVE 0 TO AML-ITEM-COUNT
071400     MOVE 0 TO AML-LAST-ITEM-DATE
071500     MOVE 0 TO AML-LAST-ITEM-TIME
071600     PERFORM 7100-KEEP-ALERT THRU 7100-KEEP-ALERT-EXIT.
071700 3300-FILE-CTR-EXIT.
071800     EXIT.
071900
072000******************************************************************
072100*    5000-REVIEW-STRUCTURING - A SUBJECT WITH AT LEAST THE       *
072200*    MINIMUM NUMBER OF NEAR-THRESHOLD CASH DEPOSITS INSIDE THE   *
072300*    WINDOW IS ALERTED, UNLESS EVERY ONE OF THEM WAS ALREADY IN  *
072400*    THE PATTERN LAST ALERTED (NO NEWER DEPOSIT SINCE).          *
072500******************************************************************
072600 5000-REVIEW-STRUCTURING.
072700     DISPLAY " "
072800     DISPLAY "------ STRUCTURING ALERTS FOR COMPLIANCE "
072900         "REVIEW ------"
073000     DISPLAY "WINDOW " WS-WINDOW-START-DATE " TO " WS-RUN-DATE
073100         " - DEPOSITS FROM " WS-STRUCT-FLOOR " TO "
073200         WS-CTR-THRESHOLD
073300     DISPLAY "SUBJECT       DEPOSITS      NEAR-THRESHOLD TOTAL  "
073400         "ACCTS  NAME"
073500     PERFORM 5100-REVIEW-ONE-SUBJECT
073600         THRU 5100-REVIEW-ONE-SUBJECT-EXIT
073700         VARYING WS-ST-SUB FROM 1 BY 1
073800         UNTIL WS-ST-SUB > WS-ST-COUNT.
073900 5000-REVIEW-STRUCTURING-EXIT.
074000     EXIT.
074100
074200 5100-REVIEW-ONE-SUBJECT.
074300     IF WS-ST-NEAR-COUNT (WS-ST-SUB) < WS-STRUCT-MIN-COUNT
074400         GO TO 5100-REVIEW-ONE-SUBJECT-EXIT
074500     END-IF
074600     MOVE WS-ST-SUBJECT-KEY (WS-ST-SUB) TO AML-SUBJECT-KEY
074700     MOVE "S" TO AML-ALERT-TYPE
074800     MOVE 0   TO AML-ACTIVITY-DATE
074900     PERFORM 7000-READ-KEPT-ALERT THRU 7000-READ-KEPT-ALERT-EXIT
075000     IF WS-KEPT-FOUND
075100         IF WS-ST-LAST-NEAR-DATE (WS-ST-SUB) < AML-LAST-ITEM-DATE
075200             OR (WS-ST-LAST-NEAR-DATE (WS-ST-SUB)
075300                 = AML-LAST-ITEM-DATE
075400             AND WS-ST-LAST-NEAR-TIME (WS-ST-SUB)
075500                 NOT > AML-LAST-ITEM-TIME)
075600             ADD 1 TO WS-STRUCT-SUPPRESSED-COUNT
075700             GO TO 5100-REVIEW-ONE-SUBJECT-EXIT
075800         END-IF
075900     END-IF
076000     ADD 1 TO WS-STRUCT-ALERT-COUNT
076100     MOVE WS-ST-CUSTOMER-ID (WS-ST-SUB) TO WS-SK-CUSTOMER-ID
076200     PERFORM 2500-READ-CUSTOMER THRU 2500-READ-CUSTOMER-EXIT
076300     IF WS-CUSTOMER-NOT-FOUND
076400         MOVE SPACES TO CUSTOMER-NAME
076500     END-IF
076600     MOVE WS-ST-NEAR-TOTAL (WS-ST-SUB) TO WS-AMOUNT-EDIT
076700     DISPLAY WS-ST-SUBJECT-KEY (WS-ST-SUB) "  "
076800         WS-ST-NEAR-COUNT (WS-ST-SUB) "  " WS-AMOUNT-EDIT "    "
076900         WS-ST-ACCOUNT-COUNT (WS-ST-SUB) "  " CUSTOMER-NAME
077000     MOVE WS-ST-NEAR-TOTAL (WS-ST-SUB) TO AML-CASH-IN
077100     MOVE 0 TO AML-CASH-OUT
077200     MOVE WS-ST-NEAR-COUNT (WS-ST-SUB) TO AML-ITEM-COUNT
077300     MOVE WS-ST-LAST-NEAR-DATE (WS-ST-SUB) TO AML-LAST-ITEM-DATE
077400     MOVE WS-ST-LAST-NEAR-TIME (WS-ST-SUB) TO AML-LAST-ITEM-TIME
077500     PERFORM 7100-KEEP-ALERT THRU 7100-KEEP-ALERT-EXIT.
077600 5100-REVIEW-ONE-SUBJECT-EXIT.
077700     EXIT.
077800
077900******************************************************************
078000*    7000-READ-KEPT-ALERT - RANDOM READ OF THE KEPT-ALERT FILE   *
078100*    FOR THE KEY ALREADY PLACED IN AML-ALERT-KEY.                *
078200******************************************************************
078300 7000-READ-KEPT-ALERT.
078400     SET WS-KEPT-NOT-FOUND TO TRUE
078410     MOVE AML-ALERT-KEY TO WS-KEPT-KEY
078500     READ AML-ALERT-FILE
078600         INVALID KEY
078700             MOVE SPACES TO AML-ALERT-RECORD
078710             MOVE WS-KEPT-KEY TO AML-ALERT-KEY
078800         NOT INVALID KEY
078900             SET WS-KEPT-FOUND TO TRUE
079000     END-READ.
079100 7000-READ-KEPT-ALERT-EXIT.
079200     EXIT.
079300
079400******************************************************************
079500*    7100-KEEP-ALERT - ADD THE ALERT TO THE KEPT-ALERT FILE, OR  *
079600*    UPDATE THE ONE ALREADY THERE, WITH THE AMOUNTS AND ITEM     *
079700*    FIELDS THE CALLER HAS JUST MOVED IN.                        *
079800******************************************************************
079900 7100-KEEP-ALERT.
080000     MOVE WS-ST-CUSTOMER-ID (WS-ST-SUB) TO AML-CUSTOMER-ID
080100     MOVE WS-RUN-DATE TO AML-LAST-ALERT-DATE
080200     IF WS-KEPT-FOUND
080300         ADD 1 TO AML-ALERT-COUNT
080400         REWRITE AML-ALERT-RECORD
080500     ELSE
080600         MOVE WS-RUN-DATE TO AML-FIRST-ALERT-DATE
080700         MOVE 1 TO AML-ALERT-COUNT
080800         WRITE AML-ALERT-RECORD
080900     END-IF
081000     IF NOT AML-ALERT-OK
081100         DISPLAY "WARNING - KEPT ALERT NOT SAVED FOR "
081200             AML-SUBJECT-KEY " TYPE " AML-ALERT-TYPE
081300             ", STATUS=" AML-ALERT-STATUS
081400         MOVE 8 TO RETURN-CODE
081500     END-IF.
081600 7100-KEEP-ALERT-EXIT.
081700     EXIT.
081800
081900******************************************************************
082000*    8000-PRINT-SUMMARY - THE RUN'S CONTROL TOTALS.              *
082100******************************************************************
082200 8000-PRINT-SUMMARY.
082300     DISPLAY " "
082400     DISPLAY "------ LARGE-CASH MONITOR CONTROL TOTALS ------"
082500     DISPLAY "HISTORY RECORDS READ ..: " WS-HIST-READ
082600     DISPLAY "CASH ITEMS IN WINDOW ..: " WS-CASH-ITEMS-SELECTED
082700     MOVE WS-CASH-IN-TOTAL TO WS-AMOUNT-EDIT
082800     DISPLAY "CASH IN ...............: " WS-AMOUNT-EDIT
082900     MOVE WS-CASH-OUT-TOTAL TO WS-AMOUNT-EDIT
083000     DISPLAY "CASH OUT ..............: " WS-AMOUNT-EDIT
083100     DISPLAY "SUBJECTS WITH CASH ....: " WS-ST-COUNT
083200     DISPLAY "CTRS FILED - NEW ......: " WS-CTR-NEW-COUNT
083300     DISPLAY "CTRS FILED - AMENDED ..: " WS-CTR-AMENDED-COUNT
083400     DISPLAY "CTRS ALREADY FILED ....: " WS-CTR-SUPPRESSED-COUNT
083500     DISPLAY "STRUCTURING ALERTS ....: " WS-STRUCT-ALERT-COUNT
083600     DISPLAY "ALERTS ALREADY RAISED .: "
083700         WS-STRUCT-SUPPRESSED-COUNT
083800     DISPLAY "EXCEPTIONS ............: " WS-EXCEPTION-COUNT.
083900 8000-PRINT-SUMMARY-EXIT.
084000     EXIT.
084100
084200******************************************************************
084300*    SHARED TRANSACTION CODE MASTER (SEE TRANCODELOGIC COPYBOOK) *
084400******************************************************************
084500 COPY TranCodeLogic.
084600
084700******************************************************************
084800*    SHARED BUSINESS-DATE RUN CONTROL (SEE RUNCONTROL COPYBOOK)  *
084900******************************************************************
085000 COPY RunControl.
085100
085200******************************************************************
085300*    9999-TERMINATE - CLOSE ALL FILES.                           *
085400******************************************************************
085500 9999-TERMINATE.
085600     IF WS-FILES-OPEN
085700         CLOSE TRAN-HISTORY
085800         CLOSE ACCOUNT-MASTER
085900         CLOSE AML-ALERT-FILE
086000         CLOSE CTR-EXTRACT-FILE
086100         IF WS-CUSTFILE-OPEN
086200             CLOSE CUSTOMER-MASTER
086300         END-IF
086400     END-IF
086500     CLOSE RUN-CONTROL-FILE.
086600 9999-TERMINATE-EXIT.
086700     EXIT.
