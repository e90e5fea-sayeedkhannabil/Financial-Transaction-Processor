002620*                  (SHARED RUNCONTROL COPYBOOK) - REFUSES TO
002630*                  RUN BEFORE RECONCIL HAS PROVED FOR THE
002640*                  BUSINESS DATE AND REFUSES TO RUN TWICE.
002645* 2026-10-15  ROB  DETAIL LINES NOW PRINT THE TRANSACTION CODE'S
002650*                  DESCRIPTION FROM THE TRANSACTION CODE MASTER
002655*                  IN PLACE OF THE BARE DEBIT/CREDIT TYPE.
002660* 2026-10-15  ROB  STATEMENTS NOW COVER EVERY ACCOUNT THE
002665*                  CUSTOMER HOLDS A ROLE ON - JOINT OWNER,
002670*                  BENEFICIARY, POWER OF ATTORNEY OR SIGNER ROLES
002675*                  IN FORCE DURING THE MONTH ARE READ FROM THE
002680*                  ACCOUNT-PARTY FILE AFTER THE PRIMARY ACCOUNTS.
002685*                  EACH SECTION NAMES THE ROLE; THE RELATIONSHIP
002690*                  BALANCE COUNTS OWNED (PRIMARY/JOINT) ACCOUNTS.
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
004730         ORGANIZATION IS SEQUENTIAL
004740         FILE STATUS IS RUNCTL-FILE-STATUS.
004800
004805     SELECT TRAN-CODE-FILE ASSIGN TO "TRANCODE"
004810         ORGANIZATION IS SEQUENTIAL
004815         FILE STATUS IS TRAN-CODE-STATUS.
004820
004825     SELECT ACCOUNT-PARTY-FILE ASSIGN TO "ACCTPTY"
004830         ORGANIZATION IS INDEXED
004835         ACCESS MODE IS DYNAMIC
004840         RECORD KEY IS PARTY-KEY
004845         FILE STATUS IS PARTY-FILE-STATUS.
004850
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  CUSTOMER-MASTER
006130     LABEL RECORDS ARE STANDARD.
006140 COPY RunControlRecord.
006200
006210 FD  TRAN-CODE-FILE
006220     LABEL RECORDS ARE STANDARD.
006230 COPY TranCodeRecord.
006240
006250 FD  ACCOUNT-PARTY-FILE
006260     LABEL RECORDS ARE STANDARD.
006270 COPY AccountPartyRecord.
006280
006300 WORKING-STORAGE SECTION.
006400******************************************************************
006500*    CONTROL TOTALS                                              *
008450
008460 COPY RunControlFields.
008500
008510 01  TRAN-CODE-STATUS                PIC X(02) VALUE "00".
008520     88  TRAN-CODE-OK                VALUE "00".
008530
008540 COPY TranCodeFields.
008550 01  WS-TRAN-DESCRIPTION             PIC X(30) VALUE SPACES.
008560
008570 01  PARTY-FILE-STATUS               PIC X(02) VALUE "00".
008580     88  PARTY-FILE-OK               VALUE "00".
008590
008600******************************************************************
008700*    END-OF-FILE AND SCAN SWITCHES                               *
008800******************************************************************
010220 01  WS-FILES-OPEN-SWITCH            PIC X(01) VALUE "N".
010230     88  WS-FILES-OPEN               VALUE "Y".
010240     88  WS-FILES-NOT-OPEN           VALUE "N".
010245 01  WS-PARTY-SCAN-SWITCH            PIC X(01) VALUE "N".
010250     88  WS-END-OF-PARTY-SCAN        VALUE "Y".
010255     88  WS-NOT-END-OF-PARTY-SCAN    VALUE "N".
010260
010265 01  WS-PARTY-FILE-SWITCH            PIC X(01) VALUE "N".
010270     88  WS-PARTY-FILE-OPEN          VALUE "Y".
010275     88  WS-PARTY-FILE-NOT-OPEN      VALUE "N".
010300
010400******************************************************************
010500*    STATEMENT PERIOD AND BALANCE WORK FIELDS - THE PER-ACCOUNT  *
012000 01  WS-LATEST-POSTED-SEQ            PIC 9(08).
012100 01  WS-RELATIONSHIP-TOTAL           PIC S9(11)V99.
012200 01  WS-ACCOUNTS-ON-STMT             PIC 9(04).
012250 01  WS-ROLE-NAME                    PIC X(11).
012300 01  WS-BALANCE-EDIT                 PIC $,$$$,$$$,$$9.99-.
012400 01  WS-AMOUNT-EDIT                  PIC $,$$$,$$$,$$9.99-.
012500
017400         SET WS-END-OF-CUSTOMER-MASTER TO TRUE
017500         GO TO 1000-INITIALIZE-EXIT
017600     END-IF
017602*    THE CODE MASTER ONLY NAMES THE POSTINGS - WITHOUT IT THE
017604*    STATEMENTS STILL RUN AND PRINT DEBIT/CREDIT.
017606     PERFORM 9700-LOAD-TRAN-CODES
017608         THRU 9700-LOAD-TRAN-CODES-EXIT
017610     IF TC-TABLE-NOT-LOADED
017612         DISPLAY "WARNING - NO TRANSACTION CODE MASTER, "
017614             "POSTINGS WILL PRINT AS DEBIT/CREDIT."
017616     END-IF
017618*    WITHOUT THE PARTY FILE EACH STATEMENT STILL CARRIES THE
017620*    CUSTOMER'S PRIMARY ACCOUNTS.
017622     OPEN INPUT ACCOUNT-PARTY-FILE
017624     IF PARTY-FILE-OK
017626         SET WS-PARTY-FILE-OPEN TO TRUE
017628     ELSE
017630         DISPLAY "WARNING - NO ACCOUNT-PARTY FILE, STATEMENTS "
017632             "WILL CARRY PRIMARY ACCOUNTS ONLY."
017634     END-IF
017650     SET WS-FILES-OPEN TO TRUE
017700     PERFORM 2100-READ-CUSTOMER-MASTER
017800         THRU 2100-READ-CUSTOMER-MASTER-EXIT.
020200
020300******************************************************************
020400*    3000-PRINT-STATEMENT - MAILING BLOCK, ONE SECTION PER       *
020425*    LINKED ACCOUNT, AND THE RELATIONSHIP SUMMARY.  THE ACCOUNTS *
020450*    THE CUSTOMER IS PRIMARY OWNER OF (ACCOUNT-CUSTOMER-ID) COME *
020475*    FIRST, THEN EVERY OTHER ROLE IN FORCE DURING THE MONTH FROM *
020500*    THE ACCOUNT-PARTY FILE.                                     *
020600******************************************************************
020700 3000-PRINT-STATEMENT.
020800     DISPLAY " "
022400     PERFORM 3500-SCAN-ONE-ACCOUNT
022500         THRU 3500-SCAN-ONE-ACCOUNT-EXIT
022600         UNTIL WS-END-OF-ACCT-SCAN
022605     IF WS-PARTY-FILE-OPEN
022610         SET WS-NOT-END-OF-PARTY-SCAN TO TRUE
022615         MOVE LOW-VALUES TO PARTY-KEY
022620         START ACCOUNT-PARTY-FILE
022625             KEY >= PARTY-KEY
022630             INVALID KEY
022635                 SET WS-END-OF-PARTY-SCAN TO TRUE
022640         END-START
022645         PERFORM 3600-SCAN-ONE-PARTY
022650             THRU 3600-SCAN-ONE-PARTY-EXIT
022655             UNTIL WS-END-OF-PARTY-SCAN
022660     END-IF
022700     DISPLAY " "
022800     DISPLAY "RELATIONSHIP SUMMARY"
022900     DISPLAY "ACCOUNTS ON STATEMENT: " WS-ACCOUNTS-ON-STMT
023000     MOVE WS-RELATIONSHIP-TOTAL TO WS-BALANCE-EDIT
023100     DISPLAY "RELATIONSHIP BALANCE : " WS-BALANCE-EDIT
023200     IF WS-ACCOUNTS-ON-STMT = 0
023300         DISPLAY "  NO ACCOUNTS CARRY THIS CUSTOMER."
023400     END-IF
023500     ADD 1 TO WS-STATEMENTS-PRINTED.
023600 3000-PRINT-STATEMENT-EXIT.
024600     END-IF
024700     IF ACCOUNT-CUSTOMER-ID OF ACCOUNT-RECORD =
024800             CUSTOMER-ID OF CUSTOMER-RECORD
024850         MOVE "PRIMARY" TO WS-ROLE-NAME
024900         ADD 1 TO WS-ACCOUNTS-ON-STMT
025000         ADD 1 TO WS-ACCOUNT-SECTIONS
025100         PERFORM 4000-PRINT-ACCOUNT-SECTION
025400     END-IF.
025500 3500-SCAN-ONE-ACCOUNT-EXIT.
025600     EXIT.
025601******************************************************************
025602*    3600-SCAN-ONE-PARTY - ONE ACCOUNT-PARTY RECORD.  A ROLE     *
025603*    OTHER THAN PRIMARY HELD BY THIS CUSTOMER AT ANY TIME IN THE *
025604*    STATEMENT MONTH (AN END DATE IS THE FIRST DAY THE ROLE NO   *
025605*    LONGER HOLDS) GETS A SECTION; ONLY A JOINT OWNER'S BALANCE  *
025606*    COUNTS TOWARD THE RELATIONSHIP BALANCE.                     *
025607******************************************************************
025608 3600-SCAN-ONE-PARTY.
025609     READ ACCOUNT-PARTY-FILE NEXT
025610         AT END
025611             SET WS-END-OF-PARTY-SCAN TO TRUE
025612     END-READ
025613     IF WS-END-OF-PARTY-SCAN
025614         GO TO 3600-SCAN-ONE-PARTY-EXIT
025615     END-IF
025616     IF PARTY-CUSTOMER-ID NOT = CUSTOMER-ID OF CUSTOMER-RECORD
025617         OR PARTY-IS-PRIMARY
025618         OR PARTY-EFFECTIVE-DATE > WS-PERIOD-END
025619         GO TO 3600-SCAN-ONE-PARTY-EXIT
025620     END-IF
025621     IF PARTY-END-DATE NOT = 0
025622         AND PARTY-END-DATE NOT > WS-PERIOD-START
025623         GO TO 3600-SCAN-ONE-PARTY-EXIT
025624     END-IF
025625     MOVE PARTY-ACCOUNT-ID TO ACCOUNT-ID OF ACCOUNT-RECORD
025626     READ ACCOUNT-MASTER
025627         INVALID KEY
025628             DISPLAY " "
025629             DISPLAY "ACCOUNT " PARTY-ACCOUNT-ID
025630                 " - ROLE " PARTY-ROLE
025631                 " BUT NOT ON ACCOUNT-MASTER"
025632             GO TO 3600-SCAN-ONE-PARTY-EXIT
025633     END-READ
025634     EVALUATE TRUE
025635         WHEN PARTY-IS-JOINT
025636             MOVE "JOINT"       TO WS-ROLE-NAME
025637         WHEN PARTY-IS-BENEFICIARY
025638             MOVE "BENEFICIARY" TO WS-ROLE-NAME
025639         WHEN PARTY-IS-POA
025640             MOVE "POA"         TO WS-ROLE-NAME
025641         WHEN PARTY-IS-SIGNER
025642             MOVE "SIGNER"      TO WS-ROLE-NAME
025643         WHEN OTHER
025644             MOVE PARTY-ROLE    TO WS-ROLE-NAME
025645     END-EVALUATE
025646     ADD 1 TO WS-ACCOUNTS-ON-STMT
025647     ADD 1 TO WS-ACCOUNT-SECTIONS
025648     PERFORM 4000-PRINT-ACCOUNT-SECTION
025649         THRU 4000-PRINT-ACCOUNT-SECTION-EXIT
025650     IF PARTY-IS-OWNER
025651         ADD WS-CLOSING-BALANCE TO WS-RELATIONSHIP-TOTAL
025652     END-IF.
025653 3600-SCAN-ONE-PARTY-EXIT.
025654     EXIT.
025700
025800******************************************************************
025900*    4000-PRINT-ACCOUNT-SECTION - ONE ACCOUNT'S PERIOD ACTIVITY  *
026400     DISPLAY " "
026500     DISPLAY "ACCOUNT " ACCOUNT-ID OF ACCOUNT-RECORD " ("
026600         ACCOUNT-TYPE OF ACCOUNT-RECORD ") "
026700         ACCOUNT-STATUS OF ACCOUNT-RECORD " - " WS-ROLE-NAME
026800     MOVE 0 TO WS-TRANS-ON-STMT
026900     MOVE 0 TO WS-NET-CHANGE
027000     MOVE 0 TO WS-LATEST-POSTED-DATE
038700 4300-PRINT-ONE-TRAN.
038800     MOVE HIST-AMOUNT TO WS-AMOUNT-EDIT
038900     MOVE HIST-BALANCE-AFTER TO WS-BALANCE-EDIT
038925     PERFORM 4310-DESCRIBE-TRAN
038950         THRU 4310-DESCRIBE-TRAN-EXIT
039000     DISPLAY "  " HIST-TRAN-DATE " " HIST-TRANSACTION-ID " "
039100         WS-TRAN-DESCRIPTION " " WS-AMOUNT-EDIT
039200         "  BALANCE " WS-BALANCE-EDIT
039300     EVALUATE TRUE
039400         WHEN HIST-TRANSFER-LEG
041100     EXIT.
041200
041300******************************************************************
041305*    4310-DESCRIBE-TRAN - THE STATEMENT NAMES EACH POSTING       *
041310*    BY ITS TRANSACTION CODE'S DESCRIPTION.  A POSTING WITH NO   *
041315*    CODE, OR A CODE NO LONGER ON THE MASTER, PRINTS ITS         *
041320*    DEBIT/CREDIT TYPE INSTEAD.                                  *
041325******************************************************************
041330 4310-DESCRIBE-TRAN.
041335     MOVE HIST-TRANSACTION-TYPE TO WS-TRAN-DESCRIPTION
041340     MOVE HIST-TRAN-CODE TO TC-SEARCH-CODE
041345     PERFORM 9720-FIND-TRAN-CODE
041350         THRU 9720-FIND-TRAN-CODE-EXIT
041355     IF TC-CODE-FOUND
041360         MOVE TC-DESCRIPTION (TC-FOUND-SUB) TO WS-TRAN-DESCRIPTION
041365     END-IF.
041370 4310-DESCRIBE-TRAN-EXIT.
041375     EXIT.
041380
041385******************************************************************
041400*    7000-PRINT-EXCEPTION-LIST - EVERY ACCOUNT WITH NO CUSTOMER  *
041500*    NUMBER, OR A CUSTOMER NUMBER NOT ON CUSTOMER-MASTER, GETS   *
041600*    NO CONSOLIDATED STATEMENT - LIST THEM FOR FOLLOW-UP         *
048940 COPY RunControl.
048950
049000******************************************************************
049010*    SHARED TRANSACTION CODE MASTER (SEE TRANCODELOGIC COPYBOOK) *
049020******************************************************************
049030 COPY TranCodeLogic.
049040
049050******************************************************************
049100*    9999-TERMINATE - CLOSE ALL FILES BEFORE STOP RUN.           *
049200******************************************************************
049300 9999-TERMINATE.
049400     CLOSE CUSTOMER-MASTER
049500     CLOSE ACCOUNT-MASTER
049550     CLOSE RUN-CONTROL-FILE
049560     IF WS-PARTY-FILE-OPEN
049570         CLOSE ACCOUNT-PARTY-FILE
049580     END-IF
049600     CLOSE TRAN-HISTORY.
049700 9999-TERMINATE-EXIT.
049800     EXIT.
