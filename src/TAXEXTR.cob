002500*                  FROM THE MASTER, OR FOR CUSTOMERS WITH A
002600*                  BLANK TAX ID LANDS ON THE EXCEPTION LIST
002700*                  FOR CHASING BEFORE THE FILING DEADLINE.
002710* 2026-10-15  ROB  INTEREST IS REPORTED TO THE PRIMARY OWNER
002720*                  ONLY.  WITH SEVERAL CUSTOMERS ON AN ACCOUNT
002730*                  THE OWNER IS THE PRIMARY ROLE ON THE ACCOUNT-
002740*                  PARTY FILE IN FORCE DURING THE REPORTING YEAR
002750*                  (THE LATEST TO TAKE EFFECT IF IT CHANGED
002760*                  HANDS), FALLING BACK TO ACCOUNT-CUSTOMER-ID.
002770*                  JOINT OWNERS AND OTHER ROLES GET NO EXTRACT.
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS TAX-EXTR-STATUS.
005300
005310     SELECT ACCOUNT-PARTY-FILE ASSIGN TO "ACCTPTY"
005320         ORGANIZATION IS INDEXED
005330         ACCESS MODE IS DYNAMIC
005340         RECORD KEY IS PARTY-KEY
005350         FILE STATUS IS PARTY-FILE-STATUS.
005360
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  TRAN-HISTORY
006900     LABEL RECORDS ARE STANDARD.
007000 COPY TaxExtractRecord.
007100
007120 FD  ACCOUNT-PARTY-FILE
007140     LABEL RECORDS ARE STANDARD.
007160 COPY AccountPartyRecord.
007180
007200 WORKING-STORAGE SECTION.
007300******************************************************************
007400*    CONTROL TOTALS                                              *
009700 01  TAX-EXTR-STATUS                 PIC X(02) VALUE "00".
009800     88  TAX-EXTR-OK                 VALUE "00".
009900
009925 01  PARTY-FILE-STATUS               PIC X(02) VALUE "00".
009950     88  PARTY-FILE-OK               VALUE "00".
009975
010000******************************************************************
010100*    SWITCHES                                                    *
010200******************************************************************
011250 01  WS-CUSTFILE-SWITCH              PIC X(01) VALUE "N".
011260     88  WS-CUSTFILE-OPEN            VALUE "Y".
011270     88  WS-CUSTFILE-ABSENT          VALUE "N".
011272 01  WS-PARTYFILE-SWITCH             PIC X(01) VALUE "N".
011276     88  WS-PARTYFILE-OPEN           VALUE "Y".
011280     88  WS-PARTYFILE-ABSENT         VALUE "N".
011284
011288 01  WS-PARTY-SCAN-SWITCH            PIC X(01) VALUE "N".
011292     88  WS-END-OF-PARTY-SCAN        VALUE "Y".
011296     88  WS-NOT-END-OF-PARTY-SCAN    VALUE "N".
011300
011400******************************************************************
011500*    SELECTION - THE REPORTING YEAR FROM SYSIN AND THE           *
012200     05  WS-HD-YYYY                  PIC 9(04).
012300     05  WS-HD-MMDD                  PIC 9(04).
012400 01  WS-INTEREST-BAND-FLOOR          PIC 9(08) VALUE 90000000.
012425 01  WS-YEAR-START                   PIC 9(08) VALUE 0.
012450 01  WS-YEAR-END                     PIC 9(08) VALUE 0.
012500
012600******************************************************************
012700*    ACCOUNT-LEVEL ACCUMULATORS.  THE HISTORY KEY LEADS ON THE   *
013200 01  WS-CUR-ACCOUNT-ID               PIC X(10) VALUE LOW-VALUES.
013300 01  WS-ACC-PAID                     PIC S9(11)V99 VALUE 0.
013400 01  WS-ACC-CHARGED                  PIC S9(11)V99 VALUE 0.
013410******************************************************************
013420*    REPORTING OWNER - THE PRIMARY ROLE FOR THE YEAR FROM THE    *
013430*    ACCOUNT-PARTY FILE, ELSE ACCOUNT-CUSTOMER-ID.               *
013440******************************************************************
013450 01  WS-TAX-OWNER-ID                 PIC X(10) VALUE SPACES.
013460 01  WS-TAX-OWNER-EFFECTIVE          PIC 9(08) VALUE 0.
013500
013600******************************************************************
013700*    IN-CORE CUSTOMER ROLLUP TABLE.  A FULL TABLE IS REPORTED    *
017600         GO TO 1000-INITIALIZE-EXIT
017700     END-IF
017800     DISPLAY "REPORTING YEAR: " WS-REPORTING-YEAR
017825     COMPUTE WS-YEAR-START = (WS-REPORTING-YEAR * 10000) + 101
017850     COMPUTE WS-YEAR-END = (WS-REPORTING-YEAR * 10000) + 1231
017900     OPEN INPUT TRAN-HISTORY
018000     IF NOT HIST-FILE-OK
018100         DISPLAY "NO TRANSACTION HISTORY ON FILE."
019400         DISPLAY "NO CUSTOMER MASTER - EVERY CUSTOMER WILL "
019500             "LAND ON THE EXCEPTION LIST."
019600     END-IF
019610     OPEN INPUT ACCOUNT-PARTY-FILE
019620     IF PARTY-FILE-OK
019630         SET WS-PARTYFILE-OPEN TO TRUE
019640     ELSE
019650         DISPLAY "NO ACCOUNT-PARTY FILE - INTEREST WILL BE "
019660             "REPORTED TO ACCOUNT-CUSTOMER-ID."
019670     END-IF
019700     OPEN OUTPUT TAX-EXTRACT-FILE
019800     IF NOT TAX-EXTR-OK
019900         DISPLAY "UNABLE TO OPEN TAXEXTR, STATUS="
020000             TAX-EXTR-STATUS
020100         CLOSE TRAN-HISTORY ACCOUNT-MASTER
020110         IF WS-PARTYFILE-OPEN
020120             CLOSE ACCOUNT-PARTY-FILE
020130         END-IF
020150         MOVE 8 TO RETURN-CODE
020200         SET WS-END-OF-HISTORY TO TRUE
020300         GO TO 1000-INITIALIZE-EXIT
026500         DISPLAY "    ACCOUNT IS GONE FROM ACCOUNT-MASTER."
026600         GO TO 3000-FLUSH-ACCOUNT-RESET
026700     END-IF
026750     PERFORM 3300-FIND-PRIMARY-OWNER
026800         THRU 3300-FIND-PRIMARY-OWNER-EXIT
026850     IF WS-TAX-OWNER-ID = SPACES
026900         PERFORM 3200-PRINT-ACCT-EXCEPTION
027000             THRU 3200-PRINT-ACCT-EXCEPTION-EXIT
027100         DISPLAY "    ACCOUNT HAS NO PRIMARY OWNER."
027200         GO TO 3000-FLUSH-ACCOUNT-RESET
027300     END-IF
027400     PERFORM 3100-ADD-TO-CUSTOMER
029900         END-IF
030000         ADD 1 TO WS-CT-COUNT
030100         MOVE WS-CT-COUNT TO WS-CT-FOUND-SUB
030200         MOVE WS-TAX-OWNER-ID
030300             TO WS-CT-CUSTOMER-ID (WS-CT-FOUND-SUB)
030400         MOVE 0 TO WS-CT-PAID (WS-CT-FOUND-SUB)
030500         MOVE 0 TO WS-CT-CHARGED (WS-CT-FOUND-SUB)
031100
031200 3110-TEST-ONE-CUSTOMER.
031300     IF WS-CT-CUSTOMER-ID (WS-CT-SUB) =
031400             WS-TAX-OWNER-ID
031500         MOVE WS-CT-SUB TO WS-CT-FOUND-SUB
031600     END-IF.
031700 3110-TEST-ONE-CUSTOMER-EXIT.
033200     EXIT.
033300
033400******************************************************************
033401*    3300-FIND-PRIMARY-OWNER - THE ACCOUNT'S PRIMARY ROLE IN     *
033402*    FORCE AT ANY TIME IN THE REPORTING YEAR (AN END DATE IS THE *
033403*    FIRST DAY IT NO LONGER HOLDS).  IF THE ACCOUNT CHANGED      *
033404*    HANDS, THE LATEST TO TAKE EFFECT GETS THE YEAR'S INTEREST.  *
033405*    NO PRIMARY ROLE ON FILE FALLS BACK TO ACCOUNT-CUSTOMER-ID.  *
033406******************************************************************
033407 3300-FIND-PRIMARY-OWNER.
033408     MOVE SPACES TO WS-TAX-OWNER-ID
033409     MOVE 0 TO WS-TAX-OWNER-EFFECTIVE
033410     IF WS-PARTYFILE-OPEN
033411         SET WS-NOT-END-OF-PARTY-SCAN TO TRUE
033412         MOVE WS-CUR-ACCOUNT-ID TO PARTY-ACCOUNT-ID
033413         MOVE LOW-VALUES TO PARTY-CUSTOMER-ID
033414         MOVE LOW-VALUES TO PARTY-ROLE
033415         START ACCOUNT-PARTY-FILE
033416             KEY >= PARTY-KEY
033417             INVALID KEY
033418                 SET WS-END-OF-PARTY-SCAN TO TRUE
033419         END-START
033420         PERFORM 3310-TEST-ONE-PARTY
033421             THRU 3310-TEST-ONE-PARTY-EXIT
033422             UNTIL WS-END-OF-PARTY-SCAN
033423     END-IF
033424     IF WS-TAX-OWNER-ID = SPACES
033425         MOVE ACCOUNT-CUSTOMER-ID OF ACCOUNT-RECORD
033426             TO WS-TAX-OWNER-ID
033427     END-IF.
033428 3300-FIND-PRIMARY-OWNER-EXIT.
033429     EXIT.
033430
033431 3310-TEST-ONE-PARTY.
033432     READ ACCOUNT-PARTY-FILE NEXT
033433         AT END
033434             SET WS-END-OF-PARTY-SCAN TO TRUE
033435     END-READ
033436     IF WS-END-OF-PARTY-SCAN
033437         GO TO 3310-TEST-ONE-PARTY-EXIT
033438     END-IF
033439     IF PARTY-ACCOUNT-ID NOT = WS-CUR-ACCOUNT-ID
033440         SET WS-END-OF-PARTY-SCAN TO TRUE
033441         GO TO 3310-TEST-ONE-PARTY-EXIT
033442     END-IF
033443     IF NOT PARTY-IS-PRIMARY
033444         OR PARTY-EFFECTIVE-DATE > WS-YEAR-END
033445         GO TO 3310-TEST-ONE-PARTY-EXIT
033446     END-IF
033447     IF PARTY-END-DATE NOT = 0
033448         AND PARTY-END-DATE NOT > WS-YEAR-START
033449         GO TO 3310-TEST-ONE-PARTY-EXIT
033450     END-IF
033451     IF WS-TAX-OWNER-ID = SPACES
033452         OR PARTY-EFFECTIVE-DATE > WS-TAX-OWNER-EFFECTIVE
033453         MOVE PARTY-CUSTOMER-ID TO WS-TAX-OWNER-ID
033454         MOVE PARTY-EFFECTIVE-DATE TO WS-TAX-OWNER-EFFECTIVE
033455     END-IF.
033456 3310-TEST-ONE-PARTY-EXIT.
033457     EXIT.
033458
033459******************************************************************
033500*    5000-WRITE-EXTRACTS - ONE EXTRACT RECORD PER ROLLED-UP      *
033600*    CUSTOMER, WITH THE NAME AND TAX ID FROM CUSTOMER-MASTER.    *
033700*    A MISSING CUSTOMER OR BLANK TAX ID GOES ON THE EXCEPTION    *
041850     IF WS-CUSTFILE-OPEN
041900         CLOSE CUSTOMER-MASTER
041950     END-IF
041960     IF WS-PARTYFILE-OPEN
041970         CLOSE ACCOUNT-PARTY-FILE
041980     END-IF
042000     CLOSE TAX-EXTRACT-FILE.
042100 9999-TERMINATE-EXIT.
042200     EXIT.
