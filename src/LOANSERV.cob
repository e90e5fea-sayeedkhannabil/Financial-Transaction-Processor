000100******************************************************************
000200 IDENTIFICATION DIVISION.
000300******************************************************************
000400 PROGRAM-ID.     LOANSERV.
000500 AUTHOR.         R. OKONKWO-BATES.
000600 INSTALLATION.   RETAIL BANKING SYSTEMS.
000700 DATE-WRITTEN.   2026-10-15.
000800 DATE-COMPILED.
000900*-----------------------------------------------------------------
001000* MODIFICATION HISTORY
001100*-----------------------------------------------------------------
001200* 2026-10-15  ROB  ORIGINAL - NIGHTLY LOAN SERVICING RUN.  READS
001300*                  EVERY LOAN TERMS RECORD, TAKES IN THE
001400*                  CREDITS POSTED TO THE LOAN ON TRAN-HISTORY
001500*                  SINCE THE LAST RUN AND APPLIES THEM TO THE
001600*                  INSTALLMENTS FALLEN DUE, OLDEST FIRST, AGES
001700*                  THE OLDEST UNPAID INSTALLMENT INTO THE
001800*                  CURRENT / 30 / 60 / 90+ DELINQUENCY BUCKETS,
001900*                  AND WRITES ONE LATE-CHARGE DEBIT PER
002000*                  INSTALLMENT STILL UNPAID PAST ITS GRACE DAYS
002100*                  TO THE LATE-CHARGE TRANSACTION FILE WITH THE
002200*                  BATCH HEADER/TRAILER PAIR, SO LATE CHARGES
002300*                  FLOW THROUGH THE SAME EDIT, POSTING, HISTORY,
002400*                  SUSPENSE AND CONTROL TOTALS AS THE FEE RUN.
002500*                  PRINTS THE DELINQUENCY REPORT (EVERY LOAN
002600*                  BEHIND, THEN COUNTS AND AMOUNTS PAST DUE BY
002700*                  BUCKET).  GATED BY THE BUSINESS-DATE RUN
002800*                  CONTROL FILE BEHIND THE NIGHT'S TRANPOST.
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT LOAN-TERMS-FILE ASSIGN TO "LOANTERM"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS SEQUENTIAL
003600         RECORD KEY IS LOAN-ACCOUNT-ID
003700         FILE STATUS IS LOAN-TERMS-STATUS.
003800
003900     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS RANDOM
004200         RECORD KEY IS ACCOUNT-ID OF ACCOUNT-RECORD
004300         FILE STATUS IS ACCT-MASTER-STATUS.
004400
004500     SELECT TRAN-HISTORY ASSIGN TO "TRANHIST"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS HIST-KEY
004900         FILE STATUS IS HIST-FILE-STATUS.
005000
005100     SELECT LATE-TRAN-FILE ASSIGN TO "LATETRAN"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS LATE-TRAN-STATUS.
005400
005500     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS RUNCTL-FILE-STATUS.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  LOAN-TERMS-FILE
006200     LABEL RECORDS ARE STANDARD.
006300 COPY LoanTermsRecord.
006400
006500 FD  ACCOUNT-MASTER
006600     LABEL RECORDS ARE STANDARD.
006700 COPY AccountRecord.
006800
006900 FD  TRAN-HISTORY
007000     LABEL RECORDS ARE STANDARD.
007100 COPY TranHistRecord.
007200
007300 FD  LATE-TRAN-FILE
007400     LABEL RECORDS ARE STANDARD.
007500 COPY TransactionRecord.
007600 COPY BatchControlRecord.
007700
007800 FD  RUN-CONTROL-FILE
007900     LABEL RECORDS ARE STANDARD.
008000 COPY RunControlRecord.
008100
008200 WORKING-STORAGE SECTION.
008300******************************************************************
008400*    CONTROL TOTALS                                              *
008500******************************************************************
008600 01  WS-LOANS-READ                   PIC 9(08) VALUE 0.
008700 01  WS-LOANS-SERVICED               PIC 9(08) VALUE 0.
008800 01  WS-LOANS-SKIPPED                PIC 9(08) VALUE 0.
008900 01  WS-NO-ACCOUNT-COUNT             PIC 9(08) VALUE 0.
009000 01  WS-INCOMPLETE-TERMS-COUNT       PIC 9(08) VALUE 0.
009100 01  WS-CREDITS-APPLIED              PIC 9(08) VALUE 0.
009200 01  WS-TOTAL-APPLIED                PIC S9(11)V99 VALUE 0.
009300 01  WS-LATE-CHARGES-RAISED          PIC 9(08) VALUE 0.
009400 01  WS-TOTAL-LATE-CHARGES           PIC S9(11)V99 VALUE 0.
009500 01  WS-AMOUNT-HASH-TOTAL            PIC 9(13)V99 VALUE 0.
009600 01  WS-AMOUNT-EDIT                  PIC $,$$$,$$$,$$9.99-.
009700 01  WS-DAYS-EDIT                    PIC ZZZZ9.
009800
009900******************************************************************
010000*    FILE STATUS                                                 *
010100******************************************************************
010200 01  LOAN-TERMS-STATUS               PIC X(02) VALUE "00".
010300     88  LOAN-TERMS-OK               VALUE "00".
010400
010500 01  ACCT-MASTER-STATUS              PIC X(02) VALUE "00".
010600     88  ACCT-MASTER-OK              VALUE "00".
010700
010800 01  HIST-FILE-STATUS                PIC X(02) VALUE "00".
010900     88  HIST-FILE-OK                VALUE "00".
011000
011100 01  LATE-TRAN-STATUS                PIC X(02) VALUE "00".
011200     88  LATE-TRAN-OK                VALUE "00".
011300
011400 01  RUNCTL-FILE-STATUS              PIC X(02) VALUE "00".
011500     88  RUNCTL-FILE-OK              VALUE "00".
011600     88  RUNCTL-FILE-NOT-OPEN        VALUE "35".
011700
011800 COPY RunControlFields.
011900
012000******************************************************************
012100*    END-OF-FILE AND RUN SWITCHES                                *
012200******************************************************************
012300 01  WS-LOANTERM-EOF-SWITCH          PIC X(01) VALUE "N".
012400     88  WS-END-OF-LOAN-TERMS        VALUE "Y".
012500
012600 01  WS-HIST-SCAN-SWITCH             PIC X(01) VALUE "N".
012700     88  WS-END-OF-HIST-SCAN         VALUE "Y".
012800     88  WS-NOT-END-OF-HIST-SCAN     VALUE "N".
012900
013000 01  WS-HEADER-WRITTEN-SWITCH        PIC X(01) VALUE "N".
013100     88  WS-HEADER-WRITTEN           VALUE "Y".
013200     88  WS-HEADER-NOT-WRITTEN       VALUE "N".
013300
013400 01  WS-ACCOUNT-FOUND-SWITCH         PIC X(01) VALUE "N".
013500     88  WS-ACCOUNT-FOUND            VALUE "Y".
013600     88  WS-ACCOUNT-NOT-FOUND        VALUE "N".
013700
013800******************************************************************
013900*    DELINQUENCY BUCKET TOTALS - 1 = CURRENT (UNDER 30 DAYS),    *
014000*    2 = 30-59 DAYS, 3 = 60-89 DAYS, 4 = 90 DAYS AND OVER.       *
014100******************************************************************
014200 01  WS-BUCKET-TABLE.
014300     05  WS-BUCKET-ENTRY OCCURS 4 TIMES.
014400         10  WS-BUCKET-COUNT         PIC 9(08).
014500         10  WS-BUCKET-AMOUNT        PIC S9(11)V99.
014600 01  WS-BUCKET-SUB                   PIC 9(01) COMP.
014700
014800******************************************************************
014900*    SCHEDULE WORK FIELDS.  AN INSTALLMENT IS NUMBERED FROM 0    *
015000*    (THE FIRST DUE DATE); ITS DUE DATE IS THE FIRST DUE DATE    *
015100*    ADVANCED THAT MANY MONTHS, ON THE LOAN'S DUE DAY OR THE     *
015200*    LAST DAY OF A SHORTER MONTH.  MONTHS ARE COUNTED AS         *
015300*    (YEAR * 12) + MONTH - 1 SO A DIVIDE BY 12 TURNS ONE BACK    *
015400*    INTO A YEAR AND MONTH.                                      *
015500******************************************************************
015600 01  WS-RUN-DATE                     PIC 9(08).
015700 01  WS-RUN-DATE-EDIT REDEFINES WS-RUN-DATE.
015800     05  WS-RUN-YYYY                 PIC 9(04).
015900     05  WS-RUN-MM                   PIC 9(02).
016000     05  WS-RUN-DD                   PIC 9(02).
016100 01  WS-FIRST-DUE-WORK               PIC 9(08).
016200 01  WS-FIRST-DUE-EDIT REDEFINES WS-FIRST-DUE-WORK.
016300     05  WS-FD-YYYY                  PIC 9(04).
016400     05  WS-FD-MM                    PIC 9(02).
016500     05  WS-FD-DD                    PIC 9(02).
016600 01  WS-MATURITY-WORK                PIC 9(08).
016700 01  WS-MATURITY-EDIT REDEFINES WS-MATURITY-WORK.
016800     05  WS-MD-YYYY                  PIC 9(04).
016900     05  WS-MD-MM                    PIC 9(02).
017000     05  WS-MD-DD                    PIC 9(02).
017100 01  WS-FIRST-MONTH-INDEX            PIC S9(07) VALUE 0.
017200 01  WS-MONTH-INDEX                  PIC S9(07) VALUE 0.
017300 01  WS-MONTHS-ELAPSED               PIC S9(07) VALUE 0.
017400 01  WS-DUE-YEAR                     PIC 9(05) VALUE 0.
017500 01  WS-DUE-MONTH-OFFSET             PIC 9(02) VALUE 0.
017600 01  WS-TERM-INSTALLMENTS            PIC S9(05) VALUE 0.
017700 01  WS-INSTALLMENTS-DUE             PIC S9(05) VALUE 0.
017800 01  WS-INSTALLMENTS-PAID            PIC S9(05) VALUE 0.
017900 01  WS-INSTALLMENT-SUB              PIC S9(05) COMP VALUE 0.
018000 01  WS-DUE-DATE                     PIC 9(08) VALUE 0.
018100 01  WS-PAST-DUE-AMOUNT              PIC S9(11)V99 VALUE 0.
018200 01  WS-LOAN-CHARGES                 PIC 9(03) VALUE 0.
018210*    NET CREDITS FOUND ON THE LOAN'S HISTORY THIS RUN, BY THE
018220*    POSTED DATE THEY FALL ON (SEE 3100).
018230 01  WS-PRIOR-DAY-NET                PIC S9(11)V99 VALUE 0.
018240 01  WS-NEW-DAYS-NET                 PIC S9(11)V99 VALUE 0.
018250 01  WS-RUN-DAY-NET                  PIC S9(11)V99 VALUE 0.
018260 01  WS-ITEM-NET                     PIC S9(11)V99 VALUE 0.
018270 01  WS-LOAN-APPLIED                 PIC S9(11)V99 VALUE 0.
018300
018400******************************************************************
018500*    AGE WORK FIELDS - DAYS PAST DUE ARE COUNTED ON THE SAME     *
018600*    30/360 SERIAL AS THE SUSPENSE AGING AND THE DORMANCY        *
018700*    SWEEP.                                                      *
018800******************************************************************
018900 01  WS-AGE-DAYS                     PIC S9(07) VALUE 0.
019000 01  WS-AGE-DATE                     PIC 9(08).
019100 01  WS-AGE-DATE-EDIT REDEFINES WS-AGE-DATE.
019200     05  WS-AGE-YYYY                 PIC 9(04).
019300     05  WS-AGE-MM                   PIC 9(02).
019400     05  WS-AGE-DD                   PIC 9(02).
019500 01  WS-AGE-SERIAL-FROM              PIC S9(07) VALUE 0.
019600 01  WS-AGE-SERIAL-TO                PIC S9(07) VALUE 0.
019700
019800******************************************************************
019900*    LATE-CHARGE TRANSACTION FIELDS.  LATE-CHARGE SEQUENCES ARE  *
020000*    STAMPED IN THE RESERVED 84500000-84999999 BAND, THE UPPER   *
020100*    HALF OF THE NSF CHARGE BAND, DISJOINT FROM THE DAILY FEED,  *
020200*    THE ONLINE, HELD-ITEM, NSF CHARGE, STANDING-ORDER, FEE,     *
020210*    ESCHEAT AND INTEREST BANDS ON THE HISTORY KEY.              *
020300******************************************************************
020400 01  WS-TRAN-SEQUENCE                PIC 9(08) VALUE 0.
020500 01  WS-SEQ-RANGE-BASE               PIC 9(08) VALUE 84500000.
020600 01  WS-LATE-TRAN-CODE               PIC X(04) VALUE "LATE".
020700 01  WS-TRAN-ID-BUILD.
020800     05  WS-TRAN-ID-PREFIX           PIC X(03) VALUE "LTC".
020900     05  WS-TRAN-ID-NUMBER           PIC 9(07) VALUE 0.
021000
021100******************************************************************
021200*    CALENDAR DATE WORKING STORAGE (SHARED)                      *
021300******************************************************************
021400 COPY DateFields.
021500
021600******************************************************************
021700 PROCEDURE DIVISION.
021800******************************************************************
021900 0000-MAINLINE.
022000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
022100     PERFORM 2000-PROCESS-ONE-LOAN
022200         THRU 2000-PROCESS-ONE-LOAN-EXIT
022300         UNTIL WS-END-OF-LOAN-TERMS
022400     PERFORM 8000-PRINT-SUMMARY THRU 8000-PRINT-SUMMARY-EXIT
022500     IF RETURN-CODE = 0
022600         PERFORM 9600-MARK-STEP-COMPLETE
022700             THRU 9600-MARK-STEP-COMPLETE-EXIT
022800     END-IF
022900     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT
023000     STOP RUN.
023100
023200******************************************************************
023300*    1000-INITIALIZE - CLEAR THE RUN AGAINST RUN CONTROL, OPEN   *
023400*    FILES, WRITE THE BATCH HEADER AND PRIME THE FIRST LOAN      *
023500*    TERMS READ.                                                 *
023600******************************************************************
023700 1000-INITIALIZE.
023800     DISPLAY "------ NIGHTLY LOAN SERVICING ------"
023900     INITIALIZE WS-BUCKET-TABLE
024000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
024100     MOVE "LOANSERV" TO RC-THIS-STEP-NAME
024200     MOVE "TRANPOST" TO RC-PREREQ-STEP-NAME
024300     MOVE WS-RUN-DATE TO RC-RUN-DATE
024400     PERFORM 9500-VERIFY-RUN-CONTROL
024500         THRU 9500-VERIFY-RUN-CONTROL-EXIT
024600     IF RC-RUN-REFUSED
024700         MOVE 8 TO RETURN-CODE
024800         SET WS-END-OF-LOAN-TERMS TO TRUE
024900         GO TO 1000-INITIALIZE-EXIT
025000     END-IF
025100*    THE BUSINESS DATE, NOT THE CALENDAR DATE, IS THE RUN DATE.
025200     MOVE RC-RUN-DATE TO WS-RUN-DATE
025300     DISPLAY "RUN DATE : " WS-RUN-DATE
025400     OPEN I-O LOAN-TERMS-FILE
025500     IF NOT LOAN-TERMS-OK
025600         DISPLAY "NO LOAN TERMS ON FILE, STATUS="
025700             LOAN-TERMS-STATUS
025800         MOVE 8 TO RETURN-CODE
025900         SET WS-END-OF-LOAN-TERMS TO TRUE
026000         GO TO 1000-INITIALIZE-EXIT
026100     END-IF
026200     OPEN INPUT ACCOUNT-MASTER
026300     IF NOT ACCT-MASTER-OK
026400         DISPLAY "NO ACCOUNTS ON FILE."
026500         MOVE 8 TO RETURN-CODE
026600         CLOSE LOAN-TERMS-FILE
026700         SET WS-END-OF-LOAN-TERMS TO TRUE
026800         GO TO 1000-INITIALIZE-EXIT
026900     END-IF
027000     OPEN INPUT TRAN-HISTORY
027100     IF NOT HIST-FILE-OK
027200         DISPLAY "NO TRANSACTION HISTORY ON FILE - NO PAYMENTS "
027300             "APPLIED THIS RUN."
027400     END-IF
027500     OPEN OUTPUT LATE-TRAN-FILE
027600     IF NOT LATE-TRAN-OK
027700         DISPLAY "UNABLE TO OPEN LATETRAN, STATUS="
027800             LATE-TRAN-STATUS
027900         MOVE 8 TO RETURN-CODE
028000         CLOSE LOAN-TERMS-FILE
028100         CLOSE ACCOUNT-MASTER
028120         IF HIST-FILE-OK
028140             CLOSE TRAN-HISTORY
028160         END-IF
028200         SET WS-END-OF-LOAN-TERMS TO TRUE
028300         GO TO 1000-INITIALIZE-EXIT
028400     END-IF
028500     MOVE SPACES TO BATCH-CONTROL-RECORD
028600     MOVE "HDR" TO BCR-RECORD-TYPE
028700     MOVE WS-RUN-DATE TO BCR-CREATE-DATE
028800     MOVE 0 TO BCR-RECORD-COUNT
028900     MOVE 0 TO BCR-AMOUNT-HASH-TOTAL
029000     WRITE BATCH-CONTROL-RECORD
029100     SET WS-HEADER-WRITTEN TO TRUE
029200     DISPLAY " "
029300     DISPLAY "------ DELINQUENCY REPORT - LOANS PAST DUE ------"
029400     DISPLAY "ACCOUNT    OLDEST DUE  DAYS  BUCKET  "
029500         "   AMOUNT PAST DUE  CHARGES  NAME"
029600     PERFORM 2100-READ-LOAN-TERMS
029700         THRU 2100-READ-LOAN-TERMS-EXIT.
029800 1000-INITIALIZE-EXIT.
029900     EXIT.
030000
030100******************************************************************
030200*    2000-PROCESS-ONE-LOAN - SERVICE ONE LOAN WHOSE ACCOUNT IS   *
030300*    ON FILE, IS A LOAN AND IS ACTIVE OR DORMANT, THEN READ THE  *
030400*    NEXT TERMS RECORD.  A CLOSED LOAN IS LEFT AS IT STANDS.     *
030500******************************************************************
030600 2000-PROCESS-ONE-LOAN.
030700     ADD 1 TO WS-LOANS-READ
030800     PERFORM 2200-READ-LOAN-ACCOUNT
030900         THRU 2200-READ-LOAN-ACCOUNT-EXIT
031000     EVALUATE TRUE
031100         WHEN WS-ACCOUNT-NOT-FOUND
031200             ADD 1 TO WS-NO-ACCOUNT-COUNT
031300             DISPLAY "** LOAN TERMS FOR " LOAN-ACCOUNT-ID
031400                 " HAVE NO ACCOUNT ON FILE **"
031500         WHEN ACCOUNT-TYPE OF ACCOUNT-RECORD NOT = "LOAN"
031600             ADD 1 TO WS-LOANS-SKIPPED
031700             DISPLAY "** LOAN TERMS FOR " LOAN-ACCOUNT-ID
031800                 " ARE ON A " ACCOUNT-TYPE OF ACCOUNT-RECORD
031900                 " ACCOUNT - NOT SERVICED **"
032000         WHEN ACCOUNT-STATUS OF ACCOUNT-RECORD = "ACTIVE"
032100         WHEN ACCOUNT-STATUS OF ACCOUNT-RECORD = "DORMANT"
032200             PERFORM 3000-SERVICE-ONE-LOAN
032300                 THRU 3000-SERVICE-ONE-LOAN-EXIT
032400         WHEN OTHER
032500             ADD 1 TO WS-LOANS-SKIPPED
032600     END-EVALUATE
032700     PERFORM 2100-READ-LOAN-TERMS
032800         THRU 2100-READ-LOAN-TERMS-EXIT.
032900 2000-PROCESS-ONE-LOAN-EXIT.
033000     EXIT.
033100
033200 2100-READ-LOAN-TERMS.
033300     READ LOAN-TERMS-FILE NEXT
033400         AT END
033500             SET WS-END-OF-LOAN-TERMS TO TRUE
033600     END-READ.
033700 2100-READ-LOAN-TERMS-EXIT.
033800     EXIT.
033900
034000 2200-READ-LOAN-ACCOUNT.
034100     SET WS-ACCOUNT-FOUND TO TRUE
034200     MOVE LOAN-ACCOUNT-ID TO ACCOUNT-ID OF ACCOUNT-RECORD
034300     READ ACCOUNT-MASTER
034400         INVALID KEY
034500             SET WS-ACCOUNT-NOT-FOUND TO TRUE
034600     END-READ.
034700 2200-READ-LOAN-ACCOUNT-EXIT.
034800     EXIT.
034900
035000******************************************************************
035100*    3000-SERVICE-ONE-LOAN - APPLY THE NEW CREDITS, COUNT THE    *
035200*    INSTALLMENTS FALLEN DUE, AGE THE LOAN, RAISE ANY LATE       *
035300*    CHARGES, PUT THE TERMS RECORD BACK AND REPORT IT.           *
035400******************************************************************
035500 3000-SERVICE-ONE-LOAN.
035600     IF LOAN-PAYMENT-AMOUNT NOT > 0
035700         OR LOAN-DUE-DAY < 1 OR LOAN-DUE-DAY > 31
035800         OR LOAN-FIRST-DUE-DATE = 0
035900         OR LOAN-MATURITY-DATE < LOAN-FIRST-DUE-DATE
036000         ADD 1 TO WS-INCOMPLETE-TERMS-COUNT
036100         DISPLAY "** LOAN TERMS FOR " LOAN-ACCOUNT-ID
036200             " ARE INCOMPLETE - NOT SERVICED **"
036300         GO TO 3000-SERVICE-ONE-LOAN-EXIT
036400     END-IF
036500     ADD 1 TO WS-LOANS-SERVICED
036600     MOVE 0 TO WS-LOAN-CHARGES
036700*    A SECOND RUN ON ONE BUSINESS DATE (A RESTART OR A REOPENED
036800*    STEP) WRITES A FRESH LATE-CHARGE FILE, SO IT MUST RAISE
036900*    THE FIRST RUN'S CHARGES AGAIN RATHER THAN SKIP THEM.
037000     IF LOAN-LAST-SERVICED-DATE = WS-RUN-DATE
037100         MOVE LOAN-PRIOR-CHARGED-THRU TO LOAN-LATE-CHARGED-THRU
037200     ELSE
037300         MOVE LOAN-LATE-CHARGED-THRU TO LOAN-PRIOR-CHARGED-THRU
037400     END-IF
037500     PERFORM 3100-APPLY-POSTED-CREDITS
037600         THRU 3100-APPLY-POSTED-CREDITS-EXIT
037700     PERFORM 3200-COUNT-INSTALLMENTS-DUE
037800         THRU 3200-COUNT-INSTALLMENTS-DUE-EXIT
037900     PERFORM 3400-AGE-LOAN THRU 3400-AGE-LOAN-EXIT
038000     PERFORM 3600-RAISE-LATE-CHARGES
038100         THRU 3600-RAISE-LATE-CHARGES-EXIT
038200     MOVE WS-RUN-DATE TO LOAN-LAST-SERVICED-DATE
038300     REWRITE LOAN-TERMS-RECORD
038400     IF NOT LOAN-TERMS-OK
038500         DISPLAY "WARNING - LOAN TERMS NOT UPDATED FOR "
038600             LOAN-ACCOUNT-ID ", STATUS=" LOAN-TERMS-STATUS
038700     END-IF
038800     PERFORM 3800-REPORT-ONE-LOAN
038900         THRU 3800-REPORT-ONE-LOAN-EXIT.
039000 3000-SERVICE-ONE-LOAN-EXIT.
039100     EXIT.
039200
039300******************************************************************
039400*    3100-APPLY-POSTED-CREDITS - ADD TO THE TOTAL PAID EVERY     *
039500*    CREDIT POSTED TO THE LOAN SINCE THE LAST RUN (POSTED DATE   *
039600*    FROM THE APPLIED-THRU DATE UP TO THE RUN DATE).  A          *
039700*    REVERSING DEBIT TAKES A REVERSED PAYMENT BACK OUT; A        *
039800*    REVERSING CREDIT ONLY UNDOES A CHARGE AND IS NOT A          *
039900*    PAYMENT.  THE WHOLE OF THE LOAN'S HISTORY IS READ - A       *
040000*    RECYCLED SUSPENSE ITEM POSTS UNDER ITS ORIGINAL, OLDER      *
040100*    TRANSACTION DATE.  THE APPLIED-THRU DATE ITSELF IS READ     *
040110*    AGAIN AND ONLY ITS NET ABOVE THE AMOUNT ALREADY TAKEN IN    *
040120*    IS APPLIED, SO AN ONLINE PAYMENT POSTED AFTER LAST NIGHT'S  *
040130*    RUN ON THE SAME DATE IS NEITHER LOST NOR COUNTED TWICE.     *
040200******************************************************************
040300 3100-APPLY-POSTED-CREDITS.
040400     IF NOT HIST-FILE-OK
040500         GO TO 3100-APPLY-POSTED-CREDITS-EXIT
040600     END-IF
040700     SET WS-NOT-END-OF-HIST-SCAN TO TRUE
040710     MOVE 0 TO WS-PRIOR-DAY-NET WS-NEW-DAYS-NET WS-RUN-DAY-NET
040800     MOVE LOAN-ACCOUNT-ID TO HIST-ACCOUNT-ID
040900     MOVE 0               TO HIST-TRAN-DATE
041000     MOVE 0               TO HIST-SEQUENCE-NUMBER
041100     START TRAN-HISTORY
041200         KEY >= HIST-KEY
041300         INVALID KEY
041400             SET WS-END-OF-HIST-SCAN TO TRUE
041500     END-START
041600     PERFORM 3110-APPLY-ONE-CREDIT
041700         THRU 3110-APPLY-ONE-CREDIT-EXIT
041800         UNTIL WS-END-OF-HIST-SCAN
041810     COMPUTE WS-LOAN-APPLIED = WS-PRIOR-DAY-NET
041820         - LOAN-APPLIED-THRU-AMOUNT
041830         + WS-NEW-DAYS-NET + WS-RUN-DAY-NET
041840     ADD WS-LOAN-APPLIED TO LOAN-TOTAL-PAID
041850     ADD WS-LOAN-APPLIED TO WS-TOTAL-APPLIED
041860     MOVE WS-RUN-DAY-NET TO LOAN-APPLIED-THRU-AMOUNT
041900     MOVE WS-RUN-DATE TO LOAN-APPLIED-THRU-DATE.
042000 3100-APPLY-POSTED-CREDITS-EXIT.
042100     EXIT.
042200
042300 3110-APPLY-ONE-CREDIT.
042400     READ TRAN-HISTORY NEXT
042500         AT END
042600             SET WS-END-OF-HIST-SCAN TO TRUE
042700     END-READ
042800     IF WS-END-OF-HIST-SCAN
042900         GO TO 3110-APPLY-ONE-CREDIT-EXIT
043000     END-IF
043100     IF HIST-ACCOUNT-ID NOT = LOAN-ACCOUNT-ID
043200         SET WS-END-OF-HIST-SCAN TO TRUE
043300         GO TO 3110-APPLY-ONE-CREDIT-EXIT
043400     END-IF
043500     IF HIST-POSTED-DATE < LOAN-APPLIED-THRU-DATE
043600         OR HIST-POSTED-DATE > WS-RUN-DATE
043700         GO TO 3110-APPLY-ONE-CREDIT-EXIT
043800     END-IF
043810     MOVE 0 TO WS-ITEM-NET
043900     IF HIST-TRAN-IS-CREDIT AND NOT HIST-REVERSING-ENTRY
044000         MOVE HIST-AMOUNT TO WS-ITEM-NET
044100         IF HIST-POSTED-DATE > LOAN-APPLIED-THRU-DATE
044200             ADD 1 TO WS-CREDITS-APPLIED
044250         END-IF
044300     END-IF
044400     IF HIST-TRAN-IS-DEBIT AND HIST-REVERSING-ENTRY
044500         COMPUTE WS-ITEM-NET = 0 - HIST-AMOUNT
044700     END-IF
044710     EVALUATE TRUE
044720         WHEN HIST-POSTED-DATE = WS-RUN-DATE
044730             ADD WS-ITEM-NET TO WS-RUN-DAY-NET
044740         WHEN HIST-POSTED-DATE = LOAN-APPLIED-THRU-DATE
044750             ADD WS-ITEM-NET TO WS-PRIOR-DAY-NET
044760         WHEN OTHER
044770             ADD WS-ITEM-NET TO WS-NEW-DAYS-NET
044780     END-EVALUATE.
044800 3110-APPLY-ONE-CREDIT-EXIT.
044900     EXIT.
045000
045100******************************************************************
045200*    3200-COUNT-INSTALLMENTS-DUE - INSTALLMENTS WHOSE DUE DATE   *
045300*    HAS ARRIVED BY THE RUN DATE, NEVER MORE THAN THE TERM       *
045400*    (FIRST DUE DATE THROUGH MATURITY).                          *
045500******************************************************************
045600 3200-COUNT-INSTALLMENTS-DUE.
045700     MOVE LOAN-FIRST-DUE-DATE TO WS-FIRST-DUE-WORK
045800     COMPUTE WS-FIRST-MONTH-INDEX =
045900         (WS-FD-YYYY * 12) + WS-FD-MM - 1
046000     MOVE LOAN-MATURITY-DATE TO WS-MATURITY-WORK
046100     COMPUTE WS-TERM-INSTALLMENTS =
046200         (WS-MD-YYYY * 12) + WS-MD-MM - 1
046300             - WS-FIRST-MONTH-INDEX + 1
046400     COMPUTE WS-MONTHS-ELAPSED =
046500         (WS-RUN-YYYY * 12) + WS-RUN-MM - 1
046600             - WS-FIRST-MONTH-INDEX
046700     IF WS-MONTHS-ELAPSED < 0
046800         MOVE 0 TO WS-INSTALLMENTS-DUE
046900         GO TO 3200-COUNT-INSTALLMENTS-DUE-EXIT
047000     END-IF
047100*    THIS MONTH'S INSTALLMENT COUNTS ONCE ITS DUE DAY ARRIVES.
047200     MOVE WS-MONTHS-ELAPSED TO WS-INSTALLMENT-SUB
047300     PERFORM 3300-COMPUTE-DUE-DATE
047400         THRU 3300-COMPUTE-DUE-DATE-EXIT
047500     IF WS-DUE-DATE NOT > WS-RUN-DATE
047600         COMPUTE WS-INSTALLMENTS-DUE = WS-MONTHS-ELAPSED + 1
047700     ELSE
047800         MOVE WS-MONTHS-ELAPSED TO WS-INSTALLMENTS-DUE
047900     END-IF
048000     IF WS-INSTALLMENTS-DUE > WS-TERM-INSTALLMENTS
048100         MOVE WS-TERM-INSTALLMENTS TO WS-INSTALLMENTS-DUE
048200     END-IF.
048300 3200-COUNT-INSTALLMENTS-DUE-EXIT.
048400     EXIT.
048500
048600******************************************************************
048700*    3300-COMPUTE-DUE-DATE - DUE DATE OF INSTALLMENT NUMBER      *
048800*    WS-INSTALLMENT-SUB INTO WS-DUE-DATE.                        *
048900******************************************************************
049000 3300-COMPUTE-DUE-DATE.
049100     COMPUTE WS-MONTH-INDEX =
049200         WS-FIRST-MONTH-INDEX + WS-INSTALLMENT-SUB
049300     DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-DUE-YEAR
049400         REMAINDER WS-DUE-MONTH-OFFSET
049500     MOVE 0 TO WS-DATE-TO-VALIDATE
049600     MOVE WS-DUE-YEAR TO WS-DE-YYYY
049700     COMPUTE WS-DE-MM = WS-DUE-MONTH-OFFSET + 1
049800     PERFORM 3510-DETERMINE-DAYS-IN-MONTH
049900         THRU 3510-DETERMINE-DAYS-IN-MONTH-EXIT
050000     IF LOAN-DUE-DAY > WS-DAYS-IN-MONTH
050100         MOVE WS-DAYS-IN-MONTH TO WS-DE-DD
050200     ELSE
050300         MOVE LOAN-DUE-DAY TO WS-DE-DD
050400     END-IF
050500     MOVE WS-DATE-TO-VALIDATE TO WS-DUE-DATE.
050600 3300-COMPUTE-DUE-DATE-EXIT.
050700     EXIT.
050800
050900******************************************************************
051000*    3400-AGE-LOAN - PAYMENTS GO TO THE OLDEST INSTALLMENT       *
051100*    FIRST, SO THE WHOLE INSTALLMENTS THE TOTAL PAID COVERS ARE  *
051200*    PAID AND THE NEXT ONE IS THE OLDEST UNPAID.  THE LOAN IS    *
051300*    AGED FROM THAT INSTALLMENT'S DUE DATE; A LOAN WITH EVERY    *
051400*    DUE INSTALLMENT PAID IS CURRENT AND SHOWS ITS NEXT DUE      *
051500*    DATE (ZERO ONCE THE WHOLE SCHEDULE IS PAID).                *
051600******************************************************************
051700 3400-AGE-LOAN.
051800     MOVE 0 TO WS-INSTALLMENTS-PAID
051900     IF LOAN-TOTAL-PAID > 0
052000         DIVIDE LOAN-TOTAL-PAID BY LOAN-PAYMENT-AMOUNT
052100             GIVING WS-INSTALLMENTS-PAID
052200     END-IF
052300     IF WS-INSTALLMENTS-PAID > WS-TERM-INSTALLMENTS
052400         MOVE WS-TERM-INSTALLMENTS TO WS-INSTALLMENTS-PAID
052500     END-IF
052600     COMPUTE WS-PAST-DUE-AMOUNT =
052700         (WS-INSTALLMENTS-DUE * LOAN-PAYMENT-AMOUNT)
052800             - LOAN-TOTAL-PAID
052900     IF WS-PAST-DUE-AMOUNT < 0
053000         MOVE 0 TO WS-PAST-DUE-AMOUNT
053100     END-IF
053200     MOVE 0 TO WS-AGE-DAYS
053300     MOVE 0 TO LOAN-NEXT-DUE-DATE
053400     IF WS-INSTALLMENTS-PAID < WS-TERM-INSTALLMENTS
053500         MOVE WS-INSTALLMENTS-PAID TO WS-INSTALLMENT-SUB
053600         PERFORM 3300-COMPUTE-DUE-DATE
053700             THRU 3300-COMPUTE-DUE-DATE-EXIT
053800         MOVE WS-DUE-DATE TO LOAN-NEXT-DUE-DATE
053900     END-IF
054000     IF WS-INSTALLMENTS-PAID < WS-INSTALLMENTS-DUE
054100         MOVE LOAN-NEXT-DUE-DATE TO WS-AGE-DATE
054200         PERFORM 3500-COMPUTE-AGE-DAYS
054300             THRU 3500-COMPUTE-AGE-DAYS-EXIT
054400     END-IF
054500     EVALUATE TRUE
054600         WHEN WS-AGE-DAYS < 30
054700             SET LOAN-IS-CURRENT TO TRUE
054800         WHEN WS-AGE-DAYS < 60
054900             SET LOAN-IS-30-DAYS TO TRUE
055000         WHEN WS-AGE-DAYS < 90
055100             SET LOAN-IS-60-DAYS TO TRUE
055200         WHEN OTHER
055300             SET LOAN-IS-90-PLUS TO TRUE
055400     END-EVALUATE
055500     MOVE WS-INSTALLMENTS-DUE  TO LOAN-INSTALLMENTS-DUE
055600     MOVE WS-INSTALLMENTS-PAID TO LOAN-INSTALLMENTS-PAID
055700     MOVE WS-PAST-DUE-AMOUNT   TO LOAN-AMOUNT-PAST-DUE
055800     MOVE WS-AGE-DAYS          TO LOAN-DAYS-PAST-DUE.
055900 3400-AGE-LOAN-EXIT.
056000     EXIT.
056100
056200******************************************************************
056300*    3500-COMPUTE-AGE-DAYS - AGE FROM WS-AGE-DATE TO THE RUN     *
056400*    DATE ON THE 30/360 SERIAL.                                  *
056500******************************************************************
056600 3500-COMPUTE-AGE-DAYS.
056700     COMPUTE WS-AGE-SERIAL-FROM =
056800         (WS-AGE-YYYY * 360) + ((WS-AGE-MM - 1) * 30)
056900             + WS-AGE-DD
057000     MOVE WS-RUN-DATE TO WS-AGE-DATE
057100     COMPUTE WS-AGE-SERIAL-TO =
057200         (WS-AGE-YYYY * 360) + ((WS-AGE-MM - 1) * 30)
057300             + WS-AGE-DD
057400     COMPUTE WS-AGE-DAYS =
057500         WS-AGE-SERIAL-TO - WS-AGE-SERIAL-FROM.
057600 3500-COMPUTE-AGE-DAYS-EXIT.
057700     EXIT.
057800
057900******************************************************************
058000*    3600-RAISE-LATE-CHARGES - ONE LATE CHARGE FOR EACH UNPAID   *
058100*    INSTALLMENT MORE THAN THE GRACE DAYS PAST ITS DUE DATE AND  *
058200*    NOT ALREADY CHARGED.  NORMALLY THAT IS AT MOST ONE A        *
058300*    NIGHT; A RUN AFTER A GAP CATCHES UP.                        *
058400******************************************************************
058500 3600-RAISE-LATE-CHARGES.
058600     IF LOAN-LATE-CHARGE-AMOUNT NOT > 0
058700         OR WS-INSTALLMENTS-PAID NOT < WS-INSTALLMENTS-DUE
058800         GO TO 3600-RAISE-LATE-CHARGES-EXIT
058900     END-IF
059000     PERFORM 3610-TEST-ONE-INSTALLMENT
059100         THRU 3610-TEST-ONE-INSTALLMENT-EXIT
059200         VARYING WS-INSTALLMENT-SUB
059300             FROM WS-INSTALLMENTS-PAID BY 1
059400         UNTIL WS-INSTALLMENT-SUB NOT < WS-INSTALLMENTS-DUE.
059500 3600-RAISE-LATE-CHARGES-EXIT.
059600     EXIT.
059700
059800 3610-TEST-ONE-INSTALLMENT.
059900     PERFORM 3300-COMPUTE-DUE-DATE
060000         THRU 3300-COMPUTE-DUE-DATE-EXIT
060100     IF WS-DUE-DATE NOT > LOAN-LATE-CHARGED-THRU
060200         GO TO 3610-TEST-ONE-INSTALLMENT-EXIT
060300     END-IF
060400     MOVE WS-DUE-DATE TO WS-AGE-DATE
060500     PERFORM 3500-COMPUTE-AGE-DAYS
060600         THRU 3500-COMPUTE-AGE-DAYS-EXIT
060700     IF WS-AGE-DAYS > LOAN-GRACE-DAYS
060800         PERFORM 3620-WRITE-LATE-CHARGE
060900             THRU 3620-WRITE-LATE-CHARGE-EXIT
061000         MOVE WS-DUE-DATE TO LOAN-LATE-CHARGED-THRU
061100     END-IF.
061200 3610-TEST-ONE-INSTALLMENT-EXIT.
061300     EXIT.
061400
061500******************************************************************
061600*    3620-WRITE-LATE-CHARGE - BUILD AND WRITE ONE LATE-CHARGE    *
061700*    DEBIT FOR THE POSTING RUN.                                  *
061800******************************************************************
061900 3620-WRITE-LATE-CHARGE.
062000     ADD 1 TO WS-TRAN-SEQUENCE
062100     MOVE WS-TRAN-SEQUENCE TO WS-TRAN-ID-NUMBER
062200     MOVE SPACES TO TRANSACTION-RECORD
062300     MOVE WS-TRAN-ID-BUILD TO TRANSACTION-ID
062400     MOVE LOAN-ACCOUNT-ID TO TRANSACTION-ACCOUNT-ID
062500     SET TRANSACTION-IS-DEBIT TO TRUE
062600     MOVE WS-LATE-TRAN-CODE TO TRANSACTION-CODE
062700     MOVE LOAN-LATE-CHARGE-AMOUNT TO TRANSACTION-AMOUNT
062800     MOVE WS-RUN-DATE TO TRANSACTION-DATE
062900     COMPUTE TRANSACTION-SEQUENCE-NUMBER =
063000         WS-SEQ-RANGE-BASE + WS-TRAN-SEQUENCE
063100     WRITE TRANSACTION-RECORD
063200     IF NOT LATE-TRAN-OK
063300         DISPLAY "WARNING - LATE CHARGE NOT WRITTEN FOR "
063400             "LOAN " LOAN-ACCOUNT-ID
063500             ", STATUS=" LATE-TRAN-STATUS
063600     END-IF
063700     ADD 1 TO WS-LOAN-CHARGES
063800     ADD 1 TO WS-LATE-CHARGES-RAISED
063900     ADD LOAN-LATE-CHARGE-AMOUNT TO WS-TOTAL-LATE-CHARGES
064000     ADD LOAN-LATE-CHARGE-AMOUNT TO WS-AMOUNT-HASH-TOTAL.
064100 3620-WRITE-LATE-CHARGE-EXIT.
064200     EXIT.
064300
064400******************************************************************
064500*    3800-REPORT-ONE-LOAN - ADD THE LOAN TO ITS BUCKET TOTALS    *
064600*    AND LIST IT ON THE DELINQUENCY REPORT IF IT IS BEHIND.      *
064700******************************************************************
064800 3800-REPORT-ONE-LOAN.
064900     EVALUATE TRUE
065000         WHEN LOAN-IS-CURRENT
065100             MOVE 1 TO WS-BUCKET-SUB
065200         WHEN LOAN-IS-30-DAYS
065300             MOVE 2 TO WS-BUCKET-SUB
065400         WHEN LOAN-IS-60-DAYS
065500             MOVE 3 TO WS-BUCKET-SUB
065600         WHEN OTHER
065700             MOVE 4 TO WS-BUCKET-SUB
065800     END-EVALUATE
065900     ADD 1 TO WS-BUCKET-COUNT (WS-BUCKET-SUB)
066000     ADD LOAN-AMOUNT-PAST-DUE TO WS-BUCKET-AMOUNT (WS-BUCKET-SUB)
066100     IF LOAN-INSTALLMENTS-PAID < LOAN-INSTALLMENTS-DUE
066200         MOVE LOAN-DAYS-PAST-DUE TO WS-DAYS-EDIT
066300         MOVE LOAN-AMOUNT-PAST-DUE TO WS-AMOUNT-EDIT
066400         DISPLAY LOAN-ACCOUNT-ID " " LOAN-NEXT-DUE-DATE "   "
066500             WS-DAYS-EDIT "  " LOAN-DELINQUENCY-BUCKET "     "
066600             WS-AMOUNT-EDIT "    " WS-LOAN-CHARGES "    "
066700             ACCOUNT-NAME OF ACCOUNT-RECORD
066800     END-IF.
066900 3800-REPORT-ONE-LOAN-EXIT.
067000     EXIT.
067100
067200******************************************************************
067300*    8000-PRINT-SUMMARY - DELINQUENCY TOTALS BY BUCKET AND THE   *
067400*    RUN'S CONTROL TOTALS.                                       *
067500******************************************************************
067600 8000-PRINT-SUMMARY.
067700     DISPLAY " "
067800     DISPLAY "------ DELINQUENCY SUMMARY BY BUCKET ------"
067900     DISPLAY "BUCKET              LOANS        AMOUNT PAST DUE"
068000     MOVE WS-BUCKET-AMOUNT (1) TO WS-AMOUNT-EDIT
068100     DISPLAY "CURRENT (0-29) .: " WS-BUCKET-COUNT (1)
068200         "  " WS-AMOUNT-EDIT
068300     MOVE WS-BUCKET-AMOUNT (2) TO WS-AMOUNT-EDIT
068400     DISPLAY "30-59 DAYS .....: " WS-BUCKET-COUNT (2)
068500         "  " WS-AMOUNT-EDIT
068600     MOVE WS-BUCKET-AMOUNT (3) TO WS-AMOUNT-EDIT
068700     DISPLAY "60-89 DAYS .....: " WS-BUCKET-COUNT (3)
068800         "  " WS-AMOUNT-EDIT
068900     MOVE WS-BUCKET-AMOUNT (4) TO WS-AMOUNT-EDIT
069000     DISPLAY "90+ DAYS .......: " WS-BUCKET-COUNT (4)
069100         "  " WS-AMOUNT-EDIT
069200     DISPLAY " "
069300     DISPLAY "------ LOAN SERVICING CONTROL TOTALS ------"
069400     DISPLAY "LOAN TERMS READ .......: " WS-LOANS-READ
069500     DISPLAY "LOANS SERVICED ........: " WS-LOANS-SERVICED
069600     DISPLAY "LOANS SKIPPED .........: " WS-LOANS-SKIPPED
069700     DISPLAY "NO ACCOUNT ON FILE ....: " WS-NO-ACCOUNT-COUNT
069800     DISPLAY "INCOMPLETE TERMS ......: " WS-INCOMPLETE-TERMS-COUNT
069900     DISPLAY "CREDITS APPLIED .......: " WS-CREDITS-APPLIED
070000     MOVE WS-TOTAL-APPLIED TO WS-AMOUNT-EDIT
070100     DISPLAY "NET AMOUNT APPLIED ....: " WS-AMOUNT-EDIT
070200     DISPLAY "LATE CHARGES RAISED ...: " WS-LATE-CHARGES-RAISED
070300     MOVE WS-TOTAL-LATE-CHARGES TO WS-AMOUNT-EDIT
070400     DISPLAY "TOTAL LATE CHARGES ....: " WS-AMOUNT-EDIT
070500     MOVE WS-AMOUNT-HASH-TOTAL TO WS-AMOUNT-EDIT
070600     DISPLAY "AMOUNT HASH TOTAL .....: " WS-AMOUNT-EDIT
070700     DISPLAY "TRANSACTIONS WRITTEN ..: " WS-TRAN-SEQUENCE.
070800 8000-PRINT-SUMMARY-EXIT.
070900     EXIT.
071000
071100******************************************************************
071200*    SHARED CALENDAR DATE LOGIC (SEE DATELOGIC COPYBOOK)         *
071300******************************************************************
071400 COPY DateLogic.
071500
071600******************************************************************
071700*    SHARED BUSINESS-DATE RUN CONTROL (SEE RUNCONTROL COPYBOOK)  *
071800******************************************************************
071900 COPY RunControl.
072000
072100******************************************************************
072200*    9999-TERMINATE - WRITE THE BATCH TRAILER (DETAIL COUNT AND  *
072300*    AMOUNT HASH FOR THE PRE-POSTING EDIT) AND CLOSE ALL FILES.  *
072400******************************************************************
072500 9999-TERMINATE.
072600     IF WS-HEADER-WRITTEN
072700         MOVE SPACES TO BATCH-CONTROL-RECORD
072800         MOVE "TRL" TO BCR-RECORD-TYPE
072900         MOVE WS-RUN-DATE TO BCR-CREATE-DATE
073000         MOVE WS-TRAN-SEQUENCE TO BCR-RECORD-COUNT
073100         MOVE WS-AMOUNT-HASH-TOTAL TO BCR-AMOUNT-HASH-TOTAL
073200         WRITE BATCH-CONTROL-RECORD
073300         CLOSE LATE-TRAN-FILE
073400         CLOSE LOAN-TERMS-FILE
073500         CLOSE ACCOUNT-MASTER
073600         CLOSE TRAN-HISTORY
073700     END-IF
073800     CLOSE RUN-CONTROL-FILE.
073900 9999-TERMINATE-EXIT.
074000     EXIT.
