002360*                  RECORD'S BUSINESS DATE, SO A RUN THAT
002361*                  CROSSES MIDNIGHT STAYS ON THE BUSINESS DATE
002362*                  IT STARTED UNDER.
002363* 2026-10-15  ROB  EVERY POSTING IS NOW COUNTED AGAINST ITS
002364*                  TRANSACTION CODE AND THE CONTROL TOTALS CLOSE
002365*                  WITH ACTIVITY BY TRANSACTION CODE (COUNT,
002366*                  AMOUNT AND GL CATEGORY) FOR AUDIT.
002367* 2026-10-15  ROB  NEW RUN-CONTROL STEP LATEPOST FOR THE LOAN
002368*                  LATE-CHARGE PASS (PREREQUISITE LATEEDIT).
002369* 2026-10-15  ROB  EVERY PRESENTED DEBIT IS NOW TESTED AGAINST THE
002370*                  ACCOUNT'S STOP-PAYMENT ORDERS, SO THE STOP
002371*                  FILE IS ALLOCATED TO THE RUN.  A STOPPED ITEM
002372*                  GOES TO SUSPENSE WITH ITS OWN REASON AND IS
002373*                  RE-PRESENTED EACH NIGHT UNTIL IT AGES OUT.
002374* 2026-10-15  ROB  A SUSPENSE ITEM THAT AGES OUT IS NOW ALSO
002375*                  WRITTEN TO THE AGED-SUSPENSE FILE (SUSPAGED,
002376*                  EXTENDED BY EVERY POSTING PASS OF THE NIGHT)
002377*                  SO THE ACH RETURNS RUN CAN SEND BACK A
002378*                  CLEARING-HOUSE ITEM THAT NEVER POSTED.
002379* 2026-10-15  ROB  SUSPENSE NOW AGES IN BUSINESS DAYS (SHARED
002380*                  BUSINESSDAYLOGIC, HOLIDAY CALENDAR), THE SAME
002381*                  AS THE SUSPENSE AGING REPORT, SO A HOLIDAY
002382*                  WEEKEND NO LONGER EATS INTO AN ITEM'S TIME TO
002383*                  CLEAR.  THE AGE-OUT LIMIT IS NOW 21 BUSINESS
002384*                  DAYS, ABOUT THE OLD 30 CALENDAR DAYS.
002385* 2026-10-15  ROB  NEW RUN-CONTROL STEP NSFPOST FOR THE NSF ITEM
002386*                  CHARGE PASS (PREREQUISITE NSFEDIT).  A DEBIT
002387*                  MAY NOW DRAW AN ACCOUNT DOWN TO ITS OVERDRAFT
002388*                  LIMIT, AND THE DATE AN ACCOUNT WENT OVERDRAWN
002389*                  IS KEPT ON THE MASTER (SHARED POSTLOGIC).
002390* 2026-10-15  ROB  NEW RUN-CONTROL STEP SAFPOST FOR THE PASS THAT
002391*                  POSTS ONLINE WORK HELD DURING THE LAST BATCH
002392*                  WINDOW (PREREQUISITE SAFEDIT).
002393******************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
003000         RECORD KEY IS ACCOUNT-ID OF ACCOUNT-RECORD
003100         FILE STATUS IS ACCT-MASTER-STATUS.
003200
003210     SELECT STOP-PAYMENT-FILE ASSIGN TO "STOPFILE"
003220         ORGANIZATION IS INDEXED
003230         ACCESS MODE IS DYNAMIC
003240         RECORD KEY IS STOP-KEY
003250         FILE STATUS IS STOP-FILE-STATUS.
003260
003300     SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE"
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS TRAN-FILE-STATUS.
003600
003620     SELECT SUSPENSE-AGED-FILE ASSIGN TO "SUSPAGED"
003640         ORGANIZATION IS SEQUENTIAL
003660         FILE STATUS IS SUSP-AGED-STATUS.
003680
003700     SELECT CHECKPOINT-FILE ASSIGN TO "CKPTFILE"
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS CKPT-FILE-STATUS.
003982         ORGANIZATION IS SEQUENTIAL
003983         FILE STATUS IS RUNCTL-FILE-STATUS.
004000
004005     SELECT TRAN-CODE-FILE ASSIGN TO "TRANCODE"
004010         ORGANIZATION IS SEQUENTIAL
004015         FILE STATUS IS TRAN-CODE-STATUS.
004020
004025     SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAY"
004030         ORGANIZATION IS INDEXED
004035         ACCESS MODE IS SEQUENTIAL
004040         RECORD KEY IS HOL-DATE
004045         FILE STATUS IS HOLIDAY-FILE-STATUS.
004050
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  ACCOUNT-MASTER
005306     LABEL RECORDS ARE STANDARD.
005308 COPY RunControlRecord.
005310
005311 FD  TRAN-CODE-FILE
005312     LABEL RECORDS ARE STANDARD.
005313 COPY TranCodeRecord.
005314
005315 FD  HOLIDAY-FILE
005316     LABEL RECORDS ARE STANDARD.
005317 COPY HolidayRecord.
005318
005320 FD  TRAN-HISTORY
005330     LABEL RECORDS ARE STANDARD.
005340 COPY TranHistRecord.
005346     LABEL RECORDS ARE STANDARD.
005348 COPY HoldRecord.
005350
005352 FD  STOP-PAYMENT-FILE
005354     LABEL RECORDS ARE STANDARD.
005356 COPY StopPaymentRecord.
005358
005360 FD  SUSPENSE-IN-FILE
005370     LABEL RECORDS ARE STANDARD.
005380 COPY SuspenseRecord.
005398         88  SORT-FROM-SUSPENSE      VALUE "S".
005399     05  SORT-ORIG-RUN-DATE          PIC 9(08).
005400
005420 FD  SUSPENSE-AGED-FILE
005440     LABEL RECORDS ARE STANDARD.
005460 01  SUSPENSE-AGED-RECORD            PIC X(116).
005480
005500 WORKING-STORAGE SECTION.
005600 COPY PostFlags.
005700
007756     88  HOLD-FILE-OK                VALUE "00".
007758     88  HOLD-FILE-NOT-OPEN          VALUE "35".
007760
007762 01  STOP-FILE-STATUS                PIC X(02) VALUE "00".
007764     88  STOP-FILE-OK                VALUE "00".
007766     88  STOP-FILE-NOT-OPEN          VALUE "35".
007768
007770 01  SUSP-IN-STATUS                  PIC X(02) VALUE "00".
007780     88  SUSP-IN-OK                  VALUE "00".
007790
007797
007798 COPY RunControlFields.
007800
007805 01  SUSP-AGED-STATUS                PIC X(02) VALUE "00".
007810     88  SUSP-AGED-OK                VALUE "00".
007815
007820 01  TRAN-CODE-STATUS                PIC X(02) VALUE "00".
007825     88  TRAN-CODE-OK                VALUE "00".
007830
007835 COPY TranCodeFields.
007840 01  WS-CODE-COUNT-EDIT              PIC Z(07)9.
007845 01  WS-CODE-AMOUNT-EDIT             PIC -Z(12)9.99.
007850
007855 01  HOLIDAY-FILE-STATUS             PIC X(02) VALUE "00".
007860     88  HOLIDAY-FILE-OK             VALUE "00".
007865
007870 COPY DateFields.
007875 COPY BusinessDayFields.
007880
007900******************************************************************
008000*    CHECKPOINT / RESTART WORKING STORAGE                        *
008100******************************************************************
009510
009520******************************************************************
009530*    SUSPENSE AGING WORKING STORAGE.  AGES ARE MEASURED IN       *
009535*    BUSINESS DAYS (SHARED BUSINESSDAYLOGIC), THE SAME           *
009540*    CONVENTION THE SUSPENSE AGING REPORT USES.  21 BUSINESS     *
009545*    DAYS IS ABOUT ONE CALENDAR MONTH.                           *
009560******************************************************************
009575 01  WS-SUSPENSE-MAX-DAYS            PIC 9(03) VALUE 21.
009580 01  WS-AGE-DAYS                     PIC S9(07) VALUE 0.
009660
009670******************************************************************
009680*    SUSPENSE BUILD AREA, GROUP CONTROL, AND THE DECODED VIEW    *
013138             MOVE "INTEDIT"  TO RC-PREREQ-STEP-NAME
013139         WHEN "FEEPOST"
013140             MOVE "FEEEDIT"  TO RC-PREREQ-STEP-NAME
013141         WHEN "LATEPOST"
013142             MOVE "LATEEDIT" TO RC-PREREQ-STEP-NAME
013143         WHEN "NSFPOST"
013144             MOVE "NSFEDIT"  TO RC-PREREQ-STEP-NAME
013145         WHEN "SAFPOST"
013146             MOVE "SAFEDIT"  TO RC-PREREQ-STEP-NAME
013147         WHEN OTHER
013148             DISPLAY "** INVALID RUN-CONTROL STEP NAME "
013149                 RC-THIS-STEP-NAME " - RUN REFUSED **"
013150             MOVE 8 TO RETURN-CODE
013151             STOP RUN
013152     END-EVALUATE
013153     DISPLAY "RUN-CONTROL STEP: " RC-THIS-STEP-NAME
013154     MOVE WS-RESTART-SWITCH TO RC-RERUN-SW
013160     PERFORM 9500-VERIFY-RUN-CONTROL
013170         THRU 9500-VERIFY-RUN-CONTROL-EXIT
013180     IF RC-RUN-REFUSED
013196*    THE BUSINESS DATE, NOT THE CALENDAR DATE, IS THE RUN DATE.
013198     MOVE RC-RUN-DATE TO WS-CURRENT-DATE
013200
013205*    THE CODE MASTER ONLY DRIVES THE ACTIVITY TOTALS HERE - THE
013210*    EDIT STEP HAS ALREADY PROVED EVERY CODE - SO A MISSING
013215*    MASTER COSTS THE BREAKDOWN, NOT THE POSTING.
013220     PERFORM 9700-LOAD-TRAN-CODES
013225         THRU 9700-LOAD-TRAN-CODES-EXIT
013230     IF TC-TABLE-NOT-LOADED
013235         DISPLAY "WARNING - NO TRANSACTION CODE MASTER, ACTIVITY "
013240             "WILL BE TOTALLED AS UNCODED."
013245     END-IF
013250     PERFORM 3530-LOAD-HOLIDAYS
013255         THRU 3530-LOAD-HOLIDAYS-EXIT
013260
013300     OPEN I-O ACCOUNT-MASTER
013400     IF ACCT-MASTER-NOT-OPEN
013500         OPEN OUTPUT ACCOUNT-MASTER
017796         STOP RUN
017798     END-IF
017800
017805     OPEN I-O STOP-PAYMENT-FILE
017810     IF STOP-FILE-NOT-OPEN
017815         OPEN OUTPUT STOP-PAYMENT-FILE
017820         CLOSE STOP-PAYMENT-FILE
017825         OPEN I-O STOP-PAYMENT-FILE
017830     END-IF
017835     IF NOT STOP-FILE-OK
017840         DISPLAY "UNABLE TO OPEN STOP-PAYMENT FILE, STATUS="
017845             STOP-FILE-STATUS
017850         CLOSE ACCOUNT-MASTER TRANSACTION-FILE CHECKPOINT-FILE
017855             TRAN-HISTORY HOLD-FILE
017860         STOP RUN
017865     END-IF
017870
017900     IF WS-RESTART-REQUESTED AND WS-RESTART-SKIP-ACCT > SPACES
018000         OPEN EXTEND SUSPENSE-OUT-FILE
018100         IF NOT SUSP-OUT-OK
018400     ELSE
018500         OPEN OUTPUT SUSPENSE-OUT-FILE
018600     END-IF
018610*    AGED-OUT ITEMS ACCUMULATE ACROSS THE NIGHT'S POSTING PASSES
018620*    UNTIL THE ACH RETURNS RUN HAS TAKEN THEM.
018630     OPEN EXTEND SUSPENSE-AGED-FILE
018640     IF NOT SUSP-AGED-OK
018650         OPEN OUTPUT SUSPENSE-AGED-FILE
018660     END-IF
018700     OPEN INPUT SUSPENSE-IN-FILE
018800     IF SUSP-IN-OK
018900         SET WS-SUSPIN-PRESENT TO TRUE
031900     IF WS-AGE-DAYS > WS-SUSPENSE-MAX-DAYS
032000         ADD 1 TO WS-SUSP-AGED-OUT
032100         DISPLAY "SUSPENSE AGED OUT AFTER " WS-AGE-DAYS
032200             " BUSINESS DAYS: " SUSP-TRAN-IMAGE (1:10)
032300             " - " SUSP-REJECT-REASON
032350         WRITE SUSPENSE-AGED-RECORD FROM SUSPENSE-RECORD
032400     ELSE
032500         MOVE SUSP-TRAN-IMAGE TO WS-TRAN-DECODE
032520         IF WS-TD-XFER-SW = "F" OR WS-TD-XFER-SW = "T"
051800     END-IF
051900     IF PT-POSTED-OK
052000         ADD 1 TO WS-GROUP-POSTED-COUNT
052025         PERFORM 5900-TALLY-POSTED-CODE
052050             THRU 5900-TALLY-POSTED-CODE-EXIT
052100         MOVE TRANSACTION-SEQUENCE-NUMBER TO WS-LAST-SEQ-POSTED
052200         IF WS-CURRENT-SOURCE = "S"
052300             ADD 1 TO WS-SUSP-POSTED
056536             THRU 4640-SUSPEND-BOTH-LEGS-EXIT
056537         GO TO 4620-APPLY-XFER-PAIR-EXIT
056538     END-IF
056539     PERFORM 5910-COMMIT-XFER-LEG
056540         THRU 5910-COMMIT-XFER-LEG-EXIT
056541*    APPLY AND COMMIT THE CREDIT LEG, CROSS-REFERENCED BACK.
056542     MOVE WS-XFL-IMAGE (WS-XFL-SUB + 1) TO TRANSACTION-RECORD
056543     PERFORM 4650-READ-XFER-ACCOUNT
056561             THRU 4630-SUSPEND-ONE-LEG-EXIT
056562         GO TO 4620-APPLY-XFER-PAIR-EXIT
056563     END-IF
056564     PERFORM 5910-COMMIT-XFER-LEG
056565         THRU 5910-COMMIT-XFER-LEG-EXIT
056566     ADD 1 TO WS-XFER-PAIRS-POSTED.
056567 4620-APPLY-XFER-PAIR-EXIT.
056568     EXIT.
056618 COPY PostLogic.
056700
056800******************************************************************
056802*    SHARED CALENDAR DATE LOGIC (SEE DATELOGIC COPYBOOK) AND     *
056804*    BUSINESS-DAY LOGIC (SEE BUSINESSDAYLOGIC COPYBOOK)          *
056806******************************************************************
056808 COPY DateLogic.
056810 COPY BusinessDayLogic.
056812
056814******************************************************************
056816*    5900-TALLY-POSTED-CODE - COUNT THE TRANSACTION JUST POSTED  *
056818*    AGAINST ITS TRANSACTION CODE FOR THE ACTIVITY TOTALS.       *
056820******************************************************************
056822 5900-TALLY-POSTED-CODE.
056824     MOVE TRANSACTION-CODE   TO TC-SEARCH-CODE
056826     MOVE TRANSACTION-AMOUNT TO TC-TALLY-INPUT-AMOUNT
056828     PERFORM 9730-TALLY-TRAN-CODE
056830         THRU 9730-TALLY-TRAN-CODE-EXIT.
056832 5900-TALLY-POSTED-CODE-EXIT.
056834     EXIT.
056836
056838******************************************************************
056840*    5910-COMMIT-XFER-LEG - REWRITE THE ACCOUNT ONE TRANSFER LEG *
056842*    HAS JUST BEEN APPLIED TO AND COUNT THE LEG AGAINST ITS      *
056844*    TRANSACTION CODE.                                           *
056846******************************************************************
056848 5910-COMMIT-XFER-LEG.
056850     PERFORM 4660-REWRITE-XFER-ACCOUNT
056852         THRU 4660-REWRITE-XFER-ACCOUNT-EXIT
056854     PERFORM 5900-TALLY-POSTED-CODE
056856         THRU 5900-TALLY-POSTED-CODE-EXIT.
056858 5910-COMMIT-XFER-LEG-EXIT.
056860     EXIT.
056862
056864******************************************************************
056900*    6000-WRITE-SUSPENSE - APPEND ONE RECORD BUILT IN            *
057000*    WS-SUSPENSE-BUILD TO THE NEW SUSPENSE FILE.                 *
057100******************************************************************
058000
058100******************************************************************
058200*    6100-COMPUTE-AGE-DAYS - AGE OF THE CURRENT SUSPENSE ITEM    *
058250*    IN BUSINESS DAYS - THE BUSINESS DAYS AFTER ITS ORIGINAL RUN *
058300*    DATE UP TO AND INCLUDING TODAY.                             *
058400******************************************************************
058500 6100-COMPUTE-AGE-DAYS.
058600     MOVE 0 TO WS-AGE-DAYS
058700     IF SUSP-ORIG-RUN-DATE = 0
058800         GO TO 6100-COMPUTE-AGE-DAYS-EXIT
058900     END-IF
059000     MOVE SUSP-ORIG-RUN-DATE TO BD-DATE
059100     MOVE WS-CURRENT-DATE    TO BD-END-DATE
059200     PERFORM 3580-COUNT-BUSINESS-DAYS
059300         THRU 3580-COUNT-BUSINESS-DAYS-EXIT
059400     MOVE BD-DAY-COUNT TO WS-AGE-DAYS.
059600 6100-COMPUTE-AGE-DAYS-EXIT.
059700     EXIT.
059800
064700         NOT = WS-RECORDS-READ
064800         DISPLAY "** OUT OF BALANCE - READ DOES NOT EQUAL "
064900             "POSTED PLUS REJECTED **"
064902     END-IF
064904     PERFORM 8100-PRINT-CODE-TOTALS
064906         THRU 8100-PRINT-CODE-TOTALS-EXIT.
064908 8000-PRINT-CONTROL-TOTALS-EXIT.
064910     EXIT.
064912
064914******************************************************************
064916*    8100-PRINT-CODE-TOTALS - ACTIVITY BY TRANSACTION CODE.      *
064918*    ONE LINE FOR EVERY CODE ON THE MASTER THAT POSTED IN THIS   *
064920*    RUN, THEN ANY POSTINGS WHOSE CODE WAS BLANK OR UNKNOWN.     *
064922******************************************************************
064924 8100-PRINT-CODE-TOTALS.
064926     DISPLAY " "
064928     DISPLAY "------ ACTIVITY BY TRANSACTION CODE ------"
064930     DISPLAY "CODE DESCRIPTION                    GL CATEGRY"
064932         "    COUNT             AMOUNT"
064934     PERFORM 8110-PRINT-ONE-CODE
064936         THRU 8110-PRINT-ONE-CODE-EXIT
064938         VARYING TC-SUB FROM 1 BY 1
064940         UNTIL TC-SUB > TC-ENTRY-COUNT
064942     IF TC-UNCODED-COUNT > 0
064944         MOVE TC-UNCODED-COUNT  TO WS-CODE-COUNT-EDIT
064946         MOVE TC-UNCODED-AMOUNT TO WS-CODE-AMOUNT-EDIT
064948         DISPLAY "**** UNCODED / UNKNOWN CODE         "
064950             "           " WS-CODE-COUNT-EDIT " "
064952             WS-CODE-AMOUNT-EDIT
065000     END-IF.
065100 8100-PRINT-CODE-TOTALS-EXIT.
065200     EXIT.
065300
065400 8110-PRINT-ONE-CODE.
065500     IF TC-TALLY-COUNT (TC-SUB) = 0
065600         GO TO 8110-PRINT-ONE-CODE-EXIT
065700     END-IF
065800     MOVE TC-TALLY-COUNT (TC-SUB)  TO WS-CODE-COUNT-EDIT
065900     MOVE TC-TALLY-AMOUNT (TC-SUB) TO WS-CODE-AMOUNT-EDIT
066000     DISPLAY TC-CODE (TC-SUB) " " TC-DESCRIPTION (TC-SUB) " "
066100         TC-GL-CATEGORY (TC-SUB) " " WS-CODE-COUNT-EDIT " "
066200         WS-CODE-AMOUNT-EDIT.
066300 8110-PRINT-ONE-CODE-EXIT.
066400     EXIT.
066500
066510******************************************************************
066540 COPY RunControl.
066550
066600******************************************************************
066610*    SHARED TRANSACTION CODE MASTER (SEE TRANCODELOGIC COPYBOOK) *
066620******************************************************************
066630 COPY TranCodeLogic.
066640
066650******************************************************************
066700*    9999-TERMINATE - CLOSE ALL FILES BEFORE STOP RUN.           *
066800******************************************************************
066900 9999-TERMINATE.
067200     CLOSE CHECKPOINT-FILE
067300     CLOSE TRAN-HISTORY
067350     CLOSE HOLD-FILE
067355     CLOSE STOP-PAYMENT-FILE
067360     CLOSE RUN-CONTROL-FILE
067400     CLOSE SUSPENSE-OUT-FILE
067450     CLOSE SUSPENSE-AGED-FILE.
067500 9999-TERMINATE-EXIT.
067600     EXIT.
