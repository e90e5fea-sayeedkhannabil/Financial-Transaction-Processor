002401*                  PASSES RUN UNDER THEIR OWN STEPS (SORDEDIT,
002402*                  INTEDIT, FEEEDIT) AND NEITHER BLOCK NOR
002403*                  SATISFY THE DAILY PASS'S FLAG.
002405* 2026-10-15  ROB  EVERY DETAIL MUST NOW CARRY A TRANSACTION
002410*                  CODE THAT IS ON THE TRANSACTION CODE MASTER
002415*                  (T014) AND WHOSE DIRECTION AGREES WITH
002420*                  TRANSACTION-TYPE (T015).  THE RUN REFUSES
002425*                  THE FILE IF THE CODE MASTER CANNOT BE LOADED.
002430* 2026-10-15  ROB  NEW RUN-CONTROL STEP LATEEDIT FOR THE LOAN
002435*                  LATE-CHARGE PASS (PREREQUISITE LOANSERV).
002440* 2026-10-15  ROB  NEW RUN-CONTROL STEP NSFEDIT FOR THE NSF ITEM
002445*                  CHARGE PASS (PREREQUISITE NSFGEN).
002450* 2026-10-15  ROB  NEW RUN-CONTROL STEP SAFEDIT FOR THE PASS THAT
002455*                  POSTS ONLINE WORK HELD DURING THE LAST BATCH
002460*                  WINDOW (PREREQUISITE SAFGEN).  THE DAILY
002465*                  TRANEDIT NOW REQUIRES SAFPOST, SO THE HELD
002470*                  ITEMS ARE ON THE MASTER AHEAD OF THE FEED.
002475******************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
003830         ORGANIZATION IS SEQUENTIAL
003840         FILE STATUS IS RUNCTL-FILE-STATUS.
003900
003920     SELECT TRAN-CODE-FILE ASSIGN TO "TRANCODE"
003940         ORGANIZATION IS SEQUENTIAL
003960         FILE STATUS IS TRAN-CODE-STATUS.
003980
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  TRAN-INPUT-FILE
005330     LABEL RECORDS ARE STANDARD.
005340 COPY RunControlRecord.
005400
005420 FD  TRAN-CODE-FILE
005440     LABEL RECORDS ARE STANDARD.
005460 COPY TranCodeRecord.
005480
005500 WORKING-STORAGE SECTION.
005600******************************************************************
005700*    CONTROL TOTALS                                              *
007650
007660 COPY RunControlFields.
007700
007710 01  TRAN-CODE-STATUS                PIC X(02) VALUE "00".
007720     88  TRAN-CODE-OK                VALUE "00".
007730
007740 COPY TranCodeFields.
007750
007800******************************************************************
007900*    SWITCHES                                                    *
008000******************************************************************
013900******************************************************************
014000 1000-INITIALIZE.
014100     DISPLAY "------ PRE-POSTING TRANSACTION EDIT ------"
014102     ACCEPT RC-RUN-DATE FROM DATE YYYYMMDD
014104*    THE EXTRA PASSES (STANDING ORDERS, INTEREST, FEES) RUN
014106*    THIS EDIT UNDER THEIR OWN RUN-CONTROL STEP NAMES, SO THEY
014108*    NEITHER BLOCK NOR SATISFY THE DAILY PASS.  SYSIN CARD 1
014110*    NAMES THE STEP; BLANK MEANS THE DAILY TRANEDIT, WHICH
014112*    WAITS FOR THE NIGHT'S STORE-AND-FORWARD PASS (SAFPOST).
014115     ACCEPT RC-THIS-STEP-NAME
014116     INSPECT RC-THIS-STEP-NAME CONVERTING
014117         "abcdefghijklmnopqrstuvwxyz" TO
014119     EVALUATE RC-THIS-STEP-NAME
014120         WHEN SPACES
014121             MOVE "TRANEDIT" TO RC-THIS-STEP-NAME
014122             MOVE "SAFPOST"  TO RC-PREREQ-STEP-NAME
014123         WHEN "TRANEDIT"
014124             MOVE "SAFPOST"  TO RC-PREREQ-STEP-NAME
014125         WHEN "SORDEDIT"
014126             MOVE "SORDGEN"  TO RC-PREREQ-STEP-NAME
014127         WHEN "INTEDIT"
014128             MOVE "INTACCRU" TO RC-PREREQ-STEP-NAME
014129         WHEN "FEEEDIT"
014130             MOVE "FEEASSES" TO RC-PREREQ-STEP-NAME
014131         WHEN "LATEEDIT"
014132             MOVE "LOANSERV" TO RC-PREREQ-STEP-NAME
014133         WHEN "NSFEDIT"
014134             MOVE "NSFGEN"   TO RC-PREREQ-STEP-NAME
014135         WHEN "SAFEDIT"
014136             MOVE "SAFGEN"   TO RC-PREREQ-STEP-NAME
014137         WHEN OTHER
014138             DISPLAY "** INVALID RUN-CONTROL STEP NAME "
014139                 RC-THIS-STEP-NAME " - RUN REFUSED **"
014140             SET WS-FILE-REFUSED TO TRUE
014141             SET WS-END-OF-INPUT TO TRUE
014142             GO TO 1000-INITIALIZE-EXIT
014143     END-EVALUATE
014144     DISPLAY "RUN-CONTROL STEP: " RC-THIS-STEP-NAME
014145     PERFORM 9500-VERIFY-RUN-CONTROL
014150         THRU 9500-VERIFY-RUN-CONTROL-EXIT
014160     IF RC-RUN-REFUSED
014170         SET WS-FILE-REFUSED TO TRUE
014180         SET WS-END-OF-INPUT TO TRUE
014190         GO TO 1000-INITIALIZE-EXIT
014195     END-IF
014200*    EVERY DETAIL IS JUDGED AGAINST THE CODE MASTER - WITHOUT
014205*    IT NOTHING CAN BE EDITED, SO THE WHOLE FILE IS REFUSED.
014210     PERFORM 9700-LOAD-TRAN-CODES
014215         THRU 9700-LOAD-TRAN-CODES-EXIT
014220     IF TC-TABLE-NOT-LOADED
014225         DISPLAY "** NO TRANSACTION CODE MASTER - FILE "
014230             "REFUSED **"
014235         SET WS-FILE-REFUSED TO TRUE
014240         SET WS-END-OF-INPUT TO TRUE
014245         GO TO 1000-INITIALIZE-EXIT
014250     END-IF
014300     OPEN INPUT TRAN-INPUT-FILE
014400     IF NOT TRAN-INPUT-OK
014500         DISPLAY "UNABLE TO OPEN TRANIN, STATUS="
024600         SET WS-EDIT-FAILED TO TRUE
024700         GO TO 3000-VALIDATE-TRANSACTION-EXIT
024800     END-IF
024805     MOVE TRANSACTION-CODE TO TC-SEARCH-CODE
024810     PERFORM 9720-FIND-TRAN-CODE
024815         THRU 9720-FIND-TRAN-CODE-EXIT
024820     IF TC-CODE-NOT-FOUND
024825         MOVE "T014" TO WS-REASON-CODE
024830         MOVE "TRANSACTION CODE NOT ON CODE MASTER"
024835             TO WS-REASON-TEXT
024840         SET WS-EDIT-FAILED TO TRUE
024845         GO TO 3000-VALIDATE-TRANSACTION-EXIT
024850     END-IF
024855     IF TC-DIRECTION (TC-FOUND-SUB) NOT = TRANSACTION-TYPE
024860         MOVE "T015" TO WS-REASON-CODE
024865         MOVE "TRANSACTION CODE DIRECTION NOT TYPE"
024870             TO WS-REASON-TEXT
024875         SET WS-EDIT-FAILED TO TRUE
024880         GO TO 3000-VALIDATE-TRANSACTION-EXIT
024885     END-IF
024900     IF TRANSACTION-AMOUNT NOT NUMERIC
025000         MOVE "T004" TO WS-REASON-CODE
025100         MOVE "TRANSACTION-AMOUNT IS NOT NUMERIC"
042740 COPY RunControl.
042750
042800******************************************************************
042810*    SHARED TRANSACTION CODE MASTER (SEE TRANCODELOGIC COPYBOOK) *
042820******************************************************************
042830 COPY TranCodeLogic.
042840
042850******************************************************************
042900*    9999-TERMINATE - CLOSE ALL FILES BEFORE STOP RUN.           *
043000******************************************************************
043100 9999-TERMINATE.
