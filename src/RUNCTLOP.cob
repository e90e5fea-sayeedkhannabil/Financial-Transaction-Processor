001800*                  REOPENS A COMPLETED STEP - FOR THE NIGHTS
001900*                  SOMETHING GENUINELY HAS TO BE RUN OUT OF
002000*                  LINE.
002025* 2026-10-15  ROB  STEP TABLE WIDENED TO 40.  NEW OPTION 5 ADDS
002050*                  A STEP TO THE LIVE FILE (OPEN FOR THE
002075*                  BUSINESS DATE) WHEN A NEW RUN JOINS THE
002100*                  END-OF-DAY SEQUENCE, UNDER SUPERVISOR
002125*                  SIGN-ON LIKE EVERY OTHER CHANGE.
002150* 2026-10-15  ROB  A NEW BUSINESS DATE THAT IS A WEEKEND OR BANK
002175*                  HOLIDAY (SHARED BUSINESSDAYLOGIC, HOLIDAY
002200*                  CALENDAR) IS REFUSED UNLESS A SUPERVISOR SIGNS
002225*                  ON AGAIN TO OVERRIDE; THE CONSOLE NAMES THE
002250*                  NEXT BUSINESS DAY.
002275* 2026-10-15  ROB  THE DISPLAY NOW SAYS WHETHER THE BATCH WINDOW
002300*                  IS OPEN (ANY STEP COMPLETE - ONLINE MONETARY
002325*                  WORK IS BEING HELD) AND SHOWS THE COUNT AND
002350*                  DEBIT AND CREDIT TOTALS OF THE ITEMS WAITING
002375*                  ON THE STORE-AND-FORWARD FILE FOR SAFGEN.
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
003500         RECORD KEY IS OPER-ID
003600         FILE STATUS IS OPER-FILE-STATUS.
003700
003705     SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAY"
003710         ORGANIZATION IS INDEXED
003715         ACCESS MODE IS SEQUENTIAL
003720         RECORD KEY IS HOL-DATE
003725         FILE STATUS IS HOLIDAY-FILE-STATUS.
003730
003735     SELECT STORE-FORWARD-FILE ASSIGN TO "SAFFILE"
003740         ORGANIZATION IS SEQUENTIAL
003745         FILE STATUS IS SAF-FILE-STATUS.
003750
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  RUN-CONTROL-FILE
004500     LABEL RECORDS ARE STANDARD.
004600 COPY OperatorRecord.
004700
004710 FD  HOLIDAY-FILE
004720     LABEL RECORDS ARE STANDARD.
004730 COPY HolidayRecord.
004740
004750 FD  STORE-FORWARD-FILE
004760     LABEL RECORDS ARE STANDARD.
004770 COPY StoreForwardRecord.
004780
004800 WORKING-STORAGE SECTION.
004900 01  RUNCTL-FILE-STATUS              PIC X(02) VALUE "00".
005000     88  RUNCTL-FILE-OK              VALUE "00".
005300 01  OPER-FILE-STATUS                PIC X(02) VALUE "00".
005400     88  OPER-FILE-OK                VALUE "00".
005500
005510 01  HOLIDAY-FILE-STATUS             PIC X(02) VALUE "00".
005520     88  HOLIDAY-FILE-OK             VALUE "00".
005530
005540 01  SAF-FILE-STATUS                 PIC X(02) VALUE "00".
005550     88  SAF-FILE-OK                 VALUE "00".
005560
005600 01  WS-MENU-CHOICE                  PIC 9(01) VALUE 0.
005700
005800 01  WS-CONTINUE-SWITCH              PIC X(01) VALUE "Y".
007500 01  WS-NEW-DATE                     PIC 9(08).
007600
007700******************************************************************
007710*    BATCH WINDOW AND STORE-AND-FORWARD DISPLAY.  EACH HELD      *
007720*    ITEM'S TRANSACTION IMAGE IS DECODED THROUGH THE TRANSACTION *
007730*    RECORD LAYOUT.                                              *
007740******************************************************************
007750 01  WS-WINDOW-SWITCH                PIC X(01) VALUE "N".
007760     88  WS-BATCH-WINDOW-OPEN        VALUE "Y".
007770     88  WS-BATCH-WINDOW-CLOSED      VALUE "N".
007780 01  WS-SAF-EOF-SWITCH               PIC X(01) VALUE "N".
007790     88  WS-END-OF-SAF               VALUE "Y".
007800 01  WS-SAF-ITEMS                    PIC 9(08) VALUE 0.
007810 01  WS-SAF-DEBITS                   PIC S9(11)V99 VALUE 0.
007820 01  WS-SAF-CREDITS                  PIC S9(11)V99 VALUE 0.
007830 01  WS-AMOUNT-EDIT                  PIC $,$$$,$$$,$$9.99-.
007840 COPY TransactionRecord.
007850
007860******************************************************************
007870*    CALENDAR DATE VALIDATION AND BUSINESS-DAY WORKING STORAGE   *
007880*    (SHARED)                                                    *
007900******************************************************************
008000 COPY DateFields.
008050 COPY BusinessDayFields.
008100
008200******************************************************************
008300 PROCEDURE DIVISION.
012900     DISPLAY "2. SET NEW BUSINESS DATE (CLEARS EVERY STEP)"
013000     DISPLAY "3. FORCE A STEP COMPLETE"
013100     DISPLAY "4. REOPEN A COMPLETED STEP"
013150     DISPLAY "5. ADD A NEW STEP TO THE RUN CONTROL FILE"
013200     DISPLAY "0. EXIT"
013300     DISPLAY "ENTER YOUR CHOICE: "
013400     ACCEPT WS-MENU-CHOICE
014500         WHEN 4
014600             PERFORM 6000-REOPEN-STEP
014700                 THRU 6000-REOPEN-STEP-EXIT
014725         WHEN 5
014750             PERFORM 6500-ADD-STEP
014775                 THRU 6500-ADD-STEP-EXIT
014800         WHEN 0
014900             SET WS-STOP-PROCESSING TO TRUE
015000         WHEN OTHER
015500
015600******************************************************************
015700*    3000-DISPLAY-RUN-CONTROL - THE BUSINESS DATE AND EVERY      *
015750*    STEP'S COMPLETION FLAG, WHETHER THE BATCH WINDOW IS OPEN,   *
015800*    AND THE ONLINE WORK WAITING ON THE STORE-AND-FORWARD FILE.  *
015900******************************************************************
016000 3000-DISPLAY-RUN-CONTROL.
016100     DISPLAY " "
016200     DISPLAY "BUSINESS DATE: " RUNCTL-BUSINESS-DATE
016250     SET WS-BATCH-WINDOW-CLOSED TO TRUE
016300     PERFORM 3100-DISPLAY-ONE-STEP
016400         THRU 3100-DISPLAY-ONE-STEP-EXIT
016500         VARYING WS-STEP-SUB FROM 1 BY 1
016510         UNTIL WS-STEP-SUB > 40
016520     DISPLAY " "
016530     IF WS-BATCH-WINDOW-OPEN
016540         DISPLAY "BATCH WINDOW OPEN - ONLINE MONETARY WORK IS "
016550             "HELD FOR THE NEXT BUSINESS DAY."
016560     ELSE
016570         DISPLAY "BATCH WINDOW CLOSED - ONLINE WORK POSTS AS "
016580             "KEYED."
016590     END-IF
016600     PERFORM 3200-SHOW-STORE-FORWARD
016610         THRU 3200-SHOW-STORE-FORWARD-EXIT.
016700 3000-DISPLAY-RUN-CONTROL-EXIT.
016800     EXIT.
016900
017200         IF RUNCTL-STEP-DONE (WS-STEP-SUB)
017300             DISPLAY "  " RUNCTL-STEP-NAME (WS-STEP-SUB)
017400                 " COMPLETE"
017450             SET WS-BATCH-WINDOW-OPEN TO TRUE
017500         ELSE
017600             DISPLAY "  " RUNCTL-STEP-NAME (WS-STEP-SUB)
017700                 " OPEN"
018100     EXIT.
018200
018300******************************************************************
018301*    3200-SHOW-STORE-FORWARD - COUNT AND TOTAL THE ITEMS HELD    *
018302*    FOR THE NEXT SAFGEN RUN.  A TRANSFER COUNTS AS TWO ITEMS,   *
018303*    ONE ON EACH SIDE.  NO FILE MEANS NOTHING HAS BEEN HELD.     *
018304******************************************************************
018305 3200-SHOW-STORE-FORWARD.
018306     MOVE 0 TO WS-SAF-ITEMS
018307     MOVE 0 TO WS-SAF-DEBITS
018308     MOVE 0 TO WS-SAF-CREDITS
018309     OPEN INPUT STORE-FORWARD-FILE
018310     IF NOT SAF-FILE-OK
018311         DISPLAY "STORE-AND-FORWARD ITEMS WAITING: NONE"
018312         GO TO 3200-SHOW-STORE-FORWARD-EXIT
018313     END-IF
018314     MOVE "N" TO WS-SAF-EOF-SWITCH
018315     PERFORM 3210-READ-STORE-FORWARD
018316         THRU 3210-READ-STORE-FORWARD-EXIT
018317     PERFORM 3220-TALLY-ONE-ITEM
018318         THRU 3220-TALLY-ONE-ITEM-EXIT
018319         UNTIL WS-END-OF-SAF
018320     CLOSE STORE-FORWARD-FILE
018321     DISPLAY "STORE-AND-FORWARD ITEMS WAITING: " WS-SAF-ITEMS
018322     MOVE WS-SAF-DEBITS TO WS-AMOUNT-EDIT
018323     DISPLAY "  DEBITS ......: " WS-AMOUNT-EDIT
018324     MOVE WS-SAF-CREDITS TO WS-AMOUNT-EDIT
018325     DISPLAY "  CREDITS .....: " WS-AMOUNT-EDIT.
018326 3200-SHOW-STORE-FORWARD-EXIT.
018327     EXIT.
018328
018329 3210-READ-STORE-FORWARD.
018330     READ STORE-FORWARD-FILE
018331         AT END
018332             SET WS-END-OF-SAF TO TRUE
018333     END-READ.
018334 3210-READ-STORE-FORWARD-EXIT.
018335     EXIT.
018336
018337 3220-TALLY-ONE-ITEM.
018338     MOVE SAF-TRAN-IMAGE TO TRANSACTION-RECORD
018339     ADD 1 TO WS-SAF-ITEMS
018340     IF TRANSACTION-IS-DEBIT
018341         ADD TRANSACTION-AMOUNT TO WS-SAF-DEBITS
018342     ELSE
018343         ADD TRANSACTION-AMOUNT TO WS-SAF-CREDITS
018344     END-IF
018345     PERFORM 3210-READ-STORE-FORWARD
018346         THRU 3210-READ-STORE-FORWARD-EXIT.
018347 3220-TALLY-ONE-ITEM-EXIT.
018348     EXIT.
018349
018350******************************************************************
018400*    4000-SET-BUSINESS-DATE - START THE NEW BUSINESS DAY: A      *
018500*    VALID CALENDAR DATE GOES ON THE RECORD AND EVERY STEP       *
018550*    FLAG CLEARS.  SUPERVISOR ONLY.  A WEEKEND OR BANK HOLIDAY   *
018600*    TAKES A FURTHER SUPERVISOR OVERRIDE (4200).                 *
018700******************************************************************
018800 4000-SET-BUSINESS-DATE.
018900     PERFORM 7000-SUPERVISOR-OVERRIDE
020000         DISPLAY "INVALID CALENDAR DATE - NO CHANGE MADE."
020100         GO TO 4000-SET-BUSINESS-DATE-EXIT
020200     END-IF
020205*    THE CALENDAR IS RE-READ EACH TIME SO A HOLIDAY ADDED SINCE
020210*    THE CONSOLE OPENED IS SEEN.
020215     PERFORM 3530-LOAD-HOLIDAYS
020220         THRU 3530-LOAD-HOLIDAYS-EXIT
020225     MOVE WS-NEW-DATE TO BD-DATE
020230     PERFORM 3540-TEST-BUSINESS-DAY
020235         THRU 3540-TEST-BUSINESS-DAY-EXIT
020240     IF BD-NOT-BUSINESS-DAY
020245         PERFORM 4200-CONFIRM-NON-BUSINESS-DAY
020250             THRU 4200-CONFIRM-NON-BUSINESS-DAY-EXIT
020255     END-IF
020260     IF WS-OVERRIDE-FAILED
020265         GO TO 4000-SET-BUSINESS-DATE-EXIT
020270     END-IF
020300     MOVE WS-NEW-DATE TO RUNCTL-BUSINESS-DATE
020400     PERFORM 4100-CLEAR-ONE-STEP
020500         THRU 4100-CLEAR-ONE-STEP-EXIT
020600         VARYING WS-STEP-SUB FROM 1 BY 1
020700         UNTIL WS-STEP-SUB > 40
020800     PERFORM 8000-REWRITE-RUN-CONTROL
020900         THRU 8000-REWRITE-RUN-CONTROL-EXIT.
021000 4000-SET-BUSINESS-DATE-EXIT.
021800     EXIT.
021900
022000******************************************************************
022002*    4200-CONFIRM-NON-BUSINESS-DAY - THE NEW DATE IS A WEEKEND   *
022004*    OR BANK HOLIDAY.  SAY WHICH, NAME THE NEXT BUSINESS DAY,    *
022006*    AND ACCEPT THE DATE ONLY ON A FRESH SUPERVISOR OVERRIDE -   *
022008*    OTHERWISE WS-OVERRIDE-FAILED IS LEFT SET AND NOTHING        *
022010*    CHANGES.                                                    *
022012******************************************************************
022014 4200-CONFIRM-NON-BUSINESS-DAY.
022016     IF BD-IS-HOLIDAY
022018         DISPLAY WS-NEW-DATE " IS A BANK HOLIDAY."
022020     ELSE
022022         DISPLAY WS-NEW-DATE " FALLS ON A WEEKEND."
022024     END-IF
022026     PERFORM 3560-NEXT-BUSINESS-DAY
022028         THRU 3560-NEXT-BUSINESS-DAY-EXIT
022030     DISPLAY "THE NEXT BUSINESS DAY IS " BD-DATE "."
022032     DISPLAY "A NON-BUSINESS DATE TAKES A SUPERVISOR OVERRIDE."
022034     PERFORM 7000-SUPERVISOR-OVERRIDE
022036         THRU 7000-SUPERVISOR-OVERRIDE-EXIT
022038     IF WS-OVERRIDE-FAILED
022040         DISPLAY "NON-BUSINESS DATE REFUSED - NO CHANGE MADE."
022042     ELSE
022044         DISPLAY "NON-BUSINESS DATE " WS-NEW-DATE
022046             " ACCEPTED ON OVERRIDE BY " WS-SUPERVISOR-ID
022048     END-IF.
022050 4200-CONFIRM-NON-BUSINESS-DAY-EXIT.
022052     EXIT.
022054
022056******************************************************************
022100*    5000-FORCE-STEP / 6000-REOPEN-STEP - SUPERVISOR OVERRIDES   *
022200*    FOR THE NIGHTS A STEP GENUINELY HAS TO BE FORCED PAST OR    *
022300*    RUN AGAIN.                                                  *
025900     EXIT.
026000
026100******************************************************************
026101*    6500-ADD-STEP - PUT A STEP THAT HAS JOINED THE END-OF-DAY   *
026102*    SEQUENCE ONTO THE LIVE FILE, OPEN FOR THE BUSINESS DATE,    *
026103*    IN THE FIRST FREE TABLE ENTRY.  A NEW FILE IS BUILT WITH    *
026104*    EVERY STEP ALREADY ON IT.  SUPERVISOR ONLY.                 *
026105******************************************************************
026106 6500-ADD-STEP.
026107     PERFORM 7000-SUPERVISOR-OVERRIDE
026108         THRU 7000-SUPERVISOR-OVERRIDE-EXIT
026109     IF WS-OVERRIDE-FAILED
026110         GO TO 6500-ADD-STEP-EXIT
026111     END-IF
026112     DISPLAY "ENTER NEW STEP NAME: "
026113     ACCEPT WS-STEP-NAME
026114     INSPECT WS-STEP-NAME CONVERTING
026115         "abcdefghijklmnopqrstuvwxyz" TO
026116         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
026117     IF WS-STEP-NAME = SPACES
026118         DISPLAY "STEP NAME IS REQUIRED - NO CHANGE MADE."
026119         GO TO 6500-ADD-STEP-EXIT
026120     END-IF
026121     MOVE 0 TO WS-FOUND-SUB
026122     PERFORM 7600-TEST-ONE-STEP
026123         THRU 7600-TEST-ONE-STEP-EXIT
026124         VARYING WS-STEP-SUB FROM 1 BY 1
026125         UNTIL WS-FOUND-SUB > 0
026126            OR WS-STEP-SUB > 40
026127     IF WS-FOUND-SUB > 0
026128         DISPLAY "STEP " WS-STEP-NAME " IS ALREADY ON THE RUN "
026129             "CONTROL FILE - NO CHANGE MADE."
026130         GO TO 6500-ADD-STEP-EXIT
026131     END-IF
026132     PERFORM 6510-TEST-FREE-ENTRY
026133         THRU 6510-TEST-FREE-ENTRY-EXIT
026134         VARYING WS-STEP-SUB FROM 1 BY 1
026135         UNTIL WS-FOUND-SUB > 0
026136            OR WS-STEP-SUB > 40
026137     IF WS-FOUND-SUB = 0
026138         DISPLAY "RUN CONTROL STEP TABLE IS FULL - NO CHANGE "
026139             "MADE."
026140         GO TO 6500-ADD-STEP-EXIT
026141     END-IF
026142     MOVE WS-STEP-NAME TO RUNCTL-STEP-NAME (WS-FOUND-SUB)
026143     MOVE "N" TO RUNCTL-STEP-DONE-SW (WS-FOUND-SUB)
026144     PERFORM 8000-REWRITE-RUN-CONTROL
026145         THRU 8000-REWRITE-RUN-CONTROL-EXIT
026146     DISPLAY "STEP " WS-STEP-NAME " ADDED BY "
026147         WS-SUPERVISOR-ID ".".
026148 6500-ADD-STEP-EXIT.
026149     EXIT.
026150
026151 6510-TEST-FREE-ENTRY.
026152     IF RUNCTL-STEP-NAME (WS-STEP-SUB) = SPACES
026153         MOVE WS-STEP-SUB TO WS-FOUND-SUB
026154     END-IF.
026155 6510-TEST-FREE-ENTRY-EXIT.
026156     EXIT.
026157
026158******************************************************************
026200*    7000-SUPERVISOR-OVERRIDE - A CHANGE TAKES A SUPERVISOR'S    *
026300*    OWN SIGN-ON: ACTIVE AND AT LEAST LEVEL 2 ON THE OPERATOR    *
026400*    SECURITY FILE, THE SAME TEST THE ONLINE POSTING LIMIT       *
031700         THRU 7600-TEST-ONE-STEP-EXIT
031800         VARYING WS-STEP-SUB FROM 1 BY 1
031900         UNTIL WS-FOUND-SUB > 0
032000            OR WS-STEP-SUB > 40
032100     IF WS-FOUND-SUB = 0
032200         DISPLAY "STEP " WS-STEP-NAME " IS NOT ON THE RUN "
032300             "CONTROL FILE - NO CHANGE MADE."
035800
035900******************************************************************
036000*    SHARED CALENDAR DATE VALIDATION (SEE DATELOGIC COPYBOOK)    *
036050*    AND BUSINESS-DAY LOGIC (SEE BUSINESSDAYLOGIC COPYBOOK)      *
036100******************************************************************
036200 COPY DateLogic.
036250 COPY BusinessDayLogic.
036300
036400******************************************************************
036500*    9999-TERMINATE - CLOSE ALL FILES BEFORE STOP RUN.           *
