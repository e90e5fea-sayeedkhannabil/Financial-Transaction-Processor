000100******************************************************************
000200 IDENTIFICATION DIVISION.
000300******************************************************************
000400 PROGRAM-ID.     ACHRETN.
000500 AUTHOR.         R. OKONKWO-BATES.
000600 INSTALLATION.   RETAIL BANKING SYSTEMS.
000700 DATE-WRITTEN.   2026-10-15.
000800 DATE-COMPILED.
000900*-----------------------------------------------------------------
001000* MODIFICATION HISTORY
001100*-----------------------------------------------------------------
001200* 2026-10-15  ROB  ORIGINAL - OUTBOUND CLEARING-HOUSE (ACH)
001300*                  RETURNS.  SENDS BACK, WITH A STANDARD RETURN
001400*                  REASON, EVERY INBOUND ITEM THAT CANNOT POST:
001500*                  ITEMS THE PRE-POSTING EDIT REJECTED, ITEMS
001600*                  THAT AGED OUT OF SUSPENSE, AND ITEMS THE
001700*                  CONVERSION HELD FOR A CLOSED OR UNKNOWN
001800*                  ACCOUNT.  EACH RETURN IS ITS OWN BATCH (THE
001900*                  ORIGINAL BATCH HEADER, RE-ORIGINATED BY US)
002000*                  OF ONE RETURN ENTRY AND ITS RETURN ADDENDA.
002100*                  THE ITEM REGISTER IS MARKED SO NOTHING IS
002200*                  RETURNED TWICE, AND PURGED PAST KEEP DAYS.
002300*                  GATED BY THE BUSINESS-DATE RUN CONTROL FILE.
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT TRAN-REJECT-FILE ASSIGN TO "TRANREJ"
002900         ORGANIZATION IS SEQUENTIAL
003000         FILE STATUS IS TRAN-REJ-STATUS.
003100
003200     SELECT SUSPENSE-AGED-FILE ASSIGN TO "SUSPAGED"
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS SUSP-AGED-STATUS.
003500
003600     SELECT ACH-ITEM-FILE ASSIGN TO "ACHITEM"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS ACHX-TRANSACTION-ID
004000         FILE STATUS IS ACH-ITEM-STATUS.
004100
004200     SELECT ACH-RETURN-FILE ASSIGN TO "ACHRETN"
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS ACH-RETN-STATUS.
004500
004600     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS RUNCTL-FILE-STATUS.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  TRAN-REJECT-FILE
005300     LABEL RECORDS ARE STANDARD.
005400 COPY TranRejectRecord.
005500
005600 FD  SUSPENSE-AGED-FILE
005700     LABEL RECORDS ARE STANDARD.
005800 COPY SuspenseRecord.
005900
006000 FD  ACH-ITEM-FILE
006100     LABEL RECORDS ARE STANDARD.
006200 COPY AchItemRecord.
006300
006400 FD  ACH-RETURN-FILE
006500     LABEL RECORDS ARE STANDARD.
006600 COPY AchRecord.
006700
006800 FD  RUN-CONTROL-FILE
006900     LABEL RECORDS ARE STANDARD.
007000 COPY RunControlRecord.
007100
007200 WORKING-STORAGE SECTION.
007300******************************************************************
007400*    CONTROL TOTALS                                              *
007500******************************************************************
007600 01  WS-REJECTS-READ                 PIC 9(08) VALUE 0.
007700 01  WS-AGED-READ                    PIC 9(08) VALUE 0.
007800 01  WS-ITEMS-SWEPT                  PIC 9(08) VALUE 0.
007900 01  WS-RETURNS-FROM-EDIT            PIC 9(08) VALUE 0.
008000 01  WS-RETURNS-FROM-SUSPENSE        PIC 9(08) VALUE 0.
008100 01  WS-RETURNS-FROM-CONVERSION      PIC 9(08) VALUE 0.
008200 01  WS-ITEMS-PURGED                 PIC 9(08) VALUE 0.
008300 01  WS-RETURN-AMOUNT                PIC S9(11)V99 VALUE 0.
008400 01  WS-AMOUNT-EDIT                  PIC $,$$$,$$$,$$9.99-.
008500
008600******************************************************************
008700*    FILE STATUS                                                 *
008800******************************************************************
008900 01  TRAN-REJ-STATUS                 PIC X(02) VALUE "00".
009000     88  TRAN-REJ-OK                 VALUE "00".
009100
009200 01  SUSP-AGED-STATUS                PIC X(02) VALUE "00".
009300     88  SUSP-AGED-OK                VALUE "00".
009400
009500 01  ACH-ITEM-STATUS                 PIC X(02) VALUE "00".
009600     88  ACH-ITEM-OK                 VALUE "00".
009700     88  ACH-ITEM-NOT-OPEN           VALUE "35".
009800
009900 01  ACH-RETN-STATUS                 PIC X(02) VALUE "00".
010000     88  ACH-RETN-OK                 VALUE "00".
010100
010200 01  RUNCTL-FILE-STATUS              PIC X(02) VALUE "00".
010300     88  RUNCTL-FILE-OK              VALUE "00".
010400     88  RUNCTL-FILE-NOT-OPEN        VALUE "35".
010500
010600 COPY RunControlFields.
010700
010800******************************************************************
010900*    END-OF-FILE AND RUN SWITCHES                                *
011000******************************************************************
011100 01  WS-INPUT-EOF-SWITCH             PIC X(01) VALUE "N".
011200     88  WS-END-OF-INPUT             VALUE "Y".
011300     88  WS-NOT-END-OF-INPUT         VALUE "N".
011400
011500 01  WS-RUN-SWITCH                   PIC X(01) VALUE "Y".
011600     88  WS-RUN-OK                   VALUE "Y".
011700     88  WS-RUN-STOPPED              VALUE "N".
011800
011900 01  WS-FILE-OPEN-SWITCH             PIC X(01) VALUE "N".
012000     88  WS-RETURN-FILE-OPEN         VALUE "Y".
012100     88  WS-RETURN-FILE-CLOSED       VALUE "N".
012200
012300******************************************************************
012400*    PARAMETERS - FOUR SYSIN CARDS: THE CLEARING OPERATOR'S      *
012500*    ROUTING NUMBER, OUR OWN, AND THE TWO NAMES FOR THE FILE     *
012600*    HEADER.                                                     *
012700******************************************************************
012800 01  WS-OPERATOR-ROUTING             PIC X(09) VALUE SPACES.
012900 01  WS-BANK-ROUTING                 PIC X(09) VALUE SPACES.
013000 01  WS-OPERATOR-NAME                PIC X(23) VALUE SPACES.
013100 01  WS-BANK-NAME                    PIC X(23) VALUE SPACES.
013200
013300******************************************************************
013400*    REGISTER HOUSEKEEPING.  A RETURNED OR CONVERTED ITEM IS     *
013500*    KEPT WS-ITEM-KEEP-DAYS (30/360 DAYS, AS SUSPENSE AGING) SO  *
013600*    A LATE AGE-OUT CAN STILL FIND ITS ORIGINAL.                 *
013700******************************************************************
013800 01  WS-ITEM-KEEP-DAYS               PIC 9(03) VALUE 90.
013900 01  WS-RUN-DATE                     PIC 9(08).
014000 01  WS-RUN-TIME                     PIC 9(08).
014100 01  WS-AGE-DAYS                     PIC S9(07) VALUE 0.
014200 01  WS-AGE-DATE                     PIC 9(08).
014300 01  WS-AGE-DATE-EDIT REDEFINES WS-AGE-DATE.
014400     05  WS-AGE-YYYY                 PIC 9(04).
014500     05  WS-AGE-MM                   PIC 9(02).
014600     05  WS-AGE-DD                   PIC 9(02).
014700 01  WS-AGE-SERIAL-FROM              PIC S9(07) VALUE 0.
014800 01  WS-AGE-SERIAL-TO                PIC S9(07) VALUE 0.
014900
015000******************************************************************
015100*    RETURN REASON (STANDARD RETURN CODES).  R01 INSUFFICIENT    *
015200*    FUNDS; R02 ACCOUNT CLOSED; R03 NO ACCOUNT / UNABLE TO       *
015300*    LOCATE; R08 PAYMENT STOPPED; R09 UNCOLLECTED FUNDS; R17     *
015400*    FILE RECORD EDIT CRITERIA - ANY OTHER REASON IT WON'T POST. *
015500******************************************************************
015600 01  WS-RETURN-REASON                PIC X(03) VALUE SPACES.
015700 01  WS-TRAN-IMAGE                   PIC X(58) VALUE SPACES.
015800 01  WS-TRAN-IMAGE-VIEW REDEFINES WS-TRAN-IMAGE.
015900     05  WS-TI-TRANSACTION-ID        PIC X(10).
016000     05  WS-TI-ACCOUNT-ID            PIC X(10).
016100     05  FILLER                      PIC X(38).
016200
016300******************************************************************
016400*    THE ORIGINAL ENTRY, KEPT WHILE ITS RETURN IS BUILT IN THE   *
016500*    OUTPUT RECORD AREA.                                         *
016600******************************************************************
016700 01  WS-ORIG-ENTRY                   PIC X(94) VALUE SPACES.
016800 01  WS-ORIG-ENTRY-VIEW REDEFINES WS-ORIG-ENTRY.
016900     05  FILLER                      PIC X(01).
017000     05  WS-OE-TRAN-CODE             PIC X(02).
017100     05  WS-OE-RECEIVING-DFI         PIC X(08).
017200     05  FILLER                      PIC X(17).
017300     05  WS-OE-AMOUNT                PIC 9(08)V99.
017400     05  FILLER                      PIC X(40).
017500     05  FILLER                      PIC X(01).
017600     05  WS-OE-TRACE-NUMBER.
017700         10  WS-OE-TRACE-ODFI        PIC X(08).
017800         10  FILLER                  PIC X(07).
017900 01  WS-ORIG-COMPANY-ID              PIC X(10) VALUE SPACES.
018000 01  WS-RETURN-SERVICE-CLASS         PIC X(03) VALUE "200".
018100
018200******************************************************************
018300*    RETURN FILE CONTROL.  THE RECEIVING DFI OF A RETURN IS THE  *
018400*    ORIGINAL ORIGINATING DFI; ITS CHECK DIGIT IS THE STANDARD   *
018500*    ROUTING CHECK (WEIGHTS 3 7 1, MODULUS 10).  THE FILE IS     *
018600*    PADDED WITH ALL-NINES RECORDS TO A WHOLE BLOCK OF TEN.      *
018700******************************************************************
018800 01  WS-BATCH-NUMBER                 PIC 9(07) VALUE 0.
018900 01  WS-TRACE-SEQUENCE               PIC 9(07) VALUE 0.
019000 01  WS-RECORDS-WRITTEN              PIC 9(08) VALUE 0.
019100 01  WS-FILE-RECORDS                 PIC 9(08) VALUE 0.
019200 01  WS-BLOCK-COUNT                  PIC 9(06) VALUE 0.
019300 01  WS-PAD-COUNT                    PIC 9(02) VALUE 0.
019400 01  WS-FILE-ENTRY-COUNT             PIC 9(08) VALUE 0.
019500 01  WS-FILE-HASH                    PIC 9(15) VALUE 0.
019600 01  WS-FILE-DEBITS                  PIC 9(12)V99 VALUE 0.
019700 01  WS-FILE-CREDITS                 PIC 9(12)V99 VALUE 0.
019800 01  WS-HASH-10                      PIC 9(10) VALUE 0.
019900 01  WS-DFI                          PIC 9(08) VALUE 0.
020000 01  WS-DFI-DIGITS REDEFINES WS-DFI.
020100     05  WS-DFI-DIGIT                PIC 9(01) OCCURS 8 TIMES.
020200 01  WS-DFI-WEIGHT-VALUES            PIC X(08) VALUE "37137137".
020300 01  WS-DFI-WEIGHTS REDEFINES WS-DFI-WEIGHT-VALUES.
020400     05  WS-DFI-WEIGHT               PIC 9(01) OCCURS 8 TIMES.
020500 01  WS-DFI-SUB                      PIC 9(02) COMP VALUE 0.
020600 01  WS-DFI-SUM                      PIC 9(04) VALUE 0.
020700 01  WS-DFI-QUOTIENT                 PIC 9(04) VALUE 0.
020800 01  WS-DFI-REMAINDER                PIC 9(02) VALUE 0.
020900 01  WS-CHECK-DIGIT                  PIC 9(01) VALUE 0.
021000 01  WS-BANK-TRACE.
021100     05  WS-BANK-TRACE-DFI           PIC X(08).
021200     05  WS-BANK-TRACE-SEQUENCE      PIC 9(07).
021300
021400******************************************************************
021500 PROCEDURE DIVISION.
021600******************************************************************
021700 0000-MAINLINE.
021800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
021900     IF WS-RUN-OK
022000         PERFORM 2000-RETURN-EDIT-REJECTS
022100             THRU 2000-RETURN-EDIT-REJECTS-EXIT
022200         PERFORM 3000-RETURN-AGED-SUSPENSE
022300             THRU 3000-RETURN-AGED-SUSPENSE-EXIT
022400         PERFORM 4000-SWEEP-REGISTER
022500             THRU 4000-SWEEP-REGISTER-EXIT
022600         PERFORM 6000-WRITE-FILE-CONTROL
022700             THRU 6000-WRITE-FILE-CONTROL-EXIT
022800         PERFORM 8000-PRINT-SUMMARY THRU 8000-PRINT-SUMMARY-EXIT
022900         PERFORM 9600-MARK-STEP-COMPLETE
023000             THRU 9600-MARK-STEP-COMPLETE-EXIT
023100     END-IF
023200     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT
023300     STOP RUN.
023400
023500******************************************************************
023600*    1000-INITIALIZE - PARAMETERS, RUN CONTROL (THE NIGHT'S      *
023700*    POSTING MUST HAVE RUN), THE ITEM REGISTER AND THE RETURN    *
023800*    FILE'S HEADER.                                              *
023900******************************************************************
024000 1000-INITIALIZE.
024100     DISPLAY "------ OUTBOUND ACH RETURNS ------"
024200     PERFORM 1100-ACCEPT-PARAMETERS
024300         THRU 1100-ACCEPT-PARAMETERS-EXIT
024400     IF WS-RUN-STOPPED
024500         GO TO 1000-INITIALIZE-EXIT
024600     END-IF
024700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
024800     ACCEPT WS-RUN-TIME FROM TIME
024900     MOVE "ACHRETN"  TO RC-THIS-STEP-NAME
025000     MOVE "TRANPOST" TO RC-PREREQ-STEP-NAME
025100     MOVE WS-RUN-DATE TO RC-RUN-DATE
025200     PERFORM 9500-VERIFY-RUN-CONTROL
025300         THRU 9500-VERIFY-RUN-CONTROL-EXIT
025400     IF RC-RUN-REFUSED
025500         MOVE 8 TO RETURN-CODE
025600         SET WS-RUN-STOPPED TO TRUE
025700         GO TO 1000-INITIALIZE-EXIT
025800     END-IF
025900*    THE BUSINESS DATE, NOT THE CALENDAR DATE, IS THE RUN DATE.
026000     MOVE RC-RUN-DATE TO WS-RUN-DATE
026100     DISPLAY "RUN DATE : " WS-RUN-DATE
026200     OPEN I-O ACH-ITEM-FILE
026300     IF ACH-ITEM-NOT-OPEN
026400         OPEN OUTPUT ACH-ITEM-FILE
026500         CLOSE ACH-ITEM-FILE
026600         OPEN I-O ACH-ITEM-FILE
026700     END-IF
026800     IF NOT ACH-ITEM-OK
026900         DISPLAY "** UNABLE TO OPEN ACHITEM, STATUS="
027000             ACH-ITEM-STATUS " - RUN REFUSED **"
027100         MOVE 8 TO RETURN-CODE
027200         SET WS-RUN-STOPPED TO TRUE
027300         GO TO 1000-INITIALIZE-EXIT
027400     END-IF
027500     OPEN OUTPUT ACH-RETURN-FILE
027600     IF NOT ACH-RETN-OK
027700         DISPLAY "** UNABLE TO OPEN ACHRETN, STATUS="
027800             ACH-RETN-STATUS " - RUN REFUSED **"
027900         MOVE 8 TO RETURN-CODE
028000         SET WS-RUN-STOPPED TO TRUE
028100         CLOSE ACH-ITEM-FILE
028200         GO TO 1000-INITIALIZE-EXIT
028300     END-IF
028400     SET WS-RETURN-FILE-OPEN TO TRUE
028500     MOVE WS-BANK-ROUTING (1:8) TO WS-BANK-TRACE-DFI
028600     MOVE SPACES TO ACH-FILE-HEADER
028700     MOVE "1"    TO AFH-RECORD-TYPE
028800     MOVE "01"   TO AFH-PRIORITY-CODE
028900     MOVE SPACE  TO AFH-IMMEDIATE-DEST (1:1)
029000     MOVE WS-OPERATOR-ROUTING TO AFH-IMMEDIATE-DEST (2:9)
029100     MOVE SPACE  TO AFH-IMMEDIATE-ORIGIN (1:1)
029200     MOVE WS-BANK-ROUTING TO AFH-IMMEDIATE-ORIGIN (2:9)
029300     MOVE WS-RUN-DATE (3:6) TO AFH-CREATION-DATE
029400     MOVE WS-RUN-TIME (1:4) TO AFH-CREATION-TIME
029500     MOVE "A"    TO AFH-FILE-ID-MODIFIER
029600     MOVE "094"  TO AFH-RECORD-SIZE
029700     MOVE "10"   TO AFH-BLOCKING-FACTOR
029800     MOVE "1"    TO AFH-FORMAT-CODE
029900     MOVE WS-OPERATOR-NAME TO AFH-DEST-NAME
030000     MOVE WS-BANK-NAME     TO AFH-ORIGIN-NAME
030100     PERFORM 5900-WRITE-RETURN-RECORD
030200         THRU 5900-WRITE-RETURN-RECORD-EXIT
030300     DISPLAY " "
030400     DISPLAY "REASON SOURCE     ITEM       ACCOUNT    "
030500         "TRACE NUMBER               AMOUNT"
030600     DISPLAY "------ ---------- ---------- ---------- "
030700         "--------------- -----------------".
030800 1000-INITIALIZE-EXIT.
030900     EXIT.
031000
031100******************************************************************
031200*    1100-ACCEPT-PARAMETERS - THE TWO ROUTING NUMBERS MUST BE    *
031300*    NINE DIGITS.  A BAD CARD STOPS THE RUN.                     *
031400******************************************************************
031500 1100-ACCEPT-PARAMETERS.
031600     ACCEPT WS-OPERATOR-ROUTING
031700     ACCEPT WS-BANK-ROUTING
031800     ACCEPT WS-OPERATOR-NAME
031900     ACCEPT WS-BANK-NAME
032000     DISPLAY "CLEARING OPERATOR ..: " WS-OPERATOR-ROUTING " "
032100         WS-OPERATOR-NAME
032200     DISPLAY "RETURNING BANK .....: " WS-BANK-ROUTING " "
032300         WS-BANK-NAME
032400     IF WS-OPERATOR-ROUTING NOT NUMERIC
032500         OR WS-BANK-ROUTING NOT NUMERIC
032600         DISPLAY "INVALID PARAMETER CARD - ROUTING NUMBERS "
032700             "MUST BE NINE DIGITS."
032800         MOVE 8 TO RETURN-CODE
032900         SET WS-RUN-STOPPED TO TRUE
033000     END-IF.
033100 1100-ACCEPT-PARAMETERS-EXIT.
033200     EXIT.
033300
033400******************************************************************
033500*    2000-RETURN-EDIT-REJECTS - THE DAY'S PRE-POSTING EDIT       *
033600*    REJECTS.  AN ITEM WITH NO ACCOUNT IS R03; ANY OTHER EDIT    *
033700*    FAILURE IS R17.  ONLY REGISTERED, UNRETURNED ITEMS ARE      *
033800*    TAKEN - THE REST OF THE FEED'S REJECTS ARE NOT OURS TO      *
033900*    RETURN.                                                     *
034000******************************************************************
034100 2000-RETURN-EDIT-REJECTS.
034200     OPEN INPUT TRAN-REJECT-FILE
034300     IF NOT TRAN-REJ-OK
034400         DISPLAY "NO EDIT REJECT FILE - NOTHING TO RETURN "
034500             "FROM IT."
034600         GO TO 2000-RETURN-EDIT-REJECTS-EXIT
034700     END-IF
034800     SET WS-NOT-END-OF-INPUT TO TRUE
034900     PERFORM 2100-RETURN-ONE-REJECT
035000         THRU 2100-RETURN-ONE-REJECT-EXIT
035100         UNTIL WS-END-OF-INPUT
035200     CLOSE TRAN-REJECT-FILE.
035300 2000-RETURN-EDIT-REJECTS-EXIT.
035400     EXIT.
035500
035600 2100-RETURN-ONE-REJECT.
035700     READ TRAN-REJECT-FILE
035800         AT END
035900             SET WS-END-OF-INPUT TO TRUE
036000             GO TO 2100-RETURN-ONE-REJECT-EXIT
036100     END-READ
036200     ADD 1 TO WS-REJECTS-READ
036300     MOVE REJ-TRAN-IMAGE TO WS-TRAN-IMAGE
036400     PERFORM 2900-FIND-CONVERTED-ITEM
036500         THRU 2900-FIND-CONVERTED-ITEM-EXIT
036600     IF NOT ACH-ITEM-OK
036700         GO TO 2100-RETURN-ONE-REJECT-EXIT
036800     END-IF
036900     IF REJ-REASON-CODE = "T002"
037000         MOVE "R03" TO WS-RETURN-REASON
037100     ELSE
037200         MOVE "R17" TO WS-RETURN-REASON
037300     END-IF
037400     ADD 1 TO WS-RETURNS-FROM-EDIT
037500     DISPLAY WS-RETURN-REASON "    EDIT       " WITH NO ADVANCING
037600     PERFORM 5000-RETURN-ITEM THRU 5000-RETURN-ITEM-EXIT.
037700 2100-RETURN-ONE-REJECT-EXIT.
037800     EXIT.
037900
038000******************************************************************
038100*    2900-FIND-CONVERTED-ITEM - LOOK UP THE TRANSACTION ON THE   *
038200*    REGISTER.  LEAVES ACH-ITEM-STATUS "00" ONLY FOR A CONVERTED *
038300*    ITEM, NOT YET RETURNED, FOR THE SAME ACCOUNT.               *
038400******************************************************************
038500 2900-FIND-CONVERTED-ITEM.
038600     MOVE WS-TI-TRANSACTION-ID TO ACHX-TRANSACTION-ID
038700     READ ACH-ITEM-FILE
038800         INVALID KEY
038900             GO TO 2900-FIND-CONVERTED-ITEM-EXIT
039000     END-READ
039100     IF NOT ACHX-CONVERTED
039200         OR ACHX-ACCOUNT-ID NOT = WS-TI-ACCOUNT-ID
039300         MOVE "23" TO ACH-ITEM-STATUS
039400     END-IF.
039500 2900-FIND-CONVERTED-ITEM-EXIT.
039600     EXIT.
039700
039800******************************************************************
039900*    3000-RETURN-AGED-SUSPENSE - ITEMS THE POSTING PASSES AGED   *
040000*    OUT OF SUSPENSE TONIGHT, RETURNED UNDER THE REASON THEY     *
040100*    WERE LAST SUSPENDED FOR.                                    *
040200******************************************************************
040300 3000-RETURN-AGED-SUSPENSE.
040400     OPEN INPUT SUSPENSE-AGED-FILE
040500     IF NOT SUSP-AGED-OK
040600         DISPLAY "NO AGED SUSPENSE FILE - NOTHING TO RETURN "
040700             "FROM IT."
040800         GO TO 3000-RETURN-AGED-SUSPENSE-EXIT
040900     END-IF
041000     SET WS-NOT-END-OF-INPUT TO TRUE
041100     PERFORM 3100-RETURN-ONE-AGED
041200         THRU 3100-RETURN-ONE-AGED-EXIT
041300         UNTIL WS-END-OF-INPUT
041400     CLOSE SUSPENSE-AGED-FILE.
041500 3000-RETURN-AGED-SUSPENSE-EXIT.
041600     EXIT.
041700
041800 3100-RETURN-ONE-AGED.
041900     READ SUSPENSE-AGED-FILE
042000         AT END
042100             SET WS-END-OF-INPUT TO TRUE
042200             GO TO 3100-RETURN-ONE-AGED-EXIT
042300     END-READ
042400     ADD 1 TO WS-AGED-READ
042500     MOVE SUSP-TRAN-IMAGE TO WS-TRAN-IMAGE
042600     PERFORM 2900-FIND-CONVERTED-ITEM
042700         THRU 2900-FIND-CONVERTED-ITEM-EXIT
042800     IF NOT ACH-ITEM-OK
042900         GO TO 3100-RETURN-ONE-AGED-EXIT
043000     END-IF
043100     EVALUATE TRUE
043200         WHEN SUSP-REJECT-REASON (1:18) = "INSUFFICIENT FUNDS"
043300             MOVE "R01" TO WS-RETURN-REASON
043400         WHEN SUSP-REJECT-REASON (1:13) = "FUNDS ON HOLD"
043500             MOVE "R09" TO WS-RETURN-REASON
043600         WHEN SUSP-REJECT-REASON (1:20) = "STOP PAYMENT ON FILE"
043700             MOVE "R08" TO WS-RETURN-REASON
043800         WHEN SUSP-REJECT-REASON (1:17) = "ACCOUNT IS CLOSED"
043900             MOVE "R02" TO WS-RETURN-REASON
044000         WHEN SUSP-REJECT-REASON (1:17) = "ACCOUNT NOT FOUND"
044100             MOVE "R03" TO WS-RETURN-REASON
044200         WHEN OTHER
044300             MOVE "R17" TO WS-RETURN-REASON
044400     END-EVALUATE
044500     ADD 1 TO WS-RETURNS-FROM-SUSPENSE
044600     DISPLAY WS-RETURN-REASON "    SUSPENSE   " WITH NO ADVANCING
044700     PERFORM 5000-RETURN-ITEM THRU 5000-RETURN-ITEM-EXIT.
044800 3100-RETURN-ONE-AGED-EXIT.
044900     EXIT.
045000
045100******************************************************************
045200*    4000-SWEEP-REGISTER - ONE PASS OF THE ITEM REGISTER:        *
045300*    RETURN EVERY ITEM THE CONVERSION HELD (STATUS P) UNDER THE  *
045400*    REASON IT SET, AND PURGE ITEMS PAST THE KEEP DAYS.          *
045500******************************************************************
045600 4000-SWEEP-REGISTER.
045700     MOVE LOW-VALUES TO ACHX-TRANSACTION-ID
045800     START ACH-ITEM-FILE KEY IS NOT LESS THAN ACHX-TRANSACTION-ID
045900         INVALID KEY
046000             GO TO 4000-SWEEP-REGISTER-EXIT
046100     END-START
046200     SET WS-NOT-END-OF-INPUT TO TRUE
046300     PERFORM 4100-SWEEP-ONE-ITEM
046400         THRU 4100-SWEEP-ONE-ITEM-EXIT
046500         UNTIL WS-END-OF-INPUT.
046600 4000-SWEEP-REGISTER-EXIT.
046700     EXIT.
046800
046900 4100-SWEEP-ONE-ITEM.
047000     READ ACH-ITEM-FILE NEXT RECORD
047100         AT END
047200             SET WS-END-OF-INPUT TO TRUE
047300             GO TO 4100-SWEEP-ONE-ITEM-EXIT
047400     END-READ
047500     ADD 1 TO WS-ITEMS-SWEPT
047600     IF ACHX-RETURN-PENDING
047700         MOVE ACHX-RETURN-REASON TO WS-RETURN-REASON
047800         ADD 1 TO WS-RETURNS-FROM-CONVERSION
047900         DISPLAY WS-RETURN-REASON "    CONVERSION "
048000             WITH NO ADVANCING
048100         PERFORM 5000-RETURN-ITEM THRU 5000-RETURN-ITEM-EXIT
048200         GO TO 4100-SWEEP-ONE-ITEM-EXIT
048300     END-IF
048400     MOVE ACHX-RECEIVED-DATE TO WS-AGE-DATE
048500     COMPUTE WS-AGE-SERIAL-FROM =
048600         (WS-AGE-YYYY * 360) + ((WS-AGE-MM - 1) * 30)
048700             + WS-AGE-DD
048800     MOVE WS-RUN-DATE TO WS-AGE-DATE
048900     COMPUTE WS-AGE-SERIAL-TO =
049000         (WS-AGE-YYYY * 360) + ((WS-AGE-MM - 1) * 30)
049100             + WS-AGE-DD
049200     COMPUTE WS-AGE-DAYS = WS-AGE-SERIAL-TO - WS-AGE-SERIAL-FROM
049300     IF WS-AGE-DAYS > WS-ITEM-KEEP-DAYS
049400         DELETE ACH-ITEM-FILE RECORD
049500         IF ACH-ITEM-OK
049600             ADD 1 TO WS-ITEMS-PURGED
049700         END-IF
049800     END-IF.
049900 4100-SWEEP-ONE-ITEM-EXIT.
050000     EXIT.
050100
050200******************************************************************
050300*    5000-RETURN-ITEM - WRITE ONE RETURN BATCH FOR THE ITEM NOW  *
050400*    IN THE REGISTER RECORD, UNDER WS-RETURN-REASON, AND MARK    *
050500*    THE ITEM RETURNED.  A RETURN REVERSES THE ORIGINAL'S        *
050600*    DIRECTION CODE - 22/23 BECOME 21, 27/28 BECOME 26, AND THE  *
050700*    SAME FOR SAVINGS - AND GOES BACK TO THE ORIGINATING DFI.    *
050800******************************************************************
050900 5000-RETURN-ITEM.
051000     MOVE ACHX-ENTRY-IMAGE TO WS-ORIG-ENTRY
051100     ADD 1 TO WS-BATCH-NUMBER
051200     ADD 1 TO WS-TRACE-SEQUENCE
051300     MOVE WS-TRACE-SEQUENCE TO WS-BANK-TRACE-SEQUENCE
051400*    BATCH HEADER - THE ORIGINATOR'S OWN, RE-ORIGINATED BY US.
051500     MOVE ACHX-BATCH-HEADER-IMAGE TO ACH-BATCH-HEADER
051600     MOVE ABH-COMPANY-ID TO WS-ORIG-COMPANY-ID
051700*    A TRACE WITHOUT A USABLE ODFI FALLS BACK ON THE BATCH'S.
051800     IF WS-OE-TRACE-ODFI NOT NUMERIC
051900         MOVE ABH-ODFI-ID TO WS-OE-TRACE-ODFI
052000     END-IF
052100     MOVE WS-RETURN-SERVICE-CLASS TO ABH-SERVICE-CLASS
052200     MOVE WS-BANK-ROUTING (1:8) TO ABH-ODFI-ID
052300     MOVE WS-BATCH-NUMBER TO ABH-BATCH-NUMBER
052400     PERFORM 5900-WRITE-RETURN-RECORD
052500         THRU 5900-WRITE-RETURN-RECORD-EXIT
052600*    RETURN ENTRY.
052700     MOVE WS-ORIG-ENTRY TO ACH-ENTRY-DETAIL
052800     IF WS-OE-TRAN-CODE (2:1) > "4"
052900         MOVE "6" TO AED-TRANSACTION-CODE (2:1)
053000     ELSE
053100         MOVE "1" TO AED-TRANSACTION-CODE (2:1)
053200     END-IF
053300     MOVE WS-OE-TRACE-ODFI TO WS-DFI
053400     PERFORM 5100-COMPUTE-CHECK-DIGIT
053500         THRU 5100-COMPUTE-CHECK-DIGIT-EXIT
053600     MOVE WS-DFI TO AED-RECEIVING-DFI
053700     MOVE WS-CHECK-DIGIT TO AED-CHECK-DIGIT
053800     MOVE "1" TO AED-ADDENDA-INDICATOR
053900     MOVE WS-BANK-TRACE TO AED-TRACE-NUMBER
054000     ADD 2 TO WS-FILE-ENTRY-COUNT
054100     ADD WS-DFI TO WS-FILE-HASH
054200     MOVE WS-DFI TO WS-HASH-10
054300     IF AED-TRANSACTION-CODE (2:1) > "4"
054400         ADD AED-AMOUNT TO WS-FILE-DEBITS
054500     ELSE
054600         ADD AED-AMOUNT TO WS-FILE-CREDITS
054700     END-IF
054800     ADD AED-AMOUNT TO WS-RETURN-AMOUNT
054900     MOVE AED-AMOUNT TO WS-AMOUNT-EDIT
055000     DISPLAY ACHX-TRANSACTION-ID " " ACHX-ACCOUNT-ID " "
055100         WS-OE-TRACE-NUMBER " " WS-AMOUNT-EDIT
055200     PERFORM 5900-WRITE-RETURN-RECORD
055300         THRU 5900-WRITE-RETURN-RECORD-EXIT
055400*    RETURN ADDENDA.
055500     MOVE SPACES TO ACH-RETURN-ADDENDA
055600     MOVE "7"   TO ARA-RECORD-TYPE
055700     MOVE "99"  TO ARA-ADDENDA-TYPE
055800     MOVE WS-RETURN-REASON TO ARA-RETURN-REASON
055900     MOVE WS-OE-TRACE-NUMBER TO ARA-ORIGINAL-TRACE
056000     MOVE WS-BANK-ROUTING (1:8) TO ARA-ORIGINAL-RDFI
056100     MOVE WS-BANK-TRACE TO ARA-TRACE-NUMBER
056200     PERFORM 5900-WRITE-RETURN-RECORD
056300         THRU 5900-WRITE-RETURN-RECORD-EXIT
056400*    BATCH CONTROL - ONE ENTRY AND ONE ADDENDA.
056500     MOVE SPACES TO ACH-BATCH-CONTROL
056600     MOVE "8"   TO ABC-RECORD-TYPE
056700     MOVE WS-RETURN-SERVICE-CLASS TO ABC-SERVICE-CLASS
056800     MOVE 2     TO ABC-ENTRY-ADDENDA-COUNT
056900     MOVE WS-HASH-10 TO ABC-ENTRY-HASH
057000     MOVE 0     TO ABC-TOTAL-DEBITS
057100     MOVE 0     TO ABC-TOTAL-CREDITS
057200     IF WS-OE-TRAN-CODE (2:1) > "4"
057300         MOVE WS-OE-AMOUNT TO ABC-TOTAL-DEBITS
057400     ELSE
057500         MOVE WS-OE-AMOUNT TO ABC-TOTAL-CREDITS
057600     END-IF
057700     MOVE WS-ORIG-COMPANY-ID TO ABC-COMPANY-ID
057800     MOVE WS-BANK-ROUTING (1:8) TO ABC-ODFI-ID
057900     MOVE WS-BATCH-NUMBER TO ABC-BATCH-NUMBER
058000     PERFORM 5900-WRITE-RETURN-RECORD
058100         THRU 5900-WRITE-RETURN-RECORD-EXIT
058200*    MARK THE ITEM SO IT IS NEVER RETURNED AGAIN.
058300     SET ACHX-RETURNED TO TRUE
058400     MOVE WS-RETURN-REASON TO ACHX-RETURN-REASON
058500     MOVE WS-RUN-DATE TO ACHX-RETURN-DATE
058600     REWRITE ACH-ITEM-RECORD
058700     IF NOT ACH-ITEM-OK
058800         DISPLAY "WARNING - ITEM " ACHX-TRANSACTION-ID
058900             " NOT MARKED RETURNED, STATUS=" ACH-ITEM-STATUS
059000     END-IF.
059100 5000-RETURN-ITEM-EXIT.
059200     EXIT.
059300
059400******************************************************************
059500*    5100-COMPUTE-CHECK-DIGIT - ROUTING CHECK DIGIT FOR WS-DFI.  *
059600******************************************************************
059700 5100-COMPUTE-CHECK-DIGIT.
059800     MOVE 0 TO WS-DFI-SUM
059900     PERFORM 5110-WEIGH-ONE-DIGIT
060000         THRU 5110-WEIGH-ONE-DIGIT-EXIT
060100         VARYING WS-DFI-SUB FROM 1 BY 1
060200         UNTIL WS-DFI-SUB > 8
060300     DIVIDE WS-DFI-SUM BY 10 GIVING WS-DFI-QUOTIENT
060400         REMAINDER WS-DFI-REMAINDER
060500     IF WS-DFI-REMAINDER = 0
060600         MOVE 0 TO WS-CHECK-DIGIT
060700     ELSE
060800         COMPUTE WS-CHECK-DIGIT = 10 - WS-DFI-REMAINDER
060900     END-IF.
061000 5100-COMPUTE-CHECK-DIGIT-EXIT.
061100     EXIT.
061200
061300 5110-WEIGH-ONE-DIGIT.
061400     COMPUTE WS-DFI-SUM = WS-DFI-SUM
061500         + (WS-DFI-DIGIT (WS-DFI-SUB)
061600             * WS-DFI-WEIGHT (WS-DFI-SUB)).
061700 5110-WEIGH-ONE-DIGIT-EXIT.
061800     EXIT.
061900
062000 5900-WRITE-RETURN-RECORD.
062100     WRITE ACH-RECORD
062200     ADD 1 TO WS-RECORDS-WRITTEN.
062300 5900-WRITE-RETURN-RECORD-EXIT.
062400     EXIT.
062500
062600******************************************************************
062700*    6000-WRITE-FILE-CONTROL - FILE CONTROL, THEN ALL-NINES      *
062800*    PADDING TO A WHOLE BLOCK.                                   *
062900******************************************************************
063000 6000-WRITE-FILE-CONTROL.
063100     MOVE SPACES TO ACH-FILE-CONTROL
063200     MOVE "9" TO AFC-RECORD-TYPE
063300     MOVE WS-BATCH-NUMBER TO AFC-BATCH-COUNT
063400*    THE BLOCK COUNT INCLUDES THIS RECORD AND THE PADDING.
063500     COMPUTE WS-FILE-RECORDS = WS-RECORDS-WRITTEN + 1
063600     DIVIDE WS-FILE-RECORDS BY 10 GIVING WS-BLOCK-COUNT
063700         REMAINDER WS-PAD-COUNT
063800     IF WS-PAD-COUNT > 0
063900         ADD 1 TO WS-BLOCK-COUNT
064000         COMPUTE WS-PAD-COUNT = 10 - WS-PAD-COUNT
064100     END-IF
064200     MOVE WS-BLOCK-COUNT TO AFC-BLOCK-COUNT
064300     MOVE WS-FILE-ENTRY-COUNT TO AFC-ENTRY-ADDENDA-COUNT
064400     MOVE WS-FILE-HASH TO WS-HASH-10
064500     MOVE WS-HASH-10 TO AFC-ENTRY-HASH
064600     MOVE WS-FILE-DEBITS TO AFC-TOTAL-DEBITS
064700     MOVE WS-FILE-CREDITS TO AFC-TOTAL-CREDITS
064800     PERFORM 5900-WRITE-RETURN-RECORD
064900         THRU 5900-WRITE-RETURN-RECORD-EXIT
065000     PERFORM 6100-WRITE-PADDING
065100         THRU 6100-WRITE-PADDING-EXIT
065200         WS-PAD-COUNT TIMES.
065300 6000-WRITE-FILE-CONTROL-EXIT.
065400     EXIT.
065500
065600 6100-WRITE-PADDING.
065700     MOVE ALL "9" TO ACH-RECORD
065800     PERFORM 5900-WRITE-RETURN-RECORD
065900         THRU 5900-WRITE-RETURN-RECORD-EXIT.
066000 6100-WRITE-PADDING-EXIT.
066100     EXIT.
066200
066300******************************************************************
066400*    8000-PRINT-SUMMARY - THE RUN'S CONTROL TOTALS.              *
066500******************************************************************
066600 8000-PRINT-SUMMARY.
066700     DISPLAY " "
066800     DISPLAY "------ ACH RETURNS CONTROL TOTALS ------"
066900     DISPLAY "EDIT REJECTS READ .....: " WS-REJECTS-READ
067000     DISPLAY "AGED SUSPENSE READ ....: " WS-AGED-READ
067100     DISPLAY "REGISTER ITEMS SWEPT ..: " WS-ITEMS-SWEPT
067200     DISPLAY "RETURNED FROM EDIT ....: " WS-RETURNS-FROM-EDIT
067300     DISPLAY "RETURNED FROM SUSPENSE : " WS-RETURNS-FROM-SUSPENSE
067400     DISPLAY "RETURNED AT CONVERSION : "
067500         WS-RETURNS-FROM-CONVERSION
067600     DISPLAY "RETURN BATCHES ........: " WS-BATCH-NUMBER
067700     MOVE WS-RETURN-AMOUNT TO WS-AMOUNT-EDIT
067800     DISPLAY "AMOUNT RETURNED .......: " WS-AMOUNT-EDIT
067900     DISPLAY "RECORDS WRITTEN .......: " WS-RECORDS-WRITTEN
068000     DISPLAY "REGISTER ITEMS PURGED .: " WS-ITEMS-PURGED.
068100 8000-PRINT-SUMMARY-EXIT.
068200     EXIT.
068300
068400******************************************************************
068500*    SHARED BUSINESS-DATE RUN CONTROL (SEE RUNCONTROL COPYBOOK)  *
068600******************************************************************
068700 COPY RunControl.
068800
068900******************************************************************
069000*    9999-TERMINATE - CLOSE ALL FILES BEFORE STOP RUN.           *
069100******************************************************************
069200 9999-TERMINATE.
069300     IF WS-RETURN-FILE-OPEN
069400         CLOSE ACH-RETURN-FILE
069500         CLOSE ACH-ITEM-FILE
069600     END-IF
069700     CLOSE RUN-CONTROL-FILE.
069800 9999-TERMINATE-EXIT.
069900     EXIT.
