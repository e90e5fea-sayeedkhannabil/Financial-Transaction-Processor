000100******************************************************************
000200 IDENTIFICATION DIVISION.
000300******************************************************************
000400 PROGRAM-ID.     NSFGEN.
000500 AUTHOR.         R. OKONKWO-BATES.
000600 INSTALLATION.   RETAIL BANKING SYSTEMS.
000700 DATE-WRITTEN.   2026-10-15.
000800 DATE-COMPILED.
000900*-----------------------------------------------------------------
001000* MODIFICATION HISTORY
001100*-----------------------------------------------------------------
001200* 2026-10-15  ROB  ORIGINAL - NIGHTLY NSF ITEM CHARGE RUN.  READS
001300*                  THE POSTING SUSPENSE FILE AFTER THE NIGHT'S
001400*                  TRANPOST AND RAISES ONE NSF CHARGE FOR EACH
001500*                  CUSTOMER DEBIT FIRST REFUSED TONIGHT FOR
001600*                  WANT OF FUNDS (OVER THE OVERDRAFT LINE OR
001700*                  SHORT OF THE AVAILABLE BALANCE).  THE CHARGES
001800*                  GO TO THE NSF TRANSACTION FILE WITH THE BATCH
001900*                  HEADER/TRAILER PAIR, SO THEY FLOW THROUGH THE
002000*                  SAME EDIT, POSTING, HISTORY, SUSPENSE AND
002100*                  CONTROL TOTALS AS THE FEE RUN.  AN ITEM
002200*                  RE-PRESENTED FROM AN EARLIER NIGHT KEEPS ITS
002300*                  ORIGINAL REJECT DATE AND IS NOT CHARGED
002400*                  AGAIN.  GATED BY THE BUSINESS-DATE RUN
002500*                  CONTROL FILE BEHIND THE NIGHT'S TRANPOST.
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS SUSP-FILE-STATUS.
003300
003400     SELECT NSF-TRAN-FILE ASSIGN TO "NSFTRAN"
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS NSF-TRAN-STATUS.
003700
003800     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS RUNCTL-FILE-STATUS.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  SUSPENSE-FILE
004500     LABEL RECORDS ARE STANDARD.
004600 COPY SuspenseRecord.
004700
004800 FD  NSF-TRAN-FILE
004900     LABEL RECORDS ARE STANDARD.
005000 COPY TransactionRecord.
005100 COPY BatchControlRecord.
005200
005300 FD  RUN-CONTROL-FILE
005400     LABEL RECORDS ARE STANDARD.
005500 COPY RunControlRecord.
005600
005700 WORKING-STORAGE SECTION.
005800******************************************************************
005900*    CONTROL TOTALS                                              *
006000******************************************************************
006100 01  WS-SUSP-READ                    PIC 9(08) VALUE 0.
006200 01  WS-EARLIER-REJECTS              PIC 9(08) VALUE 0.
006300 01  WS-OTHER-REASONS                PIC 9(08) VALUE 0.
006400 01  WS-NOT-CHARGEABLE               PIC 9(08) VALUE 0.
006500 01  WS-NSF-CHARGES-RAISED           PIC 9(08) VALUE 0.
006600 01  WS-TOTAL-NSF-CHARGES            PIC S9(11)V99 VALUE 0.
006700 01  WS-TOTAL-ITEMS-REFUSED          PIC S9(11)V99 VALUE 0.
006800 01  WS-AMOUNT-HASH-TOTAL            PIC 9(13)V99 VALUE 0.
006900 01  WS-AMOUNT-EDIT                  PIC $,$$$,$$$,$$9.99-.
007000 01  WS-ITEM-EDIT                    PIC $,$$$,$$$,$$9.99-.
007100
007200******************************************************************
007300*    FILE STATUS                                                 *
007400******************************************************************
007500 01  SUSP-FILE-STATUS                PIC X(02) VALUE "00".
007600     88  SUSP-FILE-OK                VALUE "00".
007700
007800 01  NSF-TRAN-STATUS                 PIC X(02) VALUE "00".
007900     88  NSF-TRAN-OK                 VALUE "00".
008000
008100 01  RUNCTL-FILE-STATUS              PIC X(02) VALUE "00".
008200     88  RUNCTL-FILE-OK              VALUE "00".
008300     88  RUNCTL-FILE-NOT-OPEN        VALUE "35".
008400
008500 COPY RunControlFields.
008600
008700******************************************************************
008800*    END-OF-FILE AND RUN SWITCHES                                *
008900******************************************************************
009000 01  WS-SUSP-EOF-SWITCH              PIC X(01) VALUE "N".
009100     88  WS-END-OF-SUSPENSE          VALUE "Y".
009200 01  WS-SUSP-OPEN-SWITCH             PIC X(01) VALUE "N".
009300     88  WS-SUSP-FILE-OPEN           VALUE "Y".
009400 01  WS-HEADER-SWITCH                PIC X(01) VALUE "N".
009500     88  WS-HEADER-WRITTEN           VALUE "Y".
009600
009700******************************************************************
009800*    CHARGE PER ITEM FROM SYSIN - 7 DIGITS, DOLLARS AND CENTS    *
009900*    (0002500 IS $25.00).  A ZERO OR NON-NUMERIC CARD STOPS THE  *
010000*    RUN.                                                        *
010100******************************************************************
010200 01  WS-NSF-CHARGE-AMOUNT            PIC 9(05)V99 VALUE 0.
010300
010400******************************************************************
010500*    THE TRANSACTION IMAGE CARRIED ON EACH SUSPENSE RECORD (SEE  *
010600*    TRANSACTIONRECORD).  THE BANK'S OWN CHARGES AND ITS         *
010700*    INTERNAL MOVEMENTS ARE NEVER CHARGED FOR WHEN THEY FAIL -   *
010800*    ONLY ITEMS THE CUSTOMER PRESENTED.                          *
010900******************************************************************
011000 01  WS-SUSP-TRAN.
011100     05  WS-ST-TRANSACTION-ID        PIC X(10).
011200     05  WS-ST-ACCOUNT-ID            PIC X(10).
011300     05  WS-ST-TYPE                  PIC X(06).
011400         88  WS-ST-IS-DEBIT          VALUE "DEBIT ".
011500     05  WS-ST-AMOUNT                PIC S9(9)V99 COMP-3.
011600     05  WS-ST-DATE                  PIC 9(08).
011700     05  WS-ST-SEQUENCE              PIC 9(08).
011800     05  WS-ST-XFER-SW               PIC X(01).
011900         88  WS-ST-NOT-XFER          VALUE " ".
012000     05  WS-ST-CODE                  PIC X(04).
012100         88  WS-ST-BANK-CHARGE       VALUE "SVCF" "LATE" "INTD"
012200                                           "ESCD" "REVD" "NSFC".
012300     05  WS-ST-REFERENCE             PIC X(05).
012400
012500******************************************************************
012600*    NSF CHARGE TRANSACTION FIELDS.  NSF CHARGE SEQUENCES ARE    *
012700*    STAMPED IN THE RESERVED 84000000-84499999 BAND, DISJOINT    *
012800*    FROM THE DAILY FEED, THE ONLINE BAND, THE STANDING-ORDER    *
012900*    BAND AND THE LATE-CHARGE (84500000 UP), FEE AND INTEREST    *
012950*    BANDS ON THE HISTORY KEY.                                   *
013000*    THE REFERENCE IS LEFT BLANK SO NO STOP-PAYMENT ORDER CAN    *
013100*    CATCH THE CHARGE.                                           *
013200******************************************************************
013300 01  WS-TRAN-SEQUENCE                PIC 9(08) VALUE 0.
013400 01  WS-SEQ-RANGE-BASE               PIC 9(08) VALUE 84000000.
013500 01  WS-NSF-TRAN-CODE                PIC X(04) VALUE "NSFC".
013600 01  WS-TRAN-ID-BUILD.
013700     05  WS-TRAN-ID-PREFIX           PIC X(03) VALUE "NSF".
013800     05  WS-TRAN-ID-NUMBER           PIC 9(07) VALUE 0.
013900
014000 01  WS-RUN-DATE                     PIC 9(08).
014100
014200******************************************************************
014300 PROCEDURE DIVISION.
014400******************************************************************
014500 0000-MAINLINE.
014600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
014700     PERFORM 2000-PROCESS-ONE-ITEM
014800         THRU 2000-PROCESS-ONE-ITEM-EXIT
014900         UNTIL WS-END-OF-SUSPENSE
015000     IF RETURN-CODE = 0
015100         PERFORM 8000-PRINT-SUMMARY THRU 8000-PRINT-SUMMARY-EXIT
015200         PERFORM 9600-MARK-STEP-COMPLETE
015300             THRU 9600-MARK-STEP-COMPLETE-EXIT
015400     END-IF
015500     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT
015600     STOP RUN.
015700
015800******************************************************************
015900*    1000-INITIALIZE - ACCEPT THE CHARGE, CLEAR THE RUN AGAINST  *
016000*    RUN CONTROL, OPEN FILES, WRITE THE BATCH HEADER AND PRIME   *
016100*    THE FIRST SUSPENSE READ.  NO SUSPENSE FILE MEANS NOTHING    *
016200*    WAS REFUSED - AN EMPTY BATCH IS STILL WRITTEN.              *
016300******************************************************************
016400 1000-INITIALIZE.
016500     DISPLAY "------ NIGHTLY NSF ITEM CHARGES ------"
016600     SET WS-END-OF-SUSPENSE TO TRUE
016700     ACCEPT WS-NSF-CHARGE-AMOUNT
016800     IF WS-NSF-CHARGE-AMOUNT NOT NUMERIC
016900         OR WS-NSF-CHARGE-AMOUNT = 0
017000         DISPLAY "INVALID PARAMETER CARD - THE NSF CHARGE MUST "
017100             "BE 7 DIGITS AND ABOVE ZERO."
017200         MOVE 8 TO RETURN-CODE
017300         GO TO 1000-INITIALIZE-EXIT
017400     END-IF
017500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
017600     MOVE "NSFGEN"   TO RC-THIS-STEP-NAME
017700     MOVE "TRANPOST" TO RC-PREREQ-STEP-NAME
017800     MOVE WS-RUN-DATE TO RC-RUN-DATE
017900     PERFORM 9500-VERIFY-RUN-CONTROL
018000         THRU 9500-VERIFY-RUN-CONTROL-EXIT
018100     IF RC-RUN-REFUSED
018200         MOVE 8 TO RETURN-CODE
018300         GO TO 1000-INITIALIZE-EXIT
018400     END-IF
018500*    THE BUSINESS DATE, NOT THE CALENDAR DATE, IS THE RUN DATE.
018600     MOVE RC-RUN-DATE TO WS-RUN-DATE
018700     MOVE WS-NSF-CHARGE-AMOUNT TO WS-AMOUNT-EDIT
018800     DISPLAY "RUN DATE : " WS-RUN-DATE
018900     DISPLAY "CHARGE PER ITEM : " WS-AMOUNT-EDIT
019000     OPEN OUTPUT NSF-TRAN-FILE
019100     IF NOT NSF-TRAN-OK
019200         DISPLAY "UNABLE TO OPEN NSFTRAN, STATUS="
019300             NSF-TRAN-STATUS
019400         MOVE 8 TO RETURN-CODE
019500         GO TO 1000-INITIALIZE-EXIT
019600     END-IF
019700     MOVE SPACES TO BATCH-CONTROL-RECORD
019800     MOVE "HDR" TO BCR-RECORD-TYPE
019900     MOVE WS-RUN-DATE TO BCR-CREATE-DATE
020000     MOVE 0 TO BCR-RECORD-COUNT
020100     MOVE 0 TO BCR-AMOUNT-HASH-TOTAL
020200     WRITE BATCH-CONTROL-RECORD
020300     SET WS-HEADER-WRITTEN TO TRUE
020400     DISPLAY " "
020500     DISPLAY "------ ITEMS CHARGED - REFUSED FOR WANT OF FUNDS "
020600         "------"
020700     DISPLAY "ACCOUNT    ITEM             ITEM AMOUNT  CODE  "
020800         "CHARGE ID   REASON"
020900     OPEN INPUT SUSPENSE-FILE
021000     IF NOT SUSP-FILE-OK
021100         DISPLAY "NO SUSPENSE FILE - NOTHING WAS REFUSED."
021200         GO TO 1000-INITIALIZE-EXIT
021300     END-IF
021400     SET WS-SUSP-FILE-OPEN TO TRUE
021500     MOVE "N" TO WS-SUSP-EOF-SWITCH
021600     PERFORM 2100-READ-SUSPENSE THRU 2100-READ-SUSPENSE-EXIT.
021700 1000-INITIALIZE-EXIT.
021800     EXIT.
021900
022000******************************************************************
022100*    2000-PROCESS-ONE-ITEM - CHARGE ONE SUSPENSE ITEM IF IT IS   *
022200*    CHARGEABLE AND READ THE NEXT.                               *
022300******************************************************************
022400 2000-PROCESS-ONE-ITEM.
022500     PERFORM 2200-CHECK-ONE-ITEM THRU 2200-CHECK-ONE-ITEM-EXIT
022600     PERFORM 2100-READ-SUSPENSE THRU 2100-READ-SUSPENSE-EXIT.
022700 2000-PROCESS-ONE-ITEM-EXIT.
022800     EXIT.
022900
023000 2100-READ-SUSPENSE.
023100     READ SUSPENSE-FILE
023200         AT END
023300             SET WS-END-OF-SUSPENSE TO TRUE
023400     END-READ.
023500 2100-READ-SUSPENSE-EXIT.
023600     EXIT.
023700
023800******************************************************************
023900*    2200-CHECK-ONE-ITEM - AN ITEM IS CHARGED ONLY WHEN IT WAS   *
024000*    FIRST REFUSED ON THIS BUSINESS DATE, THE REASON IS WANT OF  *
024100*    FUNDS (THE POSTING LOGIC OPENS THOSE REASONS WITH A FIXED   *
024200*    PREFIX - SEE POSTLOGIC), AND IT IS A CUSTOMER DEBIT: NOT A  *
024300*    TRANSFER LEG (THE ONLINE TRANSFER REFUSES ITSELF UP FRONT)  *
024400*    AND NOT ONE OF THE BANK'S OWN CHARGES.                      *
024500******************************************************************
024600 2200-CHECK-ONE-ITEM.
024700     ADD 1 TO WS-SUSP-READ
024800     IF SUSP-ORIG-RUN-DATE NOT = WS-RUN-DATE
024900         ADD 1 TO WS-EARLIER-REJECTS
025000         GO TO 2200-CHECK-ONE-ITEM-EXIT
025100     END-IF
025200     IF SUSP-REJECT-REASON (1:18) NOT = "INSUFFICIENT FUNDS"
025300         AND SUSP-REJECT-REASON (1:13) NOT = "FUNDS ON HOLD"
025400         ADD 1 TO WS-OTHER-REASONS
025500         GO TO 2200-CHECK-ONE-ITEM-EXIT
025600     END-IF
025700     MOVE SUSP-TRAN-IMAGE TO WS-SUSP-TRAN
025800     IF NOT WS-ST-IS-DEBIT
025900         OR NOT WS-ST-NOT-XFER
026000         OR WS-ST-BANK-CHARGE
026100         ADD 1 TO WS-NOT-CHARGEABLE
026200         GO TO 2200-CHECK-ONE-ITEM-EXIT
026300     END-IF
026400     PERFORM 3000-WRITE-NSF-CHARGE
026450         THRU 3000-WRITE-NSF-CHARGE-EXIT.
026500 2200-CHECK-ONE-ITEM-EXIT.
026600     EXIT.
026700
026800******************************************************************
026900*    3000-WRITE-NSF-CHARGE - BUILD AND WRITE ONE NSF CHARGE      *
027000*    DEBIT FOR THE POSTING RUN AND LIST IT.                      *
027100******************************************************************
027200 3000-WRITE-NSF-CHARGE.
027300     ADD 1 TO WS-TRAN-SEQUENCE
027400     MOVE WS-TRAN-SEQUENCE TO WS-TRAN-ID-NUMBER
027500     MOVE SPACES TO TRANSACTION-RECORD
027600     MOVE WS-TRAN-ID-BUILD TO TRANSACTION-ID
027700     MOVE WS-ST-ACCOUNT-ID TO TRANSACTION-ACCOUNT-ID
027800     SET TRANSACTION-IS-DEBIT TO TRUE
027900     MOVE WS-NSF-TRAN-CODE TO TRANSACTION-CODE
028000     MOVE WS-NSF-CHARGE-AMOUNT TO TRANSACTION-AMOUNT
028100     MOVE WS-RUN-DATE TO TRANSACTION-DATE
028200     COMPUTE TRANSACTION-SEQUENCE-NUMBER =
028300         WS-SEQ-RANGE-BASE + WS-TRAN-SEQUENCE
028400     WRITE TRANSACTION-RECORD
028500     IF NOT NSF-TRAN-OK
028600         DISPLAY "WARNING - NSF CHARGE NOT WRITTEN FOR "
028700             "ACCOUNT " WS-ST-ACCOUNT-ID
028800             ", STATUS=" NSF-TRAN-STATUS
028900     END-IF
029000     ADD 1 TO WS-NSF-CHARGES-RAISED
029100     ADD WS-NSF-CHARGE-AMOUNT TO WS-TOTAL-NSF-CHARGES
029200     ADD WS-NSF-CHARGE-AMOUNT TO WS-AMOUNT-HASH-TOTAL
029300     ADD WS-ST-AMOUNT TO WS-TOTAL-ITEMS-REFUSED
029400     MOVE WS-ST-AMOUNT TO WS-ITEM-EDIT
029500     DISPLAY WS-ST-ACCOUNT-ID " " WS-ST-TRANSACTION-ID " "
029600         WS-ITEM-EDIT "  " WS-ST-CODE "  " WS-TRAN-ID-BUILD
029700         "  " SUSP-REJECT-REASON.
029800 3000-WRITE-NSF-CHARGE-EXIT.
029900     EXIT.
030000
030100******************************************************************
030200*    8000-PRINT-SUMMARY - THE RUN'S CONTROL TOTALS.  EVERY ITEM  *
030300*    READ IS ACCOUNTED FOR IN EXACTLY ONE OF THE FOUR COUNTS.    *
030400******************************************************************
030500 8000-PRINT-SUMMARY.
030600     DISPLAY " "
030700     DISPLAY "------ NSF ITEM CHARGE CONTROL TOTALS ------"
030800     DISPLAY "SUSPENSE ITEMS READ ...: " WS-SUSP-READ
030900     DISPLAY "REFUSED ON EARLIER DAY : " WS-EARLIER-REJECTS
031000     DISPLAY "OTHER REJECT REASON ...: " WS-OTHER-REASONS
031100     DISPLAY "NOT CHARGEABLE ........: " WS-NOT-CHARGEABLE
031200     DISPLAY "NSF CHARGES RAISED ....: " WS-NSF-CHARGES-RAISED
031300     MOVE WS-TOTAL-ITEMS-REFUSED TO WS-AMOUNT-EDIT
031400     DISPLAY "ITEMS REFUSED AMOUNT ..: " WS-AMOUNT-EDIT
031500     MOVE WS-TOTAL-NSF-CHARGES TO WS-AMOUNT-EDIT
031600     DISPLAY "TOTAL NSF CHARGES .....: " WS-AMOUNT-EDIT
031700     MOVE WS-AMOUNT-HASH-TOTAL TO WS-AMOUNT-EDIT
031800     DISPLAY "AMOUNT HASH TOTAL .....: " WS-AMOUNT-EDIT
031900     DISPLAY "TRANSACTIONS WRITTEN ..: " WS-TRAN-SEQUENCE.
032000 8000-PRINT-SUMMARY-EXIT.
032100     EXIT.
032200
032300******************************************************************
032400*    SHARED BUSINESS-DATE RUN CONTROL (SEE RUNCONTROL COPYBOOK)  *
032500******************************************************************
032600 COPY RunControl.
032700
032800******************************************************************
032900*    9999-TERMINATE - WRITE THE BATCH TRAILER (DETAIL COUNT AND  *
033000*    AMOUNT HASH FOR THE PRE-POSTING EDIT) AND CLOSE ALL FILES.  *
033100******************************************************************
033200 9999-TERMINATE.
033300     IF WS-HEADER-WRITTEN
033400         MOVE SPACES TO BATCH-CONTROL-RECORD
033500         MOVE "TRL" TO BCR-RECORD-TYPE
033600         MOVE WS-RUN-DATE TO BCR-CREATE-DATE
033700         MOVE WS-TRAN-SEQUENCE TO BCR-RECORD-COUNT
033800         MOVE WS-AMOUNT-HASH-TOTAL TO BCR-AMOUNT-HASH-TOTAL
033900         WRITE BATCH-CONTROL-RECORD
034000         CLOSE NSF-TRAN-FILE
034100     END-IF
034200     IF WS-SUSP-FILE-OPEN
034300         CLOSE SUSPENSE-FILE
034400     END-IF
034500     CLOSE RUN-CONTROL-FILE.
034600 9999-TERMINATE-EXIT.
034700     EXIT.
