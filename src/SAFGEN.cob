000100******************************************************************
000200 IDENTIFICATION DIVISION.
000300******************************************************************
000400 PROGRAM-ID.     SAFGEN.
000500 AUTHOR.         R. OKONKWO-BATES.
000600 INSTALLATION.   RETAIL BANKING SYSTEMS.
000700 DATE-WRITTEN.   2026-10-15.
000800 DATE-COMPILED.
000900*-----------------------------------------------------------------
001000* MODIFICATION HISTORY
001100*-----------------------------------------------------------------
001200* 2026-10-15  ROB  ORIGINAL - NIGHTLY RELEASE OF ONLINE WORK
001300*                  TAKEN WHILE THE END-OF-DAY SEQUENCE WAS
001400*                  RUNNING.  READS THE STORE-AND-FORWARD FILE
001500*                  THE ONLINE SYSTEM APPENDS TO ONCE THE
001600*                  SEQUENCE HAS STARTED, AND RELEASES EVERY
001700*                  ITEM HELD FOR THIS BUSINESS DATE (OR AN
001800*                  EARLIER ONE) TO THE SAFTRAN FEED WITH THE
001900*                  BATCH HEADER/TRAILER PAIR, SO THE ITEMS FLOW
002000*                  THROUGH THE SAME EDIT, POSTING, HISTORY,
002100*                  SUSPENSE AND CONTROL TOTALS AS ANY OTHER
002200*                  PASS.  AN ITEM HELD FOR A LATER DATE IS
002300*                  CARRIED FORWARD.  THE FIRST STEP OF THE
002400*                  NIGHT'S SEQUENCE - IT HAS NO PREREQUISITE.
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT STORE-FORWARD-FILE ASSIGN TO "SAFFILE"
003000         ORGANIZATION IS SEQUENTIAL
003100         FILE STATUS IS SAF-FILE-STATUS.
003200
003300     SELECT SAF-WORK-FILE ASSIGN TO "SAFWORK"
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS SAF-WORK-STATUS.
003600
003700     SELECT SAF-TRAN-FILE ASSIGN TO "SAFTRAN"
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS SAF-TRAN-STATUS.
004000
004100     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS RUNCTL-FILE-STATUS.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  STORE-FORWARD-FILE
004800     LABEL RECORDS ARE STANDARD.
004900 COPY StoreForwardRecord.
005000
005100 FD  SAF-WORK-FILE
005200     LABEL RECORDS ARE STANDARD.
005300 01  SAF-WORK-RECORD                 PIC X(111).
005400
005500 FD  SAF-TRAN-FILE
005600     LABEL RECORDS ARE STANDARD.
005700 COPY TransactionRecord.
005800 COPY BatchControlRecord.
005900
006000 FD  RUN-CONTROL-FILE
006100     LABEL RECORDS ARE STANDARD.
006200 COPY RunControlRecord.
006300
006400 WORKING-STORAGE SECTION.
006500******************************************************************
006600*    CONTROL TOTALS                                              *
006700******************************************************************
006800 01  WS-SAF-READ                     PIC 9(08) VALUE 0.
006900 01  WS-ITEMS-RELEASED               PIC 9(08) VALUE 0.
007000 01  WS-ITEMS-REDATED                PIC 9(08) VALUE 0.
007100 01  WS-ITEMS-CARRIED                PIC 9(08) VALUE 0.
007200 01  WS-TOTAL-DEBITS                 PIC S9(11)V99 VALUE 0.
007300 01  WS-TOTAL-CREDITS                PIC S9(11)V99 VALUE 0.
007400 01  WS-TOTAL-CARRIED                PIC S9(11)V99 VALUE 0.
007500 01  WS-AMOUNT-HASH-TOTAL            PIC 9(13)V99 VALUE 0.
007600 01  WS-AMOUNT-EDIT                  PIC $,$$$,$$$,$$9.99-.
007700 01  WS-ITEM-EDIT                    PIC $,$$$,$$$,$$9.99-.
007800 01  WS-ITEM-NOTE                    PIC X(07).
007900
008000******************************************************************
008100*    FILE STATUS                                                 *
008200******************************************************************
008300 01  SAF-FILE-STATUS                 PIC X(02) VALUE "00".
008400     88  SAF-FILE-OK                 VALUE "00".
008500     88  SAF-FILE-NOT-OPEN           VALUE "35".
008600
008700 01  SAF-WORK-STATUS                 PIC X(02) VALUE "00".
008800     88  SAF-WORK-OK                 VALUE "00".
008900
009000 01  SAF-TRAN-STATUS                 PIC X(02) VALUE "00".
009100     88  SAF-TRAN-OK                 VALUE "00".
009200
009300 01  RUNCTL-FILE-STATUS              PIC X(02) VALUE "00".
009400     88  RUNCTL-FILE-OK              VALUE "00".
009500     88  RUNCTL-FILE-NOT-OPEN        VALUE "35".
009600
009700 COPY RunControlFields.
009800
009900******************************************************************
010000*    END-OF-FILE AND RUN SWITCHES                                *
010100******************************************************************
010200 01  WS-SAF-EOF-SWITCH               PIC X(01) VALUE "N".
010300     88  WS-END-OF-SAF               VALUE "Y".
010400 01  WS-SAF-OPEN-SWITCH              PIC X(01) VALUE "N".
010500     88  WS-SAF-FILE-OPEN            VALUE "Y".
010600 01  WS-WORK-EOF-SWITCH              PIC X(01) VALUE "N".
010700     88  WS-END-OF-WORK              VALUE "Y".
010800 01  WS-WORK-OPEN-SWITCH             PIC X(01) VALUE "N".
010900     88  WS-WORK-FILE-OPEN           VALUE "Y".
011000 01  WS-HEADER-SWITCH                PIC X(01) VALUE "N".
011100     88  WS-HEADER-WRITTEN           VALUE "Y".
011200
011300******************************************************************
011400*    THE TRANSACTION IMAGE CARRIED ON EACH STORE-AND-FORWARD     *
011500*    RECORD (SEE TRANSACTIONRECORD).  IT WAS VALIDATED ONLINE    *
011600*    WHEN IT WAS KEYED AND IS RELEASED UNCHANGED EXCEPT FOR ITS  *
011700*    DATE (WHEN RELEASED LATE) AND ITS SEQUENCE NUMBER.          *
011800******************************************************************
011900 01  WS-SAF-TRAN.
012000     05  WS-SF-TRANSACTION-ID        PIC X(10).
012100     05  WS-SF-ACCOUNT-ID            PIC X(10).
012200     05  WS-SF-TYPE                  PIC X(06).
012300         88  WS-SF-IS-DEBIT          VALUE "DEBIT ".
012400     05  WS-SF-AMOUNT                PIC S9(9)V99 COMP-3.
012500     05  WS-SF-DATE                  PIC 9(08).
012600     05  WS-SF-SEQUENCE              PIC 9(08).
012700     05  WS-SF-XFER-SW               PIC X(01).
012800     05  WS-SF-CODE                  PIC X(04).
012900     05  WS-SF-REFERENCE             PIC X(05).
013000
013100******************************************************************
013200*    RELEASED ITEMS ARE RENUMBERED IN THE RESERVED 83600000      *
013300*    BAND, ABOVE THE ONLINE TIME-OF-DAY BAND AND BELOW THE NSF   *
013400*    BAND, SO THEY CANNOT COLLIDE WITH ANY OTHER ITEM ON THE     *
013500*    HISTORY KEY.  THE TWO LEGS OF A TRANSFER KEEP THEIR ORDER   *
013600*    AND SO TAKE CONSECUTIVE NUMBERS.                            *
013700******************************************************************
013800 01  WS-TRAN-SEQUENCE                PIC 9(08) VALUE 0.
013900 01  WS-SEQ-RANGE-BASE               PIC 9(08) VALUE 83600000.
014000
014100 01  WS-RUN-DATE                     PIC 9(08).
014200
014300******************************************************************
014400 PROCEDURE DIVISION.
014500******************************************************************
014600 0000-MAINLINE.
014700     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
014800     PERFORM 2000-PROCESS-ONE-ITEM
014900         THRU 2000-PROCESS-ONE-ITEM-EXIT
015000         UNTIL WS-END-OF-SAF
015100     IF RETURN-CODE = 0
015200         PERFORM 5000-REBUILD-STORE-FORWARD
015300             THRU 5000-REBUILD-STORE-FORWARD-EXIT
015400     END-IF
015500     IF RETURN-CODE = 0
015600         PERFORM 8000-PRINT-SUMMARY THRU 8000-PRINT-SUMMARY-EXIT
015700         PERFORM 9600-MARK-STEP-COMPLETE
015800             THRU 9600-MARK-STEP-COMPLETE-EXIT
015900         IF WS-ITEMS-REDATED > 0
016000             MOVE 4 TO RETURN-CODE
016100         END-IF
016200     END-IF
016300     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT
016400     STOP RUN.
016500
016600******************************************************************
016700*    1000-INITIALIZE - CLEAR THE RUN AGAINST RUN CONTROL, OPEN   *
016800*    FILES, WRITE THE BATCH HEADER AND PRIME THE FIRST READ.  NO *
016900*    STORE-AND-FORWARD FILE MEANS NOTHING WAS EVER HELD - AN     *
017000*    EMPTY BATCH IS STILL WRITTEN.  A FILE THAT EXISTS BUT WILL  *
017100*    NOT OPEN STOPS THE RUN SO NO HELD ITEM IS PASSED OVER.      *
017200******************************************************************
017300 1000-INITIALIZE.
017400     DISPLAY "------ NIGHTLY STORE-AND-FORWARD RELEASE ------"
017500     SET WS-END-OF-SAF TO TRUE
017600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
017700     MOVE "SAFGEN"   TO RC-THIS-STEP-NAME
017800     MOVE SPACES     TO RC-PREREQ-STEP-NAME
017900     MOVE WS-RUN-DATE TO RC-RUN-DATE
018000     PERFORM 9500-VERIFY-RUN-CONTROL
018100         THRU 9500-VERIFY-RUN-CONTROL-EXIT
018200     IF RC-RUN-REFUSED
018300         MOVE 8 TO RETURN-CODE
018400         GO TO 1000-INITIALIZE-EXIT
018500     END-IF
018600*    THE BUSINESS DATE, NOT THE CALENDAR DATE, IS THE RUN DATE.
018700     MOVE RC-RUN-DATE TO WS-RUN-DATE
018800     DISPLAY "RUN DATE : " WS-RUN-DATE
018900     OPEN OUTPUT SAF-TRAN-FILE
019000     IF NOT SAF-TRAN-OK
019100         DISPLAY "UNABLE TO OPEN SAFTRAN, STATUS="
019200             SAF-TRAN-STATUS
019300         MOVE 8 TO RETURN-CODE
019400         GO TO 1000-INITIALIZE-EXIT
019500     END-IF
019600     MOVE SPACES TO BATCH-CONTROL-RECORD
019700     MOVE "HDR" TO BCR-RECORD-TYPE
019800     MOVE WS-RUN-DATE TO BCR-CREATE-DATE
019900     MOVE 0 TO BCR-RECORD-COUNT
020000     MOVE 0 TO BCR-AMOUNT-HASH-TOTAL
020100     WRITE BATCH-CONTROL-RECORD
020200     SET WS-HEADER-WRITTEN TO TRUE
020300     DISPLAY " "
020400     DISPLAY "------ ITEMS RELEASED FOR POSTING ------"
020500     DISPLAY "ACCOUNT    ITEM       TYPE   CODE       "
020600         "    AMOUNT HELD FOR KEYED ON OPERATOR SUPERVSR"
020700     OPEN INPUT STORE-FORWARD-FILE
020800     IF SAF-FILE-NOT-OPEN
020900         DISPLAY "NO STORE-AND-FORWARD FILE - NOTHING WAS HELD."
021000         GO TO 1000-INITIALIZE-EXIT
021100     END-IF
021200     IF NOT SAF-FILE-OK
021300         DISPLAY "UNABLE TO OPEN SAFFILE, STATUS="
021400             SAF-FILE-STATUS
021500         MOVE 8 TO RETURN-CODE
021600         GO TO 1000-INITIALIZE-EXIT
021700     END-IF
021800     SET WS-SAF-FILE-OPEN TO TRUE
021900     OPEN OUTPUT SAF-WORK-FILE
022000     IF NOT SAF-WORK-OK
022100         DISPLAY "UNABLE TO OPEN SAFWORK, STATUS="
022200             SAF-WORK-STATUS
022300         MOVE 8 TO RETURN-CODE
022400         GO TO 1000-INITIALIZE-EXIT
022500     END-IF
022600     SET WS-WORK-FILE-OPEN TO TRUE
022700     MOVE "N" TO WS-SAF-EOF-SWITCH
022800     PERFORM 2100-READ-STORE-FORWARD
022900         THRU 2100-READ-STORE-FORWARD-EXIT.
023000 1000-INITIALIZE-EXIT.
023100     EXIT.
023200
023300******************************************************************
023400*    2000-PROCESS-ONE-ITEM - RELEASE OR CARRY ONE HELD ITEM AND  *
023500*    READ THE NEXT.                                              *
023600******************************************************************
023700 2000-PROCESS-ONE-ITEM.
023800     PERFORM 2200-CHECK-ONE-ITEM THRU 2200-CHECK-ONE-ITEM-EXIT
023900     PERFORM 2100-READ-STORE-FORWARD
024000         THRU 2100-READ-STORE-FORWARD-EXIT.
024100 2000-PROCESS-ONE-ITEM-EXIT.
024200     EXIT.
024300
024400 2100-READ-STORE-FORWARD.
024500     READ STORE-FORWARD-FILE
024600         AT END
024700             SET WS-END-OF-SAF TO TRUE
024800     END-READ.
024900 2100-READ-STORE-FORWARD-EXIT.
025000     EXIT.
025100
025200******************************************************************
025300*    2200-CHECK-ONE-ITEM - AN ITEM HELD FOR A LATER BUSINESS     *
025400*    DATE THAN TONIGHT'S IS CARRIED FORWARD; EVERYTHING ELSE IS  *
025500*    RELEASED.                                                   *
025600******************************************************************
025700 2200-CHECK-ONE-ITEM.
025800     ADD 1 TO WS-SAF-READ
025900     MOVE SAF-TRAN-IMAGE TO WS-SAF-TRAN
026000     IF SAF-POST-DATE > WS-RUN-DATE
026100         PERFORM 2300-CARRY-FORWARD THRU 2300-CARRY-FORWARD-EXIT
026200         GO TO 2200-CHECK-ONE-ITEM-EXIT
026300     END-IF
026400     PERFORM 3000-RELEASE-ITEM THRU 3000-RELEASE-ITEM-EXIT.
026500 2200-CHECK-ONE-ITEM-EXIT.
026600     EXIT.
026700
026800 2300-CARRY-FORWARD.
026900     MOVE STORE-FORWARD-RECORD TO SAF-WORK-RECORD
027000     WRITE SAF-WORK-RECORD
027100     IF NOT SAF-WORK-OK
027200         DISPLAY "UNABLE TO CARRY FORWARD ITEM "
027300             WS-SF-TRANSACTION-ID ", STATUS=" SAF-WORK-STATUS
027400         MOVE 8 TO RETURN-CODE
027500     END-IF
027600     ADD 1 TO WS-ITEMS-CARRIED
027700     ADD WS-SF-AMOUNT TO WS-TOTAL-CARRIED.
027800 2300-CARRY-FORWARD-EXIT.
027900     EXIT.
028000
028100******************************************************************
028200*    3000-RELEASE-ITEM - WRITE ONE HELD ITEM TO THE POSTING FEED *
028300*    AND LIST IT WITH THE TELLER (AND ANY OVERRIDING SUPERVISOR) *
028400*    WHO KEYED IT.  AN ITEM HELD FOR AN EARLIER BUSINESS DATE -  *
028500*    A NIGHT'S RUN WAS MISSED OR THE DATE WAS MOVED ON BY HAND - *
028600*    IS POSTED TONIGHT UNDER TONIGHT'S DATE AND FLAGGED, AND THE *
028700*    RUN ENDS RC 4 SO OPERATIONS SEES IT.  A WRITE FAILURE STOPS *
028800*    THE RUN BEFORE THE HELD FILE IS REWRITTEN, SO NO ITEM IS    *
028900*    LOST.                                                       *
029000******************************************************************
029100 3000-RELEASE-ITEM.
029200     MOVE SPACES TO WS-ITEM-NOTE
029300     IF SAF-POST-DATE < WS-RUN-DATE
029400         MOVE WS-RUN-DATE TO WS-SF-DATE
029500         MOVE "REDATED" TO WS-ITEM-NOTE
029600         ADD 1 TO WS-ITEMS-REDATED
029700     END-IF
029800     ADD 1 TO WS-TRAN-SEQUENCE
029900     COMPUTE WS-SF-SEQUENCE = WS-SEQ-RANGE-BASE + WS-TRAN-SEQUENCE
030000     MOVE WS-SAF-TRAN TO TRANSACTION-RECORD
030100     WRITE TRANSACTION-RECORD
030200     IF NOT SAF-TRAN-OK
030300         DISPLAY "UNABLE TO RELEASE ITEM " WS-SF-TRANSACTION-ID
030400             " FOR ACCOUNT " WS-SF-ACCOUNT-ID
030500             ", STATUS=" SAF-TRAN-STATUS
030600         MOVE 8 TO RETURN-CODE
030700     END-IF
030800     ADD 1 TO WS-ITEMS-RELEASED
030900     IF WS-SF-IS-DEBIT
031000         ADD WS-SF-AMOUNT TO WS-TOTAL-DEBITS
031100     ELSE
031200         ADD WS-SF-AMOUNT TO WS-TOTAL-CREDITS
031300     END-IF
031400     ADD WS-SF-AMOUNT TO WS-AMOUNT-HASH-TOTAL
031500     MOVE WS-SF-AMOUNT TO WS-ITEM-EDIT
031600     DISPLAY WS-SF-ACCOUNT-ID " " WS-SF-TRANSACTION-ID " "
031700         WS-SF-TYPE " " WS-SF-CODE " " WS-ITEM-EDIT " "
031800         SAF-POST-DATE " " SAF-KEYED-DATE " " SAF-OPERATOR-ID
031900         " " SAF-SUPERVISOR-ID " " WS-ITEM-NOTE.
032000 3000-RELEASE-ITEM-EXIT.
032100     EXIT.
032200
032300******************************************************************
032400*    5000-REBUILD-STORE-FORWARD - REPLACE THE HELD FILE WITH THE *
032500*    ITEMS CARRIED FORWARD.  THIS IS DONE IN THIS STEP, WHICH    *
032600*    HOLDS THE FILE EXCLUSIVELY, SO NO ITEM KEYED ONLINE CAN     *
032700*    FALL BETWEEN THE RELEASE AND THE REWRITE: THE ONLINE SYSTEM *
032800*    ONLY STARTS HOLDING ITEMS AGAIN ONCE THIS STEP IS MARKED    *
032900*    COMPLETE.                                                   *
033000******************************************************************
033100 5000-REBUILD-STORE-FORWARD.
033200     IF NOT WS-SAF-FILE-OPEN
033300         GO TO 5000-REBUILD-STORE-FORWARD-EXIT
033400     END-IF
033500     CLOSE STORE-FORWARD-FILE
033600     MOVE "N" TO WS-SAF-OPEN-SWITCH
033700     CLOSE SAF-WORK-FILE
033800     OPEN INPUT SAF-WORK-FILE
033900     IF NOT SAF-WORK-OK
034000         DISPLAY "UNABLE TO REOPEN SAFWORK, STATUS="
034100             SAF-WORK-STATUS
034200         MOVE "N" TO WS-WORK-OPEN-SWITCH
034300         MOVE 8 TO RETURN-CODE
034400         GO TO 5000-REBUILD-STORE-FORWARD-EXIT
034500     END-IF
034600     OPEN OUTPUT STORE-FORWARD-FILE
034700     IF NOT SAF-FILE-OK
034800         DISPLAY "UNABLE TO REWRITE SAFFILE, STATUS="
034900             SAF-FILE-STATUS " - TONIGHT'S ITEMS ARE STILL "
035000             "HELD.  DO NOT POST SAFTRAN."
035100         MOVE 8 TO RETURN-CODE
035200         GO TO 5000-REBUILD-STORE-FORWARD-EXIT
035300     END-IF
035400     SET WS-SAF-FILE-OPEN TO TRUE
035500     MOVE "N" TO WS-WORK-EOF-SWITCH
035600     PERFORM 5100-READ-WORK THRU 5100-READ-WORK-EXIT
035700     PERFORM 5200-COPY-ONE-ITEM THRU 5200-COPY-ONE-ITEM-EXIT
035800         UNTIL WS-END-OF-WORK
035900     DISPLAY " "
036000     DISPLAY "STORE-AND-FORWARD FILE REWRITTEN - "
036100         WS-ITEMS-CARRIED " ITEM(S) CARRIED FORWARD.".
036200 5000-REBUILD-STORE-FORWARD-EXIT.
036300     EXIT.
036400
036500 5100-READ-WORK.
036600     READ SAF-WORK-FILE
036700         AT END
036800             SET WS-END-OF-WORK TO TRUE
036900     END-READ.
037000 5100-READ-WORK-EXIT.
037100     EXIT.
037200
037300 5200-COPY-ONE-ITEM.
037400     MOVE SAF-WORK-RECORD TO STORE-FORWARD-RECORD
037500     WRITE STORE-FORWARD-RECORD
037600     IF NOT SAF-FILE-OK
037700         DISPLAY "UNABLE TO CARRY FORWARD ITEM, STATUS="
037800             SAF-FILE-STATUS
037900         MOVE 8 TO RETURN-CODE
038000     END-IF
038100     PERFORM 5100-READ-WORK THRU 5100-READ-WORK-EXIT.
038200 5200-COPY-ONE-ITEM-EXIT.
038300     EXIT.
038400
038500******************************************************************
038600*    8000-PRINT-SUMMARY - THE RUN'S CONTROL TOTALS.  EVERY ITEM  *
038700*    READ IS EITHER RELEASED OR CARRIED FORWARD.                 *
038800******************************************************************
038900 8000-PRINT-SUMMARY.
039000     DISPLAY " "
039100     DISPLAY "------ STORE-AND-FORWARD CONTROL TOTALS ------"
039200     DISPLAY "HELD ITEMS READ .......: " WS-SAF-READ
039300     DISPLAY "ITEMS RELEASED ........: " WS-ITEMS-RELEASED
039400     DISPLAY "  OF WHICH REDATED ....: " WS-ITEMS-REDATED
039500     DISPLAY "ITEMS CARRIED FORWARD .: " WS-ITEMS-CARRIED
039600     MOVE WS-TOTAL-DEBITS TO WS-AMOUNT-EDIT
039700     DISPLAY "DEBITS RELEASED .......: " WS-AMOUNT-EDIT
039800     MOVE WS-TOTAL-CREDITS TO WS-AMOUNT-EDIT
039900     DISPLAY "CREDITS RELEASED ......: " WS-AMOUNT-EDIT
040000     MOVE WS-TOTAL-CARRIED TO WS-AMOUNT-EDIT
040100     DISPLAY "AMOUNT CARRIED FORWARD : " WS-AMOUNT-EDIT
040200     MOVE WS-AMOUNT-HASH-TOTAL TO WS-AMOUNT-EDIT
040300     DISPLAY "AMOUNT HASH TOTAL .....: " WS-AMOUNT-EDIT
040400     DISPLAY "TRANSACTIONS WRITTEN ..: " WS-TRAN-SEQUENCE.
040500 8000-PRINT-SUMMARY-EXIT.
040600     EXIT.
040700
040800******************************************************************
040900*    SHARED BUSINESS-DATE RUN CONTROL (SEE RUNCONTROL COPYBOOK)  *
041000******************************************************************
041100 COPY RunControl.
041200
041300******************************************************************
041400*    9999-TERMINATE - WRITE THE BATCH TRAILER (DETAIL COUNT AND  *
041500*    AMOUNT HASH FOR THE PRE-POSTING EDIT) AND CLOSE ALL FILES.  *
041600******************************************************************
041700 9999-TERMINATE.
041800     IF WS-HEADER-WRITTEN
041900         MOVE SPACES TO BATCH-CONTROL-RECORD
042000         MOVE "TRL" TO BCR-RECORD-TYPE
042100         MOVE WS-RUN-DATE TO BCR-CREATE-DATE
042200         MOVE WS-TRAN-SEQUENCE TO BCR-RECORD-COUNT
042300         MOVE WS-AMOUNT-HASH-TOTAL TO BCR-AMOUNT-HASH-TOTAL
042400         WRITE BATCH-CONTROL-RECORD
042500         CLOSE SAF-TRAN-FILE
042600     END-IF
042700     IF WS-SAF-FILE-OPEN
042800         CLOSE STORE-FORWARD-FILE
042900     END-IF
043000     IF WS-WORK-FILE-OPEN
043100         CLOSE SAF-WORK-FILE
043200     END-IF
043300     CLOSE RUN-CONTROL-FILE.
043400 9999-TERMINATE-EXIT.
043500     EXIT.
