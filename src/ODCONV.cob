000100******************************************************************
000200 IDENTIFICATION DIVISION.
000300******************************************************************
000400 PROGRAM-ID.     ODCONV.
000500 AUTHOR.         R. OKONKWO-BATES.
000600 INSTALLATION.   RETAIL BANKING SYSTEMS.
000700 DATE-WRITTEN.   2026-10-15.
000800 DATE-COMPILED.
000900*-----------------------------------------------------------------
001000* MODIFICATION HISTORY
001100*-----------------------------------------------------------------
001200* 2026-10-15  ROB  ORIGINAL - ONE-TIME FILE CONVERSION FOR THE
001300*                  OVERDRAFT LIMIT AND OVERDRAWN DATE TAKEN OUT
001400*                  OF THE ACCOUNT-MASTER FILLER (RECORD LENGTH
001500*                  UNCHANGED AT 111 BYTES).  EVERY ACCOUNT GETS A
001600*                  ZERO LIMIT - LINES ARE THEN KEYED ONLINE
001700*                  (OPTION 3 FIELD 6).  AN ACCOUNT ALREADY
001800*                  OVERDRAWN TAKES THE POSTED DATE IT WENT
001900*                  NEGATIVE FROM TRAN-HISTORY (THE FIRST
002000*                  NEGATIVE BALANCE AFTER THE LAST ONE THAT WAS
002100*                  NOT), OR ITS CREATION DATE IF IT HAS NEVER
002200*                  POSTED, OR FAILING BOTH THE RUN DATE.  RUN
002300*                  ONCE AT INSTALL, THEN SWAP THE NEW DATASET
002400*                  OVER THE OLD - SEE ODCONV JCL.
002410* 2026-10-15  ROB  TRAN-HISTORY IS READ IN THE 111-BYTE LAYOUT,
002420*                  SO HISTCODE MUST HAVE RUN FIRST - ANY OPEN
002430*                  FAILURE OTHER THAN A MISSING FILE STOPS THE
002440*                  RUN RC 8.  WITH NO HISTORY FILE AT ALL, AN
002450*                  OVERDRAWN ACCOUNT TAKES THE RUN DATE (RC 4),
002460*                  NOT ITS CREATION DATE.
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT OLD-ACCOUNT-MASTER ASSIGN TO "ACCTOLD"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS SEQUENTIAL
003200         RECORD KEY IS OLD-ACCOUNT-ID
003300         FILE STATUS IS OLD-ACCT-STATUS.
003400
003500     SELECT NEW-ACCOUNT-MASTER ASSIGN TO "ACCTNEW"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS SEQUENTIAL
003800         RECORD KEY IS ACCOUNT-ID OF ACCOUNT-RECORD
003900         FILE STATUS IS NEW-ACCT-STATUS.
004000
004100     SELECT TRAN-HISTORY ASSIGN TO "TRANHIST"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS HIST-KEY
004500         FILE STATUS IS HIST-FILE-STATUS.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900******************************************************************
005000*    OLD ACCOUNT-MASTER LAYOUT - THE SAME 111 BYTES, WITH THE    *
005100*    LAST TEN STILL THE SPACE-FILLED FILLER.  EACH HALF IS       *
005200*    TESTED ON ITS OWN, SO A RECORD ALREADY CARRYING EITHER NEW  *
005300*    FIELD KEEPS IT.                                             *
005400******************************************************************
005500 FD  OLD-ACCOUNT-MASTER
005600     LABEL RECORDS ARE STANDARD.
005700 01  OLD-ACCOUNT-RECORD.
005800     05  OLD-ACCOUNT-ID              PIC X(10).
005900     05  FILLER                      PIC X(91).
006000     05  OLD-ACCOUNT-LIMIT-AREA      PIC X(05).
006100     05  OLD-ACCOUNT-OVERDRAWN-AREA  PIC X(05).
006200
006300 FD  NEW-ACCOUNT-MASTER
006400     LABEL RECORDS ARE STANDARD.
006500 COPY AccountRecord.
006600
006700 FD  TRAN-HISTORY
006800     LABEL RECORDS ARE STANDARD.
006900 COPY TranHistRecord.
007000
007100 WORKING-STORAGE SECTION.
007200******************************************************************
007300*    CONTROL TOTALS - ACCOUNTS READ MUST EQUAL ACCOUNTS WRITTEN. *
007400*    EVERY OVERDRAWN ACCOUNT IS DATED FROM HISTORY, FROM ITS     *
007500*    CREATION DATE OR FROM THE RUN DATE.                         *
007600******************************************************************
007700 01  WS-ACCOUNTS-READ                PIC 9(08) VALUE 0.
007800 01  WS-ACCOUNTS-WRITTEN             PIC 9(08) VALUE 0.
007900 01  WS-LIMITS-SET                   PIC 9(08) VALUE 0.
008000 01  WS-DATES-SET                    PIC 9(08) VALUE 0.
008100 01  WS-ALREADY-CONVERTED            PIC 9(08) VALUE 0.
008200 01  WS-OVERDRAWN-COUNT              PIC 9(08) VALUE 0.
008300 01  WS-DATED-FROM-HISTORY           PIC 9(08) VALUE 0.
008400 01  WS-DATED-FROM-CREATION          PIC 9(08) VALUE 0.
008500 01  WS-DATED-FROM-RUN-DATE          PIC 9(08) VALUE 0.
008600
008700******************************************************************
008800*    FILE STATUS                                                 *
008900******************************************************************
009000 01  OLD-ACCT-STATUS                 PIC X(02) VALUE "00".
009100     88  OLD-ACCT-OK                 VALUE "00".
009200
009300 01  NEW-ACCT-STATUS                 PIC X(02) VALUE "00".
009400     88  NEW-ACCT-OK                 VALUE "00".
009500
009600 01  HIST-FILE-STATUS                PIC X(02) VALUE "00".
009700     88  HIST-FILE-OK                VALUE "00".
009750     88  HIST-FILE-NOT-OPEN          VALUE "35".
009800
009900******************************************************************
010000*    SWITCHES                                                    *
010100******************************************************************
010200 01  WS-OLD-EOF-SWITCH               PIC X(01) VALUE "N".
010300     88  WS-END-OF-OLD-ACCOUNTS      VALUE "Y".
010400 01  WS-FILES-OPEN-SWITCH            PIC X(01) VALUE "N".
010500     88  WS-FILES-OPEN               VALUE "Y".
010600 01  WS-HIST-OPEN-SWITCH             PIC X(01) VALUE "N".
010700     88  WS-HIST-FILE-OPEN           VALUE "Y".
010800 01  WS-HIST-SCAN-SWITCH             PIC X(01) VALUE "N".
010900     88  WS-END-OF-HIST-SCAN         VALUE "Y".
011000     88  WS-NOT-END-OF-HIST-SCAN     VALUE "N".
011100 01  WS-HIST-FOUND-SWITCH            PIC X(01) VALUE "N".
011200     88  WS-ACCOUNT-HAS-HISTORY      VALUE "Y".
011300 01  WS-NEGATIVE-FOUND-SWITCH        PIC X(01) VALUE "N".
011400     88  WS-NEGATIVE-FOUND           VALUE "Y".
011500
011600******************************************************************
011700*    APPLICATION-ORDER STAMPS (POSTED DATE, POSTED TIME) - SEE   *
011800*    TRANHISTRECORD.  THE KEY ORDER IS NOT THE ORDER POSTINGS    *
011900*    LANDED, SO EACH ACCOUNT'S HISTORY IS SCANNED TWICE: FIRST   *
012000*    FOR THE LAST POSTING THAT LEFT THE BALANCE NOT NEGATIVE,    *
012100*    THEN FOR THE FIRST NEGATIVE ONE AFTER IT.                   *
012200******************************************************************
012300 01  WS-HIST-STAMP.
012400     05  WS-HIST-STAMP-DATE          PIC 9(08).
012500     05  WS-HIST-STAMP-TIME          PIC 9(08).
012600 01  WS-LAST-NONNEG-STAMP.
012700     05  WS-LAST-NONNEG-DATE         PIC 9(08).
012800     05  WS-LAST-NONNEG-TIME         PIC 9(08).
012900 01  WS-FIRST-NEG-STAMP.
013000     05  WS-FIRST-NEG-DATE           PIC 9(08).
013100     05  WS-FIRST-NEG-TIME           PIC 9(08).
013200
013300 01  WS-CURRENT-DATE                 PIC 9(08).
013400
013500******************************************************************
013600 PROCEDURE DIVISION.
013700******************************************************************
013800 0000-MAINLINE.
013900     DISPLAY "------ ONE-TIME OVERDRAFT FIELDS CONVERSION ------"
014000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
014100     PERFORM 2000-CONVERT-ONE-ACCOUNT
014200         THRU 2000-CONVERT-ONE-ACCOUNT-EXIT
014300         UNTIL WS-END-OF-OLD-ACCOUNTS
014400     IF WS-FILES-OPEN
014500         PERFORM 8000-PRINT-SUMMARY THRU 8000-PRINT-SUMMARY-EXIT
014600     END-IF
014700     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT
014800     STOP RUN.
014900
015000******************************************************************
015100*    1000-INITIALIZE - OPEN THE OLD AND NEW MASTERS AND THE      *
015200*    HISTORY FILE AND PRIME THE FIRST ACCOUNT READ.  NO HISTORY  *
015300*    FILE MEANS EVERY OVERDRAWN ACCOUNT TAKES THE RUN DATE; A    *
015310*    HISTORY FILE THAT WILL NOT OPEN (NOT YET CONVERTED BY       *
015320*    HISTCODE) STOPS THE RUN.                                    *
015400******************************************************************
015500 1000-INITIALIZE.
015600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
015700     DISPLAY "RUN DATE : " WS-CURRENT-DATE
015800     OPEN INPUT OLD-ACCOUNT-MASTER
015900     IF NOT OLD-ACCT-OK
016000         DISPLAY "NO ACCOUNTS TO CONVERT, STATUS=" OLD-ACCT-STATUS
016100         MOVE 8 TO RETURN-CODE
016200         SET WS-END-OF-OLD-ACCOUNTS TO TRUE
016300         GO TO 1000-INITIALIZE-EXIT
016400     END-IF
016500     OPEN OUTPUT NEW-ACCOUNT-MASTER
016600     IF NOT NEW-ACCT-OK
016700         DISPLAY "UNABLE TO OPEN NEW ACCOUNT MASTER, STATUS="
016800             NEW-ACCT-STATUS
016900         CLOSE OLD-ACCOUNT-MASTER
017000         MOVE 8 TO RETURN-CODE
017100         SET WS-END-OF-OLD-ACCOUNTS TO TRUE
017200         GO TO 1000-INITIALIZE-EXIT
017300     END-IF
017500     OPEN INPUT TRAN-HISTORY
017600     IF HIST-FILE-OK
017700         SET WS-HIST-FILE-OPEN TO TRUE
017800     END-IF
017900     IF HIST-FILE-NOT-OPEN
017950         DISPLAY "NO TRANSACTION HISTORY FILE - OVERDRAWN "
018000             "ACCOUNTS TAKE THE RUN DATE."
018010     END-IF
018020     IF NOT HIST-FILE-OK
018030         AND NOT HIST-FILE-NOT-OPEN
018040         DISPLAY "UNABLE TO OPEN TRAN-HISTORY, STATUS="
018050             HIST-FILE-STATUS " - RUN HISTCODE FIRST."
018060         CLOSE OLD-ACCOUNT-MASTER
018070         CLOSE NEW-ACCOUNT-MASTER
018080         MOVE 8 TO RETURN-CODE
018090         SET WS-END-OF-OLD-ACCOUNTS TO TRUE
018092         GO TO 1000-INITIALIZE-EXIT
018094     END-IF
018096     SET WS-FILES-OPEN TO TRUE
018200     PERFORM 2100-READ-OLD-ACCOUNT
018300         THRU 2100-READ-OLD-ACCOUNT-EXIT.
018400 1000-INITIALIZE-EXIT.
018500     EXIT.
018600
018700******************************************************************
018800*    2000-CONVERT-ONE-ACCOUNT - COPY ONE ACCOUNT, FILLING EITHER *
018900*    NEW FIELD STILL HOLDING SPACES, AND WRITE IT TO THE NEW     *
019000*    MASTER.                                                     *
019100******************************************************************
019200 2000-CONVERT-ONE-ACCOUNT.
019300     ADD 1 TO WS-ACCOUNTS-READ
019400     MOVE OLD-ACCOUNT-RECORD TO ACCOUNT-RECORD
019500     IF OLD-ACCOUNT-LIMIT-AREA = SPACES
019600         MOVE 0 TO ACCOUNT-OVERDRAFT-LIMIT OF ACCOUNT-RECORD
019700         ADD 1 TO WS-LIMITS-SET
019800     END-IF
019900     IF OLD-ACCOUNT-OVERDRAWN-AREA = SPACES
020000         ADD 1 TO WS-DATES-SET
020100         MOVE 0 TO ACCOUNT-OVERDRAWN-DATE OF ACCOUNT-RECORD
020200         IF ACCOUNT-BALANCE OF ACCOUNT-RECORD < 0
020300             PERFORM 3000-DATE-OVERDRAWN-ACCOUNT
020400                 THRU 3000-DATE-OVERDRAWN-ACCOUNT-EXIT
020500         END-IF
020600     END-IF
020700     IF OLD-ACCOUNT-LIMIT-AREA NOT = SPACES
020800         AND OLD-ACCOUNT-OVERDRAWN-AREA NOT = SPACES
020900         ADD 1 TO WS-ALREADY-CONVERTED
021000     END-IF
021100     WRITE ACCOUNT-RECORD
021200         INVALID KEY
021300             DISPLAY "ACCOUNT NOT CONVERTED: " OLD-ACCOUNT-ID
021400                 ", STATUS=" NEW-ACCT-STATUS
021500         NOT INVALID KEY
021600             ADD 1 TO WS-ACCOUNTS-WRITTEN
021700     END-WRITE
021800     PERFORM 2100-READ-OLD-ACCOUNT
021900         THRU 2100-READ-OLD-ACCOUNT-EXIT.
022000 2000-CONVERT-ONE-ACCOUNT-EXIT.
022100     EXIT.
022200
022300 2100-READ-OLD-ACCOUNT.
022400     READ OLD-ACCOUNT-MASTER
022500         AT END
022600             SET WS-END-OF-OLD-ACCOUNTS TO TRUE
022700     END-READ.
022800 2100-READ-OLD-ACCOUNT-EXIT.
022900     EXIT.
023000
023100******************************************************************
023200*    3000-DATE-OVERDRAWN-ACCOUNT - THE POSTED DATE OF THE FIRST  *
023300*    NEGATIVE BALANCE AFTER THE LAST POSTING THAT LEFT THE       *
023400*    ACCOUNT NOT NEGATIVE.  AN ACCOUNT WITH NO HISTORY AT ALL    *
023500*    HAS BEEN NEGATIVE SINCE IT WAS OPENED; ONE WHOSE NEGATIVE   *
023600*    POSTINGS HAVE BEEN ARCHIVED, OR ANY ACCOUNT WHEN THERE IS   *
023650*    NO HISTORY FILE, TAKES THE RUN DATE (RC 4).                 *
023700******************************************************************
023800 3000-DATE-OVERDRAWN-ACCOUNT.
023900     ADD 1 TO WS-OVERDRAWN-COUNT
024000     MOVE "N" TO WS-HIST-FOUND-SWITCH
024100     MOVE "N" TO WS-NEGATIVE-FOUND-SWITCH
024200     MOVE 0 TO WS-LAST-NONNEG-DATE WS-LAST-NONNEG-TIME
024300     MOVE 99999999 TO WS-FIRST-NEG-DATE WS-FIRST-NEG-TIME
024400     IF WS-HIST-FILE-OPEN
024500         PERFORM 3100-START-HISTORY THRU 3100-START-HISTORY-EXIT
024600         PERFORM 3200-FIND-LAST-NONNEG
024700             THRU 3200-FIND-LAST-NONNEG-EXIT
024800             UNTIL WS-END-OF-HIST-SCAN
024900         PERFORM 3100-START-HISTORY THRU 3100-START-HISTORY-EXIT
025000         PERFORM 3300-FIND-FIRST-NEG
025100             THRU 3300-FIND-FIRST-NEG-EXIT
025200             UNTIL WS-END-OF-HIST-SCAN
025300     END-IF
025400     IF WS-NEGATIVE-FOUND
025500         MOVE WS-FIRST-NEG-DATE
025600             TO ACCOUNT-OVERDRAWN-DATE OF ACCOUNT-RECORD
025700         ADD 1 TO WS-DATED-FROM-HISTORY
025800         GO TO 3000-DATE-OVERDRAWN-ACCOUNT-EXIT
025900     END-IF
026000     IF WS-HIST-FILE-OPEN
026050         AND NOT WS-ACCOUNT-HAS-HISTORY
026100         AND ACCOUNT-CREATION-DATE OF ACCOUNT-RECORD NUMERIC
026200         AND ACCOUNT-CREATION-DATE OF ACCOUNT-RECORD > 0
026300         MOVE ACCOUNT-CREATION-DATE OF ACCOUNT-RECORD
026400             TO ACCOUNT-OVERDRAWN-DATE OF ACCOUNT-RECORD
026500         ADD 1 TO WS-DATED-FROM-CREATION
026600         GO TO 3000-DATE-OVERDRAWN-ACCOUNT-EXIT
026700     END-IF
026800     MOVE WS-CURRENT-DATE
026850         TO ACCOUNT-OVERDRAWN-DATE OF ACCOUNT-RECORD
026900     ADD 1 TO WS-DATED-FROM-RUN-DATE
027000     DISPLAY "NO OVERDRAWN DATE ON HISTORY - RUN DATE TAKEN: "
027100         ACCOUNT-ID OF ACCOUNT-RECORD.
027200 3000-DATE-OVERDRAWN-ACCOUNT-EXIT.
027300     EXIT.
027400
027500******************************************************************
027600*    3100-START-HISTORY - POSITION AT THE ACCOUNT'S FIRST        *
027700*    HISTORY RECORD.                                             *
027800******************************************************************
027900 3100-START-HISTORY.
028000     SET WS-NOT-END-OF-HIST-SCAN TO TRUE
028100     MOVE ACCOUNT-ID OF ACCOUNT-RECORD TO HIST-ACCOUNT-ID
028200     MOVE 0 TO HIST-TRAN-DATE
028300     MOVE 0 TO HIST-SEQUENCE-NUMBER
028400     START TRAN-HISTORY
028500         KEY >= HIST-KEY
028600         INVALID KEY
028700             SET WS-END-OF-HIST-SCAN TO TRUE
028800     END-START.
028900 3100-START-HISTORY-EXIT.
029000     EXIT.
029100
029200******************************************************************
029300*    3150-READ-ACCOUNT-HISTORY - NEXT HISTORY RECORD, ENDING THE *
029400*    SCAN AT THE FIRST RECORD OF ANOTHER ACCOUNT.                *
029500******************************************************************
029600 3150-READ-ACCOUNT-HISTORY.
029700     READ TRAN-HISTORY NEXT RECORD
029800         AT END
029900             SET WS-END-OF-HIST-SCAN TO TRUE
030000             GO TO 3150-READ-ACCOUNT-HISTORY-EXIT
030100     END-READ
030200     IF HIST-ACCOUNT-ID NOT = ACCOUNT-ID OF ACCOUNT-RECORD
030300         SET WS-END-OF-HIST-SCAN TO TRUE
030400         GO TO 3150-READ-ACCOUNT-HISTORY-EXIT
030500     END-IF
030600     SET WS-ACCOUNT-HAS-HISTORY TO TRUE
030700     MOVE HIST-POSTED-DATE TO WS-HIST-STAMP-DATE
030800     MOVE HIST-POSTED-TIME TO WS-HIST-STAMP-TIME.
030900 3150-READ-ACCOUNT-HISTORY-EXIT.
031000     EXIT.
031100
031200 3200-FIND-LAST-NONNEG.
031300     PERFORM 3150-READ-ACCOUNT-HISTORY
031400         THRU 3150-READ-ACCOUNT-HISTORY-EXIT
031500     IF WS-END-OF-HIST-SCAN
031600         GO TO 3200-FIND-LAST-NONNEG-EXIT
031700     END-IF
031800     IF HIST-BALANCE-AFTER NOT < 0
031900         AND WS-HIST-STAMP > WS-LAST-NONNEG-STAMP
032000         MOVE WS-HIST-STAMP TO WS-LAST-NONNEG-STAMP
032100     END-IF.
032200 3200-FIND-LAST-NONNEG-EXIT.
032300     EXIT.
032400
032500 3300-FIND-FIRST-NEG.
032600     PERFORM 3150-READ-ACCOUNT-HISTORY
032700         THRU 3150-READ-ACCOUNT-HISTORY-EXIT
032800     IF WS-END-OF-HIST-SCAN
032900         GO TO 3300-FIND-FIRST-NEG-EXIT
033000     END-IF
033100     IF HIST-BALANCE-AFTER < 0
033200         AND WS-HIST-STAMP > WS-LAST-NONNEG-STAMP
033300         AND WS-HIST-STAMP < WS-FIRST-NEG-STAMP
033400         MOVE WS-HIST-STAMP TO WS-FIRST-NEG-STAMP
033500         SET WS-NEGATIVE-FOUND TO TRUE
033600     END-IF.
033700 3300-FIND-FIRST-NEG-EXIT.
033800     EXIT.
033900
034000******************************************************************
034100*    8000-PRINT-SUMMARY - CONTROL TOTALS.  RC 8 IF ANY ACCOUNT   *
034200*    WAS NOT WRITTEN (DO NOT SWAP); RC 4 IF ANY OVERDRAWN        *
034300*    ACCOUNT TOOK THE RUN DATE - THE SWAP MAY GO AHEAD, BUT      *
034400*    THOSE ACCOUNTS AGE FROM TODAY.                              *
034500******************************************************************
034600 8000-PRINT-SUMMARY.
034700     DISPLAY " "
034800     DISPLAY "------ OVERDRAFT CONVERSION CONTROL TOTALS ------"
034900     DISPLAY "ACCOUNTS READ ..........: " WS-ACCOUNTS-READ
035000     DISPLAY "ACCOUNTS WRITTEN .......: " WS-ACCOUNTS-WRITTEN
035100     DISPLAY "ALREADY CONVERTED ......: " WS-ALREADY-CONVERTED
035200     DISPLAY "LIMITS SET TO ZERO .....: " WS-LIMITS-SET
035300     DISPLAY "OVERDRAWN DATES SET ....: " WS-DATES-SET
035400     DISPLAY "ACCOUNTS OVERDRAWN .....: " WS-OVERDRAWN-COUNT
035500     DISPLAY "  DATED FROM HISTORY ...: " WS-DATED-FROM-HISTORY
035600     DISPLAY "  DATED FROM CREATION ..: " WS-DATED-FROM-CREATION
035700     DISPLAY "  DATED FROM RUN DATE ..: " WS-DATED-FROM-RUN-DATE
035800     IF WS-ACCOUNTS-READ NOT = WS-ACCOUNTS-WRITTEN
035900         DISPLAY "** READ/WRITTEN MISMATCH - DO NOT SWAP **"
036000         MOVE 8 TO RETURN-CODE
036100         GO TO 8000-PRINT-SUMMARY-EXIT
036200     END-IF
036300     IF WS-DATED-FROM-RUN-DATE > 0
036400         MOVE 4 TO RETURN-CODE
036500     END-IF.
036600 8000-PRINT-SUMMARY-EXIT.
036700     EXIT.
036800
036900******************************************************************
037000*    9999-TERMINATE - CLOSE ALL FILES.                           *
037100******************************************************************
037200 9999-TERMINATE.
037300     IF WS-FILES-OPEN
037400         CLOSE OLD-ACCOUNT-MASTER
037500         CLOSE NEW-ACCOUNT-MASTER
037600     END-IF
037700     IF WS-HIST-FILE-OPEN
037800         CLOSE TRAN-HISTORY
037900     END-IF.
038000 9999-TERMINATE-EXIT.
038100     EXIT.
