000100******************************************************************
000200 IDENTIFICATION DIVISION.
000300******************************************************************
000400 PROGRAM-ID.     HISTCODE.
000500 AUTHOR.         R. OKONKWO-BATES.
000600 INSTALLATION.   RETAIL BANKING SYSTEMS.
000700 DATE-WRITTEN.   2026-10-15.
000800 DATE-COMPILED.
000900*-----------------------------------------------------------------
001000* MODIFICATION HISTORY
001100*-----------------------------------------------------------------
001200* 2026-10-15  ROB  ORIGINAL - ONE-TIME FILE CONVERSION FOR THE
001300*                  TRAN-HISTORY LAYOUT CHANGE: HISTORY RECORDS
001400*                  GROW 99 TO 111 BYTES (NEW TRANSACTION CODE
001500*                  AND SPARE BYTES).  EVERY OLD RECORD IS GIVEN
001600*                  THE CODE ITS POSTING WOULD HAVE CARRIED,
001700*                  INFERRED FROM ITS LINK CODE AND THE RESERVED
001800*                  SEQUENCE BAND OF THE PROGRAM THAT POSTED IT
001900*                  (SEE 3100-INFER-TRAN-CODE).  THE LIVE FILE
002000*                  AND THE ARCHIVE GENERATIONS CUT BY HISTARCH
002100*                  ARE BOTH CONVERTED, SO ARCHRETR CAN STILL
002200*                  READ WHAT WAS ARCHIVED BEFORE THE CHANGE.
002300*                  RUN ONCE AT INSTALL, WITH ALL ONLINE AND
002400*                  BATCH WORK QUIESCED, THEN SWAP THE NEW
002500*                  DATASET OVER THE OLD - SEE HISTCODE JCL.
002600*                  SAME PATTERN AS HISTCONV.
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT OLD-TRAN-HISTORY ASSIGN TO "HISTOLD"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS SEQUENTIAL
003400         RECORD KEY IS OLD-HIST-FILE-KEY
003500         FILE STATUS IS OLD-HIST-STATUS.
003600
003700     SELECT NEW-TRAN-HISTORY ASSIGN TO "HISTNEW"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS SEQUENTIAL
004000         RECORD KEY IS NEW-HIST-FILE-KEY
004100         FILE STATUS IS NEW-HIST-STATUS.
004200
004300     SELECT OLD-ARCHIVE-FILE ASSIGN TO "ARCHOLD"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS OLD-ARCH-STATUS.
004600
004700     SELECT NEW-ARCHIVE-FILE ASSIGN TO "ARCHNEW"
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS NEW-ARCH-STATUS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300*    THE FOUR FILES ARE DESCRIBED AS PLAIN RECORD AREAS - EACH
005400*    RECORD IS READ INTO THE OLD LAYOUT AND WRITTEN FROM THE
005500*    NEW ONE, BOTH IN WORKING-STORAGE, SO THE SAME BUILD
005600*    SERVES THE LIVE FILE AND THE ARCHIVE.
005700 FD  OLD-TRAN-HISTORY
005800     LABEL RECORDS ARE STANDARD.
005900 01  OLD-HIST-FILE-RECORD.
006000     05  OLD-HIST-FILE-KEY           PIC X(26).
006100     05  FILLER                      PIC X(73).
006200
006300 FD  NEW-TRAN-HISTORY
006400     LABEL RECORDS ARE STANDARD.
006500 01  NEW-HIST-FILE-RECORD.
006600     05  NEW-HIST-FILE-KEY           PIC X(26).
006700     05  FILLER                      PIC X(85).
006800
006900 FD  OLD-ARCHIVE-FILE
007000     LABEL RECORDS ARE STANDARD.
007100 01  OLD-ARCHIVE-RECORD              PIC X(99).
007200
007300 FD  NEW-ARCHIVE-FILE
007400     LABEL RECORDS ARE STANDARD.
007500 01  NEW-ARCHIVE-RECORD              PIC X(111).
007600
007700 WORKING-STORAGE SECTION.
007800******************************************************************
007900*    OLD TRAN-HISTORY LAYOUT AS IT STOOD BEFORE THE TRANSACTION  *
008000*    CODE WAS ADDED (99 BYTES).                                  *
008100******************************************************************
008200 01  OLD-HISTORY-RECORD.
008300     05  OLD-HIST-KEY.
008400         10  OLD-HIST-ACCOUNT-ID     PIC X(10).
008500         10  OLD-HIST-TRAN-DATE      PIC 9(08).
008600         10  OLD-HIST-SEQUENCE       PIC 9(08).
008700     05  OLD-HIST-TRANSACTION-ID     PIC X(10).
008800     05  OLD-HIST-TRANSACTION-TYPE   PIC X(06).
008900         88  OLD-HIST-IS-CREDIT      VALUE "CREDIT".
009000     05  OLD-HIST-AMOUNT             PIC S9(9)V99 COMP-3.
009100     05  OLD-HIST-BALANCE-AFTER      PIC S9(9)V99 COMP-3.
009200     05  OLD-HIST-POSTED-DATE        PIC 9(08).
009300     05  OLD-HIST-POSTED-TIME        PIC 9(08).
009400     05  OLD-HIST-LINK-CODE          PIC X(01).
009500         88  OLD-HIST-TRANSFER-LEG   VALUE "X".
009600         88  OLD-HIST-REVERSING-ENTRY VALUE "V".
009700     05  OLD-HIST-RELATED-ACCOUNT-ID PIC X(10).
009800     05  OLD-HIST-RELATED-TRAN-DATE  PIC 9(08).
009900     05  OLD-HIST-RELATED-SEQUENCE   PIC 9(08).
010000     05  FILLER                      PIC X(02).
010100
010200******************************************************************
010300*    NEW TRAN-HISTORY LAYOUT (111 BYTES)                         *
010400******************************************************************
010500 COPY TranHistRecord.
010600
010700******************************************************************
010800*    CONTROL TOTALS                                              *
010900******************************************************************
011000 01  WS-RECORDS-READ                 PIC 9(08) VALUE 0.
011100 01  WS-RECORDS-WRITTEN              PIC 9(08) VALUE 0.
011200 01  WS-ARCHIVE-READ                 PIC 9(08) VALUE 0.
011300 01  WS-ARCHIVE-WRITTEN              PIC 9(08) VALUE 0.
011400 01  WS-CODED-BY-BAND                PIC 9(08) VALUE 0.
011500 01  WS-CODED-BY-LINK                PIC 9(08) VALUE 0.
011600 01  WS-CODED-AS-TELLER              PIC 9(08) VALUE 0.
011700 01  WS-CODED-AS-BATCH               PIC 9(08) VALUE 0.
011800
011900******************************************************************
012000*    FILE STATUS                                                 *
012100******************************************************************
012200 01  OLD-HIST-STATUS                 PIC X(02) VALUE "00".
012300     88  OLD-HIST-OK                 VALUE "00".
012400
012500 01  NEW-HIST-STATUS                 PIC X(02) VALUE "00".
012600     88  NEW-HIST-OK                 VALUE "00".
012700
012800 01  OLD-ARCH-STATUS                 PIC X(02) VALUE "00".
012900     88  OLD-ARCH-OK                 VALUE "00".
013000
013100 01  NEW-ARCH-STATUS                 PIC X(02) VALUE "00".
013200     88  NEW-ARCH-OK                 VALUE "00".
013300
013400******************************************************************
013500*    END-OF-FILE SWITCHES                                        *
013600******************************************************************
013700 01  WS-OLD-HIST-EOF-SWITCH          PIC X(01) VALUE "N".
013800     88  WS-END-OF-OLD-HISTORY       VALUE "Y".
013900
014000 01  WS-OLD-ARCH-EOF-SWITCH          PIC X(01) VALUE "N".
014100     88  WS-END-OF-OLD-ARCHIVE       VALUE "Y".
014200
014300******************************************************************
014400 PROCEDURE DIVISION.
014500******************************************************************
014600 0000-MAINLINE.
014700     DISPLAY "------ ONE-TIME TRAN-HISTORY CODE CONVERSION ------"
014800     PERFORM 1000-CONVERT-HISTORY
014900         THRU 1000-CONVERT-HISTORY-EXIT
015000     PERFORM 2000-CONVERT-ARCHIVE
015100         THRU 2000-CONVERT-ARCHIVE-EXIT
015200     PERFORM 8000-PRINT-SUMMARY THRU 8000-PRINT-SUMMARY-EXIT
015300     STOP RUN.
015400
015500******************************************************************
015600*    1000-CONVERT-HISTORY - COPY EVERY LIVE HISTORY RECORD TO    *
015700*    THE NEW LAYOUT WITH ITS INFERRED TRANSACTION CODE.          *
015800******************************************************************
015900 1000-CONVERT-HISTORY.
016000     OPEN INPUT OLD-TRAN-HISTORY
016100     IF NOT OLD-HIST-OK
016200         DISPLAY "NO OLD TRAN-HISTORY TO CONVERT, STATUS="
016300             OLD-HIST-STATUS
016400         MOVE 8 TO RETURN-CODE
016500         GO TO 1000-CONVERT-HISTORY-EXIT
016600     END-IF
016700     OPEN OUTPUT NEW-TRAN-HISTORY
016800     IF NOT NEW-HIST-OK
016900         DISPLAY "UNABLE TO OPEN NEW TRAN-HISTORY, STATUS="
017000             NEW-HIST-STATUS
017100         CLOSE OLD-TRAN-HISTORY
017200         MOVE 8 TO RETURN-CODE
017300         GO TO 1000-CONVERT-HISTORY-EXIT
017400     END-IF
017500     PERFORM 1100-READ-OLD-HISTORY
017600         THRU 1100-READ-OLD-HISTORY-EXIT
017700     PERFORM 1200-CONVERT-ONE-RECORD
017800         THRU 1200-CONVERT-ONE-RECORD-EXIT
017900         UNTIL WS-END-OF-OLD-HISTORY
018000     CLOSE OLD-TRAN-HISTORY
018100     CLOSE NEW-TRAN-HISTORY.
018200 1000-CONVERT-HISTORY-EXIT.
018300     EXIT.
018400
018500 1100-READ-OLD-HISTORY.
018600     READ OLD-TRAN-HISTORY NEXT INTO OLD-HISTORY-RECORD
018700         AT END
018800             SET WS-END-OF-OLD-HISTORY TO TRUE
018900     END-READ.
019000 1100-READ-OLD-HISTORY-EXIT.
019100     EXIT.
019200
019300 1200-CONVERT-ONE-RECORD.
019400     ADD 1 TO WS-RECORDS-READ
019500     PERFORM 3000-BUILD-NEW-RECORD
019600         THRU 3000-BUILD-NEW-RECORD-EXIT
019700     WRITE NEW-HIST-FILE-RECORD FROM HISTORY-RECORD
019800         INVALID KEY
019900             DISPLAY "HISTORY RECORD NOT CONVERTED: "
020000                 OLD-HIST-ACCOUNT-ID " " OLD-HIST-TRAN-DATE
020100                 " " OLD-HIST-SEQUENCE
020200                 ", STATUS=" NEW-HIST-STATUS
020300         NOT INVALID KEY
020400             ADD 1 TO WS-RECORDS-WRITTEN
020500     END-WRITE
020600     PERFORM 1100-READ-OLD-HISTORY
020700         THRU 1100-READ-OLD-HISTORY-EXIT.
020800 1200-CONVERT-ONE-RECORD-EXIT.
020900     EXIT.
021000
021100******************************************************************
021200*    2000-CONVERT-ARCHIVE - COPY THE ARCHIVE GENERATIONS THE     *
021300*    JOB CONCATENATES ON ARCHOLD INTO ONE CONVERTED GENERATION   *
021400*    ON ARCHNEW.  AN INSTALLATION THAT HAS NEVER ARCHIVED RUNS   *
021500*    WITH BOTH DDS DUMMY AND CONVERTS NOTHING HERE.              *
021600******************************************************************
021700 2000-CONVERT-ARCHIVE.
021800     OPEN INPUT OLD-ARCHIVE-FILE
021900     IF NOT OLD-ARCH-OK
022000         DISPLAY "NO ARCHIVE GENERATIONS TO CONVERT, STATUS="
022100             OLD-ARCH-STATUS
022200         GO TO 2000-CONVERT-ARCHIVE-EXIT
022300     END-IF
022400     OPEN OUTPUT NEW-ARCHIVE-FILE
022500     IF NOT NEW-ARCH-OK
022600         DISPLAY "UNABLE TO OPEN NEW ARCHIVE GENERATION, STATUS="
022700             NEW-ARCH-STATUS
022800         CLOSE OLD-ARCHIVE-FILE
022900         MOVE 8 TO RETURN-CODE
023000         GO TO 2000-CONVERT-ARCHIVE-EXIT
023100     END-IF
023200     PERFORM 2100-READ-OLD-ARCHIVE
023300         THRU 2100-READ-OLD-ARCHIVE-EXIT
023400     PERFORM 2200-CONVERT-ONE-ARCHIVE
023500         THRU 2200-CONVERT-ONE-ARCHIVE-EXIT
023600         UNTIL WS-END-OF-OLD-ARCHIVE
023700     CLOSE OLD-ARCHIVE-FILE
023800     CLOSE NEW-ARCHIVE-FILE.
023900 2000-CONVERT-ARCHIVE-EXIT.
024000     EXIT.
024100
024200 2100-READ-OLD-ARCHIVE.
024300     READ OLD-ARCHIVE-FILE INTO OLD-HISTORY-RECORD
024400         AT END
024500             SET WS-END-OF-OLD-ARCHIVE TO TRUE
024600     END-READ.
024700 2100-READ-OLD-ARCHIVE-EXIT.
024800     EXIT.
024900
025000 2200-CONVERT-ONE-ARCHIVE.
025100     ADD 1 TO WS-ARCHIVE-READ
025200     PERFORM 3000-BUILD-NEW-RECORD
025300         THRU 3000-BUILD-NEW-RECORD-EXIT
025400     WRITE NEW-ARCHIVE-RECORD FROM HISTORY-RECORD
025500     IF NEW-ARCH-OK
025600         ADD 1 TO WS-ARCHIVE-WRITTEN
025700     ELSE
025800         DISPLAY "ARCHIVE RECORD NOT CONVERTED: "
025900             OLD-HIST-ACCOUNT-ID " " OLD-HIST-TRAN-DATE
026000             " " OLD-HIST-SEQUENCE
026100             ", STATUS=" NEW-ARCH-STATUS
026200     END-IF
026300     PERFORM 2100-READ-OLD-ARCHIVE
026400         THRU 2100-READ-OLD-ARCHIVE-EXIT.
026500 2200-CONVERT-ONE-ARCHIVE-EXIT.
026600     EXIT.
026700
026800******************************************************************
026900*    3000-BUILD-NEW-RECORD - OLD LAYOUT TO NEW, FIELD BY FIELD.  *
027000******************************************************************
027100 3000-BUILD-NEW-RECORD.
027200     MOVE SPACES TO HISTORY-RECORD
027300     MOVE OLD-HIST-ACCOUNT-ID         TO HIST-ACCOUNT-ID
027400     MOVE OLD-HIST-TRAN-DATE          TO HIST-TRAN-DATE
027500     MOVE OLD-HIST-SEQUENCE           TO HIST-SEQUENCE-NUMBER
027600     MOVE OLD-HIST-TRANSACTION-ID     TO HIST-TRANSACTION-ID
027700     MOVE OLD-HIST-TRANSACTION-TYPE   TO HIST-TRANSACTION-TYPE
027800     MOVE OLD-HIST-AMOUNT             TO HIST-AMOUNT
027900     MOVE OLD-HIST-BALANCE-AFTER      TO HIST-BALANCE-AFTER
028000     MOVE OLD-HIST-POSTED-DATE        TO HIST-POSTED-DATE
028100     MOVE OLD-HIST-POSTED-TIME        TO HIST-POSTED-TIME
028200     MOVE OLD-HIST-LINK-CODE          TO HIST-LINK-CODE
028300     MOVE OLD-HIST-RELATED-ACCOUNT-ID TO HIST-RELATED-ACCOUNT-ID
028400     MOVE OLD-HIST-RELATED-TRAN-DATE  TO HIST-RELATED-TRAN-DATE
028500     MOVE OLD-HIST-RELATED-SEQUENCE   TO HIST-RELATED-SEQUENCE
028600     PERFORM 3100-INFER-TRAN-CODE
028700         THRU 3100-INFER-TRAN-CODE-EXIT.
028800 3000-BUILD-NEW-RECORD-EXIT.
028900     EXIT.
029000
029100******************************************************************
029200*    3100-INFER-TRAN-CODE - THE CODE A POSTING WOULD HAVE        *
029300*    CARRIED.  A REVERSING ENTRY IS A REVERSAL WHEREVER IT CAME  *
029400*    FROM.  OTHERWISE THE RESERVED SEQUENCE BANDS NAME THE       *
029500*    GENERATOR (INTEREST 90000000 UP, ESCHEAT 88000000-89999999, *
029600*    FEES 87000000, STANDING ORDERS 85000000-86999999), THEN A   *
029700*    REMAINING LINKED LEG IS AN ONLINE TRANSFER, THEN THE ONLINE *
029800*    TIME-OF-DAY BAND (60000000-83595999) IS A TELLER DEPOSIT OR *
029900*    WITHDRAWAL, AND WHAT IS LEFT CAME IN ON THE DAILY FEED.     *
030000******************************************************************
030100 3100-INFER-TRAN-CODE.
030200     EVALUATE TRUE
030300         WHEN OLD-HIST-REVERSING-ENTRY
030400             ADD 1 TO WS-CODED-BY-LINK
030500             IF OLD-HIST-IS-CREDIT
030600                 MOVE "REVC" TO HIST-TRAN-CODE
030700             ELSE
030800                 MOVE "REVD" TO HIST-TRAN-CODE
030900             END-IF
031000         WHEN OLD-HIST-SEQUENCE >= 90000000
031100             ADD 1 TO WS-CODED-BY-BAND
031200             IF OLD-HIST-IS-CREDIT
031300                 MOVE "INTC" TO HIST-TRAN-CODE
031400             ELSE
031500                 MOVE "INTD" TO HIST-TRAN-CODE
031600             END-IF
031700         WHEN OLD-HIST-SEQUENCE >= 88000000
031800             ADD 1 TO WS-CODED-BY-BAND
031900             IF OLD-HIST-IS-CREDIT
032000                 MOVE "ESCC" TO HIST-TRAN-CODE
032100             ELSE
032200                 MOVE "ESCD" TO HIST-TRAN-CODE
032300             END-IF
032400         WHEN OLD-HIST-SEQUENCE >= 87000000
032500             ADD 1 TO WS-CODED-BY-BAND
032600             MOVE "SVCF" TO HIST-TRAN-CODE
032700         WHEN OLD-HIST-SEQUENCE >= 85000000
032800             ADD 1 TO WS-CODED-BY-BAND
032900             IF OLD-HIST-IS-CREDIT
033000                 MOVE "SOPC" TO HIST-TRAN-CODE
033100             ELSE
033200                 MOVE "SOPD" TO HIST-TRAN-CODE
033300             END-IF
033400         WHEN OLD-HIST-TRANSFER-LEG
033500             ADD 1 TO WS-CODED-BY-LINK
033600             IF OLD-HIST-IS-CREDIT
033700                 MOVE "XFRC" TO HIST-TRAN-CODE
033800             ELSE
033900                 MOVE "XFRD" TO HIST-TRAN-CODE
034000             END-IF
034100         WHEN OLD-HIST-SEQUENCE >= 60000000
034200             AND OLD-HIST-SEQUENCE <= 83595999
034300             ADD 1 TO WS-CODED-AS-TELLER
034400             IF OLD-HIST-IS-CREDIT
034500                 MOVE "CDEP" TO HIST-TRAN-CODE
034600             ELSE
034700                 MOVE "CWDL" TO HIST-TRAN-CODE
034800             END-IF
034900         WHEN OTHER
035000             ADD 1 TO WS-CODED-AS-BATCH
035100             IF OLD-HIST-IS-CREDIT
035200                 MOVE "BCHC" TO HIST-TRAN-CODE
035300             ELSE
035400                 MOVE "BCHD" TO HIST-TRAN-CODE
035500             END-IF
035600     END-EVALUATE.
035700 3100-INFER-TRAN-CODE-EXIT.
035800     EXIT.
035900
036000******************************************************************
036100*    8000-PRINT-SUMMARY - CONVERSION CONTROL TOTALS.  READ AND   *
036200*    WRITTEN MUST MATCH FOR BOTH FILES BEFORE THE SWAP.          *
036300******************************************************************
036400 8000-PRINT-SUMMARY.
036500     DISPLAY " "
036600     DISPLAY "------ CONVERSION CONTROL TOTALS ------"
036700     DISPLAY "HISTORY RECORDS READ ..: " WS-RECORDS-READ
036800     DISPLAY "HISTORY RECORDS WRITTEN: " WS-RECORDS-WRITTEN
036900     DISPLAY "ARCHIVE RECORDS READ ..: " WS-ARCHIVE-READ
037000     DISPLAY "ARCHIVE RECORDS WRITTEN: " WS-ARCHIVE-WRITTEN
037100     DISPLAY "CODED BY SEQUENCE BAND : " WS-CODED-BY-BAND
037200     DISPLAY "CODED BY LINK CODE ....: " WS-CODED-BY-LINK
037300     DISPLAY "CODED AS TELLER ITEMS .: " WS-CODED-AS-TELLER
037400     DISPLAY "CODED AS FEED ITEMS ...: " WS-CODED-AS-BATCH
037500     IF WS-RECORDS-READ NOT = WS-RECORDS-WRITTEN
037600         OR WS-ARCHIVE-READ NOT = WS-ARCHIVE-WRITTEN
037700         DISPLAY "** READ AND WRITTEN DO NOT MATCH - DO NOT "
037800             "SWAP THE DATASETS - INVESTIGATE FIRST **"
037900         MOVE 8 TO RETURN-CODE
038000     END-IF.
038100 8000-PRINT-SUMMARY-EXIT.
038200     EXIT.
