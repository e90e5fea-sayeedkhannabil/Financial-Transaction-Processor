000100******************************************************************
000200 IDENTIFICATION DIVISION.
000300******************************************************************
000400 PROGRAM-ID.     ACHCONV.
000500 AUTHOR.         R. OKONKWO-BATES.
000600 INSTALLATION.   RETAIL BANKING SYSTEMS.
000700 DATE-WRITTEN.   2026-10-15.
000800 DATE-COMPILED.
000900*-----------------------------------------------------------------
001000* MODIFICATION HISTORY
001100*-----------------------------------------------------------------
001200* 2026-10-15  ROB  ORIGINAL - INBOUND CLEARING-HOUSE (ACH) FILE
001300*                  CONVERSION.  PROVES THE FILE FIRST - EVERY
001400*                  BATCH'S ENTRY/ADDENDA COUNT, ENTRY HASH AND
001500*                  DEBIT AND CREDIT TOTALS AGAINST ITS BATCH
001600*                  CONTROL, AND THE BATCHES AGAINST THE FILE
001700*                  CONTROL - AND REFUSES THE WHOLE FILE IF ANY
001800*                  OF IT FAILS.  A PROVED FILE IS CONVERTED:
001900*                  EACH LIVE ENTRY'S RECEIVING ACCOUNT IS MAPPED
002000*                  TO ACCOUNT-ID AND WRITTEN TO THE DAILY
002100*                  TRANSACTION FEED WITH THE BATCH HEADER/
002200*                  TRAILER PAIR, READY FOR TRANEDIT.  AN ENTRY
002300*                  FOR A CLOSED OR UNKNOWN ACCOUNT IS NOT
002400*                  POSTED BUT HELD FOR RETURN.  EVERY ITEM IS
002500*                  REGISTERED ON THE ACH ITEM FILE SO THE
002600*                  RETURNS RUN (ACHRETN) CAN SEND IT BACK.
002700*                  GATED BY THE BUSINESS-DATE RUN CONTROL FILE.
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT ACH-IN-FILE ASSIGN TO "ACHIN"
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS ACH-IN-STATUS.
003500
003600     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS ACCOUNT-ID OF ACCOUNT-RECORD
004000         FILE STATUS IS ACCT-MASTER-STATUS.
004100
004200     SELECT ACH-ITEM-FILE ASSIGN TO "ACHITEM"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS ACHX-TRANSACTION-ID
004600         FILE STATUS IS ACH-ITEM-STATUS.
004700
004800     SELECT TRAN-OUT-FILE ASSIGN TO "TRANOUT"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS TRAN-OUT-STATUS.
005100
005200     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS RUNCTL-FILE-STATUS.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  ACH-IN-FILE
005900     LABEL RECORDS ARE STANDARD.
006000 COPY AchRecord.
006100
006200 FD  ACCOUNT-MASTER
006300     LABEL RECORDS ARE STANDARD.
006400 COPY AccountRecord.
006500
006600 FD  ACH-ITEM-FILE
006700     LABEL RECORDS ARE STANDARD.
006800 COPY AchItemRecord.
006900
007000 FD  TRAN-OUT-FILE
007100     LABEL RECORDS ARE STANDARD.
007200 COPY TransactionRecord.
007300 COPY BatchControlRecord.
007400
007500 FD  RUN-CONTROL-FILE
007600     LABEL RECORDS ARE STANDARD.
007700 COPY RunControlRecord.
007800
007900 WORKING-STORAGE SECTION.
008000******************************************************************
008100*    CONTROL TOTALS                                              *
008200******************************************************************
008300 01  WS-RECORDS-READ                 PIC 9(08) VALUE 0.
008400 01  WS-BATCHES-READ                 PIC 9(06) VALUE 0.
008500 01  WS-ENTRIES-READ                 PIC 9(08) VALUE 0.
008600 01  WS-CREDITS-CONVERTED            PIC 9(08) VALUE 0.
008700 01  WS-CREDIT-AMOUNT                PIC S9(11)V99 VALUE 0.
008800 01  WS-DEBITS-CONVERTED             PIC 9(08) VALUE 0.
008900 01  WS-DEBIT-AMOUNT                 PIC S9(11)V99 VALUE 0.
009000 01  WS-PRENOTES-ACCEPTED            PIC 9(08) VALUE 0.
009100 01  WS-RETURNS-PENDING              PIC 9(08) VALUE 0.
009200 01  WS-RETURN-AMOUNT                PIC S9(11)V99 VALUE 0.
009300 01  WS-NOT-CONVERTED                PIC 9(08) VALUE 0.
009400 01  WS-AMOUNT-HASH-TOTAL            PIC 9(13)V99 VALUE 0.
009500 01  WS-AMOUNT-EDIT                  PIC $,$$$,$$$,$$9.99-.
009600
009700******************************************************************
009800*    FILE STATUS                                                 *
009900******************************************************************
010000 01  ACH-IN-STATUS                   PIC X(02) VALUE "00".
010100     88  ACH-IN-OK                   VALUE "00".
010200
010300 01  ACCT-MASTER-STATUS              PIC X(02) VALUE "00".
010400     88  ACCT-MASTER-OK              VALUE "00".
010500
010600 01  ACH-ITEM-STATUS                 PIC X(02) VALUE "00".
010700     88  ACH-ITEM-OK                 VALUE "00".
010800     88  ACH-ITEM-NOT-OPEN           VALUE "35".
010900
011000 01  TRAN-OUT-STATUS                 PIC X(02) VALUE "00".
011100     88  TRAN-OUT-OK                 VALUE "00".
011200
011300 01  RUNCTL-FILE-STATUS              PIC X(02) VALUE "00".
011400     88  RUNCTL-FILE-OK              VALUE "00".
011500     88  RUNCTL-FILE-NOT-OPEN        VALUE "35".
011600
011700 COPY RunControlFields.
011800
011900******************************************************************
012000*    END-OF-FILE AND RUN SWITCHES                                *
012100******************************************************************
012200 01  WS-ACH-EOF-SWITCH               PIC X(01) VALUE "N".
012300     88  WS-END-OF-ACH-FILE          VALUE "Y".
012400     88  WS-NOT-END-OF-ACH-FILE      VALUE "N".
012500
012600 01  WS-FILE-VERDICT-SWITCH          PIC X(01) VALUE "Y".
012700     88  WS-FILE-ACCEPTED            VALUE "Y".
012800     88  WS-FILE-REFUSED             VALUE "N".
012900
013000 01  WS-FILE-HEADER-SWITCH           PIC X(01) VALUE "N".
013100     88  WS-FILE-HEADER-SEEN         VALUE "Y".
013200     88  WS-FILE-HEADER-NOT-SEEN     VALUE "N".
013300
013400 01  WS-FILE-CONTROL-SWITCH          PIC X(01) VALUE "N".
013500     88  WS-FILE-CONTROL-SEEN        VALUE "Y".
013600     88  WS-FILE-CONTROL-NOT-SEEN    VALUE "N".
013700
013800 01  WS-BATCH-OPEN-SWITCH            PIC X(01) VALUE "N".
013900     88  WS-BATCH-IS-OPEN            VALUE "Y".
014000     88  WS-BATCH-IS-CLOSED          VALUE "N".
014100
014200 01  WS-HEADER-WRITTEN-SWITCH        PIC X(01) VALUE "N".
014300     88  WS-HEADER-WRITTEN           VALUE "Y".
014400     88  WS-HEADER-NOT-WRITTEN       VALUE "N".
014500
014600 01  WS-REFUSE-REASON                PIC X(40) VALUE SPACES.
014700
014800******************************************************************
014900*    PROOF ACCUMULATORS.  THE ENTRY HASH IS THE SUM OF THE       *
015000*    EIGHT-DIGIT RECEIVING DFI IDENTIFICATIONS, OF WHICH ONLY    *
015100*    THE LOW-ORDER TEN DIGITS ARE CARRIED ON THE CONTROL         *
015200*    RECORDS, SO THE SUM IS KEPT WIDE AND CUT TO TEN DIGITS TO   *
015300*    COMPARE.  A TRANSACTION CODE WHOSE SECOND DIGIT IS 5-9 IS   *
015400*    A DEBIT TO THE RECEIVER, 0-4 A CREDIT.                      *
015500******************************************************************
015600 01  WS-BATCH-ENTRY-COUNT            PIC 9(08) VALUE 0.
015700 01  WS-BATCH-HASH                   PIC 9(15) VALUE 0.
015800 01  WS-BATCH-DEBITS                 PIC 9(12)V99 VALUE 0.
015900 01  WS-BATCH-CREDITS                PIC 9(12)V99 VALUE 0.
016000 01  WS-FILE-BATCH-COUNT             PIC 9(08) VALUE 0.
016100 01  WS-FILE-ENTRY-COUNT             PIC 9(08) VALUE 0.
016200 01  WS-FILE-HASH                    PIC 9(15) VALUE 0.
016300 01  WS-FILE-DEBITS                  PIC 9(12)V99 VALUE 0.
016400 01  WS-FILE-CREDITS                 PIC 9(12)V99 VALUE 0.
016500 01  WS-HASH-10                      PIC 9(10) VALUE 0.
016600 01  WS-BATCH-NUMBER-EDIT            PIC 9(07) VALUE 0.
016700
016800******************************************************************
016900*    CONVERSION FIELDS.  THE RECEIVING ACCOUNT ARRIVES AS A      *
017000*    17-BYTE DFI ACCOUNT NUMBER; LEADING BLANKS ARE DROPPED AND  *
017100*    WHAT IS LEFT MUST FIT OUR TEN-BYTE ACCOUNT-ID.  DAILY-FEED  *
017200*    SEQUENCES START AT 1, BELOW EVERY RESERVED BAND.  THE       *
017300*    TRANSACTION-ID IS "A", THE RUN DATE'S MMDD AND THE ITEM'S   *
017400*    NUMBER IN THE FILE - THE KEY OF THE ACH ITEM REGISTER.      *
017500******************************************************************
017600 01  WS-RUN-DATE                     PIC 9(08).
017700 01  WS-RUN-DATE-EDIT REDEFINES WS-RUN-DATE.
017800     05  WS-RUN-YYYY                 PIC 9(04).
017900     05  WS-RUN-MMDD                 PIC 9(04).
018000 01  WS-TRAN-SEQUENCE                PIC 9(08) VALUE 0.
018100 01  WS-ITEM-NUMBER                  PIC 9(05) VALUE 0.
018200 01  WS-TRAN-ID-BUILD.
018300     05  WS-TRAN-ID-PREFIX           PIC X(01) VALUE "A".
018400     05  WS-TRAN-ID-MMDD             PIC 9(04) VALUE 0.
018500     05  WS-TRAN-ID-NUMBER           PIC 9(05) VALUE 0.
018600 01  WS-ACH-CREDIT-CODE              PIC X(04) VALUE "ACHC".
018700 01  WS-ACH-DEBIT-CODE               PIC X(04) VALUE "ACHD".
018800 01  WS-LEADING-SPACES               PIC 9(02) COMP VALUE 0.
018900 01  WS-MAPPED-ACCOUNT               PIC X(17) VALUE SPACES.
019000 01  WS-SAVED-BATCH-HEADER           PIC X(94) VALUE SPACES.
019100
019200******************************************************************
019300*    RETURN REASONS SET AT CONVERSION (STANDARD RETURN CODES).   *
019400*    R02 ACCOUNT CLOSED; R03 NO ACCOUNT / UNABLE TO LOCATE.      *
019500******************************************************************
019600 01  WS-RETURN-REASON                PIC X(03) VALUE SPACES.
019700     88  WS-NO-RETURN                VALUE SPACES.
019800     88  WS-RETURN-ACCOUNT-CLOSED    VALUE "R02".
019900     88  WS-RETURN-NO-ACCOUNT        VALUE "R03".
020000
020100******************************************************************
020200 PROCEDURE DIVISION.
020300******************************************************************
020400 0000-MAINLINE.
020500     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
020600     IF WS-FILE-ACCEPTED
020700         PERFORM 2000-PROVE-FILE THRU 2000-PROVE-FILE-EXIT
020800     END-IF
020900     IF WS-FILE-ACCEPTED
021000         PERFORM 3000-CONVERT-FILE THRU 3000-CONVERT-FILE-EXIT
021100     END-IF
021200     PERFORM 8000-PRINT-SUMMARY THRU 8000-PRINT-SUMMARY-EXIT
021300     IF WS-FILE-ACCEPTED
021400         PERFORM 9600-MARK-STEP-COMPLETE
021500             THRU 9600-MARK-STEP-COMPLETE-EXIT
021600     END-IF
021700     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT
021800     STOP RUN.
021900
022000******************************************************************
022100*    1000-INITIALIZE - CLEAR THE RUN AGAINST RUN CONTROL AND     *
022200*    OPEN THE CLEARING-HOUSE FILE FOR THE PROVING PASS.          *
022300******************************************************************
022400 1000-INITIALIZE.
022500     DISPLAY "------ INBOUND ACH FILE CONVERSION ------"
022600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
022700     MOVE "ACHCONV"  TO RC-THIS-STEP-NAME
022800     MOVE SPACES     TO RC-PREREQ-STEP-NAME
022900     MOVE WS-RUN-DATE TO RC-RUN-DATE
023000     PERFORM 9500-VERIFY-RUN-CONTROL
023100         THRU 9500-VERIFY-RUN-CONTROL-EXIT
023200     IF RC-RUN-REFUSED
023300         MOVE 8 TO RETURN-CODE
023400         SET WS-FILE-REFUSED TO TRUE
023500         GO TO 1000-INITIALIZE-EXIT
023600     END-IF
023700*    THE BUSINESS DATE, NOT THE CALENDAR DATE, IS THE RUN DATE.
023800     MOVE RC-RUN-DATE TO WS-RUN-DATE
023900     MOVE WS-RUN-MMDD TO WS-TRAN-ID-MMDD
024000     DISPLAY "RUN DATE : " WS-RUN-DATE
024100     OPEN INPUT ACH-IN-FILE
024200     IF NOT ACH-IN-OK
024300         DISPLAY "** UNABLE TO OPEN ACHIN, STATUS=" ACH-IN-STATUS
024400             " - RUN REFUSED **"
024500         MOVE 8 TO RETURN-CODE
024600         SET WS-FILE-REFUSED TO TRUE
024700     END-IF.
024800 1000-INITIALIZE-EXIT.
024900     EXIT.
025000
025100******************************************************************
025200*    2000-PROVE-FILE - FIRST PASS.  NOTHING IS WRITTEN UNTIL     *
025300*    THE WHOLE FILE HAS PROVED: ONE FILE HEADER, BATCHES EACH    *
025400*    CLOSED BY A BATCH CONTROL THAT AGREES WITH THEM, AND A      *
025500*    FILE CONTROL THAT AGREES WITH THE BATCHES.  ANY FAILURE     *
025600*    REFUSES THE FILE (RC 8) - IT GOES BACK TO THE CLEARING      *
025700*    HOUSE, NOT INTO POSTING.                                    *
025800******************************************************************
025900 2000-PROVE-FILE.
026000     SET WS-NOT-END-OF-ACH-FILE TO TRUE
026100     PERFORM 2100-READ-ACH-FILE THRU 2100-READ-ACH-FILE-EXIT
026200     PERFORM 2200-PROVE-ONE-RECORD
026300         THRU 2200-PROVE-ONE-RECORD-EXIT
026400         UNTIL WS-END-OF-ACH-FILE
026500            OR WS-FILE-REFUSED
026600     CLOSE ACH-IN-FILE
026700     IF WS-FILE-REFUSED
026800         GO TO 2000-PROVE-FILE-EXIT
026900     END-IF
027000     IF WS-FILE-HEADER-NOT-SEEN
027100         MOVE "NO FILE HEADER" TO WS-REFUSE-REASON
027200         PERFORM 2900-REFUSE-FILE THRU 2900-REFUSE-FILE-EXIT
027300         GO TO 2000-PROVE-FILE-EXIT
027400     END-IF
027500     IF WS-BATCH-IS-OPEN
027600         MOVE "LAST BATCH HAS NO BATCH CONTROL"
027700             TO WS-REFUSE-REASON
027800         PERFORM 2900-REFUSE-FILE THRU 2900-REFUSE-FILE-EXIT
027900         GO TO 2000-PROVE-FILE-EXIT
028000     END-IF
028100     IF WS-FILE-CONTROL-NOT-SEEN
028200         MOVE "NO FILE CONTROL - FILE TRUNCATED"
028300             TO WS-REFUSE-REASON
028400         PERFORM 2900-REFUSE-FILE THRU 2900-REFUSE-FILE-EXIT
028500         GO TO 2000-PROVE-FILE-EXIT
028600     END-IF
028700     DISPLAY "FILE PROVED: " WS-FILE-BATCH-COUNT " BATCHES, "
028800         WS-FILE-ENTRY-COUNT " ENTRY AND ADDENDA RECORDS.".
028900 2000-PROVE-FILE-EXIT.
029000     EXIT.
029100
029200 2100-READ-ACH-FILE.
029300     READ ACH-IN-FILE
029400         AT END
029500             SET WS-END-OF-ACH-FILE TO TRUE
029600             GO TO 2100-READ-ACH-FILE-EXIT
029700     END-READ
029800     ADD 1 TO WS-RECORDS-READ.
029900 2100-READ-ACH-FILE-EXIT.
030000     EXIT.
030100
030200******************************************************************
030300*    2200-PROVE-ONE-RECORD - CHECK ONE RECORD'S PLACE IN THE     *
030400*    FILE AND ADD IT TO ITS BATCH'S PROOF.  ONLY BLOCK PADDING   *
030500*    MAY FOLLOW THE FILE CONTROL.                                *
030600******************************************************************
030700 2200-PROVE-ONE-RECORD.
030800     IF WS-FILE-CONTROL-SEEN AND NOT ACH-IS-PADDING
030900         MOVE "RECORD AFTER THE FILE CONTROL" TO WS-REFUSE-REASON
031000         PERFORM 2900-REFUSE-FILE THRU 2900-REFUSE-FILE-EXIT
031100         GO TO 2200-PROVE-ONE-RECORD-EXIT
031200     END-IF
031300     EVALUATE TRUE
031400         WHEN ACH-IS-FILE-HEADER
031500             PERFORM 2300-PROVE-FILE-HEADER
031600                 THRU 2300-PROVE-FILE-HEADER-EXIT
031700         WHEN ACH-IS-BATCH-HEADER
031800             PERFORM 2400-PROVE-BATCH-HEADER
031900                 THRU 2400-PROVE-BATCH-HEADER-EXIT
032000         WHEN ACH-IS-ENTRY-DETAIL
032100             PERFORM 2500-PROVE-ENTRY
032200                 THRU 2500-PROVE-ENTRY-EXIT
032300         WHEN ACH-IS-ADDENDA
032400             IF WS-BATCH-IS-CLOSED
032500                 MOVE "ADDENDA OUTSIDE A BATCH"
032600                     TO WS-REFUSE-REASON
032700                 PERFORM 2900-REFUSE-FILE
032800                     THRU 2900-REFUSE-FILE-EXIT
032900             ELSE
033000                 ADD 1 TO WS-BATCH-ENTRY-COUNT
033100             END-IF
033200         WHEN ACH-IS-BATCH-CONTROL
033300             PERFORM 2600-PROVE-BATCH-CONTROL
033400                 THRU 2600-PROVE-BATCH-CONTROL-EXIT
033500         WHEN ACH-IS-FILE-CONTROL
033600             IF NOT ACH-IS-PADDING
033700                 PERFORM 2700-PROVE-FILE-CONTROL
033800                     THRU 2700-PROVE-FILE-CONTROL-EXIT
033900             END-IF
034000         WHEN OTHER
034100             MOVE "UNKNOWN RECORD TYPE" TO WS-REFUSE-REASON
034200             PERFORM 2900-REFUSE-FILE THRU 2900-REFUSE-FILE-EXIT
034300     END-EVALUATE
034400     IF WS-FILE-ACCEPTED
034500         PERFORM 2100-READ-ACH-FILE THRU 2100-READ-ACH-FILE-EXIT
034600     END-IF.
034700 2200-PROVE-ONE-RECORD-EXIT.
034800     EXIT.
034900
035000 2300-PROVE-FILE-HEADER.
035100     IF WS-FILE-HEADER-SEEN
035200         MOVE "SECOND FILE HEADER" TO WS-REFUSE-REASON
035300         PERFORM 2900-REFUSE-FILE THRU 2900-REFUSE-FILE-EXIT
035400         GO TO 2300-PROVE-FILE-HEADER-EXIT
035500     END-IF
035600     SET WS-FILE-HEADER-SEEN TO TRUE
035700     DISPLAY "FILE FROM " AFH-IMMEDIATE-ORIGIN " " AFH-ORIGIN-NAME
035800     DISPLAY "  CREATED " AFH-CREATION-DATE " " AFH-CREATION-TIME
035900         " MODIFIER " AFH-FILE-ID-MODIFIER.
036000 2300-PROVE-FILE-HEADER-EXIT.
036100     EXIT.
036200
036300 2400-PROVE-BATCH-HEADER.
036400     IF WS-FILE-HEADER-NOT-SEEN
036500         MOVE "BATCH HEADER BEFORE THE FILE HEADER"
036600             TO WS-REFUSE-REASON
036700         PERFORM 2900-REFUSE-FILE THRU 2900-REFUSE-FILE-EXIT
036800         GO TO 2400-PROVE-BATCH-HEADER-EXIT
036900     END-IF
037000     IF WS-BATCH-IS-OPEN
037100         MOVE "BATCH HEADER INSIDE AN OPEN BATCH"
037200             TO WS-REFUSE-REASON
037300         PERFORM 2900-REFUSE-FILE THRU 2900-REFUSE-FILE-EXIT
037400         GO TO 2400-PROVE-BATCH-HEADER-EXIT
037500     END-IF
037600     SET WS-BATCH-IS-OPEN TO TRUE
037700     ADD 1 TO WS-FILE-BATCH-COUNT
037800     MOVE 0 TO WS-BATCH-ENTRY-COUNT WS-BATCH-HASH
037900         WS-BATCH-DEBITS WS-BATCH-CREDITS.
038000 2400-PROVE-BATCH-HEADER-EXIT.
038100     EXIT.
038200
038300 2500-PROVE-ENTRY.
038400     IF WS-BATCH-IS-CLOSED
038500         MOVE "ENTRY OUTSIDE A BATCH" TO WS-REFUSE-REASON
038600         PERFORM 2900-REFUSE-FILE THRU 2900-REFUSE-FILE-EXIT
038700         GO TO 2500-PROVE-ENTRY-EXIT
038800     END-IF
038900     IF AED-RECEIVING-DFI NOT NUMERIC
039000         OR AED-AMOUNT NOT NUMERIC
039100         OR AED-TRANSACTION-CODE NOT NUMERIC
039200         MOVE "ENTRY DFI, CODE OR AMOUNT NOT NUMERIC"
039300             TO WS-REFUSE-REASON
039400         PERFORM 2900-REFUSE-FILE THRU 2900-REFUSE-FILE-EXIT
039500         GO TO 2500-PROVE-ENTRY-EXIT
039600     END-IF
039700     ADD 1 TO WS-BATCH-ENTRY-COUNT
039800     ADD AED-RECEIVING-DFI TO WS-BATCH-HASH
039900     IF AED-TRANSACTION-CODE (2:1) > "4"
040000         ADD AED-AMOUNT TO WS-BATCH-DEBITS
040100     ELSE
040200         ADD AED-AMOUNT TO WS-BATCH-CREDITS
040300     END-IF.
040400 2500-PROVE-ENTRY-EXIT.
040500     EXIT.
040600
040700 2600-PROVE-BATCH-CONTROL.
040800     IF WS-BATCH-IS-CLOSED
040900         MOVE "BATCH CONTROL OUTSIDE A BATCH" TO WS-REFUSE-REASON
041000         PERFORM 2900-REFUSE-FILE THRU 2900-REFUSE-FILE-EXIT
041100         GO TO 2600-PROVE-BATCH-CONTROL-EXIT
041200     END-IF
041300     IF ABC-ENTRY-ADDENDA-COUNT NOT NUMERIC
041400         OR ABC-ENTRY-HASH NOT NUMERIC
041500         OR ABC-TOTAL-DEBITS NOT NUMERIC
041600         OR ABC-TOTAL-CREDITS NOT NUMERIC
041700         MOVE "BATCH CONTROL TOTALS NOT NUMERIC"
041800             TO WS-REFUSE-REASON
041900         PERFORM 2900-REFUSE-FILE THRU 2900-REFUSE-FILE-EXIT
042000         GO TO 2600-PROVE-BATCH-CONTROL-EXIT
042100     END-IF
042200     MOVE ABC-BATCH-NUMBER TO WS-BATCH-NUMBER-EDIT
042300     MOVE WS-BATCH-HASH TO WS-HASH-10
042400     EVALUATE TRUE
042500         WHEN ABC-ENTRY-ADDENDA-COUNT NOT = WS-BATCH-ENTRY-COUNT
042600             MOVE "BATCH ENTRY/ADDENDA COUNT OUT"
042700                 TO WS-REFUSE-REASON
042800         WHEN ABC-ENTRY-HASH NOT = WS-HASH-10
042900             MOVE "BATCH ENTRY HASH OUT" TO WS-REFUSE-REASON
043000         WHEN ABC-TOTAL-DEBITS NOT = WS-BATCH-DEBITS
043100             MOVE "BATCH DEBIT TOTAL OUT" TO WS-REFUSE-REASON
043200         WHEN ABC-TOTAL-CREDITS NOT = WS-BATCH-CREDITS
043300             MOVE "BATCH CREDIT TOTAL OUT" TO WS-REFUSE-REASON
043400         WHEN OTHER
043500             MOVE SPACES TO WS-REFUSE-REASON
043600     END-EVALUATE
043700     IF WS-REFUSE-REASON NOT = SPACES
043800         DISPLAY "BATCH " WS-BATCH-NUMBER-EDIT
043900             " COUNT " WS-BATCH-ENTRY-COUNT
044000             " CONTROL " ABC-ENTRY-ADDENDA-COUNT
044100         MOVE WS-BATCH-DEBITS TO WS-AMOUNT-EDIT
044200         DISPLAY "  DEBITS  " WS-AMOUNT-EDIT
044300         MOVE ABC-TOTAL-DEBITS TO WS-AMOUNT-EDIT
044400         DISPLAY "  CONTROL " WS-AMOUNT-EDIT
044500         MOVE WS-BATCH-CREDITS TO WS-AMOUNT-EDIT
044600         DISPLAY "  CREDITS " WS-AMOUNT-EDIT
044700         MOVE ABC-TOTAL-CREDITS TO WS-AMOUNT-EDIT
044800         DISPLAY "  CONTROL " WS-AMOUNT-EDIT
044900         PERFORM 2900-REFUSE-FILE THRU 2900-REFUSE-FILE-EXIT
045000         GO TO 2600-PROVE-BATCH-CONTROL-EXIT
045100     END-IF
045200     SET WS-BATCH-IS-CLOSED TO TRUE
045300     ADD WS-BATCH-ENTRY-COUNT TO WS-FILE-ENTRY-COUNT
045400     ADD WS-BATCH-HASH        TO WS-FILE-HASH
045500     ADD WS-BATCH-DEBITS      TO WS-FILE-DEBITS
045600     ADD WS-BATCH-CREDITS     TO WS-FILE-CREDITS.
045700 2600-PROVE-BATCH-CONTROL-EXIT.
045800     EXIT.
045900
046000 2700-PROVE-FILE-CONTROL.
046100     IF WS-BATCH-IS-OPEN
046200         MOVE "FILE CONTROL INSIDE AN OPEN BATCH"
046300             TO WS-REFUSE-REASON
046400         PERFORM 2900-REFUSE-FILE THRU 2900-REFUSE-FILE-EXIT
046500         GO TO 2700-PROVE-FILE-CONTROL-EXIT
046600     END-IF
046700     IF AFC-BATCH-COUNT NOT NUMERIC
046800         OR AFC-ENTRY-ADDENDA-COUNT NOT NUMERIC
046900         OR AFC-ENTRY-HASH NOT NUMERIC
047000         OR AFC-TOTAL-DEBITS NOT NUMERIC
047100         OR AFC-TOTAL-CREDITS NOT NUMERIC
047200         MOVE "FILE CONTROL TOTALS NOT NUMERIC"
047300             TO WS-REFUSE-REASON
047400         PERFORM 2900-REFUSE-FILE THRU 2900-REFUSE-FILE-EXIT
047500         GO TO 2700-PROVE-FILE-CONTROL-EXIT
047600     END-IF
047700     SET WS-FILE-CONTROL-SEEN TO TRUE
047800     MOVE WS-FILE-HASH TO WS-HASH-10
047900     EVALUATE TRUE
048000         WHEN AFC-BATCH-COUNT NOT = WS-FILE-BATCH-COUNT
048100             MOVE "FILE BATCH COUNT OUT" TO WS-REFUSE-REASON
048200         WHEN AFC-ENTRY-ADDENDA-COUNT NOT = WS-FILE-ENTRY-COUNT
048300             MOVE "FILE ENTRY/ADDENDA COUNT OUT"
048400                 TO WS-REFUSE-REASON
048500         WHEN AFC-ENTRY-HASH NOT = WS-HASH-10
048600             MOVE "FILE ENTRY HASH OUT" TO WS-REFUSE-REASON
048700         WHEN AFC-TOTAL-DEBITS NOT = WS-FILE-DEBITS
048800             MOVE "FILE DEBIT TOTAL OUT" TO WS-REFUSE-REASON
048900         WHEN AFC-TOTAL-CREDITS NOT = WS-FILE-CREDITS
049000             MOVE "FILE CREDIT TOTAL OUT" TO WS-REFUSE-REASON
049100         WHEN OTHER
049200             MOVE SPACES TO WS-REFUSE-REASON
049300     END-EVALUATE
049400     IF WS-REFUSE-REASON NOT = SPACES
049500         PERFORM 2900-REFUSE-FILE THRU 2900-REFUSE-FILE-EXIT
049600     END-IF.
049700 2700-PROVE-FILE-CONTROL-EXIT.
049800     EXIT.
049900
050000******************************************************************
050100*    2900-REFUSE-FILE - REPORT WHY AND WHERE, AND REFUSE THE     *
050200*    WHOLE FILE.                                                 *
050300******************************************************************
050400 2900-REFUSE-FILE.
050500     SET WS-FILE-REFUSED TO TRUE
050600     MOVE 8 TO RETURN-CODE
050700     DISPLAY "** ACH FILE REFUSED AT RECORD " WS-RECORDS-READ
050800         ": " WS-REFUSE-REASON " **".
050900 2900-REFUSE-FILE-EXIT.
051000     EXIT.
051100
051200******************************************************************
051300*    3000-CONVERT-FILE - SECOND PASS OVER THE PROVED FILE.       *
051400*    OPEN THE OUTPUTS, WRITE THE BATCH HEADER FOR THE EDIT AND   *
051500*    CONVERT EVERY ENTRY.                                        *
051600******************************************************************
051700 3000-CONVERT-FILE.
051800     OPEN INPUT ACCOUNT-MASTER
051900     IF NOT ACCT-MASTER-OK
052000         DISPLAY "** NO ACCOUNTS ON FILE - RUN REFUSED **"
052100         MOVE 8 TO RETURN-CODE
052200         SET WS-FILE-REFUSED TO TRUE
052300         GO TO 3000-CONVERT-FILE-EXIT
052400     END-IF
052500     OPEN I-O ACH-ITEM-FILE
052600     IF ACH-ITEM-NOT-OPEN
052700         OPEN OUTPUT ACH-ITEM-FILE
052800         CLOSE ACH-ITEM-FILE
052900         OPEN I-O ACH-ITEM-FILE
053000     END-IF
053100     IF NOT ACH-ITEM-OK
053200         DISPLAY "** UNABLE TO OPEN ACHITEM, STATUS="
053300             ACH-ITEM-STATUS " - RUN REFUSED **"
053400         MOVE 8 TO RETURN-CODE
053500         SET WS-FILE-REFUSED TO TRUE
053600         CLOSE ACCOUNT-MASTER
053700         GO TO 3000-CONVERT-FILE-EXIT
053800     END-IF
053900     OPEN OUTPUT TRAN-OUT-FILE
054000     IF NOT TRAN-OUT-OK
054100         DISPLAY "** UNABLE TO OPEN TRANOUT, STATUS="
054200             TRAN-OUT-STATUS " - RUN REFUSED **"
054300         MOVE 8 TO RETURN-CODE
054400         SET WS-FILE-REFUSED TO TRUE
054500         CLOSE ACCOUNT-MASTER ACH-ITEM-FILE
054600         GO TO 3000-CONVERT-FILE-EXIT
054700     END-IF
054800     MOVE SPACES TO BATCH-CONTROL-RECORD
054900     MOVE "HDR" TO BCR-RECORD-TYPE
055000     MOVE WS-RUN-DATE TO BCR-CREATE-DATE
055100     MOVE 0 TO BCR-RECORD-COUNT
055200     MOVE 0 TO BCR-AMOUNT-HASH-TOTAL
055300     WRITE BATCH-CONTROL-RECORD
055400     SET WS-HEADER-WRITTEN TO TRUE
055500     OPEN INPUT ACH-IN-FILE
055600     MOVE 0 TO WS-RECORDS-READ
055700     SET WS-NOT-END-OF-ACH-FILE TO TRUE
055800     DISPLAY " "
055900     DISPLAY "------ ITEMS HELD FOR RETURN ------"
056000     DISPLAY "REASON TRACE NUMBER     ACCOUNT NUMBER    "
056100         "           AMOUNT  NAME"
056200     PERFORM 2100-READ-ACH-FILE THRU 2100-READ-ACH-FILE-EXIT
056300     PERFORM 3100-CONVERT-ONE-RECORD
056400         THRU 3100-CONVERT-ONE-RECORD-EXIT
056500         UNTIL WS-END-OF-ACH-FILE
056600     CLOSE ACH-IN-FILE.
056700 3000-CONVERT-FILE-EXIT.
056800     EXIT.
056900
057000 3100-CONVERT-ONE-RECORD.
057100     EVALUATE TRUE
057200         WHEN ACH-IS-BATCH-HEADER
057300             ADD 1 TO WS-BATCHES-READ
057400             MOVE ACH-BATCH-HEADER TO WS-SAVED-BATCH-HEADER
057500         WHEN ACH-IS-ENTRY-DETAIL
057600             PERFORM 4000-CONVERT-ENTRY
057700                 THRU 4000-CONVERT-ENTRY-EXIT
057800         WHEN OTHER
057900             CONTINUE
058000     END-EVALUATE
058100     PERFORM 2100-READ-ACH-FILE THRU 2100-READ-ACH-FILE-EXIT.
058200 3100-CONVERT-ONE-RECORD-EXIT.
058300     EXIT.
058400
058500******************************************************************
058600*    4000-CONVERT-ENTRY - A LIVE CREDIT OR DEBIT TO A PLACEABLE  *
058700*    ACCOUNT GOES TO THE DAILY FEED; ONE TO A CLOSED OR UNKNOWN  *
058800*    ACCOUNT IS HELD FOR RETURN.  A PRENOTE POSTS NOTHING - IT   *
058900*    IS REGISTERED ONLY WHEN ITS ACCOUNT FAILS, SO THE           *
059000*    ORIGINATOR HEARS BACK.  ANY OTHER TRANSACTION CODE IS NOT   *
059100*    OURS TO POST OR RETURN AND IS LISTED FOR OPERATIONS.        *
059200******************************************************************
059300 4000-CONVERT-ENTRY.
059400     ADD 1 TO WS-ENTRIES-READ
059500     IF NOT AED-LIVE-CREDIT AND NOT AED-LIVE-DEBIT
059600         AND NOT AED-PRENOTE
059700         ADD 1 TO WS-NOT-CONVERTED
059800         DISPLAY "EXCEPTION: TRANSACTION CODE "
059900             AED-TRANSACTION-CODE " NOT CONVERTED - TRACE "
060000             AED-TRACE-NUMBER
060100         GO TO 4000-CONVERT-ENTRY-EXIT
060200     END-IF
060300     PERFORM 4100-MAP-ACCOUNT THRU 4100-MAP-ACCOUNT-EXIT
060400     IF AED-PRENOTE AND WS-NO-RETURN
060500         ADD 1 TO WS-PRENOTES-ACCEPTED
060600         GO TO 4000-CONVERT-ENTRY-EXIT
060700     END-IF
060800     ADD 1 TO WS-ITEM-NUMBER
060900     MOVE WS-ITEM-NUMBER TO WS-TRAN-ID-NUMBER
061000     IF WS-NO-RETURN
061100         PERFORM 4200-WRITE-TRANSACTION
061200             THRU 4200-WRITE-TRANSACTION-EXIT
061300     ELSE
061400         ADD 1 TO WS-RETURNS-PENDING
061500         ADD AED-AMOUNT TO WS-RETURN-AMOUNT
061600         MOVE AED-AMOUNT TO WS-AMOUNT-EDIT
061700         DISPLAY WS-RETURN-REASON "    " AED-TRACE-NUMBER " "
061800             AED-DFI-ACCOUNT " " WS-AMOUNT-EDIT "  "
061900             AED-INDIVIDUAL-NAME
062000     END-IF
062100     PERFORM 4300-REGISTER-ITEM THRU 4300-REGISTER-ITEM-EXIT.
062200 4000-CONVERT-ENTRY-EXIT.
062300     EXIT.
062400
062500******************************************************************
062600*    4100-MAP-ACCOUNT - DFI ACCOUNT NUMBER TO ACCOUNT-ID.  SETS  *
062700*    WS-RETURN-REASON WHEN THE ENTRY CANNOT BE PLACED.           *
062800******************************************************************
062900 4100-MAP-ACCOUNT.
063000     MOVE SPACES TO WS-RETURN-REASON
063100     MOVE SPACES TO WS-MAPPED-ACCOUNT
063200     MOVE 0 TO WS-LEADING-SPACES
063300     INSPECT AED-DFI-ACCOUNT TALLYING WS-LEADING-SPACES
063400         FOR LEADING SPACES
063500     IF WS-LEADING-SPACES = 17
063600         SET WS-RETURN-NO-ACCOUNT TO TRUE
063700         GO TO 4100-MAP-ACCOUNT-EXIT
063800     END-IF
063900     MOVE AED-DFI-ACCOUNT (WS-LEADING-SPACES + 1:)
064000         TO WS-MAPPED-ACCOUNT
064100     IF WS-MAPPED-ACCOUNT (11:7) NOT = SPACES
064200         SET WS-RETURN-NO-ACCOUNT TO TRUE
064300         GO TO 4100-MAP-ACCOUNT-EXIT
064400     END-IF
064500     MOVE WS-MAPPED-ACCOUNT (1:10) TO ACCOUNT-ID OF ACCOUNT-RECORD
064600     READ ACCOUNT-MASTER
064700         INVALID KEY
064800             SET WS-RETURN-NO-ACCOUNT TO TRUE
064900             GO TO 4100-MAP-ACCOUNT-EXIT
065000     END-READ
065100     IF ACCOUNT-STATUS OF ACCOUNT-RECORD = "CLOSED"
065200         SET WS-RETURN-ACCOUNT-CLOSED TO TRUE
065300     END-IF.
065400 4100-MAP-ACCOUNT-EXIT.
065500     EXIT.
065600
065700******************************************************************
065800*    4200-WRITE-TRANSACTION - ONE DETAIL FOR THE DAILY FEED.     *
065900*    THE LAST FIVE BYTES OF THE INDIVIDUAL IDENTIFICATION (THE   *
066000*    CHEQUE SERIAL ON A CONVERTED CHEQUE) TRAVEL AS THE          *
066100*    REFERENCE SO A STOP-PAYMENT ORDER CAN MATCH THE ITEM.       *
066200******************************************************************
066300 4200-WRITE-TRANSACTION.
066400     ADD 1 TO WS-TRAN-SEQUENCE
066500     MOVE SPACES TO TRANSACTION-RECORD
066600     MOVE WS-TRAN-ID-BUILD TO TRANSACTION-ID
066700     MOVE WS-MAPPED-ACCOUNT (1:10) TO TRANSACTION-ACCOUNT-ID
066800     IF AED-LIVE-CREDIT
066900         SET TRANSACTION-IS-CREDIT TO TRUE
067000         MOVE WS-ACH-CREDIT-CODE TO TRANSACTION-CODE
067100         ADD 1 TO WS-CREDITS-CONVERTED
067200         ADD AED-AMOUNT TO WS-CREDIT-AMOUNT
067300     ELSE
067400         SET TRANSACTION-IS-DEBIT TO TRUE
067500         MOVE WS-ACH-DEBIT-CODE TO TRANSACTION-CODE
067600         ADD 1 TO WS-DEBITS-CONVERTED
067700         ADD AED-AMOUNT TO WS-DEBIT-AMOUNT
067800     END-IF
067900     MOVE AED-AMOUNT TO TRANSACTION-AMOUNT
068000     MOVE WS-RUN-DATE TO TRANSACTION-DATE
068100     MOVE WS-TRAN-SEQUENCE TO TRANSACTION-SEQUENCE-NUMBER
068200     MOVE AED-INDIVIDUAL-ID (11:5) TO TRANSACTION-REFERENCE
068300     WRITE TRANSACTION-RECORD
068400     IF NOT TRAN-OUT-OK
068500         DISPLAY "WARNING - TRANSACTION NOT WRITTEN FOR TRACE "
068600             AED-TRACE-NUMBER ", STATUS=" TRAN-OUT-STATUS
068700     END-IF
068800     ADD AED-AMOUNT TO WS-AMOUNT-HASH-TOTAL.
068900 4200-WRITE-TRANSACTION-EXIT.
069000     EXIT.
069100
069200******************************************************************
069300*    4300-REGISTER-ITEM - RECORD THE ITEM ON THE ACH ITEM FILE   *
069400*    UNDER ITS TRANSACTION-ID.  A KEY LEFT FROM THE SAME DATE A  *
069500*    YEAR BEFORE IS OVERWRITTEN.                                 *
069600******************************************************************
069700 4300-REGISTER-ITEM.
069800     MOVE SPACES TO ACH-ITEM-RECORD
069900     MOVE WS-TRAN-ID-BUILD TO ACHX-TRANSACTION-ID
070000     MOVE WS-MAPPED-ACCOUNT (1:10) TO ACHX-ACCOUNT-ID
070100     MOVE WS-RUN-DATE TO ACHX-RECEIVED-DATE
070200     MOVE WS-RETURN-REASON TO ACHX-RETURN-REASON
070300     MOVE 0 TO ACHX-RETURN-DATE
070400     IF WS-NO-RETURN
070500         SET ACHX-CONVERTED TO TRUE
070600     ELSE
070700         SET ACHX-RETURN-PENDING TO TRUE
070800     END-IF
070900     MOVE WS-SAVED-BATCH-HEADER TO ACHX-BATCH-HEADER-IMAGE
071000     MOVE ACH-ENTRY-DETAIL TO ACHX-ENTRY-IMAGE
071100     WRITE ACH-ITEM-RECORD
071200         INVALID KEY
071300             REWRITE ACH-ITEM-RECORD
071400     END-WRITE
071500     IF NOT ACH-ITEM-OK
071600         DISPLAY "WARNING - ITEM " ACHX-TRANSACTION-ID
071700             " NOT REGISTERED, STATUS=" ACH-ITEM-STATUS
071800     END-IF.
071900 4300-REGISTER-ITEM-EXIT.
072000     EXIT.
072100
072200******************************************************************
072300*    8000-PRINT-SUMMARY - THE RUN'S CONTROL TOTALS.  ITEMS HELD  *
072400*    FOR RETURN SET RC 4 SO THE NIGHT'S LOG SHOWS THEM.          *
072500******************************************************************
072600 8000-PRINT-SUMMARY.
072700     DISPLAY " "
072800     DISPLAY "------ ACH CONVERSION CONTROL TOTALS ------"
072900     DISPLAY "RECORDS READ ..........: " WS-RECORDS-READ
073000     DISPLAY "BATCHES ...............: " WS-BATCHES-READ
073100     DISPLAY "ENTRIES ...............: " WS-ENTRIES-READ
073200     DISPLAY "CREDITS CONVERTED .....: " WS-CREDITS-CONVERTED
073300     MOVE WS-CREDIT-AMOUNT TO WS-AMOUNT-EDIT
073400     DISPLAY "  AMOUNT ..............: " WS-AMOUNT-EDIT
073500     DISPLAY "DEBITS CONVERTED ......: " WS-DEBITS-CONVERTED
073600     MOVE WS-DEBIT-AMOUNT TO WS-AMOUNT-EDIT
073700     DISPLAY "  AMOUNT ..............: " WS-AMOUNT-EDIT
073800     DISPLAY "PRENOTES ACCEPTED .....: " WS-PRENOTES-ACCEPTED
073900     DISPLAY "HELD FOR RETURN .......: " WS-RETURNS-PENDING
074000     MOVE WS-RETURN-AMOUNT TO WS-AMOUNT-EDIT
074100     DISPLAY "  AMOUNT ..............: " WS-AMOUNT-EDIT
074200     DISPLAY "NOT CONVERTED .........: " WS-NOT-CONVERTED
074300     MOVE WS-AMOUNT-HASH-TOTAL TO WS-AMOUNT-EDIT
074400     DISPLAY "AMOUNT HASH TOTAL .....: " WS-AMOUNT-EDIT
074500     DISPLAY "TRANSACTIONS WRITTEN ..: " WS-TRAN-SEQUENCE
074600     IF WS-FILE-ACCEPTED
074700         AND (WS-RETURNS-PENDING > 0 OR WS-NOT-CONVERTED > 0)
074800         MOVE 4 TO RETURN-CODE
074900     END-IF.
075000 8000-PRINT-SUMMARY-EXIT.
075100     EXIT.
075200
075300******************************************************************
075400*    SHARED BUSINESS-DATE RUN CONTROL (SEE RUNCONTROL COPYBOOK)  *
075500******************************************************************
075600 COPY RunControl.
075700
075800******************************************************************
075900*    9999-TERMINATE - WRITE THE BATCH TRAILER (DETAIL COUNT AND  *
076000*    AMOUNT HASH FOR THE PRE-POSTING EDIT) AND CLOSE ALL FILES.  *
076100******************************************************************
076200 9999-TERMINATE.
076300     IF WS-HEADER-WRITTEN
076400         MOVE SPACES TO BATCH-CONTROL-RECORD
076500         MOVE "TRL" TO BCR-RECORD-TYPE
076600         MOVE WS-RUN-DATE TO BCR-CREATE-DATE
076700         MOVE WS-TRAN-SEQUENCE TO BCR-RECORD-COUNT
076800         MOVE WS-AMOUNT-HASH-TOTAL TO BCR-AMOUNT-HASH-TOTAL
076900         WRITE BATCH-CONTROL-RECORD
077000         CLOSE TRAN-OUT-FILE
077100         CLOSE ACCOUNT-MASTER
077200         CLOSE ACH-ITEM-FILE
077300     END-IF
077400     CLOSE RUN-CONTROL-FILE.
077500 9999-TERMINATE-EXIT.
077600     EXIT.
