002003*                  (SHARED RUNCONTROL COPYBOOK) - REFUSES TO
002004*                  RUN BEFORE RECONCIL HAS PROVED FOR THE
002005*                  BUSINESS DATE AND REFUSES TO RUN TWICE.
002020* 2026-10-15  ROB  DETAIL LINES NOW PRINT THE TRANSACTION CODE'S
002040*                  DESCRIPTION FROM THE TRANSACTION CODE MASTER
002060*                  IN PLACE OF THE BARE DEBIT/CREDIT TYPE.
002080******************************************************************
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
003430         ORGANIZATION IS SEQUENTIAL
003440         FILE STATUS IS RUNCTL-FILE-STATUS.
003500
003520     SELECT TRAN-CODE-FILE ASSIGN TO "TRANCODE"
003540         ORGANIZATION IS SEQUENTIAL
003560         FILE STATUS IS TRAN-CODE-STATUS.
003580
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  ACCOUNT-MASTER
004430     LABEL RECORDS ARE STANDARD.
004440 COPY RunControlRecord.
004500
004520 FD  TRAN-CODE-FILE
004540     LABEL RECORDS ARE STANDARD.
004560 COPY TranCodeRecord.
004580
004600 WORKING-STORAGE SECTION.
004700******************************************************************
004800*    CONTROL TOTALS                                              *
006150
006160 COPY RunControlFields.
006200
006210 01  TRAN-CODE-STATUS                PIC X(02) VALUE "00".
006220     88  TRAN-CODE-OK                VALUE "00".
006230
006240 COPY TranCodeFields.
006250 01  WS-TRAN-DESCRIPTION             PIC X(30) VALUE SPACES.
006260
006300******************************************************************
006400*    END-OF-FILE SWITCHES                                        *
006500******************************************************************
012300         SET WS-END-OF-ACCOUNT-MASTER TO TRUE
012400         GO TO 1000-INITIALIZE-EXIT
012500     END-IF
012510*    THE CODE MASTER ONLY NAMES THE POSTINGS - WITHOUT IT THE
012520*    STATEMENTS STILL RUN AND PRINT DEBIT/CREDIT.
012530     PERFORM 9700-LOAD-TRAN-CODES
012540         THRU 9700-LOAD-TRAN-CODES-EXIT
012550     IF TC-TABLE-NOT-LOADED
012560         DISPLAY "WARNING - NO TRANSACTION CODE MASTER, "
012570             "POSTINGS WILL PRINT AS DEBIT/CREDIT."
012580     END-IF
012600     PERFORM 2100-READ-ACCOUNT-MASTER
012700         THRU 2100-READ-ACCOUNT-MASTER-EXIT.
012800 1000-INITIALIZE-EXIT.
025500 3300-PRINT-ONE-TRAN.
025600     MOVE HIST-AMOUNT TO WS-AMOUNT-EDIT
025700     MOVE HIST-BALANCE-AFTER TO WS-BALANCE-EDIT
025725     PERFORM 3310-DESCRIBE-TRAN
025750         THRU 3310-DESCRIBE-TRAN-EXIT
025800     DISPLAY "  " HIST-TRAN-DATE " " HIST-TRANSACTION-ID " "
025900         WS-TRAN-DESCRIPTION " " WS-AMOUNT-EDIT
026000         "  BALANCE " WS-BALANCE-EDIT
026010     EVALUATE TRUE
026020         WHEN HIST-TRANSFER-LEG
026500     EXIT.
026600
026700******************************************************************
026705*    3310-DESCRIBE-TRAN - THE STATEMENT NAMES EACH POSTING       *
026710*    BY ITS TRANSACTION CODE'S DESCRIPTION.  A POSTING WITH NO   *
026715*    CODE, OR A CODE NO LONGER ON THE MASTER, PRINTS ITS         *
026720*    DEBIT/CREDIT TYPE INSTEAD.                                  *
026725******************************************************************
026730 3310-DESCRIBE-TRAN.
026735     MOVE HIST-TRANSACTION-TYPE TO WS-TRAN-DESCRIPTION
026740     MOVE HIST-TRAN-CODE TO TC-SEARCH-CODE
026745     PERFORM 9720-FIND-TRAN-CODE
026750         THRU 9720-FIND-TRAN-CODE-EXIT
026755     IF TC-CODE-FOUND
026760         MOVE TC-DESCRIPTION (TC-FOUND-SUB) TO WS-TRAN-DESCRIPTION
026765     END-IF.
026770 3310-DESCRIBE-TRAN-EXIT.
026775     EXIT.
026780
026785******************************************************************
026800*    8000-PRINT-SUMMARY - CONTROL TOTALS FOR THE RUN.            *
026900******************************************************************
027000 8000-PRINT-SUMMARY.
028140 COPY RunControl.
028150
028200******************************************************************
028210*    SHARED TRANSACTION CODE MASTER (SEE TRANCODELOGIC COPYBOOK) *
028220******************************************************************
028230 COPY TranCodeLogic.
028240
028250******************************************************************
028300*    9999-TERMINATE - CLOSE ALL FILES BEFORE STOP RUN.           *
028400******************************************************************
028500 9999-TERMINATE.
