000100******************************************************************
000200 IDENTIFICATION DIVISION.
000300******************************************************************
000400 PROGRAM-ID.     PTYCONV.
000500 AUTHOR.         R. OKONKWO-BATES.
000600 INSTALLATION.   RETAIL BANKING SYSTEMS.
000700 DATE-WRITTEN.   2026-10-15.
000800 DATE-COMPILED.
000900*-----------------------------------------------------------------
001000* MODIFICATION HISTORY
001100*-----------------------------------------------------------------
001200* 2026-10-15  ROB  ORIGINAL - ONE-TIME LOAD OF THE NEW ACCOUNT-
001300*                  PARTY FILE.  EVERY ACCOUNT-MASTER RECORD WITH
001400*                  A CUSTOMER NUMBER GETS THAT CUSTOMER AS ITS
001500*                  PRIMARY OWNER (ROLE PRI), EFFECTIVE FROM THE
001600*                  ACCOUNT'S CREATION DATE AND OPEN-ENDED, SO THE
001700*                  PARTY FILE AND ACCOUNT-CUSTOMER-ID AGREE FROM
001800*                  THE FIRST DAY.  RUN ONCE AT INSTALL, BETWEEN
001900*                  NIGHTS, BEFORE THE FIRST ONLINE SESSION OR
002000*                  BATCH RUN THAT READS THE PARTY FILE - SEE
002100*                  PTYCONV JCL.
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS SEQUENTIAL
002900         RECORD KEY IS ACCOUNT-ID OF ACCOUNT-RECORD
003000         FILE STATUS IS ACCT-MASTER-STATUS.
003100
003200     SELECT ACCOUNT-PARTY-FILE ASSIGN TO "ACCTPTY"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS SEQUENTIAL
003500         RECORD KEY IS PARTY-KEY
003600         FILE STATUS IS PARTY-FILE-STATUS.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  ACCOUNT-MASTER
004100     LABEL RECORDS ARE STANDARD.
004200 COPY AccountRecord.
004300
004400 FD  ACCOUNT-PARTY-FILE
004500     LABEL RECORDS ARE STANDARD.
004600 COPY AccountPartyRecord.
004700
004800 WORKING-STORAGE SECTION.
004900******************************************************************
005000*    CONTROL TOTALS - ACCOUNTS READ MUST EQUAL PRIMARY ROLES     *
005100*    WRITTEN PLUS ACCOUNTS WITH NO CUSTOMER NUMBER.              *
005200******************************************************************
005300 01  WS-ACCOUNTS-READ                PIC 9(08) VALUE 0.
005400 01  WS-PARTIES-WRITTEN              PIC 9(08) VALUE 0.
005500 01  WS-NO-CUSTOMER-COUNT            PIC 9(08) VALUE 0.
005600 01  WS-WRITE-ERRORS                 PIC 9(08) VALUE 0.
005700
005800******************************************************************
005900*    FILE STATUS                                                 *
006000******************************************************************
006100 01  ACCT-MASTER-STATUS              PIC X(02) VALUE "00".
006200     88  ACCT-MASTER-OK              VALUE "00".
006300
006400 01  PARTY-FILE-STATUS               PIC X(02) VALUE "00".
006500     88  PARTY-FILE-OK               VALUE "00".
006600
006700******************************************************************
006800*    SWITCHES AND WORK FIELDS                                    *
006900******************************************************************
007000 01  WS-ACCTMSTR-EOF-SWITCH          PIC X(01) VALUE "N".
007100     88  WS-END-OF-ACCOUNT-MASTER    VALUE "Y".
007200
007300 01  WS-FILES-OPEN-SWITCH            PIC X(01) VALUE "N".
007400     88  WS-FILES-OPEN               VALUE "Y".
007500     88  WS-FILES-NOT-OPEN           VALUE "N".
007600
007700 01  WS-CURRENT-DATE                 PIC 9(08).
007800
007900******************************************************************
008000 PROCEDURE DIVISION.
008100******************************************************************
008200 0000-MAINLINE.
008300     DISPLAY "------ ONE-TIME ACCOUNT-PARTY LOAD ------"
008400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
008500     PERFORM 2000-LOAD-ONE-ACCOUNT
008600         THRU 2000-LOAD-ONE-ACCOUNT-EXIT
008700         UNTIL WS-END-OF-ACCOUNT-MASTER
008800     PERFORM 8000-PRINT-SUMMARY THRU 8000-PRINT-SUMMARY-EXIT
008900     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT
009000     STOP RUN.
009100
009200******************************************************************
009300*    1000-INITIALIZE - OPEN THE MASTER AND THE NEW PARTY FILE    *
009400*    AND PRIME THE FIRST ACCOUNT READ.                           *
009500******************************************************************
009600 1000-INITIALIZE.
009700     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
009800     OPEN INPUT ACCOUNT-MASTER
009900     IF NOT ACCT-MASTER-OK
010000         DISPLAY "NO ACCOUNTS TO LOAD, STATUS=" ACCT-MASTER-STATUS
010100         MOVE 8 TO RETURN-CODE
010200         SET WS-END-OF-ACCOUNT-MASTER TO TRUE
010300         GO TO 1000-INITIALIZE-EXIT
010400     END-IF
010500     OPEN OUTPUT ACCOUNT-PARTY-FILE
010600     IF NOT PARTY-FILE-OK
010700         DISPLAY "UNABLE TO OPEN NEW ACCOUNT-PARTY FILE, STATUS="
010800             PARTY-FILE-STATUS
010900         CLOSE ACCOUNT-MASTER
011000         MOVE 8 TO RETURN-CODE
011100         SET WS-END-OF-ACCOUNT-MASTER TO TRUE
011200         GO TO 1000-INITIALIZE-EXIT
011300     END-IF
011400     SET WS-FILES-OPEN TO TRUE
011500     PERFORM 2100-READ-ACCOUNT-MASTER
011600         THRU 2100-READ-ACCOUNT-MASTER-EXIT.
011700 1000-INITIALIZE-EXIT.
011800     EXIT.
011900
012000******************************************************************
012100*    2000-LOAD-ONE-ACCOUNT - ONE PRIMARY ROLE PER ACCOUNT WITH A *
012200*    CUSTOMER NUMBER.  THE MASTER IS READ IN KEY ORDER AND EACH  *
012300*    ACCOUNT GIVES ONE RECORD, SO THE PARTY FILE IS WRITTEN IN   *
012400*    KEY ORDER TOO.  AN ACCOUNT WITH NO CREATION DATE ON FILE    *
012500*    TAKES TODAY AS THE EFFECTIVE DATE.                          *
012600******************************************************************
012700 2000-LOAD-ONE-ACCOUNT.
012800     ADD 1 TO WS-ACCOUNTS-READ
012900     IF ACCOUNT-CUSTOMER-ID OF ACCOUNT-RECORD = SPACES
013000         ADD 1 TO WS-NO-CUSTOMER-COUNT
013100         GO TO 2000-LOAD-ONE-ACCOUNT-NEXT
013200     END-IF
013300     MOVE SPACES TO ACCOUNT-PARTY-RECORD
013400     MOVE ACCOUNT-ID OF ACCOUNT-RECORD TO PARTY-ACCOUNT-ID
013500     MOVE ACCOUNT-CUSTOMER-ID OF ACCOUNT-RECORD
013600         TO PARTY-CUSTOMER-ID
013700     SET PARTY-IS-PRIMARY TO TRUE
013800     IF ACCOUNT-CREATION-DATE OF ACCOUNT-RECORD NUMERIC
013900         AND ACCOUNT-CREATION-DATE OF ACCOUNT-RECORD > 0
014000         MOVE ACCOUNT-CREATION-DATE OF ACCOUNT-RECORD
014100             TO PARTY-EFFECTIVE-DATE
014200     ELSE
014300         MOVE WS-CURRENT-DATE TO PARTY-EFFECTIVE-DATE
014400     END-IF
014500     MOVE 0 TO PARTY-END-DATE
014600     MOVE WS-CURRENT-DATE TO PARTY-ADDED-DATE
014700     WRITE ACCOUNT-PARTY-RECORD
014800         INVALID KEY
014900             ADD 1 TO WS-WRITE-ERRORS
015000             DISPLAY "PRIMARY ROLE NOT WRITTEN FOR "
015100                 PARTY-ACCOUNT-ID ", STATUS=" PARTY-FILE-STATUS
015200             GO TO 2000-LOAD-ONE-ACCOUNT-NEXT
015300     END-WRITE
015400     ADD 1 TO WS-PARTIES-WRITTEN.
015500 2000-LOAD-ONE-ACCOUNT-NEXT.
015600     PERFORM 2100-READ-ACCOUNT-MASTER
015700         THRU 2100-READ-ACCOUNT-MASTER-EXIT.
015800 2000-LOAD-ONE-ACCOUNT-EXIT.
015900     EXIT.
016000
016100 2100-READ-ACCOUNT-MASTER.
016200     READ ACCOUNT-MASTER NEXT
016300         AT END
016400             SET WS-END-OF-ACCOUNT-MASTER TO TRUE
016500     END-READ.
016600 2100-READ-ACCOUNT-MASTER-EXIT.
016700     EXIT.
016800
016900******************************************************************
017000*    8000-PRINT-SUMMARY - LOAD CONTROL TOTALS.  ANY WRITE ERROR  *
017100*    MEANS THE FILE DOES NOT AGREE WITH ACCOUNT-MASTER - RC 8.   *
017200******************************************************************
017300 8000-PRINT-SUMMARY.
017400     DISPLAY " "
017500     DISPLAY "------ LOAD CONTROL TOTALS ------"
017600     DISPLAY "ACCOUNTS READ .........: " WS-ACCOUNTS-READ
017700     DISPLAY "PRIMARY ROLES WRITTEN .: " WS-PARTIES-WRITTEN
017800     DISPLAY "NO CUSTOMER NUMBER ....: " WS-NO-CUSTOMER-COUNT
017900     DISPLAY "WRITE ERRORS ..........: " WS-WRITE-ERRORS
018000     IF WS-WRITE-ERRORS > 0
018100         DISPLAY "ACCOUNT-PARTY FILE INCOMPLETE - DO NOT USE."
018200         MOVE 8 TO RETURN-CODE
018300     END-IF.
018400 8000-PRINT-SUMMARY-EXIT.
018500     EXIT.
018600
018700******************************************************************
018800*    9999-TERMINATE - CLOSE ALL FILES BEFORE STOP RUN.           *
018900******************************************************************
019000 9999-TERMINATE.
019100     IF WS-FILES-OPEN
019200         CLOSE ACCOUNT-MASTER
019300         CLOSE ACCOUNT-PARTY-FILE
019400     END-IF.
019500 9999-TERMINATE-EXIT.
019600     EXIT.
