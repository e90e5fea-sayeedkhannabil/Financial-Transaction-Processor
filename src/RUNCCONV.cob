000100******************************************************************
000200 IDENTIFICATION DIVISION.
000300******************************************************************
000400 PROGRAM-ID.     RUNCCONV.
000500 AUTHOR.         R. OKONKWO-BATES.
000600 INSTALLATION.   RETAIL BANKING SYSTEMS.
000700 DATE-WRITTEN.   2026-10-15.
000800 DATE-COMPILED.
000900*-----------------------------------------------------------------
001000* MODIFICATION HISTORY
001100*-----------------------------------------------------------------
001200* 2026-10-15  ROB  ORIGINAL - ONE-TIME FILE CONVERSION FOR THE
001300*                  RUN CONTROL LAYOUT CHANGE: THE STEP TABLE
001400*                  GROWS FROM 16 TO 40 ENTRIES (162 TO 378
001500*                  BYTES) TO MAKE ROOM FOR THE LOAN SERVICING
001600*                  RUN AND ITS LATE-CHARGE EDIT/POST PASS AND
001700*                  FOR STEPS STILL TO COME.  THE BUSINESS DATE
001800*                  AND THE 16 EXISTING STEPS COPY ACROSS WITH
001900*                  THEIR FLAGS; LOANSERV, LATEEDIT AND LATEPOST
002000*                  ARE ADDED OPEN.  RUN ONCE AT INSTALL,
002100*                  BETWEEN NIGHTS, THEN SWAP THE NEW DATASET
002200*                  OVER THE OLD - SEE RUNCCONV JCL.  SAME
002300*                  PATTERN AS HISTCONV.
002310* 2026-10-15  ROB  ALSO SEED AMLMON, ACHCONV, ACHRETN, NSFGEN,
002320*                  NSFEDIT, NSFPOST, SAFGEN, SAFEDIT AND SAFPOST
002330*                  (SLOTS 20-28) SO A CONVERTED FILE CARRIES
002340*                  THE WHOLE STEP SEQUENCE - TRANEDIT WAITS
002350*                  FOR SAFPOST AND WOULD OTHERWISE BE REFUSED.
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT OLD-RUN-CONTROL-FILE ASSIGN TO "RUNCOLD"
002900         ORGANIZATION IS SEQUENTIAL
003000         FILE STATUS IS OLD-RUNCTL-STATUS.
003100
003200     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCNEW"
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS RUNCTL-FILE-STATUS.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
003800******************************************************************
003900*    OLD RUN CONTROL LAYOUT AS IT STOOD WITH A 16-STEP TABLE     *
004000*    (162 BYTES).                                                *
004100******************************************************************
004200 FD  OLD-RUN-CONTROL-FILE
004300     LABEL RECORDS ARE STANDARD.
004400 01  OLD-RUN-CONTROL-RECORD.
004500     05  OLD-RUNCTL-BUSINESS-DATE    PIC 9(08).
004600     05  OLD-RUNCTL-STEP-ENTRY OCCURS 16 TIMES.
004700         10  OLD-RUNCTL-STEP-NAME    PIC X(08).
004800         10  OLD-RUNCTL-STEP-DONE-SW PIC X(01).
004900     05  FILLER                      PIC X(10).
005000
005100 FD  RUN-CONTROL-FILE
005200     LABEL RECORDS ARE STANDARD.
005300 COPY RunControlRecord.
005400
005500 WORKING-STORAGE SECTION.
005600******************************************************************
005700*    CONTROL TOTALS                                              *
005800******************************************************************
005900 01  WS-STEPS-COPIED                 PIC 9(02) VALUE 0.
006000 01  WS-STEPS-ADDED                  PIC 9(02) VALUE 0.
006100
006200******************************************************************
006300*    FILE STATUS                                                 *
006400******************************************************************
006500 01  OLD-RUNCTL-STATUS               PIC X(02) VALUE "00".
006600     88  OLD-RUNCTL-OK               VALUE "00".
006700
006800 01  RUNCTL-FILE-STATUS              PIC X(02) VALUE "00".
006900     88  RUNCTL-FILE-OK              VALUE "00".
007000
007100******************************************************************
007200*    WORK FIELDS                                                 *
007300******************************************************************
007400 01  WS-STEP-SUB                     PIC 9(02) COMP VALUE 0.
007500 01  WS-NEXT-FREE-SUB                PIC 9(02) COMP VALUE 0.
007600 01  WS-NEW-STEP-NAME                PIC X(08).
007700 01  WS-FOUND-SWITCH                 PIC X(01) VALUE "N".
007800     88  WS-STEP-FOUND               VALUE "Y".
007900     88  WS-STEP-NOT-FOUND           VALUE "N".
008000
008100******************************************************************
008200 PROCEDURE DIVISION.
008300******************************************************************
008400 0000-MAINLINE.
008500     DISPLAY "------ ONE-TIME RUN CONTROL CONVERSION ------"
008600     PERFORM 1000-CONVERT-RUN-CONTROL
008700         THRU 1000-CONVERT-RUN-CONTROL-EXIT
008800     PERFORM 8000-PRINT-SUMMARY THRU 8000-PRINT-SUMMARY-EXIT
008900     STOP RUN.
009000
009100******************************************************************
009200*    1000-CONVERT-RUN-CONTROL - COPY THE BUSINESS DATE AND THE   *
009300*    16 OLD STEPS WITH THEIR FLAGS, THEN ADD THE NEW STEPS OPEN  *
009400*    IN THE FREE ENTRIES THAT FOLLOW.                            *
009500******************************************************************
009600 1000-CONVERT-RUN-CONTROL.
009700     OPEN INPUT OLD-RUN-CONTROL-FILE
009800     IF NOT OLD-RUNCTL-OK
009900         DISPLAY "NO OLD RUN CONTROL TO CONVERT, STATUS="
010000             OLD-RUNCTL-STATUS
010100         MOVE 8 TO RETURN-CODE
010200         GO TO 1000-CONVERT-RUN-CONTROL-EXIT
010300     END-IF
010400     READ OLD-RUN-CONTROL-FILE
010500         AT END
010600             DISPLAY "OLD RUN CONTROL FILE IS EMPTY."
010700             CLOSE OLD-RUN-CONTROL-FILE
010800             MOVE 8 TO RETURN-CODE
010900             GO TO 1000-CONVERT-RUN-CONTROL-EXIT
011000     END-READ
011100     OPEN OUTPUT RUN-CONTROL-FILE
011200     IF NOT RUNCTL-FILE-OK
011300         DISPLAY "UNABLE TO OPEN NEW RUN CONTROL, STATUS="
011400             RUNCTL-FILE-STATUS
011500         CLOSE OLD-RUN-CONTROL-FILE
011600         MOVE 8 TO RETURN-CODE
011700         GO TO 1000-CONVERT-RUN-CONTROL-EXIT
011800     END-IF
011900     MOVE SPACES TO RUN-CONTROL-RECORD
012000     MOVE OLD-RUNCTL-BUSINESS-DATE TO RUNCTL-BUSINESS-DATE
012100     PERFORM 1100-OPEN-ONE-ENTRY
012200         THRU 1100-OPEN-ONE-ENTRY-EXIT
012300         VARYING WS-STEP-SUB FROM 1 BY 1
012400         UNTIL WS-STEP-SUB > 40
012500     PERFORM 1200-COPY-ONE-STEP
012600         THRU 1200-COPY-ONE-STEP-EXIT
012700         VARYING WS-STEP-SUB FROM 1 BY 1
012800         UNTIL WS-STEP-SUB > 16
012900     MOVE 17 TO WS-NEXT-FREE-SUB
013000     MOVE "LOANSERV" TO WS-NEW-STEP-NAME
013100     PERFORM 1300-ADD-ONE-STEP THRU 1300-ADD-ONE-STEP-EXIT
013200     MOVE "LATEEDIT" TO WS-NEW-STEP-NAME
013300     PERFORM 1300-ADD-ONE-STEP THRU 1300-ADD-ONE-STEP-EXIT
013400     MOVE "LATEPOST" TO WS-NEW-STEP-NAME
013500     PERFORM 1300-ADD-ONE-STEP THRU 1300-ADD-ONE-STEP-EXIT
013505     MOVE "AMLMON" TO WS-NEW-STEP-NAME
013510     PERFORM 1300-ADD-ONE-STEP THRU 1300-ADD-ONE-STEP-EXIT
013515     MOVE "ACHCONV" TO WS-NEW-STEP-NAME
013520     PERFORM 1300-ADD-ONE-STEP THRU 1300-ADD-ONE-STEP-EXIT
013525     MOVE "ACHRETN" TO WS-NEW-STEP-NAME
013530     PERFORM 1300-ADD-ONE-STEP THRU 1300-ADD-ONE-STEP-EXIT
013535     MOVE "NSFGEN" TO WS-NEW-STEP-NAME
013540     PERFORM 1300-ADD-ONE-STEP THRU 1300-ADD-ONE-STEP-EXIT
013545     MOVE "NSFEDIT" TO WS-NEW-STEP-NAME
013550     PERFORM 1300-ADD-ONE-STEP THRU 1300-ADD-ONE-STEP-EXIT
013555     MOVE "NSFPOST" TO WS-NEW-STEP-NAME
013560     PERFORM 1300-ADD-ONE-STEP THRU 1300-ADD-ONE-STEP-EXIT
013565     MOVE "SAFGEN" TO WS-NEW-STEP-NAME
013570     PERFORM 1300-ADD-ONE-STEP THRU 1300-ADD-ONE-STEP-EXIT
013575     MOVE "SAFEDIT" TO WS-NEW-STEP-NAME
013580     PERFORM 1300-ADD-ONE-STEP THRU 1300-ADD-ONE-STEP-EXIT
013585     MOVE "SAFPOST" TO WS-NEW-STEP-NAME
013590     PERFORM 1300-ADD-ONE-STEP THRU 1300-ADD-ONE-STEP-EXIT
013600     WRITE RUN-CONTROL-RECORD
013700     IF NOT RUNCTL-FILE-OK
013800         DISPLAY "NEW RUN CONTROL RECORD NOT WRITTEN, STATUS="
013900             RUNCTL-FILE-STATUS
014000         MOVE 8 TO RETURN-CODE
014100     END-IF
014200     CLOSE OLD-RUN-CONTROL-FILE
014300     CLOSE RUN-CONTROL-FILE.
014400 1000-CONVERT-RUN-CONTROL-EXIT.
014500     EXIT.
014600
014700 1100-OPEN-ONE-ENTRY.
014800     MOVE "N" TO RUNCTL-STEP-DONE-SW (WS-STEP-SUB).
014900 1100-OPEN-ONE-ENTRY-EXIT.
015000     EXIT.
015100
015200 1200-COPY-ONE-STEP.
015300     MOVE OLD-RUNCTL-STEP-NAME (WS-STEP-SUB)
015400         TO RUNCTL-STEP-NAME (WS-STEP-SUB)
015500     MOVE OLD-RUNCTL-STEP-DONE-SW (WS-STEP-SUB)
015600         TO RUNCTL-STEP-DONE-SW (WS-STEP-SUB)
015700     IF OLD-RUNCTL-STEP-NAME (WS-STEP-SUB) NOT = SPACES
015800         ADD 1 TO WS-STEPS-COPIED
015900     END-IF.
016000 1200-COPY-ONE-STEP-EXIT.
016100     EXIT.
016200
016300******************************************************************
016400*    1300-ADD-ONE-STEP - ADD WS-NEW-STEP-NAME, OPEN, UNLESS IT   *
016500*    IS ALREADY ON THE FILE.                                     *
016600******************************************************************
016700 1300-ADD-ONE-STEP.
016800     SET WS-STEP-NOT-FOUND TO TRUE
016900     PERFORM 1310-TEST-ONE-STEP
017000         THRU 1310-TEST-ONE-STEP-EXIT
017100         VARYING WS-STEP-SUB FROM 1 BY 1
017200         UNTIL WS-STEP-FOUND
017300            OR WS-STEP-SUB > 16
017400     IF WS-STEP-FOUND
017500         GO TO 1300-ADD-ONE-STEP-EXIT
017600     END-IF
017700     MOVE WS-NEW-STEP-NAME TO RUNCTL-STEP-NAME (WS-NEXT-FREE-SUB)
017800     MOVE "N" TO RUNCTL-STEP-DONE-SW (WS-NEXT-FREE-SUB)
017900     ADD 1 TO WS-NEXT-FREE-SUB
018000     ADD 1 TO WS-STEPS-ADDED.
018100 1300-ADD-ONE-STEP-EXIT.
018200     EXIT.
018300
018400 1310-TEST-ONE-STEP.
018500     IF OLD-RUNCTL-STEP-NAME (WS-STEP-SUB) = WS-NEW-STEP-NAME
018600         SET WS-STEP-FOUND TO TRUE
018700     END-IF.
018800 1310-TEST-ONE-STEP-EXIT.
018900     EXIT.
019000
019100******************************************************************
019200*    8000-PRINT-SUMMARY - CONVERSION CONTROL TOTALS.  THE NEW    *
019300*    FILE MUST BE WRITTEN CLEAN BEFORE THE SWAP.                 *
019400******************************************************************
019500 8000-PRINT-SUMMARY.
019600     DISPLAY " "
019700     DISPLAY "------ CONVERSION CONTROL TOTALS ------"
019800     DISPLAY "BUSINESS DATE .........: " RUNCTL-BUSINESS-DATE
019900     DISPLAY "STEPS COPIED ..........: " WS-STEPS-COPIED
020000     DISPLAY "STEPS ADDED ...........: " WS-STEPS-ADDED
020100     IF RETURN-CODE NOT = 0
020200         DISPLAY "** CONVERSION FAILED - DO NOT SWAP THE "
020300             "DATASETS - INVESTIGATE FIRST **"
020400     END-IF.
020500 8000-PRINT-SUMMARY-EXIT.
020600     EXIT.
