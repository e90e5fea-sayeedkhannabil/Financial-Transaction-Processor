000100******************************************************************
000200*    TRANCODELOGIC - SHARED TRANSACTION CODE MASTER PARAGRAPHS   *
000300*    COPY THIS BLOCK INTO THE PROCEDURE DIVISION OF ANY PROGRAM  *
000400*    THAT EDITS, DESCRIBES OR TOTALS POSTINGS BY TRANSACTION     *
000500*    CODE, SO EVERY PROGRAM JUDGES AND NAMES A CODE THE SAME     *
000600*    WAY.                                                        *
000700*                                                                *
000800*    CALLING PROGRAM MUST PROVIDE, BEFORE 9700 IS PERFORMED:     *
000900*      - TRAN-CODE-FILE, SELECT ... ASSIGN TO "TRANCODE",        *
001000*        ORGANIZATION SEQUENTIAL, FILE STATUS TRAN-CODE-STATUS   *
001100*        WITH 88 TRAN-CODE-OK ("00"); FD COPY TranCodeRecord     *
001200*      - TC-CODE-TABLE-AREA AND TC-LOOKUP-FIELDS (COPY           *
001300*        TranCodeFields)                                         *
001400*                                                                *
001500*    9700 OPENS, LOADS AND CLOSES THE CODE MASTER AND LEAVES     *
001600*    TC-TABLE-LOADED OR TC-TABLE-NOT-LOADED (FILE MISSING OR     *
001700*    EMPTY) - THE CALLER DECIDES WHETHER IT CAN RUN WITHOUT.     *
001800*    9720 LOOKS UP TC-SEARCH-CODE AND LEAVES TC-CODE-FOUND WITH  *
001900*    TC-FOUND-SUB POINTING AT THE ENTRY, OR TC-CODE-NOT-FOUND.   *
002000*    9730 ADDS ONE ITEM OF TC-TALLY-INPUT-AMOUNT TO THE TOTALS   *
002100*    FOR TC-SEARCH-CODE.                                         *
002200******************************************************************
002300 9700-LOAD-TRAN-CODES.
002400     SET TC-TABLE-NOT-LOADED TO TRUE
002500     MOVE 0 TO TC-ENTRY-COUNT
002600     OPEN INPUT TRAN-CODE-FILE
002700     IF NOT TRAN-CODE-OK
002800         DISPLAY "** UNABLE TO OPEN TRANSACTION CODE MASTER, "
002900             "STATUS=" TRAN-CODE-STATUS " **"
003000         GO TO 9700-LOAD-TRAN-CODES-EXIT
003100     END-IF
003200     SET TC-NOT-END-OF-CODE-FILE TO TRUE
003300     PERFORM 9710-READ-TRAN-CODE
003400         THRU 9710-READ-TRAN-CODE-EXIT
003500         UNTIL TC-END-OF-CODE-FILE
003600     CLOSE TRAN-CODE-FILE
003700     IF TC-ENTRY-COUNT = 0
003800         DISPLAY "** TRANSACTION CODE MASTER IS EMPTY **"
003900         GO TO 9700-LOAD-TRAN-CODES-EXIT
004000     END-IF
004100     SET TC-TABLE-LOADED TO TRUE
004200     DISPLAY "TRANSACTION CODES LOADED: " TC-ENTRY-COUNT.
004300 9700-LOAD-TRAN-CODES-EXIT.
004400     EXIT.
004500
004600 9710-READ-TRAN-CODE.
004700     READ TRAN-CODE-FILE
004800         AT END
004900             SET TC-END-OF-CODE-FILE TO TRUE
005000         NOT AT END
005100             IF TC-ENTRY-COUNT < TC-MAX-ENTRIES
005200                 ADD 1 TO TC-ENTRY-COUNT
005300                 MOVE TCM-CODE
005400                     TO TC-CODE (TC-ENTRY-COUNT)
005500                 MOVE TCM-DESCRIPTION
005600                     TO TC-DESCRIPTION (TC-ENTRY-COUNT)
005700                 MOVE TCM-DIRECTION
005800                     TO TC-DIRECTION (TC-ENTRY-COUNT)
005900                 MOVE TCM-GL-CATEGORY
006000                     TO TC-GL-CATEGORY (TC-ENTRY-COUNT)
006050                 MOVE TCM-CASH-FLAG
006060                     TO TC-CASH-FLAG (TC-ENTRY-COUNT)
006100                 MOVE 0 TO TC-TALLY-COUNT (TC-ENTRY-COUNT)
006200                 MOVE 0 TO TC-TALLY-AMOUNT (TC-ENTRY-COUNT)
006300             ELSE
006400                 DISPLAY "WARNING - TRANSACTION CODE " TCM-CODE
006500                     " IGNORED, IN-CORE TABLE IS FULL."
006600             END-IF
006700     END-READ.
006800 9710-READ-TRAN-CODE-EXIT.
006900     EXIT.
007000
007100******************************************************************
007200*    9720-FIND-TRAN-CODE - SCAN THE IN-CORE TABLE FOR            *
007300*    TC-SEARCH-CODE.  A BLANK CODE IS NEVER FOUND.               *
007400******************************************************************
007500 9720-FIND-TRAN-CODE.
007600     SET TC-CODE-NOT-FOUND TO TRUE
007700     MOVE 0 TO TC-FOUND-SUB
007800     IF TC-SEARCH-CODE = SPACES
007900         GO TO 9720-FIND-TRAN-CODE-EXIT
008000     END-IF
008100     PERFORM 9725-TEST-ONE-CODE
008200         THRU 9725-TEST-ONE-CODE-EXIT
008300         VARYING TC-SUB FROM 1 BY 1
008400         UNTIL TC-CODE-FOUND
008500            OR TC-SUB > TC-ENTRY-COUNT.
008600 9720-FIND-TRAN-CODE-EXIT.
008700     EXIT.
008800
008900 9725-TEST-ONE-CODE.
009000     IF TC-CODE (TC-SUB) = TC-SEARCH-CODE
009100         SET TC-CODE-FOUND TO TRUE
009200         MOVE TC-SUB TO TC-FOUND-SUB
009300     END-IF.
009400 9725-TEST-ONE-CODE-EXIT.
009500     EXIT.
009600
009700******************************************************************
009800*    9730-TALLY-TRAN-CODE - COUNT ONE ITEM OF                    *
009900*    TC-TALLY-INPUT-AMOUNT AGAINST TC-SEARCH-CODE.  A BLANK OR   *
010000*    UNKNOWN CODE (AN ITEM KEYED BEFORE CODES WERE CARRIED)      *
010100*    FALLS INTO THE UNCODED BUCKET SO THE TOTALS STILL FOOT.     *
010200******************************************************************
010300 9730-TALLY-TRAN-CODE.
010400     PERFORM 9720-FIND-TRAN-CODE
010500         THRU 9720-FIND-TRAN-CODE-EXIT
010600     IF TC-CODE-FOUND
010700         ADD 1 TO TC-TALLY-COUNT (TC-FOUND-SUB)
010800         ADD TC-TALLY-INPUT-AMOUNT
010900             TO TC-TALLY-AMOUNT (TC-FOUND-SUB)
011000     ELSE
011100         ADD 1 TO TC-UNCODED-COUNT
011200         ADD TC-TALLY-INPUT-AMOUNT TO TC-UNCODED-AMOUNT
011300     END-IF.
011400 9730-TALLY-TRAN-CODE-EXIT.
011500     EXIT.
