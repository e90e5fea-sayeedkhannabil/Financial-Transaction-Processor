000100******************************************************************
000200*    TRANCODEFIELDS - WORKING-STORAGE FOR THE SHARED TRANSACTION *
000300*    CODE LOGIC IN TRANCODELOGIC.  COPY THIS BLOCK INTO          *
000400*    WORKING-STORAGE IN ANY PROGRAM THAT ALSO COPIES             *
000500*    TRANCODELOGIC INTO ITS PROCEDURE DIVISION.  THE CODE        *
000600*    MASTER IS LOADED ONCE INTO THE IN-CORE TABLE; EACH ENTRY    *
000700*    ALSO CARRIES A COUNT AND AMOUNT FOR PROGRAMS THAT TOTAL     *
000800*    ACTIVITY BY TRANSACTION CODE.                               *
000900******************************************************************
001000 01  TC-CODE-TABLE-AREA.
001100     05  TC-ENTRY-COUNT              PIC 9(03) COMP VALUE 0.
001200     05  TC-MAX-ENTRIES              PIC 9(03) COMP VALUE 100.
001300     05  TC-ENTRY OCCURS 100 TIMES.
001400         10  TC-CODE                 PIC X(04).
001500         10  TC-DESCRIPTION          PIC X(30).
001600         10  TC-DIRECTION            PIC X(06).
001700         10  TC-GL-CATEGORY          PIC X(10).
001750         10  TC-CASH-FLAG            PIC X(01).
001760             88  TC-IS-CASH          VALUE "Y".
001800         10  TC-TALLY-COUNT          PIC 9(08).
001900         10  TC-TALLY-AMOUNT         PIC S9(13)V99.
002000
002100 01  TC-LOOKUP-FIELDS.
002200     05  TC-SUB                      PIC 9(03) COMP VALUE 0.
002300     05  TC-FOUND-SUB                PIC 9(03) COMP VALUE 0.
002400     05  TC-SEARCH-CODE              PIC X(04) VALUE SPACES.
002500     05  TC-FOUND-SWITCH             PIC X(01) VALUE "N".
002600         88  TC-CODE-FOUND           VALUE "Y".
002700         88  TC-CODE-NOT-FOUND       VALUE "N".
002800     05  TC-EOF-SWITCH               PIC X(01) VALUE "N".
002900         88  TC-END-OF-CODE-FILE     VALUE "Y".
003000         88  TC-NOT-END-OF-CODE-FILE VALUE "N".
003100     05  TC-LOAD-SWITCH              PIC X(01) VALUE "N".
003200         88  TC-TABLE-LOADED         VALUE "Y".
003300         88  TC-TABLE-NOT-LOADED     VALUE "N".
003400*    9730-TALLY-TRAN-CODE ADDS TC-TALLY-INPUT-AMOUNT TO THE
003500*    ENTRY FOR TC-SEARCH-CODE, OR TO THE UNCODED BUCKET WHEN
003600*    THE CODE IS BLANK OR NOT ON THE TABLE.
003700     05  TC-TALLY-INPUT-AMOUNT       PIC S9(09)V99 VALUE 0.
003800     05  TC-UNCODED-COUNT            PIC 9(08) VALUE 0.
003900     05  TC-UNCODED-AMOUNT           PIC S9(13)V99 VALUE 0.
