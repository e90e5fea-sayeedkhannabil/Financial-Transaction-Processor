000100******************************************************************
000200*    BUSINESSDAYFIELDS - WORKING-STORAGE FOR THE SHARED          *
000300*    BUSINESS-DAY LOGIC IN BUSINESSDAYLOGIC.  COPY THIS BLOCK    *
000400*    INTO WORKING-STORAGE IN ANY PROGRAM THAT ALSO COPIES        *
000500*    BUSINESSDAYLOGIC INTO ITS PROCEDURE DIVISION.  THE ACTIVE   *
000600*    HOLIDAYS ON THE HOLIDAY CALENDAR ARE LOADED ONCE INTO THE   *
000700*    IN-CORE TABLE; BD-DATE, BD-END-DATE AND BD-DAY-COUNT CARRY  *
000800*    THE CALLER'S DATES AND COUNTS IN AND OUT.                   *
000900******************************************************************
001000 01  BD-HOLIDAY-TABLE-AREA.
001100     05  BD-HOLIDAY-COUNT            PIC 9(04) COMP VALUE 0.
001200     05  BD-MAX-HOLIDAYS             PIC 9(04) COMP VALUE 500.
001300     05  BD-HOLIDAY-DATE             PIC 9(08)
001400                                     OCCURS 500 TIMES.
001500
001600 01  BD-WORK-FIELDS.
001700     05  BD-DATE                     PIC 9(08) VALUE 0.
001800     05  BD-DATE-PARTS REDEFINES BD-DATE.
001900         10  BD-YYYY                 PIC 9(04).
002000         10  BD-MM                   PIC 9(02).
002100         10  BD-DD                   PIC 9(02).
002200     05  BD-END-DATE                 PIC 9(08) VALUE 0.
002300     05  BD-DAY-COUNT                PIC 9(05) COMP VALUE 0.
002400*    ISO DAY OF THE WEEK - 1 = MONDAY THROUGH 7 = SUNDAY.
002500     05  BD-DAY-OF-WEEK              PIC 9(01) VALUE 0.
002600         88  BD-IS-WEEKEND           VALUE 6 7.
002700     05  BD-ROLL-SWITCH              PIC X(01) VALUE "F".
002800         88  BD-ROLL-FORWARD         VALUE "F".
002900         88  BD-ROLL-BACK            VALUE "B".
003000     05  BD-DAY-SWITCH               PIC X(01) VALUE "Y".
003100         88  BD-IS-BUSINESS-DAY      VALUE "Y".
003200         88  BD-NOT-BUSINESS-DAY     VALUE "N".
003300     05  BD-HOLIDAY-SWITCH           PIC X(01) VALUE "N".
003400         88  BD-IS-HOLIDAY           VALUE "Y".
003500         88  BD-IS-NOT-HOLIDAY       VALUE "N".
003600     05  BD-EOF-SWITCH               PIC X(01) VALUE "N".
003700         88  BD-END-OF-HOLIDAY-FILE  VALUE "Y".
003800         88  BD-NOT-END-OF-HOLIDAYS  VALUE "N".
003900     05  BD-LOAD-SWITCH              PIC X(01) VALUE "N".
004000         88  BD-CALENDAR-LOADED      VALUE "Y".
004100         88  BD-CALENDAR-NOT-LOADED  VALUE "N".
004200     05  BD-SUB                      PIC 9(04) COMP VALUE 0.
004300*    EVERY DAY-BY-DAY LOOP STOPS AFTER BD-MAX-STEPS DAYS, SO A
004400*    BAD DATE OR A RUNAWAY CALENDAR CAN NEVER LOOP FOREVER.
004500     05  BD-STEPS                    PIC 9(05) COMP VALUE 0.
004600     05  BD-MAX-STEPS                PIC 9(05) COMP VALUE 3660.
004700*    DAY-OF-WEEK ARITHMETIC (ZELLER'S CONGRUENCE).
004800     05  BD-Z-YEAR                   PIC 9(04) COMP VALUE 0.
004900     05  BD-Z-MONTH                  PIC 9(02) COMP VALUE 0.
005000     05  BD-Z-CENTURY                PIC 9(02) COMP VALUE 0.
005100     05  BD-Z-YEAR-OF-CENTURY        PIC 9(02) COMP VALUE 0.
005200     05  BD-Z-TERM                   PIC 9(04) COMP VALUE 0.
005300     05  BD-Z-QUOTIENT               PIC 9(04) COMP VALUE 0.
005400     05  BD-Z-SUM                    PIC 9(06) COMP VALUE 0.
005500     05  BD-Z-REMAINDER              PIC 9(02) COMP VALUE 0.
