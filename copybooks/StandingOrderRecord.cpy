000800*    PRE-POSTING EDIT FEED AND ROLLS SO-NEXT-DUE-DATE FORWARD    *
000900*    BY SO-FREQUENCY.  AN ORDER PAST SO-EXPIRY-DATE (ZERO = NO   *
001000*    EXPIRY) IS MARKED EXPIRED AND GENERATES NOTHING FURTHER.    *
001010*    SO-NEXT-DUE-DATE IS THE SCHEDULE AND IS NEVER MOVED OFF ITS *
001020*    CYCLE.  A DUE DATE THAT FALLS ON A WEEKEND OR BANK HOLIDAY  *
001030*    IS PAID ON THE NEXT BUSINESS DAY, OR ON THE PREVIOUS ONE    *
001040*    WHEN SO-ROLL-RULE IS "B" (SPACES, AS ON ORDERS SET UP       *
001050*    BEFORE THE RULE EXISTED, MEANS FORWARD).                    *
001100******************************************************************
001200 01  STANDING-ORDER-RECORD.
001300     05  SO-ID                       PIC X(10).
002600         88  SO-IS-ACTIVE            VALUE "ACTIVE".
002700         88  SO-IS-EXPIRED           VALUE "EXPIRED".
002800         88  SO-IS-CANCELLED         VALUE "CANCELLED".
002900     05  SO-ROLL-RULE                PIC X(01).
003000         88  SO-ROLLS-FORWARD        VALUE "F" " ".
003100         88  SO-ROLLS-BACK           VALUE "B".
003200     05  FILLER                      PIC X(09).
