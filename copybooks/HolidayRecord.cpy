000100******************************************************************
000200*    HOLIDAYRECORD - BANK HOLIDAY CALENDAR RECORD LAYOUT         *
000300*    USED AS THE FD RECORD FOR THE HOLIDAY FILE (INDEXED, KEYED  *
000400*    ON THE HOLIDAY DATE).  ONE RECORD PER BANK HOLIDAY - A DAY  *
000500*    THE BANK IS CLOSED THAT IS NOT A SATURDAY OR SUNDAY.        *
000600*    WEEKENDS ARE NEVER CARRIED ON THE FILE; THE SHARED          *
000700*    BUSINESS-DAY LOGIC (BUSINESSDAYLOGIC) TREATS THEM AS NON-   *
000800*    BUSINESS DAYS ON ITS OWN.  HOLIDAYS ARE ADDED AND REMOVED   *
000900*    ONLINE UNDER ADMINISTRATOR AUTHORITY.  A REMOVED HOLIDAY    *
001000*    STAYS ON FILE WITH STATUS "R" - NOTHING IN THE SYSTEM       *
001100*    DELETES RECORDS - AND HOL-MAINT-BY / HOL-MAINT-DATE SHOW    *
001200*    WHO LAST CHANGED THE ENTRY AND WHEN.                        *
001300******************************************************************
001400 01  HOLIDAY-RECORD.
001500     05  HOL-DATE                    PIC 9(08).
001600     05  HOL-NAME                    PIC X(30).
001700     05  HOL-STATUS                  PIC X(01).
001800         88  HOL-IS-ACTIVE           VALUE "A".
001900         88  HOL-IS-REMOVED          VALUE "R".
002000     05  HOL-MAINT-BY                PIC X(08).
002100     05  HOL-MAINT-DATE              PIC 9(08).
002200     05  FILLER                      PIC X(09).
