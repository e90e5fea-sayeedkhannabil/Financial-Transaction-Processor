000100******************************************************************
000200*    STOREFORWARDRECORD - ONLINE STORE-AND-FORWARD RECORD LAYOUT *
000300*    ONCE ANY STEP OF THE END-OF-DAY SEQUENCE IS COMPLETE FOR    *
000400*    THE BUSINESS DATE ON THE RUN CONTROL FILE, THE ONLINE       *
000500*    SYSTEM NO LONGER POSTS TELLER MONETARY WORK AGAINST THE     *
000600*    ACCOUNT MASTER.  EACH POSTING IS VALIDATED AS USUAL AND     *
000700*    APPENDED HERE INSTEAD (A TRANSFER AS TWO ADJACENT RECORDS,  *
000800*    DEBIT LEG FIRST), CARRYING THE 58-BYTE TRANSACTION IMAGE    *
000900*    DATED FOR THE NEXT BUSINESS DAY.  THE FIRST STEP OF THE     *
001000*    NEXT NIGHT'S SEQUENCE (SAFGEN) RELEASES EVERY ITEM DUE ON   *
001100*    OR BEFORE ITS BUSINESS DATE AS A TRANSACTION FEED AND       *
001200*    CARRIES ANY LATER ITEM FORWARD.  THE RECORD IS THE LENGTH   *
001300*    OF AN ACCOUNT-RECORD SO THE AUDIT TRAIL CAN HOLD IT AS AN   *
001400*    IMAGE (SEE AUDITRECORD).                                    *
001500******************************************************************
001600 01  STORE-FORWARD-RECORD.
001700     05  SAF-TRAN-IMAGE              PIC X(58).
001800     05  SAF-POST-DATE               PIC 9(08).
001900     05  SAF-KEYED-DATE              PIC 9(08).
002000     05  SAF-KEYED-TIME              PIC 9(08).
002100     05  SAF-OPERATOR-ID             PIC X(08).
002200     05  SAF-SUPERVISOR-ID           PIC X(08).
002300     05  FILLER                      PIC X(13).
