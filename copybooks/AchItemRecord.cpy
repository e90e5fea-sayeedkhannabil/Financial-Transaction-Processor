000100******************************************************************
000200*    ACHITEMRECORD - ACH ITEM REGISTER RECORD LAYOUT             *
000300*    ONE RECORD PER ENTRY TAKEN IN FROM THE CLEARING-HOUSE FILE  *
000400*    BY THE INBOUND CONVERSION (ACHCONV), KEYED ON THE           *
000500*    TRANSACTION-ID THE CONVERSION GAVE IT ("A", THE RUN DATE'S  *
000600*    MMDD AND A FIVE-DIGIT ENTRY NUMBER).  IT KEEPS THE ORIGINAL *
000700*    BATCH HEADER AND ENTRY SO THE RETURNS RUN (ACHRETN) CAN     *
000800*    SEND AN ITEM BACK TO ITS ORIGINATOR FROM NOTHING MORE THAN  *
000900*    THE TRANSACTION-ID ON A REJECT OR SUSPENSE RECORD.          *
001000*    ACHX-STATUS: C = CONVERTED TO THE DAILY FEED FOR POSTING;   *
001100*    P = RETURN PENDING (THE CONVERSION COULD NOT PLACE IT - THE *
001200*    ACCOUNT IS CLOSED OR UNKNOWN - AND SET THE REASON); R =     *
001300*    RETURNED ON ACHX-RETURN-DATE.  AN ITEM IS RETURNED ONCE     *
001400*    ONLY.  THE RETURNS RUN PURGES RECORDS PAST ITS KEEP DAYS.   *
001500******************************************************************
001600 01  ACH-ITEM-RECORD.
001700     05  ACHX-TRANSACTION-ID         PIC X(10).
001800     05  ACHX-ACCOUNT-ID             PIC X(10).
001900     05  ACHX-RECEIVED-DATE          PIC 9(08).
002000     05  ACHX-STATUS                 PIC X(01).
002100         88  ACHX-CONVERTED          VALUE "C".
002200         88  ACHX-RETURN-PENDING     VALUE "P".
002300         88  ACHX-RETURNED           VALUE "R".
002400     05  ACHX-RETURN-REASON          PIC X(03).
002500     05  ACHX-RETURN-DATE            PIC 9(08).
002600     05  ACHX-BATCH-HEADER-IMAGE     PIC X(94).
002700     05  ACHX-ENTRY-IMAGE            PIC X(94).
002800     05  FILLER                      PIC X(12).
