000100******************************************************************
000200*    STOPPAYMENTRECORD - STOP-PAYMENT ORDER RECORD LAYOUT        *
000300*    USED AS THE FD RECORD FOR THE STOP-PAYMENT FILE (INDEXED,   *
000400*    KEYED ON ACCOUNT / STOP NUMBER).  ONE RECORD PER STOP A     *
000500*    CUSTOMER ASKS FOR ON ONE CHEQUE, A RUN OF CHEQUES, OR A     *
000600*    DEBIT OF A GIVEN SIZE.  A SERIAL STOP (TYPE S) CATCHES ANY  *
000700*    DEBIT WHOSE CHEQUE/REFERENCE NUMBER FALLS IN THE SERIAL     *
000800*    RANGE; AN AMOUNT STOP (TYPE A) CATCHES ANY DEBIT WHOSE      *
000900*    AMOUNT FALLS IN THE AMOUNT RANGE AND, WHEN STOP-REFERENCE   *
001000*    IS NOT BLANK, WHOSE REFERENCE IS THE SAME.  STOP-PAYEE IS   *
001100*    THE CUSTOMER'S DESCRIPTION OF THE ITEM, FOR THE TELLER.     *
001200*    THE SHARED POSTING LOGIC REJECTS A MATCHING DEBIT WHILE     *
001300*    THE STOP IS ACTIVE AND NOT PAST ITS EXPIRY DATE.  STOPS     *
001400*    ARE PLACED AND LIFTED ONLINE AND AUDITED WITH THIS RECORD   *
001500*    AS THE IMAGE, SO IT IS KEPT TO THE 111-BYTE AUDIT IMAGE.    *
001600*    LIFTED STOPS STAY ON FILE - NOTHING DELETES RECORDS.        *
001700******************************************************************
001800 01  STOP-PAYMENT-RECORD.
001900     05  STOP-KEY.
002000         10  STOP-ACCOUNT-ID         PIC X(10).
002100         10  STOP-ID                 PIC 9(08).
002200     05  STOP-TYPE                   PIC X(01).
002300         88  STOP-BY-SERIAL          VALUE "S".
002400         88  STOP-BY-AMOUNT          VALUE "A".
002500     05  STOP-SERIAL-LOW             PIC 9(05).
002600     05  STOP-SERIAL-HIGH            PIC 9(05).
002700     05  STOP-AMOUNT-LOW             PIC S9(9)V99 COMP-3.
002800     05  STOP-AMOUNT-HIGH            PIC S9(9)V99 COMP-3.
002900     05  STOP-REFERENCE              PIC X(05).
003000     05  STOP-PAYEE                  PIC X(30).
003100     05  STOP-PLACED-DATE            PIC 9(08).
003200     05  STOP-EXPIRY-DATE            PIC 9(08).
003300     05  STOP-STATUS                 PIC X(06).
003400         88  STOP-IS-ACTIVE          VALUE "ACTIVE".
003500         88  STOP-IS-LIFTED          VALUE "LIFTED".
003600     05  STOP-LIFTED-DATE            PIC 9(08).
003700     05  FILLER                      PIC X(05).
