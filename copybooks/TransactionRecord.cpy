000300*    USED AS THE FD RECORD FOR THE BATCH TRANSACTION INPUT FILE  *
000400*    AND AS THE WORKING-STORAGE TRANSACTION BUFFER PASSED TO     *
000500*    THE SHARED POSTING LOGIC (SEE POSTLOGIC COPYBOOK).          *
000510*    TRANSACTION-CODE NAMES THE KIND OF POSTING AND MUST BE ON   *
000520*    THE TRANSACTION CODE MASTER (SEE TRANCODERECORD); THE       *
000530*    PRE-POSTING EDIT REJECTS AN UNKNOWN CODE OR ONE WHOSE       *
000540*    DIRECTION DISAGREES WITH TRANSACTION-TYPE.                  *
000550*    TRANSACTION-REFERENCE CARRIES THE CHEQUE SERIAL OR THE      *
000560*    ORIGINATOR'S REFERENCE OF A PRESENTED DEBIT (BLANK WHEN     *
000570*    THERE IS NONE); THE POSTING LOGIC MATCHES IT AGAINST THE    *
000580*    ACCOUNT'S STOP-PAYMENT ORDERS (SEE STOPPAYMENTRECORD).      *
000600******************************************************************
000700 01  TRANSACTION-RECORD.
000800     05  TRANSACTION-ID              PIC X(10).
001570         88  TRANSACTION-IS-XFER-FROM    VALUE "F".
001580         88  TRANSACTION-IS-XFER-TO      VALUE "T".
001590         88  TRANSACTION-NOT-XFER        VALUE " ".
001600     05  TRANSACTION-CODE            PIC X(04).
001700*        THE BANK'S OWN CHARGES ARE NEVER PRESENTED ITEMS.
001800         88  TRANSACTION-IS-BANK-CHARGE
001900                 VALUE "SVCF" "INTD" "LATE" "NSFC" "ESCD".
002000     05  TRANSACTION-REFERENCE       PIC X(05).
002100     05  TRANSACTION-REFERENCE-NUM REDEFINES
002200         TRANSACTION-REFERENCE       PIC 9(05).
