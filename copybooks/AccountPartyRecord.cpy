000100******************************************************************
000200*    ACCOUNTPARTYRECORD - ACCOUNT-PARTY RELATIONSHIP LAYOUT      *
000300*    USED AS THE FD RECORD FOR THE ACCOUNT-PARTY FILE (INDEXED,  *
000400*    KEYED ON ACCOUNT / CUSTOMER / ROLE).  ONE RECORD FOR EACH   *
000500*    ROLE A CUSTOMER-MASTER RECORD HOLDS ON AN ACCOUNT, SO AN    *
000600*    ACCOUNT MAY CARRY ANY NUMBER OF CUSTOMERS: ONE PRIMARY      *
000700*    OWNER, JOINT OWNERS, BENEFICIARIES, HOLDERS OF A POWER OF   *
000800*    ATTORNEY AND AUTHORISED SIGNERS.  A ROLE IS IN FORCE FROM   *
000900*    ITS EFFECTIVE DATE UP TO, BUT NOT INCLUDING, ITS END DATE   *
001000*    (THE FIRST DAY IT NO LONGER HOLDS); AN END DATE OF ZERO     *
001100*    MEANS OPEN-ENDED, SO A ROLE ENDED AS OF TODAY AND ITS       *
001200*    REPLACEMENT EFFECTIVE TODAY DO NOT OVERLAP.  ENDED ROLES    *
001300*    STAY ON FILE - NOTHING DELETES RECORDS.                     *
001400*                                                                *
001500*    ACCOUNT-CUSTOMER-ID ON ACCOUNT-MASTER STAYS THE PRIMARY     *
001600*    OWNER: PARTY MAINTENANCE KEEPS IT IN STEP WITH THE PRIMARY  *
001700*    ROLE IN FORCE, AND AN ACCOUNT HAS AT MOST ONE.  A CUSTOMER  *
001800*    HOLDS AT MOST ONE ROLE IN FORCE ON ANY ONE ACCOUNT.  THE    *
001900*    FILE IS KEYED ON THE ACCOUNT, SO THE PROGRAMS THAT WORK     *
002000*    FROM THE CUSTOMER SIDE READ IT THROUGH SEQUENTIALLY.        *
002100*    ROLES ARE MAINTAINED ONLINE AND AUDITED WITH THIS RECORD    *
002200*    AS THE IMAGE, SO IT IS KEPT TO THE 111-BYTE AUDIT IMAGE.    *
002300******************************************************************
002400 01  ACCOUNT-PARTY-RECORD.
002500     05  PARTY-KEY.
002600         10  PARTY-ACCOUNT-ID        PIC X(10).
002700         10  PARTY-CUSTOMER-ID       PIC X(10).
002800         10  PARTY-ROLE              PIC X(03).
002900             88  PARTY-IS-PRIMARY    VALUE "PRI".
003000             88  PARTY-IS-JOINT      VALUE "JNT".
003100             88  PARTY-IS-BENEFICIARY VALUE "BEN".
003200             88  PARTY-IS-POA        VALUE "POA".
003300             88  PARTY-IS-SIGNER     VALUE "SGN".
003400             88  PARTY-IS-OWNER      VALUE "PRI" "JNT".
003500             88  PARTY-ROLE-VALID    VALUE "PRI" "JNT" "BEN"
003600                                           "POA" "SGN".
003700     05  PARTY-EFFECTIVE-DATE        PIC 9(08).
003800     05  PARTY-END-DATE              PIC 9(08).
003900     05  PARTY-ADDED-DATE            PIC 9(08).
004000     05  FILLER                      PIC X(10).
