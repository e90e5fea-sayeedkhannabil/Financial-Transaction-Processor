000100******************************************************************
000150*    PENDINGCHANGERECORD - MAINTENANCE CHANGE AWAITING APPROVAL  *
000200*    USED AS THE FD RECORD FOR THE PENDING-CHANGE FILE (INDEXED, *
000250*    KEYED ON THE DATE AND TIME THE CHANGE WAS KEYED).  ACCOUNT, *
000300*    CUSTOMER, OPERATOR AND ACCOUNT PARTY MAINTENANCE DO NOT     *
000350*    TOUCH THE MASTER: EACH CHANGE IS WRITTEN HERE BY ITS MAKER  *
000400*    WITH THE RECORD AS IT STOOD (BEFORE IMAGE) AND AS KEYED     *
000450*    (AFTER IMAGE), AND REACHES ACCOUNT-MASTER, CUSTOMER-MASTER, *
000500*    OPERFILE OR THE ACCOUNT-PARTY FILE ONLY WHEN A DIFFERENT    *
000550*    OPERATOR OF SUPERVISOR LEVEL APPROVES IT.  ONE CHANGE IS    *
000600*    ONE FIELD; PEND-FIELD-CHOICE IS THE FIELD'S NUMBER ON THE   *
000650*    MAINTENANCE MENU IT WAS KEYED FROM, AND THE OLD AND NEW     *
000700*    VALUES ARE KEPT IN PRINTABLE FORM (A PASSWORD IS NEVER      *
000750*    SHOWN) FOR THE APPROVAL QUEUE AND THE REPORT.  A PARTY      *
000800*    CHANGE (PRTY, KEYED BY ACCOUNT) IS ONE ROLE: CHOICE 1 ADDS  *
000850*    IT AND CHOICE 2 CHANGES ITS DATES, WITH THE ACCOUNT-PARTY   *
000900*    RECORD AS THE IMAGES.  THE IMAGES ARE SIZED TO THE LARGEST  *
000950*    MASTER, CUSTOMER-RECORD.  DECIDED CHANGES STAY ON FILE WITH *
001000*    THE CHECKER.                                                *
001600******************************************************************
001700 01  PENDING-CHANGE-RECORD.
001800     05  PEND-KEY.
001900         10  PEND-MADE-DATE          PIC 9(08).
002000         10  PEND-MADE-TIME          PIC 9(08).
002100     05  PEND-TARGET-TYPE            PIC X(04).
002200         88  PEND-IS-ACCOUNT         VALUE "ACCT".
002300         88  PEND-IS-CUSTOMER        VALUE "CUST".
002400         88  PEND-IS-OPERATOR        VALUE "OPER".
002450         88  PEND-IS-PARTY           VALUE "PRTY".
002500     05  PEND-TARGET-ID              PIC X(10).
002600     05  PEND-FIELD-CHOICE           PIC 9(01).
002700     05  PEND-FIELD-NAME             PIC X(20).
002800     05  PEND-OLD-VALUE              PIC X(60).
002900     05  PEND-NEW-VALUE              PIC X(60).
003000     05  PEND-MAKER-ID               PIC X(08).
003100     05  PEND-STATUS                 PIC X(01).
003200         88  PEND-IS-PENDING         VALUE "P".
003300         88  PEND-IS-APPROVED        VALUE "A".
003400         88  PEND-IS-REJECTED        VALUE "R".
003500     05  PEND-CHECKER-ID             PIC X(08).
003600     05  PEND-DECISION-DATE          PIC 9(08).
003700     05  PEND-DECISION-TIME          PIC 9(08).
003800     05  PEND-REJECT-REASON          PIC X(30).
003900     05  PEND-BEFORE-IMAGE           PIC X(136).
004000     05  PEND-AFTER-IMAGE            PIC X(136).
004100     05  FILLER                      PIC X(20).
