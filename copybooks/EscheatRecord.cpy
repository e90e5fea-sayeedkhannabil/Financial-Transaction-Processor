000600*    MASTER; AN ACCOUNT WITH NO CUSTOMER NUMBER REMITS WITH      *
000700*    BLANK OWNER FIELDS AND IS COUNTED ON THE EXCEPTION TOTAL.   *
000800*    THE AMOUNT IS DISPLAY NUMERIC, AS THE STATE FORMAT ASKS.    *
000825*    THE JOINT OWNERS IN FORCE ON THE ESCHEAT DATE (ACCOUNT-     *
000850*    PARTY FILE, ROLE JNT) FOLLOW THE PRIMARY OWNER, UP TO FOUR; *
000875*    ESCH-JOINT-OWNER-COUNT SAYS HOW MANY ENTRIES ARE FILLED.    *
000900******************************************************************
001000 01  ESCHEAT-RECORD.
001100     05  ESCH-ACCOUNT-ID             PIC X(10).
001600     05  ESCH-AMOUNT                 PIC S9(9)V99.
001700     05  ESCH-LAST-ACTIVITY-DATE     PIC 9(08).
001800     05  ESCH-ESCHEAT-DATE           PIC 9(08).
001810     05  ESCH-JOINT-OWNER-COUNT      PIC 9(01).
001820     05  ESCH-JOINT-OWNER OCCURS 4 TIMES.
001830         10  ESCH-JOINT-CUSTOMER-ID  PIC X(10).
001840         10  ESCH-JOINT-NAME         PIC X(30).
001850         10  ESCH-JOINT-ADDRESS      PIC X(60).
001860         10  ESCH-JOINT-TAX-ID       PIC X(11).
001900     05  FILLER                      PIC X(10).
