000300*    USED AS THE FD RECORD FOR ACCOUNT-MASTER AND AS THE         *
000400*    WORKING-STORAGE ACCOUNT BUFFER IN THE ONLINE AND BATCH      *
000500*    PROGRAMS THAT CREATE, INQUIRE, UPDATE OR POST AGAINST IT.   *
000510*                                                                *
000520*    ACCOUNT-OVERDRAFT-LIMIT IS THE OVERDRAFT LINE: HOW FAR      *
000530*    BELOW ZERO THE AVAILABLE BALANCE MAY GO WHEN OVERDRAFT IS   *
000540*    ALLOWED (ZERO WHEN IT IS NOT).  IT IS KEYED ONLINE UNDER    *
000550*    SUPERVISOR AUTHORITY AND DUAL CONTROL.                      *
000560*    ACCOUNT-OVERDRAWN-DATE IS THE BUSINESS DATE THE BALANCE     *
000570*    LAST WENT BELOW ZERO, SET AND CLEARED BY THE SHARED         *
000580*    POSTING LOGIC - ZERO WHILE THE BALANCE IS NOT NEGATIVE.     *
000590*    THE OVERDRAWN-ACCOUNTS REPORT (ODAGERPT) AGES FROM IT.      *
000600******************************************************************
000700 01  ACCOUNT-RECORD.
000800     05  ACCOUNT-ID                  PIC X(10).
001700     05  ACCOUNT-CUSTOMER-ID         PIC X(10).
001800     05  ACCOUNT-LAST-ACTIVITY-DATE  PIC 9(08).
001900     05  ACCOUNT-CLOSURE-DATE        PIC 9(08).
002000     05  ACCOUNT-OVERDRAFT-LIMIT     PIC S9(7)V99 COMP-3.
002100     05  ACCOUNT-OVERDRAWN-DATE      PIC 9(08) COMP-3.
