000100******************************************************************
000200*    AMLALERTRECORD - KEPT LARGE-CASH ALERT RECORD LAYOUT        *
000300*    ONE RECORD PER ALERT RAISED BY THE LARGE-CASH MONITORING    *
000400*    RUN (AMLMON), ON THE INDEXED KEPT-ALERT FILE, SO THE SAME   *
000500*    ACTIVITY IS NOT REPORTED AGAIN EVERY NIGHT IT STAYS INSIDE  *
000600*    THE ROLLING SCAN WINDOW.                                    *
000700*                                                                *
000800*    THE SUBJECT IS THE PERSON THE CASH IS ROLLED UP TO: T AND   *
000900*    THE CUSTOMER'S TAX ID, OR C AND THE CUSTOMER NUMBER WHEN    *
001000*    THE TAX ID IS BLANK, OR A AND THE ACCOUNT ID WHEN THE       *
001100*    ACCOUNT HAS NO CUSTOMER.                                    *
001200*                                                                *
001300*    TYPE C - ONE CURRENCY TRANSACTION REPORT PER SUBJECT PER    *
001400*    ACTIVITY DATE, WITH THE CASH IN AND OUT AS LAST REPORTED.   *
001500*    MORE CASH POSTED FOR THAT DATE LATER RAISES AN AMENDED      *
001600*    REPORT.                                                     *
001700*    TYPE S - ONE STRUCTURING RECORD PER SUBJECT (ACTIVITY DATE  *
001800*    ZERO).  THE POSTED DATE AND TIME OF THE NEWEST DEPOSIT IN   *
001900*    THE LAST ALERT ARE KEPT, AND THE SUBJECT IS ALERTED AGAIN   *
002000*    ONLY WHEN A NEWER NEAR-THRESHOLD DEPOSIT JOINS THE PATTERN. *
002100******************************************************************
002200 01  AML-ALERT-RECORD.
002300     05  AML-ALERT-KEY.
002400         10  AML-SUBJECT-KEY.
002500             15  AML-SUBJECT-TYPE    PIC X(01).
002600                 88  AML-SUBJECT-IS-TAX-ID   VALUE "T".
002700                 88  AML-SUBJECT-IS-CUSTOMER VALUE "C".
002800                 88  AML-SUBJECT-IS-ACCOUNT  VALUE "A".
002900             15  AML-SUBJECT-ID      PIC X(11).
003000         10  AML-ALERT-TYPE          PIC X(01).
003100             88  AML-ALERT-IS-CTR            VALUE "C".
003200             88  AML-ALERT-IS-STRUCTURING    VALUE "S".
003300         10  AML-ACTIVITY-DATE       PIC 9(08).
003400     05  AML-CUSTOMER-ID             PIC X(10).
003500     05  AML-FIRST-ALERT-DATE        PIC 9(08).
003600     05  AML-LAST-ALERT-DATE         PIC 9(08).
003700     05  AML-ALERT-COUNT             PIC 9(05).
003800     05  AML-CASH-IN                 PIC S9(11)V99 COMP-3.
003900     05  AML-CASH-OUT                PIC S9(11)V99 COMP-3.
004000     05  AML-ITEM-COUNT              PIC 9(05).
004100     05  AML-LAST-ITEM-DATE          PIC 9(08).
004200     05  AML-LAST-ITEM-TIME          PIC 9(08).
004300     05  FILLER                      PIC X(20).
