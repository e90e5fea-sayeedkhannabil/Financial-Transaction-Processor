000100******************************************************************
000200*    LOANTERMSRECORD - LOAN TERMS AND SERVICING RECORD LAYOUT    *
000300*    ONE RECORD PER LOAN ACCOUNT ON THE LOAN TERMS FILE          *
000400*    (INDEXED, KEYED ON THE LOAN'S ACCOUNT-ID).  THE FIRST       *
000500*    GROUP IS THE CONTRACT, KEYED ONLINE UNDER SUPERVISOR        *
000600*    AUTHORITY: THE INSTALLMENT AMOUNT, THE DAY OF THE MONTH IT  *
000700*    FALLS DUE (A DAY PAST THE END OF A SHORT MONTH FALLS ON     *
000800*    THAT MONTH'S LAST DAY), THE FIRST DUE DATE, THE MATURITY    *
000900*    DATE (THE LAST INSTALLMENT) AND THE LATE CHARGE WITH ITS    *
001000*    GRACE DAYS.                                                 *
001100*                                                                *
001200*    THE SECOND GROUP IS MAINTAINED ONLY BY THE NIGHTLY LOAN     *
001300*    SERVICING RUN (LOANSERV).  PAYMENTS ARE APPLIED OLDEST      *
001400*    INSTALLMENT FIRST FROM THE CREDITS POSTED TO TRAN-HISTORY,  *
001500*    SO LOAN-TOTAL-PAID LESS THE INSTALLMENTS FALLEN DUE IS THE  *
001600*    WHOLE STORY: LOAN-APPLIED-THRU-DATE IS THE POSTED DATE      *
001700*    THROUGH WHICH HISTORY HAS BEEN TAKEN IN, SO NO CREDIT IS    *
001710*    COUNTED TWICE.  LOAN-APPLIED-THRU-AMOUNT IS THE NET TAKEN   *
001720*    IN FOR THAT POSTED DATE ITSELF, SO AN ITEM POSTED ONLINE    *
001730*    LATER THE SAME DAY IS STILL PICKED UP BY THE NEXT RUN.      *
001800*    LOAN-LATE-CHARGED-THRU IS THE DUE DATE                      *
001900*    OF THE LAST INSTALLMENT A LATE CHARGE WAS RAISED FOR, SO    *
002000*    NO INSTALLMENT IS CHARGED TWICE.  LOAN-PRIOR-CHARGED-THRU   *
002010*    HOLDS ITS VALUE BEFORE THE LAST RUN, SO A RERUN ON THE      *
002020*    SAME BUSINESS DATE RAISES THAT RUN'S CHARGES AGAIN.         *
002100******************************************************************
002200 01  LOAN-TERMS-RECORD.
002300     05  LOAN-ACCOUNT-ID             PIC X(10).
002400     05  LOAN-PAYMENT-AMOUNT         PIC S9(9)V99 COMP-3.
002500     05  LOAN-DUE-DAY                PIC 9(02).
002600     05  LOAN-FIRST-DUE-DATE         PIC 9(08).
002700     05  LOAN-MATURITY-DATE          PIC 9(08).
002800     05  LOAN-LATE-CHARGE-AMOUNT     PIC S9(7)V99 COMP-3.
002900     05  LOAN-GRACE-DAYS             PIC 9(02).
003000*    SERVICING FIELDS - SET BY LOANSERV, DISPLAY ONLY ONLINE.
003100     05  LOAN-TOTAL-PAID             PIC S9(11)V99 COMP-3.
003200     05  LOAN-APPLIED-THRU-DATE      PIC 9(08).
003300     05  LOAN-INSTALLMENTS-DUE       PIC 9(03).
003400     05  LOAN-INSTALLMENTS-PAID      PIC 9(03).
003500     05  LOAN-NEXT-DUE-DATE          PIC 9(08).
003600     05  LOAN-AMOUNT-PAST-DUE        PIC S9(9)V99 COMP-3.
003700     05  LOAN-DAYS-PAST-DUE          PIC 9(05).
003800     05  LOAN-DELINQUENCY-BUCKET     PIC X(03).
003900         88  LOAN-IS-CURRENT         VALUE "CUR".
004000         88  LOAN-IS-30-DAYS         VALUE "30 ".
004100         88  LOAN-IS-60-DAYS         VALUE "60 ".
004200         88  LOAN-IS-90-PLUS         VALUE "90+".
004300     05  LOAN-LATE-CHARGED-THRU      PIC 9(08).
004350     05  LOAN-PRIOR-CHARGED-THRU     PIC 9(08).
004400     05  LOAN-LAST-SERVICED-DATE     PIC 9(08).
004450     05  LOAN-APPLIED-THRU-AMOUNT    PIC S9(9)V99 COMP-3.
004500     05  FILLER                      PIC X(04).
