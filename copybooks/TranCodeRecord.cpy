000100******************************************************************
000200*    TRANCODERECORD - TRANSACTION CODE MASTER RECORD LAYOUT      *
000300*    ONE RECORD PER TRANSACTION CODE ON THE TRANSACTION CODE     *
000400*    MASTER FILE.  EVERY TRANSACTION-RECORD AND HISTORY-RECORD   *
000500*    CARRIES ONE OF THESE CODES, SO A POSTING SAYS WHAT IT IS    *
000600*    (TELLER DEPOSIT, INTEREST, SERVICE CHARGE, TRANSFER LEG,    *
000700*    REVERSAL ...) AND NOT JUST WHICH WAY THE MONEY MOVED.  THE  *
000800*    DIRECTION IS THE ONLY TYPE THE CODE MAY BE POSTED WITH.     *
000900*    THE FILE IS SMALL, ALL DISPLAY, AND MAINTAINED WITH AN      *
001000*    ORDINARY EDITOR LIKE THE RATE TABLE AND FEE SCHEDULE.       *
001010*    TCM-CASH-FLAG (Y) MARKS THE CODES THAT MOVE CURRENCY ACROSS *
001020*    THE COUNTER - THE LARGE-CASH MONITORING RUN (AMLMON) LOOKS  *
001030*    AT THOSE CODES ONLY.                                        *
001100******************************************************************
001200 01  TRAN-CODE-RECORD.
001300     05  TCM-CODE                    PIC X(04).
001400     05  TCM-DESCRIPTION             PIC X(30).
001500     05  TCM-DIRECTION               PIC X(06).
001600         88  TCM-IS-DEBIT            VALUE "DEBIT ".
001700         88  TCM-IS-CREDIT           VALUE "CREDIT".
001800     05  TCM-GL-CATEGORY             PIC X(10).
001850     05  TCM-CASH-FLAG               PIC X(01).
001860         88  TCM-IS-CASH             VALUE "Y".
001900     05  FILLER                      PIC X(09).
