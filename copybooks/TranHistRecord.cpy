000962*    REVERSED UNDER SUPERVISOR OVERRIDE IS FLAGGED R AND         *
000964*    POINTS AT ITS OFFSETTING ENTRY, WHICH IS FLAGGED V AND      *
000966*    POINTS BACK AT THE ORIGINAL.                                *
000970*                                                                *
000975*    HIST-TRAN-CODE CARRIES THE TRANSACTION CODE THE ITEM        *
000980*    POSTED UNDER (SEE TRANCODERECORD), SO A STATEMENT LINE      *
000985*    SAYS WHAT THE POSTING WAS.  RECORDS WRITTEN BEFORE CODES    *
000990*    WERE CARRIED WERE GIVEN ONE BY THE HISTCODE CONVERSION.     *
001000******************************************************************
001100 01  HISTORY-RECORD.
001200     05  HIST-KEY.
002660     05  HIST-RELATED-ACCOUNT-ID     PIC X(10).
002670     05  HIST-RELATED-TRAN-DATE      PIC 9(08).
002680     05  HIST-RELATED-SEQUENCE       PIC 9(08).
002700     05  HIST-TRAN-CODE              PIC X(04).
002800     05  FILLER                      PIC X(10).
