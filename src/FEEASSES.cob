002630*                  RUN BEFORE THE NIGHT'S TRANPOST HAS
002640*                  COMPLETED AND REFUSES TO RUN TWICE ON ONE
002650*                  BUSINESS DATE.
002655* 2026-10-15  ROB  SERVICE-CHARGE TRANSACTIONS NOW CARRY
002660*                  TRANSACTION CODE SVCF.
002665* 2026-10-15  ROB  LOAN LATE CHARGES (CODE LATE) AND NSF ITEM
002670*                  CHARGES (CODE NSFC) DO NOT COUNT AS CUSTOMER
002675*                  ACTIVITY.
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
014500 01  WS-FEE-AMOUNT                   PIC S9(09)V99 VALUE 0.
014600 01  WS-TRAN-SEQUENCE                PIC 9(08) VALUE 0.
014700 01  WS-SEQ-RANGE-BASE               PIC 9(08) VALUE 87000000.
014750 01  WS-FEE-TRAN-CODE                PIC X(04) VALUE "SVCF".
014800 01  WS-TRAN-ID-BUILD.
014900     05  WS-TRAN-ID-PREFIX           PIC X(03) VALUE "FEE".
015000     05  WS-TRAN-ID-NUMBER           PIC 9(07) VALUE 0.
036000*    3200-COUNT-MONTH-ACTIVITY - NUMBER OF POSTED TRANSACTIONS   *
036100*    ON TRAN-HISTORY FOR THIS ACCOUNT IN THE FEE MONTH.  FEE     *
036200*    AND INTEREST POSTINGS (THEIR OWN RESERVED SEQUENCE BANDS)   *
036250*    AND LATE AND NSF CHARGES (BY TRANSACTION CODE) DO NOT       *
036300*    COUNT AS CUSTOMER ACTIVITY.                                 *
036400******************************************************************
036500 3200-COUNT-MONTH-ACTIVITY.
036600     MOVE 0 TO WS-MONTH-TRAN-COUNT
039600         GO TO 3210-COUNT-ONE-TRAN-EXIT
039700     END-IF
039800     IF HIST-SEQUENCE-NUMBER < 87000000
039825         AND HIST-TRAN-CODE NOT = "LATE"
039850         AND HIST-TRAN-CODE NOT = "NSFC"
039900         ADD 1 TO WS-MONTH-TRAN-COUNT
040000     END-IF.
040100 3210-COUNT-ONE-TRAN-EXIT.
041300     MOVE ACCOUNT-ID OF ACCOUNT-RECORD
041400         TO TRANSACTION-ACCOUNT-ID
041500     SET TRANSACTION-IS-DEBIT TO TRUE
041550     MOVE WS-FEE-TRAN-CODE TO TRANSACTION-CODE
041600     MOVE WS-FEE-AMOUNT TO TRANSACTION-AMOUNT
041700     MOVE WS-RUN-DATE TO TRANSACTION-DATE
041800     COMPUTE TRANSACTION-SEQUENCE-NUMBER =
