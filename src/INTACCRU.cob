002197*                  LAYOUT'S NEW TRANSFER FLAG BYTE MUST REACH
002198*                  THE PRE-POSTING EDIT BLANK, NOT CARRYING
002199*                  RESIDUE FROM THE BATCH HEADER WRITE.
002200* 2026-10-15  ROB  INTEREST TRANSACTIONS NOW CARRY TRANSACTION
002225*                  CODE INTC (SAVINGS INTEREST PAID) OR INTD
002250*                  (LOAN INTEREST CHARGED).
002275******************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
011120*    THEY CAN NEVER COLLIDE WITH THE DAILY FEED'S SEQUENCES ON
011130*    THE TRANSACTION HISTORY KEY (ACCOUNT / DATE / SEQUENCE).
011140 01  WS-SEQ-RANGE-BASE               PIC 9(08) VALUE 90000000.
011150 01  WS-INT-CREDIT-CODE              PIC X(04) VALUE "INTC".
011175 01  WS-INT-DEBIT-CODE               PIC X(04) VALUE "INTD".
011200 01  WS-TRAN-ID-BUILD.
011300     05  WS-TRAN-ID-PREFIX           PIC X(03) VALUE "INT".
011400     05  WS-TRAN-ID-NUMBER           PIC 9(07) VALUE 0.
030100         TO TRANSACTION-ACCOUNT-ID
030200     IF ACCOUNT-TYPE OF ACCOUNT-RECORD = "SAVINGS"
030300         SET TRANSACTION-IS-CREDIT TO TRUE
030350         MOVE WS-INT-CREDIT-CODE TO TRANSACTION-CODE
030400         ADD 1 TO WS-SAVINGS-ACCRUED
030500         ADD WS-MONTHLY-INTEREST TO WS-TOTAL-SAVINGS-INTEREST
030600     ELSE
030700         SET TRANSACTION-IS-DEBIT TO TRUE
030750         MOVE WS-INT-DEBIT-CODE TO TRANSACTION-CODE
030800         ADD 1 TO WS-LOANS-ACCRUED
030900         ADD WS-MONTHLY-INTEREST TO WS-TOTAL-LOAN-INTEREST
031000     END-IF
