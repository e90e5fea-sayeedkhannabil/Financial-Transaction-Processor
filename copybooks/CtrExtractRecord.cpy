000100******************************************************************
000200*    CTREXTRACTRECORD - CURRENCY TRANSACTION REPORT EXTRACT      *
000300*    ONE FIXED-FORMAT RECORD PER SUBJECT PER ACTIVITY DATE ON    *
000400*    WHICH THE CASH IN OR THE CASH OUT, SUMMED ACROSS ALL OF     *
000500*    THE SUBJECT'S ACCOUNTS, IS OVER THE REPORTING THRESHOLD.    *
000600*    WRITTEN BY THE LARGE-CASH MONITORING RUN (AMLMON) FOR THE   *
000700*    REGULATORY FILING.  AN AMENDED RECORD (FILING TYPE A)       *
000800*    REPLACES ONE ALREADY FILED FOR THE SAME SUBJECT AND DATE    *
000900*    WHEN MORE CASH POSTED FOR THAT DATE LATER.  NAME, ADDRESS   *
001000*    AND TAX ID COME FROM CUSTOMER-MASTER; AMOUNTS ARE DISPLAY   *
001100*    NUMERIC FOR THE FILING HOUSE'S FIXED FORMAT.                *
001200******************************************************************
001300 01  CTR-EXTRACT-RECORD.
001400     05  CTR-FILING-TYPE             PIC X(01).
001500         88  CTR-IS-NEW-FILING       VALUE "N".
001600         88  CTR-IS-AMENDED-FILING   VALUE "A".
001700     05  CTR-ACTIVITY-DATE           PIC 9(08).
001800     05  CTR-SUBJECT-KEY             PIC X(12).
001900     05  CTR-CUSTOMER-ID             PIC X(10).
002000     05  CTR-CUSTOMER-NAME           PIC X(30).
002100     05  CTR-CUSTOMER-ADDRESS        PIC X(60).
002200     05  CTR-CUSTOMER-TAX-ID         PIC X(11).
002300     05  CTR-CASH-IN                 PIC 9(09)V99.
002400     05  CTR-CASH-OUT                PIC 9(09)V99.
002500     05  CTR-ACCOUNT-COUNT           PIC 9(03).
002600     05  CTR-RUN-DATE                PIC 9(08).
002700     05  FILLER                      PIC X(10).
