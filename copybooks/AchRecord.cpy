000100******************************************************************
000200*    ACHRECORD - CLEARING-HOUSE (ACH) INTERCHANGE RECORD LAYOUTS *
000300*    EVERY RECORD ON AN ACH FILE IS 94 BYTES; THE FIRST BYTE     *
000400*    SAYS WHICH LAYOUT APPLIES: 1 FILE HEADER, 5 BATCH HEADER,   *
000500*    6 ENTRY DETAIL, 7 ADDENDA, 8 BATCH CONTROL, 9 FILE CONTROL  *
000600*    (A RECORD OF ALL NINES IS BLOCK PADDING).  THE LAYOUTS ARE  *
000700*    THE STANDARD NACHA FORMATS AND ARE SHARED BY THE INBOUND    *
000800*    CONVERSION (ACHCONV) AND THE OUTBOUND RETURNS RUN (ACHRETN) *
000900*    - DO NOT CHANGE THEM.  AMOUNTS ARE UNSIGNED WITH TWO        *
001000*    IMPLIED DECIMALS; DATES ARE YYMMDD.                         *
001100******************************************************************
001200 01  ACH-RECORD.
001300     05  ACH-RECORD-TYPE             PIC X(01).
001400         88  ACH-IS-FILE-HEADER      VALUE "1".
001500         88  ACH-IS-BATCH-HEADER     VALUE "5".
001600         88  ACH-IS-ENTRY-DETAIL     VALUE "6".
001700         88  ACH-IS-ADDENDA          VALUE "7".
001800         88  ACH-IS-BATCH-CONTROL    VALUE "8".
001900         88  ACH-IS-FILE-CONTROL     VALUE "9".
002000     05  ACH-RECORD-BODY             PIC X(93).
002100         88  ACH-IS-PADDING          VALUE ALL "9".
002200
002300 01  ACH-FILE-HEADER.
002400     05  AFH-RECORD-TYPE             PIC X(01).
002500     05  AFH-PRIORITY-CODE           PIC X(02).
002600     05  AFH-IMMEDIATE-DEST          PIC X(10).
002700     05  AFH-IMMEDIATE-ORIGIN        PIC X(10).
002800     05  AFH-CREATION-DATE           PIC X(06).
002900     05  AFH-CREATION-TIME           PIC X(04).
003000     05  AFH-FILE-ID-MODIFIER        PIC X(01).
003100     05  AFH-RECORD-SIZE             PIC X(03).
003200     05  AFH-BLOCKING-FACTOR         PIC X(02).
003300     05  AFH-FORMAT-CODE             PIC X(01).
003400     05  AFH-DEST-NAME               PIC X(23).
003500     05  AFH-ORIGIN-NAME             PIC X(23).
003600     05  AFH-REFERENCE-CODE          PIC X(08).
003700
003800 01  ACH-BATCH-HEADER.
003900     05  ABH-RECORD-TYPE             PIC X(01).
004000     05  ABH-SERVICE-CLASS           PIC X(03).
004100     05  ABH-COMPANY-NAME            PIC X(16).
004200     05  ABH-DISCRETIONARY-DATA      PIC X(20).
004300     05  ABH-COMPANY-ID              PIC X(10).
004400     05  ABH-SEC-CODE                PIC X(03).
004500     05  ABH-ENTRY-DESCRIPTION       PIC X(10).
004600     05  ABH-DESCRIPTIVE-DATE        PIC X(06).
004700     05  ABH-EFFECTIVE-DATE          PIC X(06).
004800     05  ABH-SETTLEMENT-DATE         PIC X(03).
004900     05  ABH-ORIGINATOR-STATUS       PIC X(01).
005000     05  ABH-ODFI-ID                 PIC X(08).
005100     05  ABH-BATCH-NUMBER            PIC 9(07).
005200
005300 01  ACH-ENTRY-DETAIL.
005400     05  AED-RECORD-TYPE             PIC X(01).
005500     05  AED-TRANSACTION-CODE        PIC X(02).
005600         88  AED-LIVE-CREDIT         VALUE "22" "32".
005700         88  AED-LIVE-DEBIT          VALUE "27" "37".
005800         88  AED-PRENOTE             VALUE "23" "28" "33" "38".
005900         88  AED-RETURN-OF-CREDIT    VALUE "21" "31".
006000         88  AED-RETURN-OF-DEBIT     VALUE "26" "36".
006100     05  AED-TRANSACTION-CODE-NUM REDEFINES
006200         AED-TRANSACTION-CODE        PIC 9(02).
006300     05  AED-RECEIVING-DFI           PIC 9(08).
006400     05  AED-CHECK-DIGIT             PIC 9(01).
006500     05  AED-DFI-ACCOUNT             PIC X(17).
006600     05  AED-AMOUNT                  PIC 9(08)V99.
006700     05  AED-INDIVIDUAL-ID           PIC X(15).
006800     05  AED-INDIVIDUAL-NAME         PIC X(22).
006900     05  AED-DISCRETIONARY-DATA      PIC X(02).
007000     05  AED-ADDENDA-INDICATOR       PIC X(01).
007100     05  AED-TRACE-NUMBER.
007200         10  AED-TRACE-ODFI          PIC X(08).
007300         10  AED-TRACE-SEQUENCE      PIC 9(07).
007400
007500 01  ACH-RETURN-ADDENDA.
007600     05  ARA-RECORD-TYPE             PIC X(01).
007700     05  ARA-ADDENDA-TYPE            PIC X(02).
007800     05  ARA-RETURN-REASON           PIC X(03).
007900     05  ARA-ORIGINAL-TRACE          PIC X(15).
008000     05  ARA-DATE-OF-DEATH           PIC X(06).
008100     05  ARA-ORIGINAL-RDFI           PIC X(08).
008200     05  ARA-ADDENDA-INFORMATION     PIC X(44).
008300     05  ARA-TRACE-NUMBER            PIC X(15).
008400
008500 01  ACH-BATCH-CONTROL.
008600     05  ABC-RECORD-TYPE             PIC X(01).
008700     05  ABC-SERVICE-CLASS           PIC X(03).
008800     05  ABC-ENTRY-ADDENDA-COUNT     PIC 9(06).
008900     05  ABC-ENTRY-HASH              PIC 9(10).
009000     05  ABC-TOTAL-DEBITS            PIC 9(10)V99.
009100     05  ABC-TOTAL-CREDITS           PIC 9(10)V99.
009200     05  ABC-COMPANY-ID              PIC X(10).
009300     05  ABC-AUTHENTICATION-CODE     PIC X(19).
009400     05  ABC-RESERVED                PIC X(06).
009500     05  ABC-ODFI-ID                 PIC X(08).
009600     05  ABC-BATCH-NUMBER            PIC 9(07).
009700
009800 01  ACH-FILE-CONTROL.
009900     05  AFC-RECORD-TYPE             PIC X(01).
010000     05  AFC-BATCH-COUNT             PIC 9(06).
010100     05  AFC-BLOCK-COUNT             PIC 9(06).
010200     05  AFC-ENTRY-ADDENDA-COUNT     PIC 9(08).
010300     05  AFC-ENTRY-HASH              PIC 9(10).
010400     05  AFC-TOTAL-DEBITS            PIC 9(10)V99.
010500     05  AFC-TOTAL-CREDITS           PIC 9(10)V99.
010600     05  AFC-RESERVED                PIC X(39).
