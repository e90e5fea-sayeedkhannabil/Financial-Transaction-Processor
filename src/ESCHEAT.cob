003350*                  CANNOT REGENERATE KEYS ALREADY ON FILE AND
003360*                  LOSE ITS HISTORY TO A DUPLICATE-KEY
003370*                  WARNING.
003372* 2026-10-15  ROB  ESCHEAT LEGS NOW CARRY TRANSACTION CODE ESCD
003374*                  (OUT OF THE DORMANT ACCOUNT) AND ESCC (INTO
003376*                  THE UNCLAIMED-PROPERTY LIABILITY ACCOUNT).
003378* 2026-10-15  ROB  DECLARES THE STOP-PAYMENT FILE THE SHARED
003380*                  POSTING LOGIC NOW NAMES.  ESCHEAT LEGS ARE
003382*                  TRANSFERS, WHICH ARE NEVER STOPPED, SO THE
003384*                  FILE IS NOT OPENED.
003386* 2026-10-15  ROB  EVERY OWNER IS NOW NAMED: THE JOINT OWNERS IN
003388*                  FORCE ON THE ACCOUNT-PARTY FILE ARE LISTED
003390*                  UNDER THE PRIMARY ON THE PRE-ESCHEAT WARNING
003392*                  AND CARRIED ON THE REMITTANCE RECORD (UP TO
003394*                  FOUR, WITH THEIR NAME, ADDRESS AND TAX ID).
003400******************************************************************
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
005900         RECORD KEY IS HOLD-KEY
006000         FILE STATUS IS HOLD-FILE-STATUS.
006100
006110*    NAMED BY THE SHARED POSTING LOGIC ONLY - NEVER OPENED HERE.
006120     SELECT STOP-PAYMENT-FILE ASSIGN TO "STOPFILE"
006130         ORGANIZATION IS INDEXED
006140         ACCESS MODE IS DYNAMIC
006150         RECORD KEY IS STOP-KEY
006160         FILE STATUS IS STOP-FILE-STATUS.
006170
006200     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS AUDIT-LOG-STATUS.
006500
006510     SELECT ACCOUNT-PARTY-FILE ASSIGN TO "ACCTPTY"
006520         ORGANIZATION IS INDEXED
006530         ACCESS MODE IS DYNAMIC
006540         RECORD KEY IS PARTY-KEY
006550         FILE STATUS IS PARTY-FILE-STATUS.
006560
006600     SELECT ESCHEAT-REMIT-FILE ASSIGN TO "ESCHREMT"
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS ESCH-REMIT-STATUS.
008500     LABEL RECORDS ARE STANDARD.
008600 COPY HoldRecord.
008700
008720 FD  STOP-PAYMENT-FILE
008740     LABEL RECORDS ARE STANDARD.
008760 COPY StopPaymentRecord.
008780
008800 FD  AUDIT-LOG
008900     LABEL RECORDS ARE STANDARD.
009000 COPY AuditRecord.
009100
009120 FD  ACCOUNT-PARTY-FILE
009140     LABEL RECORDS ARE STANDARD.
009160 COPY AccountPartyRecord.
009180
009200 FD  ESCHEAT-REMIT-FILE
009300     LABEL RECORDS ARE STANDARD.
009400 COPY EscheatRecord.
012700     88  HOLD-FILE-OK                VALUE "00".
012800     88  HOLD-FILE-NOT-OPEN          VALUE "35".
012900
012925 01  STOP-FILE-STATUS                PIC X(02) VALUE "00".
012950     88  STOP-FILE-OK                VALUE "00".
012975
013000 01  AUDIT-LOG-STATUS                PIC X(02) VALUE "00".
013100     88  AUDIT-LOG-OK                VALUE "00".
013200
013300 01  ESCH-REMIT-STATUS               PIC X(02) VALUE "00".
013400     88  ESCH-REMIT-OK               VALUE "00".
013500
013525 01  PARTY-FILE-STATUS               PIC X(02) VALUE "00".
013550     88  PARTY-FILE-OK               VALUE "00".
013575
013600******************************************************************
013700*    RUN CONTROL AND SELECTION SWITCHES                          *
013800******************************************************************
015150 01  WS-CUSTFILE-SWITCH              PIC X(01) VALUE "N".
015160     88  WS-CUSTFILE-OPEN            VALUE "Y".
015170     88  WS-CUSTFILE-ABSENT          VALUE "N".
015172 01  WS-PARTYFILE-SWITCH             PIC X(01) VALUE "N".
015176     88  WS-PARTYFILE-OPEN           VALUE "Y".
015180     88  WS-PARTYFILE-ABSENT         VALUE "N".
015184
015188 01  WS-PARTY-SCAN-SWITCH            PIC X(01) VALUE "N".
015192     88  WS-END-OF-PARTY-SCAN        VALUE "Y".
015196     88  WS-NOT-END-OF-PARTY-SCAN    VALUE "N".
015200
015300 01  WS-ACCT-FOUND-SWITCH            PIC X(01) VALUE "N".
015400     88  WS-ACCT-FOUND               VALUE "Y".
019650     88  WS-NOT-END-OF-SEED-SCAN     VALUE "N".
019700 01  WS-DEBIT-SEQ                    PIC 9(08) VALUE 0.
019800 01  WS-CREDIT-SEQ                   PIC 9(08) VALUE 0.
019825 01  WS-ESCHEAT-DEBIT-CODE           PIC X(04) VALUE "ESCD".
019850 01  WS-ESCHEAT-CREDIT-CODE          PIC X(04) VALUE "ESCC".
019900 01  WS-TRAN-ID-BUILD.
020000     05  WS-TRAN-ID-PREFIX           PIC X(03) VALUE "ESC".
020100     05  WS-TRAN-ID-NUMBER           PIC 9(07) VALUE 0.
020300 01  WS-WORK-ACCOUNT-ID              PIC X(10).
020400 01  WS-WORK-CUSTOMER-ID             PIC X(10).
020500 01  WS-WORK-LAST-ACTIVITY           PIC 9(08).
020505******************************************************************
020510*    JOINT OWNERS OF THE ACCOUNT IN HAND - THE JNT ROLES IN      *
020515*    FORCE TODAY ON THE ACCOUNT-PARTY FILE.  THE TABLE MATCHES   *
020520*    THE FOUR ENTRIES ON THE REMITTANCE RECORD; ANY BEYOND THAT  *
020525*    ARE COUNTED AND REPORTED FOR HAND FOLLOW-UP.                *
020530******************************************************************
020535 01  WS-JOINT-TABLE.
020540     05  WS-JT-COUNT                 PIC 9(02) COMP VALUE 0.
020545     05  WS-JT-MAX                   PIC 9(02) COMP VALUE 4.
020550     05  WS-JT-OVERFLOW              PIC 9(04) COMP VALUE 0.
020555     05  WS-JT-ENTRY OCCURS 4 TIMES.
020560         10  WS-JT-CUSTOMER-ID       PIC X(10).
020565         10  WS-JT-NAME              PIC X(30).
020570         10  WS-JT-ADDRESS           PIC X(60).
020575         10  WS-JT-PHONE             PIC X(15).
020580         10  WS-JT-TAX-ID            PIC X(11).
020585 01  WS-JT-SUB                       PIC 9(02) COMP.
020600
020700******************************************************************
020800*    AUDIT TRAIL WORKING STORAGE                                 *
028400         DISPLAY "NO CUSTOMER MASTER - OWNER DETAILS WILL BE "
028500             "BLANK ON THE REMITTANCE."
028600     END-IF
028610     OPEN INPUT ACCOUNT-PARTY-FILE
028620     IF PARTY-FILE-OK
028630         SET WS-PARTYFILE-OPEN TO TRUE
028640     ELSE
028650         DISPLAY "NO ACCOUNT-PARTY FILE - ONLY THE PRIMARY OWNER "
028660             "WILL BE NAMED."
028670     END-IF
028700     IF WS-FUNCTION-ESCHEAT
028800         PERFORM 1100-OPEN-ESCHEAT-FILES
028900             THRU 1100-OPEN-ESCHEAT-FILES-EXIT
041600
041700******************************************************************
041800*    3000-PRINT-WARNING - PRE-ESCHEAT CONTACT LINE WITH THE      *
041900*    DETAILS OF THE PRIMARY AND EVERY JOINT OWNER.               *
042000******************************************************************
042100 3000-PRINT-WARNING.
042200     ADD 1 TO WS-WARNINGS-PRINTED
043300         ADD 1 TO WS-NO-CUSTOMER-COUNT
043400         DISPLAY "  ** NO OWNER ON CUSTOMER-MASTER - NO "
043500             "CONTACT POSSIBLE **"
043505     END-IF
043510     PERFORM 4450-FIND-JOINT-OWNERS
043515         THRU 4450-FIND-JOINT-OWNERS-EXIT
043520     PERFORM 3050-PRINT-ONE-JOINT-OWNER
043525         THRU 3050-PRINT-ONE-JOINT-OWNER-EXIT
043530         VARYING WS-JT-SUB FROM 1 BY 1
043535         UNTIL WS-JT-SUB > WS-JT-COUNT
043540     IF WS-JT-OVERFLOW > 0
043545         DISPLAY "  ** " WS-JT-OVERFLOW
043550             " FURTHER JOINT OWNER(S) - "
043555             "SEE ACCOUNT PARTY MAINTENANCE **"
043600     END-IF.
043700 3000-PRINT-WARNING-EXIT.
043800     EXIT.
043900
043910 3050-PRINT-ONE-JOINT-OWNER.
043920     DISPLAY "  JOINT: " WS-JT-NAME (WS-JT-SUB)
043930         " (" WS-JT-CUSTOMER-ID (WS-JT-SUB) ")"
043940     DISPLAY "         " WS-JT-ADDRESS (WS-JT-SUB)
043950     DISPLAY "  PHONE: " WS-JT-PHONE (WS-JT-SUB).
043960 3050-PRINT-ONE-JOINT-OWNER-EXIT.
043970     EXIT.
043980
044000******************************************************************
044100*    3100-COMPUTE-AGE-DAYS - DAYS FROM THE EFFECTIVE ACTIVITY    *
044200*    DATE TO TODAY IN 30/360 DAYS.                               *
059800     MOVE WS-TRAN-ID-BUILD    TO TRANSACTION-ID
059900     MOVE WS-WORK-ACCOUNT-ID  TO TRANSACTION-ACCOUNT-ID
060000     MOVE "DEBIT"             TO TRANSACTION-TYPE
060050     MOVE WS-ESCHEAT-DEBIT-CODE TO TRANSACTION-CODE
060100     MOVE WS-ESCHEAT-AMOUNT   TO TRANSACTION-AMOUNT
060200     MOVE WS-CURRENT-DATE     TO TRANSACTION-DATE
060300     MOVE WS-DEBIT-SEQ        TO TRANSACTION-SEQUENCE-NUMBER
061000     MOVE WS-TRAN-ID-BUILD      TO TRANSACTION-ID
061100     MOVE WS-ESCHEAT-ACCOUNT-ID TO TRANSACTION-ACCOUNT-ID
061200     MOVE "CREDIT"              TO TRANSACTION-TYPE
061250     MOVE WS-ESCHEAT-CREDIT-CODE TO TRANSACTION-CODE
061300     MOVE WS-ESCHEAT-AMOUNT     TO TRANSACTION-AMOUNT
061400     MOVE WS-CURRENT-DATE       TO TRANSACTION-DATE
061500     MOVE WS-CREDIT-SEQ         TO TRANSACTION-SEQUENCE-NUMBER
065200     EXIT.
065300
065400******************************************************************
065401*    4450-FIND-JOINT-OWNERS - TABLE THE JOINT OWNERS IN FORCE    *
065402*    TODAY FOR THE ACCOUNT IN ACCOUNT-RECORD (AN END DATE IS THE *
065403*    FIRST DAY A ROLE NO LONGER HOLDS), WITH THEIR DETAILS FROM  *
065404*    CUSTOMER-MASTER.  A JOINT OWNER NOT ON CUSTOMER-MASTER IS   *
065405*    STILL NAMED BY NUMBER.                                      *
065406******************************************************************
065407 4450-FIND-JOINT-OWNERS.
065408     MOVE 0 TO WS-JT-COUNT
065409     MOVE 0 TO WS-JT-OVERFLOW
065410     IF WS-PARTYFILE-ABSENT
065411         GO TO 4450-FIND-JOINT-OWNERS-EXIT
065412     END-IF
065413     SET WS-NOT-END-OF-PARTY-SCAN TO TRUE
065414     MOVE ACCOUNT-ID OF ACCOUNT-RECORD TO PARTY-ACCOUNT-ID
065415     MOVE LOW-VALUES TO PARTY-CUSTOMER-ID
065416     MOVE LOW-VALUES TO PARTY-ROLE
065417     START ACCOUNT-PARTY-FILE
065418         KEY >= PARTY-KEY
065419         INVALID KEY
065420             SET WS-END-OF-PARTY-SCAN TO TRUE
065421     END-START
065422     PERFORM 4460-TAKE-ONE-PARTY
065423         THRU 4460-TAKE-ONE-PARTY-EXIT
065424         UNTIL WS-END-OF-PARTY-SCAN.
065425 4450-FIND-JOINT-OWNERS-EXIT.
065426     EXIT.
065427
065428 4460-TAKE-ONE-PARTY.
065429     READ ACCOUNT-PARTY-FILE NEXT
065430         AT END
065431             SET WS-END-OF-PARTY-SCAN TO TRUE
065432     END-READ
065433     IF WS-END-OF-PARTY-SCAN
065434         GO TO 4460-TAKE-ONE-PARTY-EXIT
065435     END-IF
065436     IF PARTY-ACCOUNT-ID NOT = ACCOUNT-ID OF ACCOUNT-RECORD
065437         SET WS-END-OF-PARTY-SCAN TO TRUE
065438         GO TO 4460-TAKE-ONE-PARTY-EXIT
065439     END-IF
065440     IF NOT PARTY-IS-JOINT
065441         OR PARTY-EFFECTIVE-DATE > WS-CURRENT-DATE
065442         GO TO 4460-TAKE-ONE-PARTY-EXIT
065443     END-IF
065444     IF PARTY-END-DATE NOT = 0
065445         AND PARTY-END-DATE NOT > WS-CURRENT-DATE
065446         GO TO 4460-TAKE-ONE-PARTY-EXIT
065447     END-IF
065448     IF WS-JT-COUNT >= WS-JT-MAX
065449         ADD 1 TO WS-JT-OVERFLOW
065450         GO TO 4460-TAKE-ONE-PARTY-EXIT
065451     END-IF
065452     ADD 1 TO WS-JT-COUNT
065453     MOVE PARTY-CUSTOMER-ID TO WS-JT-CUSTOMER-ID (WS-JT-COUNT)
065454     MOVE SPACES TO WS-JT-NAME (WS-JT-COUNT)
065455     MOVE SPACES TO WS-JT-ADDRESS (WS-JT-COUNT)
065456     MOVE SPACES TO WS-JT-PHONE (WS-JT-COUNT)
065457     MOVE SPACES TO WS-JT-TAX-ID (WS-JT-COUNT)
065458     IF WS-CUSTFILE-ABSENT
065459         GO TO 4460-TAKE-ONE-PARTY-EXIT
065460     END-IF
065461     MOVE PARTY-CUSTOMER-ID TO CUSTOMER-ID OF CUSTOMER-RECORD
065462     READ CUSTOMER-MASTER
065463         INVALID KEY
065464             DISPLAY "  ** JOINT OWNER " PARTY-CUSTOMER-ID
065465                 " NOT ON CUSTOMER-MASTER **"
065466         NOT INVALID KEY
065467             MOVE CUSTOMER-NAME    TO WS-JT-NAME (WS-JT-COUNT)
065468             MOVE CUSTOMER-ADDRESS TO WS-JT-ADDRESS (WS-JT-COUNT)
065469             MOVE CUSTOMER-PHONE   TO WS-JT-PHONE (WS-JT-COUNT)
065470             MOVE CUSTOMER-TAX-ID  TO WS-JT-TAX-ID (WS-JT-COUNT)
065471     END-READ.
065472 4460-TAKE-ONE-PARTY-EXIT.
065473     EXIT.
065474
065475******************************************************************
065500*    4500-CLOSE-ESCHEATED-ACCOUNT - SAME RULES AS THE ONLINE     *
065600*    CLOSURE: THE BALANCE IS NOW ZERO, THE STATUS GOES CLOSED    *
065700*    WITH TODAY AS THE CLOSURE DATE, AND THE CHANGE IS AUDITED   *
068600******************************************************************
068700*    4600-WRITE-REMITTANCE - ONE STATE REMITTANCE RECORD PER     *
068800*    ESCHEATED ACCOUNT WITH THE OWNER DETAILS FROM CUSTOMER-     *
068850*    MASTER, THE PRIMARY FIRST AND THEN THE JOINT OWNERS.        *
068900*    ACCOUNT-RECORD STILL HOLDS THE ESCHEATED ACCOUNT.           *
069000******************************************************************
069100 4600-WRITE-REMITTANCE.
069200     MOVE SPACES TO ESCHEAT-RECORD
070600         DISPLAY "** NO OWNER DETAILS FOR " WS-WORK-ACCOUNT-ID
070700             " - REMITTED WITH BLANK OWNER FIELDS **"
070800     END-IF
070805     PERFORM 4450-FIND-JOINT-OWNERS
070810         THRU 4450-FIND-JOINT-OWNERS-EXIT
070815     MOVE WS-JT-COUNT TO ESCH-JOINT-OWNER-COUNT
070820     PERFORM 4610-MOVE-ONE-JOINT-OWNER
070825         THRU 4610-MOVE-ONE-JOINT-OWNER-EXIT
070830         VARYING WS-JT-SUB FROM 1 BY 1
070835         UNTIL WS-JT-SUB > WS-JT-COUNT
070840     IF WS-JT-OVERFLOW > 0
070845         DISPLAY "** " WS-WORK-ACCOUNT-ID " HAS " WS-JT-OVERFLOW
070850             " JOINT OWNER(S) BEYOND THE REMITTANCE RECORD - "
070855             "REPORT BY HAND **"
070860     END-IF
070900     WRITE ESCHEAT-RECORD
071000     IF ESCH-REMIT-OK
071100         ADD 1 TO WS-REMITS-WRITTEN
071600 4600-WRITE-REMITTANCE-EXIT.
071700     EXIT.
071800
071805 4610-MOVE-ONE-JOINT-OWNER.
071810     MOVE WS-JT-CUSTOMER-ID (WS-JT-SUB)
071815         TO ESCH-JOINT-CUSTOMER-ID (WS-JT-SUB)
071820     MOVE WS-JT-NAME (WS-JT-SUB)
071825         TO ESCH-JOINT-NAME (WS-JT-SUB)
071830     MOVE WS-JT-ADDRESS (WS-JT-SUB)
071835         TO ESCH-JOINT-ADDRESS (WS-JT-SUB)
071840     MOVE WS-JT-TAX-ID (WS-JT-SUB)
071845         TO ESCH-JOINT-TAX-ID (WS-JT-SUB).
071850 4610-MOVE-ONE-JOINT-OWNER-EXIT.
071855     EXIT.
071860
071900 COPY PostLogic.
072000
072100******************************************************************
076800 9999-TERMINATE.
076900     CLOSE ACCOUNT-MASTER
077000     CLOSE CUSTOMER-MASTER
077025     IF WS-PARTYFILE-OPEN
077050         CLOSE ACCOUNT-PARTY-FILE
077075     END-IF
077100     IF WS-FUNCTION-ESCHEAT AND NOT WS-RUN-STOPPED
077200         CLOSE TRAN-HISTORY
077300         CLOSE HOLD-FILE
