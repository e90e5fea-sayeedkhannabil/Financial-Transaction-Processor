001622*      - HOLD-FILE OPEN (AT LEAST INPUT), RECORD KEY HOLD-KEY    *
001624*        (COPY HoldRecord) - EVERY DEBIT IS TESTED AGAINST THE   *
001626*        LEDGER BALANCE LESS THE ACCOUNT'S OPEN HOLDS            *
001627*      - STOP-PAYMENT-FILE OPEN (AT LEAST INPUT), RECORD KEY     *
001628*        STOP-KEY (COPY StopPaymentRecord) - EVERY PRESENTED     *
001629*        DEBIT IS TESTED AGAINST THE ACCOUNT'S ACTIVE STOPS      *
001630*      - WS-CURRENT-DATE (9(8) YYYYMMDD) SET TO THE RUN DATE,    *
001640*        STAMPED ON HISTORY AS THE POSTED DATE                   *
001700*                                                                *
001930*    THAT LANDS STAMPS ACCOUNT-LAST-ACTIVITY-DATE FROM THE       *
001940*    TRANSACTION DATE FOR THE DORMANCY SWEEP.                    *
001950*                                                                *
001951*    A DEBIT MAY TAKE THE LEDGER BALANCE, AND THE AVAILABLE      *
001952*    BALANCE (LEDGER LESS OPEN HOLDS), NO FURTHER BELOW ZERO     *
001953*    THAN THE ACCOUNT'S OVERDRAFT LINE - ITS LIMIT WHEN          *
001954*    OVERDRAFT IS ALLOWED, NOTHING WHEN IT IS NOT.  EVERY        *
001955*    POSTING THAT LANDS KEEPS ACCOUNT-OVERDRAWN-DATE: SET TO     *
001956*    THE RUN DATE WHEN THE BALANCE FIRST GOES NEGATIVE, CLEARED  *
001957*    WHEN IT COMES BACK TO ZERO OR ABOVE.                        *
001958*                                                                *
001960*    IN PT-REWRITE-EACH MODE (THE DEFAULT) EVERY POSTING         *
001970*    REWRITES ACCOUNT-MASTER AT ONCE.  A CALLER THAT APPLIES     *
001980*    ALL OF AN ACCOUNT'S TRANSACTIONS IN MEMORY SETS             *
006060         OR TRANSACTION-DATE > ACCOUNT-LAST-ACTIVITY-DATE
006070         MOVE TRANSACTION-DATE TO ACCOUNT-LAST-ACTIVITY-DATE
006080     END-IF
006084     PERFORM 5160-TRACK-OVERDRAWN-DATE
006088         THRU 5160-TRACK-OVERDRAWN-DATE-EXIT
006090     IF PT-REWRITE-DEFERRED
006091         SET PT-POSTED-OK        TO TRUE
006092         ADD 1                   TO NUM-OF-TRANSACTIONS
006099 5150-COMPLETE-POSTING-EXIT.
006100     EXIT.
006110
006112******************************************************************
006116*    5160-TRACK-OVERDRAWN-DATE - STAMP THE DAY THE BALANCE WENT  *
006120*    NEGATIVE, KEEP IT WHILE THE ACCOUNT STAYS OVERDRAWN AND     *
006124*    CLEAR IT WHEN THE BALANCE RECOVERS.  ALSO PERFORMED BY A    *
006128*    CALLER THAT SETS THE BALANCE DIRECTLY.                      *
006132******************************************************************
006136 5160-TRACK-OVERDRAWN-DATE.
006140     IF ACCOUNT-BALANCE OF ACCOUNT-RECORD < 0
006144         IF ACCOUNT-OVERDRAWN-DATE OF ACCOUNT-RECORD = 0
006148             MOVE WS-CURRENT-DATE
006152                 TO ACCOUNT-OVERDRAWN-DATE OF ACCOUNT-RECORD
006156         END-IF
006160     ELSE
006164         MOVE 0 TO ACCOUNT-OVERDRAWN-DATE OF ACCOUNT-RECORD
006168     END-IF.
006172 5160-TRACK-OVERDRAWN-DATE-EXIT.
006176     EXIT.
006180
006200 5200-REWRITE-ACCOUNT.
006300     REWRITE ACCOUNT-RECORD
006400         INVALID KEY
007900                                    TO HIST-SEQUENCE-NUMBER
008000     MOVE TRANSACTION-ID            TO HIST-TRANSACTION-ID
008100     MOVE TRANSACTION-TYPE          TO HIST-TRANSACTION-TYPE
008150     MOVE TRANSACTION-CODE          TO HIST-TRAN-CODE
008200     MOVE TRANSACTION-AMOUNT        TO HIST-AMOUNT
008300     MOVE ACCOUNT-BALANCE OF ACCOUNT-RECORD
008400                                    TO HIST-BALANCE-AFTER
011400                                     TO PT-REJECT-REASON
011500         GO TO 5500-VALIDATE-TRANSACTION-EXIT
011600     END-IF
011625*    A TRANSFER LEG, A REVERSING ENTRY OR A BANK CHARGE IS THE
011650*    BANK'S OWN BOOK ENTRY, NOT A PRESENTED ITEM, AND IS NEVER
011675*    STOPPED.
011700     IF TRANSACTION-IS-DEBIT
011725         AND TRANSACTION-NOT-XFER
011750         AND PT-LINK-CODE NOT = "V"
011775         AND NOT TRANSACTION-IS-BANK-CHARGE
011800         PERFORM 5600-CHECK-STOP-PAYMENTS
011825             THRU 5600-CHECK-STOP-PAYMENTS-EXIT
011850         IF PT-STOP-MATCHED
012000             SET PT-VALIDATION-FAILED TO TRUE
012002             MOVE PT-STOP-REASON     TO PT-REJECT-REASON
012004             GO TO 5500-VALIDATE-TRANSACTION-EXIT
012006         END-IF
012008     END-IF
012010     IF NOT TRANSACTION-IS-DEBIT
012012         GO TO 5500-VALIDATE-TRANSACTION-EXIT
012014     END-IF
012016*    THE FUNDS TESTS ALLOW FOR THE OVERDRAFT LINE.  A DEBIT THAT
012018*    WOULD TAKE THE LEDGER PAST IT IS INSUFFICIENT FUNDS; ONE
012020*    THAT FITS THE LEDGER BUT NOT THE AVAILABLE BALANCE IS HELD
012022*    UP BY HOLDS.  THE REASON TEXTS OPEN "INSUFFICIENT FUNDS"
012024*    AND "FUNDS ON HOLD" - THE NSF CHARGE RUN (NSFGEN) AND THE
012026*    CLEARING-HOUSE RETURNS (ACHRETN) SELECT ON THOSE PREFIXES.
012028     IF ACCOUNT-OVERDRAFT-ALLOWED
012030         MOVE ACCOUNT-OVERDRAFT-LIMIT OF ACCOUNT-RECORD
012032             TO PT-OVERDRAFT-LINE
012034     ELSE
012036         MOVE 0 TO PT-OVERDRAFT-LINE
012038     END-IF
012040     IF (ACCOUNT-BALANCE - TRANSACTION-AMOUNT
012042         + PT-OVERDRAFT-LINE) < 0
012044         SET PT-VALIDATION-FAILED TO TRUE
012046         IF ACCOUNT-OVERDRAFT-ALLOWED
012048             MOVE "INSUFFICIENT FUNDS - OVER OVERDRAFT LINE"
012050                                     TO PT-REJECT-REASON
012052         ELSE
012100             MOVE "INSUFFICIENT FUNDS - OVERDRAFT NOT ALLOWED"
012200                                     TO PT-REJECT-REASON
012220         END-IF
012225         GO TO 5500-VALIDATE-TRANSACTION-EXIT
012230     END-IF
012235     PERFORM 5400-SUM-OPEN-HOLDS
012240         THRU 5400-SUM-OPEN-HOLDS-EXIT
012245     IF (ACCOUNT-BALANCE - PT-OPEN-HOLDS-AMOUNT
012250         - TRANSACTION-AMOUNT + PT-OVERDRAFT-LINE) < 0
012255         SET PT-VALIDATION-FAILED TO TRUE
012260         MOVE "FUNDS ON HOLD - AVAILABLE BALANCE SHORT"
012290                                     TO PT-REJECT-REASON
012310     END-IF.
012400 5500-VALIDATE-TRANSACTION-EXIT.
012500     EXIT.
016500     END-IF.
016600 5410-ADD-ONE-HOLD-EXIT.
016700     EXIT.
016800
016900******************************************************************
017000*    5600-CHECK-STOP-PAYMENTS - SCAN THE ACCOUNT'S STOP-PAYMENT  *
017100*    ORDERS FOR ONE THE DEBIT MEETS.  A STOP IS IN FORCE WHILE   *
017200*    IT IS ACTIVE AND ITS EXPIRY DATE HAS NOT PASSED.  THE FIRST *
017300*    MATCH ENDS THE SCAN WITH PT-STOP-MATCHED SET AND ITS STOP   *
017400*    NUMBER IN PT-STOP-ID.                                       *
017500******************************************************************
017600 5600-CHECK-STOP-PAYMENTS.
017700     SET PT-NO-STOP-MATCHED TO TRUE
017800     SET PT-NOT-END-OF-STOP-SCAN TO TRUE
017900     MOVE TRANSACTION-ACCOUNT-ID TO STOP-ACCOUNT-ID
018000     MOVE 0 TO STOP-ID
018100     START STOP-PAYMENT-FILE
018200         KEY >= STOP-KEY
018300         INVALID KEY
018400             SET PT-END-OF-STOP-SCAN TO TRUE
018500     END-START
018600     PERFORM 5610-TEST-ONE-STOP
018700         THRU 5610-TEST-ONE-STOP-EXIT
018800         UNTIL PT-END-OF-STOP-SCAN.
018900 5600-CHECK-STOP-PAYMENTS-EXIT.
019000     EXIT.
019100
019200 5610-TEST-ONE-STOP.
019300     READ STOP-PAYMENT-FILE NEXT
019400         AT END
019500             SET PT-END-OF-STOP-SCAN TO TRUE
019600     END-READ
019700     IF PT-END-OF-STOP-SCAN
019800         GO TO 5610-TEST-ONE-STOP-EXIT
019900     END-IF
020000     IF STOP-ACCOUNT-ID NOT = TRANSACTION-ACCOUNT-ID
020100         SET PT-END-OF-STOP-SCAN TO TRUE
020200         GO TO 5610-TEST-ONE-STOP-EXIT
020300     END-IF
020400     IF NOT STOP-IS-ACTIVE
020500         OR STOP-EXPIRY-DATE < WS-CURRENT-DATE
020600         GO TO 5610-TEST-ONE-STOP-EXIT
020700     END-IF
020800     IF STOP-BY-SERIAL
020900         IF TRANSACTION-REFERENCE IS NUMERIC
021000             AND TRANSACTION-REFERENCE-NUM >= STOP-SERIAL-LOW
021100             AND TRANSACTION-REFERENCE-NUM <= STOP-SERIAL-HIGH
021200             SET PT-STOP-MATCHED TO TRUE
021300         END-IF
021400     ELSE
021500         IF TRANSACTION-AMOUNT >= STOP-AMOUNT-LOW
021600             AND TRANSACTION-AMOUNT <= STOP-AMOUNT-HIGH
021700             AND (STOP-REFERENCE = SPACES
021800              OR STOP-REFERENCE = TRANSACTION-REFERENCE)
021900             SET PT-STOP-MATCHED TO TRUE
022000         END-IF
022100     END-IF
022200     IF PT-STOP-MATCHED
022300         MOVE STOP-ID TO PT-STOP-ID
022400         SET PT-END-OF-STOP-SCAN TO TRUE
022500     END-IF.
022600 5610-TEST-ONE-STOP-EXIT.
022700     EXIT.
