003600     05  PT-HOLD-SCAN-SWITCH         PIC X(01) VALUE "N".
003700         88  PT-END-OF-HOLD-SCAN     VALUE "Y".
003800         88  PT-NOT-END-OF-HOLD-SCAN VALUE "N".
003900*    THE OVERDRAFT LINE IN FORCE FOR THE DEBIT BEING JUDGED -
004000*    THE ACCOUNT'S LIMIT WHEN OVERDRAFT IS ALLOWED, ELSE ZERO.
004100*    NO DEBIT MAY TAKE THE BALANCE OR THE AVAILABLE BALANCE
004200*    FURTHER BELOW ZERO THAN THIS.
004300     05  PT-OVERDRAFT-LINE           PIC S9(7)V99 VALUE 0.
004400*    5600-CHECK-STOP-PAYMENTS SETS PT-STOP-MATCHED WHEN A DEBIT
004500*    MEETS ONE OF THE ACCOUNT'S ACTIVE STOP-PAYMENT ORDERS, AND
004600*    BUILDS THE REJECT REASON NAMING THE STOP IN PT-STOP-REASON.
004700     05  PT-STOP-SCAN-SWITCH         PIC X(01) VALUE "N".
004800         88  PT-END-OF-STOP-SCAN     VALUE "Y".
004900         88  PT-NOT-END-OF-STOP-SCAN VALUE "N".
005000     05  PT-STOP-MATCH-SWITCH        PIC X(01) VALUE "N".
005100         88  PT-STOP-MATCHED         VALUE "Y".
005200         88  PT-NO-STOP-MATCHED      VALUE "N".
005300     05  PT-STOP-REASON.
005400         10  FILLER                  PIC X(28)
005500             VALUE "STOP PAYMENT ON FILE - STOP ".
005600         10  PT-STOP-ID              PIC 9(08) VALUE 0.
005700         10  FILLER                  PIC X(04) VALUE SPACES.
