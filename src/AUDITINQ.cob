001850* 2026-09-02  ROB  HANDLES THE NEW TRANSFER ACTION WRITTEN
001860*                  FOR ONLINE ACCOUNT-TO-ACCOUNT TRANSFERS -
001870*                  ONE AUDIT RECORD COVERS THE WHOLE
001871*                  MOVEMENT, CUT AGAINST THE FROM ACCOUNT.
001872* 2026-10-15  ROB  DECODES THE NEW LOANTERMS ACTION (ONLINE
001873*                  LOAN TERMS MAINTENANCE), WHOSE IMAGES ARE
001874*                  THE LOAN TERMS RECORD, NOT THE ACCOUNT.
001875* 2026-10-15  ROB  DECODES THE NEW STOPPLACE AND STOPLIFT
001876*                  ACTIONS (ONLINE STOP-PAYMENT ORDERS), WHOSE
001877*                  IMAGES ARE THE STOP-PAYMENT RECORD.
001878* 2026-10-15  ROB  DECODES THE NEW PARTYADD AND PARTYCHG ACTIONS
001879*                  (ACCOUNT PARTY MAINTENANCE), WHOSE IMAGES ARE
001880*                  THE ACCOUNT-PARTY RECORD.
001881* 2026-10-15  ROB  DECODES THE DUAL-CONTROL ACTIONS: CUSTUPD AND
001882*                  OPERUPD (ONE FIELD'S OLD AND NEW VALUE) AND
001883*                  THE ACCTREJ / CUSTREJ / OPERREJ REJECTIONS.  AN
001884*                  APPROVED OR REJECTED CHANGE PRINTS ITS MAKER
001885*                  AND CHECKER, AND THE KEY IS LABELLED ACCOUNT,
001886*                  CUSTOMER OR OPERATOR AS THE ACTION REQUIRES.
001887* 2026-10-15  ROB  PRINTS THE OVERDRAFT LIMIT AND OVERDRAWN DATE
001888*                  NOW CARRIED ON THE ACCOUNT.  IMAGES WRITTEN
001889*                  BEFORE THEY EXISTED HOLD SPACES THERE, SO THE
001890*                  FIELDS ARE COMPARED AS CHARACTERS AND ONLY
001891*                  PRINTED AS AMOUNTS WHEN NUMERIC.
001892* 2026-10-15  ROB  DECODES THE NEW STORFWD ACTION (A TELLER ITEM
001893*                  HELD DURING THE BATCH WINDOW FOR THE NEXT
001894*                  BUSINESS DAY), WHOSE IMAGES ARE THE STORE-
001895*                  AND-FORWARD RECORD OF EACH LEG.
001896* 2026-10-15  ROB  PARTYADD AND PARTYCHG NOW PRINT MAKER AND
001897*                  CHECKER, AND THE NEW PARTYREJ ACTION (A PARTY
001898*                  CHANGE REJECTED BY ITS CHECKER) PRINTS THE
001899*                  ROLE AS KEYED, MARKED NOT APPLIED.
001900******************************************************************
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
006500     05  WS-BEF-CUSTOMER             PIC X(10).
006600     05  WS-BEF-LAST-ACT             PIC 9(08).
006700     05  WS-BEF-CLOSURE              PIC 9(08).
006702     05  WS-BEF-OD-LIMIT             PIC S9(7)V99 COMP-3.
006704     05  WS-BEF-OD-LIMIT-X REDEFINES WS-BEF-OD-LIMIT
006706                                     PIC X(05).
006708     05  WS-BEF-OVERDRAWN            PIC 9(08) COMP-3.
006710     05  WS-BEF-OVERDRAWN-X REDEFINES WS-BEF-OVERDRAWN
006712                                     PIC X(05).
006714
006716******************************************************************
006718*    LOANTERMS ACTIONS CARRY THE LOAN TERMS RECORD AS THE IMAGE. *
006720*    ONLY THE CONTRACT GROUP IS KEYED ONLINE, SO ONLY IT IS      *
006722*    DECODED - KEEP IN STEP WITH LOANTERMSRECORD.                *
006724******************************************************************
006726 01  WS-BEF-LOAN REDEFINES WS-BEF-ACCOUNT.
006728     05  WS-BEF-LOAN-ID              PIC X(10).
006730     05  WS-BEF-LOAN-PAYMENT         PIC S9(9)V99 COMP-3.
006732     05  WS-BEF-LOAN-DUE-DAY         PIC 9(02).
006734     05  WS-BEF-LOAN-FIRST-DUE       PIC 9(08).
006736     05  WS-BEF-LOAN-MATURITY        PIC 9(08).
006738     05  WS-BEF-LOAN-LATE-CHARGE     PIC S9(7)V99 COMP-3.
006740     05  WS-BEF-LOAN-GRACE-DAYS      PIC 9(02).
006742     05  FILLER                      PIC X(70).
006744
006746******************************************************************
006748*    PARTYADD AND PARTYCHG ACTIONS CARRY THE ACCOUNT-PARTY       *
006750*    RECORD AS THE IMAGE - KEEP IN STEP WITH ACCOUNTPARTYRECORD. *
006752*    A CHANGE MOVES ONLY THE EFFECTIVE AND END DATES.            *
006754******************************************************************
006756 01  WS-BEF-PARTY REDEFINES WS-BEF-ACCOUNT.
006758     05  WS-BEF-PARTY-ACCOUNT-ID     PIC X(10).
006760     05  WS-BEF-PARTY-CUSTOMER-ID    PIC X(10).
006762     05  WS-BEF-PARTY-ROLE           PIC X(03).
006764     05  WS-BEF-PARTY-EFFECTIVE      PIC 9(08).
006766     05  WS-BEF-PARTY-END            PIC 9(08).
006768     05  WS-BEF-PARTY-ADDED          PIC 9(08).
006770     05  FILLER                      PIC X(64).
006772
006774******************************************************************
006776*    CUSTUPD, OPERUPD, CUSTREJ AND OPERREJ ACTIONS CARRY THE ONE *
006778*    FIELD CHANGED - ITS NAME AND ITS OLD (BEFORE) OR NEW        *
006780*    (AFTER) VALUE, AS BUILT BY THE ONLINE APPROVAL QUEUE.       *
006782******************************************************************
006784 01  WS-BEF-CHANGE REDEFINES WS-BEF-ACCOUNT.
006786     05  WS-BEF-CHG-TARGET-ID        PIC X(10).
006788     05  WS-BEF-CHG-FIELD-NAME       PIC X(20).
006790     05  WS-BEF-CHG-VALUE            PIC X(60).
006792     05  FILLER                      PIC X(21).
006794
006796******************************************************************
006798*    STORFWD ACTIONS CARRY THE STORE-AND-FORWARD RECORD - KEEP   *
006800*    IN STEP WITH STOREFORWARDRECORD AND TRANSACTIONRECORD.      *
006802*    THE BEFORE VIEW IS THE CREDIT LEG OF A TRANSFER AND IS      *
006804*    SPACES FOR A SINGLE POSTING.                                *
006806******************************************************************
006808 01  WS-BEF-SAF REDEFINES WS-BEF-ACCOUNT.
006810     05  WS-BEF-SAF-TRAN-ID          PIC X(10).
006812     05  WS-BEF-SAF-ACCOUNT-ID       PIC X(10).
006814     05  FILLER                      PIC X(91).
006900
007000 01  WS-AFT-ACCOUNT.
007100     05  WS-AFT-ID                   PIC X(10).
007800     05  WS-AFT-CUSTOMER             PIC X(10).
007900     05  WS-AFT-LAST-ACT             PIC 9(08).
008000     05  WS-AFT-CLOSURE              PIC 9(08).
008002     05  WS-AFT-OD-LIMIT             PIC S9(7)V99 COMP-3.
008004     05  WS-AFT-OD-LIMIT-X REDEFINES WS-AFT-OD-LIMIT
008006                                     PIC X(05).
008008     05  WS-AFT-OVERDRAWN            PIC 9(08) COMP-3.
008010     05  WS-AFT-OVERDRAWN-X REDEFINES WS-AFT-OVERDRAWN
008012                                     PIC X(05).
008014
008016 01  WS-AFT-LOAN REDEFINES WS-AFT-ACCOUNT.
008018     05  WS-AFT-LOAN-ID              PIC X(10).
008020     05  WS-AFT-LOAN-PAYMENT         PIC S9(9)V99 COMP-3.
008022     05  WS-AFT-LOAN-DUE-DAY         PIC 9(02).
008024     05  WS-AFT-LOAN-FIRST-DUE       PIC 9(08).
008026     05  WS-AFT-LOAN-MATURITY        PIC 9(08).
008028     05  WS-AFT-LOAN-LATE-CHARGE     PIC S9(7)V99 COMP-3.
008030     05  WS-AFT-LOAN-GRACE-DAYS      PIC 9(02).
008032     05  FILLER                      PIC X(70).
008034******************************************************************
008036*    STOPPLACE AND STOPLIFT ACTIONS CARRY THE STOP-PAYMENT       *
008038*    RECORD AS THE IMAGE - KEEP IN STEP WITH STOPPAYMENTRECORD.  *
008040*    THE AFTER IMAGE ALONE TELLS THE WHOLE STORY.                *
008042******************************************************************
008044 01  WS-AFT-STOP REDEFINES WS-AFT-ACCOUNT.
008046     05  WS-AFT-STOP-ACCOUNT-ID      PIC X(10).
008048     05  WS-AFT-STOP-ID              PIC 9(08).
008050     05  WS-AFT-STOP-TYPE            PIC X(01).
008052         88  WS-AFT-STOP-BY-SERIAL   VALUE "S".
008054     05  WS-AFT-STOP-SERIAL-LOW      PIC 9(05).
008056     05  WS-AFT-STOP-SERIAL-HIGH     PIC 9(05).
008058     05  WS-AFT-STOP-AMOUNT-LOW      PIC S9(9)V99 COMP-3.
008060     05  WS-AFT-STOP-AMOUNT-HIGH     PIC S9(9)V99 COMP-3.
008062     05  WS-AFT-STOP-REFERENCE       PIC X(05).
008064     05  WS-AFT-STOP-PAYEE           PIC X(30).
008066     05  WS-AFT-STOP-PLACED          PIC 9(08).
008068     05  WS-AFT-STOP-EXPIRY          PIC 9(08).
008070     05  WS-AFT-STOP-STATUS          PIC X(06).
008072     05  WS-AFT-STOP-LIFTED          PIC 9(08).
008074     05  FILLER                      PIC X(05).
008076*    THE AFTER VIEW OF THE ACCOUNT-PARTY IMAGE (SEE WS-BEF-PARTY).
008078 01  WS-AFT-PARTY REDEFINES WS-AFT-ACCOUNT.
008080     05  WS-AFT-PARTY-ACCOUNT-ID     PIC X(10).
008082     05  WS-AFT-PARTY-CUSTOMER-ID    PIC X(10).
008084     05  WS-AFT-PARTY-ROLE           PIC X(03).
008086     05  WS-AFT-PARTY-EFFECTIVE      PIC 9(08).
008088     05  WS-AFT-PARTY-END            PIC 9(08).
008090     05  WS-AFT-PARTY-ADDED          PIC 9(08).
008092     05  FILLER                      PIC X(64).
008094*    THE AFTER VIEW OF A ONE-FIELD CHANGE (SEE WS-BEF-CHANGE).
008096 01  WS-AFT-CHANGE REDEFINES WS-AFT-ACCOUNT.
008098     05  WS-AFT-CHG-TARGET-ID        PIC X(10).
008100     05  WS-AFT-CHG-FIELD-NAME       PIC X(20).
008102     05  WS-AFT-CHG-VALUE            PIC X(60).
008104     05  FILLER                      PIC X(21).
008106*    THE AFTER VIEW OF A HELD ITEM (SEE WS-BEF-SAF).
008108 01  WS-AFT-SAF REDEFINES WS-AFT-ACCOUNT.
008110     05  WS-AFT-SAF-TRAN-ID          PIC X(10).
008112     05  WS-AFT-SAF-ACCOUNT-ID       PIC X(10).
008114     05  WS-AFT-SAF-TYPE             PIC X(06).
008116     05  WS-AFT-SAF-AMOUNT           PIC S9(9)V99 COMP-3.
008118     05  WS-AFT-SAF-TRAN-DATE        PIC 9(08).
008120     05  WS-AFT-SAF-SEQUENCE         PIC 9(08).
008122     05  WS-AFT-SAF-XFER-SW          PIC X(01).
008124     05  WS-AFT-SAF-CODE             PIC X(04).
008126     05  WS-AFT-SAF-REFERENCE        PIC X(05).
008128     05  WS-AFT-SAF-POST-DATE        PIC 9(08).
008130     05  FILLER                      PIC X(45).
008200
008300******************************************************************
008400*    REPORT WORK FIELDS AND CONTROL TOTALS                       *
008800 01  WS-CHANGES-PRINTED              PIC 9(04) VALUE 0.
008900 01  WS-BALANCE-EDIT                 PIC $,$$$,$$$,$$9.99-.
009000 01  WS-BALANCE-EDIT-2               PIC $,$$$,$$$,$$9.99-.
009025 01  WS-OVERDRAWN-EDIT               PIC 9(08).
009050 01  WS-OVERDRAWN-EDIT-2             PIC 9(08).
009075 01  WS-DETAIL-KEY-NAME              PIC X(08).
009100
009200******************************************************************
009300*    DAILY SUMMARY CONTROL-BREAK FIELDS.  AUDIT-LOG IS WRITTEN   *
019800******************************************************************
019900 3000-PRINT-DETAIL.
020000     DISPLAY " "
020010     EVALUATE TRUE
020020         WHEN AUDIT-ACTION-IS-CUST-UPD OR AUDIT-ACTION-IS-CUST-REJ
020030             MOVE "CUSTOMER" TO WS-DETAIL-KEY-NAME
020040         WHEN AUDIT-ACTION-IS-OPER-UPD OR AUDIT-ACTION-IS-OPER-REJ
020050             MOVE "OPERATOR" TO WS-DETAIL-KEY-NAME
020060         WHEN OTHER
020070             MOVE "ACCOUNT"  TO WS-DETAIL-KEY-NAME
020080     END-EVALUATE
020090     DISPLAY WS-DETAIL-KEY-NAME " " AUDIT-ACCOUNT-ID " "
020100         AUDIT-ACTION-CODE
020200         " ON " AUDIT-DATE " AT " AUDIT-TIME
020204     IF AUDIT-ACTION-IS-DUAL-CONTROL
020208         AND AUDIT-SUPERVISOR-ID NOT = SPACES
020212         DISPLAY "  MAKER ...........: " AUDIT-OPERATOR-ID
020216         DISPLAY "  CHECKER .........: " AUDIT-SUPERVISOR-ID
020220     ELSE
020224         DISPLAY "  OPERATOR ........: " AUDIT-OPERATOR-ID
020228         IF AUDIT-SUPERVISOR-ID NOT = SPACES
020232             DISPLAY "  OVERRIDE BY .....: " AUDIT-SUPERVISOR-ID
020236         END-IF
020240     END-IF
020300     MOVE AUDIT-BEFORE-IMAGE TO WS-BEF-ACCOUNT
020400     MOVE AUDIT-AFTER-IMAGE  TO WS-AFT-ACCOUNT
020530         DISPLAY "  BALANCE AFTER ...: " WS-BALANCE-EDIT
020540         GO TO 3000-PRINT-DETAIL-EXIT
020550     END-IF
020551     IF AUDIT-ACTION-IS-LOAN-TERMS
020552         PERFORM 3200-PRINT-LOAN-TERMS
020553             THRU 3200-PRINT-LOAN-TERMS-EXIT
020554         GO TO 3000-PRINT-DETAIL-EXIT
020555     END-IF
020556     IF AUDIT-ACTION-IS-STOP-PLACE OR AUDIT-ACTION-IS-STOP-LIFT
020557         PERFORM 3300-PRINT-STOP
020558             THRU 3300-PRINT-STOP-EXIT
020559         GO TO 3000-PRINT-DETAIL-EXIT
020560     END-IF
020561     IF AUDIT-ACTION-IS-STORE-FWD
020562         PERFORM 3600-PRINT-STORE-FWD
020563             THRU 3600-PRINT-STORE-FWD-EXIT
020564         GO TO 3000-PRINT-DETAIL-EXIT
020565     END-IF
020566     IF AUDIT-ACTION-IS-PARTY-REJ
020567         DISPLAY "  REJECTED - CHANGE NOT APPLIED"
020568     END-IF
020569     IF AUDIT-ACTION-IS-PARTY-ADD OR AUDIT-ACTION-IS-PARTY-CHG
020570         OR AUDIT-ACTION-IS-PARTY-REJ
020571         PERFORM 3400-PRINT-PARTY
020572             THRU 3400-PRINT-PARTY-EXIT
020573         GO TO 3000-PRINT-DETAIL-EXIT
020574     END-IF
020575     IF AUDIT-ACTION-IS-ACCT-REJ OR AUDIT-ACTION-IS-CUST-REJ
020576         OR AUDIT-ACTION-IS-OPER-REJ
020577         DISPLAY "  REJECTED - CHANGE NOT APPLIED"
020578     END-IF
020579     IF AUDIT-ACTION-IS-CUST-UPD OR AUDIT-ACTION-IS-CUST-REJ
020580         OR AUDIT-ACTION-IS-OPER-UPD OR AUDIT-ACTION-IS-OPER-REJ
020581         PERFORM 3500-PRINT-FIELD-CHANGE
020582             THRU 3500-PRINT-FIELD-CHANGE-EXIT
020583         GO TO 3000-PRINT-DETAIL-EXIT
020584     END-IF
020600     IF AUDIT-ACTION-IS-CREATE
020700         DISPLAY "  NAME ............: " WS-AFT-NAME
020800         DISPLAY "  TYPE ............: " WS-AFT-TYPE
021100         DISPLAY "  STATUS ..........: " WS-AFT-STATUS
021200         DISPLAY "  CREATION DATE ...: " WS-AFT-CREATED
021300         DISPLAY "  OVERDRAFT .......: " WS-AFT-OVERDRAFT
021310         MOVE 0 TO WS-BALANCE-EDIT
021320         IF WS-AFT-OD-LIMIT NUMERIC
021330             MOVE WS-AFT-OD-LIMIT TO WS-BALANCE-EDIT
021340         END-IF
021350         DISPLAY "  OVERDRAFT LIMIT .: " WS-BALANCE-EDIT
021400         DISPLAY "  CUSTOMER ........: " WS-AFT-CUSTOMER
021500         GO TO 3000-PRINT-DETAIL-EXIT
021600     END-IF
027300         ADD 1 TO WS-CHANGES-PRINTED
027400         DISPLAY "  CLOSURE OLD .....: " WS-BEF-CLOSURE
027500         DISPLAY "  CLOSURE NEW .....: " WS-AFT-CLOSURE
027502     END-IF
027504     IF WS-BEF-OD-LIMIT-X NOT = WS-AFT-OD-LIMIT-X
027506         ADD 1 TO WS-CHANGES-PRINTED
027508         MOVE 0 TO WS-BALANCE-EDIT
027510         MOVE 0 TO WS-BALANCE-EDIT-2
027512         IF WS-BEF-OD-LIMIT NUMERIC
027514             MOVE WS-BEF-OD-LIMIT TO WS-BALANCE-EDIT
027516         END-IF
027518         IF WS-AFT-OD-LIMIT NUMERIC
027520             MOVE WS-AFT-OD-LIMIT TO WS-BALANCE-EDIT-2
027522         END-IF
027524         DISPLAY "  OD LIMIT OLD ....: " WS-BALANCE-EDIT
027526         DISPLAY "  OD LIMIT NEW ....: " WS-BALANCE-EDIT-2
027528     END-IF
027530     IF WS-BEF-OVERDRAWN-X NOT = WS-AFT-OVERDRAWN-X
027532         ADD 1 TO WS-CHANGES-PRINTED
027534         MOVE 0 TO WS-OVERDRAWN-EDIT
027536         MOVE 0 TO WS-OVERDRAWN-EDIT-2
027538         IF WS-BEF-OVERDRAWN NUMERIC
027540             MOVE WS-BEF-OVERDRAWN TO WS-OVERDRAWN-EDIT
027542         END-IF
027544         IF WS-AFT-OVERDRAWN NUMERIC
027546             MOVE WS-AFT-OVERDRAWN TO WS-OVERDRAWN-EDIT-2
027548         END-IF
027550         DISPLAY "  OVERDRAWN OLD ...: " WS-OVERDRAWN-EDIT
027552         DISPLAY "  OVERDRAWN NEW ...: " WS-OVERDRAWN-EDIT-2
027600     END-IF.
027700 3100-PRINT-CHANGED-FIELDS-EXIT.
027800     EXIT.
027900
027901******************************************************************
027902*    3200-PRINT-LOAN-TERMS - A NEW TERMS RECORD (NO BEFORE       *
027903*    IMAGE) PRINTS IN FULL; A CHANGE PRINTS THE OLD AND NEW      *
027904*    VALUE OF THE ONE CONTRACT FIELD THAT WAS KEYED.             *
027905******************************************************************
027906 3200-PRINT-LOAN-TERMS.
027907     IF WS-BEF-LOAN-ID = SPACES
027908         MOVE WS-AFT-LOAN-PAYMENT TO WS-BALANCE-EDIT
027909         DISPLAY "  INSTALLMENT .....: " WS-BALANCE-EDIT
027910         DISPLAY "  DUE DAY .........: " WS-AFT-LOAN-DUE-DAY
027911         DISPLAY "  FIRST DUE .......: " WS-AFT-LOAN-FIRST-DUE
027912         DISPLAY "  MATURITY ........: " WS-AFT-LOAN-MATURITY
027913         MOVE WS-AFT-LOAN-LATE-CHARGE TO WS-BALANCE-EDIT
027914         DISPLAY "  LATE CHARGE .....: " WS-BALANCE-EDIT
027915         DISPLAY "  GRACE DAYS ......: " WS-AFT-LOAN-GRACE-DAYS
027916         GO TO 3200-PRINT-LOAN-TERMS-EXIT
027917     END-IF
027918     IF WS-BEF-LOAN-PAYMENT NOT = WS-AFT-LOAN-PAYMENT
027919         ADD 1 TO WS-CHANGES-PRINTED
027920         MOVE WS-BEF-LOAN-PAYMENT TO WS-BALANCE-EDIT
027921         MOVE WS-AFT-LOAN-PAYMENT TO WS-BALANCE-EDIT-2
027922         DISPLAY "  INSTALLMENT OLD .: " WS-BALANCE-EDIT
027923         DISPLAY "  INSTALLMENT NEW .: " WS-BALANCE-EDIT-2
027924     END-IF
027925     IF WS-BEF-LOAN-DUE-DAY NOT = WS-AFT-LOAN-DUE-DAY
027926         ADD 1 TO WS-CHANGES-PRINTED
027927         DISPLAY "  DUE DAY OLD .....: " WS-BEF-LOAN-DUE-DAY
027928         DISPLAY "  DUE DAY NEW .....: " WS-AFT-LOAN-DUE-DAY
027929     END-IF
027930     IF WS-BEF-LOAN-FIRST-DUE NOT = WS-AFT-LOAN-FIRST-DUE
027931         ADD 1 TO WS-CHANGES-PRINTED
027932         DISPLAY "  FIRST DUE OLD ...: " WS-BEF-LOAN-FIRST-DUE
027933         DISPLAY "  FIRST DUE NEW ...: " WS-AFT-LOAN-FIRST-DUE
027934     END-IF
027935     IF WS-BEF-LOAN-MATURITY NOT = WS-AFT-LOAN-MATURITY
027936         ADD 1 TO WS-CHANGES-PRINTED
027937         DISPLAY "  MATURITY OLD ....: " WS-BEF-LOAN-MATURITY
027938         DISPLAY "  MATURITY NEW ....: " WS-AFT-LOAN-MATURITY
027939     END-IF
027940     IF WS-BEF-LOAN-LATE-CHARGE NOT = WS-AFT-LOAN-LATE-CHARGE
027941         ADD 1 TO WS-CHANGES-PRINTED
027942         MOVE WS-BEF-LOAN-LATE-CHARGE TO WS-BALANCE-EDIT
027943         MOVE WS-AFT-LOAN-LATE-CHARGE TO WS-BALANCE-EDIT-2
027944         DISPLAY "  LATE CHARGE OLD .: " WS-BALANCE-EDIT
027945         DISPLAY "  LATE CHARGE NEW .: " WS-BALANCE-EDIT-2
027946     END-IF
027947     IF WS-BEF-LOAN-GRACE-DAYS NOT = WS-AFT-LOAN-GRACE-DAYS
027948         ADD 1 TO WS-CHANGES-PRINTED
027949         DISPLAY "  GRACE DAYS OLD ..: " WS-BEF-LOAN-GRACE-DAYS
027950         DISPLAY "  GRACE DAYS NEW ..: " WS-AFT-LOAN-GRACE-DAYS
027951     END-IF
027952     IF WS-CHANGES-PRINTED = 0
027953         DISPLAY "  NO FIELD CHANGES RECORDED."
027954     END-IF.
027955 3200-PRINT-LOAN-TERMS-EXIT.
027956     EXIT.
027957******************************************************************
027958*    3300-PRINT-STOP - THE STOP-PAYMENT ORDER AS PLACED, OR AS   *
027959*    LIFTED WITH THE DATE IT WAS LIFTED.                         *
027960******************************************************************
027961 3300-PRINT-STOP.
027962     DISPLAY "  STOP NUMBER .....: " WS-AFT-STOP-ID
027963     IF WS-AFT-STOP-BY-SERIAL
027964         DISPLAY "  CHEQUE/REFERENCE : " WS-AFT-STOP-SERIAL-LOW
027965             " TO " WS-AFT-STOP-SERIAL-HIGH
027966     ELSE
027967         MOVE WS-AFT-STOP-AMOUNT-LOW  TO WS-BALANCE-EDIT
027968         MOVE WS-AFT-STOP-AMOUNT-HIGH TO WS-BALANCE-EDIT-2
027969         DISPLAY "  AMOUNT FROM .....: " WS-BALANCE-EDIT
027970         DISPLAY "  AMOUNT TO .......: " WS-BALANCE-EDIT-2
027971         IF WS-AFT-STOP-REFERENCE NOT = SPACES
027972             DISPLAY "  REFERENCE .......: " WS-AFT-STOP-REFERENCE
027973         END-IF
027974     END-IF
027975     DISPLAY "  PAYEE ...........: " WS-AFT-STOP-PAYEE
027976     DISPLAY "  PLACED ..........: " WS-AFT-STOP-PLACED
027977     DISPLAY "  EXPIRES .........: " WS-AFT-STOP-EXPIRY
027978     IF AUDIT-ACTION-IS-STOP-LIFT
027979         DISPLAY "  LIFTED ..........: " WS-AFT-STOP-LIFTED
027980     END-IF.
027981 3300-PRINT-STOP-EXIT.
027982     EXIT.
027983******************************************************************
027984*    3400-PRINT-PARTY - THE ROLE AS ADDED (OR AS A REJECTED ADD  *
027985*    KEYED IT), OR ITS DATES BEFORE AND AFTER.  AN END DATE IS   *
027986*    THE FIRST DAY THE ROLE NO LONGER HOLDS; ZERO IS OPEN-ENDED. *
027987******************************************************************
027988 3400-PRINT-PARTY.
027989     DISPLAY "  CUSTOMER ........: " WS-AFT-PARTY-CUSTOMER-ID
027990     DISPLAY "  ROLE ............: " WS-AFT-PARTY-ROLE
027991     IF AUDIT-ACTION-IS-PARTY-ADD OR AUDIT-BEFORE-IMAGE = SPACES
027992         DISPLAY "  EFFECTIVE .......: " WS-AFT-PARTY-EFFECTIVE
027993         DISPLAY "  ENDS ............: " WS-AFT-PARTY-END
027994         GO TO 3400-PRINT-PARTY-EXIT
027995     END-IF
027996     IF WS-BEF-PARTY-EFFECTIVE NOT = WS-AFT-PARTY-EFFECTIVE
027997         DISPLAY "  EFFECTIVE .......: " WS-BEF-PARTY-EFFECTIVE
027998             " -> " WS-AFT-PARTY-EFFECTIVE
027999     END-IF
028000     IF WS-BEF-PARTY-END NOT = WS-AFT-PARTY-END
028001         DISPLAY "  ENDS ............: " WS-BEF-PARTY-END
028002             " -> " WS-AFT-PARTY-END
028003     END-IF.
028004 3400-PRINT-PARTY-EXIT.
028005     EXIT.
028006******************************************************************
028007*    3500-PRINT-FIELD-CHANGE - THE ONE CUSTOMER OR OPERATOR      *
028008*    FIELD A DUAL-CONTROL CHANGE COVERS, OLD AND NEW.  AN        *
028009*    OPERATOR PASSWORD IS NEVER CARRIED IN CLEAR.                *
028010******************************************************************
028011 3500-PRINT-FIELD-CHANGE.
028012     DISPLAY "  FIELD ...........: " WS-AFT-CHG-FIELD-NAME
028013     DISPLAY "  OLD .............: " WS-BEF-CHG-VALUE
028014     DISPLAY "  NEW .............: " WS-AFT-CHG-VALUE.
028015 3500-PRINT-FIELD-CHANGE-EXIT.
028016     EXIT.
028017******************************************************************
028018*    3600-PRINT-STORE-FWD - A TELLER ITEM TAKEN DURING THE BATCH *
028019*    WINDOW: VALIDATED AND HELD, NOT YET POSTED.  THE ACCOUNT    *
028020*    BALANCE DID NOT MOVE; THE ITEM POSTS IN THE SAFPOST PASS ON *
028021*    THE DATE SHOWN.  A TRANSFER PRINTS ONCE, FROM THE DEBITED   *
028022*    ACCOUNT, WITH THE ACCOUNT IT CREDITS.                       *
028023******************************************************************
028024 3600-PRINT-STORE-FWD.
028025     DISPLAY "  HELD FOR ........: " WS-AFT-SAF-POST-DATE
028026     DISPLAY "  TRANSACTION ID ..: " WS-AFT-SAF-TRAN-ID
028027     DISPLAY "  TYPE ............: " WS-AFT-SAF-TYPE
028028     DISPLAY "  CODE ............: " WS-AFT-SAF-CODE
028029     MOVE WS-AFT-SAF-AMOUNT TO WS-BALANCE-EDIT
028030     DISPLAY "  AMOUNT ..........: " WS-BALANCE-EDIT
028031     IF WS-AFT-SAF-REFERENCE NOT = SPACES
028032         DISPLAY "  REFERENCE .......: " WS-AFT-SAF-REFERENCE
028033     END-IF
028034     IF AUDIT-BEFORE-IMAGE NOT = SPACES
028035         DISPLAY "  TRANSFER TO .....: " WS-BEF-SAF-ACCOUNT-ID
028036     END-IF.
028037 3600-PRINT-STORE-FWD-EXIT.
028038     EXIT.
028039
028040******************************************************************
028100*    4000-ROLL-SUMMARY - DAILY CONTROL BREAK ON AUDIT-DATE.      *
028200******************************************************************
028300 4000-ROLL-SUMMARY.
