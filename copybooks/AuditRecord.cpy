000300*    APPENDED TO THE AUDIT-LOG FILE EVERY TIME AN ACCOUNT IS     *
000400*    CREATED OR MAINTAINED.  BEFORE/AFTER-IMAGE FIELDS ARE       *
000500*    SIZED TO HOLD A FULL ACCOUNT-RECORD (SEE ACCOUNTRECORD).    *
000510*    A CUSTOMER OR OPERATOR CHANGE (CUSTUPD / OPERUPD AND THEIR  *
000520*    REJECTIONS) CARRIES THE CUSTOMER NUMBER OR OPERATOR ID IN   *
000530*    AUDIT-ACCOUNT-ID AND THE ONE FIELD'S OLD AND NEW VALUE AS   *
000540*    THE IMAGES.  ON A DUAL-CONTROL ACTION THE OPERATOR IS THE   *
000550*    MAKER AND THE SUPERVISOR IS THE CHECKER WHO DECIDED IT.     *
000552*    AN ACCOUNT PARTY CHANGE (PARTYADD / PARTYCHG, REJECTED AS   *
000554*    PARTYREJ) CARRIES THE ACCOUNT-PARTY RECORD AS THE IMAGES;   *
000556*    THE ROLE SET UP WITH A NEW ACCOUNT HAS NO CHECKER.          *
000560*    AN ITEM HELD DURING THE BATCH WINDOW (STORFWD) CARRIES THE  *
000570*    STORE-AND-FORWARD RECORD AS THE AFTER IMAGE (THE DEBIT LEG  *
000580*    OF A TRANSFER) AND, FOR A TRANSFER, THE CREDIT LEG AS THE   *
000590*    BEFORE IMAGE (SEE STOREFORWARDRECORD).                      *
000600******************************************************************
000700 01  AUDIT-RECORD.
000800     05  AUDIT-ACCOUNT-ID            PIC X(10).
001160         88  AUDIT-ACTION-IS-POST    VALUE "POST".
001170         88  AUDIT-ACTION-IS-XFER    VALUE "TRANSFER".
001180         88  AUDIT-ACTION-IS-REVERSE VALUE "REVERSE".
001181         88  AUDIT-ACTION-IS-ESCHEAT VALUE "ESCHEAT".
001182         88  AUDIT-ACTION-IS-LOAN-TERMS VALUE "LOANTERMS".
001183         88  AUDIT-ACTION-IS-STOP-PLACE VALUE "STOPPLACE".
001184         88  AUDIT-ACTION-IS-STOP-LIFT  VALUE "STOPLIFT".
001185         88  AUDIT-ACTION-IS-PARTY-ADD  VALUE "PARTYADD".
001186         88  AUDIT-ACTION-IS-PARTY-CHG  VALUE "PARTYCHG".
001187         88  AUDIT-ACTION-IS-CUST-UPD   VALUE "CUSTUPD".
001188         88  AUDIT-ACTION-IS-OPER-UPD   VALUE "OPERUPD".
001189         88  AUDIT-ACTION-IS-ACCT-REJ   VALUE "ACCTREJ".
001190         88  AUDIT-ACTION-IS-CUST-REJ   VALUE "CUSTREJ".
001191         88  AUDIT-ACTION-IS-OPER-REJ   VALUE "OPERREJ".
001192         88  AUDIT-ACTION-IS-STORE-FWD  VALUE "STORFWD".
001193         88  AUDIT-ACTION-IS-PARTY-REJ  VALUE "PARTYREJ".
001194         88  AUDIT-ACTION-IS-DUAL-CONTROL
001195                                     VALUE "UPDATE"  "CUSTUPD"
001196                                           "OPERUPD" "ACCTREJ"
001197                                           "CUSTREJ" "OPERREJ"
001198                                           "PARTYADD" "PARTYCHG"
001199                                           "PARTYREJ".
001200     05  AUDIT-DATE                  PIC 9(08).
001300     05  AUDIT-TIME                  PIC 9(08).
001400     05  AUDIT-BEFORE-IMAGE          PIC X(111).
