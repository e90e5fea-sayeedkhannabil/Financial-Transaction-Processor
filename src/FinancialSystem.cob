003362*                  TRANSFER LEG, SO NO HISTORY LINK IS LEFT
003363*                  POINTING AT THE CREDIT LEG THAT NEVER
003364*                  POSTED.
003365* 2026-10-15  ROB  POSTINGS NOW CARRY A TRANSACTION CODE FROM
003366*                  THE TRANSACTION CODE MASTER.  OPTION 4 ASKS
003367*                  FOR THE CODE AND TAKES DEBIT/CREDIT FROM IT;
003368*                  TRANSFER LEGS POST AS XFRD/XFRC AND
003369*                  REVERSALS AND BACKOUTS AS REVD/REVC.
003370* 2026-10-15  ROB  ADDED MENU FUNCTION 15, LOAN TERMS
003371*                  MAINTENANCE, OVER THE NEW LOAN TERMS FILE
003372*                  (INSTALLMENT, DUE DAY, FIRST DUE AND MATURITY
003373*                  DATES, LATE CHARGE AND GRACE DAYS) FOR THE
003374*                  NIGHTLY LOAN SERVICING RUN.  SUPERVISOR
003375*                  FUNCTION, AUDITED AS ACTION LOANTERMS.
003376* 2026-10-15  ROB  ADDED MENU FUNCTIONS 16-18 OVER THE NEW
003377*                  STOP-PAYMENT FILE: PLACE A STOP BY CHEQUE
003378*                  SERIAL RANGE OR AMOUNT RANGE, INQUIRE, AND
003379*                  LIFT UNDER SUPERVISOR OVERRIDE.  AUDITED AS
003380*                  ACTIONS STOPPLACE AND STOPLIFT.  OPTION 4
003381*                  NOW TAKES THE CHEQUE/REFERENCE OF A DEBIT.
003382* 2026-10-15  ROB  ADDED MENU FUNCTION 19, ACCOUNT PARTY
003383*                  MAINTENANCE, OVER THE NEW ACCOUNT-PARTY FILE:
003384*                  ANY NUMBER OF CUSTOMERS PER ACCOUNT, EACH AS
003385*                  PRIMARY, JOINT, BENEFICIARY, POA OR SIGNER
003386*                  WITH EFFECTIVE AND END DATES.  SUPERVISOR
003387*                  FUNCTION, AUDITED AS ACTIONS PARTYADD AND
003388*                  PARTYCHG.  THE PRIMARY ROLE KEEPS ACCOUNT-
003389*                  CUSTOMER-ID IN STEP, SO OPTION 3 NO LONGER
003390*                  CHANGES THE CUSTOMER NUMBER, AND A NEW
003391*                  ACCOUNT'S CUSTOMER IS ADDED AS ITS PRIMARY.
003392*                  THE CUSTOMER INQUIRY NOW LISTS EVERY ACCOUNT
003393*                  THE CUSTOMER HOLDS A ROLE ON.
003394* 2026-10-15  ROB  DUAL CONTROL ON MAINTENANCE.  ACCOUNT UPDATES
003395*                  (OPTION 3, WHICH NOW ALSO SETS THE OVERDRAFT
003396*                  FLAG), CUSTOMER MAINTENANCE (OPTION 6) AND
003397*                  OPERATOR CHANGES (OPTION 9) NO LONGER REWRITE
003398*                  THE MASTER - EACH CHANGE GOES ON THE NEW
003399*                  PENDING-CHANGE FILE WITH ITS BEFORE AND AFTER
003400*                  IMAGES.  NEW MENU FUNCTION 20 IS THE APPROVAL
003401*                  QUEUE: A DIFFERENT SUPERVISOR APPROVES OR
003402*                  REJECTS EACH CHANGE (AN ADMINISTRATOR FOR
003403*                  OPERATOR CHANGES), AND ONLY AN APPROVED CHANGE
003404*                  REACHES THE MASTER.  A CHANGE WHOSE FIELD HAS
003405*                  MOVED SINCE IT WAS KEYED IS REJECTED.
003406*                  DECISIONS ARE AUDITED WITH THE MAKER AS
003407*                  OPERATOR AND THE CHECKER AS SUPERVISOR
003408*                  (UPDATE, CUSTUPD, OPERUPD AND ACCTREJ,
003409*                  CUSTREJ, OPERREJ).
003410* 2026-10-15  ROB  BUSINESS-DAY CALENDAR.  NEW MENU FUNCTION 21
003411*                  MAINTAINS THE HOLIDAY FILE (ADMINISTRATOR
003412*                  FUNCTION; A REMOVED HOLIDAY STAYS ON FILE
003413*                  MARKED REMOVED).  A STANDING ORDER NOW CARRIES
003414*                  ITS ROLL RULE FOR A DUE DATE THAT IS NOT A
003415*                  BUSINESS DAY (NEXT OR PREVIOUS BUSINESS DAY).
003416*                  A HOLD'S RELEASE DATE MAY BE KEYED AS A NUMBER
003417*                  OF BUSINESS DAYS, AND A KEYED DATE THAT IS NOT
003418*                  A BUSINESS DAY ROLLS TO THE NEXT ONE.
003419* 2026-10-15  ROB  OVERDRAFT LINES.  AN ACCOUNT THAT ALLOWS
003420*                  OVERDRAFT NOW CARRIES A LIMIT, KEYED AT CREATE
003421*                  (NEGATIVE OPENING BALANCE) OR THROUGH OPTION
003422*                  3 FIELD 6, NOW THE OVERDRAFT LINE (FLAG AND
003423*                  LIMIT AS ONE DUAL-CONTROL CHANGE).  A KEYED
003424*                  NEGATIVE BALANCE MUST LIE WITHIN THE LINE.
003425*                  INQUIRY SHOWS THE LIMIT, THE AVAILABLE BALANCE
003426*                  WITH THE LINE AND THE DATE THE ACCOUNT WENT
003427*                  OVERDRAWN.
003428* 2026-10-15  ROB  BATCH WINDOW CUTOFF.  THE SESSION NOW READS THE
003429*                  RUN CONTROL FILE: ITS BUSINESS DATE DATES
003430*                  EVERY ONLINE POSTING, AND ONCE ANY END-OF-DAY
003431*                  STEP IS COMPLETE A POSTING (OPTION 4) OR
003432*                  TRANSFER (OPTION 11) IS VALIDATED AND HELD ON
003433*                  THE STORE-AND-FORWARD FILE FOR THE NEXT
003434*                  BUSINESS DAY (AUDIT ACTION STORFWD) INSTEAD OF
003435*                  POSTED.  REVERSALS, CLOSURES AND APPROVED
003436*                  BALANCE CHANGES WAIT FOR THE NEW BUSINESS DATE.
003437*                  INQUIRY AND MAINTENANCE ARE UNAFFECTED.  EVERY
003438*                  ONLINE DEBIT AND TRANSFER, IN THE WINDOW OR
003439*                  NOT, MUST LEAVE ROOM FOR THE DEBITS STILL HELD.
003440* 2026-10-15  ROB  ACCOUNT PARTY MAINTENANCE (OPTION 19) IS NOW
003445*                  UNDER DUAL CONTROL.  A ROLE ADDED, OR A ROLE'S
003450*                  DATES CHANGED OR ENDED, IS QUEUED AS A PRTY
003455*                  CHANGE AND REACHES THE ACCOUNT-PARTY FILE - AND
003460*                  A PRIMARY OWNER CHANGE ACCOUNT-MASTER - ONLY
003465*                  WHEN ANOTHER SUPERVISOR APPROVES IT (OPTION
003470*                  20).  THE PARTYADD, PARTYCHG AND PRIMARY OWNER
003475*                  UPDATE AUDIT RECORDS CARRY THE MAKER AND THE
003480*                  CHECKER; A REJECTED ONE IS AUDITED AS PARTYREJ.
003485******************************************************************
003490 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
004606         RECORD KEY IS HOLD-KEY
004607         FILE STATUS IS HOLD-FILE-STATUS.
004608
004609     SELECT STOP-PAYMENT-FILE ASSIGN TO "STOPFILE"
004610         ORGANIZATION IS INDEXED
004612         ACCESS MODE IS DYNAMIC
004614         RECORD KEY IS STOP-KEY
004616         FILE STATUS IS STOP-FILE-STATUS.
004618
004620     SELECT TRAN-CODE-FILE ASSIGN TO "TRANCODE"
004622         ORGANIZATION IS SEQUENTIAL
004624         FILE STATUS IS TRAN-CODE-STATUS.
004626
004628     SELECT LOAN-TERMS-FILE ASSIGN TO "LOANTERM"
004630         ORGANIZATION IS INDEXED
004632         ACCESS MODE IS DYNAMIC
004634         RECORD KEY IS LOAN-ACCOUNT-ID
004636         FILE STATUS IS LOAN-TERMS-STATUS.
004638
004640     SELECT ACCOUNT-PARTY-FILE ASSIGN TO "ACCTPTY"
004642         ORGANIZATION IS INDEXED
004644         ACCESS MODE IS DYNAMIC
004646         RECORD KEY IS PARTY-KEY
004648         FILE STATUS IS PARTY-FILE-STATUS.
004649
004650     SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDCHG"
004652         ORGANIZATION IS INDEXED
004654         ACCESS MODE IS DYNAMIC
004656         RECORD KEY IS PEND-KEY
004658         FILE STATUS IS PEND-FILE-STATUS.
004659
004660     SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAY"
004662         ORGANIZATION IS INDEXED
004664         ACCESS MODE IS DYNAMIC
004666         RECORD KEY IS HOL-DATE
004668         FILE STATUS IS HOLIDAY-FILE-STATUS.
004669
004670     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
004672         ORGANIZATION IS SEQUENTIAL
004674         FILE STATUS IS RUNCTL-FILE-STATUS.
004675
004676     SELECT STORE-FORWARD-FILE ASSIGN TO "SAFFILE"
004678         ORGANIZATION IS SEQUENTIAL
004680         FILE STATUS IS SAF-FILE-STATUS.
004682
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  ACCOUNT-MASTER
005598 FD  HOLD-FILE
005599     LABEL RECORDS ARE STANDARD.
005600 COPY HoldRecord.
005601
005602 FD  STOP-PAYMENT-FILE
005604     LABEL RECORDS ARE STANDARD.
005606 COPY StopPaymentRecord.
005608
005610 FD  TRAN-CODE-FILE
005612     LABEL RECORDS ARE STANDARD.
005614 COPY TranCodeRecord.
005616
005618 FD  LOAN-TERMS-FILE
005620     LABEL RECORDS ARE STANDARD.
005622 COPY LoanTermsRecord.
005624
005626 FD  ACCOUNT-PARTY-FILE
005628     LABEL RECORDS ARE STANDARD.
005630 COPY AccountPartyRecord.
005631
005632 FD  PENDING-CHANGE-FILE
005634     LABEL RECORDS ARE STANDARD.
005636 COPY PendingChangeRecord.
005637
005638 FD  HOLIDAY-FILE
005640     LABEL RECORDS ARE STANDARD.
005642 COPY HolidayRecord.
005643
005644 FD  RUN-CONTROL-FILE
005646     LABEL RECORDS ARE STANDARD.
005648 COPY RunControlRecord.
005649
005650 FD  STORE-FORWARD-FILE
005652     LABEL RECORDS ARE STANDARD.
005654 COPY StoreForwardRecord.
005656
005700 WORKING-STORAGE SECTION.
005800 COPY TransactionRecord.
005900 COPY PostFlags.
007598 01  HOLD-FILE-STATUS                PIC X(02) VALUE "00".
007599     88  HOLD-FILE-OK                VALUE "00".
007600     88  HOLD-FILE-NOT-OPEN          VALUE "35".
007601
007602 01  STOP-FILE-STATUS                PIC X(02) VALUE "00".
007604     88  STOP-FILE-OK                VALUE "00".
007606     88  STOP-FILE-NOT-OPEN          VALUE "35".
007608
007610 01  TRAN-CODE-STATUS                PIC X(02) VALUE "00".
007612     88  TRAN-CODE-OK                VALUE "00".
007614
007616 01  LOAN-TERMS-STATUS               PIC X(02) VALUE "00".
007618     88  LOAN-TERMS-OK               VALUE "00".
007620     88  LOAN-TERMS-NOT-OPEN         VALUE "35".
007622
007624 01  PARTY-FILE-STATUS               PIC X(02) VALUE "00".
007626     88  PARTY-FILE-OK               VALUE "00".
007628     88  PARTY-FILE-NOT-OPEN         VALUE "35".
007629
007630 01  PEND-FILE-STATUS                PIC X(02) VALUE "00".
007632     88  PEND-FILE-OK                VALUE "00".
007634     88  PEND-FILE-NOT-OPEN          VALUE "35".
007635
007636 01  HOLIDAY-FILE-STATUS             PIC X(02) VALUE "00".
007638     88  HOLIDAY-FILE-OK             VALUE "00".
007640     88  HOLIDAY-FILE-NOT-OPEN       VALUE "35".
007641
007642 01  RUNCTL-FILE-STATUS              PIC X(02) VALUE "00".
007644     88  RUNCTL-FILE-OK              VALUE "00".
007646     88  RUNCTL-FILE-NOT-OPEN        VALUE "35".
007647
007648 01  SAF-FILE-STATUS                 PIC X(02) VALUE "00".
007650     88  SAF-FILE-OK                 VALUE "00".
007652     88  SAF-FILE-NOT-OPEN           VALUE "35".
007654
007656 COPY TranCodeFields.
007658
007700 01  WS-MENU-CHOICE                  PIC 9(02) VALUE 0.
007800
007900 01  WS-CONTINUE-SWITCH              PIC X(01) VALUE "Y".
008946     88  WS-SORD-FOUND               VALUE "Y".
008948     88  WS-SORD-NOT-FOUND           VALUE "N".
008950
008952 01  WS-LOAN-FOUND-SWITCH            PIC X(01).
008954     88  WS-LOAN-FOUND               VALUE "Y".
008956     88  WS-LOAN-NOT-FOUND           VALUE "N".
008958
008960 01  WS-ACCT-SCAN-EOF-SWITCH         PIC X(01).
008970     88  WS-END-OF-ACCT-SCAN         VALUE "Y".
008980     88  WS-NOT-END-OF-ACCT-SCAN     VALUE "N".
010200 01  WS-BEFORE-IMAGE                 PIC X(111).
010300 01  WS-AFTER-IMAGE                  PIC X(111).
010400 01  WS-AUDIT-ACTION                 PIC X(10).
010405*    A CUSTOMER OR OPERATOR CHANGE IS AUDITED UNDER ITS OWN KEY,
010410*    AND A DECIDED CHANGE UNDER ITS MAKER RATHER THAN THE
010415*    SIGNED-ON CHECKER - EACH SET FOR ONE AUDIT RECORD ONLY.
010420 01  WS-AUDIT-TARGET-ID              PIC X(10) VALUE SPACES.
010425 01  WS-AUDIT-MAKER-ID               PIC X(08) VALUE SPACES.
010430 01  WS-CHANGE-IMAGE.
010435     05  WS-CHG-TARGET-ID            PIC X(10).
010440     05  WS-CHG-FIELD-NAME           PIC X(20).
010445     05  WS-CHG-VALUE                PIC X(60).
010450     05  FILLER                      PIC X(21).
010500
010600******************************************************************
010700*    CALENDAR DATE VALIDATION WORKING STORAGE (SHARED)           *
010800******************************************************************
010900 COPY DateFields.
011000 COPY BusinessDayFields.
011700
011800******************************************************************
011900*    MISCELLANEOUS WORKING FIELDS                                *
012200 01  WS-UPDATE-FIELD-CHOICE          PIC 9(01).
012210 01  WS-CUST-FIELD-CHOICE            PIC 9(01).
012212 01  WS-SORD-FIELD-CHOICE            PIC 9(01).
012215 01  WS-LOAN-FIELD-CHOICE            PIC 9(01).
012220 01  WS-RELATIONSHIP-TOTAL           PIC S9(11)V99.
012230 01  WS-ACCOUNTS-LISTED              PIC 9(04).
012240 01  WS-BALANCE-EDIT                 PIC $,$$$,$$$,$$9.99-.
012250*    ONLINE SEQUENCES ARE STAMPED IN A RESERVED BAND (TIME OF
012260*    DAY PLUS 60000000, SO AT MOST 83595999) DISJOINT FROM BOTH
012261*    THE DAILY FEED'S SEQUENCES AND THE INTEREST ACCRUAL'S
012262*    90000000 BAND, SO ONLINE POSTS CAN NEVER COLLIDE ON THE
012263*    TRANSACTION HISTORY KEY (ACCOUNT / DATE / SEQUENCE).
012264 01  WS-SEQ-RANGE-BASE               PIC 9(08) VALUE 60000000.
012265
012266******************************************************************
012267*    BATCH WINDOW.  ONCE ANY END-OF-DAY STEP IS COMPLETE ON THE  *
012268*    RUN CONTROL FILE, TELLER MONETARY WORK IS VALIDATED AND     *
012269*    HELD ON THE STORE-AND-FORWARD FILE, DATED WS-FORWARD-DATE   *
012270*    (THE NEXT BUSINESS DAY), INSTEAD OF POSTED.  A HELD ITEM    *
012271*    KEEPS ITS ONLINE SEQUENCE UNTIL SAFGEN RELEASES IT AND      *
012272*    RENUMBERS IT.  THE FUNDS TEST ON A HELD DEBIT ALLOWS FOR    *
012273*    THE DEBITS ALREADY HELD AGAINST THE ACCOUNT.                *
012274******************************************************************
012275 01  WS-WINDOW-SWITCH                PIC X(01) VALUE "N".
012276     88  WS-BATCH-WINDOW-OPEN        VALUE "Y".
012277     88  WS-BATCH-WINDOW-CLOSED      VALUE "N".
012278 01  WS-BUSINESS-DATE                PIC 9(08) VALUE 0.
012279 01  WS-FORWARD-DATE                 PIC 9(08) VALUE 0.
012280 01  WS-RUNCTL-SUB                   PIC 9(02) COMP.
012281 01  WS-SAF-STORE-SWITCH             PIC X(01).
012282     88  WS-SAF-STORED               VALUE "Y".
012283     88  WS-SAF-NOT-STORED           VALUE "N".
012284 01  WS-SAF-EOF-SWITCH               PIC X(01).
012285     88  WS-END-OF-SAF               VALUE "Y".
012286 01  WS-SAF-HELD-DEBITS              PIC S9(11)V99.
012287 01  WS-SAF-IMAGE                    PIC X(111).
012288 01  WS-HELD-TRAN.
012289     05  FILLER                      PIC X(10).
012290     05  WS-HELD-ACCOUNT-ID          PIC X(10).
012291     05  WS-HELD-TYPE                PIC X(06).
012292         88  WS-HELD-IS-DEBIT        VALUE "DEBIT ".
012293     05  WS-HELD-AMOUNT              PIC S9(9)V99 COMP-3.
012294     05  FILLER                      PIC X(26).
012295
012303
012306******************************************************************
012309*    ONLINE FUNDS-TRANSFER WORKING STORAGE                       *
012324 01  WS-XFER-AMOUNT                  PIC S9(9)V99.
012327 01  WS-XFER-DEBIT-SEQ               PIC 9(08).
012330 01  WS-XFER-CREDIT-SEQ              PIC 9(08).
012331 01  WS-XFER-DEBIT-CODE              PIC X(04) VALUE "XFRD".
012332 01  WS-XFER-CREDIT-CODE             PIC X(04) VALUE "XFRC".
012333
012336******************************************************************
012339*    ONLINE REVERSAL WORKING STORAGE                             *
012357 01  WS-REV-ORIG-TYPE                PIC X(06).
012360 01  WS-REV-AMOUNT                   PIC S9(9)V99.
012363 01  WS-REV-NEW-SEQ                  PIC 9(08).
012364 01  WS-REV-DEBIT-CODE               PIC X(04) VALUE "REVD".
012365 01  WS-REV-CREDIT-CODE              PIC X(04) VALUE "REVC".
012366
012369******************************************************************
012372*    FUNDS-HOLD WORKING STORAGE                                  *
012381     88  WS-HOLD-FOUND               VALUE "Y".
012384     88  WS-HOLD-NOT-FOUND           VALUE "N".
012387 01  WS-HOLDS-EDIT                   PIC $,$$$,$$$,$$9.99-.
012388*    A HOLD'S RELEASE IS KEYED AS A DATE OR AS 1-99 BUSINESS DAYS.
012389 01  WS-HOLD-RELEASE-ENTRY           PIC 9(08).
012390 01  WS-AVAILABLE-BALANCE            PIC S9(11)V99.
012391*    THE OVERDRAFT LINE IN PRINTABLE FORM FOR THE APPROVAL QUEUE.
012392 01  WS-OD-LINE-TEXT.
012393     05  WS-OD-LINE-FLAG             PIC X(01).
012394     05  FILLER                      PIC X(07) VALUE " LIMIT ".
012395     05  WS-OD-LINE-LIMIT            PIC $$,$$$,$$9.99.
012396******************************************************************
012397*    STOP-PAYMENT WORKING STORAGE                                *
012398******************************************************************
012399 01  WS-STOP-FOUND-SWITCH            PIC X(01).
012400     88  WS-STOP-FOUND               VALUE "Y".
012401     88  WS-STOP-NOT-FOUND           VALUE "N".
012402 01  WS-STOP-LIST-SWITCH             PIC X(01).
012403     88  WS-END-OF-STOP-LIST         VALUE "Y".
012404     88  WS-NOT-END-OF-STOP-LIST     VALUE "N".
012405 01  WS-STOP-ENTRY-SWITCH            PIC X(01).
012406     88  WS-STOP-ENTRY-VALID         VALUE "Y".
012407     88  WS-STOP-ENTRY-INVALID       VALUE "N".
012408 01  WS-STOP-INQ-ACCOUNT-ID          PIC X(10).
012409 01  WS-STOPS-LISTED                 PIC 9(04) COMP.
012410 01  WS-STOP-STANDING                PIC X(07).
012411 01  WS-STOP-AMOUNT-EDIT             PIC $,$$$,$$$,$$9.99-.
012412******************************************************************
012413*    ACCOUNT-PARTY WORKING STORAGE.  A CANDIDATE ROLE IS HELD    *
012414*    HERE WHILE THE ACCOUNT'S OTHER ROLES ARE READ THROUGH FOR   *
012415*    OVERLAPS, SINCE THAT SCAN REUSES THE FILE'S RECORD AREA.    *
012416******************************************************************
012417 01  WS-PARTY-FOUND-SWITCH           PIC X(01).
012418     88  WS-PARTY-FOUND              VALUE "Y".
012419     88  WS-PARTY-NOT-FOUND          VALUE "N".
012420 01  WS-PARTY-SCAN-SWITCH            PIC X(01).
012421     88  WS-END-OF-PARTY-SCAN        VALUE "Y".
012422     88  WS-NOT-END-OF-PARTY-SCAN    VALUE "N".
012423 01  WS-PARTY-CONFLICT-SWITCH        PIC X(01).
012424     88  WS-PARTY-CONFLICT           VALUE "Y".
012425     88  WS-NO-PARTY-CONFLICT        VALUE "N".
012426 01  WS-PARTY-FUNCTION               PIC X(01).
012427     88  WS-PARTY-FUNCTION-ADD       VALUE "A".
012428     88  WS-PARTY-FUNCTION-CHANGE    VALUE "C".
012429 01  WS-PARTY-ACCOUNT-ID             PIC X(10).
012430 01  WS-PARTY-CUSTOMER-ID            PIC X(10).
012431 01  WS-PARTY-ROLE                   PIC X(03).
012432     88  WS-PARTY-ROLE-PRIMARY       VALUE "PRI".
012433     88  WS-PARTY-ROLE-VALID         VALUE "PRI" "JNT" "BEN"
012434                                           "POA" "SGN".
012435 01  WS-PARTY-NEW-EFFECTIVE          PIC 9(08).
012436 01  WS-PARTY-NEW-END                PIC 9(08).
012437 01  WS-PARTY-SKIP-KEY               PIC X(23).
012438 01  WS-PARTY-PRIMARY-ID             PIC X(10).
012439 01  WS-PARTY-ROLE-NAME              PIC X(11).
012440 01  WS-PARTY-STANDING               PIC X(08).
012441 01  WS-PARTIES-LISTED               PIC 9(04) COMP.
012442 01  WS-PARTY-DATE-ENTRY             PIC X(08).
012443 01  WS-PARTY-DATE-NUMERIC REDEFINES WS-PARTY-DATE-ENTRY
012444                                     PIC 9(08).
012445 01  WS-PARTY-DATE-DEFAULT           PIC 9(08).
012446 01  WS-PARTY-DATE-VALUE             PIC 9(08).
012447 01  WS-PARTY-DATE-SWITCH            PIC X(01).
012448     88  WS-PARTY-DATE-OK            VALUE "Y".
012449     88  WS-PARTY-DATE-BAD           VALUE "N".
012450 01  WS-PARTY-ZERO-SWITCH            PIC X(01).
012451     88  WS-PARTY-ZERO-ALLOWED       VALUE "Y".
012452     88  WS-PARTY-ZERO-NOT-ALLOWED   VALUE "N".
012453*    A ROLE IN PRINTABLE FORM FOR THE APPROVAL QUEUE.
012454 01  WS-PARTY-PEND-VALUE.
012455     05  FILLER                      PIC X(05) VALUE "CUST ".
012456     05  WS-PARTY-PEND-CUSTOMER      PIC X(10).
012457     05  FILLER                      PIC X(01) VALUE SPACE.
012458     05  WS-PARTY-PEND-ROLE          PIC X(03).
012459     05  FILLER                      PIC X(06) VALUE " FROM ".
012460     05  WS-PARTY-PEND-EFFECTIVE     PIC 9(08).
012461     05  FILLER                      PIC X(04) VALUE " TO ".
012462     05  WS-PARTY-PEND-END           PIC 9(08).
012463******************************************************************
012464*    PENDING-CHANGE (DUAL CONTROL) WORKING STORAGE.  THE OLD AND *
012465*    NEW VIEWS DECODE A CHANGE'S BEFORE AND AFTER IMAGES FOR     *
012466*    WHICHEVER MASTER IT IS AGAINST - KEEP THEM IN STEP WITH     *
012467*    ACCOUNTRECORD, CUSTOMERRECORD, OPERATORRECORD AND           *
012468*    ACCOUNTPARTYRECORD.                                         *
012469******************************************************************
012470 01  WS-PEND-WRITE-SWITCH            PIC X(01).
012471     88  WS-PEND-WRITTEN             VALUE "Y".
012472     88  WS-PEND-NOT-WRITTEN         VALUE "N".
012473 01  WS-PEND-WRITE-TRIES             PIC 9(02) COMP.
012474 01  WS-PEND-QUEUE-SWITCH            PIC X(01).
012475     88  WS-END-OF-PEND-QUEUE        VALUE "Y".
012476     88  WS-NOT-END-OF-PEND-QUEUE    VALUE "N".
012477 01  WS-PEND-OUTCOME-SWITCH          PIC X(01).
012478     88  WS-PEND-APPLIED             VALUE "A".
012479     88  WS-PEND-STALE               VALUE "S".
012480     88  WS-PEND-FAILED              VALUE "F".
012481 01  WS-PEND-DECISION                PIC X(01).
012482     88  WS-PEND-DECIDE-APPROVE      VALUE "A".
012483     88  WS-PEND-DECIDE-REJECT       VALUE "R".
012484     88  WS-PEND-DECIDE-QUIT         VALUE "Q".
012485 01  WS-PEND-SHOWN                   PIC 9(04) COMP.
012486 01  WS-PEND-APPROVED-COUNT          PIC 9(04) COMP.
012487 01  WS-PEND-REJECTED-COUNT          PIC 9(04) COMP.
012488 01  WS-PEND-TYPE-NAME               PIC X(08).
012489 01  WS-PEND-OLD-IMAGE               PIC X(136).
012490 01  WS-OLD-ACCOUNT REDEFINES WS-PEND-OLD-IMAGE.
012491     05  FILLER                      PIC X(10).
012492     05  WS-OLD-ACCT-NAME            PIC X(30).
012493     05  WS-OLD-ACCT-TYPE            PIC X(10).
012494     05  WS-OLD-ACCT-BALANCE         PIC S9(9)V99 COMP-3.
012495     05  WS-OLD-ACCT-STATUS          PIC X(10).
012496     05  FILLER                      PIC X(08).
012497     05  WS-OLD-ACCT-OVERDRAFT       PIC X(01).
012498     05  FILLER                      PIC X(26).
012499     05  WS-OLD-ACCT-OD-LIMIT        PIC S9(7)V99 COMP-3.
012500     05  FILLER                      PIC X(30).
012501 01  WS-OLD-CUSTOMER REDEFINES WS-PEND-OLD-IMAGE.
012502     05  FILLER                      PIC X(10).
012503     05  WS-OLD-CUST-NAME            PIC X(30).
012504     05  WS-OLD-CUST-ADDRESS         PIC X(60).
012505     05  WS-OLD-CUST-PHONE           PIC X(15).
012506     05  WS-OLD-CUST-TAX-ID          PIC X(11).
012507     05  FILLER                      PIC X(10).
012508 01  WS-OLD-OPERATOR REDEFINES WS-PEND-OLD-IMAGE.
012509     05  FILLER                      PIC X(08).
012510     05  WS-OLD-OPER-NAME            PIC X(30).
012511     05  WS-OLD-OPER-PASSWORD        PIC X(08).
012512     05  WS-OLD-OPER-LEVEL           PIC 9(01).
012513     05  WS-OLD-OPER-LIMIT           PIC S9(9)V99 COMP-3.
012514     05  WS-OLD-OPER-STATUS          PIC X(10).
012515     05  FILLER                      PIC X(73).
012516 01  WS-OLD-PARTY REDEFINES WS-PEND-OLD-IMAGE.
012517     05  WS-OLD-PARTY-RECORD         PIC X(57).
012518     05  FILLER                      PIC X(79).
012519 01  WS-PEND-NEW-IMAGE               PIC X(136).
012520 01  WS-NEW-ACCOUNT REDEFINES WS-PEND-NEW-IMAGE.
012521     05  FILLER                      PIC X(10).
012522     05  WS-NEW-ACCT-NAME            PIC X(30).
012523     05  WS-NEW-ACCT-TYPE            PIC X(10).
012524     05  WS-NEW-ACCT-BALANCE         PIC S9(9)V99 COMP-3.
012525     05  WS-NEW-ACCT-STATUS          PIC X(10).
012526     05  FILLER                      PIC X(08).
012527     05  WS-NEW-ACCT-OVERDRAFT       PIC X(01).
012528     05  FILLER                      PIC X(26).
012529     05  WS-NEW-ACCT-OD-LIMIT        PIC S9(7)V99 COMP-3.
012530     05  FILLER                      PIC X(30).
012531 01  WS-NEW-CUSTOMER REDEFINES WS-PEND-NEW-IMAGE.
012532     05  FILLER                      PIC X(10).
012533     05  WS-NEW-CUST-NAME            PIC X(30).
012534     05  WS-NEW-CUST-ADDRESS         PIC X(60).
012535     05  WS-NEW-CUST-PHONE           PIC X(15).
012536     05  WS-NEW-CUST-TAX-ID          PIC X(11).
012537     05  FILLER                      PIC X(10).
012538 01  WS-NEW-OPERATOR REDEFINES WS-PEND-NEW-IMAGE.
012539     05  FILLER                      PIC X(08).
012540     05  WS-NEW-OPER-NAME            PIC X(30).
012541     05  WS-NEW-OPER-PASSWORD        PIC X(08).
012542     05  WS-NEW-OPER-LEVEL           PIC 9(01).
012543     05  WS-NEW-OPER-LIMIT           PIC S9(9)V99 COMP-3.
012544     05  WS-NEW-OPER-STATUS          PIC X(10).
012545     05  FILLER                      PIC X(73).
012546 01  WS-NEW-PARTY REDEFINES WS-PEND-NEW-IMAGE.
012547     05  WS-NEW-PARTY-RECORD         PIC X(57).
012555     05  FILLER                      PIC X(79).
012556******************************************************************
012557*    HOLIDAY CALENDAR MAINTENANCE WORKING STORAGE                *
012558******************************************************************
012559 01  WS-HOL-FUNCTION                 PIC X(01).
012560     88  WS-HOL-FUNCTION-ADD         VALUE "A".
012561     88  WS-HOL-FUNCTION-REMOVE      VALUE "R".
012562 01  WS-HOL-FOUND-SWITCH             PIC X(01).
012563     88  WS-HOL-FOUND                VALUE "Y".
012564     88  WS-HOL-NOT-FOUND            VALUE "N".
012565 01  WS-HOL-SCAN-SWITCH              PIC X(01).
012566     88  WS-END-OF-HOL-SCAN          VALUE "Y".
012567     88  WS-NOT-END-OF-HOL-SCAN      VALUE "N".
012568 01  WS-HOL-DATE                     PIC 9(08).
012569 01  WS-HOL-STANDING                 PIC X(07).
012570 01  WS-HOLIDAYS-LISTED              PIC 9(04) COMP.
012571******************************************************************
012572 PROCEDURE DIVISION.
012600******************************************************************
012700 0000-MAINLINE.
012800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
015200         OPEN OUTPUT AUDIT-LOG
015300         CLOSE AUDIT-LOG
015400         OPEN EXTEND AUDIT-LOG
015401     END-IF
015402     OPEN I-O CUSTOMER-MASTER
015403     IF CUST-MASTER-NOT-OPEN
015404         OPEN OUTPUT CUSTOMER-MASTER
015405         CLOSE CUSTOMER-MASTER
015406         OPEN I-O CUSTOMER-MASTER
015407     END-IF
015408     IF NOT CUST-MASTER-OK
015409         DISPLAY "UNABLE TO OPEN CUSTOMER-MASTER, STATUS="
015410             CUST-MASTER-STATUS
015411         SET WS-STOP-PROCESSING TO TRUE
015412     END-IF
015413     OPEN I-O TRAN-HISTORY
015414     IF HIST-FILE-NOT-OPEN
015415         OPEN OUTPUT TRAN-HISTORY
015416         CLOSE TRAN-HISTORY
015417         OPEN I-O TRAN-HISTORY
015418     END-IF
015419     IF NOT HIST-FILE-OK
015420         DISPLAY "UNABLE TO OPEN TRAN-HISTORY, STATUS="
015421             HIST-FILE-STATUS
015422         SET WS-STOP-PROCESSING TO TRUE
015423     END-IF
015424     OPEN I-O OPERATOR-FILE
015425     IF OPER-FILE-NOT-OPEN
015426         PERFORM 1100-CREATE-OPERATOR-FILE
015427             THRU 1100-CREATE-OPERATOR-FILE-EXIT
015428     END-IF
015429     IF NOT OPER-FILE-OK
015430         DISPLAY "UNABLE TO OPEN OPERATOR FILE, STATUS="
015431             OPER-FILE-STATUS
015432         SET WS-STOP-PROCESSING TO TRUE
015433     END-IF
015434     OPEN I-O STANDING-ORDER-FILE
015435     IF SORD-FILE-NOT-OPEN
015436         OPEN OUTPUT STANDING-ORDER-FILE
015437         CLOSE STANDING-ORDER-FILE
015438         OPEN I-O STANDING-ORDER-FILE
015439     END-IF
015440     IF NOT SORD-FILE-OK
015441         DISPLAY "UNABLE TO OPEN STANDING-ORDER FILE, STATUS="
015442             SORD-FILE-STATUS
015443         SET WS-STOP-PROCESSING TO TRUE
015444     END-IF
015445     OPEN I-O HOLD-FILE
015446     IF HOLD-FILE-NOT-OPEN
015447         OPEN OUTPUT HOLD-FILE
015448         CLOSE HOLD-FILE
015449         OPEN I-O HOLD-FILE
015450     END-IF
015451     IF NOT HOLD-FILE-OK
015452         DISPLAY "UNABLE TO OPEN HOLD FILE, STATUS="
015453             HOLD-FILE-STATUS
015454         SET WS-STOP-PROCESSING TO TRUE
015455     END-IF
015456     OPEN I-O STOP-PAYMENT-FILE
015457     IF STOP-FILE-NOT-OPEN
015458         OPEN OUTPUT STOP-PAYMENT-FILE
015459         CLOSE STOP-PAYMENT-FILE
015460         OPEN I-O STOP-PAYMENT-FILE
015461     END-IF
015462     IF NOT STOP-FILE-OK
015463         DISPLAY "UNABLE TO OPEN STOP-PAYMENT FILE, STATUS="
015464             STOP-FILE-STATUS
015465         SET WS-STOP-PROCESSING TO TRUE
015466     END-IF
015467     OPEN I-O LOAN-TERMS-FILE
015468     IF LOAN-TERMS-NOT-OPEN
015469         OPEN OUTPUT LOAN-TERMS-FILE
015470         CLOSE LOAN-TERMS-FILE
015471         OPEN I-O LOAN-TERMS-FILE
015472     END-IF
015473     IF NOT LOAN-TERMS-OK
015474         DISPLAY "UNABLE TO OPEN LOAN TERMS FILE, STATUS="
015475             LOAN-TERMS-STATUS
015476         SET WS-STOP-PROCESSING TO TRUE
015477     END-IF
015478     OPEN I-O ACCOUNT-PARTY-FILE
015479     IF PARTY-FILE-NOT-OPEN
015480         OPEN OUTPUT ACCOUNT-PARTY-FILE
015481         CLOSE ACCOUNT-PARTY-FILE
015482         OPEN I-O ACCOUNT-PARTY-FILE
015483     END-IF
015484     IF NOT PARTY-FILE-OK
015485         DISPLAY "UNABLE TO OPEN ACCOUNT-PARTY FILE, STATUS="
015486             PARTY-FILE-STATUS
015487         SET WS-STOP-PROCESSING TO TRUE
015488     END-IF
015489     OPEN I-O PENDING-CHANGE-FILE
015490     IF PEND-FILE-NOT-OPEN
015491         OPEN OUTPUT PENDING-CHANGE-FILE
015492         CLOSE PENDING-CHANGE-FILE
015493         OPEN I-O PENDING-CHANGE-FILE
015494     END-IF
015495     IF NOT PEND-FILE-OK
015496         DISPLAY "UNABLE TO OPEN PENDING-CHANGE FILE, STATUS="
015497             PEND-FILE-STATUS
015498         SET WS-STOP-PROCESSING TO TRUE
015499     END-IF
015500*    WITHOUT THE CODE MASTER THE SESSION STILL RUNS, BUT NO
015501*    TELLER POSTING CAN BE CODED SO OPTION 4 IS REFUSED.
015502     PERFORM 9700-LOAD-TRAN-CODES
015503         THRU 9700-LOAD-TRAN-CODES-EXIT
015504     IF TC-TABLE-NOT-LOADED
015505         DISPLAY "WARNING - NO TRANSACTION CODE MASTER, "
015506             "TRANSACTION POSTING IS UNAVAILABLE."
015507     END-IF
015508     PERFORM 3530-LOAD-HOLIDAYS
015509         THRU 3530-LOAD-HOLIDAYS-EXIT.
015600 1000-INITIALIZE-EXIT.
015605     EXIT.
015610
015620******************************************************************
015621*    1100-CREATE-OPERATOR-FILE - FIRST-TIME SETUP.  BUILDS THE   *
015622*    OPERATOR SECURITY FILE WITH ONE DEFAULT ADMINISTRATOR SO    *
015705     EXIT.
015706
015900******************************************************************
015901*    1600-CHECK-BATCH-WINDOW - READ THE RUN CONTROL RECORD AT    *
015902*    THE MOMENT OF A MONETARY ACTION.  ITS BUSINESS DATE BECOMES *
015903*    WS-CURRENT-DATE, SO A POSTING KEYED AFTER MIDNIGHT IS STILL *
015904*    DATED FOR THE DAY IT BELONGS TO.  THE WINDOW IS OPEN ONCE   *
015905*    ANY STEP IS COMPLETE FOR THAT DATE, AND STAYS OPEN UNTIL    *
015906*    THE OPERATOR CONSOLE SETS THE NEXT BUSINESS DATE.  NO RUN   *
015907*    CONTROL FILE YET MEANS NO BATCH HAS EVER RUN - THE CALENDAR *
015908*    DATE STANDS AND THE WINDOW IS SHUT.  A FILE THAT EXISTS BUT *
015909*    CANNOT BE READ IS TAKEN AS A WINDOW OPEN: NOTHING POSTS     *
015910*    AGAINST A MASTER THE BATCH MAY BE USING.                    *
015911******************************************************************
015912 1600-CHECK-BATCH-WINDOW.
015913     SET WS-BATCH-WINDOW-CLOSED TO TRUE
015914     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
015915     MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE
015916     OPEN INPUT RUN-CONTROL-FILE
015917     IF RUNCTL-FILE-NOT-OPEN
015918         GO TO 1600-CHECK-BATCH-WINDOW-EXIT
015919     END-IF
015920     IF RUNCTL-FILE-OK
015921         PERFORM 1610-READ-RUN-CONTROL
015922             THRU 1610-READ-RUN-CONTROL-EXIT
015923         CLOSE RUN-CONTROL-FILE
015924     ELSE
015925         DISPLAY "RUN CONTROL FILE UNREADABLE, STATUS="
015926             RUNCTL-FILE-STATUS " - END-OF-DAY TAKEN AS RUNNING."
015927         SET WS-BATCH-WINDOW-OPEN TO TRUE
015928     END-IF
015929     MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
015930     IF WS-BATCH-WINDOW-OPEN
015931         MOVE WS-BUSINESS-DATE TO BD-DATE
015932         PERFORM 3560-NEXT-BUSINESS-DAY
015933             THRU 3560-NEXT-BUSINESS-DAY-EXIT
015934         MOVE BD-DATE TO WS-FORWARD-DATE
015935     END-IF.
015936 1600-CHECK-BATCH-WINDOW-EXIT.
015937     EXIT.
015938
015939 1610-READ-RUN-CONTROL.
015940     READ RUN-CONTROL-FILE
015941         AT END
015942             GO TO 1610-READ-RUN-CONTROL-EXIT
015943     END-READ
015944     MOVE RUNCTL-BUSINESS-DATE TO WS-BUSINESS-DATE
015945     PERFORM 1620-TEST-ONE-STEP
015946         THRU 1620-TEST-ONE-STEP-EXIT
015947         VARYING WS-RUNCTL-SUB FROM 1 BY 1
015948         UNTIL WS-BATCH-WINDOW-OPEN
015949            OR WS-RUNCTL-SUB > 40.
015950 1610-READ-RUN-CONTROL-EXIT.
015951     EXIT.
015952
015953 1620-TEST-ONE-STEP.
015954     IF RUNCTL-STEP-NAME (WS-RUNCTL-SUB) NOT = SPACES
015955         AND RUNCTL-STEP-DONE (WS-RUNCTL-SUB)
015956         SET WS-BATCH-WINDOW-OPEN TO TRUE
015957     END-IF.
015958 1620-TEST-ONE-STEP-EXIT.
015959     EXIT.
015960
015961******************************************************************
016000*    2000-MENU-LOOP - ONE PASS THROUGH THE DRIVING MENU.         *
016100******************************************************************
016200 2000-MENU-LOOP.
017437         WHEN 14
017438             PERFORM 8810-RELEASE-HOLD
017439                 THRU 8810-RELEASE-HOLD-EXIT
017440         WHEN 15
017442             PERFORM 8900-MAINTAIN-LOAN-TERMS
017444                 THRU 8900-MAINTAIN-LOAN-TERMS-EXIT
017446         WHEN 16
017448             PERFORM 8820-PLACE-STOP-PAYMENT
017450                 THRU 8820-PLACE-STOP-PAYMENT-EXIT
017452         WHEN 17
017454             PERFORM 8830-INQUIRE-STOP-PAYMENTS
017456                 THRU 8830-INQUIRE-STOP-PAYMENTS-EXIT
017458         WHEN 18
017460             PERFORM 8840-LIFT-STOP-PAYMENT
017462                 THRU 8840-LIFT-STOP-PAYMENT-EXIT
017464         WHEN 19
017466             PERFORM 9000-MAINTAIN-ACCOUNT-PARTIES
017468                 THRU 9000-MAINTAIN-ACCOUNT-PARTIES-EXIT
017470         WHEN 20
017472             PERFORM 9200-REVIEW-PENDING-CHANGES
017474                 THRU 9200-REVIEW-PENDING-CHANGES-EXIT
017476         WHEN 21
017478             PERFORM 9300-MAINTAIN-HOLIDAYS
017480                 THRU 9300-MAINTAIN-HOLIDAYS-EXIT
017482         WHEN 0
017500             SET WS-STOP-PROCESSING TO TRUE
017600         WHEN OTHER
017700             DISPLAY "INVALID CHOICE - PLEASE TRY AGAIN."
018010
018020******************************************************************
018030*    2200-CHECK-AUTHORITY - THE SIGNED-ON OPERATOR'S LEVEL MUST  *
018035*    COVER THE CHOSEN FUNCTION: 1 (TELLER) FOR INQUIRIES,        *
018040*    POSTING AND STOP PAYMENTS (A LIFT ALSO TAKES A SUPERVISOR   *
018045*    OVERRIDE), 2 (SUPERVISOR) FOR ACCOUNT, CUSTOMER, STANDING-  *
018050*    ORDER, HOLD, LOAN TERMS AND ACCOUNT PARTY MAINTENANCE,      *
018055*    CLOSURE AND THE APPROVAL QUEUE (WHERE AN OPERATOR CHANGE    *
018060*    ALSO NEEDS AN ADMINISTRATOR), 3 (ADMINISTRATOR) FOR         *
018065*    OPERATOR MAINTENANCE AND THE HOLIDAY CALENDAR.              *
018080******************************************************************
018091 2200-CHECK-AUTHORITY.
018092     EVALUATE WS-MENU-CHOICE
018093         WHEN 1 WHEN 3 WHEN 5 WHEN 6 WHEN 8
018094             WHEN 10 WHEN 13 WHEN 14 WHEN 15 WHEN 19 WHEN 20
018095             MOVE 2 TO WS-REQUIRED-LEVEL
018096         WHEN 9 WHEN 21
018097             MOVE 3 TO WS-REQUIRED-LEVEL
018098         WHEN OTHER
018099             MOVE 1 TO WS-REQUIRED-LEVEL
019170     DISPLAY "11. TRANSFER BETWEEN ACCOUNTS"
019180     DISPLAY "12. REVERSE A POSTED TRANSACTION"
019190     DISPLAY "13. PLACE A FUNDS HOLD"
019191     DISPLAY "14. RELEASE A FUNDS HOLD"
019192     DISPLAY "15. LOAN TERMS MAINTENANCE"
019193     DISPLAY "16. PLACE A STOP PAYMENT"
019194     DISPLAY "17. INQUIRE ON STOP PAYMENTS"
019195     DISPLAY "18. LIFT A STOP PAYMENT"
019196     DISPLAY "19. ACCOUNT PARTY MAINTENANCE"
019197     DISPLAY "20. APPROVE PENDING CHANGES"
019198     DISPLAY "21. HOLIDAY CALENDAR MAINTENANCE"
019200     DISPLAY "0. EXIT"
019300     DISPLAY "ENTER YOUR CHOICE: "
019400     ACCEPT WS-MENU-CHOICE.
020400     DISPLAY "------ CREATE NEW ACCOUNT ------"
020500     MOVE SPACES TO ACCOUNT-RECORD
020600     MOVE "N" TO ACCOUNT-OVERDRAFT-SW
020625     MOVE 0 TO ACCOUNT-OVERDRAFT-LIMIT OF ACCOUNT-RECORD
020650     MOVE 0 TO ACCOUNT-OVERDRAWN-DATE OF ACCOUNT-RECORD
020700
020800     DISPLAY "ENTER ACCOUNT ID: "
020900     ACCEPT ACCOUNT-ID OF ACCOUNT-RECORD
022610     MOVE ACCOUNT-CREATION-DATE OF ACCOUNT-RECORD
022620         TO ACCOUNT-LAST-ACTIVITY-DATE OF ACCOUNT-RECORD
022630     MOVE 0 TO ACCOUNT-CLOSURE-DATE OF ACCOUNT-RECORD
022640     IF ACCOUNT-BALANCE OF ACCOUNT-RECORD < 0
022650         MOVE ACCOUNT-CREATION-DATE OF ACCOUNT-RECORD
022660             TO ACCOUNT-OVERDRAWN-DATE OF ACCOUNT-RECORD
022670     END-IF
022700
022800     WRITE ACCOUNT-RECORD
022900         INVALID KEY
023800             MOVE "CREATE"       TO WS-AUDIT-ACTION
023900             PERFORM 6000-WRITE-AUDIT-RECORD
024000                 THRU 6000-WRITE-AUDIT-RECORD-EXIT
024020             IF ACCOUNT-CUSTOMER-ID OF ACCOUNT-RECORD NOT = SPACES
024040                 PERFORM 9030-OPEN-PRIMARY-PARTY
024060                     THRU 9030-OPEN-PRIMARY-PARTY-EXIT
024080             END-IF
024100     END-WRITE.
024200 3000-CREATE-ACCOUNT-EXIT.
024300     EXIT.
030800******************************************************************
030900*    3300-GET-ACCOUNT-BALANCE - ACCEPT THE OPENING BALANCE AND   *
031000*    REJECT A NEGATIVE AMOUNT UNLESS OVERDRAFT IS ALLOWED.       *
031025*    A NEGATIVE AMOUNT ALSO TAKES THE OVERDRAFT LIMIT, AND MUST  *
031050*    LIE WITHIN IT.                                              *
031100******************************************************************
031200 3300-GET-ACCOUNT-BALANCE.
031300     SET WS-INVALID-ENTRY TO TRUE
032400         PERFORM 3320-PROMPT-OVERDRAFT-FLAG
032500             THRU 3320-PROMPT-OVERDRAFT-FLAG-EXIT
032600         IF ACCOUNT-OVERDRAFT-ALLOWED
032610             PERFORM 3340-GET-OVERDRAFT-LIMIT
032620                 THRU 3340-GET-OVERDRAFT-LIMIT-EXIT
032630             IF (ACCOUNT-BALANCE OF ACCOUNT-RECORD
032640                 + ACCOUNT-OVERDRAFT-LIMIT OF ACCOUNT-RECORD) < 0
032650                 DISPLAY "THE BALANCE IS BEYOND THE OVERDRAFT "
032660                     "LIMIT - PLEASE RE-ENTER."
032670                 SET WS-INVALID-ENTRY TO TRUE
032680             ELSE
032690                 SET WS-VALID-ENTRY TO TRUE
032700             END-IF
032800         ELSE
032850             MOVE 0 TO ACCOUNT-OVERDRAFT-LIMIT OF ACCOUNT-RECORD
032900             DISPLAY "A NEGATIVE OPENING BALANCE REQUIRES "
033000                 "OVERDRAFT TO BE ALLOWED - PLEASE RE-ENTER."
033100             SET WS-INVALID-ENTRY TO TRUE
034400 3330-PROMPT-OVERDRAFT-FLAG-EXIT.
034500     EXIT.
034600
034610 3340-GET-OVERDRAFT-LIMIT.
034620     SET WS-INVALID-ENTRY TO TRUE
034630     PERFORM 3350-PROMPT-OVERDRAFT-LIMIT
034640         THRU 3350-PROMPT-OVERDRAFT-LIMIT-EXIT
034650         UNTIL WS-VALID-ENTRY.
034660 3340-GET-OVERDRAFT-LIMIT-EXIT.
034670     EXIT.
034680
034690 3350-PROMPT-OVERDRAFT-LIMIT.
034700     DISPLAY "ENTER OVERDRAFT LIMIT: "
034710     ACCEPT ACCOUNT-OVERDRAFT-LIMIT OF ACCOUNT-RECORD
034720     IF ACCOUNT-OVERDRAFT-LIMIT OF ACCOUNT-RECORD > 0
034730         SET WS-VALID-ENTRY TO TRUE
034740     ELSE
034750         DISPLAY "INVALID LIMIT - MUST BE GREATER THAN ZERO."
034760         SET WS-INVALID-ENTRY TO TRUE
034770     END-IF.
034780 3350-PROMPT-OVERDRAFT-LIMIT-EXIT.
034790     EXIT.
034800
035000******************************************************************
035100*    3400-GET-ACCOUNT-CREATION-DATE - ACCEPT AND VALIDATE A      *
035200*    REAL YYYYMMDD CALENDAR DATE, RE-PROMPTING ON ERROR.         *
037600
037700******************************************************************
037800*    SHARED CALENDAR DATE VALIDATION (SEE DATELOGIC COPYBOOK)    *
037850*    AND BUSINESS-DAY LOGIC (SEE BUSINESSDAYLOGIC COPYBOOK)      *
037900******************************************************************
038100 COPY DateLogic.
038200 COPY BusinessDayLogic.
043800
043900******************************************************************
044000*    3600-CHECK-DUPLICATE-ACCOUNT-ID - READ ACCOUNT-MASTER FOR   *
045460 3710-PROMPT-CUSTOMER-ID-EXIT.
045470     EXIT.
045480
045490******************************************************************
045500*    4000-INQUIRE-ACCOUNT - DISPLAY ONE ACCOUNT-MASTER RECORD.   *
045600******************************************************************
045700 4000-INQUIRE-ACCOUNT.
047496             DISPLAY "AVAILABLE BALANCE: " WS-BALANCE-EDIT
047500             DISPLAY "OVERDRAFT ALLOWED: "
047600                 ACCOUNT-OVERDRAFT-SW OF ACCOUNT-RECORD
047605             IF ACCOUNT-OVERDRAFT-ALLOWED
047610                 MOVE ACCOUNT-OVERDRAFT-LIMIT OF ACCOUNT-RECORD
047615                     TO WS-BALANCE-EDIT
047620                 DISPLAY "OVERDRAFT LIMIT .: " WS-BALANCE-EDIT
047625                 ADD ACCOUNT-OVERDRAFT-LIMIT OF ACCOUNT-RECORD
047630                     TO WS-AVAILABLE-BALANCE
047635                 MOVE WS-AVAILABLE-BALANCE TO WS-BALANCE-EDIT
047640                 DISPLAY "AVAILABLE W/LINE : " WS-BALANCE-EDIT
047645             END-IF
047650             IF ACCOUNT-BALANCE OF ACCOUNT-RECORD < 0
047655                 DISPLAY "OVERDRAWN SINCE .: "
047660                     ACCOUNT-OVERDRAWN-DATE OF ACCOUNT-RECORD
047665             END-IF
047700             DISPLAY "CREATION DATE ...: "
047800                 ACCOUNT-CREATION-DATE OF ACCOUNT-RECORD
047810             DISPLAY "LAST ACTIVITY ...: "
048200
048300******************************************************************
048400*    4500-UPDATE-ACCOUNT - CHANGE ONE FIELD ON AN EXISTING       *
048450*    ACCOUNT-MASTER RECORD.  THE CHANGE IS QUEUED ON THE         *
048500*    PENDING-CHANGE FILE AND REACHES THE MASTER (AND THE AUDIT   *
048550*    LOG) ONLY WHEN ANOTHER SUPERVISOR APPROVES IT.              *
048600******************************************************************
048700 4500-UPDATE-ACCOUNT.
048800     DISPLAY " "
049500             GO TO 4500-UPDATE-ACCOUNT-EXIT
049600     END-READ
049700
049725*    THE CHANGE IS KEYED INTO ACCOUNT-RECORD AS BEFORE, BUT IS
049750*    QUEUED FOR A CHECKER INSTEAD OF BEING REWRITTEN.
049775     MOVE SPACES TO PENDING-CHANGE-RECORD
049800     MOVE ACCOUNT-RECORD TO PEND-BEFORE-IMAGE
049900
050000     DISPLAY "WHICH FIELD DO YOU WANT TO CHANGE?"
050100     DISPLAY "1. ACCOUNT NAME"
050200     DISPLAY "2. ACCOUNT TYPE"
050300     DISPLAY "3. ACCOUNT STATUS"
050400     DISPLAY "4. ACCOUNT BALANCE"
050450     DISPLAY "5. PRIMARY OWNER"
050500     DISPLAY "6. OVERDRAFT LINE (ALLOWED AND LIMIT)"
050550     DISPLAY "7. CANCEL"
050600     ACCEPT WS-UPDATE-FIELD-CHOICE
050700
050800     EVALUATE WS-UPDATE-FIELD-CHOICE
050900         WHEN 1
050925             MOVE "ACCOUNT NAME" TO PEND-FIELD-NAME
050950             MOVE ACCOUNT-NAME OF ACCOUNT-RECORD TO PEND-OLD-VALUE
051000             DISPLAY "ENTER NEW ACCOUNT NAME: "
051100             ACCEPT ACCOUNT-NAME OF ACCOUNT-RECORD
051150             MOVE ACCOUNT-NAME OF ACCOUNT-RECORD TO PEND-NEW-VALUE
051200         WHEN 2
051225             MOVE "ACCOUNT TYPE" TO PEND-FIELD-NAME
051250             MOVE ACCOUNT-TYPE OF ACCOUNT-RECORD TO PEND-OLD-VALUE
051300             PERFORM 3100-GET-ACCOUNT-TYPE
051400                 THRU 3100-GET-ACCOUNT-TYPE-EXIT
051450             MOVE ACCOUNT-TYPE OF ACCOUNT-RECORD TO PEND-NEW-VALUE
051500         WHEN 3
051525             MOVE "ACCOUNT STATUS" TO PEND-FIELD-NAME
051550             MOVE ACCOUNT-STATUS OF ACCOUNT-RECORD
051575                 TO PEND-OLD-VALUE
051600             PERFORM 3200-GET-ACCOUNT-STATUS
051700                 THRU 3200-GET-ACCOUNT-STATUS-EXIT
051725             MOVE ACCOUNT-STATUS OF ACCOUNT-RECORD
051750                 TO PEND-NEW-VALUE
051800         WHEN 4
051810*    A NEGATIVE BALANCE ASKS FOR THE OVERDRAFT FLAG AND LIMIT AS
051820*    WELL, AND THE THREE TRAVEL TOGETHER AS ONE CHANGE.
051830             MOVE "ACCOUNT BALANCE" TO PEND-FIELD-NAME
051840             MOVE ACCOUNT-BALANCE OF ACCOUNT-RECORD
051850                 TO WS-BALANCE-EDIT
051860             MOVE WS-BALANCE-EDIT TO PEND-OLD-VALUE
051900             PERFORM 3300-GET-ACCOUNT-BALANCE
052000                 THRU 3300-GET-ACCOUNT-BALANCE-EXIT
052002             MOVE ACCOUNT-BALANCE OF ACCOUNT-RECORD
052004                 TO WS-BALANCE-EDIT
052006             MOVE WS-BALANCE-EDIT TO PEND-NEW-VALUE
052010         WHEN 5
052020*    THE PRIMARY OWNER IS A DATED ROLE ON THE ACCOUNT-PARTY
052030*    FILE - KEYING IT HERE WOULD LEAVE THE TWO OUT OF STEP.
052040             DISPLAY "THE PRIMARY OWNER IS CHANGED THROUGH "
052050                 "ACCOUNT PARTY MAINTENANCE (OPTION 19) - "
052060                 "NO CHANGE MADE."
052070             GO TO 4500-UPDATE-ACCOUNT-EXIT
052100         WHEN 6
052102*    THE FLAG AND THE LIMIT ARE ONE CHANGE - THE OVERDRAFT LINE.
052104*    NOT ALLOWED MEANS NO LIMIT.
052106             MOVE "OVERDRAFT LINE" TO PEND-FIELD-NAME
052108             PERFORM 4520-FORMAT-OVERDRAFT-LINE
052110                 THRU 4520-FORMAT-OVERDRAFT-LINE-EXIT
052112             MOVE WS-OD-LINE-TEXT TO PEND-OLD-VALUE
052114             SET WS-INVALID-ENTRY TO TRUE
052116             PERFORM 4510-PROMPT-OVERDRAFT-CHANGE
052118                 THRU 4510-PROMPT-OVERDRAFT-CHANGE-EXIT
052120                 UNTIL WS-VALID-ENTRY
052122             IF ACCOUNT-OVERDRAFT-ALLOWED
052124                 PERFORM 3340-GET-OVERDRAFT-LIMIT
052126                     THRU 3340-GET-OVERDRAFT-LIMIT-EXIT
052128             ELSE
052130                 MOVE 0
052132                     TO ACCOUNT-OVERDRAFT-LIMIT OF ACCOUNT-RECORD
052134             END-IF
052136             IF (ACCOUNT-BALANCE OF ACCOUNT-RECORD
052138                 + ACCOUNT-OVERDRAFT-LIMIT OF ACCOUNT-RECORD) < 0
052140                 DISPLAY "WARNING - THE BALANCE IS ALREADY "
052142                     "BEYOND THIS LINE; DEBITS WILL BE REFUSED."
052144             END-IF
052146             PERFORM 4520-FORMAT-OVERDRAFT-LINE
052148                 THRU 4520-FORMAT-OVERDRAFT-LINE-EXIT
052150             MOVE WS-OD-LINE-TEXT TO PEND-NEW-VALUE
052152         WHEN 7
052200             DISPLAY "UPDATE CANCELLED."
052300             GO TO 4500-UPDATE-ACCOUNT-EXIT
052400         WHEN OTHER
052600             GO TO 4500-UPDATE-ACCOUNT-EXIT
052700     END-EVALUATE
052800
052900     MOVE ACCOUNT-RECORD TO PEND-AFTER-IMAGE
053000     IF PEND-AFTER-IMAGE = PEND-BEFORE-IMAGE
053100         DISPLAY "VALUE UNCHANGED - NOTHING QUEUED."
053200         GO TO 4500-UPDATE-ACCOUNT-EXIT
053300     END-IF
053400     MOVE "ACCT"                       TO PEND-TARGET-TYPE
053500     MOVE ACCOUNT-ID OF ACCOUNT-RECORD TO PEND-TARGET-ID
053600     MOVE WS-UPDATE-FIELD-CHOICE       TO PEND-FIELD-CHOICE
053700     PERFORM 9100-QUEUE-PENDING-CHANGE
053800         THRU 9100-QUEUE-PENDING-CHANGE-EXIT.
054000 4500-UPDATE-ACCOUNT-EXIT.
054100     EXIT.
054200
054204 4510-PROMPT-OVERDRAFT-CHANGE.
054208     DISPLAY "IS OVERDRAFT ALLOWED FOR THIS ACCOUNT (Y/N)? "
054212     ACCEPT ACCOUNT-OVERDRAFT-SW OF ACCOUNT-RECORD
054216     INSPECT ACCOUNT-OVERDRAFT-SW OF ACCOUNT-RECORD CONVERTING
054220         "yn" TO "YN"
054224     IF ACCOUNT-OVERDRAFT-ALLOWED OR ACCOUNT-OVERDRAFT-NOT-ALLOWED
054228         SET WS-VALID-ENTRY TO TRUE
054232     ELSE
054236         DISPLAY "INVALID ENTRY - MUST BE Y OR N."
054240     END-IF.
054244 4510-PROMPT-OVERDRAFT-CHANGE-EXIT.
054248     EXIT.
054252
054256 4520-FORMAT-OVERDRAFT-LINE.
054260     MOVE ACCOUNT-OVERDRAFT-SW OF ACCOUNT-RECORD
054264         TO WS-OD-LINE-FLAG
054268     MOVE ACCOUNT-OVERDRAFT-LIMIT OF ACCOUNT-RECORD
054272         TO WS-OD-LINE-LIMIT.
054276 4520-FORMAT-OVERDRAFT-LINE-EXIT.
054280     EXIT.
054284
054300******************************************************************
054400*    4800-POST-TRANSACTION-ITEM - ACCEPT ONE TRANSACTION FROM    *
054500*    THE OPERATOR AND APPLY IT VIA THE SHARED POSTING LOGIC.     *
054525*    DURING THE BATCH WINDOW IT IS HELD FOR THE NEXT BUSINESS    *
054550*    DAY INSTEAD (9400).                                         *
054600******************************************************************
054700 4800-POST-TRANSACTION-ITEM.
054800     DISPLAY " "
054900     DISPLAY "------ POST A TRANSACTION ------"
054910     MOVE SPACES TO TRANSACTION-RECORD
054920     IF TC-TABLE-NOT-LOADED
054930         DISPLAY "TRANSACTION POSTING UNAVAILABLE - NO "
054940             "TRANSACTION CODE MASTER."
054950         GO TO 4800-POST-TRANSACTION-ITEM-EXIT
054960     END-IF
055000     DISPLAY "ENTER TRANSACTION ID: "
055100     ACCEPT TRANSACTION-ID
055200     DISPLAY "ENTER ACCOUNT ID TO POST AGAINST: "
055300     ACCEPT TRANSACTION-ACCOUNT-ID
055400     DISPLAY "ENTER TRANSACTION CODE: "
055500     ACCEPT TRANSACTION-CODE
055600     INSPECT TRANSACTION-CODE CONVERTING
055700         "abcdefghijklmnopqrstuvwxyz" TO
055800         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
055805     MOVE TRANSACTION-CODE TO TC-SEARCH-CODE
055810     PERFORM 9720-FIND-TRAN-CODE
055815         THRU 9720-FIND-TRAN-CODE-EXIT
055820     IF TC-CODE-NOT-FOUND
055825         DISPLAY "TRANSACTION NOT POSTED - CODE "
055830             TRANSACTION-CODE " IS NOT ON THE CODE MASTER."
055835         GO TO 4800-POST-TRANSACTION-ITEM-EXIT
055840     END-IF
055845*    THE CODE, NOT THE OPERATOR, DECIDES DEBIT OR CREDIT.
055850     MOVE TC-DIRECTION (TC-FOUND-SUB) TO TRANSACTION-TYPE
055855     DISPLAY TC-DESCRIPTION (TC-FOUND-SUB) " - " TRANSACTION-TYPE
055900     DISPLAY "ENTER TRANSACTION AMOUNT: "
056000     ACCEPT TRANSACTION-AMOUNT
056025     IF TRANSACTION-IS-DEBIT
056050         DISPLAY "ENTER CHEQUE OR REFERENCE NUMBER (BLANK IF "
056075             "NONE): "
056100         ACCEPT TRANSACTION-REFERENCE
056125     END-IF
056210     ACCEPT TRANSACTION-SEQUENCE-NUMBER FROM TIME
056212     COMPUTE TRANSACTION-SEQUENCE-NUMBER =
056214         WS-SEQ-RANGE-BASE + TRANSACTION-SEQUENCE-NUMBER
056294         END-IF
056295     END-IF
056300
056305*    THE WINDOW IS TESTED AT THE LAST MOMENT, NOT AT THE PROMPT.
056310     PERFORM 1600-CHECK-BATCH-WINDOW
056315         THRU 1600-CHECK-BATCH-WINDOW-EXIT
056320     IF WS-BATCH-WINDOW-OPEN
056325         MOVE WS-FORWARD-DATE TO TRANSACTION-DATE
056330         PERFORM 9400-STORE-POSTING THRU 9400-STORE-POSTING-EXIT
056335         GO TO 4800-POST-TRANSACTION-ITEM-EXIT
056340     END-IF
056345     MOVE WS-CURRENT-DATE TO TRANSACTION-DATE
056350*    A DEBIT MUST ALSO LEAVE ROOM FOR THE DEBITS STILL HELD.
056355     IF TRANSACTION-IS-DEBIT
056360         PERFORM 9405-PROVE-AGAINST-HELD
056365             THRU 9405-PROVE-AGAINST-HELD-EXIT
056370         IF PT-VALIDATION-FAILED
056375             DISPLAY "TRANSACTION REJECTED - " PT-REJECT-REASON
056380             GO TO 4800-POST-TRANSACTION-ITEM-EXIT
056385         END-IF
056390     END-IF
056400     PERFORM 5000-POST-TRANSACTION THRU 5000-POST-TRANSACTION-EXIT
056500
056600     IF PT-POSTED-OK
057642*    ACCOUNT WITH A NON-ZERO BALANCE, MARKS THE ACCOUNT CLOSED   *
057647*    WITH TODAY AS THE CLOSURE DATE, AND AUDITS THE CHANGE.      *
057652*    CLOSED ACCOUNTS REJECT ALL FURTHER POSTINGS.                *
057654*    REFUSED DURING THE BATCH WINDOW - A HELD ITEM MAY STILL BE  *
057656*    WAITING TO POST TO THE ACCOUNT.                             *
057657******************************************************************
057662 4900-CLOSE-ACCOUNT.
057667     DISPLAY " "
057668     DISPLAY "------ CLOSE AN ACCOUNT ------"
057669     PERFORM 1600-CHECK-BATCH-WINDOW
057670         THRU 1600-CHECK-BATCH-WINDOW-EXIT
057671     IF WS-BATCH-WINDOW-OPEN
057672         DISPLAY "END-OF-DAY RUN IN PROGRESS - ACCOUNTS ARE NOT "
057673             "CLOSED UNTIL THE NEW BUSINESS DATE IS SET."
057674         GO TO 4900-CLOSE-ACCOUNT-EXIT
057675     END-IF
057677     DISPLAY "ENTER ACCOUNT ID: "
057682     ACCEPT ACCOUNT-ID OF ACCOUNT-RECORD
057687     READ ACCOUNT-MASTER
057757     END-IF
057762     MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
057767     MOVE "CLOSED" TO ACCOUNT-STATUS OF ACCOUNT-RECORD
057777     MOVE WS-CURRENT-DATE
057782         TO ACCOUNT-CLOSURE-DATE OF ACCOUNT-RECORD
057787     REWRITE ACCOUNT-RECORD
057852
057870 COPY PostLogic.
057880
057882******************************************************************
057884*    SHARED TRANSACTION CODE MASTER (SEE TRANCODELOGIC COPYBOOK) *
057886******************************************************************
057888 COPY TranCodeLogic.
057890
057892******************************************************************
057900*    6000-WRITE-AUDIT-RECORD - APPEND ONE BEFORE/AFTER IMAGE TO  *
057925*    THE AUDIT-LOG FOR THE ACCOUNT CURRENTLY IN ACCOUNT-RECORD,  *
057950*    OR FOR WS-AUDIT-TARGET-ID WHEN THAT IS SET.  A DECIDED      *
057975*    CHANGE SETS WS-AUDIT-MAKER-ID AS THE OPERATOR, WITH THE     *
058000*    CHECKER AS SUPERVISOR.                                      *
058100******************************************************************
058200 6000-WRITE-AUDIT-RECORD.
058225     IF WS-AUDIT-TARGET-ID = SPACES
058250         MOVE ACCOUNT-ID OF ACCOUNT-RECORD TO AUDIT-ACCOUNT-ID
058275     ELSE
058300         MOVE WS-AUDIT-TARGET-ID        TO AUDIT-ACCOUNT-ID
058325     END-IF
058400     MOVE WS-AUDIT-ACTION               TO AUDIT-ACTION-CODE
058500     MOVE WS-BEFORE-IMAGE               TO AUDIT-BEFORE-IMAGE
058600     MOVE WS-AFTER-IMAGE                TO AUDIT-AFTER-IMAGE
058602     IF WS-AUDIT-MAKER-ID = SPACES
058604         MOVE WS-OPERATOR-ID            TO AUDIT-OPERATOR-ID
058606     ELSE
058608         MOVE WS-AUDIT-MAKER-ID         TO AUDIT-OPERATOR-ID
058610     END-IF
058620     MOVE WS-SUPERVISOR-ID              TO AUDIT-SUPERVISOR-ID
058700     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
058800     ACCEPT AUDIT-TIME FROM TIME
059100         DISPLAY "WARNING - AUDIT RECORD NOT WRITTEN, STATUS="
059200             AUDIT-LOG-STATUS
059300     END-IF
059310*    AN OVERRIDE OR DECISION COVERS EXACTLY ONE AUDITED ACTION -
059320*    NEVER LET THE SUPERVISOR'S ID, THE MAKER OR A CUSTOMER OR
059330*    OPERATOR KEY CARRY OVER ONTO LATER AUDIT RECORDS.
059340     MOVE SPACES TO WS-SUPERVISOR-ID
059350                    WS-AUDIT-MAKER-ID
059360                    WS-AUDIT-TARGET-ID.
059400 6000-WRITE-AUDIT-RECORD-EXIT.
059401     EXIT.
059402
059403******************************************************************
059404*    7000-CREATE-CUSTOMER - BUILD AND WRITE A NEW CUSTOMER-      *
059405*    MASTER RECORD, REJECTING A DUPLICATE CUSTOMER NUMBER.       *
059406******************************************************************
059407 7000-CREATE-CUSTOMER.
059408     DISPLAY " "
059409     DISPLAY "------ CREATE NEW CUSTOMER ------"
059410     MOVE SPACES TO CUSTOMER-RECORD
059411     DISPLAY "ENTER CUSTOMER NUMBER: "
059412     ACCEPT CUSTOMER-ID OF CUSTOMER-RECORD
059413     PERFORM 7100-READ-CUSTOMER THRU 7100-READ-CUSTOMER-EXIT
059414     IF WS-CUSTOMER-FOUND
059415         DISPLAY "CUSTOMER NUMBER ALREADY EXISTS ON CUSTOMER-"
059416             "MASTER - CUSTOMER NOT CREATED."
059417         GO TO 7000-CREATE-CUSTOMER-EXIT
059418     END-IF
059419     DISPLAY "ENTER CUSTOMER NAME: "
059420     ACCEPT CUSTOMER-NAME OF CUSTOMER-RECORD
059421     DISPLAY "ENTER CUSTOMER ADDRESS: "
059422     ACCEPT CUSTOMER-ADDRESS OF CUSTOMER-RECORD
059423     DISPLAY "ENTER CUSTOMER PHONE: "
059424     ACCEPT CUSTOMER-PHONE OF CUSTOMER-RECORD
059425     DISPLAY "ENTER CUSTOMER TAX ID: "
059426     ACCEPT CUSTOMER-TAX-ID OF CUSTOMER-RECORD
059427     WRITE CUSTOMER-RECORD
059428         INVALID KEY
059429             DISPLAY "CUSTOMER COULD NOT BE WRITTEN, STATUS="
059430                 CUST-MASTER-STATUS
059431         NOT INVALID KEY
059432             ADD 1 TO NUM-OF-CUSTOMERS
059433             DISPLAY "CUSTOMER SUCCESSFULLY CREATED."
059434     END-WRITE.
059435 7000-CREATE-CUSTOMER-EXIT.
059436     EXIT.
059437
059438******************************************************************
059439*    7100-READ-CUSTOMER - RANDOM READ OF CUSTOMER-MASTER FOR     *
059440*    THE KEY ALREADY PLACED IN CUSTOMER-ID OF CUSTOMER-RECORD.   *
059441******************************************************************
059442 7100-READ-CUSTOMER.
059443     SET WS-CUSTOMER-NOT-FOUND TO TRUE
059444     READ CUSTOMER-MASTER
059445         INVALID KEY
059446             SET WS-CUSTOMER-NOT-FOUND TO TRUE
059447         NOT INVALID KEY
059448             SET WS-CUSTOMER-FOUND TO TRUE
059449     END-READ.
059450 7100-READ-CUSTOMER-EXIT.
059451     EXIT.
059452
059453******************************************************************
059454*    7200-MAINTAIN-CUSTOMER - CHANGE ONE FIELD ON AN EXISTING    *
059455*    CUSTOMER-MASTER RECORD, QUEUED ON THE PENDING-CHANGE FILE   *
059456*    FOR ANOTHER SUPERVISOR TO APPROVE, AS FOR AN ACCOUNT.       *
059457******************************************************************
059458 7200-MAINTAIN-CUSTOMER.
059459     DISPLAY " "
059460     DISPLAY "------ MAINTAIN CUSTOMER ------"
059461     DISPLAY "ENTER CUSTOMER NUMBER: "
059462     ACCEPT CUSTOMER-ID OF CUSTOMER-RECORD
059463     PERFORM 7100-READ-CUSTOMER THRU 7100-READ-CUSTOMER-EXIT
059464     IF WS-CUSTOMER-NOT-FOUND
059465         DISPLAY "CUSTOMER NUMBER NOT FOUND ON CUSTOMER-MASTER."
059466         GO TO 7200-MAINTAIN-CUSTOMER-EXIT
059467     END-IF
059468     MOVE SPACES TO PENDING-CHANGE-RECORD
059469     MOVE CUSTOMER-RECORD TO PEND-BEFORE-IMAGE
059470     DISPLAY "WHICH FIELD DO YOU WANT TO CHANGE?"
059471     DISPLAY "1. CUSTOMER NAME"
059472     DISPLAY "2. CUSTOMER ADDRESS"
059473     DISPLAY "3. CUSTOMER PHONE"
059474     DISPLAY "4. CUSTOMER TAX ID"
059475     DISPLAY "5. CANCEL"
059476     ACCEPT WS-CUST-FIELD-CHOICE
059477     EVALUATE WS-CUST-FIELD-CHOICE
059478         WHEN 1
059479             MOVE "CUSTOMER NAME" TO PEND-FIELD-NAME
059480             MOVE CUSTOMER-NAME OF CUSTOMER-RECORD
059481                 TO PEND-OLD-VALUE
059482             DISPLAY "ENTER NEW CUSTOMER NAME: "
059483             ACCEPT CUSTOMER-NAME OF CUSTOMER-RECORD
059484             MOVE CUSTOMER-NAME OF CUSTOMER-RECORD
059485                 TO PEND-NEW-VALUE
059486         WHEN 2
059487             MOVE "CUSTOMER ADDRESS" TO PEND-FIELD-NAME
059488             MOVE CUSTOMER-ADDRESS OF CUSTOMER-RECORD
059489                 TO PEND-OLD-VALUE
059490             DISPLAY "ENTER NEW CUSTOMER ADDRESS: "
059491             ACCEPT CUSTOMER-ADDRESS OF CUSTOMER-RECORD
059492             MOVE CUSTOMER-ADDRESS OF CUSTOMER-RECORD
059493                 TO PEND-NEW-VALUE
059494         WHEN 3
059495             MOVE "CUSTOMER PHONE" TO PEND-FIELD-NAME
059496             MOVE CUSTOMER-PHONE OF CUSTOMER-RECORD
059497                 TO PEND-OLD-VALUE
059498             DISPLAY "ENTER NEW CUSTOMER PHONE: "
059499             ACCEPT CUSTOMER-PHONE OF CUSTOMER-RECORD
059500             MOVE CUSTOMER-PHONE OF CUSTOMER-RECORD
059501                 TO PEND-NEW-VALUE
059502         WHEN 4
059503             MOVE "CUSTOMER TAX ID" TO PEND-FIELD-NAME
059504             MOVE CUSTOMER-TAX-ID OF CUSTOMER-RECORD
059505                 TO PEND-OLD-VALUE
059506             DISPLAY "ENTER NEW CUSTOMER TAX ID: "
059507             ACCEPT CUSTOMER-TAX-ID OF CUSTOMER-RECORD
059508             MOVE CUSTOMER-TAX-ID OF CUSTOMER-RECORD
059509                 TO PEND-NEW-VALUE
059510         WHEN 5
059511             DISPLAY "MAINTENANCE CANCELLED."
059512             GO TO 7200-MAINTAIN-CUSTOMER-EXIT
059513         WHEN OTHER
059514             DISPLAY "INVALID CHOICE - NO CHANGE MADE."
059515             GO TO 7200-MAINTAIN-CUSTOMER-EXIT
059516     END-EVALUATE
059517     MOVE CUSTOMER-RECORD TO PEND-AFTER-IMAGE
059518     IF PEND-AFTER-IMAGE = PEND-BEFORE-IMAGE
059519         DISPLAY "VALUE UNCHANGED - NOTHING QUEUED."
059520         GO TO 7200-MAINTAIN-CUSTOMER-EXIT
059521     END-IF
059522     MOVE "CUST"                         TO PEND-TARGET-TYPE
059523     MOVE CUSTOMER-ID OF CUSTOMER-RECORD TO PEND-TARGET-ID
059524     MOVE WS-CUST-FIELD-CHOICE           TO PEND-FIELD-CHOICE
059525     PERFORM 9100-QUEUE-PENDING-CHANGE
059526         THRU 9100-QUEUE-PENDING-CHANGE-EXIT.
059527 7200-MAINTAIN-CUSTOMER-EXIT.
059528     EXIT.
059529
059530******************************************************************
059531*    7500-CUSTOMER-INQUIRY - DISPLAY ONE CUSTOMER AND EVERY      *
059532*    ACCOUNT THE CUSTOMER HOLDS A ROLE ON TODAY: FIRST THE       *
059533*    ACCOUNTS CARRYING THE CUSTOMER NUMBER AS PRIMARY OWNER,     *
059534*    THEN EVERY OTHER ROLE IN FORCE ON THE ACCOUNT-PARTY FILE.   *
059535*    THE RELATIONSHIP BALANCE TOTALS THE ACCOUNTS THE CUSTOMER   *
059536*    OWNS (PRIMARY OR JOINT); BENEFICIARY, POA AND SIGNER        *
059537*    ACCOUNTS ARE LISTED BUT NOT ADDED IN.                       *
059538******************************************************************
059539 7500-CUSTOMER-INQUIRY.
059540     DISPLAY " "
059541     DISPLAY "------ CUSTOMER INQUIRY ------"
059542     DISPLAY "ENTER CUSTOMER NUMBER: "
059543     ACCEPT CUSTOMER-ID OF CUSTOMER-RECORD
059544     PERFORM 7100-READ-CUSTOMER THRU 7100-READ-CUSTOMER-EXIT
059545     IF WS-CUSTOMER-NOT-FOUND
059546         DISPLAY "CUSTOMER NUMBER NOT FOUND ON CUSTOMER-MASTER."
059547         GO TO 7500-CUSTOMER-INQUIRY-EXIT
059548     END-IF
059549     DISPLAY "CUSTOMER NUMBER .: " CUSTOMER-ID OF CUSTOMER-RECORD
059550     DISPLAY "CUSTOMER NAME ...: " CUSTOMER-NAME
059551     DISPLAY "ADDRESS .........: " CUSTOMER-ADDRESS
059552     DISPLAY "PHONE ...........: " CUSTOMER-PHONE
059553     DISPLAY "TAX ID ..........: " CUSTOMER-TAX-ID
059554     DISPLAY " "
059555     DISPLAY "ACCOUNTS FOR THIS CUSTOMER:"
059556     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
059557     MOVE 0 TO WS-RELATIONSHIP-TOTAL
059558     MOVE 0 TO WS-ACCOUNTS-LISTED
059559     SET WS-NOT-END-OF-ACCT-SCAN TO TRUE
059560     MOVE LOW-VALUES TO ACCOUNT-ID OF ACCOUNT-RECORD
059561     START ACCOUNT-MASTER
059562         KEY >= ACCOUNT-ID OF ACCOUNT-RECORD
059563         INVALID KEY
059564             SET WS-END-OF-ACCT-SCAN TO TRUE
059565     END-START
059566     PERFORM 7600-SCAN-ONE-ACCOUNT
059567         THRU 7600-SCAN-ONE-ACCOUNT-EXIT
059568         UNTIL WS-END-OF-ACCT-SCAN
059569     SET WS-NOT-END-OF-PARTY-SCAN TO TRUE
059570     MOVE LOW-VALUES TO PARTY-KEY
059571     START ACCOUNT-PARTY-FILE
059572         KEY >= PARTY-KEY
059573         INVALID KEY
059574             SET WS-END-OF-PARTY-SCAN TO TRUE
059575     END-START
059576     PERFORM 7700-SCAN-ONE-PARTY
059577         THRU 7700-SCAN-ONE-PARTY-EXIT
059578         UNTIL WS-END-OF-PARTY-SCAN
059579     DISPLAY " "
059580     DISPLAY "ACCOUNTS ON FILE : " WS-ACCOUNTS-LISTED
059581     MOVE WS-RELATIONSHIP-TOTAL TO WS-BALANCE-EDIT
059582     DISPLAY "RELATIONSHIP BALANCE: " WS-BALANCE-EDIT.
059583 7500-CUSTOMER-INQUIRY-EXIT.
059584     EXIT.
059585
059586 7600-SCAN-ONE-ACCOUNT.
059587     READ ACCOUNT-MASTER NEXT
059588         AT END
059589             SET WS-END-OF-ACCT-SCAN TO TRUE
059590     END-READ
059591     IF WS-END-OF-ACCT-SCAN
059592         GO TO 7600-SCAN-ONE-ACCOUNT-EXIT
059593     END-IF
059594     IF ACCOUNT-CUSTOMER-ID OF ACCOUNT-RECORD =
059595             CUSTOMER-ID OF CUSTOMER-RECORD
059596         MOVE "PRIMARY" TO WS-PARTY-ROLE-NAME
059597         PERFORM 7650-LIST-ONE-ACCOUNT
059598             THRU 7650-LIST-ONE-ACCOUNT-EXIT
059599         ADD ACCOUNT-BALANCE OF ACCOUNT-RECORD
059600             TO WS-RELATIONSHIP-TOTAL
059601     END-IF.
059602 7600-SCAN-ONE-ACCOUNT-EXIT.
059603     EXIT.
059604
059605 7650-LIST-ONE-ACCOUNT.
059606     ADD 1 TO WS-ACCOUNTS-LISTED
059607     MOVE ACCOUNT-BALANCE OF ACCOUNT-RECORD
059608         TO WS-BALANCE-EDIT
059609     DISPLAY "  " ACCOUNT-ID OF ACCOUNT-RECORD " "
059610         WS-PARTY-ROLE-NAME " "
059611         ACCOUNT-TYPE OF ACCOUNT-RECORD " "
059612         ACCOUNT-STATUS OF ACCOUNT-RECORD " " WS-BALANCE-EDIT.
059613 7650-LIST-ONE-ACCOUNT-EXIT.
059614     EXIT.
059615
059616******************************************************************
059617*    7700-SCAN-ONE-PARTY - ONE ACCOUNT-PARTY RECORD.  A ROLE IN  *
059618*    FORCE TODAY FOR THIS CUSTOMER, OTHER THAN PRIMARY (ALREADY  *
059619*    LISTED FROM ACCOUNT-MASTER), LISTS ITS ACCOUNT.             *
059620******************************************************************
059621 7700-SCAN-ONE-PARTY.
059622     READ ACCOUNT-PARTY-FILE NEXT
059623         AT END
059624             SET WS-END-OF-PARTY-SCAN TO TRUE
059625     END-READ
059626     IF WS-END-OF-PARTY-SCAN
059627         GO TO 7700-SCAN-ONE-PARTY-EXIT
059628     END-IF
059629     IF PARTY-CUSTOMER-ID NOT = CUSTOMER-ID OF CUSTOMER-RECORD
059630         OR PARTY-IS-PRIMARY
059631         OR PARTY-EFFECTIVE-DATE > WS-CURRENT-DATE
059632         GO TO 7700-SCAN-ONE-PARTY-EXIT
059633     END-IF
059634     IF PARTY-END-DATE NOT = 0
059635         AND PARTY-END-DATE NOT > WS-CURRENT-DATE
059636         GO TO 7700-SCAN-ONE-PARTY-EXIT
059637     END-IF
059638     MOVE PARTY-ACCOUNT-ID TO ACCOUNT-ID OF ACCOUNT-RECORD
059639     READ ACCOUNT-MASTER
059640         INVALID KEY
059641             DISPLAY "  " PARTY-ACCOUNT-ID " " PARTY-ROLE
059642                 " - ACCOUNT NOT ON ACCOUNT-MASTER"
059643             GO TO 7700-SCAN-ONE-PARTY-EXIT
059644     END-READ
059645     PERFORM 9095-NAME-PARTY-ROLE
059646         THRU 9095-NAME-PARTY-ROLE-EXIT
059647     PERFORM 7650-LIST-ONE-ACCOUNT
059648         THRU 7650-LIST-ONE-ACCOUNT-EXIT
059649     IF PARTY-IS-OWNER
059650         ADD ACCOUNT-BALANCE OF ACCOUNT-RECORD
059651             TO WS-RELATIONSHIP-TOTAL
059652     END-IF.
059653 7700-SCAN-ONE-PARTY-EXIT.
059654     EXIT.
059655
059656******************************************************************
059657*    8000-MAINTAIN-OPERATOR - ADMINISTRATOR FUNCTION.  ADDS A    *
059658*    NEW OPERATOR OR CHANGES ONE FIELD ON AN EXISTING ONE.  A    *
059659*    CHANGE IS QUEUED ON THE PENDING-CHANGE FILE AND TAKES       *
059660*    EFFECT WHEN ANOTHER ADMINISTRATOR APPROVES IT.              *
059661******************************************************************
059662 8000-MAINTAIN-OPERATOR.
059663     DISPLAY " "
059664     DISPLAY "------ OPERATOR MAINTENANCE ------"
059665     DISPLAY "ENTER OPERATOR ID: "
059666     ACCEPT OPER-ID
059667     INSPECT OPER-ID CONVERTING
059668         "abcdefghijklmnopqrstuvwxyz" TO
059669         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
059670     PERFORM 1520-READ-OPERATOR
059671         THRU 1520-READ-OPERATOR-EXIT
059672     IF WS-OPERATOR-NOT-FOUND
059673         PERFORM 8100-ADD-OPERATOR
059674             THRU 8100-ADD-OPERATOR-EXIT
059675     ELSE
059676         PERFORM 8200-CHANGE-OPERATOR
059677             THRU 8200-CHANGE-OPERATOR-EXIT
059678     END-IF.
059679 8000-MAINTAIN-OPERATOR-EXIT.
059680     EXIT.
059681
059682 8100-ADD-OPERATOR.
059683     DISPLAY "OPERATOR NOT ON FILE - ADDING A NEW OPERATOR."
059684     MOVE SPACES TO OPER-NAME OPER-PASSWORD OPER-STATUS
059685     DISPLAY "ENTER OPERATOR NAME: "
059686     ACCEPT OPER-NAME
059687     DISPLAY "ENTER PASSWORD: "
059688     ACCEPT OPER-PASSWORD
059689     PERFORM 8300-GET-AUTHORITY-LEVEL
059690         THRU 8300-GET-AUTHORITY-LEVEL-EXIT
059691     DISPLAY "ENTER POSTING LIMIT: "
059692     ACCEPT OPER-POSTING-LIMIT
059693     MOVE "ACTIVE" TO OPER-STATUS
059694     WRITE OPERATOR-RECORD
059695         INVALID KEY
059696             DISPLAY "OPERATOR COULD NOT BE WRITTEN, STATUS="
059697                 OPER-FILE-STATUS
059698         NOT INVALID KEY
059699             DISPLAY "OPERATOR ADDED."
059700     END-WRITE.
059701 8100-ADD-OPERATOR-EXIT.
059702     EXIT.
059703
059704 8200-CHANGE-OPERATOR.
059705     MOVE SPACES TO PENDING-CHANGE-RECORD
059706     MOVE OPERATOR-RECORD TO PEND-BEFORE-IMAGE
059707     DISPLAY "OPERATOR: " OPER-NAME
059708     DISPLAY "WHICH FIELD DO YOU WANT TO CHANGE?"
059709     DISPLAY "1. NAME"
059710     DISPLAY "2. PASSWORD"
059711     DISPLAY "3. AUTHORITY LEVEL"
059712     DISPLAY "4. POSTING LIMIT"
059713     DISPLAY "5. STATUS (ACTIVE/INACTIVE)"
059714     DISPLAY "6. CANCEL"
059715     ACCEPT WS-OPER-FIELD-CHOICE
059716     EVALUATE WS-OPER-FIELD-CHOICE
059717         WHEN 1
059718             MOVE "OPERATOR NAME" TO PEND-FIELD-NAME
059719             MOVE OPER-NAME TO PEND-OLD-VALUE
059720             DISPLAY "ENTER NEW NAME: "
059721             ACCEPT OPER-NAME
059722             MOVE OPER-NAME TO PEND-NEW-VALUE
059723         WHEN 2
059724*    A PASSWORD IS NEVER SHOWN ON THE QUEUE, REPORT OR AUDIT LOG.
059725             MOVE "PASSWORD" TO PEND-FIELD-NAME
059726             MOVE "********" TO PEND-OLD-VALUE
059727             DISPLAY "ENTER NEW PASSWORD: "
059728             ACCEPT OPER-PASSWORD
059729             MOVE "********" TO PEND-NEW-VALUE
059730         WHEN 3
059731             MOVE "AUTHORITY LEVEL" TO PEND-FIELD-NAME
059732             MOVE OPER-AUTHORITY-LEVEL TO PEND-OLD-VALUE
059733             PERFORM 8300-GET-AUTHORITY-LEVEL
059734                 THRU 8300-GET-AUTHORITY-LEVEL-EXIT
059735             MOVE OPER-AUTHORITY-LEVEL TO PEND-NEW-VALUE
059736         WHEN 4
059737             MOVE "POSTING LIMIT" TO PEND-FIELD-NAME
059738             MOVE OPER-POSTING-LIMIT TO WS-BALANCE-EDIT
059739             MOVE WS-BALANCE-EDIT TO PEND-OLD-VALUE
059740             DISPLAY "ENTER NEW POSTING LIMIT: "
059741             ACCEPT OPER-POSTING-LIMIT
059742             MOVE OPER-POSTING-LIMIT TO WS-BALANCE-EDIT
059743             MOVE WS-BALANCE-EDIT TO PEND-NEW-VALUE
059744         WHEN 5
059745             MOVE "OPERATOR STATUS" TO PEND-FIELD-NAME
059746             MOVE OPER-STATUS TO PEND-OLD-VALUE
059747             DISPLAY "ENTER NEW STATUS (ACTIVE/INACTIVE): "
059748             ACCEPT OPER-STATUS
059749             INSPECT OPER-STATUS CONVERTING
059750                 "abcdefghijklmnopqrstuvwxyz" TO
059751                 "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
059752             MOVE OPER-STATUS TO PEND-NEW-VALUE
059753         WHEN 6
059754             DISPLAY "MAINTENANCE CANCELLED."
059755             GO TO 8200-CHANGE-OPERATOR-EXIT
059756         WHEN OTHER
059757             DISPLAY "INVALID CHOICE - NO CHANGE MADE."
059758             GO TO 8200-CHANGE-OPERATOR-EXIT
059759     END-EVALUATE
059760     MOVE OPERATOR-RECORD TO PEND-AFTER-IMAGE
059761     IF PEND-AFTER-IMAGE = PEND-BEFORE-IMAGE
059762         DISPLAY "VALUE UNCHANGED - NOTHING QUEUED."
059763         GO TO 8200-CHANGE-OPERATOR-EXIT
059764     END-IF
059765     MOVE "OPER"               TO PEND-TARGET-TYPE
059766     MOVE OPER-ID              TO PEND-TARGET-ID
059767     MOVE WS-OPER-FIELD-CHOICE TO PEND-FIELD-CHOICE
059768     PERFORM 9100-QUEUE-PENDING-CHANGE
059769         THRU 9100-QUEUE-PENDING-CHANGE-EXIT.
059770 8200-CHANGE-OPERATOR-EXIT.
059771     EXIT.
059772
059773 8300-GET-AUTHORITY-LEVEL.
059774     SET WS-INVALID-ENTRY TO TRUE
059775     PERFORM 8310-PROMPT-AUTHORITY-LEVEL
059776         THRU 8310-PROMPT-AUTHORITY-LEVEL-EXIT
059777         UNTIL WS-VALID-ENTRY.
059778 8300-GET-AUTHORITY-LEVEL-EXIT.
059779     EXIT.
059780
059781 8310-PROMPT-AUTHORITY-LEVEL.
059782     DISPLAY "ENTER AUTHORITY LEVEL (1=TELLER, 2=SUPERVISOR, "
059783         "3=ADMINISTRATOR): "
059784     ACCEPT OPER-AUTHORITY-LEVEL
059785     EVALUATE OPER-AUTHORITY-LEVEL
059786         WHEN 1
059787             SET WS-VALID-ENTRY TO TRUE
059788         WHEN 2
059789             SET WS-VALID-ENTRY TO TRUE
059790         WHEN 3
059791             SET WS-VALID-ENTRY TO TRUE
059792         WHEN OTHER
059793             DISPLAY "INVALID LEVEL - MUST BE 1, 2 OR 3."
059794             SET WS-INVALID-ENTRY TO TRUE
059795     END-EVALUATE.
059796 8310-PROMPT-AUTHORITY-LEVEL-EXIT.
059797     EXIT.
059798
059799******************************************************************
059800*    8500-MAINTAIN-STANDING-ORDER - SUPERVISOR FUNCTION.  ADDS   *
059801*    A NEW STANDING ORDER OR CHANGES ONE FIELD ON AN EXISTING    *
059802*    ONE.  THE NIGHTLY GENERATOR (SORDGEN) CUTS THE DUE          *
059803*    TRANSACTIONS INTO THE NORMAL POSTING CHAIN.                 *
059804******************************************************************
059805 8500-MAINTAIN-STANDING-ORDER.
059806     DISPLAY " "
059807     DISPLAY "------ STANDING ORDER MAINTENANCE ------"
059808     DISPLAY "ENTER STANDING ORDER ID: "
059809     ACCEPT SO-ID
059810     INSPECT SO-ID CONVERTING
059811         "abcdefghijklmnopqrstuvwxyz" TO
059812         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
059813     PERFORM 8505-READ-STANDING-ORDER
059814         THRU 8505-READ-STANDING-ORDER-EXIT
059815     IF WS-SORD-NOT-FOUND
059816         PERFORM 8510-ADD-STANDING-ORDER
059817             THRU 8510-ADD-STANDING-ORDER-EXIT
059818     ELSE
059819         PERFORM 8520-CHANGE-STANDING-ORDER
059820             THRU 8520-CHANGE-STANDING-ORDER-EXIT
059821     END-IF.
059822 8500-MAINTAIN-STANDING-ORDER-EXIT.
059823     EXIT.
059824
059825******************************************************************
059826*    8505-READ-STANDING-ORDER - RANDOM READ OF THE STANDING-     *
059827*    ORDER FILE FOR THE KEY ALREADY PLACED IN SO-ID.             *
059828******************************************************************
059829 8505-READ-STANDING-ORDER.
059830     SET WS-SORD-NOT-FOUND TO TRUE
059831     READ STANDING-ORDER-FILE
059832         INVALID KEY
059833             SET WS-SORD-NOT-FOUND TO TRUE
059834         NOT INVALID KEY
059835             SET WS-SORD-FOUND TO TRUE
059836     END-READ.
059837 8505-READ-STANDING-ORDER-EXIT.
059838     EXIT.
059839
059840 8510-ADD-STANDING-ORDER.
059841     DISPLAY "ORDER NOT ON FILE - ADDING A NEW STANDING ORDER."
059842     DISPLAY "ENTER ACCOUNT ID THE ORDER POSTS AGAINST: "
059843     ACCEPT ACCOUNT-ID OF ACCOUNT-RECORD
059844     PERFORM 3600-CHECK-DUPLICATE-ACCOUNT-ID
059845         THRU 3600-CHECK-DUPLICATE-ACCOUNT-ID-EXIT
059846     IF WS-ACCOUNT-ID-NOT-FOUND
059847         DISPLAY "ACCOUNT ID NOT FOUND ON ACCOUNT-MASTER - "
059848             "ORDER NOT CREATED."
059849         GO TO 8510-ADD-STANDING-ORDER-EXIT
059850     END-IF
059851     MOVE ACCOUNT-ID OF ACCOUNT-RECORD TO SO-ACCOUNT-ID
059852     PERFORM 8530-GET-SO-TYPE THRU 8530-GET-SO-TYPE-EXIT
059853     PERFORM 8535-GET-SO-AMOUNT THRU 8535-GET-SO-AMOUNT-EXIT
059854     PERFORM 8540-GET-SO-FREQUENCY
059855         THRU 8540-GET-SO-FREQUENCY-EXIT
059856     PERFORM 8550-GET-SO-NEXT-DUE
059857         THRU 8550-GET-SO-NEXT-DUE-EXIT
059858     PERFORM 8560-GET-SO-EXPIRY THRU 8560-GET-SO-EXPIRY-EXIT
059859     PERFORM 8580-GET-SO-ROLL-RULE
059860         THRU 8580-GET-SO-ROLL-RULE-EXIT
059861     MOVE "ACTIVE" TO SO-STATUS
059862     WRITE STANDING-ORDER-RECORD
059863         INVALID KEY
059864             DISPLAY "STANDING ORDER COULD NOT BE WRITTEN, "
059865                 "STATUS=" SORD-FILE-STATUS
059866         NOT INVALID KEY
059867             DISPLAY "STANDING ORDER ADDED."
059868     END-WRITE.
059869 8510-ADD-STANDING-ORDER-EXIT.
059870     EXIT.
059871
059872 8520-CHANGE-STANDING-ORDER.
059873     DISPLAY "ORDER ......: " SO-ID " FOR ACCOUNT " SO-ACCOUNT-ID
059874     MOVE SO-AMOUNT TO WS-BALANCE-EDIT
059875     DISPLAY "TYPE/AMOUNT : " SO-TYPE " " WS-BALANCE-EDIT
059876     DISPLAY "FREQUENCY ..: " SO-FREQUENCY
059877     DISPLAY "NEXT DUE ...: " SO-NEXT-DUE-DATE
059878     DISPLAY "EXPIRY .....: " SO-EXPIRY-DATE
059879     DISPLAY "STATUS .....: " SO-STATUS
059880     IF SO-ROLLS-BACK
059881         DISPLAY "ROLL RULE ..: BACK TO THE PREVIOUS BUSINESS DAY"
059882     ELSE
059883         DISPLAY "ROLL RULE ..: FORWARD TO THE NEXT BUSINESS DAY"
059884     END-IF
059885     DISPLAY "WHICH FIELD DO YOU WANT TO CHANGE?"
059886     DISPLAY "1. AMOUNT"
059887     DISPLAY "2. FREQUENCY"
059888     DISPLAY "3. NEXT DUE DATE"
059889     DISPLAY "4. EXPIRY DATE"
059890     DISPLAY "5. STATUS (ACTIVE/CANCELLED)"
059891     DISPLAY "6. ROLL RULE FOR A NON-BUSINESS DUE DATE"
059892     DISPLAY "7. CANCEL"
059893     ACCEPT WS-SORD-FIELD-CHOICE
059894     EVALUATE WS-SORD-FIELD-CHOICE
059895         WHEN 1
059896             PERFORM 8535-GET-SO-AMOUNT
059897                 THRU 8535-GET-SO-AMOUNT-EXIT
059898         WHEN 2
059899             PERFORM 8540-GET-SO-FREQUENCY
059900                 THRU 8540-GET-SO-FREQUENCY-EXIT
059901         WHEN 3
059902             PERFORM 8550-GET-SO-NEXT-DUE
059903                 THRU 8550-GET-SO-NEXT-DUE-EXIT
059904         WHEN 4
059905             PERFORM 8560-GET-SO-EXPIRY
059906                 THRU 8560-GET-SO-EXPIRY-EXIT
059907         WHEN 5
059908             PERFORM 8570-GET-SO-STATUS
059909                 THRU 8570-GET-SO-STATUS-EXIT
059910         WHEN 6
059911             PERFORM 8580-GET-SO-ROLL-RULE
059912                 THRU 8580-GET-SO-ROLL-RULE-EXIT
059913         WHEN 7
059914             DISPLAY "MAINTENANCE CANCELLED."
059915             GO TO 8520-CHANGE-STANDING-ORDER-EXIT
059916         WHEN OTHER
060067 8571-PROMPT-SO-STATUS-EXIT.
060068     EXIT.
060069
060070******************************************************************
060071*    8580-GET-SO-ROLL-RULE - WHAT THE NIGHTLY GENERATOR DOES     *
060072*    WHEN THE ORDER FALLS DUE ON A WEEKEND OR BANK HOLIDAY: PAY  *
060073*    ON THE NEXT BUSINESS DAY (F) OR THE PREVIOUS ONE (B).  THE  *
060074*    SCHEDULE ITSELF IS NEVER MOVED.                             *
060075******************************************************************
060076 8580-GET-SO-ROLL-RULE.
060077     SET WS-INVALID-ENTRY TO TRUE
060078     PERFORM 8581-PROMPT-SO-ROLL-RULE
060079         THRU 8581-PROMPT-SO-ROLL-RULE-EXIT
060080         UNTIL WS-VALID-ENTRY.
060081 8580-GET-SO-ROLL-RULE-EXIT.
060082     EXIT.
060083
060084 8581-PROMPT-SO-ROLL-RULE.
060085     DISPLAY "IF DUE ON A NON-BUSINESS DAY, PAY (F)ORWARD ON THE "
060086         "NEXT OR (B)ACK ON THE PREVIOUS BUSINESS DAY: "
060087     ACCEPT SO-ROLL-RULE
060088     INSPECT SO-ROLL-RULE CONVERTING "fb" TO "FB"
060089     IF SO-ROLL-RULE = "F" OR SO-ROLLS-BACK
060090         SET WS-VALID-ENTRY TO TRUE
060091     ELSE
060092         DISPLAY "INVALID ROLL RULE - MUST BE F OR B."
060093         SET WS-INVALID-ENTRY TO TRUE
060094     END-IF.
060095 8581-PROMPT-SO-ROLL-RULE-EXIT.
060096     EXIT.
060097
060098******************************************************************
060099*    8600-TRANSFER-FUNDS - MOVE MONEY BETWEEN TWO ACCOUNTS AS    *
060100*    ONE UNIT.  BOTH SIDES ARE VALIDATED THROUGH THE SHARED      *
060101*    POSTING LOGIC BEFORE EITHER LEG POSTS; THE TWO HISTORY      *
060102*    RECORDS CARRY EACH OTHER'S KEY; IF THE SECOND LEG STILL     *
060103*    REJECTS THE FIRST IS BACKED OUT ON THE SPOT; AND A SINGLE   *
060104*    AUDIT RECORD (ACTION TRANSFER) COVERS THE MOVEMENT.         *
060105*    DURING THE BATCH WINDOW BOTH SIDES ARE PROVED THE SAME WAY  *
060106*    AND THE PAIR IS HELD FOR THE NEXT BUSINESS DAY (9410).      *
060107******************************************************************
060108 8600-TRANSFER-FUNDS.
060109     DISPLAY " "
060126             "NOT MADE."
060127         GO TO 8600-TRANSFER-FUNDS-EXIT
060128     END-IF
060129     PERFORM 1600-CHECK-BATCH-WINDOW
060130         THRU 1600-CHECK-BATCH-WINDOW-EXIT
060131     ACCEPT WS-XFER-DEBIT-SEQ FROM TIME
060132     COMPUTE WS-XFER-DEBIT-SEQ =
060133         WS-SEQ-RANGE-BASE + WS-XFER-DEBIT-SEQ
060134     COMPUTE WS-XFER-CREDIT-SEQ = WS-XFER-DEBIT-SEQ + 1
060135
060136     MOVE WS-XFER-AMOUNT TO TRANSACTION-AMOUNT
060137     MOVE SPACES TO WS-SUPERVISOR-ID
060138     IF TRANSACTION-AMOUNT > WS-OPERATOR-LIMIT
060139         DISPLAY "AMOUNT EXCEEDS YOUR POSTING LIMIT - "
060140             "SUPERVISOR OVERRIDE REQUIRED."
060141         PERFORM 4850-SUPERVISOR-OVERRIDE
060142             THRU 4850-SUPERVISOR-OVERRIDE-EXIT
060143         IF WS-OVERRIDE-FAILED
060144             DISPLAY "TRANSFER NOT MADE - NO VALID SUPERVISOR "
060145                 "OVERRIDE."
060146             GO TO 8600-TRANSFER-FUNDS-EXIT
060147         END-IF
060148     END-IF
060149
060150*    PROVE BOTH SIDES BEFORE EITHER LEG MOVES MONEY.
060151     PERFORM 8620-BUILD-DEBIT-LEG THRU 8620-BUILD-DEBIT-LEG-EXIT
060152     MOVE WS-XFER-FROM-ACCOUNT
060153         TO ACCOUNT-ID OF ACCOUNT-RECORD
060154     PERFORM 3600-CHECK-DUPLICATE-ACCOUNT-ID
060155         THRU 3600-CHECK-DUPLICATE-ACCOUNT-ID-EXIT
060156     IF WS-ACCOUNT-ID-NOT-FOUND
060157         DISPLAY "FROM ACCOUNT NOT FOUND ON ACCOUNT-MASTER - "
060158             "TRANSFER NOT MADE."
060159         GO TO 8600-TRANSFER-FUNDS-EXIT
060160     END-IF
060161     MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
060162     PERFORM 9420-SUM-HELD-DEBITS THRU 9420-SUM-HELD-DEBITS-EXIT
060163     PERFORM 5500-VALIDATE-TRANSACTION
060164         THRU 5500-VALIDATE-TRANSACTION-EXIT
060165     IF PT-VALIDATION-FAILED
060166         DISPLAY "TRANSFER NOT MADE - FROM SIDE: "
060167             PT-REJECT-REASON
060168         GO TO 8600-TRANSFER-FUNDS-EXIT
060169     END-IF
060170     PERFORM 8630-BUILD-CREDIT-LEG
060171         THRU 8630-BUILD-CREDIT-LEG-EXIT
060172     MOVE WS-XFER-TO-ACCOUNT
060173         TO ACCOUNT-ID OF ACCOUNT-RECORD
060174     PERFORM 3600-CHECK-DUPLICATE-ACCOUNT-ID
060175         THRU 3600-CHECK-DUPLICATE-ACCOUNT-ID-EXIT
060176     IF WS-ACCOUNT-ID-NOT-FOUND
060177         DISPLAY "TO ACCOUNT NOT FOUND ON ACCOUNT-MASTER - "
060178             "TRANSFER NOT MADE."
060179         GO TO 8600-TRANSFER-FUNDS-EXIT
060180     END-IF
060181     PERFORM 5500-VALIDATE-TRANSACTION
060182         THRU 5500-VALIDATE-TRANSACTION-EXIT
060183     IF PT-VALIDATION-FAILED
060184         DISPLAY "TRANSFER NOT MADE - TO SIDE: "
060185             PT-REJECT-REASON
060186         GO TO 8600-TRANSFER-FUNDS-EXIT
060187     END-IF
060188
060189     IF WS-BATCH-WINDOW-OPEN
060190         PERFORM 9410-STORE-TRANSFER
060191             THRU 9410-STORE-TRANSFER-EXIT
060192         GO TO 8600-TRANSFER-FUNDS-EXIT
060193     END-IF
060194
060195*    POST THE DEBIT LEG, CROSS-REFERENCED TO THE CREDIT LEG.
060196     PERFORM 8620-BUILD-DEBIT-LEG THRU 8620-BUILD-DEBIT-LEG-EXIT
060197     MOVE "X"                  TO PT-LINK-CODE
060198     MOVE WS-XFER-TO-ACCOUNT   TO PT-RELATED-ACCOUNT-ID
060199     MOVE WS-CURRENT-DATE      TO PT-RELATED-TRAN-DATE
060200     MOVE WS-XFER-CREDIT-SEQ   TO PT-RELATED-SEQUENCE
060201     PERFORM 5000-POST-TRANSACTION THRU 5000-POST-TRANSACTION-EXIT
060202     IF PT-POSTING-REJECTED
060203         DISPLAY "TRANSFER NOT MADE - FROM SIDE: "
060204             PT-REJECT-REASON
060205         GO TO 8600-TRANSFER-FUNDS-EXIT
060206     END-IF
060207
060208*    POST THE CREDIT LEG, CROSS-REFERENCED TO THE DEBIT LEG.
060209     PERFORM 8630-BUILD-CREDIT-LEG
060210         THRU 8630-BUILD-CREDIT-LEG-EXIT
060211     MOVE "X"                  TO PT-LINK-CODE
060212     MOVE WS-XFER-FROM-ACCOUNT TO PT-RELATED-ACCOUNT-ID
060213     MOVE WS-CURRENT-DATE      TO PT-RELATED-TRAN-DATE
060214     MOVE WS-XFER-DEBIT-SEQ    TO PT-RELATED-SEQUENCE
060215     PERFORM 5000-POST-TRANSACTION THRU 5000-POST-TRANSACTION-EXIT
060216     IF PT-POSTING-REJECTED
060217         DISPLAY "TO SIDE REJECTED (" PT-REJECT-REASON
060218             ") - BACKING THE DEBIT OUT."
060219         PERFORM 8640-BACK-OUT-DEBIT
060220             THRU 8640-BACK-OUT-DEBIT-EXIT
060221         GO TO 8600-TRANSFER-FUNDS-EXIT
060222     END-IF
060223
060224     DISPLAY "TRANSFER POSTED."
060225     MOVE ACCOUNT-BALANCE OF ACCOUNT-RECORD TO WS-BALANCE-EDIT
060226     DISPLAY "TO ACCOUNT NEW BALANCE ..: " WS-BALANCE-EDIT
060227*    ONE AUDIT RECORD, CUT AGAINST THE FROM ACCOUNT, COVERS
060228*    THE WHOLE MOVEMENT.
060229     MOVE WS-XFER-FROM-ACCOUNT
060230         TO ACCOUNT-ID OF ACCOUNT-RECORD
060231     PERFORM 3600-CHECK-DUPLICATE-ACCOUNT-ID
060232         THRU 3600-CHECK-DUPLICATE-ACCOUNT-ID-EXIT
060233     MOVE ACCOUNT-BALANCE OF ACCOUNT-RECORD TO WS-BALANCE-EDIT
060234     DISPLAY "FROM ACCOUNT NEW BALANCE : " WS-BALANCE-EDIT
060235     MOVE ACCOUNT-RECORD TO WS-AFTER-IMAGE
060236     MOVE "TRANSFER"     TO WS-AUDIT-ACTION
060237     PERFORM 6000-WRITE-AUDIT-RECORD
060238         THRU 6000-WRITE-AUDIT-RECORD-EXIT.
060239 8600-TRANSFER-FUNDS-EXIT.
060240     EXIT.
060241
060242 8620-BUILD-DEBIT-LEG.
060243     MOVE SPACES               TO TRANSACTION-RECORD
060244     MOVE WS-XFER-TRAN-ID      TO TRANSACTION-ID
060245     MOVE WS-XFER-FROM-ACCOUNT TO TRANSACTION-ACCOUNT-ID
060246     MOVE "DEBIT"              TO TRANSACTION-TYPE
060247     MOVE WS-XFER-DEBIT-CODE   TO TRANSACTION-CODE
060248     MOVE WS-XFER-AMOUNT       TO TRANSACTION-AMOUNT
060249     MOVE WS-CURRENT-DATE      TO TRANSACTION-DATE
060250     MOVE WS-XFER-DEBIT-SEQ    TO TRANSACTION-SEQUENCE-NUMBER
060251     MOVE "F"                  TO TRANSACTION-XFER-SW.
060252 8620-BUILD-DEBIT-LEG-EXIT.
060253     EXIT.
060254
060255 8630-BUILD-CREDIT-LEG.
060256     MOVE SPACES               TO TRANSACTION-RECORD
060257     MOVE WS-XFER-TRAN-ID      TO TRANSACTION-ID
060258     MOVE WS-XFER-TO-ACCOUNT   TO TRANSACTION-ACCOUNT-ID
060259     MOVE "CREDIT"             TO TRANSACTION-TYPE
060260     MOVE WS-XFER-CREDIT-CODE  TO TRANSACTION-CODE
060261     MOVE WS-XFER-AMOUNT       TO TRANSACTION-AMOUNT
060262     MOVE WS-CURRENT-DATE      TO TRANSACTION-DATE
060263     MOVE WS-XFER-CREDIT-SEQ   TO TRANSACTION-SEQUENCE-NUMBER
060264     MOVE "T"                  TO TRANSACTION-XFER-SW.
060265 8630-BUILD-CREDIT-LEG-EXIT.
060266     EXIT.
060267
060268******************************************************************
060269*    8640-BACK-OUT-DEBIT - THE CREDIT LEG REJECTED AFTER THE     *
060270*    DEBIT POSTED.  THE BACKOUT IS A REVERSAL, NOT A TRANSFER    *
060271*    LEG: AN EQUAL CREDIT POSTS FLAGGED V POINTING AT THE        *
060272*    DEBIT, AND THE DEBIT'S HISTORY RECORD IS REFLAGGED R        *
060273*    POINTING BACK - NO LINK IS LEFT POINTING AT THE CREDIT      *
060274*    LEG THAT NEVER POSTED.  THE CREDIT-LEG SEQUENCE IS FREE -   *
060275*    IT NEVER POSTED - SO THE BACKOUT TAKES IT.                  *
060276******************************************************************
060277 8640-BACK-OUT-DEBIT.
060278     MOVE SPACES               TO TRANSACTION-RECORD
060280     MOVE WS-XFER-TRAN-ID      TO TRANSACTION-ID
060282     MOVE WS-XFER-FROM-ACCOUNT TO TRANSACTION-ACCOUNT-ID
060284     MOVE "CREDIT"             TO TRANSACTION-TYPE
060285     MOVE WS-REV-CREDIT-CODE   TO TRANSACTION-CODE
060286     MOVE WS-XFER-AMOUNT       TO TRANSACTION-AMOUNT
060288     MOVE WS-CURRENT-DATE      TO TRANSACTION-DATE
060290     MOVE WS-XFER-CREDIT-SEQ   TO TRANSACTION-SEQUENCE-NUMBER
060388*    8700-REVERSE-TRANSACTION - SUPERVISOR-APPROVED REVERSAL OF  *
060390*    A POSTED ITEM OFF TRAN-HISTORY.  THE OFFSETTING ENTRY       *
060392*    POSTS THROUGH THE SHARED LOGIC FLAGGED V AND THE ORIGINAL   *
060393*    RECORD IS FLAGGED R, EACH POINTING AT THE OTHER, SO THE     *
060394*    STATEMENT SHOWS ONE LINKED PAIR INSTEAD OF TWO UNRELATED    *
060395*    POSTINGS.  AN ITEM MAY BE REVERSED ONLY ONCE AND A          *
060396*    REVERSING ENTRY MAY NOT ITSELF BE REVERSED.                 *
060397******************************************************************
060398 8700-REVERSE-TRANSACTION.
060399     DISPLAY " "
060400     DISPLAY "------ REVERSE A POSTED TRANSACTION ------"
060401*    A REVERSAL MUST LINK TO THE POSTING IT OFFSETS, WHICH ONLY
060402*    THE ONLINE POSTING CAN DO - IT IS NEVER HELD, SO IT WAITS.
060403     PERFORM 1600-CHECK-BATCH-WINDOW
060404         THRU 1600-CHECK-BATCH-WINDOW-EXIT
060405     IF WS-BATCH-WINDOW-OPEN
060406         DISPLAY "END-OF-DAY RUN IN PROGRESS - REVERSALS ARE NOT "
060407             "TAKEN UNTIL THE NEW BUSINESS DATE IS SET."
060408         GO TO 8700-REVERSE-TRANSACTION-EXIT
060409     END-IF
060410     DISPLAY "ENTER ACCOUNT ID: "
060412     ACCEPT WS-REV-ACCOUNT-ID
060414     DISPLAY "ENTER TRANSACTION DATE (YYYYMMDD): "
060496         GO TO 8700-REVERSE-TRANSACTION-EXIT
060498     END-IF
060500
060504     ACCEPT WS-REV-NEW-SEQ FROM TIME
060506     COMPUTE WS-REV-NEW-SEQ = WS-SEQ-RANGE-BASE + WS-REV-NEW-SEQ
060508     MOVE SPACES            TO TRANSACTION-RECORD
060512     MOVE WS-REV-ACCOUNT-ID TO TRANSACTION-ACCOUNT-ID
060514     IF WS-REV-ORIG-TYPE = "DEBIT"
060516         MOVE "CREDIT" TO TRANSACTION-TYPE
060517         MOVE WS-REV-CREDIT-CODE TO TRANSACTION-CODE
060518     ELSE
060520         MOVE "DEBIT"  TO TRANSACTION-TYPE
060521         MOVE WS-REV-DEBIT-CODE  TO TRANSACTION-CODE
060522     END-IF
060524     MOVE WS-REV-AMOUNT     TO TRANSACTION-AMOUNT
060526     MOVE WS-CURRENT-DATE   TO TRANSACTION-DATE
060616*    HOLD ON AN ACCOUNT.  THE SHARED POSTING LOGIC TESTS EVERY   *
060618*    DEBIT AGAINST LEDGER BALANCE LESS OPEN HOLDS, SO THE HELD   *
060620*    AMOUNT CANNOT BE SPENT UNTIL THE RELEASE DATE PASSES OR     *
060621*    THE HOLD IS RELEASED ONLINE.  THE RELEASE DATE IS KEYED AS  *
060622*    A DATE OR AS A NUMBER OF BUSINESS DAYS FROM TODAY, AND      *
060623*    ALWAYS FALLS ON A BUSINESS DAY.                             *
060624******************************************************************
060626 8800-PLACE-HOLD.
060628     DISPLAY " "
060646         GO TO 8800-PLACE-HOLD-EXIT
060648     END-IF
060650     MOVE SPACES TO HOLD-RECORD
060651     MOVE ACCOUNT-ID OF ACCOUNT-RECORD TO HOLD-ACCOUNT-ID
060652     DISPLAY "ENTER HOLD NUMBER: "
060653     ACCEPT HOLD-ID
060654     DISPLAY "ENTER HOLD AMOUNT: "
060655     ACCEPT HOLD-AMOUNT
060656     IF HOLD-AMOUNT NOT > 0
060657         DISPLAY "AMOUNT MUST BE GREATER THAN ZERO - HOLD NOT "
060658             "PLACED."
060659         GO TO 8800-PLACE-HOLD-EXIT
060660     END-IF
060661     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
060662     MOVE WS-CURRENT-DATE TO HOLD-PLACED-DATE
060663     DISPLAY "ENTER RELEASE DATE (YYYYMMDD) OR NUMBER OF "
060664         "BUSINESS DAYS (1-99): "
060665     ACCEPT WS-HOLD-RELEASE-ENTRY
060666     IF WS-HOLD-RELEASE-ENTRY > 0 AND WS-HOLD-RELEASE-ENTRY < 100
060667         MOVE WS-CURRENT-DATE       TO BD-DATE
060668         MOVE WS-HOLD-RELEASE-ENTRY TO BD-DAY-COUNT
060669         PERFORM 3575-ADD-BUSINESS-DAYS
060670             THRU 3575-ADD-BUSINESS-DAYS-EXIT
060671         MOVE BD-DATE TO HOLD-RELEASE-DATE
060672         DISPLAY WS-HOLD-RELEASE-ENTRY " BUSINESS DAYS FROM "
060673             "TODAY IS " HOLD-RELEASE-DATE "."
060674     ELSE
060675         MOVE WS-HOLD-RELEASE-ENTRY TO HOLD-RELEASE-DATE
060676         MOVE HOLD-RELEASE-DATE TO WS-DATE-TO-VALIDATE
060677         PERFORM 3500-VALIDATE-CALENDAR-DATE
060678             THRU 3500-VALIDATE-CALENDAR-DATE-EXIT
060679         IF WS-DATE-IS-INVALID
060680             DISPLAY "INVALID CALENDAR DATE - HOLD NOT PLACED."
060681             GO TO 8800-PLACE-HOLD-EXIT
060682         END-IF
060683*        A HOLD RELEASES ONLY ON A BUSINESS DAY - ROLL FORWARD.
060684         MOVE HOLD-RELEASE-DATE TO BD-DATE
060685         SET BD-ROLL-FORWARD TO TRUE
060686         PERFORM 3570-ROLL-TO-BUSINESS-DAY
060687             THRU 3570-ROLL-TO-BUSINESS-DAY-EXIT
060688         IF BD-DATE NOT = HOLD-RELEASE-DATE
060689             DISPLAY HOLD-RELEASE-DATE " IS NOT A BUSINESS DAY - "
060690                 "RELEASE DATE ROLLED TO " BD-DATE "."
060691             MOVE BD-DATE TO HOLD-RELEASE-DATE
060692         END-IF
060693     END-IF
060694     IF HOLD-RELEASE-DATE NOT > WS-CURRENT-DATE
060696         DISPLAY "RELEASE DATE MUST BE AFTER TODAY - HOLD NOT "
060698             "PLACED."
060804     EXIT.
060806
060808******************************************************************
060900*    8820-PLACE-STOP-PAYMENT - TELLER FUNCTION.  RECORDS A       *
061000*    CUSTOMER'S STOP ON ONE CHEQUE OR A RUN OF CHEQUES (SERIAL   *
061100*    RANGE) OR ON A DEBIT OF A GIVEN SIZE (AMOUNT RANGE, WITH AN *
061200*    OPTIONAL REFERENCE), GOOD THROUGH THE EXPIRY DATE.  THE     *
061300*    SHARED POSTING LOGIC REJECTS EVERY MATCHING DEBIT WHILE THE *
061400*    STOP IS IN FORCE.  AUDITED AS ACTION STOPPLACE WITH THE     *
061500*    STOP RECORD AS THE AFTER IMAGE.                             *
061600******************************************************************
061700 8820-PLACE-STOP-PAYMENT.
061800     DISPLAY " "
061900     DISPLAY "------ PLACE A STOP PAYMENT ------"
062000     DISPLAY "ENTER ACCOUNT ID: "
062100     ACCEPT ACCOUNT-ID OF ACCOUNT-RECORD
062200     PERFORM 3600-CHECK-DUPLICATE-ACCOUNT-ID
062300         THRU 3600-CHECK-DUPLICATE-ACCOUNT-ID-EXIT
062400     IF WS-ACCOUNT-ID-NOT-FOUND
062500         DISPLAY "ACCOUNT ID NOT FOUND ON ACCOUNT-MASTER - "
062600             "STOP NOT PLACED."
062700         GO TO 8820-PLACE-STOP-PAYMENT-EXIT
062800     END-IF
062900     IF ACCOUNT-STATUS OF ACCOUNT-RECORD = "CLOSED"
063000         DISPLAY "ACCOUNT IS CLOSED - STOP NOT PLACED."
063100         GO TO 8820-PLACE-STOP-PAYMENT-EXIT
063200     END-IF
063300     MOVE SPACES TO STOP-PAYMENT-RECORD
063400     MOVE ACCOUNT-ID OF ACCOUNT-RECORD TO STOP-ACCOUNT-ID
063500     MOVE 0 TO STOP-SERIAL-LOW
063600     MOVE 0 TO STOP-SERIAL-HIGH
063700     MOVE 0 TO STOP-AMOUNT-LOW
063800     MOVE 0 TO STOP-AMOUNT-HIGH
063900     MOVE 0 TO STOP-LIFTED-DATE
064000     DISPLAY "ENTER STOP NUMBER: "
064100     ACCEPT STOP-ID
064200     DISPLAY "STOP BY (S)ERIAL NUMBER OR (A)MOUNT: "
064300     ACCEPT STOP-TYPE
064400     INSPECT STOP-TYPE CONVERTING "as" TO "AS"
064500     IF STOP-BY-SERIAL
064600         PERFORM 8822-ACCEPT-SERIAL-RANGE
064700             THRU 8822-ACCEPT-SERIAL-RANGE-EXIT
064800     ELSE
064900         IF STOP-BY-AMOUNT
065000             PERFORM 8824-ACCEPT-AMOUNT-RANGE
065100                 THRU 8824-ACCEPT-AMOUNT-RANGE-EXIT
065200         ELSE
065300             DISPLAY "INVALID STOP TYPE - STOP NOT PLACED."
065400             GO TO 8820-PLACE-STOP-PAYMENT-EXIT
065500         END-IF
065600     END-IF
065700     IF WS-STOP-ENTRY-INVALID
065800         GO TO 8820-PLACE-STOP-PAYMENT-EXIT
065900     END-IF
066000     DISPLAY "ENTER PAYEE / DESCRIPTION OF THE ITEM: "
066100     ACCEPT STOP-PAYEE
066200     DISPLAY "ENTER EXPIRY DATE (YYYYMMDD): "
066300     ACCEPT STOP-EXPIRY-DATE
066400     MOVE STOP-EXPIRY-DATE TO WS-DATE-TO-VALIDATE
066500     PERFORM 3500-VALIDATE-CALENDAR-DATE
066600         THRU 3500-VALIDATE-CALENDAR-DATE-EXIT
066700     IF WS-DATE-IS-INVALID
066800         DISPLAY "INVALID CALENDAR DATE - STOP NOT PLACED."
066900         GO TO 8820-PLACE-STOP-PAYMENT-EXIT
067000     END-IF
067100     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
067200     MOVE WS-CURRENT-DATE TO STOP-PLACED-DATE
067300     IF STOP-EXPIRY-DATE NOT > WS-CURRENT-DATE
067400         DISPLAY "EXPIRY DATE MUST BE AFTER TODAY - STOP NOT "
067500             "PLACED."
067600         GO TO 8820-PLACE-STOP-PAYMENT-EXIT
067700     END-IF
067800     MOVE "ACTIVE" TO STOP-STATUS
067900     WRITE STOP-PAYMENT-RECORD
068000         INVALID KEY
068100             DISPLAY "STOP COULD NOT BE WRITTEN (DUPLICATE STOP "
068200                 "NUMBER?), STATUS=" STOP-FILE-STATUS
068300             GO TO 8820-PLACE-STOP-PAYMENT-EXIT
068400     END-WRITE
068500     DISPLAY "STOP PLACED THROUGH " STOP-EXPIRY-DATE "."
068600     MOVE SPACES              TO WS-BEFORE-IMAGE
068700     MOVE STOP-PAYMENT-RECORD TO WS-AFTER-IMAGE
068800     MOVE "STOPPLACE"         TO WS-AUDIT-ACTION
068900     PERFORM 6000-WRITE-AUDIT-RECORD
069000         THRU 6000-WRITE-AUDIT-RECORD-EXIT.
069100 8820-PLACE-STOP-PAYMENT-EXIT.
069200     EXIT.
069300
069400******************************************************************
069500*    8822-ACCEPT-SERIAL-RANGE - FIRST AND LAST CHEQUE/REFERENCE  *
069600*    NUMBER STOPPED.  ONE CHEQUE IS A RANGE OF ONE.              *
069700******************************************************************
069800 8822-ACCEPT-SERIAL-RANGE.
069900     SET WS-STOP-ENTRY-INVALID TO TRUE
070000     DISPLAY "ENTER FIRST CHEQUE/REFERENCE NUMBER: "
070100     ACCEPT STOP-SERIAL-LOW
070200     DISPLAY "ENTER LAST CHEQUE/REFERENCE NUMBER (SAME AS "
070300         "FIRST FOR ONE ITEM): "
070400     ACCEPT STOP-SERIAL-HIGH
070500     IF STOP-SERIAL-LOW NOT NUMERIC
070600         OR STOP-SERIAL-HIGH NOT NUMERIC
070700         OR STOP-SERIAL-LOW = 0
070800         OR STOP-SERIAL-HIGH < STOP-SERIAL-LOW
070900         DISPLAY "INVALID SERIAL RANGE - STOP NOT PLACED."
071000         GO TO 8822-ACCEPT-SERIAL-RANGE-EXIT
071100     END-IF
071200     SET WS-STOP-ENTRY-VALID TO TRUE.
071300 8822-ACCEPT-SERIAL-RANGE-EXIT.
071400     EXIT.
071500
071600******************************************************************
071700*    8824-ACCEPT-AMOUNT-RANGE - LOWEST AND HIGHEST AMOUNT        *
071800*    STOPPED, AND THE ORIGINATOR'S REFERENCE WHEN THE CUSTOMER   *
071900*    KNOWS IT, SO OTHER DEBITS OF THAT SIZE STILL PAY.           *
072000******************************************************************
072100 8824-ACCEPT-AMOUNT-RANGE.
072200     SET WS-STOP-ENTRY-INVALID TO TRUE
072300     DISPLAY "ENTER LOWEST AMOUNT: "
072400     ACCEPT STOP-AMOUNT-LOW
072500     DISPLAY "ENTER HIGHEST AMOUNT (SAME AS LOWEST FOR ONE "
072600         "AMOUNT): "
072700     ACCEPT STOP-AMOUNT-HIGH
072800     IF STOP-AMOUNT-LOW NOT > 0
072900         OR STOP-AMOUNT-HIGH < STOP-AMOUNT-LOW
073000         DISPLAY "INVALID AMOUNT RANGE - STOP NOT PLACED."
073100         GO TO 8824-ACCEPT-AMOUNT-RANGE-EXIT
073200     END-IF
073300     DISPLAY "ENTER REFERENCE TO MATCH (BLANK FOR ANY): "
073400     ACCEPT STOP-REFERENCE
073500     SET WS-STOP-ENTRY-VALID TO TRUE.
073600 8824-ACCEPT-AMOUNT-RANGE-EXIT.
073700     EXIT.
073800
073900******************************************************************
074000*    8830-INQUIRE-STOP-PAYMENTS - LIST EVERY STOP ON AN ACCOUNT, *
074100*    IN FORCE OR NOT.  A STOP PAST ITS EXPIRY DATE SHOWS AS      *
074200*    EXPIRED - IT NO LONGER STOPS ANYTHING.                      *
074300******************************************************************
074400 8830-INQUIRE-STOP-PAYMENTS.
074500     DISPLAY " "
074600     DISPLAY "------ STOP PAYMENT INQUIRY ------"
074700     DISPLAY "ENTER ACCOUNT ID: "
074800     ACCEPT WS-STOP-INQ-ACCOUNT-ID
074900     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
075000     MOVE 0 TO WS-STOPS-LISTED
075100     SET WS-NOT-END-OF-STOP-LIST TO TRUE
075200     MOVE WS-STOP-INQ-ACCOUNT-ID TO STOP-ACCOUNT-ID
075300     MOVE 0 TO STOP-ID
075400     START STOP-PAYMENT-FILE
075500         KEY >= STOP-KEY
075600         INVALID KEY
075700             SET WS-END-OF-STOP-LIST TO TRUE
075800     END-START
075900     PERFORM 8835-LIST-ONE-STOP
076000         THRU 8835-LIST-ONE-STOP-EXIT
076100         UNTIL WS-END-OF-STOP-LIST
076200     IF WS-STOPS-LISTED = 0
076300         DISPLAY "NO STOP-PAYMENT ORDERS ON FILE FOR THIS "
076400             "ACCOUNT."
076500     END-IF.
076600 8830-INQUIRE-STOP-PAYMENTS-EXIT.
076700     EXIT.
076800
076900 8835-LIST-ONE-STOP.
077000     READ STOP-PAYMENT-FILE NEXT
077100         AT END
077200             SET WS-END-OF-STOP-LIST TO TRUE
077300     END-READ
077400     IF WS-END-OF-STOP-LIST
077500         GO TO 8835-LIST-ONE-STOP-EXIT
077600     END-IF
077700     IF STOP-ACCOUNT-ID NOT = WS-STOP-INQ-ACCOUNT-ID
077800         SET WS-END-OF-STOP-LIST TO TRUE
077900         GO TO 8835-LIST-ONE-STOP-EXIT
078000     END-IF
078100     ADD 1 TO WS-STOPS-LISTED
078200     PERFORM 8845-DISPLAY-STOP THRU 8845-DISPLAY-STOP-EXIT.
078300 8835-LIST-ONE-STOP-EXIT.
078400     EXIT.
078500
078600******************************************************************
078700*    8840-LIFT-STOP-PAYMENT - TELLER FUNCTION UNDER SUPERVISOR   *
078800*    OVERRIDE.  LIFTING A STOP LETS THE ITEM PAY, SO A           *
078900*    SUPERVISOR MUST SIGN ON TO IT; THE RECORD STAYS ON FILE     *
079000*    MARKED LIFTED.  AUDITED AS ACTION STOPLIFT WITH THE         *
079100*    OPERATOR AND THE OVERRIDING SUPERVISOR.                     *
079200******************************************************************
079300 8840-LIFT-STOP-PAYMENT.
079400     DISPLAY " "
079500     DISPLAY "------ LIFT A STOP PAYMENT ------"
079600     DISPLAY "ENTER ACCOUNT ID: "
079700     ACCEPT STOP-ACCOUNT-ID
079800     DISPLAY "ENTER STOP NUMBER: "
079900     ACCEPT STOP-ID
080000     SET WS-STOP-NOT-FOUND TO TRUE
080100     READ STOP-PAYMENT-FILE
080200         INVALID KEY
080300             SET WS-STOP-NOT-FOUND TO TRUE
080400         NOT INVALID KEY
080500             SET WS-STOP-FOUND TO TRUE
080600     END-READ
080700     IF WS-STOP-NOT-FOUND
080800         DISPLAY "STOP NOT FOUND ON THE STOP-PAYMENT FILE."
080900         GO TO 8840-LIFT-STOP-PAYMENT-EXIT
081000     END-IF
081100     IF STOP-IS-LIFTED
081200         DISPLAY "STOP WAS ALREADY LIFTED ON " STOP-LIFTED-DATE
081300             "."
081400         GO TO 8840-LIFT-STOP-PAYMENT-EXIT
081500     END-IF
081600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
081700     PERFORM 8845-DISPLAY-STOP THRU 8845-DISPLAY-STOP-EXIT
081800     MOVE STOP-ACCOUNT-ID TO ACCOUNT-ID OF ACCOUNT-RECORD
081900     PERFORM 3600-CHECK-DUPLICATE-ACCOUNT-ID
082000         THRU 3600-CHECK-DUPLICATE-ACCOUNT-ID-EXIT
082100     MOVE STOP-PAYMENT-RECORD TO WS-BEFORE-IMAGE
082200     MOVE SPACES TO WS-SUPERVISOR-ID
082300     MOVE 0 TO TRANSACTION-AMOUNT
082400     PERFORM 4850-SUPERVISOR-OVERRIDE
082500         THRU 4850-SUPERVISOR-OVERRIDE-EXIT
082600     IF WS-OVERRIDE-FAILED
082700         DISPLAY "STOP NOT LIFTED - NO VALID SUPERVISOR OVERRIDE."
082800         GO TO 8840-LIFT-STOP-PAYMENT-EXIT
082900     END-IF
083000     MOVE "LIFTED" TO STOP-STATUS
083100     MOVE WS-CURRENT-DATE TO STOP-LIFTED-DATE
083200     REWRITE STOP-PAYMENT-RECORD
083300         INVALID KEY
083400             DISPLAY "STOP COULD NOT BE UPDATED, STATUS="
083500                 STOP-FILE-STATUS
083600             MOVE SPACES TO WS-SUPERVISOR-ID
083700             GO TO 8840-LIFT-STOP-PAYMENT-EXIT
083800     END-REWRITE
083900     DISPLAY "STOP LIFTED."
084000     MOVE STOP-PAYMENT-RECORD TO WS-AFTER-IMAGE
084100     MOVE "STOPLIFT"          TO WS-AUDIT-ACTION
084200     PERFORM 6000-WRITE-AUDIT-RECORD
084300         THRU 6000-WRITE-AUDIT-RECORD-EXIT.
084400 8840-LIFT-STOP-PAYMENT-EXIT.
084500     EXIT.
084600
084700******************************************************************
084800*    8845-DISPLAY-STOP - ONE STOP IN STOP-PAYMENT-RECORD, WITH   *
084900*    ITS STANDING AS OF WS-CURRENT-DATE.                         *
085000******************************************************************
085100 8845-DISPLAY-STOP.
085200     DISPLAY " "
085300     IF STOP-IS-LIFTED
085400         MOVE "LIFTED " TO WS-STOP-STANDING
085500     ELSE
085600         IF STOP-EXPIRY-DATE < WS-CURRENT-DATE
085700             MOVE "EXPIRED" TO WS-STOP-STANDING
085800         ELSE
085900             MOVE "ACTIVE " TO WS-STOP-STANDING
086000         END-IF
086100     END-IF
086200     DISPLAY "STOP " STOP-ID " - " WS-STOP-STANDING
086300     IF STOP-BY-SERIAL
086400         DISPLAY "  CHEQUE/REFERENCE : " STOP-SERIAL-LOW " TO "
086500             STOP-SERIAL-HIGH
086600     ELSE
086700         MOVE STOP-AMOUNT-LOW  TO WS-HOLDS-EDIT
086800         MOVE STOP-AMOUNT-HIGH TO WS-STOP-AMOUNT-EDIT
086900         DISPLAY "  AMOUNT ..........: " WS-HOLDS-EDIT " TO "
087000             WS-STOP-AMOUNT-EDIT
087100         IF STOP-REFERENCE NOT = SPACES
087200             DISPLAY "  REFERENCE .......: " STOP-REFERENCE
087300         END-IF
087400     END-IF
087500     DISPLAY "  PAYEE ...........: " STOP-PAYEE
087600     DISPLAY "  PLACED ..........: " STOP-PLACED-DATE
087700         "  EXPIRES " STOP-EXPIRY-DATE
087800     IF STOP-IS-LIFTED
087900         DISPLAY "  LIFTED ..........: " STOP-LIFTED-DATE
088000     END-IF.
088100 8845-DISPLAY-STOP-EXIT.
088200     EXIT.
088300
088400******************************************************************
088500*    8900-MAINTAIN-LOAN-TERMS - SUPERVISOR FUNCTION.  ADDS THE   *
088600*    TERMS FOR A LOAN ACCOUNT OR CHANGES ONE CONTRACT FIELD.     *
088700*    THE SERVICING FIELDS BELONG TO THE NIGHTLY LOAN SERVICING   *
088800*    RUN (LOANSERV) AND ARE SHOWN HERE BUT NEVER KEYED.  EVERY   *
088900*    ADD OR CHANGE IS AUDITED (ACTION LOANTERMS) WITH THE TERMS  *
089000*    RECORD AS THE BEFORE/AFTER IMAGE.                           *
089100******************************************************************
089200 8900-MAINTAIN-LOAN-TERMS.
089300     DISPLAY " "
089400     DISPLAY "------ LOAN TERMS MAINTENANCE ------"
089500     DISPLAY "ENTER LOAN ACCOUNT ID: "
089600     ACCEPT ACCOUNT-ID OF ACCOUNT-RECORD
089700     PERFORM 3600-CHECK-DUPLICATE-ACCOUNT-ID
089800         THRU 3600-CHECK-DUPLICATE-ACCOUNT-ID-EXIT
089900     IF WS-ACCOUNT-ID-NOT-FOUND
090000         DISPLAY "ACCOUNT ID NOT FOUND ON ACCOUNT-MASTER."
090100         GO TO 8900-MAINTAIN-LOAN-TERMS-EXIT
090200     END-IF
090300     IF ACCOUNT-TYPE OF ACCOUNT-RECORD NOT = "LOAN"
090400         DISPLAY "ACCOUNT IS NOT A LOAN - TERMS ARE KEPT FOR "
090500             "LOAN ACCOUNTS ONLY."
090600         GO TO 8900-MAINTAIN-LOAN-TERMS-EXIT
090700     END-IF
090800     MOVE ACCOUNT-ID OF ACCOUNT-RECORD TO LOAN-ACCOUNT-ID
090900     PERFORM 8905-READ-LOAN-TERMS
091000         THRU 8905-READ-LOAN-TERMS-EXIT
091100     IF WS-LOAN-NOT-FOUND
091200         PERFORM 8910-ADD-LOAN-TERMS
091300             THRU 8910-ADD-LOAN-TERMS-EXIT
091400     ELSE
091500         PERFORM 8920-CHANGE-LOAN-TERMS
091600             THRU 8920-CHANGE-LOAN-TERMS-EXIT
091700     END-IF.
091800 8900-MAINTAIN-LOAN-TERMS-EXIT.
091900     EXIT.
092000
092100******************************************************************
092200*    8905-READ-LOAN-TERMS - RANDOM READ OF THE LOAN TERMS FILE   *
092300*    FOR THE KEY ALREADY PLACED IN LOAN-ACCOUNT-ID.              *
092400******************************************************************
092500 8905-READ-LOAN-TERMS.
092600     SET WS-LOAN-NOT-FOUND TO TRUE
092700     READ LOAN-TERMS-FILE
092800         INVALID KEY
092900             SET WS-LOAN-NOT-FOUND TO TRUE
093000         NOT INVALID KEY
093100             SET WS-LOAN-FOUND TO TRUE
093200     END-READ.
093300 8905-READ-LOAN-TERMS-EXIT.
093400     EXIT.
093500
093600 8910-ADD-LOAN-TERMS.
093700     DISPLAY "NO TERMS ON FILE - ADDING TERMS FOR "
093800         ACCOUNT-NAME OF ACCOUNT-RECORD
093900     MOVE SPACES TO LOAN-TERMS-RECORD
094000     MOVE ACCOUNT-ID OF ACCOUNT-RECORD TO LOAN-ACCOUNT-ID
094100     MOVE 0 TO LOAN-PAYMENT-AMOUNT LOAN-DUE-DAY
094200         LOAN-FIRST-DUE-DATE LOAN-MATURITY-DATE
094300         LOAN-LATE-CHARGE-AMOUNT LOAN-GRACE-DAYS
094400         LOAN-TOTAL-PAID LOAN-APPLIED-THRU-DATE
094500         LOAN-INSTALLMENTS-DUE LOAN-INSTALLMENTS-PAID
094600         LOAN-NEXT-DUE-DATE LOAN-AMOUNT-PAST-DUE
094700         LOAN-DAYS-PAST-DUE LOAN-LATE-CHARGED-THRU
094800         LOAN-PRIOR-CHARGED-THRU LOAN-LAST-SERVICED-DATE
094900         LOAN-APPLIED-THRU-AMOUNT
095000     SET LOAN-IS-CURRENT TO TRUE
095100     PERFORM 8930-GET-LOAN-PAYMENT
095200         THRU 8930-GET-LOAN-PAYMENT-EXIT
095300     PERFORM 8935-GET-LOAN-DUE-DAY
095400         THRU 8935-GET-LOAN-DUE-DAY-EXIT
095500     PERFORM 8940-GET-LOAN-FIRST-DUE
095600         THRU 8940-GET-LOAN-FIRST-DUE-EXIT
095700     PERFORM 8945-GET-LOAN-MATURITY
095800         THRU 8945-GET-LOAN-MATURITY-EXIT
095900     PERFORM 8950-GET-LOAN-LATE-CHARGE
096000         THRU 8950-GET-LOAN-LATE-CHARGE-EXIT
096100     PERFORM 8955-GET-LOAN-GRACE-DAYS
096200         THRU 8955-GET-LOAN-GRACE-DAYS-EXIT
096300     WRITE LOAN-TERMS-RECORD
096400         INVALID KEY
096500             DISPLAY "LOAN TERMS COULD NOT BE WRITTEN, "
096600                 "STATUS=" LOAN-TERMS-STATUS
096700             GO TO 8910-ADD-LOAN-TERMS-EXIT
096800     END-WRITE
096900     DISPLAY "LOAN TERMS ADDED."
097000     MOVE SPACES            TO WS-BEFORE-IMAGE
097100     MOVE LOAN-TERMS-RECORD TO WS-AFTER-IMAGE
097200     MOVE "LOANTERMS"       TO WS-AUDIT-ACTION
097300     PERFORM 6000-WRITE-AUDIT-RECORD
097400         THRU 6000-WRITE-AUDIT-RECORD-EXIT.
097500 8910-ADD-LOAN-TERMS-EXIT.
097600     EXIT.
097700
097800 8920-CHANGE-LOAN-TERMS.
097900     DISPLAY "LOAN .......: " LOAN-ACCOUNT-ID " "
098000         ACCOUNT-NAME OF ACCOUNT-RECORD
098100     MOVE LOAN-PAYMENT-AMOUNT TO WS-BALANCE-EDIT
098200     DISPLAY "PAYMENT ....: " WS-BALANCE-EDIT
098300         " DUE ON DAY " LOAN-DUE-DAY
098400     DISPLAY "FIRST DUE ..: " LOAN-FIRST-DUE-DATE
098500         "  MATURITY: " LOAN-MATURITY-DATE
098600     MOVE LOAN-LATE-CHARGE-AMOUNT TO WS-BALANCE-EDIT
098700     DISPLAY "LATE CHARGE : " WS-BALANCE-EDIT
098800         " AFTER " LOAN-GRACE-DAYS " GRACE DAYS"
098900     DISPLAY "LAST SERVICED ....: " LOAN-LAST-SERVICED-DATE
099000     DISPLAY "NEXT DUE .........: " LOAN-NEXT-DUE-DATE
099100     DISPLAY "INSTALLMENTS DUE/PAID: " LOAN-INSTALLMENTS-DUE
099200         "/" LOAN-INSTALLMENTS-PAID
099300     MOVE LOAN-AMOUNT-PAST-DUE TO WS-BALANCE-EDIT
099400     DISPLAY "PAST DUE .........: " WS-BALANCE-EDIT
099500     DISPLAY "DAYS PAST DUE ....: " LOAN-DAYS-PAST-DUE
099600         "  BUCKET: " LOAN-DELINQUENCY-BUCKET
099700     MOVE LOAN-TERMS-RECORD TO WS-BEFORE-IMAGE
099800     DISPLAY "WHICH FIELD DO YOU WANT TO CHANGE?"
099900     DISPLAY "1. PAYMENT AMOUNT"
100000     DISPLAY "2. DUE DAY"
100100     DISPLAY "3. FIRST DUE DATE"
100200     DISPLAY "4. MATURITY DATE"
100300     DISPLAY "5. LATE CHARGE"
100400     DISPLAY "6. GRACE DAYS"
100500     DISPLAY "7. CANCEL"
100600     ACCEPT WS-LOAN-FIELD-CHOICE
100700     EVALUATE WS-LOAN-FIELD-CHOICE
100800         WHEN 1
100900             PERFORM 8930-GET-LOAN-PAYMENT
101000                 THRU 8930-GET-LOAN-PAYMENT-EXIT
101100         WHEN 2
101200             PERFORM 8935-GET-LOAN-DUE-DAY
101300                 THRU 8935-GET-LOAN-DUE-DAY-EXIT
101400         WHEN 3
101500             PERFORM 8940-GET-LOAN-FIRST-DUE
101600                 THRU 8940-GET-LOAN-FIRST-DUE-EXIT
101700         WHEN 4
101800             PERFORM 8945-GET-LOAN-MATURITY
101900                 THRU 8945-GET-LOAN-MATURITY-EXIT
102000         WHEN 5
102100             PERFORM 8950-GET-LOAN-LATE-CHARGE
102200                 THRU 8950-GET-LOAN-LATE-CHARGE-EXIT
102300         WHEN 6
102400             PERFORM 8955-GET-LOAN-GRACE-DAYS
102500                 THRU 8955-GET-LOAN-GRACE-DAYS-EXIT
102600         WHEN 7
102700             DISPLAY "MAINTENANCE CANCELLED."
102800             GO TO 8920-CHANGE-LOAN-TERMS-EXIT
102900         WHEN OTHER
103000             DISPLAY "INVALID CHOICE - NO CHANGE MADE."
103100             GO TO 8920-CHANGE-LOAN-TERMS-EXIT
103200     END-EVALUATE
103300     REWRITE LOAN-TERMS-RECORD
103400         INVALID KEY
103500             DISPLAY "LOAN TERMS COULD NOT BE UPDATED, "
103600                 "STATUS=" LOAN-TERMS-STATUS
103700             GO TO 8920-CHANGE-LOAN-TERMS-EXIT
103800     END-REWRITE
103900     DISPLAY "LOAN TERMS UPDATED."
104000     MOVE LOAN-TERMS-RECORD TO WS-AFTER-IMAGE
104100     MOVE "LOANTERMS"       TO WS-AUDIT-ACTION
104200     PERFORM 6000-WRITE-AUDIT-RECORD
104300         THRU 6000-WRITE-AUDIT-RECORD-EXIT.
104400 8920-CHANGE-LOAN-TERMS-EXIT.
104500     EXIT.
104600
104700 8930-GET-LOAN-PAYMENT.
104800     SET WS-INVALID-ENTRY TO TRUE
104900     PERFORM 8931-PROMPT-LOAN-PAYMENT
105000         THRU 8931-PROMPT-LOAN-PAYMENT-EXIT
105100         UNTIL WS-VALID-ENTRY.
105200 8930-GET-LOAN-PAYMENT-EXIT.
105300     EXIT.
105400
105500 8931-PROMPT-LOAN-PAYMENT.
105600     DISPLAY "ENTER INSTALLMENT AMOUNT: "
105700     ACCEPT LOAN-PAYMENT-AMOUNT
105800     IF LOAN-PAYMENT-AMOUNT > 0
105900         SET WS-VALID-ENTRY TO TRUE
106000     ELSE
106100         DISPLAY "AMOUNT MUST BE GREATER THAN ZERO."
106200         SET WS-INVALID-ENTRY TO TRUE
106300     END-IF.
106400 8931-PROMPT-LOAN-PAYMENT-EXIT.
106500     EXIT.
106600
106700 8935-GET-LOAN-DUE-DAY.
106800     SET WS-INVALID-ENTRY TO TRUE
106900     PERFORM 8936-PROMPT-LOAN-DUE-DAY
107000         THRU 8936-PROMPT-LOAN-DUE-DAY-EXIT
107100         UNTIL WS-VALID-ENTRY.
107200 8935-GET-LOAN-DUE-DAY-EXIT.
107300     EXIT.
107400
107500 8936-PROMPT-LOAN-DUE-DAY.
107600     DISPLAY "ENTER DAY OF THE MONTH PAYMENT IS DUE (1-31): "
107700     ACCEPT LOAN-DUE-DAY
107800     IF LOAN-DUE-DAY >= 1 AND LOAN-DUE-DAY <= 31
107900         SET WS-VALID-ENTRY TO TRUE
108000     ELSE
108100         DISPLAY "DUE DAY MUST BE FROM 1 TO 31."
108200         SET WS-INVALID-ENTRY TO TRUE
108300     END-IF.
108400 8936-PROMPT-LOAN-DUE-DAY-EXIT.
108500     EXIT.
108600
108700 8940-GET-LOAN-FIRST-DUE.
108800     SET WS-INVALID-ENTRY TO TRUE
108900     PERFORM 8941-PROMPT-LOAN-FIRST-DUE
109000         THRU 8941-PROMPT-LOAN-FIRST-DUE-EXIT
109100         UNTIL WS-VALID-ENTRY.
109200 8940-GET-LOAN-FIRST-DUE-EXIT.
109300     EXIT.
109400
109500 8941-PROMPT-LOAN-FIRST-DUE.
109600     DISPLAY "ENTER FIRST DUE DATE (YYYYMMDD): "
109700     ACCEPT LOAN-FIRST-DUE-DATE
109800     MOVE LOAN-FIRST-DUE-DATE TO WS-DATE-TO-VALIDATE
109900     PERFORM 3500-VALIDATE-CALENDAR-DATE
110000         THRU 3500-VALIDATE-CALENDAR-DATE-EXIT
110100     IF NOT WS-DATE-IS-VALID
110200         DISPLAY "INVALID CALENDAR DATE - PLEASE RE-ENTER."
110300         SET WS-INVALID-ENTRY TO TRUE
110400         GO TO 8941-PROMPT-LOAN-FIRST-DUE-EXIT
110500     END-IF
110600     IF LOAN-MATURITY-DATE NOT = 0
110700        AND LOAN-FIRST-DUE-DATE > LOAN-MATURITY-DATE
110800         DISPLAY "FIRST DUE DATE IS AFTER THE MATURITY DATE - "
110900             "PLEASE RE-ENTER."
111000         SET WS-INVALID-ENTRY TO TRUE
111100     ELSE
111200         SET WS-VALID-ENTRY TO TRUE
111300     END-IF.
111400 8941-PROMPT-LOAN-FIRST-DUE-EXIT.
111500     EXIT.
111600
111700 8945-GET-LOAN-MATURITY.
111800     SET WS-INVALID-ENTRY TO TRUE
111900     PERFORM 8946-PROMPT-LOAN-MATURITY
112000         THRU 8946-PROMPT-LOAN-MATURITY-EXIT
112100         UNTIL WS-VALID-ENTRY.
112200 8945-GET-LOAN-MATURITY-EXIT.
112300     EXIT.
112400
112500 8946-PROMPT-LOAN-MATURITY.
112600     DISPLAY "ENTER MATURITY DATE - LAST INSTALLMENT (YYYYMMDD): "
112700     ACCEPT LOAN-MATURITY-DATE
112800     MOVE LOAN-MATURITY-DATE TO WS-DATE-TO-VALIDATE
112900     PERFORM 3500-VALIDATE-CALENDAR-DATE
113000         THRU 3500-VALIDATE-CALENDAR-DATE-EXIT
113100     IF NOT WS-DATE-IS-VALID
113200         DISPLAY "INVALID CALENDAR DATE - PLEASE RE-ENTER."
113300         SET WS-INVALID-ENTRY TO TRUE
113400         GO TO 8946-PROMPT-LOAN-MATURITY-EXIT
113500     END-IF
113600     IF LOAN-MATURITY-DATE < LOAN-FIRST-DUE-DATE
113700         DISPLAY "MATURITY DATE IS BEFORE THE FIRST DUE DATE - "
113800             "PLEASE RE-ENTER."
113900         SET WS-INVALID-ENTRY TO TRUE
114000     ELSE
114100         SET WS-VALID-ENTRY TO TRUE
114200     END-IF.
114300 8946-PROMPT-LOAN-MATURITY-EXIT.
114400     EXIT.
114500
114600 8950-GET-LOAN-LATE-CHARGE.
114700     SET WS-INVALID-ENTRY TO TRUE
114800     PERFORM 8951-PROMPT-LOAN-LATE-CHARGE
114900         THRU 8951-PROMPT-LOAN-LATE-CHARGE-EXIT
115000         UNTIL WS-VALID-ENTRY.
115100 8950-GET-LOAN-LATE-CHARGE-EXIT.
115200     EXIT.
115300
115400 8951-PROMPT-LOAN-LATE-CHARGE.
115500     DISPLAY "ENTER LATE CHARGE PER MISSED INSTALLMENT "
115600         "(0 = NONE): "
115700     ACCEPT LOAN-LATE-CHARGE-AMOUNT
115800     IF LOAN-LATE-CHARGE-AMOUNT < 0
115900         DISPLAY "LATE CHARGE CANNOT BE NEGATIVE."
116000         SET WS-INVALID-ENTRY TO TRUE
116100     ELSE
116200         SET WS-VALID-ENTRY TO TRUE
116300     END-IF.
116400 8951-PROMPT-LOAN-LATE-CHARGE-EXIT.
116500     EXIT.
116600
116700 8955-GET-LOAN-GRACE-DAYS.
116800     DISPLAY "ENTER GRACE DAYS BEFORE A LATE CHARGE (0-99): "
116900     ACCEPT LOAN-GRACE-DAYS.
117000 8955-GET-LOAN-GRACE-DAYS-EXIT.
117100     EXIT.
117200
117300******************************************************************
117350*    9000-MAINTAIN-ACCOUNT-PARTIES - SUPERVISOR FUNCTION.  LISTS *
117400*    EVERY CUSTOMER ROLE ON AN ACCOUNT, THEN ADDS A ROLE OR      *
117450*    CHANGES THE EFFECTIVE / END DATES OF ONE (ENDING A ROLE IS  *
117500*    A CHANGE OF END DATE; A ZERO END DATE REOPENS IT).  NEITHER *
117550*    TOUCHES THE FILE: THE ROLE IS QUEUED AS A PRTY CHANGE AND   *
117600*    APPLIED, AUDITED AS PARTYADD OR PARTYCHG WITH THE PARTY     *
117650*    RECORD AS THE IMAGE, WHEN ANOTHER SUPERVISOR APPROVES IT.   *
118000******************************************************************
118100 9000-MAINTAIN-ACCOUNT-PARTIES.
118200     DISPLAY " "
118300     DISPLAY "------ ACCOUNT PARTY MAINTENANCE ------"
118400     DISPLAY "ENTER ACCOUNT ID: "
118500     ACCEPT ACCOUNT-ID OF ACCOUNT-RECORD
118600     PERFORM 3600-CHECK-DUPLICATE-ACCOUNT-ID
118700         THRU 3600-CHECK-DUPLICATE-ACCOUNT-ID-EXIT
118800     IF WS-ACCOUNT-ID-NOT-FOUND
118900         DISPLAY "ACCOUNT ID NOT FOUND ON ACCOUNT-MASTER."
119000         GO TO 9000-MAINTAIN-ACCOUNT-PARTIES-EXIT
119100     END-IF
119200     MOVE ACCOUNT-ID OF ACCOUNT-RECORD TO WS-PARTY-ACCOUNT-ID
119300     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
119400     DISPLAY "ACCOUNT ....: " ACCOUNT-ID OF ACCOUNT-RECORD " "
119500         ACCOUNT-NAME OF ACCOUNT-RECORD
119600     DISPLAY "PRIMARY ....: "
119700         ACCOUNT-CUSTOMER-ID OF ACCOUNT-RECORD
119800     PERFORM 9010-LIST-PARTIES THRU 9010-LIST-PARTIES-EXIT
119900     DISPLAY "(A)DD A ROLE, (C)HANGE A ROLE'S DATES, OR (X) "
120000         "CANCEL: "
120100     ACCEPT WS-PARTY-FUNCTION
120200     INSPECT WS-PARTY-FUNCTION CONVERTING "acx" TO "ACX"
120300     EVALUATE TRUE
120400         WHEN WS-PARTY-FUNCTION-ADD
120500             PERFORM 9020-ADD-PARTY THRU 9020-ADD-PARTY-EXIT
120600         WHEN WS-PARTY-FUNCTION-CHANGE
120700             PERFORM 9040-CHANGE-PARTY THRU 9040-CHANGE-PARTY-EXIT
120800         WHEN OTHER
120900             DISPLAY "MAINTENANCE CANCELLED."
121000     END-EVALUATE.
121100 9000-MAINTAIN-ACCOUNT-PARTIES-EXIT.
121200     EXIT.
121300
121400******************************************************************
121500*    9010-LIST-PARTIES - EVERY ROLE ON FILE FOR THE ACCOUNT IN   *
121600*    WS-PARTY-ACCOUNT-ID, WITH ITS STANDING AS OF TODAY.         *
121700******************************************************************
121800 9010-LIST-PARTIES.
121900     MOVE 0 TO WS-PARTIES-LISTED
122000     PERFORM 9085-START-ACCOUNT-PARTIES
122100         THRU 9085-START-ACCOUNT-PARTIES-EXIT
122200     PERFORM 9015-LIST-ONE-PARTY
122300         THRU 9015-LIST-ONE-PARTY-EXIT
122400         UNTIL WS-END-OF-PARTY-SCAN
122500     IF WS-PARTIES-LISTED = 0
122600         DISPLAY "NO PARTY ROLES ON FILE FOR THIS ACCOUNT."
122700     END-IF.
122800 9010-LIST-PARTIES-EXIT.
122900     EXIT.
123000
123100 9015-LIST-ONE-PARTY.
123200     PERFORM 9090-READ-NEXT-PARTY
123300         THRU 9090-READ-NEXT-PARTY-EXIT
123400     IF WS-END-OF-PARTY-SCAN
123500         GO TO 9015-LIST-ONE-PARTY-EXIT
123600     END-IF
123700     ADD 1 TO WS-PARTIES-LISTED
123800     PERFORM 9095-NAME-PARTY-ROLE
123900         THRU 9095-NAME-PARTY-ROLE-EXIT
124000     DISPLAY "  " PARTY-CUSTOMER-ID " " WS-PARTY-ROLE-NAME
124100         " FROM " PARTY-EFFECTIVE-DATE " TO " PARTY-END-DATE
124200         " " WS-PARTY-STANDING.
124300 9015-LIST-ONE-PARTY-EXIT.
124400     EXIT.
124500
124600******************************************************************
124650*    9020-ADD-PARTY - A NEW ROLE FOR A CUSTOMER ON FILE.  A      *
124700*    PRIMARY OWNER TAKES EFFECT NO LATER THAN TODAY AND IS       *
124750*    OPEN-ENDED, AND BECOMES ACCOUNT-CUSTOMER-ID.  NO ROLE MAY   *
124800*    OVERLAP ANOTHER ROLE OF THE SAME CUSTOMER, OR A PRIMARY     *
124850*    ANOTHER PRIMARY, ON THE SAME ACCOUNT.  THE ROLE IS QUEUED   *
124900*    FOR APPROVAL (9255 APPLIES IT), NOT WRITTEN.                *
125200******************************************************************
125300 9020-ADD-PARTY.
125400     DISPLAY "ENTER CUSTOMER NUMBER: "
125500     ACCEPT CUSTOMER-ID OF CUSTOMER-RECORD
125600     PERFORM 7100-READ-CUSTOMER THRU 7100-READ-CUSTOMER-EXIT
125700     IF WS-CUSTOMER-NOT-FOUND
125800         DISPLAY "CUSTOMER NUMBER NOT FOUND ON CUSTOMER-MASTER - "
125900             "ROLE NOT ADDED."
126000         GO TO 9020-ADD-PARTY-EXIT
126100     END-IF
126200     MOVE CUSTOMER-ID OF CUSTOMER-RECORD TO WS-PARTY-CUSTOMER-ID
126300     DISPLAY "ENTER ROLE (PRI/JNT/BEN/POA/SGN): "
126400     ACCEPT WS-PARTY-ROLE
126500     INSPECT WS-PARTY-ROLE CONVERTING
126600         "abcdefghijklmnopqrstuvwxyz" TO
126700         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
126800     IF NOT WS-PARTY-ROLE-VALID
126900         DISPLAY "INVALID ROLE - ROLE NOT ADDED."
127000         GO TO 9020-ADD-PARTY-EXIT
127100     END-IF
127200     DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD, BLANK FOR TODAY): "
127300     ACCEPT WS-PARTY-DATE-ENTRY
127400     MOVE WS-CURRENT-DATE TO WS-PARTY-DATE-DEFAULT
127500     SET WS-PARTY-ZERO-NOT-ALLOWED TO TRUE
127600     PERFORM 9080-EDIT-PARTY-DATE THRU 9080-EDIT-PARTY-DATE-EXIT
127700     IF WS-PARTY-DATE-BAD
127800         DISPLAY "INVALID EFFECTIVE DATE - ROLE NOT ADDED."
127900         GO TO 9020-ADD-PARTY-EXIT
128000     END-IF
128100     MOVE WS-PARTY-DATE-VALUE TO WS-PARTY-NEW-EFFECTIVE
128200     DISPLAY "ENTER END DATE (YYYYMMDD, BLANK FOR OPEN-ENDED): "
128300     ACCEPT WS-PARTY-DATE-ENTRY
128400     MOVE 0 TO WS-PARTY-DATE-DEFAULT
128500     SET WS-PARTY-ZERO-ALLOWED TO TRUE
128600     PERFORM 9080-EDIT-PARTY-DATE THRU 9080-EDIT-PARTY-DATE-EXIT
128700     IF WS-PARTY-DATE-BAD
128800         DISPLAY "INVALID END DATE - ROLE NOT ADDED."
128900         GO TO 9020-ADD-PARTY-EXIT
129000     END-IF
129100     MOVE WS-PARTY-DATE-VALUE TO WS-PARTY-NEW-END
129200     IF WS-PARTY-NEW-END NOT = 0
129300         AND WS-PARTY-NEW-END NOT > WS-PARTY-NEW-EFFECTIVE
129400         DISPLAY "END DATE MUST BE AFTER THE EFFECTIVE DATE - "
129500             "ROLE NOT ADDED."
129600         GO TO 9020-ADD-PARTY-EXIT
129700     END-IF
129800     IF WS-PARTY-ROLE-PRIMARY
129900         IF WS-PARTY-NEW-EFFECTIVE > WS-CURRENT-DATE
130000             OR WS-PARTY-NEW-END NOT = 0
130100             DISPLAY "A PRIMARY OWNER TAKES EFFECT NO LATER THAN "
130200                 "TODAY AND IS OPEN-ENDED - ROLE NOT ADDED."
130300             GO TO 9020-ADD-PARTY-EXIT
130400         END-IF
130500         IF ACCOUNT-CUSTOMER-ID OF ACCOUNT-RECORD NOT = SPACES
130600             AND ACCOUNT-CUSTOMER-ID OF ACCOUNT-RECORD NOT =
130700                 WS-PARTY-CUSTOMER-ID
130800             DISPLAY "ACCOUNT-MASTER STILL NAMES PRIMARY OWNER "
130900                 ACCOUNT-CUSTOMER-ID OF ACCOUNT-RECORD
131000                 " - END THAT ROLE FIRST."
131100             GO TO 9020-ADD-PARTY-EXIT
131200         END-IF
131300     END-IF
131350     MOVE WS-PARTY-ACCOUNT-ID    TO PARTY-ACCOUNT-ID
131400     MOVE WS-PARTY-CUSTOMER-ID   TO PARTY-CUSTOMER-ID
131450     MOVE WS-PARTY-ROLE          TO PARTY-ROLE
131500     PERFORM 9045-READ-PARTY THRU 9045-READ-PARTY-EXIT
131550     IF WS-PARTY-FOUND
131600         DISPLAY "CUSTOMER ALREADY HAS THIS ROLE ON FILE - "
131650             "USE (C)HANGE TO REOPEN IT."
131700         GO TO 9020-ADD-PARTY-EXIT
131750     END-IF
131800     MOVE SPACES TO WS-PARTY-SKIP-KEY
131850     PERFORM 9050-CHECK-PARTY-CONFLICTS
131900         THRU 9050-CHECK-PARTY-CONFLICTS-EXIT
131950     IF WS-PARTY-CONFLICT
132000         DISPLAY "ROLE NOT ADDED."
132050         GO TO 9020-ADD-PARTY-EXIT
132100     END-IF
132150     MOVE SPACES                 TO PENDING-CHANGE-RECORD
132200     MOVE SPACES                 TO ACCOUNT-PARTY-RECORD
132250     MOVE WS-PARTY-ACCOUNT-ID    TO PARTY-ACCOUNT-ID
132300     MOVE WS-PARTY-CUSTOMER-ID   TO PARTY-CUSTOMER-ID
132350     MOVE WS-PARTY-ROLE          TO PARTY-ROLE
132400     MOVE WS-PARTY-NEW-EFFECTIVE TO PARTY-EFFECTIVE-DATE
132450     MOVE WS-PARTY-NEW-END       TO PARTY-END-DATE
132500     MOVE WS-CURRENT-DATE        TO PARTY-ADDED-DATE
132550     MOVE ACCOUNT-PARTY-RECORD   TO PEND-AFTER-IMAGE
132600     MOVE "ADD ROLE"             TO PEND-FIELD-NAME
132650     MOVE "NO ROLE ON FILE"      TO PEND-OLD-VALUE
132700     PERFORM 9060-FORMAT-PARTY-VALUE
132750         THRU 9060-FORMAT-PARTY-VALUE-EXIT
132800     MOVE WS-PARTY-PEND-VALUE    TO PEND-NEW-VALUE
132850     MOVE "PRTY"                 TO PEND-TARGET-TYPE
132900     MOVE WS-PARTY-ACCOUNT-ID    TO PEND-TARGET-ID
132950     MOVE 1                      TO PEND-FIELD-CHOICE
133000     PERFORM 9100-QUEUE-PENDING-CHANGE
133050         THRU 9100-QUEUE-PENDING-CHANGE-EXIT.
134600 9020-ADD-PARTY-EXIT.
134700     EXIT.
134800
134900******************************************************************
135000*    9030-OPEN-PRIMARY-PARTY - A NEW ACCOUNT OPENED WITH A       *
135100*    CUSTOMER NUMBER GETS THAT CUSTOMER AS ITS PRIMARY OWNER     *
135200*    FROM THE CREATION DATE.  ACCOUNT-RECORD HOLDS THE ACCOUNT   *
135300*    JUST WRITTEN.                                               *
135400******************************************************************
135500 9030-OPEN-PRIMARY-PARTY.
135600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
135700     MOVE SPACES TO ACCOUNT-PARTY-RECORD
135800     MOVE ACCOUNT-ID OF ACCOUNT-RECORD TO PARTY-ACCOUNT-ID
135900     MOVE ACCOUNT-CUSTOMER-ID OF ACCOUNT-RECORD
136000         TO PARTY-CUSTOMER-ID
136100     SET PARTY-IS-PRIMARY TO TRUE
136200     MOVE ACCOUNT-CREATION-DATE OF ACCOUNT-RECORD
136300         TO PARTY-EFFECTIVE-DATE
136400     MOVE 0 TO PARTY-END-DATE
136500     MOVE WS-CURRENT-DATE TO PARTY-ADDED-DATE
136600     WRITE ACCOUNT-PARTY-RECORD
136700         INVALID KEY
136800             DISPLAY "WARNING - PRIMARY OWNER ROLE NOT WRITTEN, "
136900                 "STATUS=" PARTY-FILE-STATUS
137000             GO TO 9030-OPEN-PRIMARY-PARTY-EXIT
137100     END-WRITE
137200     MOVE SPACES               TO WS-BEFORE-IMAGE
137300     MOVE ACCOUNT-PARTY-RECORD TO WS-AFTER-IMAGE
137400     MOVE "PARTYADD"           TO WS-AUDIT-ACTION
137500     PERFORM 6000-WRITE-AUDIT-RECORD
137600         THRU 6000-WRITE-AUDIT-RECORD-EXIT.
137700 9030-OPEN-PRIMARY-PARTY-EXIT.
137800     EXIT.
137900
138000******************************************************************
138050*    9040-CHANGE-PARTY - NEW EFFECTIVE AND/OR END DATE FOR ONE   *
138100*    ROLE, QUEUED FOR APPROVAL.  A PRIMARY ROLE MAY ONLY BE      *
138150*    ENDED AS OF TODAY OR EARLIER; ONCE APPROVED THAT CLEARS     *
138200*    ACCOUNT-CUSTOMER-ID SO THE NEXT PRIMARY CAN BE ADDED, AND   *
138250*    REOPENING IT PUTS IT BACK.                                  *
138500******************************************************************
138600 9040-CHANGE-PARTY.
138700     DISPLAY "ENTER CUSTOMER NUMBER: "
138800     ACCEPT WS-PARTY-CUSTOMER-ID
138900     DISPLAY "ENTER ROLE (PRI/JNT/BEN/POA/SGN): "
139000     ACCEPT WS-PARTY-ROLE
139100     INSPECT WS-PARTY-ROLE CONVERTING
139200         "abcdefghijklmnopqrstuvwxyz" TO
139300         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
139400     MOVE WS-PARTY-ACCOUNT-ID  TO PARTY-ACCOUNT-ID
139500     MOVE WS-PARTY-CUSTOMER-ID TO PARTY-CUSTOMER-ID
139600     MOVE WS-PARTY-ROLE        TO PARTY-ROLE
139700     PERFORM 9045-READ-PARTY THRU 9045-READ-PARTY-EXIT
139800     IF WS-PARTY-NOT-FOUND
139900         DISPLAY "NO SUCH ROLE ON FILE FOR THIS ACCOUNT."
140000         GO TO 9040-CHANGE-PARTY-EXIT
140100     END-IF
140200     PERFORM 9095-NAME-PARTY-ROLE
140300         THRU 9095-NAME-PARTY-ROLE-EXIT
140400     DISPLAY "CURRENT ....: " WS-PARTY-ROLE-NAME " FROM "
140500         PARTY-EFFECTIVE-DATE " TO " PARTY-END-DATE " "
140600         WS-PARTY-STANDING
140800     DISPLAY "ENTER NEW EFFECTIVE DATE (YYYYMMDD, BLANK TO "
140900         "KEEP): "
141000     ACCEPT WS-PARTY-DATE-ENTRY
141100     MOVE PARTY-EFFECTIVE-DATE TO WS-PARTY-DATE-DEFAULT
141200     SET WS-PARTY-ZERO-NOT-ALLOWED TO TRUE
141300     PERFORM 9080-EDIT-PARTY-DATE THRU 9080-EDIT-PARTY-DATE-EXIT
141400     IF WS-PARTY-DATE-BAD
141500         DISPLAY "INVALID EFFECTIVE DATE - NO CHANGE MADE."
141600         GO TO 9040-CHANGE-PARTY-EXIT
141700     END-IF
141800     MOVE WS-PARTY-DATE-VALUE TO WS-PARTY-NEW-EFFECTIVE
141900     DISPLAY "ENTER NEW END DATE (YYYYMMDD, BLANK TO KEEP, "
142000         "00000000 TO REOPEN): "
142100     ACCEPT WS-PARTY-DATE-ENTRY
142200     MOVE PARTY-END-DATE TO WS-PARTY-DATE-DEFAULT
142300     SET WS-PARTY-ZERO-ALLOWED TO TRUE
142400     PERFORM 9080-EDIT-PARTY-DATE THRU 9080-EDIT-PARTY-DATE-EXIT
142500     IF WS-PARTY-DATE-BAD
142600         DISPLAY "INVALID END DATE - NO CHANGE MADE."
142700         GO TO 9040-CHANGE-PARTY-EXIT
142800     END-IF
142900     MOVE WS-PARTY-DATE-VALUE TO WS-PARTY-NEW-END
143000     IF WS-PARTY-NEW-END NOT = 0
143100         AND WS-PARTY-NEW-END NOT > WS-PARTY-NEW-EFFECTIVE
143200         DISPLAY "END DATE MUST BE AFTER THE EFFECTIVE DATE - "
143300             "NO CHANGE MADE."
143400         GO TO 9040-CHANGE-PARTY-EXIT
143500     END-IF
143600     IF WS-PARTY-ROLE-PRIMARY
143700         IF WS-PARTY-NEW-EFFECTIVE > WS-CURRENT-DATE
143800             OR WS-PARTY-NEW-END > WS-CURRENT-DATE
143900             DISPLAY "A PRIMARY OWNER TAKES EFFECT AND ENDS NO "
144000                 "LATER THAN TODAY - NO CHANGE MADE."
144100             GO TO 9040-CHANGE-PARTY-EXIT
144200         END-IF
144300         IF WS-PARTY-NEW-END = 0
144400             AND ACCOUNT-CUSTOMER-ID OF ACCOUNT-RECORD
144500                 NOT = SPACES
144600             AND ACCOUNT-CUSTOMER-ID OF ACCOUNT-RECORD NOT =
144700                 WS-PARTY-CUSTOMER-ID
144800             DISPLAY "ACCOUNT-MASTER NAMES PRIMARY OWNER "
144900                 ACCOUNT-CUSTOMER-ID OF ACCOUNT-RECORD
145000                 " - END THAT ROLE FIRST."
145100             GO TO 9040-CHANGE-PARTY-EXIT
145200         END-IF
145300     END-IF
145400     MOVE PARTY-KEY TO WS-PARTY-SKIP-KEY
145500     PERFORM 9050-CHECK-PARTY-CONFLICTS
145600         THRU 9050-CHECK-PARTY-CONFLICTS-EXIT
145700     IF WS-PARTY-CONFLICT
145800         DISPLAY "NO CHANGE MADE."
145900         GO TO 9040-CHANGE-PARTY-EXIT
146000     END-IF
146100*    THE OVERLAP SCAN USED THE RECORD AREA - READ THE ROLE AGAIN.
146200     MOVE WS-PARTY-SKIP-KEY TO PARTY-KEY
146300     PERFORM 9045-READ-PARTY THRU 9045-READ-PARTY-EXIT
146400     IF WS-PARTY-NOT-FOUND
146500         DISPLAY "ROLE NO LONGER ON FILE - NO CHANGE MADE."
146600         GO TO 9040-CHANGE-PARTY-EXIT
146700     END-IF
146800     MOVE SPACES                 TO PENDING-CHANGE-RECORD
146900     MOVE ACCOUNT-PARTY-RECORD   TO PEND-BEFORE-IMAGE
147000     PERFORM 9060-FORMAT-PARTY-VALUE
147100         THRU 9060-FORMAT-PARTY-VALUE-EXIT
147200     MOVE WS-PARTY-PEND-VALUE    TO PEND-OLD-VALUE
147300     MOVE WS-PARTY-NEW-EFFECTIVE TO PARTY-EFFECTIVE-DATE
147400     MOVE WS-PARTY-NEW-END       TO PARTY-END-DATE
147500     MOVE ACCOUNT-PARTY-RECORD   TO PEND-AFTER-IMAGE
147600     IF PEND-AFTER-IMAGE = PEND-BEFORE-IMAGE
147700         DISPLAY "DATES UNCHANGED - NOTHING QUEUED."
147800         GO TO 9040-CHANGE-PARTY-EXIT
147900     END-IF
148000     PERFORM 9060-FORMAT-PARTY-VALUE
148100         THRU 9060-FORMAT-PARTY-VALUE-EXIT
148200     MOVE WS-PARTY-PEND-VALUE    TO PEND-NEW-VALUE
148300     MOVE "ROLE DATES"           TO PEND-FIELD-NAME
148400     MOVE "PRTY"                 TO PEND-TARGET-TYPE
148500     MOVE WS-PARTY-ACCOUNT-ID    TO PEND-TARGET-ID
148600     MOVE 2                      TO PEND-FIELD-CHOICE
148700     PERFORM 9100-QUEUE-PENDING-CHANGE
148800         THRU 9100-QUEUE-PENDING-CHANGE-EXIT.
149500 9040-CHANGE-PARTY-EXIT.
149600     EXIT.
149700
149800 9045-READ-PARTY.
149900     SET WS-PARTY-NOT-FOUND TO TRUE
150000     READ ACCOUNT-PARTY-FILE
150100         INVALID KEY
150200             SET WS-PARTY-NOT-FOUND TO TRUE
150300         NOT INVALID KEY
150400             SET WS-PARTY-FOUND TO TRUE
150500     END-READ.
150600 9045-READ-PARTY-EXIT.
150700     EXIT.
150800
150900******************************************************************
151000*    9050-CHECK-PARTY-CONFLICTS - READ THE ACCOUNT'S OTHER ROLES *
151100*    (ALL BUT WS-PARTY-SKIP-KEY) FOR ONE WHOSE DATES OVERLAP THE *
151200*    CANDIDATE'S AND IS HELD BY THE SAME CUSTOMER, OR IS A       *
151300*    PRIMARY WHEN THE CANDIDATE IS A PRIMARY.                    *
151400******************************************************************
151500 9050-CHECK-PARTY-CONFLICTS.
151600     SET WS-NO-PARTY-CONFLICT TO TRUE
151700     PERFORM 9085-START-ACCOUNT-PARTIES
151800         THRU 9085-START-ACCOUNT-PARTIES-EXIT
151900     PERFORM 9055-CHECK-ONE-PARTY
152000         THRU 9055-CHECK-ONE-PARTY-EXIT
152100         UNTIL WS-END-OF-PARTY-SCAN
152200            OR WS-PARTY-CONFLICT.
152300 9050-CHECK-PARTY-CONFLICTS-EXIT.
152400     EXIT.
152500
152600 9055-CHECK-ONE-PARTY.
152700     PERFORM 9090-READ-NEXT-PARTY
152800         THRU 9090-READ-NEXT-PARTY-EXIT
152900     IF WS-END-OF-PARTY-SCAN
153000         GO TO 9055-CHECK-ONE-PARTY-EXIT
153100     END-IF
153200     IF PARTY-KEY = WS-PARTY-SKIP-KEY
153300         GO TO 9055-CHECK-ONE-PARTY-EXIT
153400     END-IF
153500*    NO OVERLAP WHEN ONE ROLE ENDS ON OR BEFORE THE OTHER STARTS.
153600     IF WS-PARTY-NEW-END NOT = 0
153700         AND PARTY-EFFECTIVE-DATE NOT < WS-PARTY-NEW-END
153800         GO TO 9055-CHECK-ONE-PARTY-EXIT
153900     END-IF
154000     IF PARTY-END-DATE NOT = 0
154100         AND PARTY-END-DATE NOT > WS-PARTY-NEW-EFFECTIVE
154200         GO TO 9055-CHECK-ONE-PARTY-EXIT
154300     END-IF
154400     IF PARTY-CUSTOMER-ID = WS-PARTY-CUSTOMER-ID
154500         SET WS-PARTY-CONFLICT TO TRUE
154600         DISPLAY "CUSTOMER ALREADY HOLDS ROLE " PARTY-ROLE
154700             " ON THIS ACCOUNT FOR THOSE DATES."
154800         GO TO 9055-CHECK-ONE-PARTY-EXIT
154900     END-IF
155000     IF PARTY-IS-PRIMARY AND WS-PARTY-ROLE-PRIMARY
155100         SET WS-PARTY-CONFLICT TO TRUE
155200         DISPLAY "ACCOUNT ALREADY HAS PRIMARY OWNER "
155300             PARTY-CUSTOMER-ID " FOR THOSE DATES."
155400     END-IF.
155500 9055-CHECK-ONE-PARTY-EXIT.
155600     EXIT.
155700
155705******************************************************************
155710*    9060-FORMAT-PARTY-VALUE - THE ROLE IN ACCOUNT-PARTY-RECORD  *
155715*    AS AN OLD OR NEW VALUE FOR THE APPROVAL QUEUE.              *
155720******************************************************************
155725 9060-FORMAT-PARTY-VALUE.
155730     MOVE PARTY-CUSTOMER-ID      TO WS-PARTY-PEND-CUSTOMER
155735     MOVE PARTY-ROLE             TO WS-PARTY-PEND-ROLE
155740     MOVE PARTY-EFFECTIVE-DATE   TO WS-PARTY-PEND-EFFECTIVE
155745     MOVE PARTY-END-DATE         TO WS-PARTY-PEND-END.
155750 9060-FORMAT-PARTY-VALUE-EXIT.
155755     EXIT.
155760
155800******************************************************************
155850*    9070-SET-PRIMARY-OWNER - CARRY THE PRIMARY ROLE IN FORCE    *
155900*    (WS-PARTY-PRIMARY-ID, SPACES FOR NONE) TO ACCOUNT-CUSTOMER- *
155950*    ID WHEN A PARTY CHANGE IS APPROVED, AUDITED AS AN ACCOUNT   *
156000*    UPDATE WITH THAT CHANGE'S MAKER AND CHECKER.                *
156200******************************************************************
156300 9070-SET-PRIMARY-OWNER.
156400     MOVE WS-PARTY-ACCOUNT-ID TO ACCOUNT-ID OF ACCOUNT-RECORD
156500     READ ACCOUNT-MASTER
156600         INVALID KEY
156700             DISPLAY "WARNING - ACCOUNT NOT ON ACCOUNT-MASTER, "
156800                 "PRIMARY OWNER NOT UPDATED."
156900             GO TO 9070-SET-PRIMARY-OWNER-EXIT
157000     END-READ
157100     MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
157200     MOVE WS-PARTY-PRIMARY-ID
157300         TO ACCOUNT-CUSTOMER-ID OF ACCOUNT-RECORD
157400     REWRITE ACCOUNT-RECORD
157500         INVALID KEY
157600             DISPLAY "WARNING - PRIMARY OWNER NOT UPDATED ON "
157700                 "ACCOUNT-MASTER, STATUS=" ACCT-MASTER-STATUS
157800             GO TO 9070-SET-PRIMARY-OWNER-EXIT
157900     END-REWRITE
158000     IF WS-PARTY-PRIMARY-ID = SPACES
158100         DISPLAY "ACCOUNT NOW HAS NO PRIMARY OWNER."
158200     ELSE
158300         DISPLAY "PRIMARY OWNER IS NOW " WS-PARTY-PRIMARY-ID "."
158400     END-IF
158500     MOVE ACCOUNT-RECORD TO WS-AFTER-IMAGE
158600     MOVE "UPDATE"       TO WS-AUDIT-ACTION
158625     MOVE PEND-MAKER-ID  TO WS-AUDIT-MAKER-ID
158650     MOVE WS-OPERATOR-ID TO WS-SUPERVISOR-ID
158700     PERFORM 6000-WRITE-AUDIT-RECORD
158800         THRU 6000-WRITE-AUDIT-RECORD-EXIT.
158900 9070-SET-PRIMARY-OWNER-EXIT.
159000     EXIT.
159100
159200******************************************************************
159300*    9080-EDIT-PARTY-DATE - EDIT ONE KEYED DATE.  A BLANK ENTRY  *
159400*    TAKES WS-PARTY-DATE-DEFAULT; ZEROS ARE TAKEN ONLY WHERE     *
159500*    ALLOWED (AN OPEN END DATE); ANYTHING ELSE MUST BE A REAL    *
159600*    CALENDAR DATE.                                              *
159700******************************************************************
159800 9080-EDIT-PARTY-DATE.
159900     SET WS-PARTY-DATE-OK TO TRUE
160000     IF WS-PARTY-DATE-ENTRY = SPACES
160100         MOVE WS-PARTY-DATE-DEFAULT TO WS-PARTY-DATE-VALUE
160200         GO TO 9080-EDIT-PARTY-DATE-EXIT
160300     END-IF
160400     IF WS-PARTY-DATE-ENTRY NOT NUMERIC
160500         SET WS-PARTY-DATE-BAD TO TRUE
160600         GO TO 9080-EDIT-PARTY-DATE-EXIT
160700     END-IF
160800     MOVE WS-PARTY-DATE-NUMERIC TO WS-PARTY-DATE-VALUE
160900     IF WS-PARTY-DATE-VALUE = 0 AND WS-PARTY-ZERO-ALLOWED
161000         GO TO 9080-EDIT-PARTY-DATE-EXIT
161100     END-IF
161200     MOVE WS-PARTY-DATE-VALUE TO WS-DATE-TO-VALIDATE
161300     PERFORM 3500-VALIDATE-CALENDAR-DATE
161400         THRU 3500-VALIDATE-CALENDAR-DATE-EXIT
161500     IF WS-DATE-IS-INVALID
161600         SET WS-PARTY-DATE-BAD TO TRUE
161700     END-IF.
161800 9080-EDIT-PARTY-DATE-EXIT.
161900     EXIT.
162000
162100 9085-START-ACCOUNT-PARTIES.
162200     SET WS-NOT-END-OF-PARTY-SCAN TO TRUE
162300     MOVE WS-PARTY-ACCOUNT-ID TO PARTY-ACCOUNT-ID
162400     MOVE LOW-VALUES TO PARTY-CUSTOMER-ID
162500     MOVE LOW-VALUES TO PARTY-ROLE
162600     START ACCOUNT-PARTY-FILE
162700         KEY >= PARTY-KEY
162800         INVALID KEY
162900             SET WS-END-OF-PARTY-SCAN TO TRUE
163000     END-START.
163100 9085-START-ACCOUNT-PARTIES-EXIT.
163200     EXIT.
163300
163400 9090-READ-NEXT-PARTY.
163500     READ ACCOUNT-PARTY-FILE NEXT
163600         AT END
163700             SET WS-END-OF-PARTY-SCAN TO TRUE
163800     END-READ
163900     IF WS-NOT-END-OF-PARTY-SCAN
164000         IF PARTY-ACCOUNT-ID NOT = WS-PARTY-ACCOUNT-ID
164100             SET WS-END-OF-PARTY-SCAN TO TRUE
164200         END-IF
164300     END-IF.
164400 9090-READ-NEXT-PARTY-EXIT.
164500     EXIT.
164600
164700******************************************************************
164800*    9095-NAME-PARTY-ROLE - ROLE NAME AND STANDING AS OF         *
164900*    WS-CURRENT-DATE FOR THE RECORD IN ACCOUNT-PARTY-RECORD.     *
165000******************************************************************
165100 9095-NAME-PARTY-ROLE.
165200     EVALUATE TRUE
165300         WHEN PARTY-IS-PRIMARY
165400             MOVE "PRIMARY"     TO WS-PARTY-ROLE-NAME
165500         WHEN PARTY-IS-JOINT
165600             MOVE "JOINT"       TO WS-PARTY-ROLE-NAME
165700         WHEN PARTY-IS-BENEFICIARY
165800             MOVE "BENEFICIARY" TO WS-PARTY-ROLE-NAME
165900         WHEN PARTY-IS-POA
166000             MOVE "POA"         TO WS-PARTY-ROLE-NAME
166100         WHEN PARTY-IS-SIGNER
166200             MOVE "SIGNER"      TO WS-PARTY-ROLE-NAME
166300         WHEN OTHER
166400             MOVE PARTY-ROLE    TO WS-PARTY-ROLE-NAME
166500     END-EVALUATE
166600     IF PARTY-EFFECTIVE-DATE > WS-CURRENT-DATE
166700         MOVE "FUTURE"   TO WS-PARTY-STANDING
166800     ELSE
166900         IF PARTY-END-DATE NOT = 0
167000             AND PARTY-END-DATE NOT > WS-CURRENT-DATE
167100             MOVE "ENDED"    TO WS-PARTY-STANDING
167200         ELSE
167300             MOVE "IN FORCE" TO WS-PARTY-STANDING
167400         END-IF
167500     END-IF.
167600 9095-NAME-PARTY-ROLE-EXIT.
167700     EXIT.
167800******************************************************************
167900*    9100-QUEUE-PENDING-CHANGE - WRITE THE CHANGE BUILT IN       *
168000*    PENDING-CHANGE-RECORD BY ACCOUNT, CUSTOMER, OPERATOR OR     *
168100*    ACCOUNT PARTY MAINTENANCE TO THE PENDING-CHANGE FILE, WITH  *
168200*    THE SIGNED-ON OPERATOR AS MAKER.  THE KEY IS THE DATE AND   *
168300*    TIME KEYED; A CHANGE KEYED IN THE SAME HUNDREDTH OF A       *
168400*    SECOND AS ANOTHER TAKES THE NEXT FREE TIME.                 *
168500******************************************************************
168600 9100-QUEUE-PENDING-CHANGE.
168700     MOVE WS-OPERATOR-ID TO PEND-MAKER-ID
168800     SET PEND-IS-PENDING TO TRUE
168900     MOVE SPACES TO PEND-CHECKER-ID
169000     MOVE SPACES TO PEND-REJECT-REASON
169100     MOVE 0 TO PEND-DECISION-DATE
169200     MOVE 0 TO PEND-DECISION-TIME
169300     ACCEPT PEND-MADE-DATE FROM DATE YYYYMMDD
169400     ACCEPT PEND-MADE-TIME FROM TIME
169500     MOVE 0 TO WS-PEND-WRITE-TRIES
169600     SET WS-PEND-NOT-WRITTEN TO TRUE
169700     PERFORM 9105-WRITE-PENDING-CHANGE
169800         THRU 9105-WRITE-PENDING-CHANGE-EXIT
169900         UNTIL WS-PEND-WRITTEN OR WS-PEND-WRITE-TRIES >= 10
170000     IF WS-PEND-NOT-WRITTEN
170100         DISPLAY "CHANGE COULD NOT BE QUEUED, STATUS="
170200             PEND-FILE-STATUS " - NO CHANGE MADE."
170300         GO TO 9100-QUEUE-PENDING-CHANGE-EXIT
170400     END-IF
170500     DISPLAY "CHANGE " PEND-KEY " QUEUED FOR APPROVAL - IT "
170600         "TAKES EFFECT WHEN ANOTHER SUPERVISOR APPROVES IT "
170700         "(OPTION 20).".
170800 9100-QUEUE-PENDING-CHANGE-EXIT.
170900     EXIT.
171000
171100 9105-WRITE-PENDING-CHANGE.
171200     ADD 1 TO WS-PEND-WRITE-TRIES
171300     WRITE PENDING-CHANGE-RECORD
171400         INVALID KEY
171500             ADD 1 TO PEND-MADE-TIME
171600         NOT INVALID KEY
171700             SET WS-PEND-WRITTEN TO TRUE
171800     END-WRITE.
171900 9105-WRITE-PENDING-CHANGE-EXIT.
172000     EXIT.
172100
172200******************************************************************
172300*    9200-REVIEW-PENDING-CHANGES - THE APPROVAL QUEUE.  EVERY    *
172400*    CHANGE STILL PENDING IS SHOWN OLDEST FIRST WITH ITS OLD AND *
172500*    NEW VALUE, AND THE CHECKER APPROVES, REJECTS OR SKIPS IT.   *
172600*    NOBODY DECIDES A CHANGE THEY KEYED THEMSELVES; AN OPERATOR  *
172700*    CHANGE NEEDS AN ADMINISTRATOR, AND NOT THE OPERATOR WHOSE   *
172800*    RECORD IT CHANGES.                                          *
172900******************************************************************
173000 9200-REVIEW-PENDING-CHANGES.
173100     DISPLAY " "
173200     DISPLAY "------ APPROVE PENDING CHANGES ------"
173300     MOVE 0 TO WS-PEND-SHOWN
173400     MOVE 0 TO WS-PEND-APPROVED-COUNT
173500     MOVE 0 TO WS-PEND-REJECTED-COUNT
173600     SET WS-NOT-END-OF-PEND-QUEUE TO TRUE
173700     MOVE ZEROS TO PEND-KEY
173800     START PENDING-CHANGE-FILE KEY IS NOT LESS THAN PEND-KEY
173900         INVALID KEY
174000             SET WS-END-OF-PEND-QUEUE TO TRUE
174100     END-START
174200     PERFORM 9210-REVIEW-ONE-CHANGE
174300         THRU 9210-REVIEW-ONE-CHANGE-EXIT
174400         UNTIL WS-END-OF-PEND-QUEUE
174500     IF WS-PEND-SHOWN = 0
174600         DISPLAY "NO CHANGES ARE WAITING FOR APPROVAL."
174700     ELSE
174800         DISPLAY " "
174900         DISPLAY "CHANGES SHOWN " WS-PEND-SHOWN
175000             "  APPROVED " WS-PEND-APPROVED-COUNT
175100             "  REJECTED " WS-PEND-REJECTED-COUNT
175200     END-IF.
175300 9200-REVIEW-PENDING-CHANGES-EXIT.
175400     EXIT.
175500
175600 9210-REVIEW-ONE-CHANGE.
175700     READ PENDING-CHANGE-FILE NEXT RECORD
175800         AT END
175900             SET WS-END-OF-PEND-QUEUE TO TRUE
176000     END-READ
176100     IF WS-END-OF-PEND-QUEUE
176200         GO TO 9210-REVIEW-ONE-CHANGE-EXIT
176300     END-IF
176400     IF NOT PEND-IS-PENDING
176500         GO TO 9210-REVIEW-ONE-CHANGE-EXIT
176600     END-IF
176700     ADD 1 TO WS-PEND-SHOWN
176800     PERFORM 9215-SHOW-PENDING-CHANGE
176900         THRU 9215-SHOW-PENDING-CHANGE-EXIT
177000     IF PEND-MAKER-ID = WS-OPERATOR-ID
177100         DISPLAY "  YOU KEYED THIS CHANGE - ANOTHER SUPERVISOR "
177200             "MUST DECIDE IT."
177300         GO TO 9210-REVIEW-ONE-CHANGE-EXIT
177400     END-IF
177500     IF PEND-IS-OPERATOR AND WS-OPERATOR-LEVEL < 3
177600         DISPLAY "  OPERATOR CHANGES ARE DECIDED BY AN "
177700             "ADMINISTRATOR."
177800         GO TO 9210-REVIEW-ONE-CHANGE-EXIT
177900     END-IF
178000     IF PEND-IS-OPERATOR AND PEND-TARGET-ID = WS-OPERATOR-ID
178100         DISPLAY "  THIS CHANGES YOUR OWN OPERATOR RECORD - "
178200             "ANOTHER ADMINISTRATOR MUST DECIDE IT."
178300         GO TO 9210-REVIEW-ONE-CHANGE-EXIT
178400     END-IF
178500     DISPLAY "(A)PPROVE, (R)EJECT, (S)KIP OR (Q)UIT: "
178600     ACCEPT WS-PEND-DECISION
178700     INSPECT WS-PEND-DECISION CONVERTING "arsq" TO "ARSQ"
178800     EVALUATE TRUE
178900         WHEN WS-PEND-DECIDE-APPROVE
179000             PERFORM 9220-APPROVE-CHANGE
179100                 THRU 9220-APPROVE-CHANGE-EXIT
179200         WHEN WS-PEND-DECIDE-REJECT
179300             DISPLAY "ENTER REASON FOR REJECTING: "
179400             ACCEPT PEND-REJECT-REASON
179500             IF PEND-REJECT-REASON = SPACES
179600                 MOVE "REJECTED BY CHECKER" TO PEND-REJECT-REASON
179700             END-IF
179800             PERFORM 9260-REJECT-CHANGE
179900                 THRU 9260-REJECT-CHANGE-EXIT
180000         WHEN WS-PEND-DECIDE-QUIT
180100             SET WS-END-OF-PEND-QUEUE TO TRUE
180200         WHEN OTHER
180300             DISPLAY "  CHANGE LEFT PENDING."
180400     END-EVALUATE.
180500 9210-REVIEW-ONE-CHANGE-EXIT.
180600     EXIT.
180700
180800 9215-SHOW-PENDING-CHANGE.
180900     EVALUATE TRUE
181000         WHEN PEND-IS-ACCOUNT
181100             MOVE "ACCOUNT"  TO WS-PEND-TYPE-NAME
181200         WHEN PEND-IS-CUSTOMER
181300             MOVE "CUSTOMER" TO WS-PEND-TYPE-NAME
181325         WHEN PEND-IS-PARTY
181350             MOVE "PARTY"    TO WS-PEND-TYPE-NAME
181400         WHEN OTHER
181500             MOVE "OPERATOR" TO WS-PEND-TYPE-NAME
181600     END-EVALUATE
181700     DISPLAY " "
181800     DISPLAY "CHANGE " PEND-KEY " KEYED BY " PEND-MAKER-ID
181900     DISPLAY "  " WS-PEND-TYPE-NAME " " PEND-TARGET-ID
182000         " - " PEND-FIELD-NAME
182100     DISPLAY "  OLD: " PEND-OLD-VALUE
182200     DISPLAY "  NEW: " PEND-NEW-VALUE.
182300 9215-SHOW-PENDING-CHANGE-EXIT.
182400     EXIT.
182500
182600******************************************************************
182650*    9220-APPROVE-CHANGE - APPLY THE ONE FIELD (OR, FOR A PARTY  *
182700*    CHANGE, THE ONE ROLE) TO THE MASTER.  IT MUST STILL HOLD    *
182750*    WHAT THE MAKER SAW; IF IT HAS MOVED SINCE (ANOTHER APPROVED *
182800*    CHANGE, A POSTING, A CLOSURE) THE CHANGE IS REJECTED AND    *
182850*    MUST BE KEYED AGAIN.  A MASTER THAT CANNOT BE REWRITTEN     *
182900*    LEAVES IT PENDING.                                          *
183200******************************************************************
183300 9220-APPROVE-CHANGE.
183400     MOVE PEND-BEFORE-IMAGE TO WS-PEND-OLD-IMAGE
183500     MOVE PEND-AFTER-IMAGE  TO WS-PEND-NEW-IMAGE
183600     SET WS-PEND-APPLIED TO TRUE
183700     EVALUATE TRUE
183800         WHEN PEND-IS-ACCOUNT
183900             PERFORM 9230-APPLY-ACCOUNT-CHANGE
184000                 THRU 9230-APPLY-ACCOUNT-CHANGE-EXIT
184100         WHEN PEND-IS-CUSTOMER
184200             PERFORM 9240-APPLY-CUSTOMER-CHANGE
184300                 THRU 9240-APPLY-CUSTOMER-CHANGE-EXIT
184400         WHEN PEND-IS-OPERATOR
184500             PERFORM 9250-APPLY-OPERATOR-CHANGE
184600                 THRU 9250-APPLY-OPERATOR-CHANGE-EXIT
184625         WHEN PEND-IS-PARTY
184650             PERFORM 9255-APPLY-PARTY-CHANGE
184675                 THRU 9255-APPLY-PARTY-CHANGE-EXIT
184700     END-EVALUATE
184800     IF WS-PEND-FAILED
184900         DISPLAY "  CHANGE LEFT PENDING."
185000         GO TO 9220-APPROVE-CHANGE-EXIT
185100     END-IF
185200     IF WS-PEND-STALE
185300         DISPLAY "  THE RECORD HAS CHANGED SINCE THIS WAS KEYED "
185400             "- KEY THE CHANGE AGAIN IF IT IS STILL WANTED."
185500         MOVE "RECORD CHANGED SINCE KEYED" TO PEND-REJECT-REASON
185600         PERFORM 9260-REJECT-CHANGE
185700             THRU 9260-REJECT-CHANGE-EXIT
185800         GO TO 9220-APPROVE-CHANGE-EXIT
185900     END-IF
186000     SET PEND-IS-APPROVED TO TRUE
186100     PERFORM 9270-RECORD-DECISION
186200         THRU 9270-RECORD-DECISION-EXIT
186300     ADD 1 TO WS-PEND-APPROVED-COUNT
186400     DISPLAY "  CHANGE APPROVED AND APPLIED.".
186500 9220-APPROVE-CHANGE-EXIT.
186600     EXIT.
186700
186800 9230-APPLY-ACCOUNT-CHANGE.
186900     MOVE PEND-TARGET-ID TO ACCOUNT-ID OF ACCOUNT-RECORD
187000     READ ACCOUNT-MASTER
187100         INVALID KEY
187200             SET WS-PEND-STALE TO TRUE
187300             GO TO 9230-APPLY-ACCOUNT-CHANGE-EXIT
187400     END-READ
187500     MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
187600     EVALUATE PEND-FIELD-CHOICE
187700         WHEN 1
187800             IF ACCOUNT-NAME OF ACCOUNT-RECORD
187900                 NOT = WS-OLD-ACCT-NAME
188000                 SET WS-PEND-STALE TO TRUE
188100             END-IF
188200             MOVE WS-NEW-ACCT-NAME
188300                 TO ACCOUNT-NAME OF ACCOUNT-RECORD
188400         WHEN 2
188500             IF ACCOUNT-TYPE OF ACCOUNT-RECORD
188600                 NOT = WS-OLD-ACCT-TYPE
188700                 SET WS-PEND-STALE TO TRUE
188800             END-IF
188900             MOVE WS-NEW-ACCT-TYPE
189000                 TO ACCOUNT-TYPE OF ACCOUNT-RECORD
189100         WHEN 3
189200             IF ACCOUNT-STATUS OF ACCOUNT-RECORD
189300                 NOT = WS-OLD-ACCT-STATUS
189400                 SET WS-PEND-STALE TO TRUE
189500             END-IF
189600             MOVE WS-NEW-ACCT-STATUS
189700                 TO ACCOUNT-STATUS OF ACCOUNT-RECORD
189800         WHEN 4
189900*            A BALANCE CHANGE MOVES MONEY ON THE MASTER, SO IT IS
190000*            NOT APPLIED WHILE THE END-OF-DAY RUN IS UNDER WAY.
190100             PERFORM 1600-CHECK-BATCH-WINDOW
190200                 THRU 1600-CHECK-BATCH-WINDOW-EXIT
190300             IF WS-BATCH-WINDOW-OPEN
190400                 DISPLAY "  END-OF-DAY RUN IN PROGRESS - A "
190500                     "BALANCE CHANGE WAITS FOR THE NEW BUSINESS "
190600                     "DATE."
190700                 SET WS-PEND-FAILED TO TRUE
190800                 GO TO 9230-APPLY-ACCOUNT-CHANGE-EXIT
190900             END-IF
191000             IF ACCOUNT-BALANCE OF ACCOUNT-RECORD
191100                 NOT = WS-OLD-ACCT-BALANCE
191200                 OR ACCOUNT-OVERDRAFT-SW OF ACCOUNT-RECORD
191300                 NOT = WS-OLD-ACCT-OVERDRAFT
191400                 OR ACCOUNT-OVERDRAFT-LIMIT OF ACCOUNT-RECORD
191500                 NOT = WS-OLD-ACCT-OD-LIMIT
191600                 SET WS-PEND-STALE TO TRUE
191700             END-IF
191800             MOVE WS-NEW-ACCT-BALANCE
191900                 TO ACCOUNT-BALANCE OF ACCOUNT-RECORD
192000             MOVE WS-NEW-ACCT-OVERDRAFT
192100                 TO ACCOUNT-OVERDRAFT-SW OF ACCOUNT-RECORD
192200             MOVE WS-NEW-ACCT-OD-LIMIT
192300                 TO ACCOUNT-OVERDRAFT-LIMIT OF ACCOUNT-RECORD
192400             PERFORM 5160-TRACK-OVERDRAWN-DATE
192500                 THRU 5160-TRACK-OVERDRAWN-DATE-EXIT
192600         WHEN 6
192700             IF ACCOUNT-OVERDRAFT-SW OF ACCOUNT-RECORD
192800                 NOT = WS-OLD-ACCT-OVERDRAFT
192900                 OR ACCOUNT-OVERDRAFT-LIMIT OF ACCOUNT-RECORD
193000                 NOT = WS-OLD-ACCT-OD-LIMIT
193100                 SET WS-PEND-STALE TO TRUE
193200             END-IF
193300             MOVE WS-NEW-ACCT-OVERDRAFT
193400                 TO ACCOUNT-OVERDRAFT-SW OF ACCOUNT-RECORD
193500             MOVE WS-NEW-ACCT-OD-LIMIT
193600                 TO ACCOUNT-OVERDRAFT-LIMIT OF ACCOUNT-RECORD
193700     END-EVALUATE
193800     IF WS-PEND-STALE
193900         GO TO 9230-APPLY-ACCOUNT-CHANGE-EXIT
194000     END-IF
194100     REWRITE ACCOUNT-RECORD
194200         INVALID KEY
194300             DISPLAY "  ACCOUNT COULD NOT BE UPDATED, STATUS="
194400                 ACCT-MASTER-STATUS
194500             SET WS-PEND-FAILED TO TRUE
194600             GO TO 9230-APPLY-ACCOUNT-CHANGE-EXIT
194700     END-REWRITE
194800     MOVE ACCOUNT-RECORD TO WS-AFTER-IMAGE
194900     MOVE "UPDATE"       TO WS-AUDIT-ACTION
195000     MOVE PEND-MAKER-ID  TO WS-AUDIT-MAKER-ID
195100     MOVE WS-OPERATOR-ID TO WS-SUPERVISOR-ID
195200     PERFORM 6000-WRITE-AUDIT-RECORD
195300         THRU 6000-WRITE-AUDIT-RECORD-EXIT.
195400 9230-APPLY-ACCOUNT-CHANGE-EXIT.
195500     EXIT.
195600
195700 9240-APPLY-CUSTOMER-CHANGE.
195800     MOVE PEND-TARGET-ID TO CUSTOMER-ID OF CUSTOMER-RECORD
195900     PERFORM 7100-READ-CUSTOMER THRU 7100-READ-CUSTOMER-EXIT
196000     IF WS-CUSTOMER-NOT-FOUND
196100         SET WS-PEND-STALE TO TRUE
196200         GO TO 9240-APPLY-CUSTOMER-CHANGE-EXIT
196300     END-IF
196400     EVALUATE PEND-FIELD-CHOICE
196500         WHEN 1
196600             IF CUSTOMER-NAME OF CUSTOMER-RECORD
196700                 NOT = WS-OLD-CUST-NAME
196800                 SET WS-PEND-STALE TO TRUE
196900             END-IF
197000             MOVE WS-NEW-CUST-NAME
197100                 TO CUSTOMER-NAME OF CUSTOMER-RECORD
197200         WHEN 2
197300             IF CUSTOMER-ADDRESS OF CUSTOMER-RECORD
197400                 NOT = WS-OLD-CUST-ADDRESS
197500                 SET WS-PEND-STALE TO TRUE
197600             END-IF
197700             MOVE WS-NEW-CUST-ADDRESS
197800                 TO CUSTOMER-ADDRESS OF CUSTOMER-RECORD
197900         WHEN 3
198000             IF CUSTOMER-PHONE OF CUSTOMER-RECORD
198100                 NOT = WS-OLD-CUST-PHONE
198200                 SET WS-PEND-STALE TO TRUE
198300             END-IF
198400             MOVE WS-NEW-CUST-PHONE
198500                 TO CUSTOMER-PHONE OF CUSTOMER-RECORD
198600         WHEN 4
198700             IF CUSTOMER-TAX-ID OF CUSTOMER-RECORD
198800                 NOT = WS-OLD-CUST-TAX-ID
198900                 SET WS-PEND-STALE TO TRUE
199000             END-IF
199100             MOVE WS-NEW-CUST-TAX-ID
199200                 TO CUSTOMER-TAX-ID OF CUSTOMER-RECORD
199300     END-EVALUATE
199400     IF WS-PEND-STALE
199500         GO TO 9240-APPLY-CUSTOMER-CHANGE-EXIT
199600     END-IF
199700     REWRITE CUSTOMER-RECORD
199800         INVALID KEY
199900             DISPLAY "  CUSTOMER COULD NOT BE UPDATED, STATUS="
200000                 CUST-MASTER-STATUS
200100             SET WS-PEND-FAILED TO TRUE
200200             GO TO 9240-APPLY-CUSTOMER-CHANGE-EXIT
200300     END-REWRITE
200400     PERFORM 9280-BUILD-CHANGE-IMAGES
200500         THRU 9280-BUILD-CHANGE-IMAGES-EXIT
200600     MOVE "CUSTUPD"      TO WS-AUDIT-ACTION
200700     MOVE PEND-MAKER-ID  TO WS-AUDIT-MAKER-ID
200800     MOVE WS-OPERATOR-ID TO WS-SUPERVISOR-ID
200900     PERFORM 6000-WRITE-AUDIT-RECORD
201000         THRU 6000-WRITE-AUDIT-RECORD-EXIT.
201100 9240-APPLY-CUSTOMER-CHANGE-EXIT.
201200     EXIT.
201300
201400 9250-APPLY-OPERATOR-CHANGE.
201500     MOVE PEND-TARGET-ID TO OPER-ID
201600     PERFORM 1520-READ-OPERATOR
201700         THRU 1520-READ-OPERATOR-EXIT
201800     IF WS-OPERATOR-NOT-FOUND
201900         SET WS-PEND-STALE TO TRUE
202000         GO TO 9250-APPLY-OPERATOR-CHANGE-EXIT
202100     END-IF
202200     EVALUATE PEND-FIELD-CHOICE
202300         WHEN 1
202400             IF OPER-NAME NOT = WS-OLD-OPER-NAME
202500                 SET WS-PEND-STALE TO TRUE
202600             END-IF
202700             MOVE WS-NEW-OPER-NAME TO OPER-NAME
202800         WHEN 2
202900             IF OPER-PASSWORD NOT = WS-OLD-OPER-PASSWORD
203000                 SET WS-PEND-STALE TO TRUE
203100             END-IF
203200             MOVE WS-NEW-OPER-PASSWORD TO OPER-PASSWORD
203300         WHEN 3
203400             IF OPER-AUTHORITY-LEVEL NOT = WS-OLD-OPER-LEVEL
203500                 SET WS-PEND-STALE TO TRUE
203600             END-IF
203700             MOVE WS-NEW-OPER-LEVEL TO OPER-AUTHORITY-LEVEL
203800         WHEN 4
203900             IF OPER-POSTING-LIMIT NOT = WS-OLD-OPER-LIMIT
204000                 SET WS-PEND-STALE TO TRUE
204100             END-IF
204200             MOVE WS-NEW-OPER-LIMIT TO OPER-POSTING-LIMIT
204300         WHEN 5
204400             IF OPER-STATUS NOT = WS-OLD-OPER-STATUS
204500                 SET WS-PEND-STALE TO TRUE
204600             END-IF
204700             MOVE WS-NEW-OPER-STATUS TO OPER-STATUS
204800     END-EVALUATE
204900     IF WS-PEND-STALE
205000         GO TO 9250-APPLY-OPERATOR-CHANGE-EXIT
205100     END-IF
205200     REWRITE OPERATOR-RECORD
205300         INVALID KEY
205400             DISPLAY "  OPERATOR COULD NOT BE UPDATED, STATUS="
205500                 OPER-FILE-STATUS
205600             SET WS-PEND-FAILED TO TRUE
205700             GO TO 9250-APPLY-OPERATOR-CHANGE-EXIT
205800     END-REWRITE
205900     PERFORM 9280-BUILD-CHANGE-IMAGES
206000         THRU 9280-BUILD-CHANGE-IMAGES-EXIT
206100     MOVE "OPERUPD"      TO WS-AUDIT-ACTION
206200     MOVE PEND-MAKER-ID  TO WS-AUDIT-MAKER-ID
206300     MOVE WS-OPERATOR-ID TO WS-SUPERVISOR-ID
206400     PERFORM 6000-WRITE-AUDIT-RECORD
206500         THRU 6000-WRITE-AUDIT-RECORD-EXIT.
206600 9250-APPLY-OPERATOR-CHANGE-EXIT.
206700     EXIT.
206800
206801******************************************************************
206802*    9255-APPLY-PARTY-CHANGE - ADD THE ROLE, OR REWRITE ITS      *
206803*    DATES, ON THE ACCOUNT-PARTY FILE.  AN ADDED ROLE MUST STILL *
206804*    BE ABSENT AND A CHANGED ONE STILL AS THE MAKER SAW IT.      *
206805*    ROLES APPROVED SINCE ARE CHECKED FOR OVERLAPS AGAIN, AND A  *
206806*    PRIMARY BEING OPENED NEEDS AN ACCOUNT THAT NAMES NO OTHER   *
206807*    PRIMARY.  A PRIMARY ROLE OPENED OR ENDED IS CARRIED TO      *
206808*    ACCOUNT-MASTER (9070).  BOTH AUDIT RECORDS CARRY THE MAKER  *
206809*    AND THE CHECKER.                                            *
206810******************************************************************
206811 9255-APPLY-PARTY-CHANGE.
206812     MOVE WS-NEW-PARTY-RECORD  TO ACCOUNT-PARTY-RECORD
206813     MOVE PARTY-ACCOUNT-ID     TO WS-PARTY-ACCOUNT-ID
206814     MOVE PARTY-CUSTOMER-ID    TO WS-PARTY-CUSTOMER-ID
206815     MOVE PARTY-ROLE           TO WS-PARTY-ROLE
206816     MOVE PARTY-EFFECTIVE-DATE TO WS-PARTY-NEW-EFFECTIVE
206817     MOVE PARTY-END-DATE       TO WS-PARTY-NEW-END
206818     MOVE PARTY-KEY            TO WS-PARTY-SKIP-KEY
206819     MOVE WS-PARTY-ACCOUNT-ID TO ACCOUNT-ID OF ACCOUNT-RECORD
206820     READ ACCOUNT-MASTER
206821         INVALID KEY
206822             SET WS-PEND-STALE TO TRUE
206823             GO TO 9255-APPLY-PARTY-CHANGE-EXIT
206824     END-READ
206825     IF WS-PARTY-ROLE-PRIMARY AND WS-PARTY-NEW-END = 0
206826         AND ACCOUNT-CUSTOMER-ID OF ACCOUNT-RECORD NOT = SPACES
206827         AND ACCOUNT-CUSTOMER-ID OF ACCOUNT-RECORD NOT =
206828             WS-PARTY-CUSTOMER-ID
206829         DISPLAY "  ACCOUNT-MASTER NOW NAMES PRIMARY OWNER "
206830             ACCOUNT-CUSTOMER-ID OF ACCOUNT-RECORD "."
206831         SET WS-PEND-STALE TO TRUE
206832         GO TO 9255-APPLY-PARTY-CHANGE-EXIT
206833     END-IF
206834     PERFORM 9050-CHECK-PARTY-CONFLICTS
206835         THRU 9050-CHECK-PARTY-CONFLICTS-EXIT
206836     IF WS-PARTY-CONFLICT
206837         SET WS-PEND-STALE TO TRUE
206838         GO TO 9255-APPLY-PARTY-CHANGE-EXIT
206839     END-IF
206840*    THE OVERLAP SCAN USED THE RECORD AREA - READ THE ROLE NOW.
206841     MOVE WS-PARTY-SKIP-KEY TO PARTY-KEY
206842     PERFORM 9045-READ-PARTY THRU 9045-READ-PARTY-EXIT
206843     EVALUATE TRUE
206844         WHEN PEND-FIELD-CHOICE = 1 AND WS-PARTY-FOUND
206845             SET WS-PEND-STALE TO TRUE
206846         WHEN PEND-FIELD-CHOICE = 2 AND WS-PARTY-NOT-FOUND
206847             SET WS-PEND-STALE TO TRUE
206848         WHEN PEND-FIELD-CHOICE = 2
206849             AND ACCOUNT-PARTY-RECORD NOT = WS-OLD-PARTY-RECORD
206850             SET WS-PEND-STALE TO TRUE
206851     END-EVALUATE
206852     IF WS-PEND-STALE
206853         GO TO 9255-APPLY-PARTY-CHANGE-EXIT
206854     END-IF
206855     MOVE WS-NEW-PARTY-RECORD TO ACCOUNT-PARTY-RECORD
206856     IF PEND-FIELD-CHOICE = 1
206857         WRITE ACCOUNT-PARTY-RECORD
206858             INVALID KEY
206859                 DISPLAY "  ROLE COULD NOT BE ADDED, STATUS="
206860                     PARTY-FILE-STATUS
206861                 SET WS-PEND-FAILED TO TRUE
206862                 GO TO 9255-APPLY-PARTY-CHANGE-EXIT
206863         END-WRITE
206864         MOVE SPACES              TO WS-BEFORE-IMAGE
206865         MOVE "PARTYADD"          TO WS-AUDIT-ACTION
206866     ELSE
206867         REWRITE ACCOUNT-PARTY-RECORD
206868             INVALID KEY
206869                 DISPLAY "  ROLE COULD NOT BE UPDATED, STATUS="
206870                     PARTY-FILE-STATUS
206871                 SET WS-PEND-FAILED TO TRUE
206872                 GO TO 9255-APPLY-PARTY-CHANGE-EXIT
206873         END-REWRITE
206874         MOVE WS-OLD-PARTY-RECORD TO WS-BEFORE-IMAGE
206875         MOVE "PARTYCHG"          TO WS-AUDIT-ACTION
206876     END-IF
206877     MOVE ACCOUNT-PARTY-RECORD TO WS-AFTER-IMAGE
206878     MOVE WS-PARTY-ACCOUNT-ID  TO WS-AUDIT-TARGET-ID
206879     MOVE PEND-MAKER-ID        TO WS-AUDIT-MAKER-ID
206880     MOVE WS-OPERATOR-ID       TO WS-SUPERVISOR-ID
206881     PERFORM 6000-WRITE-AUDIT-RECORD
206882         THRU 6000-WRITE-AUDIT-RECORD-EXIT
206883     IF WS-PARTY-ROLE-PRIMARY
206884         IF WS-PARTY-NEW-END = 0
206885             MOVE WS-PARTY-CUSTOMER-ID TO WS-PARTY-PRIMARY-ID
206886             PERFORM 9070-SET-PRIMARY-OWNER
206887                 THRU 9070-SET-PRIMARY-OWNER-EXIT
206888         ELSE
206889             IF ACCOUNT-CUSTOMER-ID OF ACCOUNT-RECORD =
206890                     WS-PARTY-CUSTOMER-ID
206891                 MOVE SPACES TO WS-PARTY-PRIMARY-ID
206892                 PERFORM 9070-SET-PRIMARY-OWNER
206893                     THRU 9070-SET-PRIMARY-OWNER-EXIT
206894             END-IF
206895         END-IF
206896     END-IF.
206897 9255-APPLY-PARTY-CHANGE-EXIT.
206898     EXIT.
206899
206900******************************************************************
207000*    9260-REJECT-CHANGE - MARK THE CHANGE REJECTED WITH ITS      *
207100*    REASON AND AUDIT IT, MAKER AND CHECKER, AS ACCTREJ,         *
207200*    CUSTREJ, OPERREJ OR PARTYREJ.  THE MASTER IS NOT TOUCHED.   *
207300******************************************************************
207400 9260-REJECT-CHANGE.
207500     SET PEND-IS-REJECTED TO TRUE
207600     PERFORM 9270-RECORD-DECISION
207700         THRU 9270-RECORD-DECISION-EXIT
207800     ADD 1 TO WS-PEND-REJECTED-COUNT
207900     EVALUATE TRUE
208000         WHEN PEND-IS-ACCOUNT
208100             MOVE PEND-BEFORE-IMAGE TO WS-BEFORE-IMAGE
208200             MOVE PEND-AFTER-IMAGE  TO WS-AFTER-IMAGE
208300             MOVE PEND-TARGET-ID    TO WS-AUDIT-TARGET-ID
208400             MOVE "ACCTREJ"         TO WS-AUDIT-ACTION
208410         WHEN PEND-IS-PARTY
208420             MOVE PEND-BEFORE-IMAGE TO WS-BEFORE-IMAGE
208430             MOVE PEND-AFTER-IMAGE  TO WS-AFTER-IMAGE
208440             MOVE PEND-TARGET-ID    TO WS-AUDIT-TARGET-ID
208450             MOVE "PARTYREJ"        TO WS-AUDIT-ACTION
208500         WHEN PEND-IS-CUSTOMER
208600             PERFORM 9280-BUILD-CHANGE-IMAGES
208700                 THRU 9280-BUILD-CHANGE-IMAGES-EXIT
208800             MOVE "CUSTREJ"         TO WS-AUDIT-ACTION
208900         WHEN OTHER
209000             PERFORM 9280-BUILD-CHANGE-IMAGES
209100                 THRU 9280-BUILD-CHANGE-IMAGES-EXIT
209200             MOVE "OPERREJ"         TO WS-AUDIT-ACTION
209300     END-EVALUATE
209400     MOVE PEND-MAKER-ID  TO WS-AUDIT-MAKER-ID
209500     MOVE WS-OPERATOR-ID TO WS-SUPERVISOR-ID
209600     PERFORM 6000-WRITE-AUDIT-RECORD
209700         THRU 6000-WRITE-AUDIT-RECORD-EXIT
209800     DISPLAY "  CHANGE REJECTED.".
209900 9260-REJECT-CHANGE-EXIT.
210000     EXIT.
210100
210200 9270-RECORD-DECISION.
210300     MOVE WS-OPERATOR-ID TO PEND-CHECKER-ID
210400     ACCEPT PEND-DECISION-DATE FROM DATE YYYYMMDD
210500     ACCEPT PEND-DECISION-TIME FROM TIME
210600     REWRITE PENDING-CHANGE-RECORD
210700         INVALID KEY
210800             DISPLAY "  WARNING - DECISION NOT RECORDED ON THE "
210900                 "PENDING-CHANGE FILE, STATUS=" PEND-FILE-STATUS
211000     END-REWRITE.
211100 9270-RECORD-DECISION-EXIT.
211200     EXIT.
211300
211400******************************************************************
211500*    9280-BUILD-CHANGE-IMAGES - A CUSTOMER OR OPERATOR CHANGE IS *
211600*    AUDITED UNDER ITS OWN KEY, WITH THE FIELD NAME AND ITS OLD  *
211700*    AND NEW VALUE AS THE BEFORE AND AFTER IMAGES (THE MASTER    *
211800*    RECORDS DO NOT FIT THE AUDIT IMAGE).                        *
211900******************************************************************
212000 9280-BUILD-CHANGE-IMAGES.
212100     MOVE SPACES          TO WS-CHANGE-IMAGE
212200     MOVE PEND-TARGET-ID  TO WS-CHG-TARGET-ID
212300     MOVE PEND-TARGET-ID  TO WS-AUDIT-TARGET-ID
212400     MOVE PEND-FIELD-NAME TO WS-CHG-FIELD-NAME
212500     MOVE PEND-OLD-VALUE  TO WS-CHG-VALUE
212600     MOVE WS-CHANGE-IMAGE TO WS-BEFORE-IMAGE
212700     MOVE PEND-NEW-VALUE  TO WS-CHG-VALUE
212800     MOVE WS-CHANGE-IMAGE TO WS-AFTER-IMAGE.
212900 9280-BUILD-CHANGE-IMAGES-EXIT.
213000     EXIT.
213100
213200******************************************************************
213300*    9300-MAINTAIN-HOLIDAYS - ADMINISTRATOR FUNCTION.  LISTS THE *
213400*    BANK HOLIDAYS FROM TODAY ON, THEN ADDS A HOLIDAY OR REMOVES *
213500*    ONE.  A REMOVED HOLIDAY STAYS ON FILE MARKED REMOVED, AND   *
213600*    EVERY ENTRY CARRIES WHO LAST CHANGED IT AND WHEN.  THE      *
213700*    SESSION'S IN-CORE CALENDAR IS RELOADED AFTERWARDS; THE      *
213800*    NIGHTLY RUNS LOAD THE FILE AS THEY START.                   *
213900******************************************************************
214000 9300-MAINTAIN-HOLIDAYS.
214100     DISPLAY " "
214200     DISPLAY "------ HOLIDAY CALENDAR MAINTENANCE ------"
214300     OPEN I-O HOLIDAY-FILE
214400     IF HOLIDAY-FILE-NOT-OPEN
214500         OPEN OUTPUT HOLIDAY-FILE
214600         CLOSE HOLIDAY-FILE
214700         OPEN I-O HOLIDAY-FILE
214800     END-IF
214900     IF NOT HOLIDAY-FILE-OK
215000         DISPLAY "UNABLE TO OPEN HOLIDAY FILE, STATUS="
215100             HOLIDAY-FILE-STATUS
215200         GO TO 9300-MAINTAIN-HOLIDAYS-EXIT
215300     END-IF
215400     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
215500     PERFORM 9310-LIST-HOLIDAYS THRU 9310-LIST-HOLIDAYS-EXIT
215600     DISPLAY "(A)DD A HOLIDAY, (R)EMOVE A HOLIDAY, OR (X) "
215700         "CANCEL: "
215800     ACCEPT WS-HOL-FUNCTION
215900     INSPECT WS-HOL-FUNCTION CONVERTING "arx" TO "ARX"
216000     EVALUATE TRUE
216100         WHEN WS-HOL-FUNCTION-ADD
216200             PERFORM 9320-ADD-HOLIDAY THRU 9320-ADD-HOLIDAY-EXIT
216300         WHEN WS-HOL-FUNCTION-REMOVE
216400             PERFORM 9330-REMOVE-HOLIDAY
216500                 THRU 9330-REMOVE-HOLIDAY-EXIT
216600         WHEN OTHER
216700             DISPLAY "MAINTENANCE CANCELLED."
216800     END-EVALUATE
216900     CLOSE HOLIDAY-FILE
217000     PERFORM 3530-LOAD-HOLIDAYS THRU 3530-LOAD-HOLIDAYS-EXIT.
217100 9300-MAINTAIN-HOLIDAYS-EXIT.
217200     EXIT.
217300
217400 9310-LIST-HOLIDAYS.
217500     MOVE 0 TO WS-HOLIDAYS-LISTED
217600     SET WS-NOT-END-OF-HOL-SCAN TO TRUE
217700     MOVE WS-CURRENT-DATE TO HOL-DATE
217800     START HOLIDAY-FILE
217900         KEY >= HOL-DATE
218000         INVALID KEY
218100             SET WS-END-OF-HOL-SCAN TO TRUE
218200     END-START
218300     PERFORM 9315-LIST-ONE-HOLIDAY
218400         THRU 9315-LIST-ONE-HOLIDAY-EXIT
218500         UNTIL WS-END-OF-HOL-SCAN
218600     IF WS-HOLIDAYS-LISTED = 0
218700         DISPLAY "NO HOLIDAYS ON THE CALENDAR FROM TODAY ON."
218800     END-IF.
218900 9310-LIST-HOLIDAYS-EXIT.
219000     EXIT.
219100
219200 9315-LIST-ONE-HOLIDAY.
219300     READ HOLIDAY-FILE NEXT
219400         AT END
219500             SET WS-END-OF-HOL-SCAN TO TRUE
219600     END-READ
219700     IF WS-END-OF-HOL-SCAN
219800         GO TO 9315-LIST-ONE-HOLIDAY-EXIT
219900     END-IF
220000     ADD 1 TO WS-HOLIDAYS-LISTED
220100     IF HOL-IS-REMOVED
220200         MOVE "REMOVED" TO WS-HOL-STANDING
220300     ELSE
220400         MOVE SPACES TO WS-HOL-STANDING
220500     END-IF
220600     DISPLAY "  " HOL-DATE " " HOL-NAME " " WS-HOL-STANDING
220700         " BY " HOL-MAINT-BY " ON " HOL-MAINT-DATE.
220800 9315-LIST-ONE-HOLIDAY-EXIT.
220900     EXIT.
221000
221100******************************************************************
221200*    9320-ADD-HOLIDAY - A WEEKDAY THE BANK IS CLOSED.  WEEKENDS  *
221300*    ARE NEVER BUSINESS DAYS AND ARE NOT CARRIED.  A REMOVED     *
221400*    HOLIDAY KEYED AGAIN IS REINSTATED UNDER ITS NEW NAME.       *
221500******************************************************************
221600 9320-ADD-HOLIDAY.
221700     PERFORM 9340-GET-HOLIDAY-DATE THRU 9340-GET-HOLIDAY-DATE-EXIT
221800     IF WS-DATE-IS-INVALID
221900         GO TO 9320-ADD-HOLIDAY-EXIT
222000     END-IF
222100     MOVE WS-HOL-DATE TO BD-DATE
222200     PERFORM 3550-DETERMINE-DAY-OF-WEEK
222300         THRU 3550-DETERMINE-DAY-OF-WEEK-EXIT
222400     IF BD-IS-WEEKEND
222500         DISPLAY WS-HOL-DATE " IS A SATURDAY OR SUNDAY - "
222600             "WEEKENDS ARE NEVER BUSINESS DAYS.  NO CHANGE MADE."
222700         GO TO 9320-ADD-HOLIDAY-EXIT
222800     END-IF
222900     IF WS-HOL-FOUND
223000         IF HOL-IS-ACTIVE
223100             DISPLAY WS-HOL-DATE " IS ALREADY A HOLIDAY ("
223200                 HOL-NAME ").  NO CHANGE MADE."
223300             GO TO 9320-ADD-HOLIDAY-EXIT
223400         END-IF
223500     ELSE
223600         MOVE SPACES      TO HOLIDAY-RECORD
223700         MOVE WS-HOL-DATE TO HOL-DATE
223800     END-IF
223900     DISPLAY "ENTER HOLIDAY NAME: "
224000     ACCEPT HOL-NAME
224100     MOVE "A"             TO HOL-STATUS
224200     MOVE WS-OPERATOR-ID  TO HOL-MAINT-BY
224300     MOVE WS-CURRENT-DATE TO HOL-MAINT-DATE
224400     IF WS-HOL-FOUND
224500         REWRITE HOLIDAY-RECORD
224600             INVALID KEY
224700                 DISPLAY "HOLIDAY COULD NOT BE UPDATED, STATUS="
224800                     HOLIDAY-FILE-STATUS
224900             NOT INVALID KEY
225000                 DISPLAY "HOLIDAY REINSTATED."
225100         END-REWRITE
225200     ELSE
225300         WRITE HOLIDAY-RECORD
225400             INVALID KEY
225500                 DISPLAY "HOLIDAY COULD NOT BE WRITTEN, STATUS="
225600                     HOLIDAY-FILE-STATUS
225700             NOT INVALID KEY
225800                 DISPLAY "HOLIDAY ADDED."
225900         END-WRITE
226000     END-IF.
226100 9320-ADD-HOLIDAY-EXIT.
226200     EXIT.
226300
226400 9330-REMOVE-HOLIDAY.
226500     PERFORM 9340-GET-HOLIDAY-DATE THRU 9340-GET-HOLIDAY-DATE-EXIT
226600     IF WS-DATE-IS-INVALID
226700         GO TO 9330-REMOVE-HOLIDAY-EXIT
226800     END-IF
226900     IF WS-HOL-NOT-FOUND OR HOL-IS-REMOVED
227000         DISPLAY WS-HOL-DATE " IS NOT A HOLIDAY ON THE "
227100             "CALENDAR.  NO CHANGE MADE."
227200         GO TO 9330-REMOVE-HOLIDAY-EXIT
227300     END-IF
227400     MOVE "R"             TO HOL-STATUS
227500     MOVE WS-OPERATOR-ID  TO HOL-MAINT-BY
227600     MOVE WS-CURRENT-DATE TO HOL-MAINT-DATE
227700     REWRITE HOLIDAY-RECORD
227800         INVALID KEY
227900             DISPLAY "HOLIDAY COULD NOT BE UPDATED, STATUS="
228000                 HOLIDAY-FILE-STATUS
228100         NOT INVALID KEY
228200             DISPLAY "HOLIDAY " HOL-DATE " " HOL-NAME " REMOVED."
228300     END-REWRITE.
228400 9330-REMOVE-HOLIDAY-EXIT.
228500     EXIT.
228600
228700******************************************************************
228800*    9340-GET-HOLIDAY-DATE - ACCEPT AND VALIDATE A DATE INTO     *
228900*    WS-HOL-DATE AND READ THE CALENDAR FOR IT.  WS-DATE-IS-      *
229000*    INVALID IS LEFT SET WHEN THE DATE IS NOT A CALENDAR DATE.   *
229100******************************************************************
229200 9340-GET-HOLIDAY-DATE.
229300     DISPLAY "ENTER HOLIDAY DATE (YYYYMMDD): "
229400     ACCEPT WS-HOL-DATE
229500     MOVE WS-HOL-DATE TO WS-DATE-TO-VALIDATE
229600     PERFORM 3500-VALIDATE-CALENDAR-DATE
229700         THRU 3500-VALIDATE-CALENDAR-DATE-EXIT
229800     IF WS-DATE-IS-INVALID
229900         DISPLAY "INVALID CALENDAR DATE - NO CHANGE MADE."
230000         GO TO 9340-GET-HOLIDAY-DATE-EXIT
230100     END-IF
230200     MOVE WS-HOL-DATE TO HOL-DATE
230300     READ HOLIDAY-FILE
230400         INVALID KEY
230500             SET WS-HOL-NOT-FOUND TO TRUE
230600         NOT INVALID KEY
230700             SET WS-HOL-FOUND TO TRUE
230800     END-READ.
230900 9340-GET-HOLIDAY-DATE-EXIT.
231000     EXIT.
231100
231200******************************************************************
231300*    9400-STORE-POSTING - THE BATCH WINDOW IS OPEN: PROVE THE    *
231400*    TELLER'S POSTING EXACTLY AS 5000 WOULD (LESS THE DEBITS     *
231500*    ALREADY HELD FOR THE ACCOUNT) AND HOLD IT, DATED FOR THE    *
231600*    NEXT BUSINESS DAY, FOR THE NEXT NIGHT'S SAFGEN.  THE        *
231700*    MASTER IS NOT TOUCHED.  THE ITEM IS JUDGED AGAIN WHEN IT    *
231800*    POSTS, AND GOES TO SUSPENSE THEN IF IT NO LONGER PASSES.    *
231900******************************************************************
232000 9400-STORE-POSTING.
232100     IF TRANSACTION-ID (1:3) = "HDR"
232200         OR TRANSACTION-ID (1:3) = "TRL"
232300         DISPLAY "TRANSACTION REJECTED - AN ITEM HELD FOR THE "
232400             "NIGHT RUN MAY NOT HAVE AN ID BEGINNING HDR OR TRL."
232500         GO TO 9400-STORE-POSTING-EXIT
232600     END-IF
232700     PERFORM 9405-PROVE-AGAINST-HELD
232800         THRU 9405-PROVE-AGAINST-HELD-EXIT
232900     IF PT-VALIDATION-FAILED
233000         DISPLAY "TRANSACTION REJECTED - " PT-REJECT-REASON
233100         GO TO 9400-STORE-POSTING-EXIT
233200     END-IF
233300     PERFORM 9430-OPEN-STORE-FORWARD
233400         THRU 9430-OPEN-STORE-FORWARD-EXIT
233500     IF NOT SAF-FILE-OK
233600         GO TO 9400-STORE-POSTING-EXIT
233700     END-IF
233800     PERFORM 9440-WRITE-STORE-FORWARD
233900         THRU 9440-WRITE-STORE-FORWARD-EXIT
234000     CLOSE STORE-FORWARD-FILE
234100     IF WS-SAF-NOT-STORED
234200         GO TO 9400-STORE-POSTING-EXIT
234300     END-IF
234400     DISPLAY "END-OF-DAY RUN IN PROGRESS - TRANSACTION HELD FOR "
234500         "POSTING ON " WS-FORWARD-DATE "."
234600     MOVE SPACES       TO WS-BEFORE-IMAGE
234700     MOVE WS-SAF-IMAGE TO WS-AFTER-IMAGE
234800     MOVE "STORFWD"    TO WS-AUDIT-ACTION
234900     PERFORM 6000-WRITE-AUDIT-RECORD
235000         THRU 6000-WRITE-AUDIT-RECORD-EXIT.
235100 9400-STORE-POSTING-EXIT.
235200     EXIT.
235300
235400******************************************************************
235500*    9405-PROVE-AGAINST-HELD - READ THE ACCOUNT IN TRANSACTION-  *
235600*    ACCOUNT-ID, TAKE OFF THE DEBITS STILL HELD FOR IT AND RUN   *
235700*    THE POSTING CHECKS.  A HELD ITEM STAYS UNPOSTED UNTIL THE   *
235800*    NEXT NIGHT'S SAFGEN, SO EVERY ONLINE DEBIT, IN THE WINDOW   *
235900*    OR NOT, IS PROVED THIS WAY.  PT-VALIDATION-FAILED AND       *
236000*    PT-REJECT-REASON GIVE THE ANSWER.                           *
236100******************************************************************
236200 9405-PROVE-AGAINST-HELD.
236300     MOVE TRANSACTION-ACCOUNT-ID TO ACCOUNT-ID OF ACCOUNT-RECORD
236400     PERFORM 3600-CHECK-DUPLICATE-ACCOUNT-ID
236500         THRU 3600-CHECK-DUPLICATE-ACCOUNT-ID-EXIT
236600     IF WS-ACCOUNT-ID-NOT-FOUND
236700         SET PT-VALIDATION-FAILED TO TRUE
236800         MOVE "ACCOUNT NOT FOUND ON ACCOUNT-MASTER"
236900                                 TO PT-REJECT-REASON
237000         GO TO 9405-PROVE-AGAINST-HELD-EXIT
237100     END-IF
237200     PERFORM 9420-SUM-HELD-DEBITS THRU 9420-SUM-HELD-DEBITS-EXIT
237300     MOVE SPACE TO PT-LINK-CODE
237400     PERFORM 5500-VALIDATE-TRANSACTION
237500         THRU 5500-VALIDATE-TRANSACTION-EXIT.
237600 9405-PROVE-AGAINST-HELD-EXIT.
237700     EXIT.
237800
237900******************************************************************
238000*    9410-STORE-TRANSFER - THE BATCH WINDOW IS OPEN AND BOTH     *
238100*    SIDES OF THE TRANSFER HAVE PROVED: HOLD THE PAIR AS TWO     *
238200*    ADJACENT RECORDS, DEBIT LEG FIRST, SO THE NIGHT EDIT SEES   *
238300*    AN UNBROKEN PAIR.  ONE AUDIT RECORD, CUT AGAINST THE FROM   *
238400*    ACCOUNT, CARRIES THE DEBIT LEG AFTER AND THE CREDIT LEG     *
238500*    BEFORE.                                                     *
238600******************************************************************
238700 9410-STORE-TRANSFER.
238800     IF WS-XFER-TRAN-ID (1:3) = "HDR"
238900         OR WS-XFER-TRAN-ID (1:3) = "TRL"
239000         DISPLAY "TRANSFER NOT MADE - AN ITEM HELD FOR THE NIGHT "
239100             "RUN MAY NOT HAVE AN ID BEGINNING HDR OR TRL."
239200         GO TO 9410-STORE-TRANSFER-EXIT
239300     END-IF
239400     PERFORM 9430-OPEN-STORE-FORWARD
239500         THRU 9430-OPEN-STORE-FORWARD-EXIT
239600     IF NOT SAF-FILE-OK
239700         GO TO 9410-STORE-TRANSFER-EXIT
239800     END-IF
239900     PERFORM 8620-BUILD-DEBIT-LEG THRU 8620-BUILD-DEBIT-LEG-EXIT
240000     MOVE WS-FORWARD-DATE TO TRANSACTION-DATE
240100     PERFORM 9440-WRITE-STORE-FORWARD
240200         THRU 9440-WRITE-STORE-FORWARD-EXIT
240300     IF WS-SAF-NOT-STORED
240400         CLOSE STORE-FORWARD-FILE
240500         GO TO 9410-STORE-TRANSFER-EXIT
240600     END-IF
240700     MOVE WS-SAF-IMAGE TO WS-AFTER-IMAGE
240800     PERFORM 8630-BUILD-CREDIT-LEG
240900         THRU 8630-BUILD-CREDIT-LEG-EXIT
241000     MOVE WS-FORWARD-DATE TO TRANSACTION-DATE
241100     PERFORM 9440-WRITE-STORE-FORWARD
241200         THRU 9440-WRITE-STORE-FORWARD-EXIT
241300     CLOSE STORE-FORWARD-FILE
241400     IF WS-SAF-NOT-STORED
241500         DISPLAY "** CREDIT LEG NOT HELD - THE NIGHT EDIT WILL "
241600             "REFUSE THE LONE DEBIT LEG.  KEY THE TRANSFER "
241700             "AGAIN ONCE THE NEW BUSINESS DATE IS SET **"
241800         GO TO 9410-STORE-TRANSFER-EXIT
241900     END-IF
242000     MOVE WS-SAF-IMAGE TO WS-BEFORE-IMAGE
242100     DISPLAY "END-OF-DAY RUN IN PROGRESS - TRANSFER HELD FOR "
242200         "POSTING ON " WS-FORWARD-DATE "."
242300     MOVE WS-XFER-FROM-ACCOUNT TO WS-AUDIT-TARGET-ID
242400     MOVE "STORFWD"            TO WS-AUDIT-ACTION
242500     PERFORM 6000-WRITE-AUDIT-RECORD
242600         THRU 6000-WRITE-AUDIT-RECORD-EXIT.
242700 9410-STORE-TRANSFER-EXIT.
242800     EXIT.
242900
243000******************************************************************
243100*    9420-SUM-HELD-DEBITS - TOTAL THE DEBITS ALREADY HELD FOR    *
243200*    THE ACCOUNT IN TRANSACTION-ACCOUNT-ID AND TAKE THEM OFF THE *
243300*    BALANCE IN ACCOUNT-RECORD BEFORE THE FUNDS TEST, SO THE     *
243400*    SAME MONEY CANNOT BE SPENT TWICE.  THE REDUCED RECORD IS    *
243500*    NEVER REWRITTEN - A POSTING READS THE ACCOUNT AFRESH.  HELD *
243600*    CREDITS ARE NOT COUNTED - THEY ARE NOT FUNDS UNTIL THEY     *
243700*    POST.                                                       *
243800******************************************************************
243900 9420-SUM-HELD-DEBITS.
244000     MOVE 0 TO WS-SAF-HELD-DEBITS
244100     OPEN INPUT STORE-FORWARD-FILE
244200     IF NOT SAF-FILE-OK
244300         GO TO 9420-SUM-HELD-DEBITS-EXIT
244400     END-IF
244500     MOVE "N" TO WS-SAF-EOF-SWITCH
244600     PERFORM 9425-READ-HELD-ITEM THRU 9425-READ-HELD-ITEM-EXIT
244700     PERFORM 9426-ADD-HELD-ITEM THRU 9426-ADD-HELD-ITEM-EXIT
244800         UNTIL WS-END-OF-SAF
244900     CLOSE STORE-FORWARD-FILE
245000     IF WS-SAF-HELD-DEBITS > 0
245100         SUBTRACT WS-SAF-HELD-DEBITS
245200             FROM ACCOUNT-BALANCE OF ACCOUNT-RECORD
245300         MOVE WS-SAF-HELD-DEBITS TO WS-BALANCE-EDIT
245400         DISPLAY "DEBITS ALREADY HELD FOR THIS ACCOUNT: "
245500             WS-BALANCE-EDIT
245600     END-IF.
245700 9420-SUM-HELD-DEBITS-EXIT.
245800     EXIT.
245900
246000 9425-READ-HELD-ITEM.
246100     READ STORE-FORWARD-FILE
246200         AT END
246300             SET WS-END-OF-SAF TO TRUE
246400     END-READ.
246500 9425-READ-HELD-ITEM-EXIT.
246600     EXIT.
246700
246800 9426-ADD-HELD-ITEM.
246900     MOVE SAF-TRAN-IMAGE TO WS-HELD-TRAN
247000     IF WS-HELD-ACCOUNT-ID = TRANSACTION-ACCOUNT-ID
247100         AND WS-HELD-IS-DEBIT
247200         ADD WS-HELD-AMOUNT TO WS-SAF-HELD-DEBITS
247300     END-IF
247400     PERFORM 9425-READ-HELD-ITEM THRU 9425-READ-HELD-ITEM-EXIT.
247500 9426-ADD-HELD-ITEM-EXIT.
247600     EXIT.
247700
247800******************************************************************
247900*    9430-OPEN-STORE-FORWARD - OPEN THE HELD FILE TO APPEND,     *
248000*    CREATING IT THE FIRST TIME WORK IS HELD.  ANY OTHER FAILURE *
248100*    (THE NIGHT'S SAFGEN HOLDS THE FILE WHILE IT RUNS) LEAVES    *
248200*    IT ALONE AND NOTHING IS HELD.                               *
248300******************************************************************
248400 9430-OPEN-STORE-FORWARD.
248500     OPEN EXTEND STORE-FORWARD-FILE
248600     IF SAF-FILE-NOT-OPEN
248700         OPEN OUTPUT STORE-FORWARD-FILE
248800     END-IF
248900     IF NOT SAF-FILE-OK
249000         DISPLAY "STORE-AND-FORWARD FILE UNAVAILABLE, STATUS="
249100             SAF-FILE-STATUS " - NOTHING HELD, TRY AGAIN SHORTLY."
249200     END-IF.
249300 9430-OPEN-STORE-FORWARD-EXIT.
249400     EXIT.
249500
249600******************************************************************
249700*    9440-WRITE-STORE-FORWARD - HOLD THE ITEM IN TRANSACTION-    *
249800*    RECORD WITH WHO KEYED IT AND WHEN.  THE RECORD IS KEPT IN   *
249900*    WS-SAF-IMAGE FOR THE AUDIT TRAIL.                           *
250000******************************************************************
250100 9440-WRITE-STORE-FORWARD.
250200     SET WS-SAF-NOT-STORED TO TRUE
250300     MOVE SPACES             TO STORE-FORWARD-RECORD
250400     MOVE TRANSACTION-RECORD TO SAF-TRAN-IMAGE
250500     MOVE WS-FORWARD-DATE    TO SAF-POST-DATE
250600     ACCEPT SAF-KEYED-DATE FROM DATE YYYYMMDD
250700     ACCEPT SAF-KEYED-TIME FROM TIME
250800     MOVE WS-OPERATOR-ID     TO SAF-OPERATOR-ID
250900     MOVE WS-SUPERVISOR-ID   TO SAF-SUPERVISOR-ID
251000     MOVE STORE-FORWARD-RECORD TO WS-SAF-IMAGE
251100     WRITE STORE-FORWARD-RECORD
251200     IF SAF-FILE-OK
251300         SET WS-SAF-STORED TO TRUE
251400     ELSE
251500         DISPLAY "ITEM NOT HELD - STORE-AND-FORWARD WRITE "
251600             "FAILED, STATUS=" SAF-FILE-STATUS
251700     END-IF.
251800 9440-WRITE-STORE-FORWARD-EXIT.
251900     EXIT.
252000******************************************************************
252100*    9999-TERMINATE - CLOSE ALL FILES BEFORE STOP RUN.           *
252200******************************************************************
252300 9999-TERMINATE.
252400     CLOSE ACCOUNT-MASTER
252500     CLOSE CUSTOMER-MASTER
252600     CLOSE TRAN-HISTORY
252700     CLOSE OPERATOR-FILE
252800     CLOSE STANDING-ORDER-FILE
252900     CLOSE HOLD-FILE
253000     CLOSE STOP-PAYMENT-FILE
253100     CLOSE LOAN-TERMS-FILE
253200     CLOSE ACCOUNT-PARTY-FILE
253300     CLOSE PENDING-CHANGE-FILE
253400     CLOSE AUDIT-LOG.
253500 9999-TERMINATE-EXIT.
253600     EXIT.
