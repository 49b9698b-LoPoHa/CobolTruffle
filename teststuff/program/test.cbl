      * CHARGEABLE TRANSACTION'S FEE AGAINST THE ACCOUNT AS A
      * GENERATED TYPE-F POSTING THE SAME DAY IT WAS EARNED, AND
      * THE GL EXTRACT JOURNALS IT THROUGH THE TYPE-F ROW OF THE
      * CHART OF ACCOUNTS. ROWS ARE GROUPED INTO FEE PACKAGES; THE
      * ACCOUNT'S PRODUCT NAMES ITS PACKAGE, AND A TYPE THE PACKAGE
      * DOES NOT PRICE FALLS BACK TO THE STANDARD (BLANK) ROW.
           SELECT FEE-SCHEDULE ASSIGN TO "FEESCHED"
               ORGANIZATION IS LINE SEQUENTIAL.
      * PRODUCT-CATALOG - THE FEE PACKAGE EACH PRODUCT IS CHARGED
      * ON, READ THE FIRST TIME A FEE IS CHARGED.
           SELECT PRODUCT-CATALOG ASSIGN TO "PRODCAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * BRANCH-DIRECTORY - THE LEGAL ENTITY EACH BRANCH BOOKS TO,
      * STAMPED ON AN ACCOUNT THAT PREDATES THE ENTITY FIELD THE
      * FIRST TIME IT POSTS.
           SELECT BRANCH-DIRECTORY ASSIGN TO "BRANCHDIR"
               ORGANIZATION IS LINE SEQUENTIAL.
      * APPROVAL-QUEUE - TRANSACTIONS OVER THEIR TYPE'S LIMIT WAIT
      * HERE FOR A SUPERVISOR'S DECISION INSTEAD OF GOING THROUGH
      * THE DISPATCH CALL.
           SELECT APPROVAL-QUEUE ASSIGN TO "APPROVQ"
               ORGANIZATION IS LINE SEQUENTIAL.
      * APPROVAL-KEEP - THE ITEMS AN APPR SESSION COULD NOT DECIDE
      * ON THE SIGNED-ON OPERATOR'S AUTHORITY, PUT BACK OVER THE
      * QUEUE AT THE END OF THE SESSION.
           SELECT APPROVAL-KEEP ASSIGN TO "APPRKEEP"
               ORGANIZATION IS LINE SEQUENTIAL.
      * APPROVAL-AUTHORITY-FILE - HOW LARGE AN ITEM EACH OPERATOR OR
      * LEVEL MAY RELEASE, PER TRANSACTION TYPE.
           SELECT OPTIONAL APPROVAL-AUTHORITY-FILE ASSIGN TO "APPRAUTH"
               ORGANIZATION IS LINE SEQUENTIAL.
      * CO-APPROVALS - AN ITEM ABOVE EVERY SINGLE AUTHORITY WAITS
      * HERE WITH ITS FIRST APPROVER UNTIL A SECOND, DIFFERENT
      * OPERATOR APPROVES IT IN A LATER APPR SESSION.
           SELECT OPTIONAL CO-APPROVALS ASSIGN TO "APPRCOAP"
               ORGANIZATION IS LINE SEQUENTIAL.
      * APPROVAL-LOG - EVERY APPROVAL GIVEN OR REFUSED FOR WANT OF
      * AUTHORITY, WITH THE AMOUNT AND THE AUTHORITY HELD.
           SELECT APPROVAL-LOG ASSIGN TO "APPRLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
      * COMPLIANCE-QUEUE - TRANSACTIONS SCREENING MATCHED TO THE
      * WATCH LIST WAIT HERE FOR A COMPLIANCE OPERATOR'S DECISION,
      * APART FROM THE SUPERVISORS' APPROVAL QUEUE.
           SELECT OPTIONAL COMPLIANCE-QUEUE ASSIGN TO "COMPLQ"
               ORGANIZATION IS LINE SEQUENTIAL.
      * WATCH-LIST-FILE - THE SANCTIONS WATCH LISTS WLLOAD HAS PUT
      * ON FILE, READ THE FIRST TIME A TRANSACTION IS SCREENED.
           SELECT OPTIONAL WATCH-LIST-FILE ASSIGN TO "WATCHLST"
               ORGANIZATION IS LINE SEQUENTIAL.
      * VELOCITY-RULE-FILE - THE FRAUD TEAM'S CAPS ON HOW MANY DEBITS,
      * AND HOW MUCH MONEY, MAY LEAVE ONE ACCOUNT IN A DAY OR IN
      * SEVEN BUSINESS DAYS, LOADED AT START OF A DAILY RUN. NO FILE
      * MEANS NO CAPS.
           SELECT OPTIONAL VELOCITY-RULE-FILE ASSIGN TO "VELRULE"
               ORGANIZATION IS LINE SEQUENTIAL.
      * VELOCITY-TRAIL - A SECOND VIEW OF THE POSTING TRAIL, READ
      * ONCE BEFORE THE RUN OPENS POSTEDTX, TO SEED EACH ACCOUNT'S
      * VELOCITY TALLIES WITH WHAT HAS ALREADY LEFT IT.
           SELECT OPTIONAL VELOCITY-TRAIL ASSIGN TO "POSTEDTX"
               ORGANIZATION IS LINE SEQUENTIAL.
      * VELOCITY-BREACH-LOG - ONE ROW PER DEBIT HELD FOR BREAKING A
      * VELOCITY RULE, FOR VELRPT'S REPORT TO THE FRAUD TEAM.
           SELECT OPTIONAL VELOCITY-BREACH-LOG ASSIGN TO "VELBRCH"
               ORGANIZATION IS LINE SEQUENTIAL.
      * MANIFEST-FILE - WHAT THIS RUN PRODUCED, FILE BY FILE, WITH
      * COUNTS AND HASH TOTALS FOR THE DOWNSTREAM READERS TO VERIFY
      * AGAINST BEFORE THEY TRUST THEIR INPUT.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-MASTER-WIDE-KEY
               ALTERNATE RECORD KEY IS ACCOUNT-MASTER-KEY
                   WITH DUPLICATES.
      * CUSTOMER-MASTER - THE OWNING CUSTOMER AN ACCOUNT INQUIRY
      * SHOWS ALONGSIDE THE BALANCE.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-MASTER-NUMBER.
      * HOLD-MASTER - THE HOLDS EARMARKING PART OF AN ACCOUNT'S
      * BALANCE, READ THE FIRST TIME A DEBIT IS JUDGED.
           SELECT HOLD-MASTER ASSIGN TO "HOLDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HOLD-WIDE-KEY
               ALTERNATE RECORD KEY IS HOLD-KEY
                   WITH DUPLICATES.
      * TERM-DEPOSITS - THE ACCOUNTS WHOSE MONEY IS LOCKED IN A TERM
      * DEPOSIT UNTIL IT MATURES, READ THE FIRST TIME A DEBIT IS
      * JUDGED.
           SELECT TERM-DEPOSITS ASSIGN TO "TERMDEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TD-WIDE-KEY
               ALTERNATE RECORD KEY IS TD-ACCOUNT-KEY
                   WITH DUPLICATES.
      * STOP-PAYMENT-FILE - THE PAYMENTS CUSTOMERS HAVE ASKED US NOT
      * TO MAKE, READ THE FIRST TIME A PAYMENT IS CHECKED; A STOP
      * THAT TRIGGERS IS REWRITTEN AS TRIGGERED THERE AND THEN.
           SELECT STOP-PAYMENT-FILE ASSIGN TO "STOPPAY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STOP-WIDE-KEY
               ALTERNATE RECORD KEY IS STOP-KEY
                   WITH DUPLICATES.
      * MANDATE-FILE - THE DIRECT-DEBIT MANDATES CUSTOMERS HAVE GIVEN
      * THIRD PARTIES, OPENED THE FIRST TIME A COLLECTION IS CHECKED
      * AND READ BY KEY FOR EACH ONE.
           SELECT MANDATE-FILE ASSIGN TO "MANDATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MANDATE-WIDE-KEY
               ALTERNATE RECORD KEY IS MANDATE-KEY
                   WITH DUPLICATES.
      * POSTED-TRANSACTIONS - ONE RECORD PER AMOUNT THAT ACTUALLY
      * LANDED ON AN ACCOUNT, WRITTEN AT POSTING TIME IN BASE
      * CURRENCY WITH THE FINAL SIGN - THE TRAIL THE GL EXTRACT
      * AS IT STARTED INSTEAD OF HALF-POSTED.
           SELECT PENDING-POSTINGS ASSIGN TO "PENDPOST"
               ORGANIZATION IS LINE SEQUENTIAL.
      * CLEARING-ITEMS - ONE ROW PER PAYMENT-REFERENCE DEBIT THE
      * COMMIT PHASE LANDED. SUCH A DEBIT NAMES NO ACCOUNT OF OURS,
      * SO IT MOVES NO BALANCE AND NEVER REACHES THE POSTING TRAIL -
      * IT IS MONEY CLRGOUT SENDS OUT THROUGH THE CLEARING HOUSE.
      * OPENED AND CLOSED ALONGSIDE POSTED-TRANSACTIONS.
           SELECT CLEARING-ITEMS ASSIGN TO "CLRGITEM"
               ORGANIZATION IS LINE SEQUENTIAL.
      * NET-DETAIL-FILE - UNDER THE NET=Y OPTION THE COMMIT PHASE
      * COMBINES SAME-ACCOUNT SAME-TYPE PENDINGS INTO ONE NET
      * POSTING; THE CONSTITUENT DETAILS ARE PRESERVED HERE, TIED
      * SIDE CAN STILL SHOW THE PIECES.
           SELECT NET-DETAIL-FILE ASSIGN TO "NETDETL"
               ORGANIZATION IS LINE SEQUENTIAL.
      * PENDING-SORT-FILE - UNDER THE COMMIT=SEQ OPTION THE DAY'S
      * PENDINGS ARE SORTED INTO ACCOUNT-KEY ORDER SO THE COMMIT
      * PHASE TAKES THE MASTER IN ONE SEQUENTIAL PASS, READING AND
      * REWRITING EACH ACCOUNT ONCE HOWEVER MANY POSTINGS IT HAS.
           SELECT PENDING-SORT-FILE ASSIGN TO "PENDSORT".
      * SUSPENSE-ITEMS - WHAT IS PARKED ON EACH BRANCH'S SUSPENSE
      * ACCOUNT UNDER THE SUSP=Y OPTION: AN UNMATCHED ACCOUNT KEY
      * LANDS THERE INSTEAD OF BOUNCING BACK TO THE BRANCH A DAY
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WAREHOUSE-OUT ASSIGN TO "WAREHSO"
               ORGANIZATION IS LINE SEQUENTIAL.
      * PENDING HOLD QUEUE - THE PENDING TRANSACTIONS POTHER HELD IN
      * AN EARLIER RUN. SWEPT AT THE START OF EACH RUN LIKE THE
      * WAREHOUSE: AN ITEM THAT HAS WAITED A RUN AND WHOSE VALUE
      * DATE HAS ARRIVED GOES BACK INTO THE SORT TO POST; THE REST
      * ARE KEPT. POTHER APPENDS TO THE SAME FILE FOR THE LIFE OF
      * THE BATCH, SO THE KEPT ITEMS GO THROUGH THE PENDHWRK SCRATCH
      * FILE AND BACK RATHER THAN THROUGH AN -I/-O SWAP.
           SELECT PENDING-HOLD-QUEUE ASSIGN TO "PENDHOLD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENDING-HOLD-WORK ASSIGN TO "PENDHWRK"
               ORGANIZATION IS LINE SEQUENTIAL.
      * STANDING-INSTRUCTION RETRY QUEUE - STANDING-INSTRUCTION DEBITS
      * REFUSED FOR WANT OF FUNDS, WAITING TO BE OFFERED AGAIN ON A
      * LATER BUSINESS DAY. SWEPT AT THE START OF EACH RUN THROUGH
      * THE SIRTYWRK SCRATCH FILE THE SAME WAY AS THE PENDING HOLD
      * QUEUE; THE TRANSACTION LOOP APPENDS TODAY'S REFUSALS BEHIND
      * WHAT IS KEPT. EVERY SCHEDULE, SUCCESS AND FINAL FAILURE GOES
      * ON THE RETRY LOG, AND A FINAL FAILURE ALSO RAISES A CUSTOMER
      * NOTIFICATION.
           SELECT SI-RETRY-QUEUE ASSIGN TO "SIRETRY"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SI-RETRY-WORK ASSIGN TO "SIRTYWRK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SI-RETRY-LOG ASSIGN TO "SIRTYLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTOMER-NOTICE-FILE ASSIGN TO "CUSTNOTC"
               ORGANIZATION IS LINE SEQUENTIAL.
      * MANDATE-COLLECT-LOG - ONE ROW PER COLLECTION JUDGED AGAINST
      * THE MANDATES, APPENDED FOR MNDTRPT.
           SELECT MANDATE-COLLECT-LOG ASSIGN TO "MNDTLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
      * FEED-CONTROL-HISTORY - ONE ROW PER ACCEPTED FEED (DATE,
      * FEED-ID, TRAILER COUNT AND HASH). A BRANCH THAT RE-TRANSMITS
      * A WHOLE EARLIER DAY UNDER A FRESH HEADER PASSES THE
      * INVISIBLE.
           SELECT STATUS-HISTORY-FILE ASSIGN TO "STATHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
      * MASTER-JOURNAL-FILE - A BEFORE AND AN AFTER IMAGE OF EVERY
      * ACCOUNT-MASTER RECORD THE RUN REWRITES, SO ONE BAD RUN CAN BE
      * UNDONE BY MSTRBACK INSTEAD OF REBUILDING THE WHOLE MASTER.
           SELECT OPTIONAL MASTER-JOURNAL-FILE ASSIGN TO "MSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.
      * ARCHIVE-INDEX - DTXARCH'S ONE-ROW-PER-ARCHIVED-DAY INDEX,
      * CONSULTED AT FEED ACCEPTANCE: A HEADER DATED TO A DAY THE
      * ARCHIVE ALREADY HOLDS IS A RE-SENT DAY.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-MESSAGE-FILE ASSIGN TO "JOBMSG"
               ORGANIZATION IS LINE SEQUENTIAL.
      * PARAMETER-MASTER - THE EFFECTIVE-DATED SETTINGS FILE. A
      * SETTING WITH A ROW IN FORCE ON THE RUN DATE OVERRIDES THE
      * PROGRAM'S OWN DEFAULT; WITH NONE THE DEFAULT STANDS. REVW
      * APPENDS A ROW HERE WHEN IT APPLIES A CHANGE PARMMNT QUEUED.
           SELECT OPTIONAL PARAMETER-MASTER ASSIGN TO "PARMMAST"
               ORGANIZATION IS LINE SEQUENTIAL.
      * KEY-CONVERSION-FILE - KEYMIGR'S TABLE OF SHORT KEYS AND THE
      * WIDE KEYS THEIR ACCOUNTS NOW LIVE UNDER, LOADED ONCE AT
      * START-UP SO A FEED RECORD KEYED EITHER WAY IS POSTED TO THE
      * SAME ACCOUNT.
           SELECT OPTIONAL KEY-CONVERSION-FILE ASSIGN TO "KEYCONV"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * RECORD SHAPE MIRRORS TESTCOPY'S COPY-STRING/COPY-NUMBER GROUP SO
      * OVERLAY); SPACE OR "P" IS THE PARTS-WISE INTERPRETATION THE
      * FEED HAS ALWAYS SENT.
        05       DTXN-STRING-TYPE        PIC X.
      * DTXN-COUNTER-ACCOUNT-KEY - ON A TYPE-T INTERNAL TRANSFER, THE
      * FULL FIVE-BYTE KEY (BRANCH DIGIT, NUMBER, CHECK DIGIT) OF THE
      * ACCOUNT THAT RECEIVES THE MONEY THE RECORD'S OWN ACCOUNT
      * PAYS. SPACES ON EVERY OTHER TYPE.
        05       DTXN-COUNTER-ACCOUNT-KEY PIC X(5).
      * DTXN-GENERATED-SOURCE - ON A GENERATED RECORD, WHAT GENERATED
      * IT: "S" FOR A STANDING-INSTRUCTION EXPANSION, "C" FOR THE
      * REVERSAL CLRGRTN WRITES FOR A PAYMENT THE CLEARING HOUSE
      * RETURNED, "L" FOR A LOAN INSTALMENT LOANDAY CHARGED, "D" FOR
      * THE DEBIT INTEREST DEBITINT CHARGED AT MONTH END. SPACE ON A
      * FED RECORD AND ON THE OTHER GENERATED KINDS.
        05       DTXN-GENERATED-SOURCE   PIC X.
      * DTXN-RETRY-ATTEMPT - ON A STANDING-INSTRUCTION DEBIT, WHICH
      * RETRY THIS OFFER IS AFTER A REFUSAL FOR FUNDS: ZERO ON THE
      * FIRST OFFER. SPACES ON EVERYTHING ELSE.
        05       DTXN-RETRY-ATTEMPT      PIC 9(2).
      * DTXN-CREDITOR-REFERENCE - ON A DEBIT A THIRD PARTY IS
      * COLLECTING UNDER A DIRECT-DEBIT MANDATE, THE CREDITOR'S OWN
      * REFERENCE; WITH THE ACCOUNT KEY IT NAMES THE MANDATE THE
      * COLLECTION MUST FALL WITHIN. SPACES ON EVERYTHING ELSE.
        05       DTXN-CREDITOR-REFERENCE PIC X(8).
      * DTXN-SCREEN-RELEASED - "K" ON A RECORD A COMPLIANCE OPERATOR
      * RELEASED FROM THE COMPLIANCE QUEUE AFTER A WATCH-LIST HIT,
      * SO ITS REPRO RUN DOES NOT HOLD IT ON THE SAME HIT AGAIN.
      * HONOURED ONLY UNDER REPRO; SPACE ON EVERYTHING ELSE.
        05       DTXN-SCREEN-RELEASED    PIC X.
      * DTXN-WIDE-ACCOUNT-KEY - THE SEVEN-BYTE WIDE KEY (BRANCH DIGIT,
      * FIVE-DIGIT NUMBER, CHECK DIGIT) FROM A BRANCH FEED THAT HAS
      * MOVED ACROSS TO IT. WHEN SET IT NAMES THE ACCOUNT AND THE
      * STRING PART'S DIGITS ARE TAKEN FROM THE CONVERSION TABLE;
      * SPACES ON A RECORD STILL KEYED THE OLD WAY.
        05       DTXN-WIDE-ACCOUNT-KEY   PIC X(7).
      * DTXN-COUNTER-WIDE-KEY - THE RECEIVING ACCOUNT OF A TYPE-T
      * TRANSFER BY ITS WIDE KEY, IN PLACE OF THE FIVE-BYTE COUNTER
      * KEY ABOVE. SPACES ON EVERY OTHER RECORD.
        05       DTXN-COUNTER-WIDE-KEY   PIC X(7).
        05       FILLER                  PIC X(12).
      *
      * THE RAW FEED CARRIES ONE HEADER AND ONE TRAILER CONTROL RECORD
      * AROUND ITS DETAIL RECORDS, DISTINGUISHED BY "HDR"/"TRL" IN THE
      * THE PER-FIELD FLAGS ARE "Y" WHERE THE OPERATOR MAY CHANGE
      * THAT FIELD - ONLY SUPERVISOR-LEVEL ROWS SHOULD CARRY "Y" FOR
      * LETTER-A, SINCE OTHER'S TRANSITION TABLE GOVERNS IT.
      * OPER-AUTH-LEVEL "S" IS A SUPERVISOR, THE ONLY LEVEL THE
      * APPROVAL SESSION ADMITS; "C" IS A COMPLIANCE OPERATOR, THE
      * ONLY LEVEL THE COMPLIANCE SESSION ADMITS.
       FD  OPERATOR-AUTH-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPERATOR-AUTH-RECORD.
        05       PEND-CHG-VALUE          PIC X(4).
        05       PEND-CHG-OPERATOR       PIC X(8).
        05       PEND-CHG-DATE           PIC 9(8).
      * A PARAMETER-MASTER CHANGE QUEUED BY PARMMNT ("PARMMAST" IN
      * THE FIELD POSITION, "SET " IN THE VALUE) CARRIES THE ROW IT
      * WILL ADD; SPACES ON EVERY OTHER CHANGE. KEEP THIS LAYOUT IN
      * STEP WITH PENDING-CHANGE-RECORD IN PARMMNT.
        05       PEND-CHG-PARM-DETAIL.
         10      PEND-CHG-PARM-PROGRAM   PIC X(8).
         10      PEND-CHG-PARM-NAME      PIC X(24).
         10      PEND-CHG-PARM-EFFECTIVE PIC 9(8).
         10      PEND-CHG-PARM-VALUE     PIC 9(9)V99.
      *
       FD  DAILY-STATISTICS-FILE
           LABEL RECORDS ARE STANDARD.
        05       STANDING-DAY-OF-MONTH   PIC 99.
        05       STANDING-ACTIVE-FROM    PIC 9(8).
        05       STANDING-ACTIVE-TO      PIC 9(8).
      * THE PAYING ACCOUNT'S WIDE KEY, CARRIED ONTO THE GENERATED
      * RECORD. SPACES ON A TEMPLATE THE CONVERSION NEVER REACHED.
        05       STANDING-WIDE-KEY       PIC X(7).
      *
       FD  BUSINESS-CALENDAR
           LABEL RECORDS ARE STANDARD.
       01  TYPE-LIMIT-RECORD.
        05       LIMIT-TRANSACTION-TYPE  PIC X.
        05       LIMIT-AMOUNT            PIC 9(7)V99.
      *
       FD  BRANCH-DIRECTORY
           LABEL RECORDS ARE STANDARD.
           COPY BRANCHDIRECTORY.
      *
       FD  FEE-SCHEDULE
           LABEL RECORDS ARE STANDARD.
        05       FEE-TXN-TYPE            PIC X.
        05       FEE-FLAT-AMOUNT         PIC 9(5)V99.
        05       FEE-BASIS-POINTS        PIC 9(4).
      * FEE-PACKAGE - THE PACKAGE THE ROW PRICES; SPACES (EVERY ROW
      * FILED BEFORE PACKAGES EXISTED) IS THE STANDARD PACKAGE.
        05       FEE-PACKAGE             PIC X(2).
      *
       FD  PRODUCT-CATALOG
           LABEL RECORDS ARE STANDARD.
           COPY PRODUCTCATALOG.
      *
      * THE HELD TRANSACTION TRAVELS WITH ITS BASE-CURRENCY AMOUNT
      * SO THE SUPERVISOR JUDGES THE FIGURE THAT WOULD ACTUALLY
      * POST.
      * KEEP THIS LAYOUT IN STEP WITH THE SAME 01 IN ACKFEED,
      * APPRAGE AND TXNTRACE, AND ITS LENGTH WITH BKUPSET, RSTDRILL
      * AND PARTMRG.
       FD  APPROVAL-QUEUE
           LABEL RECORDS ARE STANDARD.
       01  APPROVAL-QUEUE-RECORD.
      * THE DAY THE ITEM WAS HELD - THE AGING RUN JUDGES ESCALATION
      * AND EXPIRY AGAINST IT.
        05       APPROVAL-HELD-DATE      PIC 9(8).
      * WHY IT WAS HELD - LIMT OVER ITS TYPE'S LIMIT, DORM A DORMANT
      * ACCOUNT, EWDL AN EARLY WITHDRAWAL, ODFT THE OVERDRAFT LIMIT,
      * VELD OR VELW A DAY OR SEVEN-BUSINESS-DAY VELOCITY RULE.
        05       APPROVAL-REASON-CODE    PIC X(4).
      *
      * KEEP THIS LAYOUT IN STEP WITH APPROVAL-QUEUE-RECORD ABOVE.
       FD  APPROVAL-KEEP
           LABEL RECORDS ARE STANDARD.
       01  APPROVAL-KEEP-RECORD          PIC X(101).
      *
       FD  APPROVAL-AUTHORITY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APPROVALAUTHORITY.
      *
      * THE HELD ITEM IS KNOWN BY ITS DETAIL AND THE DAY IT WAS
      * HELD; THE FIRST APPROVER'S AUTHORITY FOR ITS TYPE TRAVELS
      * WITH IT, SINCE THE TWO AUTHORITIES TOGETHER MUST COVER IT.
       FD  CO-APPROVALS
           LABEL RECORDS ARE STANDARD.
       01  CO-APPROVAL-RECORD.
        05       CO-APPR-DETAIL          PIC X(80).
        05       CO-APPR-HELD-DATE       PIC 9(8).
        05       CO-APPR-OPERATOR        PIC X(8).
        05       CO-APPR-AUTHORITY       PIC 9(9)V99.
        05       CO-APPR-DATE            PIC 9(8).
      *
       FD  APPROVAL-LOG
           LABEL RECORDS ARE STANDARD.
           COPY APPROVALLOG.
      *
       FD  COMPLIANCE-QUEUE
           LABEL RECORDS ARE STANDARD.
           COPY COMPLIANCEQUEUE.
      *
       FD  WATCH-LIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WATCHLIST.
      *
       FD  VELOCITY-RULE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY VELOCITYRULE.
      *
      * KEEP THIS VIEW IN STEP WITH THE POSTEDTXN COPYBOOK - ONLY THE
      * FIELDS THE VELOCITY TALLIES NEED ARE NAMED. NUMBER PART 2
      * CARRIES THE PIECE COUNT ON A "NET " ROW. THE TALLIES ARE
      * KEPT PER WIDE KEY, SO A ROW WITHOUT ONE IS NOT COUNTED.
       FD  VELOCITY-TRAIL
           LABEL RECORDS ARE STANDARD.
       01  VELOCITY-TRAIL-RECORD.
        05       VTRAIL-STRING-PART1     PIC X(4).
        05       VTRAIL-STRING-PART2     PIC X(4).
        05       FILLER                  PIC X(4).
        05       VTRAIL-NUMBER-PART2     PIC S9(4).
        05       FILLER                  PIC X.
        05       VTRAIL-DATE             PIC 9(8).
        05       VTRAIL-AMOUNT           PIC S9(7)V99.
        05       VTRAIL-STRING-TYPE      PIC X.
        05       FILLER                  PIC X(8).
        05       VTRAIL-WIDE-KEY         PIC X(7).
        05       FILLER                  PIC X(7).
      *
       FD  VELOCITY-BREACH-LOG
           LABEL RECORDS ARE STANDARD.
           COPY VELOCITYBREACH.
      *
       FD  MANIFEST-FILE
           LABEL RECORDS ARE STANDARD.
        05       PENDING-DATE            PIC 9(8).
        05       PENDING-AMOUNT          PIC S9(7)V99.
        05       PENDING-STRING-TYPE     PIC X.
      * THE TRANSFER LEG ("D" PAYING, "C" RECEIVING, SPACE FOR ANY
      * OTHER POSTING) AND THE OTHER LEG'S ACCOUNT - BOTH LEGS OF A
      * TRANSFER ARE PENDED BY THE SAME PASS, PAYING LEG FIRST.
        05       PENDING-TRANSFER-LEG    PIC X.
        05       PENDING-COUNTER-KEY     PIC X(5).
      * THE LANDING ACCOUNT'S WIDE KEY, WHICH THE COMMIT PHASE READS
      * THE MASTER BY, AND ON A TRANSFER LEG THE OTHER LEG'S.
        05       PENDING-WIDE-KEY        PIC X(7).
        05       PENDING-COUNTER-WIDE-KEY PIC X(7).
      *
       FD  CLEARING-ITEMS
           LABEL RECORDS ARE STANDARD.
           COPY CLEARINGITEM.
      *
      * KEEP THIS LAYOUT IN STEP WITH THE SAME 01 IN SUSPCLR.
       FD  SUSPENSE-ITEMS
        05       SUSP-TXN-TYPE           PIC X.
        05       SUSP-AMOUNT             PIC S9(7)V99.
        05       SUSP-ACCOUNT-KEY        PIC X(5).
      * THE WIDE KEY AS FED (OR AS THE CONVERSION TABLE GAVE IT);
      * SPACES WHEN THE RECORD CAME IN ON A SHORT KEY WITH NO ROW.
        05       SUSP-ORIGINAL-WIDE-KEY  PIC X(7).
      *
       FD  NET-DETAIL-FILE
           LABEL RECORDS ARE STANDARD.
        05       NETD-TXN-NUMBER         PIC S9999.
        05       NETD-AMOUNT             PIC S9(7)V99.
        05       NETD-DATE               PIC 9(8).
        05       NETD-WIDE-KEY           PIC X(7).
      *
       FD  BALANCE-SNAPSHOT-FILE
           LABEL RECORDS ARE STANDARD.
       FD  WAREHOUSE-OUT
           LABEL RECORDS ARE STANDARD.
       01  WAREHOUSE-OUT-RECORD            PIC X(80).
      *
       FD  PENDING-HOLD-QUEUE
           LABEL RECORDS ARE STANDARD.
           COPY PENDHOLDQUEUE.
      *
       FD  PENDING-HOLD-WORK
           LABEL RECORDS ARE STANDARD.
       01  PENDING-HOLD-WORK-RECORD        PIC X(121).
      *
       FD  SI-RETRY-QUEUE
           LABEL RECORDS ARE STANDARD.
           COPY SIRETRYQUEUE.
      *
       FD  SI-RETRY-WORK
           LABEL RECORDS ARE STANDARD.
       01  SI-RETRY-WORK-RECORD            PIC X(110).
      *
       FD  SI-RETRY-LOG
           LABEL RECORDS ARE STANDARD.
           COPY SIRETRYLOG.
      *
       FD  CUSTOMER-NOTICE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTNOTICE.
      *
       FD  MANDATE-COLLECT-LOG
           LABEL RECORDS ARE STANDARD.
           COPY MANDATECOLLECT.
      *
       FD  STATUS-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STATUSHISTORY.
      *
       FD  MASTER-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MASTERJOURNAL.
      *
       FD  FEED-CONTROL-HISTORY
           LABEL RECORDS ARE STANDARD.
        05       SW-NUMBER-PART2         PIC 9(4).
        05       FILLER                  PIC X(64).
      *
      * THE SORT CLASS PUTS EVERY ORDINARY POSTING ("1") AHEAD OF
      * THE TRANSFER LEGS ("2"), WHICH CARRY NO SORT KEY AND SO
      * COME BACK IN THE ORDER THEY WERE PENDED, PAYING LEG FIRST.
      * THE SEQUENCE KEEPS ONE ACCOUNT'S POSTINGS IN PEND ORDER.
       SD  PENDING-SORT-FILE.
       01  PENDING-SORT-RECORD.
        05       PS-SORT-CLASS           PIC X.
        05       PS-WIDE-KEY             PIC X(7).
        05       PS-SEQUENCE             PIC 9(8).
        05       PS-PENDING-IMAGE        PIC X(68).
      *
      * BIG-WORK-FILE REPLACES THE OLD 10MB BIG-THING WORKING-STORAGE
      * FIELD - IT IS OPENED ONCE AND READ/WRITTEN A PAGE AT A TIME
      * INSTEAD OF HOLDING 10MB IN MEMORY FOR EVERY RUN.
       FD  ACCOUNT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY ACCTMASTER.
      *
       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CUSTOMERMASTER.
      *
       FD  HOLD-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY HOLDRECORD.
      *
       FD  TERM-DEPOSITS
           LABEL RECORDS ARE STANDARD.
           COPY TERMDEPOSIT.
      *
       FD  STOP-PAYMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STOPRECORD.
      *
       FD  MANDATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MANDATEMASTER.
      *
      * KEEP THIS LAYOUT IN STEP WITH RUN-LOCK-RECORD IN BIGPURGE,
      * BALRPT, AND MONTHRPT.
        05       JOBMSG-ID               PIC X(8).
        05       JOBMSG-SEVERITY         PIC 9(2).
        05       JOBMSG-DETAIL           PIC X(60).
      *
       FD  PARAMETER-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY PARMMASTER.
      *
       FD  KEY-CONVERSION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCOUNTKEYCONV.
      *
       WORKING-STORAGE SECTION.
      * PROGRAMNATIVE - PROGRAM-NAME AND LETTER, PRIVATE TO THIS
         88      ACCOUNT-NOT-FOUND             VALUE "Y".
       01  ACCOUNT-NOT-FOUND-COUNT       PIC 9(8) VALUE ZERO.
      *
      * WIDE-KEY WORK FIELDS - ACCOUNT-WIDE-KEY (IN ACCOUNTKEY) IS
      * THE KEY THE ACCOUNT IS FILED UNDER, AND IS WHAT THE PEND,
      * THE COMMIT AND THE IN-RUN NET TABLES KEY ON. A RECORD FED BY
      * ITS WIDE KEY IS JUDGED ON THE WIDE CHECK DIGIT; ONE FOR AN
      * ACCOUNT NUMBERED PAST 999 HAS NO SHORT KEY AT ALL, AND ITS
      * ACCOUNT-KEY CARRIES THE BRANCH DIGIT ALONE.
       01  WIDE-KEY-FED-SWITCH           PIC X VALUE "N".
         88      WIDE-KEY-FED                  VALUE "Y".
       01  WIDE-ONLY-SWITCH              PIC X VALUE "N".
         88      WIDE-ONLY-ACCOUNT             VALUE "Y".
       01  WIDE-KEY-FED-COUNT            PIC 9(8) VALUE ZERO.
       01  WIDE-CHECK-DIGIT-WORK-STRING  PIC X(6) VALUE SPACES.
      *
      * KEY-CONVERSION TABLE - KEYCONV, LOADED AT START-UP: EACH
      * SHORT KEY AND THE WIDE KEY ITS ACCOUNT NOW LIVES UNDER, SO A
      * BRANCH FEED KEYED EITHER WAY FINDS THE SAME ACCOUNT WHILE
      * THE FEEDS MOVE ACROSS. A KEY WITH NO ROW IS STILL FOUND BY
      * THE MASTER'S OWN SHORT-KEY INDEX; AN OVERFLOWED TABLE SAYS
      * SO ON THE RUN LOG.
       01  KEY-CONV-TABLE.
        05       KEY-CONV-ENTRY OCCURS 9999 TIMES.
         10      KCT-OLD-KEY             PIC X(5).
         10      KCT-NEW-KEY             PIC X(7).
       01  KEY-CONV-COUNT                PIC 9(5) VALUE ZERO.
       01  KEY-CONV-IDX                  PIC 9(5) VALUE 1.
       01  KEY-CONV-FOUND-IDX            PIC 9(5) VALUE ZERO.
       01  KEY-CONV-OVERFLOW-COUNT       PIC 9(8) VALUE ZERO.
       01  KEY-CONV-SWITCH               PIC X VALUE "N".
         88      END-OF-KEY-CONV               VALUE "Y".
       01  KEY-CONV-OLD-WORK             PIC X(5) VALUE SPACES.
       01  KEY-CONV-NEW-WORK             PIC X(7) VALUE SPACES.
       01  CUSTOMER-NOT-FOUND-SWITCH     PIC X VALUE "N".
         88      CUSTOMER-NOT-FOUND            VALUE "Y".
      *
      * PRIOR-TRANSACTION-NUMBER - THE LAST TRANSACTION NUMBER
      * PROCESSED. THE FEED ARRIVES SORTED ON DTXN-NUMBER-PART1, SO A
      * RE-TRANSMITTED DUPLICATE ALWAYS FOLLOWS THE RECORD IT REPEATS
         88      END-OF-BUSINESS-CALENDAR      VALUE "Y".
       01  TODAY-DAY-TYPE                PIC X VALUE SPACE.
       01  NEXT-BUSINESS-DATE            PIC 9(8) VALUE ZERO.
      * FOLLOWING-BUSINESS-DATE - THE FIRST BUSINESS DATE STRICTLY
      * AFTER THE RUN DATE, WHEN A REFUSED STANDING-INSTRUCTION DEBIT
      * IS OFFERED AGAIN.
       01  FOLLOWING-BUSINESS-DATE       PIC 9(8) VALUE ZERO.
      * CALENDAR-REMAINING-COUNT - BUSINESS DATES LOADED PAST THE
      * RUN DATE. A CALENDAR RUNNING DRY IS WARNED ABOUT BEFORE IT
      * REFUSES A RUN.
         88      END-OF-WAREHOUSE-IN           VALUE "Y".
       01  WAREHOUSE-RELEASED-COUNT      PIC 9(8) VALUE ZERO.
       01  WAREHOUSE-HELD-COUNT          PIC 9(8) VALUE ZERO.
      * PENDING HOLD-QUEUE WORK FIELDS - THE START-OF-RUN RELEASE,
      * AND THE PER-RECORD SWITCH THAT KEEPS A RECORD POTHER HAS
      * JUST QUEUED FROM POSTING TODAY AS WELL.
       01  PENDING-HOLD-SWITCH           PIC X VALUE "N".
         88      END-OF-PENDING-HOLD           VALUE "Y".
       01  PENDING-HOLD-WORK-SWITCH      PIC X VALUE "N".
         88      END-OF-PENDING-HOLD-WORK      VALUE "Y".
       01  PENDING-RELEASED-COUNT        PIC 9(8) VALUE ZERO.
       01  PENDING-KEPT-COUNT            PIC 9(8) VALUE ZERO.
       01  PENDING-QUEUED-SWITCH         PIC X VALUE "N".
         88      PENDING-QUEUED                VALUE "Y".
       01  PENDING-QUEUED-COUNT          PIC 9(8) VALUE ZERO.
      * STANDING-INSTRUCTION RETRY WORK FIELDS - THE START-OF-RUN
      * RELEASE, THE PER-RECORD SWITCH MARKING A RETRY OFFER, THE
      * RETRIES AN INSTRUCTION IS ALLOWED (SI-RETRY-ATTEMPTS ON THE
      * PARAMETER MASTER), AND THE DAY'S OUTCOMES.
       01  SI-RETRY-SWITCH               PIC X VALUE "N".
         88      END-OF-SI-RETRY               VALUE "Y".
       01  SI-RETRY-WORK-SWITCH          PIC X VALUE "N".
         88      END-OF-SI-RETRY-WORK          VALUE "Y".
       01  SI-RETRY-OFFER-SWITCH         PIC X VALUE "N".
         88      SI-RETRY-OFFER                VALUE "Y".
       01  SI-RETRY-MAX-ATTEMPTS         PIC 9(2) VALUE 3.
       01  SI-RETRY-DONE                 PIC 9(2) VALUE ZERO.
       01  SI-RETRY-OUTCOME-WORK         PIC X VALUE SPACE.
       01  SI-RETRY-RELEASED-COUNT       PIC 9(8) VALUE ZERO.
       01  SI-RETRY-KEPT-COUNT           PIC 9(8) VALUE ZERO.
       01  SI-RETRY-SCHEDULED-COUNT      PIC 9(8) VALUE ZERO.
       01  SI-RETRY-SUCCEEDED-COUNT      PIC 9(8) VALUE ZERO.
       01  SI-RETRY-FAILED-COUNT         PIC 9(8) VALUE ZERO.
      * LARGE-DEBIT NOTICE - A POSTED DEBIT OF THIS MUCH OR MORE IS
      * NOTIFIED TO THE CUSTOMER (LARGE-DEBIT-NOTICE-LEVEL ON THE
      * PARAMETER MASTER); ZERO SENDS NONE.
       01  LARGE-DEBIT-NOTICE-LEVEL      PIC 9(7)V99 VALUE 1000,00.
       01  LARGE-DEBIT-NOTICE-COUNT      PIC 9(8) VALUE ZERO.
       01  GENERATED-PROCESSED-COUNT     PIC 9(8) VALUE ZERO.
       01  GENERATED-TRANSACTION.
        05       GENERATED-STRING-PART1  PIC X(4).
      * ZONED-DECIMAL VALUE DATE, AND ZERO IS THE CONTRACT FOR
      * "VALUE-DATE ME TO THE NEXT BUSINESS DAY".
        05       GENERATED-VALUE-DATE    PIC 9(8).
        05       FILLER                  PIC X(8).
        05       GENERATED-SOURCE        PIC X.
        05       GENERATED-RETRY-ATTEMPT PIC 9(2).
        05       FILLER                  PIC X(9).
        05       GENERATED-WIDE-KEY      PIC X(7).
        05       FILLER                  PIC X(19).
      *
      * FEED-CONTROL WORK FIELDS - WHAT THE HEADER AND TRAILER CONTROL
      * RECORDS CLAIMED ABOUT THE FEED, AND WHAT THE RELEASE PASS
       01  HISTORY-FROM-STATUS           PIC X VALUE "P".
       01  HISTORY-TO-STATUS             PIC X VALUE "P".
       01  HISTORY-TXN-NUMBER            PIC 9(4) VALUE ZERO.
      * SET ONLY FOR THE TWO ENTRIES OF AN INTERNAL TRANSFER, AND
      * CLEARED AGAIN AS SOON AS THE ENTRY IS WRITTEN.
       01  HISTORY-TRANSFER-LEG          PIC X VALUE SPACE.
       01  HISTORY-ACCOUNT-KEY           PIC X(5) VALUE SPACES.
       01  HISTORY-COUNTER-KEY           PIC X(5) VALUE SPACES.
       01  CHECKPOINT-INTERVAL           PIC 9(4) VALUE 4.
       01  CHECKPOINT-REMAINDER          PIC 9(4) VALUE ZERO.
       01  CHECKPOINT-QUOTIENT           PIC 9(8) VALUE ZERO.
       01  RUN-MODE-PARM                 PIC X(5) VALUE SPACES.
         88      RUN-MODE-KNOWN                VALUE "FULL ", "RPT  ",
                 "MAINT", "RSTRT", "REPRO", "APPR ", "INQ  ",
                 "TRIAL", "REVW ", "DLRPL", "COMPL".
         88      RUN-MODE-FULL                 VALUE "FULL ".
         88      RUN-MODE-REPORT-ONLY          VALUE "RPT  ".
         88      RUN-MODE-MAINTENANCE          VALUE "MAINT".
      * QUEUE - APPROVED ITEMS GO TO THE REPAIR FILE AND COME BACK
      * THROUGH A REPRO RUN.
         88      RUN-MODE-APPROVAL             VALUE "APPR ".
      * COMPL IS THE COMPLIANCE OPERATOR'S SESSION OVER THE
      * COMPLIANCE QUEUE - RELEASED ITEMS GO TO THE REPAIR FILE AND
      * COME BACK THROUGH A REPRO RUN, LIKE APPROVED ONES.
         88      RUN-MODE-COMPLIANCE           VALUE "COMPL".
      * INQ IS THE LOOK-UP-BEFORE-YOU-CHANGE SESSION - TRANSACTION
      * AND ACCOUNT INQUIRIES OVER THE FILES THE DAILY RUN ALREADY
      * PRODUCES, CHANGING NOTHING.
      * INQUIRY-SESSION WORK FIELDS.
       01  INQUIRY-REQUEST-TYPE          PIC X(4) VALUE SPACES.
       01  INQUIRY-TXN-NUMBER            PIC 9(4) VALUE ZERO.
      * THE ACCOUNT KEY AS ENTERED - FIVE CHARACTERS FOR A SHORT KEY,
      * SEVEN FOR A WIDE ONE.
       01  INQUIRY-ACCOUNT-KEY           PIC X(7) VALUE SPACES.
       01  INQUIRY-DONE-SWITCH           PIC X VALUE "N".
         88      INQUIRY-SESSION-DONE          VALUE "Y".
       01  INQUIRY-MATCH-COUNT           PIC 9(4) VALUE ZERO.
       01  AUDIT-SEQUENCE-NUMBER         PIC 9(8) VALUE ZERO.
       01  AUDIT-DATA-ENTRY-COUNT        PIC 9(8) VALUE ZERO.
      *
      * MASTER-JOURNAL WORK FIELDS - THE RECORD AS READ, TAKEN BEFORE
      * ANY FIELD OF IT MOVES; THE TIME THE JOURNAL WAS OPENED, WHICH
      * WITH THE RUN DATE AND CYCLE NAMES THIS RUN ON THE JOURNAL;
      * AND THE RUN'S OWN COUNT OF CHANGES. THE ACTION AND
      * TRANSACTION NUMBER GO BACK TO "C" AND ZERO AFTER EACH WRITE.
       01  MASTER-BEFORE-IMAGE           PIC X(64) VALUE SPACES.
       01  MASTER-JOURNAL-TIME           PIC 9(8) VALUE ZERO.
       01  MASTER-JOURNAL-COUNT          PIC 9(8) VALUE ZERO.
       01  MASTER-JOURNAL-TXN            PIC 9(4) VALUE ZERO.
       01  MASTER-JOURNAL-ACTION-WORK    PIC X VALUE "C".
      *
      * TYPE-LIMIT WORK FIELDS - THE CEILINGS TABLE LOADED FROM
      * TYPLIMIT, AND THE PER-RECORD OVER-LIMIT STATE. A TYPE WITH
      * NO ROW HAS NO CEILING.
      * FEE-SCHEDULE WORK FIELDS - THE APPLICABLE FEE SET (THE
      * LATEST EFFECTIVE DATE ON OR BEFORE THE RUN DATE, THE SAME
      * SELECTION ACCRUE APPLIES TO ITS RATE BANDS), AND THE CHARGE
      * UNDER COMPUTATION. A TYPE WITH NO ROW IN THE ACCOUNT'S
      * PACKAGE OR THE STANDARD PACKAGE IS FREE. THE SCHEDULE IS
      * RE-ISSUED WHOLE, EVERY PACKAGE UNDER ONE EFFECTIVE DATE.
       01  FEE-SCHEDULE-SWITCH           PIC X VALUE "N".
         88      END-OF-FEE-SCHEDULE           VALUE "Y".
       01  FEE-TABLE.
        05       FEE-TABLE-ENTRY OCCURS 50 TIMES.
         10      FEE-TABLE-PACKAGE       PIC X(2).
         10      FEE-TABLE-TYPE          PIC X.
         10      FEE-TABLE-FLAT          PIC 9(5)V99.
         10      FEE-TABLE-BP            PIC 9(4).
       01  FEE-TABLE-IDX                 PIC 99 VALUE 1.
       01  FEE-PICKED-DATE               PIC 9(8) VALUE ZERO.
       01  FEE-FOUND-IDX                 PIC 99 VALUE ZERO.
       01  FEE-MATCH-PACKAGE             PIC X(2) VALUE SPACES.
       01  FEE-CHARGE-KEY                PIC X(5) VALUE SPACES.
       01  FEE-CHARGE-TYPE               PIC X VALUE SPACE.
       01  FEE-CHARGE-AMOUNT             PIC S9(7)V99 VALUE ZERO.
       01  FEE-POSTED-COUNT              PIC 9(8) VALUE ZERO.
       01  FEE-POSTED-TOTAL              PIC 9(9)V99 VALUE ZERO.
      *
      * PRODUCT TABLE - EACH CATALOG PRODUCT'S FEE PACKAGE, LOADED
      * FROM PRODCAT THE FIRST TIME A FEE IS CHARGED. AN ACCOUNT
      * WITH NO PRODUCT, OR ONE THE CATALOG DOES NOT KNOW, PAYS THE
      * STANDARD PACKAGE.
       01  PRODUCT-TABLE.
        05       PRODUCT-ENTRY OCCURS 50 TIMES.
         10      PRODUCT-TABLE-CODE      PIC X(4).
         10      PRODUCT-TABLE-FEE-PACKAGE PIC X(2).
       01  PRODUCT-TABLE-COUNT           PIC 99 VALUE ZERO.
       01  PRODUCT-TABLE-IDX             PIC 99 VALUE 1.
       01  PRODUCT-FOUND-IDX             PIC 99 VALUE ZERO.
       01  PRODUCT-CATALOG-SWITCH        PIC X VALUE "N".
         88      END-OF-PRODUCT-CATALOG        VALUE "Y".
       01  PRODUCT-LOADED-SWITCH         PIC X VALUE "N".
         88      PRODUCT-CATALOG-LOADED        VALUE "Y".
      *
      * BRANCH-ENTITY TABLE - SLOT 1 FOR DIGIT 0, SLOT 10 FOR DIGIT
      * 9, LOADED FROM BRANCHDIR THE FIRST TIME AN ACCOUNT WITHOUT
      * AN ENTITY POSTS.
       01  BRANCH-ENTITY-TABLE.
        05       BRANCH-ENTITY OCCURS 10 TIMES PIC X(2).
       01  BRANCH-ENTITY-LOADED-SWITCH   PIC X VALUE "N".
         88      BRANCH-ENTITIES-LOADED        VALUE "Y".
       01  BRANCH-DIRECTORY-SWITCH       PIC X VALUE "N".
         88      END-OF-BRANCH-DIRECTORY       VALUE "Y".
       01  BRANCH-ENTITY-DIGIT           PIC X VALUE SPACE.
       01  BRANCH-ENTITY-DIGIT-NUM REDEFINES BRANCH-ENTITY-DIGIT
                                         PIC 9.
      *
      * OVERDRAFT-HOLD WORK FIELDS - A DEBIT THAT WOULD DRIVE THE
      * ACCOUNT'S BALANCE BELOW ITS OVERDRAFT LIMIT IS HELD ON THE
      * APPROVAL QUEUE AT COMMIT TIME INSTEAD OF POSTING OR GOING TO
       01  OVERDRAFT-HELD-SWITCH         PIC X VALUE "N".
         88      OVERDRAFT-HELD                VALUE "Y".
       01  OVERDRAFT-HELD-COUNT          PIC 9(8) VALUE ZERO.
      * OF THOSE, THE DEBITS THE BALANCE AND LIMIT ALONE WOULD HAVE
      * COVERED - HELD ONLY BECAUSE THE MONEY IS EARMARKED.
       01  HOLD-BREACH-COUNT             PIC 9(8) VALUE ZERO.
      *
      * ACCOUNT-HOLD TABLE - THE TOTAL EACH ACCOUNT HAS EARMARKED BY
      * HOLDS ACTIVE ON THE RUN DATE, LOADED FROM HOLDMAST THE FIRST
      * TIME A DEBIT IS JUDGED. THE AVAILABLE BALANCE A DEBIT IS
      * JUDGED AGAINST IS THE BALANCE LESS THIS FIGURE. AN OVERFLOWED
      * TABLE JUDGES THE UNTRACKED ACCOUNTS WITHOUT THEIR HOLDS AND
      * SAYS SO ON THE RUN LOG.
       01  ACCOUNT-HOLD-TABLE.
        05       ACCOUNT-HOLD-ENTRY OCCURS 2000 TIMES.
         10      AH-WIDE-KEY             PIC X(7).
         10      AH-HELD-AMOUNT          PIC 9(11)V99.
       01  ACCOUNT-HOLD-COUNT            PIC 9(4) VALUE ZERO.
       01  ACCOUNT-HOLD-IDX              PIC 9(4) VALUE 1.
       01  ACCOUNT-HOLD-FOUND-IDX        PIC 9(4) VALUE ZERO.
       01  ACCOUNT-HELD-WORK             PIC 9(11)V99 VALUE ZERO.
       01  ACCOUNT-HOLD-OVERFLOW-COUNT   PIC 9(8) VALUE ZERO.
       01  HOLD-MASTER-SWITCH            PIC X VALUE "N".
         88      END-OF-HOLD-MASTER            VALUE "Y".
       01  HOLD-LOADED-SWITCH            PIC X VALUE "N".
         88      ACCOUNT-HOLDS-LOADED          VALUE "Y".
      *
      * PENDED-NET TABLE - WHAT EACH ACCOUNT ALREADY CARRIES PENDED
      * THIS RUN, SO THE OVERDRAFT JUDGMENT SEES THE PROSPECTIVE
      * UNTRACKED ACCOUNTS AND SAYS SO ON THE RUN LOG.
       01  PENDED-NET-TABLE.
        05       PENDED-NET-ENTRY OCCURS 2000 TIMES.
         10      PN-WIDE-KEY             PIC X(7).
         10      PN-NET-AMOUNT           PIC S9(9)V99.
       01  PENDED-NET-COUNT              PIC 9(4) VALUE ZERO.
       01  PENDED-NET-IDX                PIC 9(4) VALUE 1.
         88      DORMANT-HELD                  VALUE "Y".
       01  DORMANT-HELD-COUNT            PIC 9(8) VALUE ZERO.
      *
      * EARLY-WITHDRAWAL WORK FIELDS - MONEY IN A TERM DEPOSIT IS
      * LOCKED UNTIL THE MATURITY DATE, SO A DEBIT AGAINST THE
      * DEPOSIT'S ACCOUNT BEFORE THEN WAITS ON THE APPROVAL QUEUE FOR
      * A SUPERVISOR. THE RUNNING DEPOSITS ARE LOADED FROM TERMDEP
      * THE FIRST TIME A DEBIT IS JUDGED. AN OVERFLOWED TABLE LEAVES
      * THE DEPOSITS PAST ITS END UNGUARDED AND SAYS SO ON THE RUN
      * LOG.
       01  TERM-DEPOSIT-TABLE.
        05       TERM-DEPOSIT-ENTRY OCCURS 2000 TIMES.
         10      TDT-WIDE-KEY            PIC X(7).
         10      TDT-MATURITY-DATE       PIC 9(8).
       01  TERM-DEPOSIT-COUNT            PIC 9(4) VALUE ZERO.
       01  TERM-DEPOSIT-IDX              PIC 9(4) VALUE 1.
       01  TERM-DEPOSIT-FOUND-IDX        PIC 9(4) VALUE ZERO.
       01  TERM-DEPOSIT-OVERFLOW-COUNT   PIC 9(8) VALUE ZERO.
       01  TERM-DEPOSITS-SWITCH          PIC X VALUE "N".
         88      END-OF-TERM-DEPOSITS          VALUE "Y".
       01  TERM-DEPOSIT-LOADED-SWITCH    PIC X VALUE "N".
         88      TERM-DEPOSITS-LOADED          VALUE "Y".
       01  EARLY-WITHDRAWAL-COUNT        PIC 9(8) VALUE ZERO.
      *
      * STOP-PAYMENT WORK FIELDS - AN R-TYPE RECORD OR A DEBIT THAT
      * MATCHES A LIVE STOP IS REJECTED "STOPPED" BEFORE IT POSTS.
      * THE LIVE STOPS ARE LOADED FROM STOPPAY THE FIRST TIME A
      * PAYMENT IS CHECKED; A STOP THAT TRIGGERS IS SPENT, SO A
      * SECOND MATCHING PAYMENT IN THE SAME RUN GOES THROUGH. AN
      * OVERFLOWED TABLE LEAVES THE STOPS PAST ITS END UNCHECKED AND
      * SAYS SO ON THE RUN LOG.
       01  PAYMENT-STOPPED-SWITCH        PIC X VALUE "N".
         88      PAYMENT-STOPPED               VALUE "Y".
       01  PAYMENT-STOPPED-COUNT         PIC 9(8) VALUE ZERO.
       01  STOP-TABLE.
        05       STOP-ENTRY OCCURS 500 TIMES.
         10      ST-STOP-KEY             PIC X(10).
         10      ST-MATCH-TYPE           PIC X.
         10      ST-PAYMENT-REF          PIC X(8).
         10      ST-AMOUNT               PIC 9(7)V99.
         10      ST-DATE-FROM            PIC 9(8).
         10      ST-DATE-TO              PIC 9(8).
         10      ST-SPENT-FLAG           PIC X.
       01  STOP-TABLE-COUNT              PIC 9(4) VALUE ZERO.
       01  STOP-TABLE-IDX                PIC 9(4) VALUE 1.
       01  STOP-FOUND-IDX                PIC 9(4) VALUE ZERO.
       01  STOP-OVERFLOW-COUNT           PIC 9(8) VALUE ZERO.
       01  STOP-MATCH-AMOUNT             PIC 9(7)V99 VALUE ZERO.
       01  STOP-PAYMENT-SWITCH           PIC X VALUE "N".
         88      END-OF-STOP-PAYMENTS          VALUE "Y".
       01  STOP-LOADED-SWITCH            PIC X VALUE "N".
         88      STOP-PAYMENTS-LOADED          VALUE "Y".
      *
      * DIRECT-DEBIT MANDATE WORK FIELDS - A DEBIT CARRYING A
      * CREDITOR REFERENCE IS A THIRD PARTY'S COLLECTION AND MUST
      * FALL WITHIN A MANDATE IN FORCE ON ITS VALUE DATE, OR IT IS
      * REJECTED WITH THE REASON IT DID NOT. THE MANDATE FILE AND THE
      * COLLECTION LOG ARE EACH OPENED THE FIRST TIME THEY ARE
      * NEEDED.
       01  COLLECTION-REFUSED-SWITCH     PIC X VALUE "N".
         88      COLLECTION-REFUSED            VALUE "Y".
       01  MANDATE-OPEN-SWITCH           PIC X VALUE "N".
         88      MANDATE-FILE-OPEN             VALUE "Y".
       01  MANDATE-LOG-OPEN-SWITCH       PIC X VALUE "N".
         88      MANDATE-LOG-OPEN              VALUE "Y".
       01  MANDATE-COLLECT-AMOUNT-WORK   PIC 9(7)V99 VALUE ZERO.
       01  MANDATE-OUTCOME-WORK          PIC X VALUE SPACE.
       01  COLLECTION-CHECKED-COUNT      PIC 9(8) VALUE ZERO.
       01  COLLECTION-REFUSED-COUNT      PIC 9(8) VALUE ZERO.
      *
      * WATCH-LIST SCREENING WORK FIELDS - A TRANSACTION WHOSE
      * PAYMENT REFERENCE, ACCOUNT KEY, COUNTER ACCOUNT KEY, OR
      * OWNING CUSTOMER'S NAME IS ON THE WATCH LIST IN FORCE IS HELD
      * ON THE COMPLIANCE QUEUE INSTEAD OF DISPATCHED. THE LIST IN
      * FORCE - THE LATEST VERSION ON WATCHLST EFFECTIVE ON OR
      * BEFORE THE RUN DATE - IS LOADED THE FIRST TIME A TRANSACTION
      * IS SCREENED. AN OVERFLOWED TABLE LEAVES THE ENTRIES PAST ITS
      * END UNCHECKED AND SAYS SO ON THE RUN LOG. THE CUSTOMER
      * MASTER AND THE QUEUE ARE EACH OPENED THE FIRST TIME THEY
      * ARE NEEDED.
       01  COMPLIANCE-HELD-SWITCH        PIC X VALUE "N".
         88      COMPLIANCE-HELD               VALUE "Y".
       01  COMPLIANCE-HELD-COUNT         PIC 9(8) VALUE ZERO.
       01  WATCH-TABLE.
        05       WATCH-TABLE-ENTRY OCCURS 2000 TIMES.
         10      WT-ENTRY-TYPE           PIC X.
         10      WT-ENTRY-VALUE          PIC X(30).
       01  WATCH-TABLE-COUNT             PIC 9(4) VALUE ZERO.
       01  WATCH-TABLE-IDX               PIC 9(4) VALUE 1.
       01  WATCH-FOUND-IDX               PIC 9(4) VALUE ZERO.
       01  WATCH-OVERFLOW-COUNT          PIC 9(8) VALUE ZERO.
       01  WATCH-LIST-IN-FORCE-DATE      PIC 9(8) VALUE ZERO.
       01  WATCH-MATCH-TYPE              PIC X VALUE SPACE.
       01  WATCH-MATCH-VALUE             PIC X(30) VALUE SPACES.
       01  WATCH-LIST-SWITCH             PIC X VALUE "N".
         88      END-OF-WATCH-LIST             VALUE "Y".
       01  WATCH-LOADED-SWITCH           PIC X VALUE "N".
         88      WATCH-LIST-LOADED             VALUE "Y".
       01  CUSTOMER-MASTER-OPEN-SWITCH   PIC X VALUE "N".
         88      CUSTOMER-MASTER-OPEN          VALUE "Y".
       01  COMPLIANCE-QUEUE-OPEN-SWITCH  PIC X VALUE "N".
         88      COMPLIANCE-QUEUE-OPEN         VALUE "Y".
      *
      * VELOCITY WORK FIELDS - THE RULES LOADED FROM VELRULE, AND PER
      * ACCOUNT (BRANCH DIGIT AND NUMBER, AS THE POSTING TRAIL NAMES
      * IT) HOW MANY DEBITS AND HOW MUCH MONEY HAVE LEFT IT ON THE
      * RUN DATE AND IN THE SEVEN BUSINESS DAYS TO IT. THE TALLIES
      * ARE SEEDED FROM THE POSTING TRAIL AT START OF RUN AND GROW
      * AS EACH DEBIT IS PENDED; A DEBIT THAT WOULD TAKE ITS ACCOUNT
      * PAST A CAP WAITS ON THE APPROVAL QUEUE INSTEAD. THE WINDOW
      * OPENS ON THE SIXTH BUSINESS DATE BEFORE THE RUN DATE - THE
      * CALENDAR LOAD KEEPS THE LAST SIX IT PASSES. AN OVERFLOWED
      * TALLY TABLE LEAVES THE ACCOUNTS PAST ITS END UNJUDGED AND
      * SAYS SO ON THE RUN LOG.
       01  VELOCITY-RULE-TABLE.
        05       VELOCITY-RULE-ENTRY OCCURS 50 TIMES.
         10      VRT-PRODUCT             PIC X(4).
         10      VRT-WINDOW              PIC X.
         10      VRT-MAX-COUNT           PIC 9(4).
         10      VRT-MAX-AMOUNT          PIC 9(9)V99.
       01  VELOCITY-RULE-COUNT           PIC 99 VALUE ZERO.
       01  VELOCITY-RULE-IDX             PIC 99 VALUE 1.
       01  VELOCITY-DAY-RULE-IDX         PIC 99 VALUE ZERO.
       01  VELOCITY-WEEK-RULE-IDX        PIC 99 VALUE ZERO.
       01  VELOCITY-RULE-SWITCH          PIC X VALUE "N".
         88      END-OF-VELOCITY-RULES         VALUE "Y".
       01  VELOCITY-TALLY-TABLE.
        05       VELOCITY-TALLY-ENTRY OCCURS 2000 TIMES.
         10      VT-ACCOUNT              PIC X(7).
         10      VT-DAY-COUNT            PIC 9(5).
         10      VT-DAY-AMOUNT           PIC 9(11)V99.
         10      VT-WEEK-COUNT           PIC 9(5).
         10      VT-WEEK-AMOUNT          PIC 9(11)V99.
       01  VELOCITY-TALLY-COUNT          PIC 9(4) VALUE ZERO.
       01  VELOCITY-TALLY-IDX            PIC 9(4) VALUE 1.
       01  VELOCITY-FOUND-IDX            PIC 9(4) VALUE ZERO.
       01  VELOCITY-OVERFLOW-COUNT       PIC 9(8) VALUE ZERO.
       01  VELOCITY-TRAIL-SWITCH         PIC X VALUE "N".
         88      END-OF-VELOCITY-TRAIL         VALUE "Y".
       01  VELOCITY-PRIOR-DATES          VALUE ZEROS.
        05       VELOCITY-PRIOR-DATE     PIC 9(8) OCCURS 6 TIMES.
       01  VELOCITY-PRIOR-SHIFT          PIC X(40) VALUE ZEROS.
       01  VELOCITY-WINDOW-START         PIC 9(8) VALUE ZERO.
       01  VELOCITY-ACCOUNT-WORK         PIC X(7) VALUE SPACES.
       01  VELOCITY-DATE-WORK            PIC 9(8) VALUE ZERO.
       01  VELOCITY-DEBIT-WORK           PIC 9(9)V99 VALUE ZERO.
       01  VELOCITY-PIECE-WORK           PIC 9(5) VALUE ZERO.
       01  VELOCITY-NEW-COUNT            PIC 9(5) VALUE ZERO.
       01  VELOCITY-NEW-AMOUNT           PIC 9(11)V99 VALUE ZERO.
       01  VELOCITY-BREACH-WINDOW        PIC X VALUE SPACE.
       01  VELOCITY-BREACH-CAP           PIC X VALUE SPACE.
       01  VELOCITY-BREACH-IDX           PIC 99 VALUE ZERO.
       01  VELOCITY-HELD-COUNT           PIC 9(8) VALUE ZERO.
       01  VELOCITY-LOG-OPEN-SWITCH      PIC X VALUE "N".
         88      VELOCITY-LOG-OPEN             VALUE "Y".
      *
      * INTERNAL-TRANSFER WORK FIELDS - A TYPE-T RECORD PAYS FROM
      * ITS OWN ACCOUNT INTO THE COUNTER ACCOUNT IT CARRIES. BOTH
      * KEYS ARE VALIDATED, THE FUNDS JUDGED ON THE PAYING SIDE, AND
      * BOTH LEGS PENDED BY THE SAME PASS OR NEITHER. THE PENDING
      * LEG FIELDS ARE SPACES EXCEPT WHILE A LEG IS BEING PENDED.
       01  TRANSFER-COUNTER-KEY          PIC X(5) VALUE SPACES.
       01  TRANSFER-PAYING-KEY           PIC X(5) VALUE SPACES.
       01  TRANSFER-PENDING-LEG          PIC X VALUE SPACE.
       01  TRANSFER-PENDING-COUNTER      PIC X(5) VALUE SPACES.
      * THE SAME THREE KEYS BY THE WIDE KEY, WHICH THE PEND AND THE
      * COMMIT READ THE MASTER BY.
       01  TRANSFER-COUNTER-WIDE-KEY     PIC X(7) VALUE SPACES.
       01  TRANSFER-PAYING-WIDE-KEY      PIC X(7) VALUE SPACES.
       01  TRANSFER-PENDING-COUNTER-WIDE PIC X(7) VALUE SPACES.
       01  TRANSFER-POSTED-COUNT         PIC 9(8) VALUE ZERO.
       01  TRANSFER-REFUSED-COUNT        PIC 9(8) VALUE ZERO.
      *
      * PENDING-POSTING WORK FIELDS - THE COMMIT PHASE'S PROGRESS
      * OVER THE PEND FILE. HIGHEST-APPLIED-PASS MAKES THE APPLY
      * FIRST-OCCURRENCE-WINS: A RESUMED RUN'S RE-PENDED TAIL CARRIES
       01  PENDING-APPLIED-COUNT         PIC 9(8) VALUE ZERO.
       01  PENDING-REPEATED-COUNT        PIC 9(8) VALUE ZERO.
       01  PENDING-ACCOUNT-LOST-COUNT    PIC 9(8) VALUE ZERO.
       01  CLEARING-ITEM-COUNT           PIC 9(8) VALUE ZERO.
       01  HIGHEST-APPLIED-PASS          PIC 9(8) VALUE ZERO.
      * A TRANSFER'S TWO LEGS SHARE ONE PASS NUMBER - THE RECEIVING
      * LEG IS NO REPEAT WHEN THE LAST THING APPLIED WAS ITS OWN
      * PASS'S PAYING LEG.
       01  LAST-APPLIED-LEG              PIC X VALUE SPACE.
       01  PENDING-REPEAT-SWITCH         PIC X VALUE "N".
         88      PENDING-REPEATED              VALUE "Y".
      *
      * NETTING WORK FIELDS - UNDER NET=Y THE PENDINGS FOR THE SAME
      * ACCOUNT KEY AND TYPE COMBINE INTO ONE NET POSTING AT
       01  NETTING-MODE-SWITCH           PIC X VALUE "N".
         88      NETTING-MODE                  VALUE "Y".
      *
      * SORTED-COMMIT WORK FIELDS - COMMIT=SEQ SORTS THE PENDINGS BY
      * ACCOUNT KEY AND WALKS THE MASTER ONCE IN KEY ORDER INSTEAD
      * OF A RANDOM READ AND REWRITE PER POSTING. COMMIT=KEY (THE
      * DEFAULT) IS THE KEYED PATH. NET=Y NETS BEFORE IT COMMITS
      * AND TAKES PRECEDENCE. THE PHASE TIME GOES TO RUNSTATS UNDER
      * ITS OWN NAME SO THE TWO MODES CAN BE SET SIDE BY SIDE.
       01  COMMIT-MODE-PARM              PIC X(3) VALUE "KEY".
         88      COMMIT-MODE-KNOWN             VALUE "KEY", "SEQ".
         88      SEQUENTIAL-COMMIT-MODE        VALUE "SEQ".
       01  COMMIT-PHASE-NAME             PIC X(12) VALUE "COMMIT".
       01  SORTED-POSTINGS-SWITCH        PIC X VALUE "N".
         88      END-OF-SORTED-POSTINGS        VALUE "Y".
       01  COMMIT-MASTER-SWITCH          PIC X VALUE "N".
         88      END-OF-COMMIT-MASTER          VALUE "Y".
      * SET WHILE ONE ACCOUNT'S POSTINGS ARE BEING FOLDED INTO THE
      * RECORD IN HAND - THE FEE CHARGE THEN LEAVES THE REWRITE TO
      * THE ACCOUNT'S SINGLE REWRITE AT THE END.
       01  SEQUENTIAL-COMMIT-SWITCH      PIC X VALUE "N".
         88      SEQUENTIAL-COMMIT-ACTIVE      VALUE "Y".
       01  SORTED-COMMIT-KEY             PIC X(7) VALUE SPACES.
       01  SORTED-RELEASE-COUNT          PIC 9(8) VALUE ZERO.
       01  SORTED-ACCOUNT-COUNT          PIC 9(8) VALUE ZERO.
      *
      * SUSPENSE-POSTING WORK FIELDS - UNDER SUSP=Y A TRANSACTION
      * WHOSE KEY FINDS NO ACCOUNT POSTS TO ITS BRANCH'S DESIGNATED
      * SUSPENSE ACCOUNT (BRANCH DIGIT PLUS "999" PLUS THE COMPUTED
       01  SUSPENSE-POSTED-COUNT         PIC 9(8) VALUE ZERO.
       01  SUSPENSE-KEY-WORK             PIC X(5) VALUE SPACES.
       01  SUSPENSE-ORIGINAL-KEY         PIC X(5) VALUE SPACES.
       01  SUSPENSE-ORIGINAL-WIDE-KEY    PIC X(7) VALUE SPACES.
      *
      * MESSAGE-CATALOG WORK FIELDS - THE LOADED TEMPLATES AND THE
      * ID/DETAIL OF THE CONDITION BEING EMITTED.
       01  NET-POSTING-TABLE.
        05       NET-POSTING-ENTRY OCCURS 2000 TIMES.
         10      NET-ACCOUNT-KEY         PIC X(5).
         10      NET-WIDE-KEY            PIC X(7).
         10      NET-TXN-TYPE            PIC X.
         10      NET-AMOUNT              PIC S9(9)V99.
         10      NET-PIECE-COUNT         PIC 9(4).
       01  BIG-WORK-MANIFEST-HASH        PIC 9(8) VALUE ZERO.
       01  CHECKPOINT-MANIFEST-COUNT     PIC 9(8) VALUE ZERO.
       01  CHECKPOINT-MANIFEST-HASH      PIC 9(8) VALUE ZERO.
       01  POSTED-MANIFEST-COUNT         PIC 9(8) VALUE ZERO.
       01  POSTED-MANIFEST-HASH          PIC 9(8) VALUE ZERO.
       01  POSTED-MANIFEST-SWITCH        PIC X VALUE "N".
         88      END-OF-POSTED-MANIFEST        VALUE "Y".
      *
      * APPROVAL-SESSION WORK FIELDS.
       01  APPROVAL-QUEUE-SWITCH         PIC X VALUE "N".
       01  APPROVAL-DISPLAY-WORK         PIC X(26) VALUE SPACES.
       01  APPROVED-ITEM-COUNT           PIC 9(8) VALUE ZERO.
       01  REJECTED-ITEM-COUNT           PIC 9(8) VALUE ZERO.
       01  KEPT-ITEM-COUNT               PIC 9(8) VALUE ZERO.
       01  OVER-AUTHORITY-COUNT          PIC 9(8) VALUE ZERO.
       01  CO-APPROVED-ITEM-COUNT        PIC 9(8) VALUE ZERO.
       01  APPROVAL-KEEP-SWITCH          PIC X VALUE "N".
         88      END-OF-APPROVAL-KEEP          VALUE "Y".
      *
      * APPROVAL-AUTHORITY WORK FIELDS - THE AUTHORITY FILE LOADED
      * AT SIGN-ON, AND FOR THE ITEM IN HAND ITS TYPE, ITS UNSIGNED
      * BASE AMOUNT, THE SIGNED-ON OPERATOR'S AUTHORITY FOR THE TYPE
      * AND THE LARGEST SINGLE AUTHORITY ANYBODY HOLDS FOR IT. THE
      * RANK IS HOW CLOSE THE ROW IN FORCE FITS THE OPERATOR - 1 OWN
      * ROW FOR THE TYPE, 2 OWN ALL-TYPES ROW, 3 LEVEL ROW FOR THE
      * TYPE, 4 LEVEL ALL-TYPES ROW, 9 NONE.
       01  APPROVAL-AUTH-SWITCH          PIC X VALUE "N".
         88      END-OF-APPROVAL-AUTH          VALUE "Y".
       01  APPROVAL-AUTH-TABLE.
        05       APPROVAL-AUTH-ENTRY OCCURS 50 TIMES.
         10      AA-KIND                 PIC X.
         10      AA-SUBJECT              PIC X(8).
         10      AA-TXN-TYPE             PIC X.
         10      AA-LIMIT                PIC 9(9)V99.
       01  APPROVAL-AUTH-COUNT           PIC 99 VALUE ZERO.
       01  APPROVAL-AUTH-IDX             PIC 99 VALUE 1.
       01  APPROVAL-AUTH-OVERFLOW-COUNT  PIC 9(4) VALUE ZERO.
       01  APPROVAL-ITEM-TYPE            PIC X VALUE SPACE.
       01  APPROVAL-ITEM-AMOUNT          PIC 9(9)V99 VALUE ZERO.
       01  APPROVAL-ITEM-AUTHORITY       PIC 9(9)V99 VALUE ZERO.
       01  APPROVAL-TYPE-CEILING         PIC 9(9)V99 VALUE ZERO.
       01  APPROVAL-MATCH-RANK           PIC 9 VALUE 9.
       01  APPROVAL-ROW-RANK             PIC 9 VALUE 9.
       01  APPROVAL-COMBINED-AUTHORITY   PIC 9(10)V99 VALUE ZERO.
       01  APPROVAL-LOG-ACTION-WORK      PIC X(4) VALUE SPACES.
       01  APPROVAL-LOG-CO-WORK          PIC X(8) VALUE SPACES.
      *
      * CO-APPROVAL WORK FIELDS - THE FIRST APPROVALS LOADED AT
      * SIGN-ON. AN ENTRY IS WRITTEN BACK ONLY WHEN ITS ITEM WAS
      * FOUND STILL WAITING ON THE QUEUE; ONE WHOSE ITEM WAS
      * RELEASED, REJECTED OR AGED OFF DROPS AWAY.
       01  CO-APPROVAL-SWITCH            PIC X VALUE "N".
         88      END-OF-CO-APPROVALS           VALUE "Y".
       01  CO-APPROVAL-TABLE.
        05       CO-APPROVAL-ENTRY OCCURS 100 TIMES.
         10      CA-DETAIL               PIC X(80).
         10      CA-HELD-DATE            PIC 9(8).
         10      CA-OPERATOR             PIC X(8).
         10      CA-AUTHORITY            PIC 9(9)V99.
         10      CA-DATE                 PIC 9(8).
         10      CA-LIVE-FLAG            PIC X.
       01  CO-APPROVAL-COUNT             PIC 9(4) VALUE ZERO.
       01  CO-APPROVAL-IDX               PIC 9(4) VALUE 1.
       01  CO-APPROVAL-FOUND-IDX         PIC 9(4) VALUE ZERO.
       01  CO-APPROVAL-OVERFLOW-COUNT    PIC 9(4) VALUE ZERO.
       01  APPROVAL-AMOUNT-EDIT          PIC ZZZ.ZZZ.ZZ9,99.
      *
      * COMPLIANCE-SESSION WORK FIELDS.
       01  COMPLIANCE-QUEUE-SWITCH       PIC X VALUE "N".
         88      END-OF-COMPLIANCE-QUEUE       VALUE "Y".
       01  COMPLIANCE-DECISION           PIC X VALUE SPACE.
       01  COMPLIANCE-DISPLAY-WORK       PIC X(26) VALUE SPACES.
       01  COMPLIANCE-HIT-DISPLAY        PIC X(30) VALUE SPACES.
       01  COMPLIANCE-RELEASED-COUNT     PIC 9(8) VALUE ZERO.
       01  COMPLIANCE-REJECTED-COUNT     PIC 9(8) VALUE ZERO.
      *
      * REJECT-REASON-TEXT - THE FIRST FAILURE THE CURRENT RECORD HIT,
      * CARRIED ONTO THE REJECT FILE SO THE CORRECTION STEP KNOWS
        05       FILLER PIC X VALUE "C".
        05       FILLER PIC 9(8) VALUE ZERO.
        05       FILLER PIC S9(9)V99 VALUE ZERO.
        05       FILLER PIC X VALUE "T".
        05       FILLER PIC 9(8) VALUE ZERO.
        05       FILLER PIC S9(9)V99 VALUE ZERO.
       01  TYPE-STAT-TABLE REDEFINES TYPE-STAT-TABLE-VALUES.
        05       TYPE-STAT-ENTRY OCCURS 6 TIMES.
         10      TYPE-STAT-TYPE          PIC X.
         10      TYPE-STAT-COUNT         PIC 9(8).
         10      TYPE-STAT-AMOUNT        PIC S9(9)V99.
      * REVERSAL CAN LOCATE THE TRANSACTION IT BACKS OUT. A REVERSAL
      * REFERENCES A TRANSACTION EARLIER IN THE SAME DAY'S FEED -
      * CROSS-DAY REVERSALS WOULD NEED THE TRANSACTION ARCHIVE AND
      * ARE REJECTED AS UNMATCHED TODAY - ALL BUT A CLEARING RETURN'S,
      * WHICH CLRGRTN HAS ALREADY MATCHED THROUGH THE SENT-ITEMS
      * REGISTER.
      * SIZED TO THE TRANSACTION-NUMBER SPACE ITSELF (DTXN-NUMBER-
      * PART1 IS FOUR DIGITS), SO A FULL DAY AT THE QUOTED VOLUMES
      * FITS; IF THE TABLE EVER DOES FILL, THE OVERFLOW IS COUNTED
         10      PC-OPERATOR             PIC X(8).
         10      PC-DATE                 PIC 9(8).
         10      PC-DECIDED-FLAG         PIC X.
         10      PC-PARM-DETAIL          PIC X(51).
       01  PENDING-CHANGE-COUNT          PIC 9(4) VALUE ZERO.
       01  PENDING-CHANGE-IDX            PIC 9(4) VALUE 1.
       01  PENDING-OVERFLOW-COUNT        PIC 9(4) VALUE ZERO.
       01  CHANGES-APPLIED-COUNT         PIC 9(4) VALUE ZERO.
       01  CHANGES-REFUSED-COUNT         PIC 9(4) VALUE ZERO.
       01  CHANGES-SELF-HELD-COUNT       PIC 9(4) VALUE ZERO.
      * A PARAMETER CHANGE'S DETAIL, UNPACKED FROM ITS TABLE ENTRY
      * FOR THE REVIEWER AND FOR THE ROW IT ADDS TO PARMMAST.
       01  PARM-CHANGE-WORK.
        05       PCW-PROGRAM             PIC X(8).
        05       PCW-NAME                PIC X(24).
        05       PCW-EFFECTIVE-DATE      PIC 9(8).
        05       PCW-VALUE               PIC 9(9)V99.
       01  PARM-CHANGE-VALUE-EDIT        PIC ZZZ.ZZZ.ZZ9,99.
      *
      * PARAMETER-LOOKUP WORK FIELDS - THE SETTING ASKED FOR, AND
      * THE ROW IN FORCE FOR IT ON THE RUN DATE IF THERE IS ONE.
      * KEEP IN STEP WITH THE SAME FIELDS IN DORMSWP AND THE OTHER
      * PROGRAMS THAT READ PARMMAST.
       01  PARAMETER-MASTER-SWITCH       PIC X VALUE "N".
         88      END-OF-PARAMETER-MASTER       VALUE "Y".
       01  PARM-LOOKUP-NAME              PIC X(24) VALUE SPACES.
       01  PARM-LOOKUP-SWITCH            PIC X VALUE "N".
         88      PARM-LOOKUP-FOUND             VALUE "Y".
       01  PARM-LOOKUP-EFFECTIVE-DATE    PIC 9(8) VALUE ZERO.
       01  PARM-LOOKUP-VALUE             PIC 9(9)V99 VALUE ZERO.
      *
      * MODULUS-11 CHECK-DIGIT WORK FIELDS FOR VALIDATING
      * COPY-STRING-PART1 AGAINST COPY-STRING-CHECK-DIGIT.
              MOVE 8 TO RETURN-CODE
              GO TO PROG-EX
          END-IF.
          PERFORM LOAD-RUN-PARAMETERS.
      * THE CALLED SUBPROGRAMS SEE THE RUN DATE AND WHETHER THIS IS
      * A TRIAL THROUGH COPY-BASE - POTHER DATES WHAT IT HOLDS AND
      * LEAVES ITS QUEUE ALONE IN A TRIAL.
          MOVE RUN-DATE TO COPY-RUN-DATE.
          IF RUN-MODE-TRIAL
              SET COPY-RUN-IS-TRIAL TO TRUE
          END-IF.
      * MAINT ENDS THE RUN RIGHT AFTER THE INTERACTIVE SESSION - IT
      * NEVER TOUCHES THE DAILY TRANSACTION FILE OR CALLS OTHER.
          IF RUN-MODE-MAINTENANCE
              PERFORM APPROVAL-MODE
              GO TO PROG-EX
          END-IF.
      * COMPL IS LIKEWISE A SESSION.
          IF RUN-MODE-COMPLIANCE
              PERFORM COMPLIANCE-MODE
              GO TO PROG-EX
          END-IF.
      * REVW IS LIKEWISE A SESSION - THE PENDING CHANGES ARE WORKED
      * AND THE RUN ENDS.
          IF RUN-MODE-REVIEW
           END-IF.
           PERFORM LOAD-TYPE-LIMITS.
           PERFORM LOAD-FEE-SCHEDULE.
           PERFORM LOAD-KEY-CONVERSIONS.
      * THE VELOCITY TALLIES ARE SEEDED FROM THE POSTING TRAIL NOW,
      * BEFORE ANYTHING OPENS IT FOR WRITING. ONLY THE DAILY RUN
      * LOADS THE RULES - A REPRO RECORD IS A SUPERVISOR'S RELEASE
      * AND A REPLAYED DEAD LETTER WAS JUDGED WHEN IT FIRST CAME IN.
           PERFORM LOAD-VELOCITY-RULES.
           IF VELOCITY-RULE-COUNT > ZERO
               PERFORM LOAD-VELOCITY-TALLIES
           END-IF.
      * SEQUENCE THE RAW FEED BY TRANSACTION NUMBER BEFORE PROCESSING -
      * DAILY-TRANSACTIONS COMES OUT OF THE SORT ALREADY IN ORDER. THE
      * INPUT PROCEDURE STRIPS THE HEADER AND TRAILER CONTROL RECORDS
               OPEN EXTEND DUPLICATE-TRANSACTIONS
               OPEN EXTEND REJECT-TRANSACTIONS
               OPEN EXTEND APPROVAL-QUEUE
               PERFORM OPEN-SI-RETRY-FILES
               OPEN EXTEND DEAD-LETTER-FILE
               OPEN EXTEND POSTED-TRANSACTIONS
               OPEN EXTEND CLEARING-ITEMS
      * THE ABENDED RUN NEVER REACHED ITS COMMIT PHASE, SO ITS
      * PENDINGS ARE STILL ON FILE - THE RESUME APPENDS BEHIND THEM
      * AND THE COMMIT PHASE TAKES EACH PASS ONCE. THE OVERDRAFT
      * SURVIVE INTO TODAY'S QUEUE; THE APPROVAL SESSION CUTS THE
      * FILE AFTER EVERY ITEM ON IT HAS BEEN DECIDED.
                   OPEN EXTEND APPROVAL-QUEUE
                   PERFORM OPEN-SI-RETRY-FILES
                   IF RUN-CYCLE-NUMBER > 1
                       OPEN EXTEND DEAD-LETTER-FILE
                   ELSE
                   IF RUN-CYCLE-NUMBER > 1
                       OPEN EXTEND RESTART-FILE
                       OPEN EXTEND POSTED-TRANSACTIONS
                       OPEN EXTEND CLEARING-ITEMS
                   ELSE
                       OPEN OUTPUT RESTART-FILE
                       OPEN OUTPUT POSTED-TRANSACTIONS
                       OPEN OUTPUT CLEARING-ITEMS
                   END-IF
                   OPEN OUTPUT PENDING-POSTINGS
               END-IF
      * THE LIFE OF THE BATCH. A TRIAL LEAVES IT ALONE.
           IF NOT RUN-MODE-TRIAL
               OPEN EXTEND STATUS-HISTORY-FILE
               ACCEPT MASTER-JOURNAL-TIME FROM TIME
               OPEN EXTEND MASTER-JOURNAL-FILE
           END-IF.
           PERFORM MARK-PROGRESS-START.
           PERFORM READ-DAILY-TRANSACTIONS.
                   PERFORM LOG-JOB-MESSAGE
               END-IF
           END-IF.
           MOVE COMMIT-PHASE-NAME TO RUN-STAT-PHASE.
           PERFORM RECORD-PHASE-TIME.
           PERFORM CLOSE-TRANSACTION-FILES.
       PROCESS-DAILY-TRANSACTIONS-EX.
           END-IF.
           PERFORM LOAD-TYPE-LIMITS.
           PERFORM LOAD-FEE-SCHEDULE.
           PERFORM LOAD-KEY-CONVERSIONS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-NUMBER-PART1
               USING REPAIR-TRANSACTIONS
           OPEN EXTEND DUPLICATE-TRANSACTIONS.
           OPEN EXTEND REJECT-TRANSACTIONS.
           OPEN EXTEND APPROVAL-QUEUE.
           PERFORM OPEN-SI-RETRY-FILES.
           OPEN EXTEND DEAD-LETTER-FILE.
           OPEN EXTEND POSTED-TRANSACTIONS.
           OPEN EXTEND CLEARING-ITEMS.
      * THE DAILY RUN'S COMMIT PHASE CUT THE PEND FILE, SO A REPRO
      * EXTENDS AN EMPTY FILE AND COMMITS ONLY ITS OWN PENDINGS.
           OPEN EXTEND PENDING-POSTINGS.
           PERFORM ESTABLISH-AUDIT-SEQUENCE.
           OPEN EXTEND AUDIT-LOG-FILE.
           OPEN EXTEND STATUS-HISTORY-FILE.
           ACCEPT MASTER-JOURNAL-TIME FROM TIME.
           OPEN EXTEND MASTER-JOURNAL-FILE.
           PERFORM MARK-PROGRESS-START.
           PERFORM READ-DAILY-TRANSACTIONS.
           PERFORM TEST-SECTION UNTIL END-OF-DAILY-TRANSACTIONS.
                   TO JOB-LOG-MESSAGE
               PERFORM LOG-JOB-MESSAGE
           END-IF.
           MOVE COMMIT-PHASE-NAME TO RUN-STAT-PHASE.
           PERFORM RECORD-PHASE-TIME.
           PERFORM CLOSE-TRANSACTION-FILES.
      * THE REPAIRED RECORDS HAVE BEEN RUN - CUT THE REPAIR FILE SO
           END-IF.
           PERFORM LOAD-TYPE-LIMITS.
           PERFORM LOAD-FEE-SCHEDULE.
           PERFORM LOAD-KEY-CONVERSIONS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-NUMBER-PART1
               INPUT PROCEDURE IS RELEASE-DEAD-LETTERS
           OPEN EXTEND DUPLICATE-TRANSACTIONS.
           OPEN EXTEND REJECT-TRANSACTIONS.
           OPEN EXTEND APPROVAL-QUEUE.
           PERFORM OPEN-SI-RETRY-FILES.
           OPEN OUTPUT DEAD-LETTER-FILE.
           OPEN EXTEND POSTED-TRANSACTIONS.
           OPEN EXTEND CLEARING-ITEMS.
           OPEN EXTEND PENDING-POSTINGS.
           OPEN I-O BIG-WORK-FILE.
           OPEN I-O ACCOUNT-MASTER.
           PERFORM ESTABLISH-AUDIT-SEQUENCE.
           OPEN EXTEND AUDIT-LOG-FILE.
           OPEN EXTEND STATUS-HISTORY-FILE.
           ACCEPT MASTER-JOURNAL-TIME FROM TIME.
           OPEN EXTEND MASTER-JOURNAL-FILE.
           PERFORM MARK-PROGRESS-START.
           PERFORM READ-DAILY-TRANSACTIONS.
           PERFORM TEST-SECTION UNTIL END-OF-DAILY-TRANSACTIONS.
                   TO JOB-LOG-MESSAGE
               PERFORM LOG-JOB-MESSAGE
           END-IF.
           MOVE COMMIT-PHASE-NAME TO RUN-STAT-PHASE.
           PERFORM RECORD-PHASE-TIME.
           PERFORM CLOSE-TRANSACTION-FILES.
       REPLAY-DEAD-LETTERS-EX.
           END-READ.
       EXIT.
      *
      * OPEN-SI-RETRY-FILES - THE STANDING-INSTRUCTION RETRY QUEUE,
      * RETRY LOG AND CUSTOMER NOTIFICATIONS ARE ALL APPENDED TO -
      * WHAT IS ON THEM BELONGS TO EARLIER RUNS AND TO THE READERS
      * DOWNSTREAM.
      *
       OPEN-SI-RETRY-FILES SECTION.
           OPEN EXTEND SI-RETRY-QUEUE.
           OPEN EXTEND SI-RETRY-LOG.
           OPEN EXTEND CUSTOMER-NOTICE-FILE.
       EXIT.
      *
      * CLOSE-TRANSACTION-FILES - CLOSES THE TRANSACTION-LOOP FILES
      * AND LOGS THE DUPLICATE AND REJECT COUNTS FOR THE END-OF-RUN
      * SUMMARY. SHARED BY THE DAILY RUN AND THE REPRO RUN.
               CLOSE DUPLICATE-TRANSACTIONS
               CLOSE REJECT-TRANSACTIONS
               CLOSE APPROVAL-QUEUE
               CLOSE SI-RETRY-QUEUE
               CLOSE SI-RETRY-LOG
               CLOSE CUSTOMER-NOTICE-FILE
               CLOSE DEAD-LETTER-FILE
           END-IF.
           IF MANDATE-FILE-OPEN
               CLOSE MANDATE-FILE
           END-IF.
           IF MANDATE-LOG-OPEN
               CLOSE MANDATE-COLLECT-LOG
           END-IF.
           IF CUSTOMER-MASTER-OPEN
               CLOSE CUSTOMER-MASTER
           END-IF.
           IF COMPLIANCE-QUEUE-OPEN
               CLOSE COMPLIANCE-QUEUE
           END-IF.
           IF VELOCITY-LOG-OPEN
               CLOSE VELOCITY-BREACH-LOG
           END-IF.
           IF NOT RUN-MODE-TRIAL
               CLOSE POSTED-TRANSACTIONS
               CLOSE CLEARING-ITEMS
           END-IF.
           IF RUN-MODE-TRIAL
               CLOSE TRIAL-BIG-WORK-FILE
           ELSE
               CLOSE AUDIT-LOG-FILE
               CLOSE STATUS-HISTORY-FILE
               CLOSE MASTER-JOURNAL-FILE
           END-IF.
           STRING "DUPLICATE TRANSACTIONS BYPASSED: " DELIMITED BY SIZE
               DUPLICATE-TRANSACTION-COUNT DELIMITED BY SIZE
                   INTO JOB-LOG-MESSAGE
               PERFORM LOG-JOB-MESSAGE
           END-IF.
           IF WIDE-KEY-FED-COUNT > ZERO
               STRING "TRANSACTIONS FED BY WIDE ACCOUNT KEY: "
                   DELIMITED BY SIZE
                   WIDE-KEY-FED-COUNT DELIMITED BY SIZE
                   INTO JOB-LOG-MESSAGE
               PERFORM LOG-JOB-MESSAGE
           END-IF.
           IF UNKNOWN-CURRENCY-COUNT > ZERO
               STRING "TRANSACTIONS REJECTED - UNKNOWN CURRENCY: "
                   DELIMITED BY SIZE
                   INTO JOB-LOG-MESSAGE
               PERFORM LOG-JOB-MESSAGE
           END-IF.
           IF PAYMENT-STOPPED-COUNT > ZERO
               MOVE SPACES TO JOB-LOG-MESSAGE
               STRING "PAYMENTS REJECTED - STOPPED: "
                   DELIMITED BY SIZE
                   PAYMENT-STOPPED-COUNT DELIMITED BY SIZE
                   INTO JOB-LOG-MESSAGE
               PERFORM LOG-JOB-MESSAGE
           END-IF.
           IF COLLECTION-CHECKED-COUNT > ZERO
               MOVE SPACES TO JOB-LOG-MESSAGE
               STRING "COLLECTIONS CHECKED: " DELIMITED BY SIZE
                   COLLECTION-CHECKED-COUNT DELIMITED BY SIZE
                   " REJECTED - MANDATE: " DELIMITED BY SIZE
                   COLLECTION-REFUSED-COUNT DELIMITED BY SIZE
                   INTO JOB-LOG-MESSAGE
               PERFORM LOG-JOB-MESSAGE
           END-IF.
           IF COMPLIANCE-HELD-COUNT > ZERO
               MOVE SPACES TO JOB-LOG-MESSAGE
               STRING "TRANSACTIONS HELD FOR COMPLIANCE: "
                   DELIMITED BY SIZE
                   COMPLIANCE-HELD-COUNT DELIMITED BY SIZE
                   INTO JOB-LOG-MESSAGE
               PERFORM LOG-JOB-MESSAGE
           END-IF.
           IF WATCH-LIST-LOADED
               AND WATCH-LIST-IN-FORCE-DATE = ZERO
               MOVE "NO WATCH LIST IN FORCE - NOTHING SCREENED"
                   TO JOB-LOG-MESSAGE
               PERFORM LOG-JOB-MESSAGE
           END-IF.
           IF WATCH-OVERFLOW-COUNT > ZERO
               MOVE SPACES TO JOB-LOG-MESSAGE
               STRING "WATCH-LIST TABLE OVERFLOWED - "
                   DELIMITED BY SIZE
                   WATCH-OVERFLOW-COUNT DELIMITED BY SIZE
                   " ENTRIES NOT CHECKED" DELIMITED BY SIZE
                   INTO JOB-LOG-MESSAGE
               PERFORM LOG-JOB-MESSAGE
           END-IF.
           IF VELOCITY-HELD-COUNT > ZERO
               MOVE SPACES TO JOB-LOG-MESSAGE
               STRING "TRANSACTIONS HELD - VELOCITY: "
                   DELIMITED BY SIZE
                   VELOCITY-HELD-COUNT DELIMITED BY SIZE
                   INTO JOB-LOG-MESSAGE
               PERFORM LOG-JOB-MESSAGE
           END-IF.
           IF VELOCITY-OVERFLOW-COUNT > ZERO
               MOVE SPACES TO JOB-LOG-MESSAGE
               STRING "VELOCITY TABLE OVERFLOWED - "
                   DELIMITED BY SIZE
                   VELOCITY-OVERFLOW-COUNT DELIMITED BY SIZE
                   " DEBITS NOT TALLIED" DELIMITED BY SIZE
                   INTO JOB-LOG-MESSAGE
               PERFORM LOG-JOB-MESSAGE
           END-IF.
           IF TRANSFER-POSTED-COUNT > ZERO
               MOVE SPACES TO JOB-LOG-MESSAGE
               STRING "TRANSFERS PENDED - BOTH LEGS: "
                   DELIMITED BY SIZE
                   TRANSFER-POSTED-COUNT DELIMITED BY SIZE
                   INTO JOB-LOG-MESSAGE
               PERFORM LOG-JOB-MESSAGE
           END-IF.
           IF TRANSFER-REFUSED-COUNT > ZERO
               MOVE SPACES TO JOB-LOG-MESSAGE
               STRING "TRANSFERS REJECTED - BAD COUNTER ACCOUNT: "
                   DELIMITED BY SIZE
                   TRANSFER-REFUSED-COUNT DELIMITED BY SIZE
                   INTO JOB-LOG-MESSAGE
               PERFORM LOG-JOB-MESSAGE
           END-IF.
           IF STOP-OVERFLOW-COUNT > ZERO
               MOVE SPACES TO JOB-LOG-MESSAGE
               STRING "STOP-PAYMENT TABLE OVERFLOWED - "
                   DELIMITED BY SIZE
                   STOP-OVERFLOW-COUNT DELIMITED BY SIZE
                   " STOPS NOT CHECKED" DELIMITED BY SIZE
                   INTO JOB-LOG-MESSAGE
               PERFORM LOG-JOB-MESSAGE
           END-IF.
           IF HOLD-BREACH-COUNT > ZERO
               MOVE SPACES TO JOB-LOG-MESSAGE
               STRING "OF WHICH HELD - EARMARKED FUNDS: "
                   DELIMITED BY SIZE
                   HOLD-BREACH-COUNT DELIMITED BY SIZE
                   INTO JOB-LOG-MESSAGE
               PERFORM LOG-JOB-MESSAGE
           END-IF.
           IF ACCOUNT-HOLD-OVERFLOW-COUNT > ZERO
               MOVE SPACES TO JOB-LOG-MESSAGE
               STRING "ACCOUNT-HOLD TABLE OVERFLOWED - "
                   DELIMITED BY SIZE
                   ACCOUNT-HOLD-OVERFLOW-COUNT DELIMITED BY SIZE
                   " HOLDS NOT TAKEN OFF AVAILABLE BALANCE"
                   DELIMITED BY SIZE
                   INTO JOB-LOG-MESSAGE
               PERFORM LOG-JOB-MESSAGE
           END-IF.
           IF PENDED-NET-OVERFLOW-COUNT > ZERO
               MOVE SPACES TO JOB-LOG-MESSAGE
               STRING "PENDED-NET TABLE OVERFLOWED - "
                   INTO JOB-LOG-MESSAGE
               PERFORM LOG-JOB-MESSAGE
           END-IF.
           IF EARLY-WITHDRAWAL-COUNT > ZERO
               MOVE SPACES TO JOB-LOG-MESSAGE
               STRING "TRANSACTIONS HELD - EARLY WITHDRAWAL: "
                   DELIMITED BY SIZE
                   EARLY-WITHDRAWAL-COUNT DELIMITED BY SIZE
                   INTO JOB-LOG-MESSAGE
               PERFORM LOG-JOB-MESSAGE
           END-IF.
           IF PENDING-QUEUED-COUNT > ZERO
               MOVE SPACES TO JOB-LOG-MESSAGE
               STRING "TRANSACTIONS HELD - PENDING QUEUE: "
                   DELIMITED BY SIZE
                   PENDING-QUEUED-COUNT DELIMITED BY SIZE
                   INTO JOB-LOG-MESSAGE
               PERFORM LOG-JOB-MESSAGE
           END-IF.
           IF SI-RETRY-SCHEDULED-COUNT > ZERO
               OR SI-RETRY-SUCCEEDED-COUNT > ZERO
               OR SI-RETRY-FAILED-COUNT > ZERO
               MOVE SPACES TO JOB-LOG-MESSAGE
               STRING "STANDING RETRIES SCHEDULED: "
                   DELIMITED BY SIZE
                   SI-RETRY-SCHEDULED-COUNT DELIMITED BY SIZE
                   " SUCCEEDED: " DELIMITED BY SIZE
                   SI-RETRY-SUCCEEDED-COUNT DELIMITED BY SIZE
                   " FAILED: " DELIMITED BY SIZE
                   SI-RETRY-FAILED-COUNT DELIMITED BY SIZE
                   INTO JOB-LOG-MESSAGE
               PERFORM LOG-JOB-MESSAGE
           END-IF.
           IF LARGE-DEBIT-NOTICE-COUNT > ZERO
               MOVE SPACES TO JOB-LOG-MESSAGE
               STRING "LARGE-DEBIT NOTICES WRITTEN: "
                   DELIMITED BY SIZE
                   LARGE-DEBIT-NOTICE-COUNT DELIMITED BY SIZE
                   INTO JOB-LOG-MESSAGE
               PERFORM LOG-JOB-MESSAGE
           END-IF.
           IF TERM-DEPOSIT-OVERFLOW-COUNT > ZERO
               MOVE SPACES TO JOB-LOG-MESSAGE
               STRING "TERM-DEPOSIT TABLE OVERFLOWED - "
                   DELIMITED BY SIZE
                   TERM-DEPOSIT-OVERFLOW-COUNT DELIMITED BY SIZE
                   " DEPOSITS NOT GUARDED" DELIMITED BY SIZE
                   INTO JOB-LOG-MESSAGE
               PERFORM LOG-JOB-MESSAGE
           END-IF.
           IF FEE-POSTED-COUNT > ZERO
               MOVE SPACES TO JOB-LOG-MESSAGE
               STRING "FEE POSTINGS GENERATED: " DELIMITED BY SIZE
           END-IF.
           PERFORM REPORT-TYPE-STATISTIC
               VARYING TYPE-STAT-IDX FROM 1 BY 1
               UNTIL TYPE-STAT-IDX > 6.
           IF NOT RUN-MODE-TRIAL
               CLOSE DAILY-STATISTICS-FILE
           END-IF.
      * SO ITS INTEGRITY IS CARRIED BY ITS OWN SEQUENCE TRAILER.
      *
       WRITE-OUTPUT-MANIFEST SECTION.
           PERFORM COUNT-POSTED-FOR-MANIFEST.
           OPEN OUTPUT MANIFEST-FILE.
           MOVE "DAILYTXN" TO MANIFEST-FILE-ID.
           MOVE DAILY-MANIFEST-COUNT TO MANIFEST-RECORD-COUNT.
           MOVE CHECKPOINT-MANIFEST-COUNT TO MANIFEST-RECORD-COUNT.
           MOVE CHECKPOINT-MANIFEST-HASH TO MANIFEST-HASH-TOTAL.
           WRITE MANIFEST-RECORD.
           MOVE "POSTEDTX" TO MANIFEST-FILE-ID.
           MOVE POSTED-MANIFEST-COUNT TO MANIFEST-RECORD-COUNT.
           MOVE POSTED-MANIFEST-HASH TO MANIFEST-HASH-TOTAL.
           WRITE MANIFEST-RECORD.
           CLOSE MANIFEST-FILE.
       EXIT.
      *
      * COUNT-POSTED-FOR-MANIFEST - THE POSTING TRAIL IS COUNTED OFF
      * THE CLOSED FILE RATHER THAN AS IT IS WRITTEN: AN EARLIER
      * INTRADAY CYCLE, A RESTARTED RUN AND A REPROCESSING RUN ALL
      * APPEND TO IT, AND THE ROW MUST DESCRIBE THE WHOLE FILE THE
      * DAY'S READERS WILL SEE - BROUGHT-FORWARD ROWS INCLUDED. THE
      * HASH ADDS THE MAGNITUDE OF EVERY AMOUNT IN FILE ORDER,
      * TRUNCATING TO WHOLE UNITS AS IT GOES.
      *
       COUNT-POSTED-FOR-MANIFEST SECTION.
           MOVE ZERO TO POSTED-MANIFEST-COUNT.
           MOVE ZERO TO POSTED-MANIFEST-HASH.
           MOVE "N" TO POSTED-MANIFEST-SWITCH.
           OPEN INPUT POSTED-TRANSACTIONS.
           PERFORM READ-POSTED-FOR-MANIFEST.
           PERFORM TALLY-POSTED-FOR-MANIFEST
               UNTIL END-OF-POSTED-MANIFEST.
           CLOSE POSTED-TRANSACTIONS.
       EXIT.
      *
       TALLY-POSTED-FOR-MANIFEST SECTION.
           ADD 1 TO POSTED-MANIFEST-COUNT.
           IF POSTED-AMOUNT < ZERO
               SUBTRACT POSTED-AMOUNT FROM POSTED-MANIFEST-HASH
           ELSE
               ADD POSTED-AMOUNT TO POSTED-MANIFEST-HASH
           END-IF.
           PERFORM READ-POSTED-FOR-MANIFEST.
       EXIT.
      *
       READ-POSTED-FOR-MANIFEST SECTION.
           READ POSTED-TRANSACTIONS
               AT END
                   SET END-OF-POSTED-MANIFEST TO TRUE
           END-READ.
       EXIT.
      *
      * TALLY-BRANCH-STATISTIC - COUNTS THE RECORD AGAINST ITS
      * ORIGINATING BRANCH'S SLOT.
      *
      * WAREHOUSED FUTURE-DATED TRANSACTIONS WHOSE DAY HAS COME JOIN
      * TOO; THE REST CARRY FORWARD TO THE NEXT RUN.
               PERFORM RELEASE-WAREHOUSE-FEED
      * SO DO THE PENDING ITEMS POTHER HELD IN AN EARLIER RUN.
               PERFORM RELEASE-PENDING-HOLD-QUEUE
      * AND THE STANDING-INSTRUCTION DEBITS DUE A RETRY TODAY.
               PERFORM RELEASE-STANDING-RETRIES
           END-IF.
       EXIT.
      *
           END-READ.
       EXIT.
      *
      * RELEASE-PENDING-HOLD-QUEUE - SWEEPS POTHER'S HOLD QUEUE. AN
      * ITEM HELD ON AN EARLIER RUN DATE WHOSE VALUE DATE HAS COME
      * IS RELEASED INTO THE SORT AS A POSTING OUT OF THE HELD
      * STATUS ("HO"), FLAGGED "G" LIKE A WAREHOUSE RELEASE - IT IS
      * OUTSIDE THE FEED TRAILER'S CLAIM AND ITS NUMBER WAS ALREADY
      * SEEN ON THE DAY IT WAS HELD. EVERYTHING ELSE IS KEPT: THE
      * KEPT ITEMS GO TO THE SCRATCH FILE AND BACK OVER THE QUEUE.
      * A ROW WRITTEN BEFORE THE QUEUE CARRIED ITS DETAIL CANNOT BE
      * PUT BACK IN THE SORT AND IS KEPT FOR PENDAGE TO AGE OUT. A
      * TRIAL RELEASES THE DUE ITEMS INTO ITS REHEARSAL BUT NEVER
      * CUTS THE QUEUE.
      *
       RELEASE-PENDING-HOLD-QUEUE SECTION.
           MOVE "N" TO PENDING-HOLD-SWITCH.
           OPEN INPUT PENDING-HOLD-QUEUE.
           IF NOT RUN-MODE-TRIAL
               OPEN OUTPUT PENDING-HOLD-WORK
           END-IF.
           PERFORM READ-PENDING-HOLD-ITEM.
           PERFORM RELEASE-ONE-PENDING-HOLD-ITEM
               UNTIL END-OF-PENDING-HOLD.
           CLOSE PENDING-HOLD-QUEUE.
           IF NOT RUN-MODE-TRIAL
               CLOSE PENDING-HOLD-WORK
               PERFORM REWRITE-PENDING-HOLD-QUEUE
           END-IF.
           IF PENDING-RELEASED-COUNT > ZERO
               OR PENDING-KEPT-COUNT > ZERO
               MOVE SPACES TO JOB-LOG-MESSAGE
               STRING "PENDING HOLD QUEUE RELEASED: "
                   DELIMITED BY SIZE
                   PENDING-RELEASED-COUNT DELIMITED BY SIZE
                   " STILL HELD: " DELIMITED BY SIZE
                   PENDING-KEPT-COUNT DELIMITED BY SIZE
                   INTO JOB-LOG-MESSAGE
               PERFORM LOG-JOB-MESSAGE
           END-IF.
       EXIT.
      *
       RELEASE-ONE-PENDING-HOLD-ITEM SECTION.
           IF HOLD-QUEUE-HELD-DATE NUMERIC
               AND HOLD-QUEUE-HELD-DATE < RUN-DATE
               AND HOLD-QUEUE-DATE NOT > RUN-DATE
               AND HOLD-QUEUE-DETAIL NOT = SPACES
               ADD 1 TO PENDING-RELEASED-COUNT
               MOVE "O" TO HOLD-QUEUE-DETAIL-TYPE
               MOVE "H" TO HOLD-QUEUE-DETAIL-PRIOR-STATUS
               MOVE "G" TO HOLD-QUEUE-DETAIL-GENERATED
               MOVE HOLD-QUEUE-DETAIL TO SORT-WORK-RECORD
               RELEASE SORT-WORK-RECORD
           ELSE
               ADD 1 TO PENDING-KEPT-COUNT
               IF NOT RUN-MODE-TRIAL
                   MOVE HOLD-QUEUE-RECORD TO PENDING-HOLD-WORK-RECORD
                   WRITE PENDING-HOLD-WORK-RECORD
               END-IF
           END-IF.
           PERFORM READ-PENDING-HOLD-ITEM.
       EXIT.
      *
       READ-PENDING-HOLD-ITEM SECTION.
           READ PENDING-HOLD-QUEUE
               AT END
                   SET END-OF-PENDING-HOLD TO TRUE
           END-READ.
       EXIT.
      *
      * REWRITE-PENDING-HOLD-QUEUE - PUTS THE KEPT ITEMS BACK OVER
      * THE QUEUE, READY FOR POTHER TO APPEND TODAY'S HOLDS BEHIND.
      *
       REWRITE-PENDING-HOLD-QUEUE SECTION.
           MOVE "N" TO PENDING-HOLD-WORK-SWITCH.
           OPEN INPUT PENDING-HOLD-WORK.
           OPEN OUTPUT PENDING-HOLD-QUEUE.
           PERFORM READ-PENDING-HOLD-WORK.
           PERFORM COPY-ONE-PENDING-HOLD-ITEM
               UNTIL END-OF-PENDING-HOLD-WORK.
           CLOSE PENDING-HOLD-WORK.
           CLOSE PENDING-HOLD-QUEUE.
       EXIT.
      *
       COPY-ONE-PENDING-HOLD-ITEM SECTION.
           MOVE PENDING-HOLD-WORK-RECORD TO HOLD-QUEUE-RECORD.
           WRITE HOLD-QUEUE-RECORD.
           PERFORM READ-PENDING-HOLD-WORK.
       EXIT.
      *
       READ-PENDING-HOLD-WORK SECTION.
           READ PENDING-HOLD-WORK
               AT END
                   SET END-OF-PENDING-HOLD-WORK TO TRUE
           END-READ.
       EXIT.
      *
      * RELEASE-STANDING-RETRIES - SWEEPS THE STANDING-INSTRUCTION
      * RETRY QUEUE. A DEBIT REFUSED ON AN EARLIER RUN DATE WHOSE
      * RETRY DATE HAS COME GOES BACK INTO THE SORT AS IT WAS
      * QUEUED - FLAGGED "G", SOURCE "S", ITS RETRY NUMBER ALREADY
      * STAMPED - TO BE JUDGED AGAINST THE FUNDS AGAIN. THE REST ARE
      * KEPT THROUGH THE SCRATCH FILE. A TRIAL RELEASES THE DUE
      * RETRIES INTO ITS REHEARSAL BUT NEVER CUTS THE QUEUE.
      *
       RELEASE-STANDING-RETRIES SECTION.
           MOVE "N" TO SI-RETRY-SWITCH.
           OPEN INPUT SI-RETRY-QUEUE.
           IF NOT RUN-MODE-TRIAL
               OPEN OUTPUT SI-RETRY-WORK
           END-IF.
           PERFORM READ-SI-RETRY-ITEM.
           PERFORM RELEASE-ONE-SI-RETRY-ITEM
               UNTIL END-OF-SI-RETRY.
           CLOSE SI-RETRY-QUEUE.
           IF NOT RUN-MODE-TRIAL
               CLOSE SI-RETRY-WORK
               PERFORM REWRITE-SI-RETRY-QUEUE
           END-IF.
           IF SI-RETRY-RELEASED-COUNT > ZERO
               OR SI-RETRY-KEPT-COUNT > ZERO
               MOVE SPACES TO JOB-LOG-MESSAGE
               STRING "STANDING RETRIES RELEASED: "
                   DELIMITED BY SIZE
                   SI-RETRY-RELEASED-COUNT DELIMITED BY SIZE
                   " STILL WAITING: " DELIMITED BY SIZE
                   SI-RETRY-KEPT-COUNT DELIMITED BY SIZE
                   INTO JOB-LOG-MESSAGE
               PERFORM LOG-JOB-MESSAGE
           END-IF.
       EXIT.
      *
       RELEASE-ONE-SI-RETRY-ITEM SECTION.
           IF SI-RETRY-REFUSED-DATE < RUN-DATE
               AND SI-RETRY-NEXT-DATE NOT > RUN-DATE
               ADD 1 TO SI-RETRY-RELEASED-COUNT
               MOVE SI-RETRY-DETAIL TO SORT-WORK-RECORD
               RELEASE SORT-WORK-RECORD
           ELSE
               ADD 1 TO SI-RETRY-KEPT-COUNT
               IF NOT RUN-MODE-TRIAL
                   MOVE SI-RETRY-RECORD TO SI-RETRY-WORK-RECORD
                   WRITE SI-RETRY-WORK-RECORD
               END-IF
           END-IF.
           PERFORM READ-SI-RETRY-ITEM.
       EXIT.
      *
       READ-SI-RETRY-ITEM SECTION.
           READ SI-RETRY-QUEUE
               AT END
                   SET END-OF-SI-RETRY TO TRUE
           END-READ.
       EXIT.
      *
      * REWRITE-SI-RETRY-QUEUE - PUTS THE KEPT RETRIES BACK OVER THE
      * QUEUE, READY FOR TODAY'S REFUSALS TO BE APPENDED BEHIND.
      *
       REWRITE-SI-RETRY-QUEUE SECTION.
           MOVE "N" TO SI-RETRY-WORK-SWITCH.
           OPEN INPUT SI-RETRY-WORK.
           OPEN OUTPUT SI-RETRY-QUEUE.
           PERFORM READ-SI-RETRY-WORK.
           PERFORM COPY-ONE-SI-RETRY-ITEM
               UNTIL END-OF-SI-RETRY-WORK.
           CLOSE SI-RETRY-WORK.
           CLOSE SI-RETRY-QUEUE.
       EXIT.
      *
       COPY-ONE-SI-RETRY-ITEM SECTION.
           MOVE SI-RETRY-WORK-RECORD TO SI-RETRY-RECORD.
           WRITE SI-RETRY-RECORD.
           PERFORM READ-SI-RETRY-WORK.
       EXIT.
      *
       READ-SI-RETRY-WORK SECTION.
           READ SI-RETRY-WORK
               AT END
                   SET END-OF-SI-RETRY-WORK TO TRUE
           END-READ.
       EXIT.
      *
       EXPAND-STANDING-INSTRUCTIONS SECTION.
           OPEN INPUT STANDING-INSTRUCTIONS.
           PERFORM READ-STANDING-INSTRUCTION.
           PERFORM EXPAND-ONE-STANDING-INSTRUCTION
               UNTIL END-OF-STANDING-INSTRUCTIONS.
           CLOSE STANDING-INSTRUCTIONS.
           STRING "STANDING INSTRUCTIONS GENERATED: "
               DELIMITED BY SIZE
               GENERATED-RELEASED-COUNT DELIMITED BY SIZE
               INTO JOB-LOG-MESSAGE.
           PERFORM LOG-JOB-MESSAGE.
       EXIT.
      *
      * EXPAND-ONE-STANDING-INSTRUCTION - A TEMPLATE APPLIES TODAY
      * WHEN THE RUN DATE SITS INSIDE ITS ACTIVE RANGE AND ITS
      * FREQUENCY MATCHES: D GENERATES EVERY PROCESSING DAY, M ONLY
      * ON ITS NAMED DAY OF THE MONTH.
      *
       EXPAND-ONE-STANDING-INSTRUCTION SECTION.
           IF RUN-DATE < STANDING-ACTIVE-FROM
               OR RUN-DATE > STANDING-ACTIVE-TO
               GO TO EXPAND-ONE-STANDING-INSTRUCTION-NEXT
           END-IF.
           IF STANDING-FREQUENCY = "M"
               AND RUN-DATE-DAY NOT = STANDING-DAY-OF-MONTH
               GO TO EXPAND-ONE-STANDING-INSTRUCTION-NEXT
           END-IF.
           MOVE SPACES TO GENERATED-TRANSACTION.
           MOVE STANDING-STRING-PART1 TO GENERATED-STRING-PART1.
           MOVE STANDING-STRING-PART2 TO GENERATED-STRING-PART2.
           MOVE STANDING-NUMBER-PART1 TO GENERATED-NUMBER-PART1.
           MOVE STANDING-NUMBER-PART2 TO GENERATED-NUMBER-PART2.
           MOVE STANDING-TYPE TO GENERATED-TYPE.
           MOVE STANDING-CHECK-DIGIT TO GENERATED-CHECK-DIGIT.
           MOVE STANDING-CURRENCY-CODE TO GENERATED-CURRENCY-CODE.
           MOVE ZERO TO GENERATED-ORIGINAL-REF.
           MOVE "G" TO GENERATED-FLAG.
           MOVE ZERO TO GENERATED-VALUE-DATE.
           MOVE "S" TO GENERATED-SOURCE.
           MOVE ZERO TO GENERATED-RETRY-ATTEMPT.
           MOVE STANDING-WIDE-KEY TO GENERATED-WIDE-KEY.
           MOVE GENERATED-TRANSACTION TO SORT-WORK-RECORD.
           RELEASE SORT-WORK-RECORD.
           ADD 1 TO GENERATED-RELEASED-COUNT.
       EXPAND-ONE-STANDING-INSTRUCTION-NEXT.
           PERFORM READ-STANDING-INSTRUCTION.
       EXIT.
      *
      * RELEASE-ACCRUAL-FEED - THE GENERATED ACCRUAL TRANSACTIONS GO
      * INTO THE SORT ALREADY FLAGGED "G" BY ACCRUE, SO THE TRAIL
      * AND THE STATISTICS TELL THEM APART FROM FED RECORDS AND THE
      * DUPLICATE LOOK-BACK LEAVES THEM ALONE.
      *
       RELEASE-ACCRUAL-FEED SECTION.
           MOVE "N" TO ACCRUAL-FEED-SWITCH.
               (CHECK-DIGIT-DIGIT * CHECK-DIGIT-WEIGHT).
       EXIT.
      *
      * VALIDATE-WIDE-CHECK-DIGIT - THE SAME JUDGMENT AS VALIDATE-
      * CHECK-DIGIT FOR A RECORD FED BY ITS WIDE KEY: THE MODULUS-11
      * CHECK DIGIT OVER THE WIDE KEY'S SIX DIGITS, WEIGHTED 2
      * THROUGH 7, AGAINST THE SEVENTH BYTE.
      *
       VALIDATE-WIDE-CHECK-DIGIT SECTION.
           SET CHECK-DIGIT-VALID TO TRUE.
           IF DTXN-WIDE-ACCOUNT-KEY(1:6) NOT NUMERIC
               OR DTXN-WIDE-ACCOUNT-KEY(7:1) NOT NUMERIC
               SET CHECK-DIGIT-INVALID TO TRUE
           ELSE
               MOVE DTXN-WIDE-ACCOUNT-KEY(1:6)
                   TO WIDE-CHECK-DIGIT-WORK-STRING
               PERFORM COMPUTE-WIDE-CHECK-DIGIT
               IF DTXN-WIDE-ACCOUNT-KEY(7:1) NOT = CHECK-DIGIT-COMPUTED
                   SET CHECK-DIGIT-INVALID TO TRUE
               END-IF
           END-IF.
           IF CHECK-DIGIT-INVALID
               DISPLAY "CHECK DIGIT MISMATCH ON WIDE ACCOUNT KEY"
               IF REJECT-REASON-TEXT = SPACES
                   MOVE "CHECK DIGIT" TO REJECT-REASON-TEXT
               END-IF
           END-IF.
       EXIT.
      *
      * COMPUTE-WIDE-CHECK-DIGIT - THE MODULUS-11 CHECK DIGIT OVER
      * THE SIX DIGITS IN WIDE-CHECK-DIGIT-WORK-STRING, MATCHING
      * ACCTMNT'S.
      *
       COMPUTE-WIDE-CHECK-DIGIT SECTION.
           MOVE ZERO TO CHECK-DIGIT-SUM.
           PERFORM ACCUMULATE-WIDE-CHECK-DIGIT
               VARYING CHECK-DIGIT-INDEX FROM 1 BY 1
               UNTIL CHECK-DIGIT-INDEX > 6.
           DIVIDE CHECK-DIGIT-SUM BY 11 GIVING CHECK-DIGIT-QUOTIENT
               REMAINDER CHECK-DIGIT-REMAINDER.
           IF CHECK-DIGIT-REMAINDER = ZERO
               MOVE ZERO TO CHECK-DIGIT-COMPUTED
           ELSE
               COMPUTE CHECK-DIGIT-COMPUTED = 11 - CHECK-DIGIT-REMAINDER
           END-IF.
           IF CHECK-DIGIT-COMPUTED > 9
               MOVE ZERO TO CHECK-DIGIT-COMPUTED
           END-IF.
       EXIT.
      *
       ACCUMULATE-WIDE-CHECK-DIGIT SECTION.
           MOVE WIDE-CHECK-DIGIT-WORK-STRING(CHECK-DIGIT-INDEX:1) TO
               CHECK-DIGIT-CHAR.
           MOVE CHECK-DIGIT-CHAR TO CHECK-DIGIT-DIGIT.
           COMPUTE CHECK-DIGIT-WEIGHT = CHECK-DIGIT-INDEX + 1.
           COMPUTE CHECK-DIGIT-SUM = CHECK-DIGIT-SUM +
               (CHECK-DIGIT-DIGIT * CHECK-DIGIT-WEIGHT).
       EXIT.
      *
      * RESOLVE-FED-ACCOUNT-KEY - A RECORD STILL KEYED THE OLD WAY
      * TAKES THE WIDE KEY ITS ACCOUNT NOW LIVES UNDER FROM THE
      * CONVERSION TABLE (NONE THERE LEAVES IT TO THE MASTER'S SHORT-
      * KEY INDEX). A RECORD FED BY ITS WIDE KEY TAKES THE SHORT KEY
      * BACK FROM THE TABLE FOR THE STRING PART THE SUBPROGRAMS, THE
      * TRAIL AND THE SATELLITE FILES STILL WORK IN; AN ACCOUNT
      * NUMBERED PAST 999 HAS NONE, AND ITS STRING PART CARRIES THE
      * BRANCH DIGIT ALONE.
      *
       RESOLVE-FED-ACCOUNT-KEY SECTION.
           IF DTXN-WIDE-ACCOUNT-KEY = SPACES
               MOVE DTXN-STRING-PART1 TO KEY-CONV-OLD-WORK(1:4)
               MOVE DTXN-CHECK-DIGIT TO KEY-CONV-OLD-WORK(5:1)
               PERFORM FIND-KEY-CONV-BY-OLD
               IF KEY-CONV-FOUND-IDX > ZERO
                   MOVE KCT-NEW-KEY(KEY-CONV-FOUND-IDX)
                       TO ACCOUNT-WIDE-KEY
               END-IF
               GO TO RESOLVE-FED-ACCOUNT-KEY-EX
           END-IF.
           SET WIDE-KEY-FED TO TRUE.
           ADD 1 TO WIDE-KEY-FED-COUNT.
           MOVE DTXN-WIDE-ACCOUNT-KEY TO ACCOUNT-WIDE-KEY.
           MOVE DTXN-WIDE-ACCOUNT-KEY TO KEY-CONV-NEW-WORK.
           PERFORM FIND-KEY-CONV-BY-NEW.
           IF KEY-CONV-FOUND-IDX > ZERO
               MOVE KCT-OLD-KEY(KEY-CONV-FOUND-IDX)(1:4)
                   TO COPY-STRING-PART1
               MOVE KCT-OLD-KEY(KEY-CONV-FOUND-IDX)(5:1)
                   TO COPY-STRING-CHECK-DIGIT
           ELSE
               SET WIDE-ONLY-ACCOUNT TO TRUE
               MOVE SPACES TO COPY-STRING-PART1
               MOVE ACCOUNT-WIDE-BRANCH-DIGIT TO COPY-STRING-PART1(1:1)
               MOVE ZERO TO COPY-STRING-CHECK-DIGIT
           END-IF.
       RESOLVE-FED-ACCOUNT-KEY-EX.
       EXIT.
      *
      * CAPTURE-BEFORE-SNAPSHOT - RECORDS COPY-BASE'S MUTABLE FIELDS
      * JUST BEFORE THE DISPATCHED CALL, SO THEY CAN BE COMPARED TO
      * WHAT COMES BACK.
           PERFORM WRITE-REPORT-LINE.
           PERFORM PRINT-TYPE-REPORT-LINE
               VARYING TYPE-STAT-IDX FROM 1 BY 1
               UNTIL TYPE-STAT-IDX > 6.
           MOVE SPACES TO REPORT-BUILD-LINE.
           MOVE "REJECT STATISTICS" TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE HOLD-BREACH-COUNT TO REPORT-COUNT-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "    OF WHICH EARMARKED     " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE DORMANT-HELD-COUNT TO REPORT-COUNT-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "  HELD - DORMANT ACCOUNT   " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE EARLY-WITHDRAWAL-COUNT TO REPORT-COUNT-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "  HELD - EARLY WITHDRAWAL  " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE PENDING-QUEUED-COUNT TO REPORT-COUNT-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "  HELD - PENDING QUEUE     " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SI-RETRY-SCHEDULED-COUNT TO REPORT-COUNT-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "  STANDING - RETRY SET     " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SI-RETRY-SUCCEEDED-COUNT TO REPORT-COUNT-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "  STANDING - RETRY POSTED  " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SI-RETRY-FAILED-COUNT TO REPORT-COUNT-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "  STANDING - FAILED NSF    " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE PAYMENT-STOPPED-COUNT TO REPORT-COUNT-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "  REJECTED - STOPPED       " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE COLLECTION-CHECKED-COUNT TO REPORT-COUNT-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "  COLLECTIONS CHECKED      " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE COLLECTION-REFUSED-COUNT TO REPORT-COUNT-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "  REJECTED - MANDATE       " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE COMPLIANCE-HELD-COUNT TO REPORT-COUNT-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "  HELD - COMPLIANCE        " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE VELOCITY-HELD-COUNT TO REPORT-COUNT-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "  HELD - VELOCITY          " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE TRANSFER-POSTED-COUNT TO REPORT-COUNT-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "  TRANSFERS - BOTH LEGS    " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE TRANSFER-REFUSED-COUNT TO REPORT-COUNT-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "  REJECTED - BAD TRANSFER  " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE PAYMENT-REF-COUNT TO REPORT-COUNT-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "  PAYMENT-REFERENCE RECORDS" DELIMITED BY SIZE
                   PERFORM REVERSED-PROCESSING
               WHEN LETTER-C
                   PERFORM LETTER-C-PROCESSING
               WHEN TRANSACTION-TRANSFER
                   PERFORM TRANSFER-PROCESSING
               WHEN OTHER
                   DISPLAY "UNKNOWN TRANSACTION STATUS: " LETTER
           END-EVALUATE.
           DISPLAY "LETTER-C CONDITION ACTIVE".
       EXIT.

       TRANSFER-PROCESSING SECTION.
           DISPLAY "TRANSACTION TRANSFER".
       EXIT.

       TEST-SECTION SECTION.
      * A TRANSACTION NUMBER ALREADY PROCESSED THIS RUN IS A FEED
      * RE-TRANSMISSION - THE DUPLICATE IS SET ASIDE FOR THE FEED
      * DISPATCH GATE.
          MOVE "N" TO ACCOUNT-NOT-FOUND-SWITCH.
          MOVE "N" TO DORMANT-HELD-SWITCH.
          MOVE "N" TO PAYMENT-STOPPED-SWITCH.
          MOVE "N" TO COLLECTION-REFUSED-SWITCH.
          MOVE "N" TO COMPLIANCE-HELD-SWITCH.
          MOVE "N" TO PENDING-QUEUED-SWITCH.
      * A STANDING-INSTRUCTION DEBIT BACK FROM THE RETRY QUEUE - ITS
      * TRAIL CONTINUES FROM THE RETRY STATUS IT WAS LEFT IN.
          MOVE "N" TO SI-RETRY-OFFER-SWITCH.
          IF DTXN-GENERATED-FLAG = "G"
              AND DTXN-GENERATED-SOURCE = "S"
              AND DTXN-RETRY-ATTEMPT NUMERIC
              AND DTXN-RETRY-ATTEMPT > ZERO
              SET SI-RETRY-OFFER TO TRUE
          END-IF.
          ADD 1 TO BIG-WORK-PAGE-COUNTER.
          ADD 1 TO CONTROL-TOTAL.
      *
          ELSE
              SET COPY-STRING-IS-PARTS TO TRUE
          END-IF.
      * SETTLE WHICH ACCOUNT THE RECORD NAMES WHILE THE BRANCH FEEDS
      * MOVE ACROSS TO THE WIDE KEY - A RECORD MAY ARRIVE KEYED
      * EITHER WAY, AND BOTH MUST LAND ON THE SAME ACCOUNT.
          MOVE "N" TO WIDE-KEY-FED-SWITCH.
          MOVE "N" TO WIDE-ONLY-SWITCH.
          MOVE SPACES TO ACCOUNT-WIDE-KEY.
          IF NOT COPY-STRING-IS-PAYMENT-REF
              PERFORM RESOLVE-FED-ACCOUNT-KEY
          END-IF.
          MOVE DTXN-VALUE-DATE TO COPY-DATE.
          PERFORM VALIDATE-TRANSACTION-DATE.
      * THE RECORD'S AMOUNT, FOLDED TOGETHER THE SAME WAY THE REPORT
              COPY-NUMBER-PART1 + (COPY-NUMBER-PART2 / 10000).
      * A CREDIT-SIGNED RECORD POSTS NEGATIVE - THE FEED'S NUMBER
      * FIELDS ARE UNSIGNED, SO THE SIGN IS APPLIED HERE, ONTO THE
      * SIGNED COPY-NUMBER FIELDS AND THE AMOUNT TOGETHER. A TRANSFER
      * ALWAYS DEBITS THE RECORD'S OWN ACCOUNT, WHATEVER SIGN IT WAS
      * FED WITH - THE RECEIVING LEG TAKES THE OPPOSITE SIGN LATER.
          IF DTXN-AMOUNT-SIGN = "-" OR TRANSACTION-TRANSFER
              COMPUTE COPY-AMOUNT = ZERO - COPY-AMOUNT
              COMPUTE COPY-NUMBER-PART1 = ZERO - COPY-NUMBER-PART1
              COMPUTE COPY-NUMBER-PART2 = ZERO - COPY-NUMBER-PART2
      * WHILE THE AMOUNT IS FRESHLY IN BASE CURRENCY.
          PERFORM TALLY-TYPE-STATISTIC
              VARYING TYPE-STAT-IDX FROM 1 BY 1
              UNTIL TYPE-STAT-IDX > 6.
      * A PAYMENT REFERENCE CARRIES NO BRANCH DIGIT TO TALLY.
          IF NOT COPY-STRING-IS-PAYMENT-REF
              PERFORM TALLY-BRANCH-STATISTIC
      * DOES NOT APPLY TO A REFERENCE). A MISMATCH IS LOGGED BUT
      * DOES NOT BY ITSELF STOP THE CALL, SINCE OTHER MAKES THE
      * FINAL SUCCESS/FAILURE DECISION.
      * A RECORD FED BY ITS WIDE KEY IS JUDGED ON THE WIDE KEY'S OWN
      * CHECK DIGIT, OVER ALL SIX DIGITS.
          IF COPY-STRING-IS-PAYMENT-REF
              PERFORM VALIDATE-PAYMENT-REFERENCE
          ELSE
              IF WIDE-KEY-FED
                  PERFORM VALIDATE-WIDE-CHECK-DIGIT
              ELSE
                  PERFORM VALIDATE-CHECK-DIGIT
              END-IF
          END-IF.
      *
      * A TRANSFER'S RECEIVING ACCOUNT IS VALIDATED AS CAREFULLY AS
      * ITS PAYING ONE - ONE BAD KEY REJECTS THE WHOLE TRANSFER, SO
      * NEITHER LEG EVER POSTS WITHOUT THE OTHER.
          IF TRANSACTION-TRANSFER
              AND REJECT-REASON-TEXT = SPACES
              AND NOT ACCOUNT-NOT-FOUND
              AND NOT CURRENCY-UNKNOWN AND NOT OVER-LIMIT
              PERFORM LOCATE-TRANSFER-COUNTER-ACCOUNT
          END-IF.
      *
      * A PAYMENT THE CUSTOMER HAS STOPPED IS REJECTED HERE, BEFORE
      * DISPATCH AND POSTING, INSTEAD OF POSTING AND WAITING FOR A
      * TYPE-V TO UNDO IT. ONLY A RECORD STILL HEADED FOR POSTING IS
      * CHECKED - ONE ALREADY REJECTED OR HELD IS CHECKED AGAIN WHEN
      * ITS CORRECTION OR RELEASE COMES BACK THROUGH. GENERATED
      * RECORDS ARE THE BANK'S OWN AND BACK-OUTS UNDO A PAYMENT
      * RATHER THAN MAKE ONE, SO NEITHER IS EVER STOPPED.
          IF REJECT-REASON-TEXT = SPACES
              AND NOT ACCOUNT-NOT-FOUND
              AND NOT CURRENCY-UNKNOWN AND NOT REVERSAL-UNMATCHED
              AND NOT OVER-LIMIT AND NOT DORMANT-HELD
              AND DTXN-GENERATED-FLAG NOT = "G"
              AND NOT TRANSACTION-REVERSED
              AND NOT LETTER-C
              PERFORM CHECK-STOP-PAYMENT
          END-IF.
      *
      * A THIRD PARTY'S COLLECTION MUST FALL WITHIN A MANDATE THE
      * CUSTOMER HAS GIVEN IT. CHECKED ON THE SAME TERMS AS A STOP -
      * ONLY A RECORD STILL HEADED FOR POSTING, AND NEVER THE BANK'S
      * OWN GENERATED RECORDS OR A BACK-OUT.
          IF REJECT-REASON-TEXT = SPACES
              AND NOT ACCOUNT-NOT-FOUND
              AND NOT CURRENCY-UNKNOWN AND NOT REVERSAL-UNMATCHED
              AND NOT OVER-LIMIT AND NOT DORMANT-HELD
              AND NOT PAYMENT-STOPPED
              AND DTXN-GENERATED-FLAG NOT = "G"
              AND DTXN-CREDITOR-REFERENCE NOT = SPACES
              AND NOT TRANSACTION-REVERSED
              AND NOT LETTER-C
              PERFORM CHECK-COLLECTION-MANDATE
          END-IF.
      *
      * A PAYMENT TO OR FROM A PARTY ON THE SANCTIONS WATCH LIST IS
      * HELD FOR COMPLIANCE BEFORE THE MONEY MOVES, NOT FOUND ON
      * COMPLEXT AFTERWARDS. ONLY A RECORD STILL HEADED FOR POSTING
      * IS SCREENED, AND NEVER A BACK-OUT, WHICH UNDOES A PAYMENT
      * RATHER THAN MAKES ONE. THE BANK'S OWN GENERATED RECORDS ARE
      * SCREENED LIKE ANY OTHER - A STANDING ORDER TO A LISTED PARTY
      * IS STILL A PAYMENT TO IT.
          IF REJECT-REASON-TEXT = SPACES
              AND NOT ACCOUNT-NOT-FOUND
              AND NOT CURRENCY-UNKNOWN AND NOT REVERSAL-UNMATCHED
              AND NOT OVER-LIMIT AND NOT DORMANT-HELD
              AND NOT PAYMENT-STOPPED AND NOT COLLECTION-REFUSED
              AND NOT TRANSACTION-REVERSED
              AND NOT LETTER-C
              PERFORM SCREEN-WATCH-LIST
          END-IF.
      *
      * EVERY ROUTABLE RECORD GOES THROUGH THE DISPATCH TABLE - A
          IF NOT ACCOUNT-NOT-FOUND
              AND NOT CURRENCY-UNKNOWN AND NOT REVERSAL-UNMATCHED
              AND NOT OVER-LIMIT AND NOT DORMANT-HELD
              AND NOT PAYMENT-STOPPED AND NOT COLLECTION-REFUSED
              AND NOT COMPLIANCE-HELD
      * LOOK UP THE SUBPROGRAM NAME FOR THE CURRENT TRANSACTION TYPE
      * (LETTER) SO NEW TYPES CAN BE ROUTED TO NEW SUBPROGRAMS BY
      * ADDING A DISPATCH-TABLE ENTRY INSTEAD OF CHANGING THIS CALL.
                      COPY-TRANSACTION-STATUS-FROM
              END-IF
              MOVE LETTER TO COPY-TRANSACTION-STATUS-TO
      * THE DETAIL AS READ TRAVELS ONLY WITH A RECORD STILL HEADED
      * FOR POSTING - POTHER HOLDS NOTHING THE REJECT FILE IS ABOUT
      * TO TAKE, OR A LATER RUN WOULD RELEASE AND POST IT.
              IF REJECT-REASON-TEXT = SPACES
                  MOVE DAILY-TRANSACTIONS-RECORD TO COPY-DETAIL-IMAGE
              ELSE
                  MOVE SPACES TO COPY-DETAIL-IMAGE
              END-IF
              PERFORM CAPTURE-BEFORE-SNAPSHOT
      * A SUBPROGRAM THAT CANNOT BE LOADED IS TRAPPED HERE - THE
      * RECORD GOES TO THE DEAD-LETTER FILE WITH THE PROGRAM NAME
                      MOVE "CALL FAILURE" TO REJECT-REASON-TEXT
                  END-IF
              END-IF
      * A RECORD POTHER HELD WAITS ON ITS QUEUE AND POSTS ONCE, ON
      * THE RUN THAT RELEASES IT - NOT TODAY AS WELL.
              IF CALL-PROGRAM-NAME = "POTHER"
                  AND CALL-STATUS-SUCCESS
                  AND NOT RECORD-DEAD-LETTERED
                  AND REJECT-REASON-TEXT = SPACES
                  PERFORM NOTE-PENDING-QUEUED
              END-IF
          END-IF.
      * ONLY NOW, WITH EVERY EDIT AND THE DISPATCHED CALL BEHIND IT,
      * DOES THE MONEY LAND ON THE ACCOUNT - A RECORD THAT FAILED
          IF REJECT-REASON-TEXT = SPACES
              AND NOT OVER-LIMIT
              AND NOT DORMANT-HELD
              AND NOT COMPLIANCE-HELD
              AND NOT RECORD-DEAD-LETTERED
              AND NOT COPY-STRING-IS-PAYMENT-REF
              AND NOT PENDING-QUEUED
              PERFORM COMMIT-ACCOUNT-POSTING
          END-IF.
      * A CLEAN PAYMENT-REFERENCE DEBIT IS MONEY LEAVING THROUGH THE
      * CLEARING HOUSE. IT IS PENDED LIKE A POSTING, SO IT GOES OUT
      * ONLY IF THE RUN COMMITS, AND LANDS ON THE CLEARING-ITEMS
      * FILE INSTEAD OF AN ACCOUNT.
          IF REJECT-REASON-TEXT = SPACES
              AND NOT OVER-LIMIT
              AND NOT DORMANT-HELD
              AND NOT COMPLIANCE-HELD
              AND NOT RECORD-DEAD-LETTERED
              AND COPY-STRING-IS-PAYMENT-REF
              AND NOT PENDING-QUEUED
              AND COPY-AMOUNT < ZERO
              AND NOT RUN-MODE-TRIAL
              PERFORM WRITE-PENDING-CLEARING-ITEM
          END-IF.
      * ANY FAILURE ABOVE SENDS THE RECORD, WITH ITS FIRST FAILURE
      * REASON, TO THE REJECT FILE FOR CORRECTION AND A REPRO RUN.
          IF REJECT-REASON-TEXT NOT = SPACES
               MOVE REJECT-REASON-TEXT TO REJECT-REASON
               WRITE REJECT-TRANSACTION-RECORD
           END-IF.
      * A STOPPED PAYMENT ENDS IN ITS OWN LIFECYCLE STATUS, SO THE
      * TRAIL TELLS A CUSTOMER'S STOP FROM A DATA ERROR.
           PERFORM SET-HISTORY-FROM-STATUS.
           IF PAYMENT-STOPPED
               MOVE "S" TO HISTORY-TO-STATUS
           ELSE
               MOVE "J" TO HISTORY-TO-STATUS
           END-IF.
           MOVE DTXN-NUMBER-PART1 TO HISTORY-TXN-NUMBER.
           PERFORM WRITE-STATUS-HISTORY.
       EXIT.
      * SET-HISTORY-FROM-STATUS / WRITE-STATUS-HISTORY - ONE
      * LIFECYCLE ENTRY PER STATUS CHANGE THE RUN DECIDES. SPACE IN
      * THE FEED'S PRIOR-STATUS POSITION MEANS PENDING, THE
      * HISTORIC ASSUMPTION - EXCEPT ON A STANDING-INSTRUCTION RETRY,
      * WHICH WAS LAST LEFT WAITING ON ITS RETRY.
      *
       SET-HISTORY-FROM-STATUS SECTION.
           EVALUATE TRUE
               WHEN DTXN-PRIOR-STATUS NOT = SPACE
                   MOVE DTXN-PRIOR-STATUS TO HISTORY-FROM-STATUS
               WHEN SI-RETRY-OFFER
                   MOVE "R" TO HISTORY-FROM-STATUS
               WHEN OTHER
                   MOVE "P" TO HISTORY-FROM-STATUS
           END-EVALUATE.
       EXIT.
      *
       WRITE-STATUS-HISTORY SECTION.
           MOVE HISTORY-TO-STATUS TO STATUS-HIST-TO.
           MOVE RUN-DATE TO STATUS-HIST-DATE.
           MOVE "TEST" TO STATUS-HIST-PROGRAM.
           MOVE HISTORY-TRANSFER-LEG TO STATUS-HIST-TRANSFER-LEG.
           MOVE HISTORY-ACCOUNT-KEY TO STATUS-HIST-ACCOUNT-KEY.
           MOVE HISTORY-COUNTER-KEY TO STATUS-HIST-COUNTER-KEY.
           WRITE STATUS-HISTORY-RECORD.
       WRITE-STATUS-HISTORY-EX.
           MOVE SPACE TO HISTORY-TRANSFER-LEG.
           MOVE SPACES TO HISTORY-ACCOUNT-KEY.
           MOVE SPACES TO HISTORY-COUNTER-KEY.
       EXIT.
      *
      * CHECK-REJECT-CIRCUIT-BREAKER - ONCE THE BATCH IS PAST THE
           MOVE DTXN-NUMBER-PART1 TO HISTORY-TXN-NUMBER.
           PERFORM WRITE-STATUS-HISTORY.
       EXIT.
      *
      * NOTE-PENDING-QUEUED - A PENDING RECORD POTHER HAS HELD ON ITS
      * QUEUE. COUNTED, AND ITS LIFECYCLE ENTRY WRITTEN, SO THE
      * TRAIL SHOWS WHERE THE TRANSACTION IS WAITING.
      *
       NOTE-PENDING-QUEUED SECTION.
           SET PENDING-QUEUED TO TRUE.
           ADD 1 TO PENDING-QUEUED-COUNT.
           PERFORM SET-HISTORY-FROM-STATUS.
           MOVE "H" TO HISTORY-TO-STATUS.
           MOVE DTXN-NUMBER-PART1 TO HISTORY-TXN-NUMBER.
           PERFORM WRITE-STATUS-HISTORY.
       EXIT.
      *
       WRITE-DUPLICATE-TRANSACTION SECTION.
           ADD 1 TO DUPLICATE-TRANSACTION-COUNT.
           PERFORM WRITE-STATUS-HISTORY.
       EXIT.

      * LOAD-RUN-PARAMETERS - THE LOOP'S CHECKPOINT AND HEARTBEAT
      * INTERVALS, THE STANDING-INSTRUCTION RETRY LIMIT AND THE
      * LARGE-DEBIT NOTICE LEVEL FROM THE PARAMETER MASTER. WITH NO
      * ROW IN FORCE THE COMPILED-IN VALUE STANDS; A ZERO INTERVAL
      * COULD NOT BE DIVIDED BY AND IS NEVER TAKEN.
      *
       LOAD-RUN-PARAMETERS SECTION.
           MOVE "CHECKPOINT-INTERVAL" TO PARM-LOOKUP-NAME.
           PERFORM LOOK-UP-PARAMETER.
           IF PARM-LOOKUP-FOUND AND PARM-LOOKUP-VALUE NOT < 1
               MOVE PARM-LOOKUP-VALUE TO CHECKPOINT-INTERVAL
           END-IF.
           MOVE "HEARTBEAT-INTERVAL" TO PARM-LOOKUP-NAME.
           PERFORM LOOK-UP-PARAMETER.
           IF PARM-LOOKUP-FOUND AND PARM-LOOKUP-VALUE NOT < 1
               MOVE PARM-LOOKUP-VALUE TO HEARTBEAT-INTERVAL
           END-IF.
      * ZERO RETRIES IS A REAL SETTING - A REFUSED STANDING DEBIT
      * THEN FAILS AT ONCE.
           MOVE "SI-RETRY-ATTEMPTS" TO PARM-LOOKUP-NAME.
           PERFORM LOOK-UP-PARAMETER.
           IF PARM-LOOKUP-FOUND AND PARM-LOOKUP-VALUE NOT > 99
               MOVE PARM-LOOKUP-VALUE TO SI-RETRY-MAX-ATTEMPTS
           END-IF.
           MOVE "LARGE-DEBIT-NOTICE-LEVEL" TO PARM-LOOKUP-NAME.
           PERFORM LOOK-UP-PARAMETER.
           IF PARM-LOOKUP-FOUND
               MOVE PARM-LOOKUP-VALUE TO LARGE-DEBIT-NOTICE-LEVEL
           END-IF.
       EXIT.
      *
      * PARSE-PARAMETER-CARDS - READS KEYWORD CARDS FROM SYSIN UNTIL
      * THE "RUN" TERMINATOR (OR A BLANK CARD), APPLYING EACH ONE AND
      * ECHOING IT INTO THE JOB LOG. DEFAULTS STAND FOR ANYTHING
      * OMITTED: MODE=FULL, EXPECT=12, OVRD OFF, COMMIT=KEY.
      *
       PARSE-PARAMETER-CARDS SECTION.
           PERFORM READ-PARM-CARD.
               DISPLAY "UNKNOWN RUN MODE: " RUN-MODE-PARM
               SET PARAMETER-ERROR TO TRUE
           END-IF.
      * NETTING ALREADY CUTS THE COMMIT TO ONE REWRITE PER ACCOUNT
      * AND TYPE, SO UNDER NET=Y THE COMMIT MODE CARD IS NOTED AND
      * THE NETTING PATH RUNS.
           IF SEQUENTIAL-COMMIT-MODE
               IF NETTING-MODE
                   MOVE "COMMIT=SEQ IGNORED UNDER NET=Y"
                       TO JOB-LOG-MESSAGE
                   PERFORM LOG-JOB-MESSAGE
               ELSE
                   MOVE "COMMIT-SEQ" TO COMMIT-PHASE-NAME
               END-IF
           END-IF.
           MOVE SPACES TO JOB-LOG-MESSAGE.
           STRING "PARMS ACCEPTED - MODE=" DELIMITED BY SIZE
               RUN-MODE-PARM DELIMITED BY SIZE
                   MOVE PARM-NUMERIC-VALUE TO RUN-CYCLE-NUMBER
               WHEN "NET"
                   MOVE PARM-VALUE(1:1) TO NETTING-MODE-SWITCH
               WHEN "COMMIT"
                   MOVE PARM-VALUE(1:3) TO COMMIT-MODE-PARM
                   IF NOT COMMIT-MODE-KNOWN
                       DISPLAY "UNKNOWN COMMIT MODE: " COMMIT-MODE-PARM
                       SET PARAMETER-ERROR TO TRUE
                   END-IF
               WHEN "SUSP"
                   MOVE PARM-VALUE(1:1) TO SUSPENSE-MODE-SWITCH
               WHEN "PART"
           IF NEXT-BUSINESS-DATE = ZERO
               MOVE RUN-DATE TO NEXT-BUSINESS-DATE
           END-IF.
           IF FOLLOWING-BUSINESS-DATE = ZERO
               MOVE RUN-DATE TO FOLLOWING-BUSINESS-DATE
           END-IF.
      * A CALENDAR WITH ONLY A HANDFUL OF BUSINESS DATES LEFT PAST
      * TODAY IS ABOUT TO START REFUSING RUNS - WARN WHILE THERE IS
      * STILL TIME TO LOAD NEXT YEAR'S FILE.
           IF CALENDAR-DAY-TYPE = "B"
               AND CALENDAR-DATE > RUN-DATE
               ADD 1 TO CALENDAR-REMAINING-COUNT
               IF FOLLOWING-BUSINESS-DATE = ZERO
                   OR CALENDAR-DATE < FOLLOWING-BUSINESS-DATE
                   MOVE CALENDAR-DATE TO FOLLOWING-BUSINESS-DATE
               END-IF
           END-IF.
      * THE SIX BUSINESS DATES BEFORE THE RUN DATE, OLDEST FIRST -
      * THE CALENDAR IS FILED IN DATE ORDER, SO EACH ONE PASSED
      * PUSHES THE OLDEST OUT. THE FIRST OPENS THE VELOCITY WINDOW.
           IF CALENDAR-DAY-TYPE = "B"
               AND CALENDAR-DATE < RUN-DATE
               MOVE VELOCITY-PRIOR-DATES(9:40) TO VELOCITY-PRIOR-SHIFT
               MOVE VELOCITY-PRIOR-SHIFT TO VELOCITY-PRIOR-DATES(1:40)
               MOVE CALENDAR-DATE TO VELOCITY-PRIOR-DATE(6)
           END-IF.
           PERFORM READ-BUSINESS-CALENDAR.
       EXIT.
                   MOVE DAILY-TRANSACTIONS-RECORD TO APPROVAL-DETAIL
                   MOVE COPY-AMOUNT TO APPROVAL-BASE-AMOUNT
                   MOVE RUN-DATE TO APPROVAL-HELD-DATE
                   MOVE "LIMT" TO APPROVAL-REASON-CODE
                   WRITE APPROVAL-QUEUE-RECORD
               END-IF
               PERFORM SET-HISTORY-FROM-STATUS
           MOVE COPY-STRING-PART1(1:1) TO ACCOUNT-KEY-BRANCH-DIGIT.
           MOVE COPY-STRING-PART1(2:3) TO ACCOUNT-KEY-NUMBER.
           MOVE COPY-STRING-CHECK-DIGIT TO ACCOUNT-KEY-CHECK-DIGIT.
           IF WIDE-ONLY-ACCOUNT
               MOVE SPACE TO ACCOUNT-KEY-CHECK-DIGIT
           END-IF.
      * A WIDE KEY - FED, OR FOUND IN THE CONVERSION TABLE - READS THE
      * MASTER BY ITS PRIMARY KEY; A SHORT KEY WITH NO CONVERSION ROW
      * READS IT BY THE SHORT-KEY INDEX. EITHER WAY THE ACCOUNT'S OWN
      * WIDE KEY IS WHAT THE PEND AND THE COMMIT CARRY FROM HERE ON.
           IF ACCOUNT-WIDE-KEY NOT = SPACES
               MOVE ACCOUNT-WIDE-KEY TO ACCOUNT-MASTER-WIDE-KEY
               READ ACCOUNT-MASTER
                   INVALID KEY
                       SET ACCOUNT-NOT-FOUND TO TRUE
               END-READ
           ELSE
               MOVE ACCOUNT-KEY TO ACCOUNT-MASTER-KEY
               READ ACCOUNT-MASTER KEY IS ACCOUNT-MASTER-KEY
                   INVALID KEY
                       SET ACCOUNT-NOT-FOUND TO TRUE
               END-READ
           END-IF.
           IF NOT ACCOUNT-NOT-FOUND
               MOVE ACCOUNT-MASTER-WIDE-KEY TO ACCOUNT-WIDE-KEY
           END-IF.
      * A CLOSED ACCOUNT STAYS ON THE MASTER BUT TAKES NO POSTINGS -
      * IT IS TREATED AS NO ACCOUNT, SO UNDER SUSP=Y ITS MONEY PARKS
      * ON SUSPENSE LIKE ANY OTHER UNMATCHED KEY.
           IF NOT ACCOUNT-NOT-FOUND
               AND ACCOUNT-MASTER-CLOSED-DATE NOT = ZERO
               SET ACCOUNT-NOT-FOUND TO TRUE
               IF REJECT-REASON-TEXT = SPACES
                   MOVE "ACCOUNT CLOSED" TO REJECT-REASON-TEXT
               END-IF
           END-IF.
      * UNDER SUSP=Y AN UNMATCHED KEY GETS ONE MORE CHANCE - THE
      * BRANCH'S SUSPENSE ACCOUNT TAKES THE MONEY AND THE SUSPENSE
      * ITEM RECORDS WHAT IS PARKED, FOR THE CLEARING WORKFLOW TO
      * IN ITS STRING PART, SO THE TRAIL ALWAYS NAMES WHERE THE
      * MONEY ACTUALLY SITS; THE SUSPENSE-ITEM FILE PRESERVES THE
      * KEY AS FED.
      * A TRANSFER IS NEVER PARKED - IT MOVES MONEY BETWEEN TWO
      * NAMED ACCOUNTS OR NOT AT ALL.
           IF ACCOUNT-NOT-FOUND AND SUSPENSE-MODE
               AND NOT TRANSACTION-TRANSFER
               PERFORM TRY-SUSPENSE-ACCOUNT
           END-IF.
           IF ACCOUNT-NOT-FOUND
               ADD 1 TO ACCOUNT-NOT-FOUND-COUNT
               DISPLAY "NO ACCOUNT FOR KEY " ACCOUNT-KEY " "
                   ACCOUNT-WIDE-KEY " - TRANSACTION REJECTED"
               IF REJECT-REASON-TEXT = SPACES
                   MOVE "NO ACCOUNT" TO REJECT-REASON-TEXT
               END-IF
           END-IF.
      * A DORMANT ACCOUNT'S POSTING WAITS FOR A SUPERVISOR. A REPRO
      * RECORD IS THE SUPERVISOR'S RELEASE COMING BACK THROUGH THE
      * NORMAL PATH AND MUST NOT BE RE-HELD. ESCHEAT'S GENERATED
      * "ESCH" TRANSFER IS THE LAWFUL HAND-OVER OF A DORMANT
      * ACCOUNT'S BALANCE AND IS NEVER HELD.
           IF ACCOUNT-MASTER-DORMANT-FLAG = "D"
               AND NOT RUN-MODE-REPROCESS
               AND NOT (DTXN-GENERATED-FLAG = "G"
                   AND DTXN-STRING-PART2 = "ESCH")
               SET DORMANT-HELD TO TRUE
               ADD 1 TO DORMANT-HELD-COUNT
               DISPLAY "TRANSACTION " DTXN-NUMBER-PART1
                   MOVE DAILY-TRANSACTIONS-RECORD TO APPROVAL-DETAIL
                   MOVE COPY-AMOUNT TO APPROVAL-BASE-AMOUNT
                   MOVE RUN-DATE TO APPROVAL-HELD-DATE
                   MOVE "DORM" TO APPROVAL-REASON-CODE
                   WRITE APPROVAL-QUEUE-RECORD
               END-IF
               PERFORM SET-HISTORY-FROM-STATUS
      *
       TRY-SUSPENSE-ACCOUNT SECTION.
           MOVE ACCOUNT-KEY TO SUSPENSE-ORIGINAL-KEY.
           MOVE ACCOUNT-WIDE-KEY TO SUSPENSE-ORIGINAL-WIDE-KEY.
           MOVE ACCOUNT-KEY-BRANCH-DIGIT TO SUSPENSE-KEY-WORK(1:1).
           MOVE "999" TO SUSPENSE-KEY-WORK(2:3).
           PERFORM COMPUTE-SUSPENSE-CHECK-DIGIT.
           MOVE CHECK-DIGIT-COMPUTED TO SUSPENSE-KEY-WORK(5:1).
           MOVE "N" TO ACCOUNT-NOT-FOUND-SWITCH.
           MOVE SUSPENSE-KEY-WORK TO ACCOUNT-MASTER-KEY.
           READ ACCOUNT-MASTER KEY IS ACCOUNT-MASTER-KEY
               INVALID KEY
                   SET ACCOUNT-NOT-FOUND TO TRUE
           END-READ.
      * THE PEND GOES TO THE SUSPENSE KEY - OVERWRITE THE WORKING
      * ACCOUNT KEY SO THE COMMIT PHASE LANDS THE MONEY THERE.
           MOVE SUSPENSE-KEY-WORK TO ACCOUNT-KEY.
           MOVE ACCOUNT-MASTER-WIDE-KEY TO ACCOUNT-WIDE-KEY.
           ADD 1 TO SUSPENSE-POSTED-COUNT.
           DISPLAY "TRANSACTION " DTXN-NUMBER-PART1 " KEY "
               SUSPENSE-ORIGINAL-KEY " PARKED ON SUSPENSE "
               MOVE LETTER TO SUSP-TXN-TYPE
               MOVE COPY-AMOUNT TO SUSP-AMOUNT
               MOVE SUSPENSE-KEY-WORK TO SUSP-ACCOUNT-KEY
               MOVE SUSPENSE-ORIGINAL-WIDE-KEY
                   TO SUSP-ORIGINAL-WIDE-KEY
               WRITE SUSPENSE-ITEM-RECORD
               CLOSE SUSPENSE-ITEMS
           END-IF.
      * A SUPERVISOR INSTEAD OF POSTED. THE JUDGMENT TAKES THE
      * OPENING BALANCE PLUS EVERYTHING ALREADY PENDED TO THE SAME
      * ACCOUNT THIS RUN - SPLITTING ONE LARGE DEBIT INTO SMALL
      * ONES THEREFORE BUYS NOTHING - LESS WHATEVER THE ACCOUNT'S
      * ACTIVE HOLDS EARMARK, SO EARMARKED MONEY CANNOT BE SPENT.
      * A REPRO RECORD HAS EITHER ALREADY CLEARED THE LIMIT OR BEEN
      * EXPLICITLY APPROVED, SO RE-HOLDING IT WOULD LOOP IT THROUGH
      * THE QUEUE FOREVER.
           MOVE "N" TO OVERDRAFT-HELD-SWITCH.
      * A DEBIT AGAINST A TERM DEPOSIT THAT HAS NOT YET MATURED IS AN
      * EARLY WITHDRAWAL AND WAITS FOR A SUPERVISOR. THE BANK'S OWN
      * GENERATED RECORDS - THE MATURITY PAYOUT AMONG THEM - ARE NOT
      * WITHDRAWALS, AND A REPRO RECORD IS THE SUPERVISOR'S RELEASE.
           IF NOT RUN-MODE-REPROCESS
               AND COPY-AMOUNT < ZERO
               AND DTXN-GENERATED-FLAG NOT = "G"
               PERFORM LOOK-UP-TERM-DEPOSIT
               IF TERM-DEPOSIT-FOUND-IDX > ZERO
                   ADD 1 TO EARLY-WITHDRAWAL-COUNT
                   DISPLAY "TRANSACTION " DTXN-NUMBER-PART1
                       " WITHDRAWS FROM TERM DEPOSIT " ACCOUNT-KEY
                       " BEFORE MATURITY - HELD FOR APPROVAL"
                   IF NOT RUN-MODE-TRIAL
                       MOVE DAILY-TRANSACTIONS-RECORD
                           TO APPROVAL-DETAIL
                       MOVE COPY-AMOUNT TO APPROVAL-BASE-AMOUNT
                       MOVE RUN-DATE TO APPROVAL-HELD-DATE
                       MOVE "EWDL" TO APPROVAL-REASON-CODE
                       WRITE APPROVAL-QUEUE-RECORD
                   END-IF
                   PERFORM SET-HISTORY-FROM-STATUS
                   MOVE "A" TO HISTORY-TO-STATUS
                   MOVE DTXN-NUMBER-PART1 TO HISTORY-TXN-NUMBER
                   PERFORM WRITE-STATUS-HISTORY
                   GO TO COMMIT-ACCOUNT-POSTING-EX
               END-IF
           END-IF.
      * A DEBIT THAT WOULD TAKE ITS ACCOUNT PAST A VELOCITY CAP
      * WAITS FOR A SUPERVISOR TOO. THE BANK'S OWN GENERATED RECORDS
      * COUNT TOWARDS THE TALLIES BUT ARE NEVER HELD BY THEM.
           IF VELOCITY-RULE-COUNT > ZERO
               AND COPY-AMOUNT < ZERO
               AND DTXN-GENERATED-FLAG NOT = "G"
               PERFORM CHECK-VELOCITY
               IF VELOCITY-BREACH-WINDOW NOT = SPACE
                   GO TO COMMIT-ACCOUNT-POSTING-EX
               END-IF
           END-IF.
           PERFORM LOOK-UP-PENDED-NET.
           MOVE ZERO TO ACCOUNT-HELD-WORK.
           IF COPY-AMOUNT < ZERO
               PERFORM LOOK-UP-ACCOUNT-HOLDS
           END-IF.
           IF NOT RUN-MODE-REPROCESS
               AND COPY-AMOUNT < ZERO
               AND ACCOUNT-MASTER-BALANCE + PENDED-NET-WORK
                   - ACCOUNT-HELD-WORK + COPY-AMOUNT <
                   ZERO - ACCOUNT-MASTER-OVERDRAFT-LIMIT
      * A LOAN INSTALMENT POSTS WHATEVER THE BALANCE - WHAT IT LEAVES
      * UNCOVERED IS ARREARS, WHICH LOANDAY AGES. SO DOES DEBITINT'S
      * INTEREST ON AN OVERDRAFT, WHICH CANNOT WAIT ON THE OVERDRAFT.
               AND (DTXN-GENERATED-FLAG NOT = "G"
                   OR (DTXN-GENERATED-SOURCE NOT = "L"
                       AND DTXN-GENERATED-SOURCE NOT = "D"))
      * A STANDING-INSTRUCTION DEBIT THE FUNDS CANNOT MEET IS NOT A
      * SUPERVISOR'S CALL - IT IS OFFERED AGAIN ON THE FOLLOWING
      * BUSINESS DAYS UNTIL ITS RETRIES ARE SPENT.
               IF DTXN-GENERATED-FLAG = "G"
                   AND DTXN-GENERATED-SOURCE = "S"
                   PERFORM REFUSE-STANDING-PAYMENT
                   GO TO COMMIT-ACCOUNT-POSTING-EX
               END-IF
               SET OVERDRAFT-HELD TO TRUE
               ADD 1 TO OVERDRAFT-HELD-COUNT
               IF ACCOUNT-MASTER-BALANCE + PENDED-NET-WORK
                   + COPY-AMOUNT NOT <
                   ZERO - ACCOUNT-MASTER-OVERDRAFT-LIMIT
                   ADD 1 TO HOLD-BREACH-COUNT
               END-IF
               DISPLAY "TRANSACTION " DTXN-NUMBER-PART1
                   " WOULD BREACH AVAILABLE BALANCE ON " ACCOUNT-KEY
                   " - HELD FOR APPROVAL"
               IF NOT RUN-MODE-TRIAL
                   MOVE DAILY-TRANSACTIONS-RECORD TO APPROVAL-DETAIL
                   MOVE COPY-AMOUNT TO APPROVAL-BASE-AMOUNT
                   MOVE RUN-DATE TO APPROVAL-HELD-DATE
                   MOVE "ODFT" TO APPROVAL-REASON-CODE
                   WRITE APPROVAL-QUEUE-RECORD
               END-IF
               PERFORM SET-HISTORY-FROM-STATUS
      * OVERDRAFT CHECK ABOVE JUDGED AGAINST IS THEREFORE THE
      * OPENING BALANCE - THE DAY'S OWN PENDINGS LAND TOGETHER AT
      * COMMIT. A TRIAL PENDS NOTHING.
      * A TRANSFER'S PAYING LEG IS MARKED AS SUCH ON THE PEND RECORD
      * AND THE HISTORY ENTRY, EACH NAMING THE RECEIVING ACCOUNT.
           IF TRANSACTION-TRANSFER
               MOVE "D" TO TRANSFER-PENDING-LEG
               MOVE TRANSFER-COUNTER-KEY TO TRANSFER-PENDING-COUNTER
               MOVE TRANSFER-COUNTER-WIDE-KEY
                   TO TRANSFER-PENDING-COUNTER-WIDE
           END-IF.
           IF NOT RUN-MODE-TRIAL
               PERFORM WRITE-PENDING-POSTING
           END-IF.
      * DEBIT AGAINST IT IS JUDGED ON THE REAL PROSPECTIVE BALANCE.
      * A TRIAL TRACKS TOO - ITS HOLDS MUST MIRROR PRODUCTION'S.
           PERFORM NOTE-PENDED-AMOUNT.
      * LIKEWISE WHAT HAS NOW LEFT IT TODAY, FOR THE VELOCITY CAPS.
           IF VELOCITY-RULE-COUNT > ZERO
               AND COPY-AMOUNT < ZERO
               MOVE ACCOUNT-WIDE-KEY TO VELOCITY-ACCOUNT-WORK
               COMPUTE VELOCITY-DEBIT-WORK = ZERO - COPY-AMOUNT
               MOVE 1 TO VELOCITY-PIECE-WORK
               MOVE RUN-DATE TO VELOCITY-DATE-WORK
               PERFORM ADD-VELOCITY-TALLY
           END-IF.
      * THE LIFECYCLE ENTRY IS WRITTEN AT PEND TIME, WHEN THE FEED'S
      * PRIOR STATUS IS STILL IN HAND - THE COMMIT PHASE APPLIES
      * WHAT WAS PENDED OR NOTHING AT ALL.
           PERFORM SET-HISTORY-FROM-STATUS.
           MOVE LETTER TO HISTORY-TO-STATUS.
           MOVE DTXN-NUMBER-PART1 TO HISTORY-TXN-NUMBER.
           IF TRANSACTION-TRANSFER
               MOVE "D" TO HISTORY-TRANSFER-LEG
               MOVE ACCOUNT-KEY TO HISTORY-ACCOUNT-KEY
               MOVE TRANSFER-COUNTER-KEY TO HISTORY-COUNTER-KEY
           END-IF.
           PERFORM WRITE-STATUS-HISTORY.
      * A STANDING-INSTRUCTION DEBIT THAT POSTS ON A RETRY CLOSES ITS
      * RUN OF REFUSALS ON THE RETRY LOG.
           IF SI-RETRY-OFFER
               ADD 1 TO SI-RETRY-SUCCEEDED-COUNT
               MOVE DTXN-RETRY-ATTEMPT TO SI-RETRY-DONE
               MOVE "K" TO SI-RETRY-OUTCOME-WORK
               PERFORM WRITE-SI-RETRY-LOG
           END-IF.
      * ONLY MONEY THAT WILL ACTUALLY LAND ON AN ACCOUNT GOES INTO
      * THE DEBIT/CREDIT TOTALS - A REJECTED RECORD'S AMOUNT (WHICH
      * FOR AN UNKNOWN CURRENCY IS STILL IN FOREIGN UNITS) MUST NOT
      * POLLUTE THE FIGURES THE BALANCING REPORT TIES BACK TO.
           PERFORM TALLY-DEBIT-CREDIT.
      * A LARGE DEBIT IS TOLD TO THE CUSTOMER THE NIGHT IT POSTS.
           IF COPY-AMOUNT < ZERO
               AND LARGE-DEBIT-NOTICE-LEVEL > ZERO
               AND ZERO - COPY-AMOUNT NOT < LARGE-DEBIT-NOTICE-LEVEL
               PERFORM WRITE-LARGE-DEBIT-NOTICE
           END-IF.
      * THE RECEIVING LEG IS PENDED BY THE SAME PASS, DIRECTLY BEHIND
      * THE PAYING ONE - PAST THE FUNDS JUDGEMENT ABOVE NOTHING CAN
      * STOP ONE LEG WITHOUT THE OTHER.
           IF TRANSACTION-TRANSFER
               PERFORM PEND-TRANSFER-RECEIVING-LEG
           END-IF.
      * REMEMBER WHAT WAS POSTED SO A LATER REVERSAL IN THE SAME
      * FEED CAN LOCATE IT. REVERSALS THEMSELVES ARE NOT REMEMBERED -
      * A REVERSAL OF A REVERSAL IS NOT A THING THE BUSINESS DOES.
      * NOR ARE TRANSFERS - ONE IS UNDONE BY A TRANSFER BACK, NOT BY
      * A REVERSAL THAT COULD ONLY EVER REACH ONE OF ITS LEGS.
           IF NOT TRANSACTION-REVERSED
               AND NOT TRANSACTION-TRANSFER
               PERFORM RECORD-PROCESSED-TRANSACTION
           END-IF.
       COMMIT-ACCOUNT-POSTING-EX.
       EXIT.
      *
      * REFUSE-STANDING-PAYMENT - A STANDING-INSTRUCTION DEBIT THE
      * AVAILABLE BALANCE CANNOT MEET. WHILE IT HAS RETRIES LEFT IT
      * GOES ON THE RETRY QUEUE, ITS NEXT RETRY NUMBER STAMPED INTO
      * THE DETAIL, TO BE OFFERED AGAIN ON THE FOLLOWING BUSINESS
      * DAY, AND ITS TRAIL WAITS IN "R". ONCE THEY ARE SPENT IT
      * FAILS: THE REASON SENDS IT TO THE REJECT FILE BEHIND THE
      * COMMIT, AND THE CUSTOMER IS NOTIFIED. A TRIAL QUEUES,
      * LOGS AND NOTIFIES NOTHING.
      *
       REFUSE-STANDING-PAYMENT SECTION.
           IF DTXN-RETRY-ATTEMPT NUMERIC
               MOVE DTXN-RETRY-ATTEMPT TO SI-RETRY-DONE
           ELSE
               MOVE ZERO TO SI-RETRY-DONE
           END-IF.
           IF SI-RETRY-DONE NOT < SI-RETRY-MAX-ATTEMPTS
               ADD 1 TO SI-RETRY-FAILED-COUNT
               MOVE "NSF RETRY EXHAUSTED" TO REJECT-REASON-TEXT
               DISPLAY "STANDING PAYMENT " DTXN-NUMBER-PART1
                   " ON " ACCOUNT-KEY " FAILED - INSUFFICIENT FUNDS"
                   " AFTER " SI-RETRY-DONE " RETRIES"
               MOVE "F" TO SI-RETRY-OUTCOME-WORK
               PERFORM WRITE-SI-RETRY-LOG
               PERFORM WRITE-CUSTOMER-NOTICE
               GO TO REFUSE-STANDING-PAYMENT-EX
           END-IF.
           ADD 1 TO SI-RETRY-SCHEDULED-COUNT.
           ADD 1 TO SI-RETRY-DONE.
           DISPLAY "STANDING PAYMENT " DTXN-NUMBER-PART1
               " ON " ACCOUNT-KEY " REFUSED - INSUFFICIENT FUNDS -"
               " RETRY " SI-RETRY-DONE " ON " FOLLOWING-BUSINESS-DATE.
           IF NOT RUN-MODE-TRIAL
               MOVE DAILY-TRANSACTIONS-RECORD TO SI-RETRY-DETAIL
               MOVE "S" TO SI-RETRY-DETAIL-SOURCE
               MOVE SI-RETRY-DONE TO SI-RETRY-DETAIL-ATTEMPT
               MOVE ACCOUNT-KEY TO SI-RETRY-ACCOUNT-KEY
               MOVE COPY-AMOUNT TO SI-RETRY-AMOUNT
               MOVE RUN-DATE TO SI-RETRY-REFUSED-DATE
               MOVE FOLLOWING-BUSINESS-DATE TO SI-RETRY-NEXT-DATE
               WRITE SI-RETRY-RECORD
           END-IF.
           MOVE "S" TO SI-RETRY-OUTCOME-WORK.
           PERFORM WRITE-SI-RETRY-LOG.
           PERFORM SET-HISTORY-FROM-STATUS.
           MOVE "R" TO HISTORY-TO-STATUS.
           MOVE DTXN-NUMBER-PART1 TO HISTORY-TXN-NUMBER.
           PERFORM WRITE-STATUS-HISTORY.
       REFUSE-STANDING-PAYMENT-EX.
       EXIT.
      *
      * WRITE-SI-RETRY-LOG - ONE RETRY-LOG ROW FOR THE OUTCOME IN
      * SI-RETRY-OUTCOME-WORK, AGAINST THE RETRY IN SI-RETRY-DONE.
      *
       WRITE-SI-RETRY-LOG SECTION.
           IF RUN-MODE-TRIAL
               GO TO WRITE-SI-RETRY-LOG-EX
           END-IF.
           MOVE SPACES TO SI-RETRY-LOG-RECORD.
           MOVE RUN-DATE TO SI-RETRY-LOG-DATE.
           MOVE DTXN-NUMBER-PART1 TO SI-RETRY-LOG-TXN-NUMBER.
           MOVE ACCOUNT-KEY TO SI-RETRY-LOG-ACCOUNT-KEY.
           MOVE COPY-AMOUNT TO SI-RETRY-LOG-AMOUNT.
           MOVE SI-RETRY-DONE TO SI-RETRY-LOG-ATTEMPT.
           MOVE SI-RETRY-OUTCOME-WORK TO SI-RETRY-LOG-OUTCOME.
           MOVE ZERO TO SI-RETRY-LOG-NEXT-DATE.
           IF SI-RETRY-LOG-SCHEDULED
               MOVE FOLLOWING-BUSINESS-DATE TO SI-RETRY-LOG-NEXT-DATE
           END-IF.
           IF NOT SI-RETRY-LOG-SUCCEEDED
               MOVE "NSF" TO SI-RETRY-LOG-REASON-CODE
           END-IF.
           WRITE SI-RETRY-LOG-RECORD.
       WRITE-SI-RETRY-LOG-EX.
       EXIT.
      *
      * WRITE-CUSTOMER-NOTICE - TELLS THE ACCOUNT'S CUSTOMER THEIR
      * STANDING PAYMENT HAS FINALLY FAILED.
      *
       WRITE-CUSTOMER-NOTICE SECTION.
           IF RUN-MODE-TRIAL
               GO TO WRITE-CUSTOMER-NOTICE-EX
           END-IF.
           MOVE SPACES TO CUSTOMER-NOTICE-RECORD.
           MOVE RUN-DATE TO CUSTOMER-NOTICE-DATE.
           SET CUSTOMER-NOTICE-SI-FAILED TO TRUE.
           MOVE ACCOUNT-MASTER-CUSTOMER TO CUSTOMER-NOTICE-CUSTOMER.
           MOVE ACCOUNT-KEY TO CUSTOMER-NOTICE-ACCOUNT-KEY.
           MOVE DTXN-NUMBER-PART1 TO CUSTOMER-NOTICE-TXN-NUMBER.
           MOVE COPY-AMOUNT TO CUSTOMER-NOTICE-AMOUNT.
           MOVE SI-RETRY-DONE TO CUSTOMER-NOTICE-ATTEMPTS.
           MOVE "NSF" TO CUSTOMER-NOTICE-REASON-CODE.
           MOVE "STANDING PMT FAILED - INSUFFICIENT FUNDS"
               TO CUSTOMER-NOTICE-TEXT.
           MOVE ZERO TO CUSTOMER-NOTICE-BALANCE.
           PERFORM FILL-NOTICE-REFERENCE.
           WRITE CUSTOMER-NOTICE-RECORD.
       WRITE-CUSTOMER-NOTICE-EX.
       EXIT.
      *
      * WRITE-LARGE-DEBIT-NOTICE - TELLS THE ACCOUNT'S CUSTOMER A
      * DEBIT AT OR OVER THE LARGE-DEBIT LEVEL HAS POSTED.
      *
       WRITE-LARGE-DEBIT-NOTICE SECTION.
           IF RUN-MODE-TRIAL
               GO TO WRITE-LARGE-DEBIT-NOTICE-EX
           END-IF.
           ADD 1 TO LARGE-DEBIT-NOTICE-COUNT.
           MOVE SPACES TO CUSTOMER-NOTICE-RECORD.
           MOVE RUN-DATE TO CUSTOMER-NOTICE-DATE.
           SET CUSTOMER-NOTICE-LARGE-DEBIT TO TRUE.
           MOVE ACCOUNT-MASTER-CUSTOMER TO CUSTOMER-NOTICE-CUSTOMER.
           MOVE ACCOUNT-KEY TO CUSTOMER-NOTICE-ACCOUNT-KEY.
           MOVE DTXN-NUMBER-PART1 TO CUSTOMER-NOTICE-TXN-NUMBER.
           MOVE COPY-AMOUNT TO CUSTOMER-NOTICE-AMOUNT.
           MOVE ZERO TO CUSTOMER-NOTICE-ATTEMPTS.
           MOVE "LARGE DEBIT POSTED" TO CUSTOMER-NOTICE-TEXT.
           MOVE ZERO TO CUSTOMER-NOTICE-BALANCE.
           PERFORM FILL-NOTICE-REFERENCE.
           WRITE CUSTOMER-NOTICE-RECORD.
       WRITE-LARGE-DEBIT-NOTICE-EX.
       EXIT.
      *
      * FILL-NOTICE-REFERENCE - AN R-TYPE RECORD'S PAYMENT REFERENCE
      * GOES ON THE NOTICE MASKED, AS EVERY REPORT SHOWS IT.
      *
       FILL-NOTICE-REFERENCE SECTION.
           MOVE SPACES TO CUSTOMER-NOTICE-REFERENCE.
           MOVE SPACE TO CUSTOMER-NOTICE-REFERENCE-TYPE.
           IF DTXN-STRING-TYPE = "R"
               MOVE DTXN-STRING-PART1 TO MASKED-PAYMENT-REF(1:4)
               MOVE DTXN-STRING-PART2 TO MASKED-PAYMENT-REF(5:4)
               PERFORM MASK-PAYMENT-REF
               MOVE MASKED-PAYMENT-REF TO CUSTOMER-NOTICE-REFERENCE
               MOVE "R" TO CUSTOMER-NOTICE-REFERENCE-TYPE
           END-IF.
       EXIT.
      *
      * PEND-TRANSFER-RECEIVING-LEG - THE TRANSFER'S SECOND LEG: THE
      * SAME AMOUNT, OPPOSITE SIGN, ON THE COUNTER ACCOUNT, WITH ITS
      * OWN HISTORY ENTRY LINKED BACK TO THE PAYING ACCOUNT. THE
      * WORKING KEY AND AMOUNT ARE PUT BACK AFTERWARDS, SO THE REST
      * OF THE PASS STILL SEES THE RECORD AS FED.
      *
       PEND-TRANSFER-RECEIVING-LEG SECTION.
           MOVE ACCOUNT-KEY TO TRANSFER-PAYING-KEY.
           MOVE ACCOUNT-WIDE-KEY TO TRANSFER-PAYING-WIDE-KEY.
           MOVE TRANSFER-COUNTER-KEY TO ACCOUNT-KEY.
           MOVE TRANSFER-COUNTER-WIDE-KEY TO ACCOUNT-WIDE-KEY.
           PERFORM NEGATE-TRANSFER-AMOUNT.
           MOVE "C" TO TRANSFER-PENDING-LEG.
           MOVE TRANSFER-PAYING-KEY TO TRANSFER-PENDING-COUNTER.
           MOVE TRANSFER-PAYING-WIDE-KEY
               TO TRANSFER-PENDING-COUNTER-WIDE.
           IF NOT RUN-MODE-TRIAL
               PERFORM WRITE-PENDING-POSTING
           END-IF.
           PERFORM NOTE-PENDED-AMOUNT.
           PERFORM SET-HISTORY-FROM-STATUS.
           MOVE LETTER TO HISTORY-TO-STATUS.
           MOVE DTXN-NUMBER-PART1 TO HISTORY-TXN-NUMBER.
           MOVE "C" TO HISTORY-TRANSFER-LEG.
           MOVE TRANSFER-COUNTER-KEY TO HISTORY-ACCOUNT-KEY.
           MOVE TRANSFER-PAYING-KEY TO HISTORY-COUNTER-KEY.
           PERFORM WRITE-STATUS-HISTORY.
           PERFORM TALLY-DEBIT-CREDIT.
           ADD 1 TO TRANSFER-POSTED-COUNT.
           MOVE TRANSFER-PAYING-KEY TO ACCOUNT-KEY.
           MOVE TRANSFER-PAYING-WIDE-KEY TO ACCOUNT-WIDE-KEY.
           PERFORM NEGATE-TRANSFER-AMOUNT.
       EXIT.
      *
       NEGATE-TRANSFER-AMOUNT SECTION.
           COMPUTE COPY-AMOUNT = ZERO - COPY-AMOUNT.
           COMPUTE COPY-NUMBER-PART1 = ZERO - COPY-NUMBER-PART1.
           COMPUTE COPY-NUMBER-PART2 = ZERO - COPY-NUMBER-PART2.
       EXIT.
      *
      * LOCATE-TRANSFER-COUNTER-ACCOUNT - THE RECEIVING KEY MUST BE
      * PRESENT, DIFFERENT FROM THE PAYING KEY, CARRY A GOOD CHECK
      * DIGIT, AND FIND AN ACCOUNT THAT IS NOT CLOSED; A
      * PAYMENT-REFERENCE RECORD HAS NO PAYING ACCOUNT TO TRANSFER
      * FROM. A DORMANT RECEIVING ACCOUNT HOLDS THE WHOLE TRANSFER
      * FOR A SUPERVISOR, THE SAME AS A DORMANT PAYING ONE - EXCEPT
      * ESCHEAT'S "ESCH" TRANSFER INTO A QUIET UNCLAIMED-PROPERTY
      * ACCOUNT. THE PAYING ACCOUNT IS READ BACK AFTERWARDS, SINCE
      * THE FUNDS JUDGEMENT AT COMMIT WORKS FROM THE MASTER RECORD
      * IN HAND. THE RECEIVING ACCOUNT MAY BE NAMED BY ITS WIDE KEY,
      * JUDGED ON THE WIDE CHECK DIGIT, OR BY ITS SHORT KEY, WHICH
      * THE CONVERSION TABLE TURNS INTO THE WIDE KEY WHERE IT CAN.
      *
       LOCATE-TRANSFER-COUNTER-ACCOUNT SECTION.
           MOVE DTXN-COUNTER-ACCOUNT-KEY TO TRANSFER-COUNTER-KEY.
           MOVE DTXN-COUNTER-WIDE-KEY TO TRANSFER-COUNTER-WIDE-KEY.
           IF COPY-STRING-IS-PAYMENT-REF
               OR (TRANSFER-COUNTER-KEY = SPACES
                   AND TRANSFER-COUNTER-WIDE-KEY = SPACES)
               OR TRANSFER-COUNTER-KEY = ACCOUNT-KEY
               MOVE "BAD TRANSFER" TO REJECT-REASON-TEXT
               GO TO LOCATE-TRANSFER-REFUSED
           END-IF.
           IF TRANSFER-COUNTER-WIDE-KEY NOT = SPACES
               GO TO LOCATE-TRANSFER-BY-WIDE-KEY
           END-IF.
           PERFORM COMPUTE-COUNTER-CHECK-DIGIT.
           IF TRANSFER-COUNTER-KEY(5:1) NOT = CHECK-DIGIT-COMPUTED
               MOVE "COUNTER CHECK DIGIT" TO REJECT-REASON-TEXT
               GO TO LOCATE-TRANSFER-REFUSED
           END-IF.
           MOVE TRANSFER-COUNTER-KEY TO KEY-CONV-OLD-WORK.
           PERFORM FIND-KEY-CONV-BY-OLD.
           IF KEY-CONV-FOUND-IDX > ZERO
               MOVE KCT-NEW-KEY(KEY-CONV-FOUND-IDX)
                   TO TRANSFER-COUNTER-WIDE-KEY
               GO TO LOCATE-TRANSFER-READ-WIDE
           END-IF.
           MOVE TRANSFER-COUNTER-KEY TO ACCOUNT-MASTER-KEY.
           READ ACCOUNT-MASTER KEY IS ACCOUNT-MASTER-KEY
               INVALID KEY
                   MOVE "NO COUNTER ACCOUNT" TO REJECT-REASON-TEXT
           END-READ.
           GO TO LOCATE-TRANSFER-COUNTER-READ.
       LOCATE-TRANSFER-BY-WIDE-KEY.
           IF TRANSFER-COUNTER-WIDE-KEY NOT NUMERIC
               MOVE "COUNTER CHECK DIGIT" TO REJECT-REASON-TEXT
               GO TO LOCATE-TRANSFER-REFUSED
           END-IF.
           MOVE TRANSFER-COUNTER-WIDE-KEY(1:6)
               TO WIDE-CHECK-DIGIT-WORK-STRING.
           PERFORM COMPUTE-WIDE-CHECK-DIGIT.
           IF TRANSFER-COUNTER-WIDE-KEY(7:1) NOT = CHECK-DIGIT-COMPUTED
               MOVE "COUNTER CHECK DIGIT" TO REJECT-REASON-TEXT
               GO TO LOCATE-TRANSFER-REFUSED
           END-IF.
       LOCATE-TRANSFER-READ-WIDE.
           MOVE TRANSFER-COUNTER-WIDE-KEY TO ACCOUNT-MASTER-WIDE-KEY.
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE "NO COUNTER ACCOUNT" TO REJECT-REASON-TEXT
           END-READ.
       LOCATE-TRANSFER-COUNTER-READ.
      * FROM HERE ON BOTH KEYS ARE THE RECEIVING ACCOUNT'S OWN - AN
      * ACCOUNT NUMBERED PAST 999 HAS NO SHORT KEY. ONE THAT TURNS
      * OUT TO BE THE PAYING ACCOUNT ITSELF IS NO TRANSFER.
           IF REJECT-REASON-TEXT = SPACES
               MOVE ACCOUNT-MASTER-KEY TO TRANSFER-COUNTER-KEY
               MOVE ACCOUNT-MASTER-WIDE-KEY TO TRANSFER-COUNTER-WIDE-KEY
               IF TRANSFER-COUNTER-WIDE-KEY = ACCOUNT-WIDE-KEY
                   MOVE "BAD TRANSFER" TO REJECT-REASON-TEXT
               END-IF
           END-IF.
           IF REJECT-REASON-TEXT = SPACES
               AND ACCOUNT-MASTER-CLOSED-DATE NOT = ZERO
               MOVE "COUNTER ACCT CLOSED" TO REJECT-REASON-TEXT
           END-IF.
           IF REJECT-REASON-TEXT NOT = SPACES
               GO TO LOCATE-TRANSFER-REFUSED
           END-IF.
           IF ACCOUNT-MASTER-DORMANT-FLAG = "D"
               AND NOT RUN-MODE-REPROCESS
               AND NOT DORMANT-HELD
               AND NOT (DTXN-GENERATED-FLAG = "G"
                   AND DTXN-STRING-PART2 = "ESCH")
               SET DORMANT-HELD TO TRUE
               ADD 1 TO DORMANT-HELD-COUNT
               DISPLAY "TRANSFER " DTXN-NUMBER-PART1
                   " PAYS DORMANT ACCOUNT " TRANSFER-COUNTER-KEY
                   " - HELD FOR APPROVAL"
               IF NOT RUN-MODE-TRIAL
                   MOVE DAILY-TRANSACTIONS-RECORD TO APPROVAL-DETAIL
                   MOVE COPY-AMOUNT TO APPROVAL-BASE-AMOUNT
                   MOVE RUN-DATE TO APPROVAL-HELD-DATE
                   MOVE "DORM" TO APPROVAL-REASON-CODE
                   WRITE APPROVAL-QUEUE-RECORD
               END-IF
               PERFORM SET-HISTORY-FROM-STATUS
               MOVE "A" TO HISTORY-TO-STATUS
               MOVE DTXN-NUMBER-PART1 TO HISTORY-TXN-NUMBER
               PERFORM WRITE-STATUS-HISTORY
           END-IF.
           MOVE ACCOUNT-WIDE-KEY TO ACCOUNT-MASTER-WIDE-KEY.
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE "NO ACCOUNT" TO REJECT-REASON-TEXT
           END-READ.
           GO TO LOCATE-TRANSFER-COUNTER-EX.
       LOCATE-TRANSFER-REFUSED.
           ADD 1 TO TRANSFER-REFUSED-COUNT.
           DISPLAY "TRANSFER " DTXN-NUMBER-PART1 " REFUSED - "
               REJECT-REASON-TEXT.
       LOCATE-TRANSFER-COUNTER-EX.
       EXIT.
      *
      * COMPUTE-COUNTER-CHECK-DIGIT - THE SAME MODULUS-11 FOLD AS
      * VALIDATE-CHECK-DIGIT, OVER THE RECEIVING KEY'S FOUR DIGITS.
      *
       COMPUTE-COUNTER-CHECK-DIGIT SECTION.
           MOVE ZERO TO CHECK-DIGIT-SUM.
           PERFORM ACCUMULATE-COUNTER-DIGIT
               VARYING CHECK-DIGIT-INDEX
               FROM 1 BY 1 UNTIL CHECK-DIGIT-INDEX > 4.
           DIVIDE CHECK-DIGIT-SUM BY 11 GIVING CHECK-DIGIT-QUOTIENT
               REMAINDER CHECK-DIGIT-REMAINDER.
           IF CHECK-DIGIT-REMAINDER = ZERO
               MOVE ZERO TO CHECK-DIGIT-COMPUTED
           ELSE
               COMPUTE CHECK-DIGIT-COMPUTED = 11 - CHECK-DIGIT-REMAINDER
           END-IF.
           IF CHECK-DIGIT-COMPUTED > 9
               MOVE ZERO TO CHECK-DIGIT-COMPUTED
           END-IF.
       EXIT.
      *
       ACCUMULATE-COUNTER-DIGIT SECTION.
           MOVE TRANSFER-COUNTER-KEY(CHECK-DIGIT-INDEX:1) TO
               CHECK-DIGIT-CHAR.
           IF CHECK-DIGIT-CHAR NOT NUMERIC
               MOVE ZERO TO CHECK-DIGIT-DIGIT
           ELSE
               MOVE CHECK-DIGIT-CHAR TO CHECK-DIGIT-DIGIT
           END-IF.
           COMPUTE CHECK-DIGIT-WEIGHT = CHECK-DIGIT-INDEX + 1.
           COMPUTE CHECK-DIGIT-SUM = CHECK-DIGIT-SUM +
               (CHECK-DIGIT-DIGIT * CHECK-DIGIT-WEIGHT).
       EXIT.
      *
      * LOOK-UP-PENDED-NET - WHAT THE ACCOUNT IN ACCOUNT-WIDE-KEY
      * ALREADY CARRIES PENDED THIS RUN; ZERO WHEN NOTHING IS
      * TRACKED FOR IT.
      *
       EXIT.
      *
       MATCH-ONE-PENDED-NET SECTION.
           IF PN-WIDE-KEY(PENDED-NET-IDX) = ACCOUNT-WIDE-KEY
               MOVE PENDED-NET-IDX TO PENDED-NET-FOUND-IDX
           END-IF.
       EXIT.
               END-IF
               ADD 1 TO PENDED-NET-COUNT
               MOVE PENDED-NET-COUNT TO PENDED-NET-FOUND-IDX
               MOVE ACCOUNT-WIDE-KEY
                   TO PN-WIDE-KEY(PENDED-NET-FOUND-IDX)
               MOVE ZERO TO PN-NET-AMOUNT(PENDED-NET-FOUND-IDX)
           END-IF.
           ADD COPY-AMOUNT TO PN-NET-AMOUNT(PENDED-NET-FOUND-IDX).
       NOTE-PENDED-AMOUNT-EX.
       EXIT.
      *
      * CHECK-VELOCITY - JUDGES A DEBIT AGAINST THE DAY RULE AND THE
      * SEVEN-BUSINESS-DAY RULE FOR ITS ACCOUNT'S PRODUCT - THE
      * PRODUCT'S OWN ROW FOR A WINDOW IF IT HAS ONE, ELSE THE
      * ANY-PRODUCT ROW. A DEBIT THAT WOULD TAKE THE ACCOUNT'S COUNT
      * OR TOTAL PAST EITHER CAP IS HELD ON THE APPROVAL QUEUE WITH
      * THE WINDOW'S REASON CODE AND LOGGED FOR THE FRAUD REPORT;
      * A TRIAL SHOWS THE HOLD AND WRITES NEITHER.
      *
       CHECK-VELOCITY SECTION.
           MOVE SPACE TO VELOCITY-BREACH-WINDOW.
           MOVE SPACE TO VELOCITY-BREACH-CAP.
           MOVE ZERO TO VELOCITY-DAY-RULE-IDX.
           MOVE ZERO TO VELOCITY-WEEK-RULE-IDX.
           PERFORM PICK-VELOCITY-RULE
               VARYING VELOCITY-RULE-IDX FROM 1 BY 1
               UNTIL VELOCITY-RULE-IDX > VELOCITY-RULE-COUNT.
           IF VELOCITY-DAY-RULE-IDX = ZERO
               AND VELOCITY-WEEK-RULE-IDX = ZERO
               GO TO CHECK-VELOCITY-EX
           END-IF.
           MOVE ACCOUNT-WIDE-KEY TO VELOCITY-ACCOUNT-WORK.
           PERFORM FIND-VELOCITY-TALLY.
           COMPUTE VELOCITY-DEBIT-WORK = ZERO - COPY-AMOUNT.
           IF VELOCITY-DAY-RULE-IDX > ZERO
               MOVE 1 TO VELOCITY-NEW-COUNT
               MOVE VELOCITY-DEBIT-WORK TO VELOCITY-NEW-AMOUNT
               IF VELOCITY-FOUND-IDX > ZERO
                   ADD VT-DAY-COUNT(VELOCITY-FOUND-IDX)
                       TO VELOCITY-NEW-COUNT
                   ADD VT-DAY-AMOUNT(VELOCITY-FOUND-IDX)
                       TO VELOCITY-NEW-AMOUNT
               END-IF
               MOVE VELOCITY-DAY-RULE-IDX TO VELOCITY-BREACH-IDX
               PERFORM JUDGE-VELOCITY-CAPS
               IF VELOCITY-BREACH-CAP NOT = SPACE
                   MOVE "D" TO VELOCITY-BREACH-WINDOW
                   GO TO CHECK-VELOCITY-HELD
               END-IF
           END-IF.
           IF VELOCITY-WEEK-RULE-IDX > ZERO
               MOVE 1 TO VELOCITY-NEW-COUNT
               MOVE VELOCITY-DEBIT-WORK TO VELOCITY-NEW-AMOUNT
               IF VELOCITY-FOUND-IDX > ZERO
                   ADD VT-WEEK-COUNT(VELOCITY-FOUND-IDX)
                       TO VELOCITY-NEW-COUNT
                   ADD VT-WEEK-AMOUNT(VELOCITY-FOUND-IDX)
                       TO VELOCITY-NEW-AMOUNT
               END-IF
               MOVE VELOCITY-WEEK-RULE-IDX TO VELOCITY-BREACH-IDX
               PERFORM JUDGE-VELOCITY-CAPS
               IF VELOCITY-BREACH-CAP NOT = SPACE
                   MOVE "W" TO VELOCITY-BREACH-WINDOW
                   GO TO CHECK-VELOCITY-HELD
               END-IF
           END-IF.
           GO TO CHECK-VELOCITY-EX.
       CHECK-VELOCITY-HELD.
           ADD 1 TO VELOCITY-HELD-COUNT.
           DISPLAY "TRANSACTION " DTXN-NUMBER-PART1
               " BREAKS VELOCITY RULE ON " ACCOUNT-KEY
               " - HELD FOR APPROVAL".
           IF NOT RUN-MODE-TRIAL
               MOVE DAILY-TRANSACTIONS-RECORD TO APPROVAL-DETAIL
               MOVE COPY-AMOUNT TO APPROVAL-BASE-AMOUNT
               MOVE RUN-DATE TO APPROVAL-HELD-DATE
               IF VELOCITY-BREACH-WINDOW = "D"
                   MOVE "VELD" TO APPROVAL-REASON-CODE
               ELSE
                   MOVE "VELW" TO APPROVAL-REASON-CODE
               END-IF
               WRITE APPROVAL-QUEUE-RECORD
               PERFORM WRITE-VELOCITY-BREACH
           END-IF.
           PERFORM SET-HISTORY-FROM-STATUS.
           MOVE "A" TO HISTORY-TO-STATUS.
           MOVE DTXN-NUMBER-PART1 TO HISTORY-TXN-NUMBER.
           PERFORM WRITE-STATUS-HISTORY.
       CHECK-VELOCITY-EX.
       EXIT.
      *
       PICK-VELOCITY-RULE SECTION.
           IF VRT-PRODUCT(VELOCITY-RULE-IDX) = ACCOUNT-MASTER-PRODUCT
               AND ACCOUNT-MASTER-PRODUCT NOT = SPACES
               IF VRT-WINDOW(VELOCITY-RULE-IDX) = "D"
                   MOVE VELOCITY-RULE-IDX TO VELOCITY-DAY-RULE-IDX
               ELSE
                   MOVE VELOCITY-RULE-IDX TO VELOCITY-WEEK-RULE-IDX
               END-IF
           END-IF.
      * THE ANY-PRODUCT ROW ONLY FILLS A WINDOW NOTHING ELSE HAS.
           IF VRT-PRODUCT(VELOCITY-RULE-IDX) = SPACES
               IF VRT-WINDOW(VELOCITY-RULE-IDX) = "D"
                   AND VELOCITY-DAY-RULE-IDX = ZERO
                   MOVE VELOCITY-RULE-IDX TO VELOCITY-DAY-RULE-IDX
               END-IF
               IF VRT-WINDOW(VELOCITY-RULE-IDX) = "W"
                   AND VELOCITY-WEEK-RULE-IDX = ZERO
                   MOVE VELOCITY-RULE-IDX TO VELOCITY-WEEK-RULE-IDX
               END-IF
           END-IF.
       EXIT.
      *
      * JUDGE-VELOCITY-CAPS - THE COUNT CAP FIRST, THEN THE AMOUNT
      * CAP, OF THE RULE AT VELOCITY-BREACH-IDX. A ZERO CAP IS NOT
      * APPLIED.
      *
       JUDGE-VELOCITY-CAPS SECTION.
           IF VRT-MAX-COUNT(VELOCITY-BREACH-IDX) > ZERO
               AND VELOCITY-NEW-COUNT >
                   VRT-MAX-COUNT(VELOCITY-BREACH-IDX)
               MOVE "C" TO VELOCITY-BREACH-CAP
               GO TO JUDGE-VELOCITY-CAPS-EX
           END-IF.
           IF VRT-MAX-AMOUNT(VELOCITY-BREACH-IDX) > ZERO
               AND VELOCITY-NEW-AMOUNT >
                   VRT-MAX-AMOUNT(VELOCITY-BREACH-IDX)
               MOVE "A" TO VELOCITY-BREACH-CAP
           END-IF.
       JUDGE-VELOCITY-CAPS-EX.
       EXIT.
      *
       WRITE-VELOCITY-BREACH SECTION.
           IF NOT VELOCITY-LOG-OPEN
               OPEN EXTEND VELOCITY-BREACH-LOG
               SET VELOCITY-LOG-OPEN TO TRUE
           END-IF.
           MOVE RUN-DATE TO VEL-BRCH-DATE.
           MOVE ACCOUNT-KEY TO VEL-BRCH-ACCOUNT-KEY.
           MOVE ACCOUNT-MASTER-PRODUCT TO VEL-BRCH-PRODUCT.
           MOVE DTXN-NUMBER-PART1 TO VEL-BRCH-TXN-NUMBER.
           MOVE VELOCITY-DEBIT-WORK TO VEL-BRCH-AMOUNT.
           MOVE VELOCITY-BREACH-WINDOW TO VEL-BRCH-WINDOW.
           MOVE VELOCITY-BREACH-CAP TO VEL-BRCH-CAP.
           MOVE VRT-PRODUCT(VELOCITY-BREACH-IDX)
               TO VEL-BRCH-RULE-PRODUCT.
           MOVE VELOCITY-NEW-COUNT TO VEL-BRCH-TALLY-COUNT.
           MOVE VELOCITY-NEW-AMOUNT TO VEL-BRCH-TALLY-AMOUNT.
           MOVE VRT-MAX-COUNT(VELOCITY-BREACH-IDX)
               TO VEL-BRCH-MAX-COUNT.
           MOVE VRT-MAX-AMOUNT(VELOCITY-BREACH-IDX)
               TO VEL-BRCH-MAX-AMOUNT.
           WRITE VELOCITY-BREACH-RECORD.
       EXIT.
      *
      * ADD-VELOCITY-TALLY - ADDS VELOCITY-PIECE-WORK DEBITS TOTALLING
      * VELOCITY-DEBIT-WORK TO THE ACCOUNT IN VELOCITY-ACCOUNT-WORK:
      * TO ITS SEVEN-DAY TALLY ALWAYS, AND TO ITS DAY TALLY WHEN
      * DATED ON OR AFTER THE RUN DATE.
      *
       ADD-VELOCITY-TALLY SECTION.
           PERFORM FIND-VELOCITY-TALLY.
           IF VELOCITY-FOUND-IDX = ZERO
               IF VELOCITY-TALLY-COUNT = 2000
                   ADD 1 TO VELOCITY-OVERFLOW-COUNT
                   GO TO ADD-VELOCITY-TALLY-EX
               END-IF
               ADD 1 TO VELOCITY-TALLY-COUNT
               MOVE VELOCITY-TALLY-COUNT TO VELOCITY-FOUND-IDX
               MOVE VELOCITY-ACCOUNT-WORK
                   TO VT-ACCOUNT(VELOCITY-FOUND-IDX)
               MOVE ZERO TO VT-DAY-COUNT(VELOCITY-FOUND-IDX)
               MOVE ZERO TO VT-DAY-AMOUNT(VELOCITY-FOUND-IDX)
               MOVE ZERO TO VT-WEEK-COUNT(VELOCITY-FOUND-IDX)
               MOVE ZERO TO VT-WEEK-AMOUNT(VELOCITY-FOUND-IDX)
           END-IF.
           IF VELOCITY-DATE-WORK NOT < RUN-DATE
               ADD VELOCITY-PIECE-WORK
                   TO VT-DAY-COUNT(VELOCITY-FOUND-IDX)
               ADD VELOCITY-DEBIT-WORK
                   TO VT-DAY-AMOUNT(VELOCITY-FOUND-IDX)
           END-IF.
           ADD VELOCITY-PIECE-WORK TO VT-WEEK-COUNT(VELOCITY-FOUND-IDX).
           ADD VELOCITY-DEBIT-WORK
               TO VT-WEEK-AMOUNT(VELOCITY-FOUND-IDX).
       ADD-VELOCITY-TALLY-EX.
       EXIT.
      *
       FIND-VELOCITY-TALLY SECTION.
           MOVE ZERO TO VELOCITY-FOUND-IDX.
           PERFORM MATCH-ONE-VELOCITY-TALLY
               VARYING VELOCITY-TALLY-IDX FROM 1 BY 1
               UNTIL VELOCITY-TALLY-IDX > VELOCITY-TALLY-COUNT
               OR VELOCITY-FOUND-IDX > ZERO.
       EXIT.
      *
       MATCH-ONE-VELOCITY-TALLY SECTION.
           IF VT-ACCOUNT(VELOCITY-TALLY-IDX) = VELOCITY-ACCOUNT-WORK
               MOVE VELOCITY-TALLY-IDX TO VELOCITY-FOUND-IDX
           END-IF.
       EXIT.
      *
      * LOAD-VELOCITY-RULES - FILLS THE RULE TABLE FROM VELRULE. A
      * ROW NAMING NEITHER WINDOW, OR WITH A CAP THAT IS NOT A
      * NUMBER, IS PASSED OVER.
      *
       LOAD-VELOCITY-RULES SECTION.
           MOVE ZERO TO VELOCITY-RULE-COUNT.
           MOVE "N" TO VELOCITY-RULE-SWITCH.
           OPEN INPUT VELOCITY-RULE-FILE.
           PERFORM READ-VELOCITY-RULE.
           PERFORM LOAD-ONE-VELOCITY-RULE
               UNTIL END-OF-VELOCITY-RULES
               OR VELOCITY-RULE-COUNT = 50.
           CLOSE VELOCITY-RULE-FILE.
       EXIT.
      *
       LOAD-ONE-VELOCITY-RULE SECTION.
           IF (VEL-RULE-DAY OR VEL-RULE-WEEK)
               AND VEL-RULE-MAX-COUNT NUMERIC
               AND VEL-RULE-MAX-AMOUNT NUMERIC
               ADD 1 TO VELOCITY-RULE-COUNT
               MOVE VEL-RULE-PRODUCT
                   TO VRT-PRODUCT(VELOCITY-RULE-COUNT)
               MOVE VEL-RULE-WINDOW TO VRT-WINDOW(VELOCITY-RULE-COUNT)
               MOVE VEL-RULE-MAX-COUNT
                   TO VRT-MAX-COUNT(VELOCITY-RULE-COUNT)
               MOVE VEL-RULE-MAX-AMOUNT
                   TO VRT-MAX-AMOUNT(VELOCITY-RULE-COUNT)
           END-IF.
           PERFORM READ-VELOCITY-RULE.
       EXIT.
      *
       READ-VELOCITY-RULE SECTION.
           READ VELOCITY-RULE-FILE
               AT END
                   SET END-OF-VELOCITY-RULES TO TRUE
           END-READ.
       EXIT.
      *
      * LOAD-VELOCITY-TALLIES - SEEDS THE TALLIES FROM THE POSTING
      * TRAIL: EVERY DEBIT DATED FROM THE FIRST DAY OF THE WINDOW
      * ON. A CALENDAR THAT DOES NOT REACH SIX BUSINESS DAYS BACK
      * LEAVES THE WINDOW OPEN TO THE WHOLE TRAIL.
      *
       LOAD-VELOCITY-TALLIES SECTION.
           MOVE VELOCITY-PRIOR-DATE(1) TO VELOCITY-WINDOW-START.
           MOVE "N" TO VELOCITY-TRAIL-SWITCH.
           OPEN INPUT VELOCITY-TRAIL.
           PERFORM READ-VELOCITY-TRAIL.
           PERFORM SEED-ONE-VELOCITY-TALLY
               UNTIL END-OF-VELOCITY-TRAIL.
           CLOSE VELOCITY-TRAIL.
       EXIT.
      *
      * ONLY MONEY THAT LEFT AN ACCOUNT COUNTS - NOT A BROUGHT-
      * FORWARD ROW, NOT THE BANK'S OWN FEE. A "NET " ROW STANDS FOR
      * AS MANY DEBITS AS IT NETTED.
      *
       SEED-ONE-VELOCITY-TALLY SECTION.
           IF VTRAIL-STRING-TYPE = "F"
               OR VTRAIL-STRING-PART2 = "FEE "
               OR VTRAIL-AMOUNT NOT < ZERO
               OR VTRAIL-DATE < VELOCITY-WINDOW-START
               OR VTRAIL-WIDE-KEY = SPACES
               GO TO SEED-ONE-VELOCITY-TALLY-NEXT
           END-IF.
           MOVE VTRAIL-WIDE-KEY TO VELOCITY-ACCOUNT-WORK.
           COMPUTE VELOCITY-DEBIT-WORK = ZERO - VTRAIL-AMOUNT.
           MOVE 1 TO VELOCITY-PIECE-WORK.
           IF VTRAIL-STRING-PART2 = "NET "
               AND VTRAIL-NUMBER-PART2 > ZERO
               MOVE VTRAIL-NUMBER-PART2 TO VELOCITY-PIECE-WORK
           END-IF.
           MOVE VTRAIL-DATE TO VELOCITY-DATE-WORK.
           PERFORM ADD-VELOCITY-TALLY.
       SEED-ONE-VELOCITY-TALLY-NEXT.
           PERFORM READ-VELOCITY-TRAIL.
       EXIT.
      *
       READ-VELOCITY-TRAIL SECTION.
           READ VELOCITY-TRAIL
               AT END
                   SET END-OF-VELOCITY-TRAIL TO TRUE
           END-READ.
       EXIT.
      *
      * CHECK-STOP-PAYMENT - AN R-TYPE RECORD IS STOPPED BY A LIVE
      * REFERENCE STOP FOR ITS PAYMENT REFERENCE; ANY OTHER DEBIT BY
      * A LIVE AMOUNT STOP ON ITS ACCOUNT FOR EXACTLY ITS AMOUNT
      * WHOSE WINDOW TAKES IN ITS VALUE DATE. A CREDIT IS NEVER
      * STOPPED. THE STOP THAT TRIGGERS IS SPENT IN THE TABLE AND,
      * OUTSIDE A TRIAL, REWRITTEN TRIGGERED ON THE FILE WITH THE
      * NUMBER OF THE PAYMENT IT STOPPED.
      *
       CHECK-STOP-PAYMENT SECTION.
           IF NOT COPY-STRING-IS-PAYMENT-REF
               AND COPY-AMOUNT NOT < ZERO
               GO TO CHECK-STOP-PAYMENT-EX
           END-IF.
           IF NOT STOP-PAYMENTS-LOADED
               PERFORM LOAD-STOP-PAYMENTS
           END-IF.
           COMPUTE STOP-MATCH-AMOUNT = ZERO - COPY-AMOUNT.
           MOVE ZERO TO STOP-FOUND-IDX.
           PERFORM MATCH-ONE-STOP
               VARYING STOP-TABLE-IDX FROM 1 BY 1
               UNTIL STOP-TABLE-IDX > STOP-TABLE-COUNT
               OR STOP-FOUND-IDX > ZERO.
           IF STOP-FOUND-IDX = ZERO
               GO TO CHECK-STOP-PAYMENT-EX
           END-IF.
           SET PAYMENT-STOPPED TO TRUE.
           ADD 1 TO PAYMENT-STOPPED-COUNT.
           MOVE "Y" TO ST-SPENT-FLAG(STOP-FOUND-IDX).
           MOVE "STOPPED" TO REJECT-REASON-TEXT.
           DISPLAY "TRANSACTION " DTXN-NUMBER-PART1
               " MATCHES STOP " ST-STOP-KEY(STOP-FOUND-IDX)
               " - REJECTED STOPPED".
           IF NOT RUN-MODE-TRIAL
               PERFORM MARK-STOP-TRIGGERED
           END-IF.
       CHECK-STOP-PAYMENT-EX.
       EXIT.
      *
       MATCH-ONE-STOP SECTION.
           IF ST-SPENT-FLAG(STOP-TABLE-IDX) = "Y"
               GO TO MATCH-ONE-STOP-EX
           END-IF.
           IF COPY-STRING-IS-PAYMENT-REF
               IF ST-MATCH-TYPE(STOP-TABLE-IDX) = "R"
                   AND ST-PAYMENT-REF(STOP-TABLE-IDX)
                       = COPY-STRING-PAYMENT-REF
                   MOVE STOP-TABLE-IDX TO STOP-FOUND-IDX
               END-IF
               GO TO MATCH-ONE-STOP-EX
           END-IF.
           IF ST-MATCH-TYPE(STOP-TABLE-IDX) = "A"
               AND ST-STOP-KEY(STOP-TABLE-IDX)(1:7) = ACCOUNT-WIDE-KEY
               AND ST-AMOUNT(STOP-TABLE-IDX) = STOP-MATCH-AMOUNT
               AND ST-DATE-FROM(STOP-TABLE-IDX) NOT > COPY-DATE
               AND ST-DATE-TO(STOP-TABLE-IDX) NOT < COPY-DATE
               MOVE STOP-TABLE-IDX TO STOP-FOUND-IDX
           END-IF.
       MATCH-ONE-STOP-EX.
       EXIT.
      *
      * CHECK-COLLECTION-MANDATE - A DEBIT CARRYING A CREDITOR
      * REFERENCE IS JUDGED AGAINST THE MANDATE HELD FOR ITS ACCOUNT
      * AND THAT CREDITOR: REJECTED "NO MANDATE" WHEN THERE IS NONE,
      * "MANDATE NOT ACTIVE" WHEN IT IS CANCELLED OR THE VALUE DATE
      * FALLS OUTSIDE ITS RANGE, AND "OVER MANDATE LIMIT" WHEN THE
      * AMOUNT IS MORE THAN IT ALLOWS. A CREDIT IS NEVER A
      * COLLECTION. EVERY COLLECTION JUDGED, ACCEPTED OR NOT, IS
      * LOGGED OUTSIDE A TRIAL.
      *
       CHECK-COLLECTION-MANDATE SECTION.
           IF COPY-AMOUNT NOT < ZERO
               GO TO CHECK-COLLECTION-MANDATE-EX
           END-IF.
           IF NOT MANDATE-FILE-OPEN
               OPEN INPUT MANDATE-FILE
               SET MANDATE-FILE-OPEN TO TRUE
           END-IF.
           ADD 1 TO COLLECTION-CHECKED-COUNT.
           COMPUTE MANDATE-COLLECT-AMOUNT-WORK = ZERO - COPY-AMOUNT.
           MOVE "A" TO MANDATE-OUTCOME-WORK.
           MOVE ACCOUNT-WIDE-KEY TO MANDATE-WIDE-ACCOUNT-KEY.
           MOVE DTXN-CREDITOR-REFERENCE TO MANDATE-WIDE-CREDITOR-REF.
           READ MANDATE-FILE
               INVALID KEY
                   MOVE "N" TO MANDATE-OUTCOME-WORK
                   MOVE "NO MANDATE" TO REJECT-REASON-TEXT
                   GO TO CHECK-COLLECTION-MANDATE-LOG
           END-READ.
           IF NOT MANDATE-ACTIVE
               OR MANDATE-DATE-FROM > COPY-DATE
               OR MANDATE-DATE-TO < COPY-DATE
               MOVE "I" TO MANDATE-OUTCOME-WORK
               MOVE "MANDATE NOT ACTIVE" TO REJECT-REASON-TEXT
               GO TO CHECK-COLLECTION-MANDATE-LOG
           END-IF.
           IF MANDATE-COLLECT-AMOUNT-WORK > MANDATE-MAX-AMOUNT
               MOVE "L" TO MANDATE-OUTCOME-WORK
               MOVE "OVER MANDATE LIMIT" TO REJECT-REASON-TEXT
           END-IF.
       CHECK-COLLECTION-MANDATE-LOG.
           IF MANDATE-OUTCOME-WORK NOT = "A"
               SET COLLECTION-REFUSED TO TRUE
               ADD 1 TO COLLECTION-REFUSED-COUNT
               DISPLAY "TRANSACTION " DTXN-NUMBER-PART1
                   " COLLECTION " DTXN-CREDITOR-REFERENCE
                   " - REJECTED " REJECT-REASON-TEXT
           END-IF.
           IF NOT RUN-MODE-TRIAL
               PERFORM WRITE-MANDATE-COLLECT-LOG
           END-IF.
       CHECK-COLLECTION-MANDATE-EX.
       EXIT.
      *
       WRITE-MANDATE-COLLECT-LOG SECTION.
           IF NOT MANDATE-LOG-OPEN
               OPEN EXTEND MANDATE-COLLECT-LOG
               SET MANDATE-LOG-OPEN TO TRUE
           END-IF.
           MOVE RUN-DATE TO MANDATE-COLLECT-DATE.
           MOVE ACCOUNT-KEY TO MANDATE-COLLECT-ACCOUNT-KEY.
           MOVE DTXN-CREDITOR-REFERENCE
               TO MANDATE-COLLECT-CREDITOR-REF.
           MOVE ACCOUNT-WIDE-KEY TO MANDATE-COLLECT-WIDE-ACCOUNT-KEY.
           MOVE DTXN-CREDITOR-REFERENCE
               TO MANDATE-COLLECT-WIDE-CREDITOR-REF.
           MOVE DTXN-NUMBER-PART1 TO MANDATE-COLLECT-TXN-NUMBER.
           MOVE MANDATE-COLLECT-AMOUNT-WORK TO MANDATE-COLLECT-AMOUNT.
           MOVE MANDATE-OUTCOME-WORK TO MANDATE-COLLECT-OUTCOME.
           WRITE MANDATE-COLLECT-RECORD.
       EXIT.
      *
      * SCREEN-WATCH-LIST - AN R RECORD IS SCREENED ON ITS PAYMENT
      * REFERENCE; ANY OTHER ON ITS ACCOUNT KEY AND ITS OWNER'S
      * NAME, AND A TRANSFER ON THE RECEIVING ACCOUNT'S KEY AND
      * OWNER'S NAME AS WELL. THE FIRST MATCH HOLDS THE RECORD ON
      * THE COMPLIANCE QUEUE, OUTSIDE A TRIAL, AND MOVES IT TO "W"
      * ON THE LIFECYCLE TRAIL. A RECORD A COMPLIANCE OPERATOR HAS
      * ALREADY RELEASED COMES BACK THROUGH REPRO AND IS NOT HELD
      * AGAIN.
      *
       SCREEN-WATCH-LIST SECTION.
           IF RUN-MODE-REPROCESS
               AND DTXN-SCREEN-RELEASED = "K"
               GO TO SCREEN-WATCH-LIST-EX
           END-IF.
           IF NOT WATCH-LIST-LOADED
               PERFORM LOAD-WATCH-LIST
           END-IF.
           IF WATCH-TABLE-COUNT = ZERO
               GO TO SCREEN-WATCH-LIST-EX
           END-IF.
           MOVE ZERO TO WATCH-FOUND-IDX.
           IF COPY-STRING-IS-PAYMENT-REF
               MOVE "R" TO WATCH-MATCH-TYPE
               MOVE COPY-STRING-PAYMENT-REF TO WATCH-MATCH-VALUE
               PERFORM FIND-WATCH-ENTRY
               GO TO SCREEN-WATCH-LIST-HOLD
           END-IF.
           MOVE "A" TO WATCH-MATCH-TYPE.
           MOVE ACCOUNT-KEY TO WATCH-MATCH-VALUE.
           PERFORM FIND-WATCH-ENTRY.
           IF WATCH-FOUND-IDX = ZERO
               AND TRANSACTION-TRANSFER
               MOVE "A" TO WATCH-MATCH-TYPE
               MOVE TRANSFER-COUNTER-KEY TO WATCH-MATCH-VALUE
               PERFORM FIND-WATCH-ENTRY
           END-IF.
           IF WATCH-FOUND-IDX = ZERO
               PERFORM SCREEN-CUSTOMER-NAME
           END-IF.
      * THE RECEIVING OWNER'S NAME NEEDS THE RECEIVING ACCOUNT'S
      * MASTER RECORD - THE PAYING ACCOUNT'S IS READ BACK AFTER, AS
      * LOCATE-TRANSFER-COUNTER-ACCOUNT LEAVES IT, FOR THE COMMIT.
           IF WATCH-FOUND-IDX = ZERO
               AND TRANSACTION-TRANSFER
               MOVE TRANSFER-COUNTER-WIDE-KEY TO ACCOUNT-MASTER-WIDE-KEY
               READ ACCOUNT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM SCREEN-CUSTOMER-NAME
               END-READ
               MOVE ACCOUNT-WIDE-KEY TO ACCOUNT-MASTER-WIDE-KEY
               READ ACCOUNT-MASTER
                   INVALID KEY
                       MOVE "NO ACCOUNT" TO REJECT-REASON-TEXT
               END-READ
           END-IF.
       SCREEN-WATCH-LIST-HOLD.
           IF WATCH-FOUND-IDX = ZERO
               GO TO SCREEN-WATCH-LIST-EX
           END-IF.
           SET COMPLIANCE-HELD TO TRUE.
           ADD 1 TO COMPLIANCE-HELD-COUNT.
      * THE MATCHED VALUE ITSELF STAYS OFF THE JOB LOG - IT IS A
      * PAYMENT REFERENCE OR A CUSTOMER'S NAME.
           DISPLAY "TRANSACTION " DTXN-NUMBER-PART1
               " MATCHES WATCH-LIST ENTRY TYPE " WATCH-MATCH-TYPE
               " - HELD FOR COMPLIANCE".
           IF NOT RUN-MODE-TRIAL
               IF NOT COMPLIANCE-QUEUE-OPEN
                   OPEN EXTEND COMPLIANCE-QUEUE
                   SET COMPLIANCE-QUEUE-OPEN TO TRUE
               END-IF
               MOVE DAILY-TRANSACTIONS-RECORD TO COMPLIANCE-DETAIL
               MOVE COPY-AMOUNT TO COMPLIANCE-BASE-AMOUNT
               MOVE RUN-DATE TO COMPLIANCE-HELD-DATE
               MOVE WATCH-MATCH-TYPE TO COMPLIANCE-HIT-TYPE
               MOVE WATCH-MATCH-VALUE TO COMPLIANCE-HIT-VALUE
               MOVE WATCH-LIST-IN-FORCE-DATE TO COMPLIANCE-LIST-DATE
               WRITE COMPLIANCE-QUEUE-RECORD
           END-IF.
           PERFORM SET-HISTORY-FROM-STATUS.
           MOVE "W" TO HISTORY-TO-STATUS.
           MOVE DTXN-NUMBER-PART1 TO HISTORY-TXN-NUMBER.
           PERFORM WRITE-STATUS-HISTORY.
       SCREEN-WATCH-LIST-EX.
       EXIT.
      *
      * SCREEN-CUSTOMER-NAME - THE OWNER OF THE ACCOUNT IN THE
      * MASTER RECORD AREA, SCREENED BY NAME. AN ACCOUNT FILED
      * BEFORE OWNERS WERE KEPT, OR WHOSE OWNER IS NOT ON CUSTMAST,
      * HAS NO NAME TO SCREEN.
      *
       SCREEN-CUSTOMER-NAME SECTION.
           IF ACCOUNT-MASTER-CUSTOMER = SPACES
               GO TO SCREEN-CUSTOMER-NAME-EX
           END-IF.
           IF NOT CUSTOMER-MASTER-OPEN
               OPEN INPUT CUSTOMER-MASTER
               SET CUSTOMER-MASTER-OPEN TO TRUE
           END-IF.
           MOVE ACCOUNT-MASTER-CUSTOMER TO CUSTOMER-MASTER-NUMBER.
           READ CUSTOMER-MASTER
               INVALID KEY
                   GO TO SCREEN-CUSTOMER-NAME-EX
           END-READ.
           MOVE "N" TO WATCH-MATCH-TYPE.
           MOVE CUSTOMER-NAME TO WATCH-MATCH-VALUE.
           PERFORM FIND-WATCH-ENTRY.
       SCREEN-CUSTOMER-NAME-EX.
       EXIT.
      *
       FIND-WATCH-ENTRY SECTION.
           PERFORM MATCH-ONE-WATCH-ENTRY
               VARYING WATCH-TABLE-IDX FROM 1 BY 1
               UNTIL WATCH-TABLE-IDX > WATCH-TABLE-COUNT
               OR WATCH-FOUND-IDX > ZERO.
       EXIT.
      *
       MATCH-ONE-WATCH-ENTRY SECTION.
           IF WT-ENTRY-TYPE(WATCH-TABLE-IDX) = WATCH-MATCH-TYPE
               AND WT-ENTRY-VALUE(WATCH-TABLE-IDX) = WATCH-MATCH-VALUE
               MOVE WATCH-TABLE-IDX TO WATCH-FOUND-IDX
           END-IF.
       EXIT.
      *
      * LOAD-WATCH-LIST - TWO PASSES OF WATCHLST: THE FIRST FINDS
      * THE LIST IN FORCE, THE LATEST EFFECTIVE ON OR BEFORE THE RUN
      * DATE; THE SECOND LOADS ITS ENTRIES. WITH NO LIST IN FORCE
      * THE TABLE STAYS EMPTY AND THE RUN LOG SAYS SO.
      *
       LOAD-WATCH-LIST SECTION.
           SET WATCH-LIST-LOADED TO TRUE.
           MOVE ZERO TO WATCH-TABLE-COUNT.
           MOVE ZERO TO WATCH-LIST-IN-FORCE-DATE.
           MOVE "N" TO WATCH-LIST-SWITCH.
           OPEN INPUT WATCH-LIST-FILE.
           PERFORM READ-WATCH-LIST.
           PERFORM NOTE-ONE-WATCH-VERSION UNTIL END-OF-WATCH-LIST.
           CLOSE WATCH-LIST-FILE.
           IF WATCH-LIST-IN-FORCE-DATE = ZERO
               DISPLAY "NO WATCH LIST IN FORCE FOR " RUN-DATE
                   " - TRANSACTIONS NOT SCREENED"
               GO TO LOAD-WATCH-LIST-EX
           END-IF.
           MOVE "N" TO WATCH-LIST-SWITCH.
           OPEN INPUT WATCH-LIST-FILE.
           PERFORM READ-WATCH-LIST.
           PERFORM LOAD-ONE-WATCH-ENTRY UNTIL END-OF-WATCH-LIST.
           CLOSE WATCH-LIST-FILE.
       LOAD-WATCH-LIST-EX.
       EXIT.
      *
       NOTE-ONE-WATCH-VERSION SECTION.
           IF WATCH-LIST-EFFECTIVE-DATE NUMERIC
               AND WATCH-LIST-EFFECTIVE-DATE NOT > RUN-DATE
               AND WATCH-LIST-EFFECTIVE-DATE > WATCH-LIST-IN-FORCE-DATE
               MOVE WATCH-LIST-EFFECTIVE-DATE
                   TO WATCH-LIST-IN-FORCE-DATE
           END-IF.
           PERFORM READ-WATCH-LIST.
       EXIT.
      *
       LOAD-ONE-WATCH-ENTRY SECTION.
           IF WATCH-LIST-EFFECTIVE-DATE NOT = WATCH-LIST-IN-FORCE-DATE
               GO TO LOAD-ONE-WATCH-ENTRY-NEXT
           END-IF.
           IF WATCH-TABLE-COUNT = 2000
               ADD 1 TO WATCH-OVERFLOW-COUNT
               GO TO LOAD-ONE-WATCH-ENTRY-NEXT
           END-IF.
           ADD 1 TO WATCH-TABLE-COUNT.
           MOVE WATCH-ENTRY-TYPE TO WT-ENTRY-TYPE(WATCH-TABLE-COUNT).
           MOVE WATCH-ENTRY-VALUE TO WT-ENTRY-VALUE(WATCH-TABLE-COUNT).
       LOAD-ONE-WATCH-ENTRY-NEXT.
           PERFORM READ-WATCH-LIST.
       EXIT.
      *
       READ-WATCH-LIST SECTION.
           READ WATCH-LIST-FILE
               AT END
                   SET END-OF-WATCH-LIST TO TRUE
           END-READ.
       EXIT.
      *
      * MARK-STOP-TRIGGERED - THE STOP FILE IS OPENED ONLY FOR THE
      * MOMENT IT TAKES TO REWRITE THE ONE STOP; TRIGGERS ARE RARE.
      *
       MARK-STOP-TRIGGERED SECTION.
           OPEN I-O STOP-PAYMENT-FILE.
           MOVE ST-STOP-KEY(STOP-FOUND-IDX) TO STOP-WIDE-KEY.
           READ STOP-PAYMENT-FILE
               INVALID KEY
                   DISPLAY "STOP " ST-STOP-KEY(STOP-FOUND-IDX)
                       " NO LONGER ON FILE - NOT MARKED TRIGGERED"
                   GO TO MARK-STOP-TRIGGERED-CLOSE
           END-READ.
           SET STOP-TRIGGERED TO TRUE.
           MOVE RUN-DATE TO STOP-ENDED-DATE.
           MOVE DTXN-NUMBER-PART1 TO STOP-TRIGGERED-TXN.
           REWRITE STOP-PAYMENT-RECORD.
       MARK-STOP-TRIGGERED-CLOSE.
           CLOSE STOP-PAYMENT-FILE.
       EXIT.
      *
      * LOAD-STOP-PAYMENTS - EVERY STOP LIVE ON THE RUN DATE: ACTIVE,
      * PLACED NO LATER THAN TODAY AND NOT PAST ITS EXPIRY. ONE
      * STOPRPT HAS NOT YET EXPIRED STOPS NOTHING.
      *
       LOAD-STOP-PAYMENTS SECTION.
           MOVE ZERO TO STOP-TABLE-COUNT.
           MOVE "N" TO STOP-PAYMENT-SWITCH.
           OPEN INPUT STOP-PAYMENT-FILE.
           PERFORM READ-STOP-PAYMENT.
           PERFORM LOAD-ONE-STOP-PAYMENT UNTIL END-OF-STOP-PAYMENTS.
           CLOSE STOP-PAYMENT-FILE.
           SET STOP-PAYMENTS-LOADED TO TRUE.
       EXIT.
      *
       LOAD-ONE-STOP-PAYMENT SECTION.
           IF NOT STOP-ACTIVE
               OR STOP-PLACED-DATE > RUN-DATE
               OR STOP-EXPIRY-DATE < RUN-DATE
               GO TO LOAD-ONE-STOP-PAYMENT-NEXT
           END-IF.
           IF STOP-TABLE-COUNT = 500
               ADD 1 TO STOP-OVERFLOW-COUNT
               GO TO LOAD-ONE-STOP-PAYMENT-NEXT
           END-IF.
           ADD 1 TO STOP-TABLE-COUNT.
           MOVE STOP-WIDE-KEY TO ST-STOP-KEY(STOP-TABLE-COUNT).
           MOVE STOP-MATCH-TYPE TO ST-MATCH-TYPE(STOP-TABLE-COUNT).
           MOVE STOP-PAYMENT-REF TO ST-PAYMENT-REF(STOP-TABLE-COUNT).
           MOVE STOP-AMOUNT TO ST-AMOUNT(STOP-TABLE-COUNT).
           MOVE STOP-DATE-FROM TO ST-DATE-FROM(STOP-TABLE-COUNT).
           MOVE STOP-DATE-TO TO ST-DATE-TO(STOP-TABLE-COUNT).
           MOVE "N" TO ST-SPENT-FLAG(STOP-TABLE-COUNT).
       LOAD-ONE-STOP-PAYMENT-NEXT.
           PERFORM READ-STOP-PAYMENT.
       EXIT.
      *
       READ-STOP-PAYMENT SECTION.
           READ STOP-PAYMENT-FILE NEXT RECORD
               AT END
                   SET END-OF-STOP-PAYMENTS TO TRUE
           END-READ.
       EXIT.
      *
      * LOOK-UP-ACCOUNT-HOLDS - WHAT THE ACCOUNT IN ACCOUNT-WIDE-KEY
      * HAS EARMARKED BY ACTIVE HOLDS; ZERO WHEN IT HAS NONE. THE
      * HOLD FILE IS READ ONCE PER RUN, THE FIRST TIME IT IS NEEDED.
      *
       LOOK-UP-ACCOUNT-HOLDS SECTION.
           MOVE ZERO TO ACCOUNT-HELD-WORK.
           IF NOT ACCOUNT-HOLDS-LOADED
               PERFORM LOAD-ACCOUNT-HOLDS
           END-IF.
           MOVE ZERO TO ACCOUNT-HOLD-FOUND-IDX.
           PERFORM MATCH-ONE-ACCOUNT-HOLD
               VARYING ACCOUNT-HOLD-IDX FROM 1 BY 1
               UNTIL ACCOUNT-HOLD-IDX > ACCOUNT-HOLD-COUNT.
           IF ACCOUNT-HOLD-FOUND-IDX > ZERO
               MOVE AH-HELD-AMOUNT(ACCOUNT-HOLD-FOUND-IDX)
                   TO ACCOUNT-HELD-WORK
           END-IF.
       EXIT.
      *
       MATCH-ONE-ACCOUNT-HOLD SECTION.
           IF AH-WIDE-KEY(ACCOUNT-HOLD-IDX) = ACCOUNT-WIDE-KEY
               MOVE ACCOUNT-HOLD-IDX TO ACCOUNT-HOLD-FOUND-IDX
           END-IF.
       EXIT.
      *
      * LOAD-ACCOUNT-HOLDS - ONE PASS OVER THE HOLD FILE IN KEY
      * ORDER, SO ONE ACCOUNT'S HOLDS ARRIVE TOGETHER AND FOLD INTO
      * ONE ENTRY. A HOLD COUNTS FROM ITS PLACED DATE THROUGH ITS
      * EXPIRY DATE - ONE PAST EXPIRY THAT HOLDEXP HAS NOT YET
      * RELEASED EARMARKS NOTHING.
      *
       LOAD-ACCOUNT-HOLDS SECTION.
           MOVE ZERO TO ACCOUNT-HOLD-COUNT.
           MOVE "N" TO HOLD-MASTER-SWITCH.
           OPEN INPUT HOLD-MASTER.
           PERFORM READ-HOLD-MASTER.
           PERFORM LOAD-ONE-ACCOUNT-HOLD UNTIL END-OF-HOLD-MASTER.
           CLOSE HOLD-MASTER.
           SET ACCOUNT-HOLDS-LOADED TO TRUE.
       EXIT.
      *
       LOAD-ONE-ACCOUNT-HOLD SECTION.
           IF NOT HOLD-ACTIVE
               OR HOLD-PLACED-DATE > RUN-DATE
               OR HOLD-EXPIRY-DATE < RUN-DATE
               GO TO LOAD-ONE-ACCOUNT-HOLD-NEXT
           END-IF.
           IF ACCOUNT-HOLD-COUNT > ZERO
               IF AH-WIDE-KEY(ACCOUNT-HOLD-COUNT)
                   = HOLD-WIDE-ACCOUNT-KEY
                   ADD HOLD-AMOUNT
                       TO AH-HELD-AMOUNT(ACCOUNT-HOLD-COUNT)
                   GO TO LOAD-ONE-ACCOUNT-HOLD-NEXT
               END-IF
           END-IF.
           IF ACCOUNT-HOLD-COUNT = 2000
               ADD 1 TO ACCOUNT-HOLD-OVERFLOW-COUNT
               GO TO LOAD-ONE-ACCOUNT-HOLD-NEXT
           END-IF.
           ADD 1 TO ACCOUNT-HOLD-COUNT.
           MOVE HOLD-WIDE-ACCOUNT-KEY
               TO AH-WIDE-KEY(ACCOUNT-HOLD-COUNT).
           MOVE HOLD-AMOUNT TO AH-HELD-AMOUNT(ACCOUNT-HOLD-COUNT).
       LOAD-ONE-ACCOUNT-HOLD-NEXT.
           PERFORM READ-HOLD-MASTER.
       EXIT.
      *
       READ-HOLD-MASTER SECTION.
           READ HOLD-MASTER NEXT RECORD
               AT END
                   SET END-OF-HOLD-MASTER TO TRUE
           END-READ.
       EXIT.
      *
      * LOOK-UP-TERM-DEPOSIT - THE TABLE ENTRY OF THE RUNNING,
      * UNMATURED DEPOSIT ON THE ACCOUNT IN ACCOUNT-WIDE-KEY; ZERO
      * WHEN THE ACCOUNT HAS NONE. THE DEPOSIT FILE IS READ ONCE PER
      * RUN, THE FIRST TIME IT IS NEEDED.
      *
       LOOK-UP-TERM-DEPOSIT SECTION.
           IF NOT TERM-DEPOSITS-LOADED
               PERFORM LOAD-TERM-DEPOSITS
           END-IF.
           MOVE ZERO TO TERM-DEPOSIT-FOUND-IDX.
           PERFORM MATCH-ONE-TERM-DEPOSIT
               VARYING TERM-DEPOSIT-IDX FROM 1 BY 1
               UNTIL TERM-DEPOSIT-IDX > TERM-DEPOSIT-COUNT.
       EXIT.
      *
       MATCH-ONE-TERM-DEPOSIT SECTION.
           IF TDT-WIDE-KEY(TERM-DEPOSIT-IDX) = ACCOUNT-WIDE-KEY
               AND TDT-MATURITY-DATE(TERM-DEPOSIT-IDX) > RUN-DATE
               MOVE TERM-DEPOSIT-IDX TO TERM-DEPOSIT-FOUND-IDX
           END-IF.
       EXIT.
      *
      * LOAD-TERM-DEPOSITS - ONE PASS OVER THE DEPOSIT FILE; ONLY
      * DEPOSITS STILL RUNNING ENTER THE TABLE.
      *
       LOAD-TERM-DEPOSITS SECTION.
           MOVE ZERO TO TERM-DEPOSIT-COUNT.
           MOVE "N" TO TERM-DEPOSITS-SWITCH.
           OPEN INPUT TERM-DEPOSITS.
           PERFORM READ-TERM-DEPOSIT.
           PERFORM LOAD-ONE-TERM-DEPOSIT UNTIL END-OF-TERM-DEPOSITS.
           CLOSE TERM-DEPOSITS.
           SET TERM-DEPOSITS-LOADED TO TRUE.
       EXIT.
      *
       LOAD-ONE-TERM-DEPOSIT SECTION.
           IF NOT TD-ACTIVE
               GO TO LOAD-ONE-TERM-DEPOSIT-NEXT
           END-IF.
           IF TERM-DEPOSIT-COUNT = 2000
               ADD 1 TO TERM-DEPOSIT-OVERFLOW-COUNT
               GO TO LOAD-ONE-TERM-DEPOSIT-NEXT
           END-IF.
           ADD 1 TO TERM-DEPOSIT-COUNT.
           MOVE TD-WIDE-KEY TO TDT-WIDE-KEY(TERM-DEPOSIT-COUNT).
           MOVE TD-MATURITY-DATE
               TO TDT-MATURITY-DATE(TERM-DEPOSIT-COUNT).
       LOAD-ONE-TERM-DEPOSIT-NEXT.
           PERFORM READ-TERM-DEPOSIT.
       EXIT.
      *
       READ-TERM-DEPOSIT SECTION.
           READ TERM-DEPOSITS NEXT RECORD
               AT END
                   SET END-OF-TERM-DEPOSITS TO TRUE
           END-READ.
       EXIT.
      *
      * PRIME-PENDED-NET - A RESTART RESUMES WITH THE ABENDED RUN'S
      * PENDINGS STILL ON FILE; THE OVERDRAFT JUDGMENT MUST SEE
      * THEM, SO THE TABLE IS REBUILT FROM THE PEND FILE BEFORE THE
       EXIT.
      *
       PRIME-ONE-PENDED-NET SECTION.
      * THE ABENDED RUN'S DEBITS COUNT AGAINST THE VELOCITY CAPS AS
      * WELL - THEY LEFT THEIR ACCOUNTS TODAY. A CLEARING ITEM LEFT
      * NO ACCOUNT OF OURS AND COUNTS AGAINST NEITHER.
           IF PENDING-STRING-TYPE = "R"
               GO TO PRIME-ONE-PENDED-NET-NEXT
           END-IF.
           IF VELOCITY-RULE-COUNT > ZERO
               AND PENDING-AMOUNT < ZERO
               MOVE PENDING-WIDE-KEY TO VELOCITY-ACCOUNT-WORK
               COMPUTE VELOCITY-DEBIT-WORK = ZERO - PENDING-AMOUNT
               MOVE 1 TO VELOCITY-PIECE-WORK
               MOVE RUN-DATE TO VELOCITY-DATE-WORK
               PERFORM ADD-VELOCITY-TALLY
           END-IF.
           MOVE ZERO TO PENDED-NET-FOUND-IDX.
           PERFORM MATCH-ONE-PRIMED-NET
               VARYING PENDED-NET-IDX FROM 1 BY 1
               END-IF
               ADD 1 TO PENDED-NET-COUNT
               MOVE PENDED-NET-COUNT TO PENDED-NET-FOUND-IDX
               MOVE PENDING-WIDE-KEY
                   TO PN-WIDE-KEY(PENDED-NET-FOUND-IDX)
               MOVE ZERO TO PN-NET-AMOUNT(PENDED-NET-FOUND-IDX)
           END-IF.
           ADD PENDING-AMOUNT
       EXIT.
      *
       MATCH-ONE-PRIMED-NET SECTION.
           IF PN-WIDE-KEY(PENDED-NET-IDX) = PENDING-WIDE-KEY
               MOVE PENDED-NET-IDX TO PENDED-NET-FOUND-IDX
           END-IF.
       EXIT.
           MOVE COPY-DATE TO PENDING-DATE.
           MOVE COPY-AMOUNT TO PENDING-AMOUNT.
           MOVE COPY-STRING-TYPE TO PENDING-STRING-TYPE.
           MOVE TRANSFER-PENDING-LEG TO PENDING-TRANSFER-LEG.
           MOVE TRANSFER-PENDING-COUNTER TO PENDING-COUNTER-KEY.
           MOVE ACCOUNT-WIDE-KEY TO PENDING-WIDE-KEY.
           MOVE TRANSFER-PENDING-COUNTER-WIDE
               TO PENDING-COUNTER-WIDE-KEY.
           WRITE PENDING-POSTING-RECORD.
           MOVE SPACE TO TRANSFER-PENDING-LEG.
           MOVE SPACES TO TRANSFER-PENDING-COUNTER.
           MOVE SPACES TO TRANSFER-PENDING-COUNTER-WIDE.
       EXIT.
      *
      * WRITE-PENDING-CLEARING-ITEM - A PAYMENT-REFERENCE DEBIT IS
      * PENDED WITH ITS REFERENCE IN THE STRING PARTS AND NO ACCOUNT
      * KEY; STRING TYPE "R" TELLS THE COMMIT PHASE WHERE IT GOES.
      *
       WRITE-PENDING-CLEARING-ITEM SECTION.
           MOVE BIG-WORK-PAGE-COUNTER TO PENDING-PASS-NUMBER.
           MOVE SPACES TO PENDING-ACCOUNT-KEY.
           MOVE COPY-STRING-PART1 TO PENDING-STRING-PART1.
           MOVE COPY-STRING-PART2 TO PENDING-STRING-PART2.
           MOVE COPY-NUMBER-PART1 TO PENDING-NUMBER-PART1.
           MOVE COPY-NUMBER-PART2 TO PENDING-NUMBER-PART2.
           MOVE LETTER TO PENDING-TXN-TYPE.
           MOVE COPY-DATE TO PENDING-DATE.
           MOVE COPY-AMOUNT TO PENDING-AMOUNT.
           MOVE "R" TO PENDING-STRING-TYPE.
           MOVE SPACE TO PENDING-TRANSFER-LEG.
           MOVE SPACES TO PENDING-COUNTER-KEY.
           MOVE SPACES TO PENDING-WIDE-KEY.
           MOVE SPACES TO PENDING-COUNTER-WIDE-KEY.
           WRITE PENDING-POSTING-RECORD.
       EXIT.
      *
       APPLY-PENDING-POSTINGS SECTION.
           MOVE "N" TO PENDING-POSTINGS-SWITCH.
           MOVE ZERO TO HIGHEST-APPLIED-PASS.
           MOVE SPACE TO LAST-APPLIED-LEG.
           OPEN INPUT PENDING-POSTINGS.
           PERFORM READ-PENDING-POSTING.
           IF NETTING-MODE
                   VARYING NET-POSTING-IDX FROM 1 BY 1
                   UNTIL NET-POSTING-IDX > NET-POSTING-COUNT
           ELSE
               IF SEQUENTIAL-COMMIT-MODE
                   SORT PENDING-SORT-FILE
                       ON ASCENDING KEY PS-SORT-CLASS PS-WIDE-KEY
                           PS-SEQUENCE
                       INPUT PROCEDURE IS RELEASE-PENDING-POSTINGS
                       OUTPUT PROCEDURE IS COMMIT-SORTED-POSTINGS
               ELSE
                   PERFORM APPLY-ONE-PENDING-POSTING
                       UNTIL END-OF-PENDING-POSTINGS
               END-IF
           END-IF.
           CLOSE PENDING-POSTINGS.
           OPEN OUTPUT PENDING-POSTINGS.
               PENDING-APPLIED-COUNT DELIMITED BY SIZE
               INTO JOB-LOG-MESSAGE.
           PERFORM LOG-JOB-MESSAGE.
           IF CLEARING-ITEM-COUNT > ZERO
               MOVE SPACES TO JOB-LOG-MESSAGE
               STRING "CLEARING ITEMS COMMITTED: " DELIMITED BY SIZE
                   CLEARING-ITEM-COUNT DELIMITED BY SIZE
                   INTO JOB-LOG-MESSAGE
               PERFORM LOG-JOB-MESSAGE
           END-IF.
           IF PENDING-REPEATED-COUNT > ZERO
               MOVE SPACES TO JOB-LOG-MESSAGE
               STRING "RE-PENDED PASSES SKIPPED AT COMMIT: "
                   INTO JOB-LOG-MESSAGE
               PERFORM LOG-JOB-MESSAGE
           END-IF.
           IF SEQUENTIAL-COMMIT-MODE AND NOT NETTING-MODE
               MOVE SPACES TO JOB-LOG-MESSAGE
               STRING "ACCOUNTS COMMITTED IN KEY ORDER: "
                   DELIMITED BY SIZE
                   SORTED-ACCOUNT-COUNT DELIMITED BY SIZE
                   INTO JOB-LOG-MESSAGE
               PERFORM LOG-JOB-MESSAGE
           END-IF.
           IF NET-OVERFLOW-COUNT > ZERO
               MOVE SPACES TO JOB-LOG-MESSAGE
               STRING "NETTING TABLE OVERFLOWED - " DELIMITED BY SIZE
      * POSTS THE PIECE GROSS - SLOWER, NEVER WRONG.
      *
       NET-ONE-PENDING-POSTING SECTION.
           PERFORM JUDGE-PENDING-REPEAT.
           IF PENDING-REPEATED
               ADD 1 TO PENDING-REPEATED-COUNT
               GO TO NET-ONE-PENDING-POSTING-NEXT
           END-IF.
      * A TRANSFER LEG IS NEVER NETTED - EACH LEG LANDS GROSS WITH
      * ITS OWN TRAIL RECORD, SO THE PAIR STAYS VISIBLE DOWNSTREAM.
           IF PENDING-TRANSFER-LEG NOT = SPACE
               PERFORM APPLY-PENDING-TO-ACCOUNT
               GO TO NET-ONE-PENDING-POSTING-NEXT
           END-IF.
      * NOR IS A CLEARING ITEM - IT HAS NO ACCOUNT TO NET ON.
           IF PENDING-STRING-TYPE = "R"
               PERFORM APPLY-PENDING-TO-ACCOUNT
               GO TO NET-ONE-PENDING-POSTING-NEXT
           END-IF.
           MOVE ZERO TO NET-FOUND-IDX.
           PERFORM MATCH-ONE-NET-ENTRY
               VARYING NET-POSTING-IDX FROM 1 BY 1
               MOVE NET-POSTING-COUNT TO NET-FOUND-IDX
               MOVE PENDING-ACCOUNT-KEY
                   TO NET-ACCOUNT-KEY(NET-FOUND-IDX)
               MOVE PENDING-WIDE-KEY TO NET-WIDE-KEY(NET-FOUND-IDX)
               MOVE PENDING-TXN-TYPE TO NET-TXN-TYPE(NET-FOUND-IDX)
               MOVE ZERO TO NET-AMOUNT(NET-FOUND-IDX)
               MOVE ZERO TO NET-PIECE-COUNT(NET-FOUND-IDX)
           MOVE PENDING-NUMBER-PART1 TO NETD-TXN-NUMBER.
           MOVE PENDING-AMOUNT TO NETD-AMOUNT.
           MOVE PENDING-DATE TO NETD-DATE.
           MOVE PENDING-WIDE-KEY TO NETD-WIDE-KEY.
           WRITE NET-DETAIL-RECORD.
       NET-ONE-PENDING-POSTING-NEXT.
           PERFORM READ-PENDING-POSTING.
       EXIT.
      *
       MATCH-ONE-NET-ENTRY SECTION.
           IF NET-WIDE-KEY(NET-POSTING-IDX) = PENDING-WIDE-KEY
               AND NET-TXN-TYPE(NET-POSTING-IDX) = PENDING-TXN-TYPE
               MOVE NET-POSTING-IDX TO NET-FOUND-IDX
           END-IF.
      *
       APPLY-ONE-NET-POSTING SECTION.
           MOVE "N" TO ACCOUNT-NOT-FOUND-SWITCH.
           MOVE NET-WIDE-KEY(NET-POSTING-IDX)
               TO ACCOUNT-MASTER-WIDE-KEY.
           READ ACCOUNT-MASTER
               INVALID KEY
                   SET ACCOUNT-NOT-FOUND TO TRUE
           IF ACCOUNT-NOT-FOUND
               ADD 1 TO PENDING-ACCOUNT-LOST-COUNT
               DISPLAY "PENDED ACCOUNT "
                   NET-WIDE-KEY(NET-POSTING-IDX)
                   " NOT ON MASTER AT COMMIT - NET NOT POSTED"
               GO TO APPLY-ONE-NET-POSTING-EX
           END-IF.
           MOVE ACCOUNT-MASTER-RECORD TO MASTER-BEFORE-IMAGE.
           ADD NET-AMOUNT(NET-POSTING-IDX)
               TO ACCOUNT-MASTER-BALANCE.
           MOVE RUN-DATE TO ACCOUNT-MASTER-LAST-ACTIVITY.
           MOVE SPACE TO ACCOUNT-MASTER-DORMANT-FLAG.
           PERFORM FILL-ACCOUNT-ENTITY.
           REWRITE ACCOUNT-MASTER-RECORD.
           PERFORM WRITE-MASTER-JOURNAL.
           MOVE NET-ACCOUNT-KEY(NET-POSTING-IDX)(1:4)
               TO POSTED-STRING-PART1.
           MOVE "NET " TO POSTED-STRING-PART2.
           MOVE NET-LAST-DATE(NET-POSTING-IDX) TO POSTED-DATE.
           MOVE NET-AMOUNT(NET-POSTING-IDX) TO POSTED-AMOUNT.
           MOVE SPACE TO POSTED-STRING-TYPE.
           MOVE ACCOUNT-MASTER-ENTITY TO POSTED-ENTITY.
           MOVE SPACE TO POSTED-TRANSFER-LEG.
           MOVE SPACES TO POSTED-COUNTER-KEY.
           MOVE NET-WIDE-KEY(NET-POSTING-IDX) TO POSTED-WIDE-KEY.
           MOVE SPACES TO POSTED-COUNTER-WIDE-KEY.
           WRITE POSTED-TRANSACTION-RECORD.
           ADD 1 TO PENDING-APPLIED-COUNT.
      * THE FEE ON A NETTED POSTING IS CHARGED ON THE NET - ONE
       APPLY-ONE-NET-POSTING-EX.
       EXIT.
      *
       APPLY-ONE-PENDING-POSTING SECTION.
           PERFORM JUDGE-PENDING-REPEAT.
           IF PENDING-REPEATED
               ADD 1 TO PENDING-REPEATED-COUNT
               GO TO APPLY-ONE-PENDING-POSTING-NEXT
           END-IF.
           PERFORM APPLY-PENDING-TO-ACCOUNT.
       APPLY-ONE-PENDING-POSTING-NEXT.
           PERFORM READ-PENDING-POSTING.
       EXIT.
      *
      * RELEASE-PENDING-POSTINGS - THE SORT'S INPUT SIDE UNDER
      * COMMIT=SEQ. THE FIRST-OCCURRENCE-WINS PASS RULE IS JUDGED
      * HERE, IN PEND ORDER, EXACTLY AS THE KEYED PATH JUDGES IT -
      * ONCE SORTED, A RE-PENDED TAIL COULD NO LONGER BE TOLD FROM
      * THE PASS IT REPEATS.
      *
       RELEASE-PENDING-POSTINGS SECTION.
           MOVE ZERO TO SORTED-RELEASE-COUNT.
           PERFORM RELEASE-ONE-PENDING-POSTING
               UNTIL END-OF-PENDING-POSTINGS.
       EXIT.
      *
       RELEASE-ONE-PENDING-POSTING SECTION.
           PERFORM JUDGE-PENDING-REPEAT.
           IF PENDING-REPEATED
               ADD 1 TO PENDING-REPEATED-COUNT
               GO TO RELEASE-ONE-PENDING-POSTING-NEXT
           END-IF.
           ADD 1 TO SORTED-RELEASE-COUNT.
           IF PENDING-TRANSFER-LEG = SPACE
               AND PENDING-STRING-TYPE NOT = "R"
               MOVE "1" TO PS-SORT-CLASS
               MOVE PENDING-WIDE-KEY TO PS-WIDE-KEY
           ELSE
               MOVE "2" TO PS-SORT-CLASS
               MOVE SPACES TO PS-WIDE-KEY
           END-IF.
           MOVE SORTED-RELEASE-COUNT TO PS-SEQUENCE.
           MOVE PENDING-POSTING-RECORD TO PS-PENDING-IMAGE.
           RELEASE PENDING-SORT-RECORD.
       RELEASE-ONE-PENDING-POSTING-NEXT.
           PERFORM READ-PENDING-POSTING.
       EXIT.
      *
      * COMMIT-SORTED-POSTINGS - THE SORT'S OUTPUT SIDE. THE MASTER
      * IS STARTED AT THE LOWEST KEY AND READ FORWARD ALONGSIDE THE
      * SORTED POSTINGS, SO EVERY ACCOUNT WITH POSTINGS IS READ ONCE,
      * TAKES ALL ITS POSTINGS AND FEES IN HAND, AND IS REWRITTEN
      * AND JOURNALLED ONCE. THE TRANSFER LEGS COME LAST AND GO
      * THROUGH THE KEYED APPLY IN PEND ORDER, SO EACH PAIR'S TRAIL
      * RECORDS STILL LAND SIDE BY SIDE FOR THE GL EXTRACT AND
      * BACKOUT. BALANCES, TRAIL RECORDS AND FEES COME OUT AS THE
      * KEYED PATH WOULD HAVE LEFT THEM; ONLY THE TRAIL'S ORDER
      * ACROSS ACCOUNTS DIFFERS.
      *
       COMMIT-SORTED-POSTINGS SECTION.
           MOVE "N" TO SORTED-POSTINGS-SWITCH.
           MOVE "N" TO COMMIT-MASTER-SWITCH.
           MOVE ZERO TO SORTED-ACCOUNT-COUNT.
           MOVE LOW-VALUES TO ACCOUNT-MASTER-WIDE-KEY.
           START ACCOUNT-MASTER KEY NOT < ACCOUNT-MASTER-WIDE-KEY
               INVALID KEY
                   SET END-OF-COMMIT-MASTER TO TRUE
           END-START.
           IF NOT END-OF-COMMIT-MASTER
               PERFORM READ-COMMIT-MASTER
           END-IF.
           PERFORM RETURN-SORTED-POSTING.
           PERFORM COMMIT-ONE-SORTED-ACCOUNT
               UNTIL END-OF-SORTED-POSTINGS
               OR PS-SORT-CLASS = "2".
           PERFORM COMMIT-ONE-SORTED-TRANSFER-LEG
               UNTIL END-OF-SORTED-POSTINGS.
       EXIT.
      *
      * COMMIT-ONE-SORTED-ACCOUNT - ONE ACCOUNT KEY'S RUN OF SORTED
      * POSTINGS. THE MASTER IS READ FORWARD TO THE KEY; AN ACCOUNT
      * GONE BY COMMIT TIME LOSES EACH OF ITS POSTINGS WITH THE
      * SAME COUNT AND MESSAGE AS THE KEYED PATH.
      *
       COMMIT-ONE-SORTED-ACCOUNT SECTION.
           MOVE PS-WIDE-KEY TO SORTED-COMMIT-KEY.
           PERFORM READ-COMMIT-MASTER
               UNTIL END-OF-COMMIT-MASTER
               OR ACCOUNT-MASTER-WIDE-KEY NOT < SORTED-COMMIT-KEY.
           IF END-OF-COMMIT-MASTER
               OR ACCOUNT-MASTER-WIDE-KEY NOT = SORTED-COMMIT-KEY
               PERFORM LOSE-ONE-SORTED-POSTING
                   UNTIL END-OF-SORTED-POSTINGS
                   OR PS-WIDE-KEY NOT = SORTED-COMMIT-KEY
               GO TO COMMIT-ONE-SORTED-ACCOUNT-EX
           END-IF.
           MOVE ACCOUNT-MASTER-RECORD TO MASTER-BEFORE-IMAGE.
           SET SEQUENTIAL-COMMIT-ACTIVE TO TRUE.
           PERFORM APPLY-ONE-SORTED-POSTING
               UNTIL END-OF-SORTED-POSTINGS
               OR PS-WIDE-KEY NOT = SORTED-COMMIT-KEY.
           MOVE "N" TO SEQUENTIAL-COMMIT-SWITCH.
           REWRITE ACCOUNT-MASTER-RECORD.
           PERFORM WRITE-MASTER-JOURNAL.
           ADD 1 TO SORTED-ACCOUNT-COUNT.
       COMMIT-ONE-SORTED-ACCOUNT-EX.
       EXIT.
      *
      * APPLY-ONE-SORTED-POSTING - THE SAME WORK AS
      * APPLY-PENDING-TO-ACCOUNT FOR AN ORDINARY POSTING, DONE TO
      * THE RECORD IN HAND. KEEP IT IN STEP WITH THAT SECTION.
      *
       APPLY-ONE-SORTED-POSTING SECTION.
           MOVE PS-PENDING-IMAGE TO PENDING-POSTING-RECORD.
           ADD PENDING-AMOUNT TO ACCOUNT-MASTER-BALANCE.
           MOVE RUN-DATE TO ACCOUNT-MASTER-LAST-ACTIVITY.
           MOVE SPACE TO ACCOUNT-MASTER-DORMANT-FLAG.
           PERFORM FILL-ACCOUNT-ENTITY.
           PERFORM WRITE-POSTED-TRANSACTION.
           ADD 1 TO PENDING-APPLIED-COUNT.
           MOVE PENDING-ACCOUNT-KEY TO FEE-CHARGE-KEY.
           MOVE PENDING-TXN-TYPE TO FEE-CHARGE-TYPE.
           MOVE PENDING-AMOUNT TO FEE-CHARGE-AMOUNT.
           PERFORM CHARGE-POSTING-FEE.
           PERFORM RETURN-SORTED-POSTING.
       EXIT.
      *
       LOSE-ONE-SORTED-POSTING SECTION.
           MOVE PS-PENDING-IMAGE TO PENDING-POSTING-RECORD.
           ADD 1 TO PENDING-ACCOUNT-LOST-COUNT.
           DISPLAY "PENDED ACCOUNT " PENDING-ACCOUNT-KEY
               " NOT ON MASTER AT COMMIT - PASS "
               PENDING-PASS-NUMBER " NOT POSTED".
           PERFORM RETURN-SORTED-POSTING.
       EXIT.
      *
       COMMIT-ONE-SORTED-TRANSFER-LEG SECTION.
           MOVE PS-PENDING-IMAGE TO PENDING-POSTING-RECORD.
           PERFORM APPLY-PENDING-TO-ACCOUNT.
           PERFORM RETURN-SORTED-POSTING.
       EXIT.
      *
       RETURN-SORTED-POSTING SECTION.
           RETURN PENDING-SORT-FILE
               AT END
                   SET END-OF-SORTED-POSTINGS TO TRUE
           END-RETURN.
       EXIT.
      *
       READ-COMMIT-MASTER SECTION.
           READ ACCOUNT-MASTER NEXT RECORD
               AT END
                   SET END-OF-COMMIT-MASTER TO TRUE
           END-READ.
       EXIT.
      *
      * JUDGE-PENDING-REPEAT - FIRST OCCURRENCE OF A PASS WINS; A
      * PASS NUMBER NOT ABOVE THE HIGHEST ALREADY APPLIED IS A
      * RESTART'S RE-PEND. THE ONE EXCEPTION IS A TRANSFER'S
      * RECEIVING LEG, WHICH SHARES ITS PASS WITH THE PAYING LEG
      * WRITTEN JUST BEFORE IT.
      *
       JUDGE-PENDING-REPEAT SECTION.
           MOVE "N" TO PENDING-REPEAT-SWITCH.
           IF PENDING-PASS-NUMBER NOT > HIGHEST-APPLIED-PASS
               SET PENDING-REPEATED TO TRUE
           END-IF.
           IF PENDING-PASS-NUMBER = HIGHEST-APPLIED-PASS
               AND PENDING-TRANSFER-LEG = "C"
               AND LAST-APPLIED-LEG = "D"
               MOVE "N" TO PENDING-REPEAT-SWITCH
           END-IF.
           IF NOT PENDING-REPEATED
               MOVE PENDING-PASS-NUMBER TO HIGHEST-APPLIED-PASS
               MOVE PENDING-TRANSFER-LEG TO LAST-APPLIED-LEG
           END-IF.
       EXIT.
      *
      * APPLY-PENDING-TO-ACCOUNT - ONE PEND RECORD LANDS GROSS ON
      * NETTING PATH'S OVERFLOW FALLBACK.
      *
       APPLY-PENDING-TO-ACCOUNT SECTION.
      * A CLEARING ITEM TOUCHES NO ACCOUNT - IT LANDS ON THE
      * CLEARING-ITEMS FILE FOR CLRGOUT AND CARRIES NO FEE.
           IF PENDING-STRING-TYPE = "R"
               PERFORM WRITE-CLEARING-ITEM
               GO TO APPLY-PENDING-TO-ACCOUNT-EX
           END-IF.
           MOVE "N" TO ACCOUNT-NOT-FOUND-SWITCH.
           MOVE PENDING-WIDE-KEY TO ACCOUNT-MASTER-WIDE-KEY.
           READ ACCOUNT-MASTER
               INVALID KEY
                   SET ACCOUNT-NOT-FOUND TO TRUE
                   PENDING-PASS-NUMBER " NOT POSTED"
               GO TO APPLY-PENDING-TO-ACCOUNT-EX
           END-IF.
           MOVE ACCOUNT-MASTER-RECORD TO MASTER-BEFORE-IMAGE.
           ADD PENDING-AMOUNT TO ACCOUNT-MASTER-BALANCE.
      * A POSTED AMOUNT IS ACTIVITY - THE LAST-ACTIVITY DATE MOVES
      * TO TODAY, AND A SUPERVISOR-RELEASED POSTING TO A DORMANT
      * ACCOUNT REACTIVATES IT HERE.
           MOVE RUN-DATE TO ACCOUNT-MASTER-LAST-ACTIVITY.
           MOVE SPACE TO ACCOUNT-MASTER-DORMANT-FLAG.
           PERFORM FILL-ACCOUNT-ENTITY.
           REWRITE ACCOUNT-MASTER-RECORD.
           MOVE PENDING-NUMBER-PART1 TO MASTER-JOURNAL-TXN.
           PERFORM WRITE-MASTER-JOURNAL.
           PERFORM WRITE-POSTED-TRANSACTION.
           ADD 1 TO PENDING-APPLIED-COUNT.
      * THE TYPE'S FEE, IF THE SCHEDULE CARRIES ONE, POSTS AGAINST
      * THE SAME ACCOUNT THE SAME DAY IT WAS EARNED. A TRANSFER'S FEE
      * IS THE PAYING ACCOUNT'S, CHARGED ONCE THE RECEIVING LEG HAS
      * LANDED SO THE TWO LEGS' TRAIL RECORDS STAY SIDE BY SIDE.
           IF PENDING-TRANSFER-LEG = "D"
               GO TO APPLY-PENDING-TO-ACCOUNT-EX
           END-IF.
           IF PENDING-TRANSFER-LEG = "C"
               MOVE PENDING-COUNTER-WIDE-KEY TO ACCOUNT-MASTER-WIDE-KEY
               READ ACCOUNT-MASTER
                   INVALID KEY
                       GO TO APPLY-PENDING-TO-ACCOUNT-EX
               END-READ
               MOVE PENDING-COUNTER-KEY TO FEE-CHARGE-KEY
               MOVE PENDING-TXN-TYPE TO FEE-CHARGE-TYPE
               COMPUTE FEE-CHARGE-AMOUNT = ZERO - PENDING-AMOUNT
               PERFORM CHARGE-POSTING-FEE
               GO TO APPLY-PENDING-TO-ACCOUNT-EX
           END-IF.
           MOVE PENDING-ACCOUNT-KEY TO FEE-CHARGE-KEY.
           MOVE PENDING-TXN-TYPE TO FEE-CHARGE-TYPE.
           MOVE PENDING-AMOUNT TO FEE-CHARGE-AMOUNT.
           PERFORM READ-FEE-SCHEDULE-ROW.
           PERFORM LOAD-ONE-FEE-ROW
               UNTIL END-OF-FEE-SCHEDULE
               OR FEE-TABLE-COUNT = 50.
           CLOSE FEE-SCHEDULE.
       EXIT.
      *
       LOAD-ONE-FEE-ROW SECTION.
           IF FEE-EFFECTIVE-DATE = FEE-PICKED-DATE
               ADD 1 TO FEE-TABLE-COUNT
               MOVE FEE-PACKAGE TO FEE-TABLE-PACKAGE(FEE-TABLE-COUNT)
               MOVE FEE-TXN-TYPE TO FEE-TABLE-TYPE(FEE-TABLE-COUNT)
               MOVE FEE-FLAT-AMOUNT
                   TO FEE-TABLE-FLAT(FEE-TABLE-COUNT)
           END-READ.
       EXIT.
      *
      * LOAD-KEY-CONVERSIONS - FILLS THE KEY-CONVERSION TABLE FROM
      * KEYCONV. A ROW WHOSE SHORT KEY IS ALREADY IN THE TABLE (AN
      * ACCOUNT RE-KEYED SINCE THE CONVERSION) REPLACES IT, SO THE
      * LATEST ROW WINS. AN EMPTY OR MISSING FILE LEAVES EVERY
      * SHORT KEY TO THE MASTER'S OWN INDEX.
      *
       LOAD-KEY-CONVERSIONS SECTION.
           MOVE ZERO TO KEY-CONV-COUNT.
           MOVE "N" TO KEY-CONV-SWITCH.
           OPEN INPUT KEY-CONVERSION-FILE.
           PERFORM READ-KEY-CONVERSION.
           PERFORM LOAD-ONE-KEY-CONVERSION
               UNTIL END-OF-KEY-CONV.
           CLOSE KEY-CONVERSION-FILE.
           IF KEY-CONV-OVERFLOW-COUNT > ZERO
               MOVE SPACES TO JOB-LOG-MESSAGE
               STRING "KEY CONVERSION TABLE FULL - " DELIMITED BY SIZE
                   KEY-CONV-OVERFLOW-COUNT DELIMITED BY SIZE
                   " ROWS NOT LOADED" DELIMITED BY SIZE
                   INTO JOB-LOG-MESSAGE
               PERFORM LOG-JOB-MESSAGE
           END-IF.
       EXIT.
      *
       LOAD-ONE-KEY-CONVERSION SECTION.
           MOVE CONV-OLD-KEY TO KEY-CONV-OLD-WORK.
           PERFORM FIND-KEY-CONV-BY-OLD.
           IF KEY-CONV-FOUND-IDX > ZERO
               MOVE CONV-NEW-KEY TO KCT-NEW-KEY(KEY-CONV-FOUND-IDX)
               GO TO LOAD-ONE-KEY-CONVERSION-NEXT
           END-IF.
           IF KEY-CONV-COUNT = 9999
               ADD 1 TO KEY-CONV-OVERFLOW-COUNT
               GO TO LOAD-ONE-KEY-CONVERSION-NEXT
           END-IF.
           ADD 1 TO KEY-CONV-COUNT.
           MOVE CONV-OLD-KEY TO KCT-OLD-KEY(KEY-CONV-COUNT).
           MOVE CONV-NEW-KEY TO KCT-NEW-KEY(KEY-CONV-COUNT).
       LOAD-ONE-KEY-CONVERSION-NEXT.
           PERFORM READ-KEY-CONVERSION.
       EXIT.
      *
       READ-KEY-CONVERSION SECTION.
           READ KEY-CONVERSION-FILE
               AT END
                   SET END-OF-KEY-CONV TO TRUE
           END-READ.
       EXIT.
      *
      * FIND-KEY-CONV-BY-OLD / FIND-KEY-CONV-BY-NEW - THE TABLE ROW
      * FOR THE SHORT KEY IN KEY-CONV-OLD-WORK, OR FOR THE WIDE KEY
      * IN KEY-CONV-NEW-WORK; ZERO WHEN THERE IS NONE.
      *
       FIND-KEY-CONV-BY-OLD SECTION.
           MOVE ZERO TO KEY-CONV-FOUND-IDX.
           PERFORM MATCH-ONE-KEY-CONV-OLD
               VARYING KEY-CONV-IDX FROM 1 BY 1
               UNTIL KEY-CONV-IDX > KEY-CONV-COUNT
               OR KEY-CONV-FOUND-IDX > ZERO.
       EXIT.
      *
       MATCH-ONE-KEY-CONV-OLD SECTION.
           IF KCT-OLD-KEY(KEY-CONV-IDX) = KEY-CONV-OLD-WORK
               MOVE KEY-CONV-IDX TO KEY-CONV-FOUND-IDX
           END-IF.
       EXIT.
      *
       FIND-KEY-CONV-BY-NEW SECTION.
           MOVE ZERO TO KEY-CONV-FOUND-IDX.
           PERFORM MATCH-ONE-KEY-CONV-NEW
               VARYING KEY-CONV-IDX FROM 1 BY 1
               UNTIL KEY-CONV-IDX > KEY-CONV-COUNT
               OR KEY-CONV-FOUND-IDX > ZERO.
       EXIT.
      *
       MATCH-ONE-KEY-CONV-NEW SECTION.
           IF KCT-NEW-KEY(KEY-CONV-IDX) = KEY-CONV-NEW-WORK
               MOVE KEY-CONV-IDX TO KEY-CONV-FOUND-IDX
           END-IF.
       EXIT.
      *
      * CHARGE-POSTING-FEE - COMPUTES THE CHARGE (FLAT PLUS BASIS
      * POINTS ON THE POSTED MAGNITUDE), TAKES IT OFF THE ACCOUNT
      * WHOSE RECORD IS STILL IN HAND FROM THE APPLY, AND WRITES
      * INCOME. THE CHARGE JOINS THE CREDIT CONTROL TOTAL BEFORE
      * THE FINAL CHECKPOINT SEALS THE RUN, SO THE BALANCING
      * FIGURES STILL TIE. A FEE POSTING IS NEVER ITSELF CHARGED.
      * THE ACCOUNT'S OWN PACKAGE IS SEARCHED FIRST, THEN THE
      * STANDARD PACKAGE - A PACKAGE ROW OF ZERO WAIVES THE FEE.
      *
       CHARGE-POSTING-FEE SECTION.
           IF FEE-CHARGE-TYPE = "F" OR FEE-TABLE-COUNT = ZERO
               GO TO CHARGE-POSTING-FEE-EX
           END-IF.
           PERFORM FIND-ACCOUNT-FEE-PACKAGE.
           MOVE ZERO TO FEE-FOUND-IDX.
           PERFORM MATCH-ONE-FEE-ROW
               VARYING FEE-TABLE-IDX FROM 1 BY 1
               UNTIL FEE-TABLE-IDX > FEE-TABLE-COUNT.
           IF FEE-FOUND-IDX = ZERO AND FEE-MATCH-PACKAGE NOT = SPACES
               MOVE SPACES TO FEE-MATCH-PACKAGE
               PERFORM MATCH-ONE-FEE-ROW
                   VARYING FEE-TABLE-IDX FROM 1 BY 1
                   UNTIL FEE-TABLE-IDX > FEE-TABLE-COUNT
           END-IF.
           IF FEE-FOUND-IDX = ZERO
               GO TO CHARGE-POSTING-FEE-EX
           END-IF.
           IF FEE-COMPUTED-AMOUNT = ZERO
               GO TO CHARGE-POSTING-FEE-EX
           END-IF.
      * UNDER COMMIT=SEQ THE ACCOUNT'S ONE REWRITE AND JOURNAL
      * RECORD COME AFTER ITS LAST POSTING, FEES INCLUDED.
           IF SEQUENTIAL-COMMIT-ACTIVE
               SUBTRACT FEE-COMPUTED-AMOUNT FROM ACCOUNT-MASTER-BALANCE
           ELSE
               MOVE ACCOUNT-MASTER-RECORD TO MASTER-BEFORE-IMAGE
               SUBTRACT FEE-COMPUTED-AMOUNT FROM ACCOUNT-MASTER-BALANCE
               REWRITE ACCOUNT-MASTER-RECORD
               PERFORM WRITE-MASTER-JOURNAL
           END-IF.
           MOVE FEE-CHARGE-KEY(1:4) TO POSTED-STRING-PART1.
           MOVE "FEE " TO POSTED-STRING-PART2.
           MOVE ZERO TO POSTED-NUMBER-PART1.
           MOVE RUN-DATE TO POSTED-DATE.
           COMPUTE POSTED-AMOUNT = ZERO - FEE-COMPUTED-AMOUNT.
           MOVE SPACE TO POSTED-STRING-TYPE.
           MOVE ACCOUNT-MASTER-ENTITY TO POSTED-ENTITY.
           MOVE SPACE TO POSTED-TRANSFER-LEG.
           MOVE SPACES TO POSTED-COUNTER-KEY.
           MOVE ACCOUNT-MASTER-WIDE-KEY TO POSTED-WIDE-KEY.
           MOVE SPACES TO POSTED-COUNTER-WIDE-KEY.
           WRITE POSTED-TRANSACTION-RECORD.
           ADD FEE-COMPUTED-AMOUNT TO CREDIT-CONTROL-TOTAL.
           ADD 1 TO FEE-POSTED-COUNT.
      *
       MATCH-ONE-FEE-ROW SECTION.
           IF FEE-TABLE-TYPE(FEE-TABLE-IDX) = FEE-CHARGE-TYPE
               AND FEE-TABLE-PACKAGE(FEE-TABLE-IDX) = FEE-MATCH-PACKAGE
               MOVE FEE-TABLE-IDX TO FEE-FOUND-IDX
           END-IF.
       EXIT.
      *
      * FIND-ACCOUNT-FEE-PACKAGE - THE PACKAGE OF THE ACCOUNT WHOSE
      * RECORD IS IN HAND, FROM ITS PRODUCT'S CATALOG ROW. THE
      * CATALOG IS READ ONCE PER RUN, THE FIRST TIME IT IS NEEDED.
      *
       FIND-ACCOUNT-FEE-PACKAGE SECTION.
           MOVE SPACES TO FEE-MATCH-PACKAGE.
           IF ACCOUNT-MASTER-PRODUCT = SPACES
               GO TO FIND-ACCOUNT-FEE-PACKAGE-EX
           END-IF.
           IF NOT PRODUCT-CATALOG-LOADED
               PERFORM LOAD-PRODUCT-CATALOG
           END-IF.
           MOVE ZERO TO PRODUCT-FOUND-IDX.
           PERFORM MATCH-ONE-PRODUCT
               VARYING PRODUCT-TABLE-IDX FROM 1 BY 1
               UNTIL PRODUCT-TABLE-IDX > PRODUCT-TABLE-COUNT.
           IF PRODUCT-FOUND-IDX NOT = ZERO
               MOVE PRODUCT-TABLE-FEE-PACKAGE(PRODUCT-FOUND-IDX)
                   TO FEE-MATCH-PACKAGE
           END-IF.
       FIND-ACCOUNT-FEE-PACKAGE-EX.
       EXIT.
      *
       MATCH-ONE-PRODUCT SECTION.
           IF PRODUCT-TABLE-CODE(PRODUCT-TABLE-IDX)
                   = ACCOUNT-MASTER-PRODUCT
               MOVE PRODUCT-TABLE-IDX TO PRODUCT-FOUND-IDX
           END-IF.
       EXIT.
      *
       LOAD-PRODUCT-CATALOG SECTION.
           MOVE ZERO TO PRODUCT-TABLE-COUNT.
           MOVE "N" TO PRODUCT-CATALOG-SWITCH.
           OPEN INPUT PRODUCT-CATALOG.
           PERFORM READ-PRODUCT-CATALOG.
           PERFORM LOAD-ONE-PRODUCT
               UNTIL END-OF-PRODUCT-CATALOG
               OR PRODUCT-TABLE-COUNT = 50.
           CLOSE PRODUCT-CATALOG.
           SET PRODUCT-CATALOG-LOADED TO TRUE.
       EXIT.
      *
       LOAD-ONE-PRODUCT SECTION.
           IF PRODUCT-CODE NOT = SPACES
               ADD 1 TO PRODUCT-TABLE-COUNT
               MOVE PRODUCT-CODE
                   TO PRODUCT-TABLE-CODE(PRODUCT-TABLE-COUNT)
               MOVE PRODUCT-FEE-PACKAGE
                   TO PRODUCT-TABLE-FEE-PACKAGE(PRODUCT-TABLE-COUNT)
           END-IF.
           PERFORM READ-PRODUCT-CATALOG.
       EXIT.
      *
       READ-PRODUCT-CATALOG SECTION.
           READ PRODUCT-CATALOG
               AT END
                   SET END-OF-PRODUCT-CATALOG TO TRUE
           END-READ.
       EXIT.
      *
      * WRITE-POSTED-TRANSACTION - ONE POSTING-TRAIL RECORD PER
      * AMOUNT THAT LANDED ON AN ACCOUNT, IN BASE CURRENCY WITH THE
      * FINAL SIGN, FOR THE GL EXTRACT TO JOURNAL FROM. WRITTEN FROM
           MOVE PENDING-DATE TO POSTED-DATE.
           MOVE PENDING-AMOUNT TO POSTED-AMOUNT.
           MOVE PENDING-STRING-TYPE TO POSTED-STRING-TYPE.
           MOVE ACCOUNT-MASTER-ENTITY TO POSTED-ENTITY.
           MOVE PENDING-TRANSFER-LEG TO POSTED-TRANSFER-LEG.
           MOVE PENDING-COUNTER-KEY TO POSTED-COUNTER-KEY.
           MOVE PENDING-WIDE-KEY TO POSTED-WIDE-KEY.
           MOVE PENDING-COUNTER-WIDE-KEY TO POSTED-COUNTER-WIDE-KEY.
           WRITE POSTED-TRANSACTION-RECORD.
       EXIT.
      *
      * WRITE-CLEARING-ITEM - ONE CLEARING-ITEMS ROW PER PAYMENT-
      * REFERENCE DEBIT THAT COMMITTED, THE AMOUNT CARRIED POSITIVE
      * AS THE CLEARING HOUSE TAKES IT.
      *
       WRITE-CLEARING-ITEM SECTION.
           MOVE PENDING-STRING-PART1 TO CLR-ITEM-REFERENCE(1:4).
           MOVE PENDING-STRING-PART2 TO CLR-ITEM-REFERENCE(5:4).
           MOVE PENDING-NUMBER-PART1 TO CLR-ITEM-TXN-NUMBER.
           MOVE PENDING-DATE TO CLR-ITEM-VALUE-DATE.
           COMPUTE CLR-ITEM-AMOUNT = ZERO - PENDING-AMOUNT.
           MOVE PENDING-PASS-NUMBER TO CLR-ITEM-PASS-NUMBER.
           MOVE RUN-DATE TO CLR-ITEM-RUN-DATE.
           WRITE CLEARING-ITEM-RECORD.
           ADD 1 TO CLEARING-ITEM-COUNT.
       EXIT.
      *
      * FILL-ACCOUNT-ENTITY - AN ACCOUNT SEEDED BEFORE THE ENTITY
      * FIELD EXISTED TAKES ITS BRANCH'S ENTITY FROM THE DIRECTORY
      * ON THE REWRITE THAT POSTS TO IT, SO THE TRAIL RECORD WRITTEN
      * BEHIND IT CARRIES THE ENTITY TOO. THE DIRECTORY IS READ ONCE
      * PER RUN, THE FIRST TIME IT IS NEEDED.
      *
       FILL-ACCOUNT-ENTITY SECTION.
           IF ACCOUNT-MASTER-ENTITY NOT = SPACES
               GO TO FILL-ACCOUNT-ENTITY-EX
           END-IF.
           IF NOT BRANCH-ENTITIES-LOADED
               PERFORM LOAD-BRANCH-ENTITIES
           END-IF.
           MOVE ACCOUNT-MASTER-WIDE-BRANCH TO BRANCH-ENTITY-DIGIT.
           IF BRANCH-ENTITY-DIGIT NUMERIC
               MOVE BRANCH-ENTITY(BRANCH-ENTITY-DIGIT-NUM + 1)
                   TO ACCOUNT-MASTER-ENTITY
           END-IF.
       FILL-ACCOUNT-ENTITY-EX.
       EXIT.
      *
       LOAD-BRANCH-ENTITIES SECTION.
           MOVE SPACES TO BRANCH-ENTITY-TABLE.
           MOVE "N" TO BRANCH-DIRECTORY-SWITCH.
           OPEN INPUT BRANCH-DIRECTORY.
           PERFORM READ-BRANCH-DIRECTORY.
           PERFORM LOAD-ONE-BRANCH-ENTITY
               UNTIL END-OF-BRANCH-DIRECTORY.
           CLOSE BRANCH-DIRECTORY.
           SET BRANCH-ENTITIES-LOADED TO TRUE.
       EXIT.
      *
       LOAD-ONE-BRANCH-ENTITY SECTION.
           MOVE DIRECTORY-BRANCH-DIGIT TO BRANCH-ENTITY-DIGIT.
           IF BRANCH-ENTITY-DIGIT NUMERIC
               MOVE DIRECTORY-BRANCH-ENTITY
                   TO BRANCH-ENTITY(BRANCH-ENTITY-DIGIT-NUM + 1)
           END-IF.
           PERFORM READ-BRANCH-DIRECTORY.
       EXIT.
      *
       READ-BRANCH-DIRECTORY SECTION.
           READ BRANCH-DIRECTORY
               AT END
                   SET END-OF-BRANCH-DIRECTORY TO TRUE
           END-READ.
       EXIT.
      *
      * WRITE-BALANCE-SNAPSHOTS - ONE HISTORY RECORD PER ACCOUNT,
      * STAMPED WITH THE RUN DATE, APPENDED AFTER THE DAY'S POSTING
      * IS COMPLETE. THE MASTER IS STILL OPEN DYNAMIC FROM THE
       WRITE-BALANCE-SNAPSHOTS SECTION.
           MOVE "N" TO SNAPSHOT-MASTER-SWITCH.
           MOVE ZERO TO SNAPSHOT-WRITTEN-COUNT.
           MOVE LOW-VALUES TO ACCOUNT-MASTER-WIDE-KEY.
           START ACCOUNT-MASTER KEY NOT < ACCOUNT-MASTER-WIDE-KEY
               INVALID KEY
                   SET END-OF-SNAPSHOT-MASTER TO TRUE
           END-START.
       SNAPSHOT-ONE-ACCOUNT SECTION.
           MOVE RUN-DATE TO SNAPSHOT-DATE.
           MOVE ACCOUNT-MASTER-KEY TO SNAPSHOT-ACCOUNT-KEY.
           MOVE ACCOUNT-MASTER-WIDE-KEY TO SNAPSHOT-WIDE-KEY.
           MOVE ACCOUNT-MASTER-BALANCE TO SNAPSHOT-BALANCE.
           WRITE BALANCE-SNAPSHOT-RECORD.
           ADD 1 TO SNAPSHOT-WRITTEN-COUNT.
      * REVERSAL'S AMOUNT WITH THE NEGATED ORIGINAL, SO THE POSTING
      * AND THE STATISTICS BACK THE MONEY OUT; NO MATCH REJECTS THE
      * REVERSAL INSTEAD OF LETTING IT SIT INVISIBLE UNTIL THE
      * BALANCING REPORT IS WRONG. A CLEARING RETURN'S REVERSAL
      * (GENERATED, SOURCE "C") BACKS OUT A PAYMENT POSTED IN AN
      * EARLIER RUN - CLRGRTN MATCHED IT THROUGH THE SENT-ITEMS
      * REGISTER AND WROTE THE RETURNED AMOUNT ON THE RECORD, SO IT
      * STANDS AS FED.
      *
       MATCH-REVERSAL-TO-ORIGINAL SECTION.
           IF DTXN-GENERATED-FLAG = "G"
               AND DTXN-GENERATED-SOURCE = "C"
               GO TO MATCH-REVERSAL-TO-ORIGINAL-EX
           END-IF.
           MOVE "N" TO REVERSAL-MATCH-SWITCH.
           PERFORM FIND-ORIGINAL-TRANSACTION
               VARYING PROCESSED-TXN-IDX FROM 1 BY 1
                   MOVE "UNMATCHED REVERSAL" TO REJECT-REASON-TEXT
               END-IF
           END-IF.
       MATCH-REVERSAL-TO-ORIGINAL-EX.
       EXIT.
      *
       FIND-ORIGINAL-TRANSACTION SECTION.
           CLOSE RUN-LOCK-FILE.
       EXIT.
      *
      * WRITE-MASTER-JOURNAL - ONE MSTJRNL RECORD FOR THE MASTER
      * CHANGE JUST MADE: THE IMAGE TAKEN BEFORE IT AND THE RECORD AS
      * IT NOW STANDS (NOTHING AFTER A DELETE). EVERY PROGRAM THAT
      * UPDATES ACCTMAST CARRIES A COPY OF THIS SECTION - KEEP THEM
      * IN STEP.
      *
       WRITE-MASTER-JOURNAL SECTION.
           ADD 1 TO MASTER-JOURNAL-COUNT.
           MOVE SPACES TO MASTER-JOURNAL-RECORD.
           MOVE "TEST" TO MASTER-JOURNAL-PROGRAM.
           MOVE RUN-DATE TO MASTER-JOURNAL-RUN-DATE.
           MOVE MASTER-JOURNAL-TIME TO MASTER-JOURNAL-RUN-TIME.
           MOVE RUN-CYCLE-NUMBER TO MASTER-JOURNAL-CYCLE.
           MOVE MASTER-JOURNAL-COUNT TO MASTER-JOURNAL-SEQUENCE.
           MOVE MASTER-JOURNAL-TXN TO MASTER-JOURNAL-TXN-NUMBER.
           MOVE MASTER-JOURNAL-ACTION-WORK TO MASTER-JOURNAL-ACTION.
           MOVE ACCOUNT-MASTER-KEY TO MASTER-JOURNAL-ACCOUNT-KEY.
           MOVE ACCOUNT-MASTER-WIDE-KEY TO MASTER-JOURNAL-WIDE-KEY.
           MOVE MASTER-BEFORE-IMAGE TO MASTER-JOURNAL-BEFORE-IMAGE.
           IF NOT MASTER-JOURNAL-DELETED
               MOVE ACCOUNT-MASTER-RECORD
                   TO MASTER-JOURNAL-AFTER-IMAGE
           END-IF.
           WRITE MASTER-JOURNAL-RECORD.
           MOVE "C" TO MASTER-JOURNAL-ACTION-WORK.
           MOVE ZERO TO MASTER-JOURNAL-TXN.
       EXIT.
      *
      * WRITE-AUDIT-RECORD - WRITES ONE ENTRY TO THE LETTER-A/LETTER-B
      * AUDIT TRAIL. THE CALLER MUST HAVE ALREADY MOVED THE PROGRAM
      * NAME, FIELD NAME, AND OLD/NEW VALUES INTO THE AUDIT RECORD.
      * THAT NUMBER - CURRENT STATUS, THE BEFORE/AFTER SNAPSHOTS
      * AROUND THE DISPATCHED CALL, AND THE OUTCOME - FOLLOWED BY
      * ITS AUDIT-TRAIL ENTRIES; AN ACCOUNT INQUIRY SHOWS THE
      * ACCOUNT MASTER'S RUNNING BALANCE AND THE OWNING CUSTOMER'S
      * NAME, ADDRESS AND TAX IDENTIFIER. NOTHING IS CHANGED.
      *
       INQUIRY-MODE SECTION.
           DISPLAY "INQUIRY MODE - ENTER TXN AND A TRANSACTION"
       INQUIRE-ACCOUNT SECTION.
           MOVE "N" TO ACCOUNT-NOT-FOUND-SWITCH.
           OPEN INPUT ACCOUNT-MASTER.
           IF INQUIRY-ACCOUNT-KEY(6:2) = SPACES
               MOVE INQUIRY-ACCOUNT-KEY TO ACCOUNT-MASTER-KEY
               READ ACCOUNT-MASTER KEY IS ACCOUNT-MASTER-KEY
                   INVALID KEY
                       SET ACCOUNT-NOT-FOUND TO TRUE
               END-READ
           ELSE
               MOVE INQUIRY-ACCOUNT-KEY TO ACCOUNT-MASTER-WIDE-KEY
               READ ACCOUNT-MASTER
                   INVALID KEY
                       SET ACCOUNT-NOT-FOUND TO TRUE
               END-READ
           END-IF.
           IF ACCOUNT-NOT-FOUND
               DISPLAY "NO ACCOUNT FOR KEY " INQUIRY-ACCOUNT-KEY
           ELSE
               DISPLAY "ACCOUNT " ACCOUNT-MASTER-KEY " "
                   ACCOUNT-MASTER-WIDE-KEY " BALANCE "
                   ACCOUNT-MASTER-BALANCE
               PERFORM INQUIRE-ACCOUNT-CUSTOMER
           END-IF.
           CLOSE ACCOUNT-MASTER.
       EXIT.
      *
       INQUIRE-ACCOUNT-CUSTOMER SECTION.
           IF ACCOUNT-MASTER-CUSTOMER = SPACES
               DISPLAY "  NO CUSTOMER LINKED TO THIS ACCOUNT"
               GO TO INQUIRE-ACCOUNT-CUSTOMER-EX
           END-IF.
           MOVE "N" TO CUSTOMER-NOT-FOUND-SWITCH.
           OPEN INPUT CUSTOMER-MASTER.
           MOVE ACCOUNT-MASTER-CUSTOMER TO CUSTOMER-MASTER-NUMBER.
           READ CUSTOMER-MASTER
               INVALID KEY
                   SET CUSTOMER-NOT-FOUND TO TRUE
           END-READ.
           IF CUSTOMER-NOT-FOUND
               DISPLAY "  CUSTOMER " ACCOUNT-MASTER-CUSTOMER
                   " NOT ON FILE"
           ELSE
               DISPLAY "  CUSTOMER " CUSTOMER-MASTER-NUMBER " "
                   CUSTOMER-NAME
               DISPLAY "  ADDRESS  " CUSTOMER-ADDRESS-LINE-1
               DISPLAY "           " CUSTOMER-ADDRESS-LINE-2
               DISPLAY "           " CUSTOMER-POSTCODE
               DISPLAY "  TAX ID   " CUSTOMER-TAX-ID
               IF CUSTOMER-MERGED
                   DISPLAY "  MERGED INTO CUSTOMER "
                       CUSTOMER-MERGED-INTO
               END-IF
           END-IF.
           CLOSE CUSTOMER-MASTER.
       INQUIRE-ACCOUNT-CUSTOMER-EX.
       EXIT.
      *
       READ-NEXT-BIG-WORK-RECORD SECTION.
           READ BIG-WORK-FILE NEXT RECORD
      * APPROVAL QUEUE. ONLY A SUPERVISOR-LEVEL OPERATOR MAY DECIDE;
      * EACH ITEM IS SHOWN AND THE DECISION READ FROM SYSIN - "A"
      * SENDS THE TRANSACTION TO THE REPAIR FILE FOR THE NEXT REPRO
      * RUN, ANYTHING ELSE REJECTS IT. AN ITEM OVER THE OPERATOR'S
      * APPROVAL AUTHORITY FOR ITS TYPE IS NOT RELEASED, AND AN ITEM
      * OVER EVERY SINGLE AUTHORITY NEEDS TWO DIFFERENT APPROVERS IN
      * SEQUENCE WHOSE AUTHORITIES TOGETHER COVER IT; EITHER WAY THE
      * ITEM STAYS ON THE QUEUE FOR THE NEXT SESSION. EVERY DECISION
      * IS WRITTEN TO THE AUDIT TRAIL UNDER THE SIGNED-ON OPERATOR,
      * AND EVERY APPROVAL GIVEN OR REFUSED TO THE APPROVAL LOG.
      *
       APPROVAL-MODE SECTION.
           PERFORM ESTABLISH-AUDIT-SEQUENCE.
               MOVE 8 TO RETURN-CODE
               GO TO APPROVAL-MODE-CLOSE
           END-IF.
           PERFORM LOAD-APPROVAL-AUTHORITY.
           PERFORM LOAD-CO-APPROVALS.
      * AN AUTHORITY FILE THE TABLE COULD NOT HOLD IS NEVER DECIDED
      * FROM EITHER - A ROW LEFT OFF COULD LOWER AN OPERATOR'S
      * AUTHORITY OR A TYPE'S CEILING AND SEND ITEMS THE WRONG WAY.
           IF APPROVAL-AUTH-OVERFLOW-COUNT > ZERO
               DISPLAY "APPROVAL AUTHORITIES EXCEED THE TABLE BY "
                   APPROVAL-AUTH-OVERFLOW-COUNT " - SESSION REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO APPROVAL-MODE-CLOSE
           END-IF.
      * A FILE THE TABLE COULD NOT HOLD IS NEVER DECIDED FROM - THE
      * REWRITE WOULD SILENTLY DROP EVERY FIRST APPROVAL PAST THE
      * TABLE. THE SESSION REFUSES AND BOTH FILES SURVIVE INTACT.
           IF CO-APPROVAL-OVERFLOW-COUNT > ZERO
               DISPLAY "CO-APPROVALS EXCEED THE TABLE BY "
                   CO-APPROVAL-OVERFLOW-COUNT " - SESSION REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO APPROVAL-MODE-CLOSE
           END-IF.
           OPEN INPUT APPROVAL-QUEUE.
           OPEN OUTPUT APPROVAL-KEEP.
           OPEN EXTEND REPAIR-TRANSACTIONS.
           OPEN EXTEND STATUS-HISTORY-FILE.
           OPEN EXTEND APPROVAL-LOG.
           PERFORM READ-APPROVAL-ITEM.
           PERFORM DECIDE-APPROVAL-ITEM UNTIL END-OF-APPROVAL-QUEUE.
           CLOSE APPROVAL-QUEUE.
           CLOSE APPROVAL-KEEP.
           CLOSE REPAIR-TRANSACTIONS.
           CLOSE STATUS-HISTORY-FILE.
           CLOSE APPROVAL-LOG.
      * EVERY ITEM ON THE QUEUE HAS NOW BEEN DECIDED OR KEPT - THE
      * QUEUE STARTS OVER WITH ONLY THE KEPT ITEMS, SO TOMORROW'S RUN
      * APPENDS BEHIND THEM AND NO ITEM IS EVER DECIDED TWICE.
           PERFORM REWRITE-APPROVAL-QUEUE.
           OPEN OUTPUT CO-APPROVALS.
           PERFORM WRITE-ONE-CO-APPROVAL
               VARYING CO-APPROVAL-IDX FROM 1 BY 1
               UNTIL CO-APPROVAL-IDX > CO-APPROVAL-COUNT.
           CLOSE CO-APPROVALS.
           DISPLAY "ITEMS APPROVED: " APPROVED-ITEM-COUNT.
           DISPLAY "ITEMS REJECTED: " REJECTED-ITEM-COUNT.
           DISPLAY "ITEMS KEPT:     " KEPT-ITEM-COUNT.
           DISPLAY "  OVER AUTHORITY:       " OVER-AUTHORITY-COUNT.
           DISPLAY "  AWAITING SECOND APPROVAL: "
               CO-APPROVED-ITEM-COUNT.
       APPROVAL-MODE-CLOSE.
           PERFORM WRITE-AUDIT-TRAILER.
           CLOSE AUDIT-LOG-FILE.
               MOVE "******" TO APPROVAL-DISPLAY-WORK(1:6)
           END-IF.
           DISPLAY "HELD: " APPROVAL-DISPLAY-WORK
               " BASE AMOUNT " APPROVAL-BASE-AMOUNT
               " REASON " APPROVAL-REASON-CODE.
      * THE ITEM'S TYPE AND SIZE AGAINST THE OPERATOR'S AUTHORITY -
      * SHOWN BEFORE THE DECISION IS READ, SO THE SUPERVISOR KNOWS
      * AN "A" WILL NOT RELEASE IT ALONE.
           MOVE APPROVAL-DETAIL(17:1) TO APPROVAL-ITEM-TYPE.
           IF APPROVAL-BASE-AMOUNT < ZERO
               COMPUTE APPROVAL-ITEM-AMOUNT =
                   ZERO - APPROVAL-BASE-AMOUNT
           ELSE
               MOVE APPROVAL-BASE-AMOUNT TO APPROVAL-ITEM-AMOUNT
           END-IF.
           PERFORM FIND-APPROVAL-AUTHORITY.
           PERFORM FIND-CO-APPROVAL.
           MOVE APPROVAL-ITEM-AUTHORITY TO APPROVAL-AMOUNT-EDIT.
           IF APPROVAL-ITEM-AMOUNT > APPROVAL-TYPE-CEILING
               DISPLAY "  ABOVE EVERY SINGLE AUTHORITY - NEEDS TWO "
                   "APPROVERS"
               IF CO-APPROVAL-FOUND-IDX NOT = ZERO
                   DISPLAY "  FIRST APPROVED BY "
                       CA-OPERATOR(CO-APPROVAL-FOUND-IDX) " ON "
                       CA-DATE(CO-APPROVAL-FOUND-IDX)
               END-IF
           ELSE
               IF APPROVAL-ITEM-AMOUNT > APPROVAL-ITEM-AUTHORITY
                   DISPLAY "  OVER THIS OPERATOR'S AUTHORITY OF "
                       APPROVAL-AMOUNT-EDIT " - MAY ONLY REJECT"
               END-IF
           END-IF.
           ACCEPT APPROVAL-DECISION FROM SYSIN.
           MOVE "TEST" TO AUDIT-PROGRAM-NAME.
           MOVE "APPROVAL" TO AUDIT-FIELD-NAME.
           MOVE SIGNON-OPERATOR-ID TO AUDIT-OPERATOR-ID.
           MOVE APPROVAL-DETAIL(9:4) TO AUDIT-TXN-NUMBER.
      * THE LIFECYCLE ENTRY - A RELEASED ITEM GOES BACK TO PENDING
      * FOR THE REPRO RUN, A REFUSED ONE DIES REJECTED. A KEPT ITEM
      * STAYS HELD AND GETS NO ENTRY.
           MOVE "A" TO HISTORY-FROM-STATUS.
           MOVE APPROVAL-DETAIL(9:4) TO HISTORY-TXN-NUMBER.
           IF APPROVAL-DECISION NOT = "A"
               ADD 1 TO REJECTED-ITEM-COUNT
               MOVE "REJ" TO AUDIT-NEW-VALUE
               MOVE "J" TO HISTORY-TO-STATUS
               PERFORM WRITE-STATUS-HISTORY
               PERFORM WRITE-AUDIT-RECORD
               GO TO DECIDE-APPROVAL-ITEM-NEXT
           END-IF.
           IF APPROVAL-ITEM-AMOUNT > APPROVAL-TYPE-CEILING
               PERFORM CO-APPROVE-ITEM
               GO TO DECIDE-APPROVAL-ITEM-NEXT
           END-IF.
           IF APPROVAL-ITEM-AMOUNT > APPROVAL-ITEM-AUTHORITY
               PERFORM REFUSE-OVER-AUTHORITY
               GO TO DECIDE-APPROVAL-ITEM-NEXT
           END-IF.
           MOVE "APPR" TO AUDIT-NEW-VALUE.
           MOVE "APPR" TO APPROVAL-LOG-ACTION-WORK.
           MOVE SPACES TO APPROVAL-LOG-CO-WORK.
           PERFORM RELEASE-APPROVAL-ITEM.
       DECIDE-APPROVAL-ITEM-NEXT.
           PERFORM READ-APPROVAL-ITEM.
       EXIT.
      *
      * CO-APPROVE-ITEM - AN ITEM ABOVE EVERY SINGLE AUTHORITY. THE
      * FIRST APPROVER IS RECORDED AND THE ITEM KEPT; A SECOND,
      * DIFFERENT APPROVER RELEASES IT WHEN THE TWO AUTHORITIES
      * TOGETHER COVER IT. AN OPERATOR WITH NO AUTHORITY FOR THE
      * TYPE CANNOT BE EITHER HALF.
      *
       CO-APPROVE-ITEM SECTION.
           IF APPROVAL-ITEM-AUTHORITY = ZERO
               PERFORM REFUSE-OVER-AUTHORITY
               GO TO CO-APPROVE-ITEM-EX
           END-IF.
           IF CO-APPROVAL-FOUND-IDX = ZERO
               IF CO-APPROVAL-COUNT = 100
                   DISPLAY "  CO-APPROVAL TABLE FULL - ITEM LEFT FOR "
                       "A LATER SESSION"
                   PERFORM KEEP-APPROVAL-ITEM
                   GO TO CO-APPROVE-ITEM-EX
               END-IF
               ADD 1 TO CO-APPROVAL-COUNT
               MOVE CO-APPROVAL-COUNT TO CO-APPROVAL-FOUND-IDX
               MOVE APPROVAL-DETAIL TO CA-DETAIL(CO-APPROVAL-COUNT)
               MOVE APPROVAL-HELD-DATE
                   TO CA-HELD-DATE(CO-APPROVAL-COUNT)
               MOVE SIGNON-OPERATOR-ID
                   TO CA-OPERATOR(CO-APPROVAL-COUNT)
               MOVE APPROVAL-ITEM-AUTHORITY
                   TO CA-AUTHORITY(CO-APPROVAL-COUNT)
               MOVE RUN-DATE TO CA-DATE(CO-APPROVAL-COUNT)
               ADD 1 TO CO-APPROVED-ITEM-COUNT
               DISPLAY "  FIRST APPROVAL RECORDED - AWAITING A SECOND "
                   "APPROVER"
               MOVE "CO1 " TO AUDIT-NEW-VALUE
               PERFORM WRITE-AUDIT-RECORD
               MOVE "1ST " TO APPROVAL-LOG-ACTION-WORK
               MOVE SPACES TO APPROVAL-LOG-CO-WORK
               PERFORM WRITE-APPROVAL-LOG
               PERFORM KEEP-APPROVAL-ITEM
               GO TO CO-APPROVE-ITEM-EX
           END-IF.
           IF CA-OPERATOR(CO-APPROVAL-FOUND-IDX) = SIGNON-OPERATOR-ID
               DISPLAY "  ALREADY APPROVED BY THIS OPERATOR - LEFT "
                   "FOR A SECOND APPROVER"
               ADD 1 TO CO-APPROVED-ITEM-COUNT
               PERFORM KEEP-APPROVAL-ITEM
               GO TO CO-APPROVE-ITEM-EX
           END-IF.
           COMPUTE APPROVAL-COMBINED-AUTHORITY =
               CA-AUTHORITY(CO-APPROVAL-FOUND-IDX)
               + APPROVAL-ITEM-AUTHORITY.
           IF APPROVAL-COMBINED-AUTHORITY < APPROVAL-ITEM-AMOUNT
               PERFORM REFUSE-OVER-AUTHORITY
               GO TO CO-APPROVE-ITEM-EX
           END-IF.
           MOVE "CO2 " TO AUDIT-NEW-VALUE.
           MOVE "2ND " TO APPROVAL-LOG-ACTION-WORK.
           MOVE CA-OPERATOR(CO-APPROVAL-FOUND-IDX)
               TO APPROVAL-LOG-CO-WORK.
           PERFORM RELEASE-APPROVAL-ITEM.
       CO-APPROVE-ITEM-EX.
       EXIT.
      *
      * RELEASE-APPROVAL-ITEM - THE ITEM GOES TO THE REPAIR FILE FOR
      * THE NEXT REPRO RUN, WITH ITS LIFECYCLE, AUDIT AND APPROVAL-
      * LOG ENTRIES.
      *
       RELEASE-APPROVAL-ITEM SECTION.
           ADD 1 TO APPROVED-ITEM-COUNT.
           MOVE APPROVAL-DETAIL TO REPAIR-TRANSACTION-RECORD.
           WRITE REPAIR-TRANSACTION-RECORD.
           MOVE "P" TO HISTORY-TO-STATUS.
           PERFORM WRITE-STATUS-HISTORY.
           PERFORM WRITE-AUDIT-RECORD.
           PERFORM WRITE-APPROVAL-LOG.
       EXIT.
      *
      * REFUSE-OVER-AUTHORITY - AN APPROVAL THE OPERATOR'S AUTHORITY
      * DOES NOT COVER. THE REFUSAL IS ON THE TRAIL AND THE LOG, AND
      * THE ITEM WAITS FOR SOMEBODY WHOSE AUTHORITY DOES.
      *
       REFUSE-OVER-AUTHORITY SECTION.
           ADD 1 TO OVER-AUTHORITY-COUNT.
           DISPLAY "  APPROVAL REFUSED - OVER AUTHORITY HELD; ITEM "
               "LEFT ON THE QUEUE".
           MOVE "OVER" TO AUDIT-NEW-VALUE.
           PERFORM WRITE-AUDIT-RECORD.
           MOVE "OVER" TO APPROVAL-LOG-ACTION-WORK.
           MOVE SPACES TO APPROVAL-LOG-CO-WORK.
           PERFORM WRITE-APPROVAL-LOG.
           PERFORM KEEP-APPROVAL-ITEM.
       EXIT.
      *
      * KEEP-APPROVAL-ITEM - THE ITEM GOES TO THE SCRATCH FILE AND
      * BACK OVER THE QUEUE; ANY FIRST APPROVAL IT CARRIES SURVIVES
      * WITH IT.
      *
       KEEP-APPROVAL-ITEM SECTION.
           ADD 1 TO KEPT-ITEM-COUNT.
           MOVE APPROVAL-QUEUE-RECORD TO APPROVAL-KEEP-RECORD.
           WRITE APPROVAL-KEEP-RECORD.
           IF CO-APPROVAL-FOUND-IDX NOT = ZERO
               MOVE "Y" TO CA-LIVE-FLAG(CO-APPROVAL-FOUND-IDX)
           END-IF.
       EXIT.
      *
       WRITE-APPROVAL-LOG SECTION.
           MOVE SPACES TO APPROVAL-LOG-RECORD.
           MOVE RUN-DATE TO APPR-LOG-DATE.
           MOVE SIGNON-OPERATOR-ID TO APPR-LOG-OPERATOR.
           MOVE APPROVAL-DETAIL(9:4) TO APPR-LOG-TXN-NUMBER.
           MOVE APPROVAL-ITEM-TYPE TO APPR-LOG-TXN-TYPE.
           MOVE APPROVAL-ITEM-AMOUNT TO APPR-LOG-BASE-AMOUNT.
           MOVE APPROVAL-ITEM-AUTHORITY TO APPR-LOG-AUTHORITY.
           MOVE APPROVAL-LOG-ACTION-WORK TO APPR-LOG-ACTION.
           MOVE APPROVAL-LOG-CO-WORK TO APPR-LOG-CO-APPROVER.
           WRITE APPROVAL-LOG-RECORD.
       EXIT.
      *
      * REWRITE-APPROVAL-QUEUE - PUTS THE KEPT ITEMS BACK OVER THE
      * QUEUE.
      *
       REWRITE-APPROVAL-QUEUE SECTION.
           MOVE "N" TO APPROVAL-KEEP-SWITCH.
           OPEN INPUT APPROVAL-KEEP.
           OPEN OUTPUT APPROVAL-QUEUE.
           PERFORM READ-APPROVAL-KEEP.
           PERFORM COPY-ONE-KEPT-APPROVAL
               UNTIL END-OF-APPROVAL-KEEP.
           CLOSE APPROVAL-KEEP.
           CLOSE APPROVAL-QUEUE.
       EXIT.
      *
       COPY-ONE-KEPT-APPROVAL SECTION.
           MOVE APPROVAL-KEEP-RECORD TO APPROVAL-QUEUE-RECORD.
           WRITE APPROVAL-QUEUE-RECORD.
           PERFORM READ-APPROVAL-KEEP.
       EXIT.
      *
       READ-APPROVAL-KEEP SECTION.
           READ APPROVAL-KEEP
               AT END
                   SET END-OF-APPROVAL-KEEP TO TRUE
           END-READ.
       EXIT.
      *
      * LOAD-APPROVAL-AUTHORITY - THE WHOLE AUTHORITY FILE INTO THE
      * TABLE. AN ABSENT FILE GRANTS NOBODY ANY AUTHORITY.
      *
       LOAD-APPROVAL-AUTHORITY SECTION.
           MOVE "N" TO APPROVAL-AUTH-SWITCH.
           OPEN INPUT APPROVAL-AUTHORITY-FILE.
           PERFORM READ-APPROVAL-AUTHORITY.
           PERFORM LOAD-ONE-APPROVAL-AUTHORITY
               UNTIL END-OF-APPROVAL-AUTH.
           CLOSE APPROVAL-AUTHORITY-FILE.
           IF APPROVAL-AUTH-COUNT = ZERO
               DISPLAY "NO APPROVAL AUTHORITY ON FILE - ITEMS MAY "
                   "ONLY BE REJECTED"
           END-IF.
       EXIT.
      *
       LOAD-ONE-APPROVAL-AUTHORITY SECTION.
           IF APPROVAL-AUTH-COUNT = 50
               ADD 1 TO APPROVAL-AUTH-OVERFLOW-COUNT
               PERFORM READ-APPROVAL-AUTHORITY
               GO TO LOAD-ONE-APPROVAL-AUTHORITY-EX
           END-IF.
           ADD 1 TO APPROVAL-AUTH-COUNT.
           MOVE APPR-AUTH-KIND TO AA-KIND(APPROVAL-AUTH-COUNT).
           MOVE APPR-AUTH-SUBJECT TO AA-SUBJECT(APPROVAL-AUTH-COUNT).
           MOVE APPR-AUTH-TXN-TYPE
               TO AA-TXN-TYPE(APPROVAL-AUTH-COUNT).
           MOVE APPR-AUTH-LIMIT TO AA-LIMIT(APPROVAL-AUTH-COUNT).
           PERFORM READ-APPROVAL-AUTHORITY.
       LOAD-ONE-APPROVAL-AUTHORITY-EX.
       EXIT.
      *
       READ-APPROVAL-AUTHORITY SECTION.
           READ APPROVAL-AUTHORITY-FILE
               AT END
                   SET END-OF-APPROVAL-AUTH TO TRUE
           END-READ.
       EXIT.
      *
      * FIND-APPROVAL-AUTHORITY - THE SIGNED-ON OPERATOR'S AUTHORITY
      * FOR THE ITEM'S TYPE, FROM THE CLOSEST-FITTING ROW, AND THE
      * LARGEST AUTHORITY ANY ROW GRANTS FOR THE TYPE.
      *
       FIND-APPROVAL-AUTHORITY SECTION.
           MOVE ZERO TO APPROVAL-ITEM-AUTHORITY.
           MOVE ZERO TO APPROVAL-TYPE-CEILING.
           MOVE 9 TO APPROVAL-MATCH-RANK.
           PERFORM JUDGE-ONE-APPROVAL-AUTHORITY
               VARYING APPROVAL-AUTH-IDX FROM 1 BY 1
               UNTIL APPROVAL-AUTH-IDX > APPROVAL-AUTH-COUNT.
       EXIT.
      *
       JUDGE-ONE-APPROVAL-AUTHORITY SECTION.
           IF AA-TXN-TYPE(APPROVAL-AUTH-IDX) NOT = APPROVAL-ITEM-TYPE
               AND AA-TXN-TYPE(APPROVAL-AUTH-IDX) NOT = "*"
               GO TO JUDGE-ONE-APPROVAL-AUTHORITY-EX
           END-IF.
           IF AA-LIMIT(APPROVAL-AUTH-IDX) > APPROVAL-TYPE-CEILING
               MOVE AA-LIMIT(APPROVAL-AUTH-IDX)
                   TO APPROVAL-TYPE-CEILING
           END-IF.
           MOVE 9 TO APPROVAL-ROW-RANK.
           IF AA-KIND(APPROVAL-AUTH-IDX) = "O"
               AND AA-SUBJECT(APPROVAL-AUTH-IDX) = SIGNON-OPERATOR-ID
               IF AA-TXN-TYPE(APPROVAL-AUTH-IDX) = "*"
                   MOVE 2 TO APPROVAL-ROW-RANK
               ELSE
                   MOVE 1 TO APPROVAL-ROW-RANK
               END-IF
           END-IF.
           IF AA-KIND(APPROVAL-AUTH-IDX) = "L"
               AND AA-SUBJECT(APPROVAL-AUTH-IDX)(1:1) = OPERATOR-LEVEL
               IF AA-TXN-TYPE(APPROVAL-AUTH-IDX) = "*"
                   MOVE 4 TO APPROVAL-ROW-RANK
               ELSE
                   MOVE 3 TO APPROVAL-ROW-RANK
               END-IF
           END-IF.
           IF APPROVAL-ROW-RANK < APPROVAL-MATCH-RANK
               MOVE APPROVAL-ROW-RANK TO APPROVAL-MATCH-RANK
               MOVE AA-LIMIT(APPROVAL-AUTH-IDX)
                   TO APPROVAL-ITEM-AUTHORITY
           END-IF.
       JUDGE-ONE-APPROVAL-AUTHORITY-EX.
       EXIT.
      *
      * LOAD-CO-APPROVALS - THE FIRST APPROVALS INTO THE TABLE, EACH
      * MARKED NOT YET SEEN ON THE QUEUE.
      *
       LOAD-CO-APPROVALS SECTION.
           MOVE "N" TO CO-APPROVAL-SWITCH.
           OPEN INPUT CO-APPROVALS.
           PERFORM READ-CO-APPROVAL.
           PERFORM LOAD-ONE-CO-APPROVAL UNTIL END-OF-CO-APPROVALS.
           CLOSE CO-APPROVALS.
       EXIT.
      *
       LOAD-ONE-CO-APPROVAL SECTION.
           IF CO-APPROVAL-COUNT = 100
               ADD 1 TO CO-APPROVAL-OVERFLOW-COUNT
               PERFORM READ-CO-APPROVAL
               GO TO LOAD-ONE-CO-APPROVAL-EX
           END-IF.
           ADD 1 TO CO-APPROVAL-COUNT.
           MOVE CO-APPR-DETAIL TO CA-DETAIL(CO-APPROVAL-COUNT).
           MOVE CO-APPR-HELD-DATE TO CA-HELD-DATE(CO-APPROVAL-COUNT).
           MOVE CO-APPR-OPERATOR TO CA-OPERATOR(CO-APPROVAL-COUNT).
           MOVE CO-APPR-AUTHORITY TO CA-AUTHORITY(CO-APPROVAL-COUNT).
           MOVE CO-APPR-DATE TO CA-DATE(CO-APPROVAL-COUNT).
           MOVE "N" TO CA-LIVE-FLAG(CO-APPROVAL-COUNT).
           PERFORM READ-CO-APPROVAL.
       LOAD-ONE-CO-APPROVAL-EX.
       EXIT.
      *
       READ-CO-APPROVAL SECTION.
           READ CO-APPROVALS
               AT END
                   SET END-OF-CO-APPROVALS TO TRUE
           END-READ.
       EXIT.
      *
      * FIND-CO-APPROVAL - THE FIRST APPROVAL THE ITEM IN HAND
      * ALREADY CARRIES, IF ANY.
      *
       FIND-CO-APPROVAL SECTION.
           MOVE ZERO TO CO-APPROVAL-FOUND-IDX.
           PERFORM MATCH-ONE-CO-APPROVAL
               VARYING CO-APPROVAL-IDX FROM 1 BY 1
               UNTIL CO-APPROVAL-IDX > CO-APPROVAL-COUNT
               OR CO-APPROVAL-FOUND-IDX NOT = ZERO.
       EXIT.
      *
       MATCH-ONE-CO-APPROVAL SECTION.
           IF CA-DETAIL(CO-APPROVAL-IDX) = APPROVAL-DETAIL
               AND CA-HELD-DATE(CO-APPROVAL-IDX) = APPROVAL-HELD-DATE
               MOVE CO-APPROVAL-IDX TO CO-APPROVAL-FOUND-IDX
           END-IF.
       EXIT.
      *
       WRITE-ONE-CO-APPROVAL SECTION.
           IF CA-LIVE-FLAG(CO-APPROVAL-IDX) = "Y"
               MOVE CA-DETAIL(CO-APPROVAL-IDX) TO CO-APPR-DETAIL
               MOVE CA-HELD-DATE(CO-APPROVAL-IDX) TO CO-APPR-HELD-DATE
               MOVE CA-OPERATOR(CO-APPROVAL-IDX) TO CO-APPR-OPERATOR
               MOVE CA-AUTHORITY(CO-APPROVAL-IDX)
                   TO CO-APPR-AUTHORITY
               MOVE CA-DATE(CO-APPROVAL-IDX) TO CO-APPR-DATE
               WRITE CO-APPROVAL-RECORD
           END-IF.
       EXIT.
      *
       READ-APPROVAL-ITEM SECTION.
           END-READ.
       EXIT.
      *
      * COMPLIANCE-MODE - THE COMPLIANCE OPERATOR'S SESSION OVER THE
      * COMPLIANCE QUEUE. ONLY A COMPLIANCE-LEVEL ("C") OPERATOR MAY
      * DECIDE - A SUPERVISOR MAY NOT CLEAR A WATCH-LIST HIT. EACH
      * ITEM IS SHOWN WITH WHAT IT MATCHED AND THE DECISION READ
      * FROM SYSIN - "R" RELEASES THE TRANSACTION TO THE REPAIR FILE
      * FOR THE NEXT REPRO RUN, MARKED SO SCREENING DOES NOT HOLD IT
      * AGAIN; ANYTHING ELSE REJECTS IT. EVERY DECISION IS WRITTEN
      * TO THE AUDIT TRAIL UNDER THE SIGNED-ON OPERATOR AND TO THE
      * LIFECYCLE TRAIL.
      *
       COMPLIANCE-MODE SECTION.
           PERFORM ESTABLISH-AUDIT-SEQUENCE.
           OPEN EXTEND AUDIT-LOG-FILE.
           PERFORM OPERATOR-SIGN-ON.
           IF NOT OPERATOR-SIGNED-ON
               MOVE 8 TO RETURN-CODE
               GO TO COMPLIANCE-MODE-CLOSE
           END-IF.
           IF OPERATOR-LEVEL NOT = "C"
               DISPLAY "OPERATOR " SIGNON-OPERATOR-ID
                   " IS NOT A COMPLIANCE OPERATOR - SESSION ENDED"
               MOVE "TEST" TO AUDIT-PROGRAM-NAME
               MOVE "COMPLNCE" TO AUDIT-FIELD-NAME
               MOVE "DENY" TO AUDIT-OLD-VALUE
               MOVE SPACES TO AUDIT-NEW-VALUE
               MOVE SIGNON-OPERATOR-ID TO AUDIT-OPERATOR-ID
               MOVE ZERO TO AUDIT-TXN-NUMBER
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8 TO RETURN-CODE
               GO TO COMPLIANCE-MODE-CLOSE
           END-IF.
           OPEN INPUT COMPLIANCE-QUEUE.
           OPEN EXTEND REPAIR-TRANSACTIONS.
           OPEN EXTEND STATUS-HISTORY-FILE.
           PERFORM READ-COMPLIANCE-ITEM.
           PERFORM DECIDE-COMPLIANCE-ITEM
               UNTIL END-OF-COMPLIANCE-QUEUE.
           CLOSE COMPLIANCE-QUEUE.
           CLOSE REPAIR-TRANSACTIONS.
           CLOSE STATUS-HISTORY-FILE.
      * EVERY ITEM ON THE QUEUE HAS NOW BEEN DECIDED - THE QUEUE
      * STARTS EMPTY, AS THE APPROVAL QUEUE DOES.
           OPEN OUTPUT COMPLIANCE-QUEUE.
           CLOSE COMPLIANCE-QUEUE.
           DISPLAY "ITEMS RELEASED: " COMPLIANCE-RELEASED-COUNT.
           DISPLAY "ITEMS REJECTED: " COMPLIANCE-REJECTED-COUNT.
       COMPLIANCE-MODE-CLOSE.
           PERFORM WRITE-AUDIT-TRAILER.
           CLOSE AUDIT-LOG-FILE.
       EXIT.
      *
       DECIDE-COMPLIANCE-ITEM SECTION.
      * A PAYMENT REFERENCE IS MASKED AS THE APPROVAL SESSION MASKS
      * IT, WHETHER IT IS THE HELD RECORD'S STRING OR THE VALUE THE
      * RECORD MATCHED.
           MOVE COMPLIANCE-DETAIL(1:26) TO COMPLIANCE-DISPLAY-WORK.
           IF COMPLIANCE-DETAIL(37:1) = "R"
               MOVE "******" TO COMPLIANCE-DISPLAY-WORK(1:6)
           END-IF.
           MOVE COMPLIANCE-HIT-VALUE TO COMPLIANCE-HIT-DISPLAY.
           IF COMPLIANCE-HIT-TYPE = "R"
               MOVE "******" TO COMPLIANCE-HIT-DISPLAY(1:6)
           END-IF.
           DISPLAY "HELD: " COMPLIANCE-DISPLAY-WORK
               " BASE AMOUNT " COMPLIANCE-BASE-AMOUNT.
           DISPLAY "  MATCHED " COMPLIANCE-HIT-TYPE " "
               COMPLIANCE-HIT-DISPLAY " ON LIST OF "
               COMPLIANCE-LIST-DATE.
           ACCEPT COMPLIANCE-DECISION FROM SYSIN.
           MOVE "TEST" TO AUDIT-PROGRAM-NAME.
           MOVE "COMPLNCE" TO AUDIT-FIELD-NAME.
           MOVE COMPLIANCE-DETAIL(9:4) TO AUDIT-OLD-VALUE.
           MOVE SIGNON-OPERATOR-ID TO AUDIT-OPERATOR-ID.
           MOVE COMPLIANCE-DETAIL(9:4) TO AUDIT-TXN-NUMBER.
      * THE LIFECYCLE ENTRY - A RELEASED ITEM GOES BACK TO PENDING
      * FOR THE REPRO RUN, A REFUSED ONE DIES REJECTED.
           MOVE "W" TO HISTORY-FROM-STATUS.
           MOVE COMPLIANCE-DETAIL(9:4) TO HISTORY-TXN-NUMBER.
           IF COMPLIANCE-DECISION = "R"
               ADD 1 TO COMPLIANCE-RELEASED-COUNT
               MOVE COMPLIANCE-DETAIL TO REPAIR-TRANSACTION-RECORD
      * POSITION 54 IS DTXN-SCREEN-RELEASED.
               MOVE "K" TO REPAIR-TRANSACTION-RECORD(54:1)
               WRITE REPAIR-TRANSACTION-RECORD
               MOVE "REL" TO AUDIT-NEW-VALUE
               MOVE "P" TO HISTORY-TO-STATUS
           ELSE
               ADD 1 TO COMPLIANCE-REJECTED-COUNT
               MOVE "REJ" TO AUDIT-NEW-VALUE
               MOVE "J" TO HISTORY-TO-STATUS
           END-IF.
           PERFORM WRITE-STATUS-HISTORY.
           PERFORM WRITE-AUDIT-RECORD.
           PERFORM READ-COMPLIANCE-ITEM.
       EXIT.
      *
       READ-COMPLIANCE-ITEM SECTION.
           READ COMPLIANCE-QUEUE
               AT END
                   SET END-OF-COMPLIANCE-QUEUE TO TRUE
           END-READ.
       EXIT.
      *
      * OPERATOR-SIGN-ON - READS THE OPERATOR ID AND PASSWORD FROM
      * SYSIN AND JUDGES THEM AGAINST THE AUTHORIZATION FILE, WHICH
      * IS LOADED WHOLE AND REWRITTEN AFTER THE ATTEMPT SO THE
           MOVE MAINTENANCE-NEW-VALUE TO PEND-CHG-VALUE.
           MOVE SIGNON-OPERATOR-ID TO PEND-CHG-OPERATOR.
           MOVE RUN-DATE TO PEND-CHG-DATE.
           MOVE SPACES TO PEND-CHG-PARM-DETAIL.
           WRITE PENDING-CHANGE-RECORD.
           CLOSE PENDING-CHANGES.
           DISPLAY "CHANGE TO " MAINTENANCE-FIELD-NAME
               TO PC-OPERATOR(PENDING-CHANGE-COUNT).
           MOVE PEND-CHG-DATE TO PC-DATE(PENDING-CHANGE-COUNT).
           MOVE "N" TO PC-DECIDED-FLAG(PENDING-CHANGE-COUNT).
           MOVE PEND-CHG-PARM-DETAIL
               TO PC-PARM-DETAIL(PENDING-CHANGE-COUNT).
           PERFORM READ-PENDING-CHANGE.
       LOAD-ONE-PENDING-CHANGE-EX.
       EXIT.
                   "REVIEWER"
               GO TO REVIEW-ONE-PENDING-CHANGE-EX
           END-IF.
           IF PC-FIELD(PENDING-CHANGE-IDX) = "PARMMAST"
               MOVE PC-PARM-DETAIL(PENDING-CHANGE-IDX)
                   TO PARM-CHANGE-WORK
               MOVE PCW-VALUE TO PARM-CHANGE-VALUE-EDIT
               DISPLAY "PENDING: PARMMAST " PCW-PROGRAM " " PCW-NAME
                   " TO " PARM-CHANGE-VALUE-EDIT
                   " FROM " PCW-EFFECTIVE-DATE
           END-IF.
           DISPLAY "PENDING: " PC-FIELD(PENDING-CHANGE-IDX)
               " TO " PC-VALUE(PENDING-CHANGE-IDX)
               " RAISED BY " PC-OPERATOR(PENDING-CHANGE-IDX)
           MOVE "Y" TO PC-DECIDED-FLAG(PENDING-CHANGE-IDX).
           IF REVIEW-DECISION = "A"
               ADD 1 TO CHANGES-APPLIED-COUNT
               IF PC-FIELD(PENDING-CHANGE-IDX) = "PARMMAST"
                   PERFORM APPLY-PARAMETER-CHANGE
               ELSE
                   MOVE PC-FIELD(PENDING-CHANGE-IDX)
                       TO MAINTENANCE-FIELD-NAME
                   MOVE PC-VALUE(PENDING-CHANGE-IDX)
                       TO MAINTENANCE-NEW-VALUE
                   PERFORM APPLY-MAINTENANCE-CHANGE
               END-IF
           ELSE
               ADD 1 TO CHANGES-REFUSED-COUNT
               MOVE "TEST" TO AUDIT-PROGRAM-NAME
               MOVE PC-OPERATOR(PENDING-CHANGE-IDX)
                   TO PEND-CHG-OPERATOR
               MOVE PC-DATE(PENDING-CHANGE-IDX) TO PEND-CHG-DATE
               MOVE PC-PARM-DETAIL(PENDING-CHANGE-IDX)
                   TO PEND-CHG-PARM-DETAIL
               WRITE PENDING-CHANGE-RECORD
           END-IF.
       EXIT.
      *
      * APPLY-PARAMETER-CHANGE - THE APPLY HALF OF A PARMMNT CHANGE:
      * THE ROW GOES ON THE END OF PARMMAST WITH BOTH OPERATORS ON
      * IT. A ROW WHOSE EFFECTIVE DATE PASSED WHILE IT WAITED TAKES
      * EFFECT TODAY INSTEAD - THE DAYS ALREADY RUN KEEP THE VALUE
      * THEY RAN UNDER.
      *
       APPLY-PARAMETER-CHANGE SECTION.
           MOVE SPACES TO PARAMETER-MASTER-RECORD.
           MOVE PCW-PROGRAM TO PARM-MASTER-PROGRAM.
           MOVE PCW-NAME TO PARM-MASTER-NAME.
           MOVE PCW-EFFECTIVE-DATE TO PARM-MASTER-EFFECTIVE-DATE.
           IF PCW-EFFECTIVE-DATE < RUN-DATE
               MOVE RUN-DATE TO PARM-MASTER-EFFECTIVE-DATE
               DISPLAY "EFFECTIVE DATE " PCW-EFFECTIVE-DATE
                   " ALREADY PAST - ROW TAKES EFFECT " RUN-DATE
           END-IF.
           MOVE PCW-VALUE TO PARM-MASTER-VALUE.
           MOVE PC-OPERATOR(PENDING-CHANGE-IDX)
               TO PARM-MASTER-REQUESTED-BY.
           MOVE SIGNON-OPERATOR-ID TO PARM-MASTER-APPROVED-BY.
           MOVE RUN-DATE TO PARM-MASTER-APPROVED-DATE.
           OPEN EXTEND PARAMETER-MASTER.
           WRITE PARAMETER-MASTER-RECORD.
           CLOSE PARAMETER-MASTER.
           MOVE "TEST" TO AUDIT-PROGRAM-NAME.
           MOVE PCW-PROGRAM TO AUDIT-FIELD-NAME.
           MOVE "SET " TO AUDIT-OLD-VALUE.
           MOVE "APPL" TO AUDIT-NEW-VALUE.
           MOVE SIGNON-OPERATOR-ID TO AUDIT-OPERATOR-ID.
           MOVE ZERO TO AUDIT-TXN-NUMBER.
           PERFORM WRITE-AUDIT-RECORD.
       EXIT.
      *
       READ-PENDING-CHANGE SECTION.
           READ PENDING-CHANGES
                   SET END-OF-MESSAGE-CATALOG TO TRUE
           END-READ.
       EXIT.
      *
      * LOOK-UP-PARAMETER - FINDS THE PARAMETER-MASTER ROW IN FORCE
      * ON THE RUN DATE FOR THIS PROGRAM AND PARM-LOOKUP-NAME: THE
      * LATEST EFFECTIVE DATE NOT AFTER THE RUN DATE, AND OF TWO
      * ROWS FOR THE SAME DATE THE LATER FILED. A MISSING FILE OR NO
      * SUCH ROW LEAVES PARM-LOOKUP-FOUND OFF AND THE CALLER'S
      * DEFAULT STANDS. KEEP IN STEP WITH THE SAME SECTION IN DORMSWP.
      *
       LOOK-UP-PARAMETER SECTION.
           MOVE "N" TO PARM-LOOKUP-SWITCH.
           MOVE ZERO TO PARM-LOOKUP-EFFECTIVE-DATE.
           MOVE ZERO TO PARM-LOOKUP-VALUE.
           MOVE "N" TO PARAMETER-MASTER-SWITCH.
           OPEN INPUT PARAMETER-MASTER.
           PERFORM READ-PARAMETER-MASTER.
           PERFORM MATCH-ONE-PARAMETER-ROW
               UNTIL END-OF-PARAMETER-MASTER.
           CLOSE PARAMETER-MASTER.
           IF PARM-LOOKUP-FOUND
               DISPLAY "PARMMAST " PARM-LOOKUP-NAME " EFFECTIVE "
                   PARM-LOOKUP-EFFECTIVE-DATE
           END-IF.
       EXIT.
      *
       MATCH-ONE-PARAMETER-ROW SECTION.
           IF PARM-MASTER-PROGRAM NOT = "TEST"
               OR PARM-MASTER-NAME NOT = PARM-LOOKUP-NAME
               OR PARM-MASTER-EFFECTIVE-DATE NOT NUMERIC
               OR PARM-MASTER-VALUE NOT NUMERIC
               GO TO MATCH-ONE-PARAMETER-ROW-NEXT
           END-IF.
           IF PARM-MASTER-EFFECTIVE-DATE NOT > RUN-DATE
               AND PARM-MASTER-EFFECTIVE-DATE
                   NOT < PARM-LOOKUP-EFFECTIVE-DATE
               SET PARM-LOOKUP-FOUND TO TRUE
               MOVE PARM-MASTER-EFFECTIVE-DATE
                   TO PARM-LOOKUP-EFFECTIVE-DATE
               MOVE PARM-MASTER-VALUE TO PARM-LOOKUP-VALUE
           END-IF.
       MATCH-ONE-PARAMETER-ROW-NEXT.
           PERFORM READ-PARAMETER-MASTER.
       EXIT.
      *
       READ-PARAMETER-MASTER SECTION.
           READ PARAMETER-MASTER
               AT END
                   SET END-OF-PARAMETER-MASTER TO TRUE
           END-READ.
       EXIT.
      *
       END PROGRAM TEST.
