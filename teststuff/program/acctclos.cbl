       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTCLOS.
      *
      *
      * ACCOUNT CLOSURE RUN. CLOSING AN ACCOUNT THAT STILL CARRIED
      * MONEY USED TO MEAN HAND-KEYING THE FINAL INTEREST, THE
      * CLOSING FEE AND A TRANSFER OF WHATEVER WAS LEFT, BEFORE
      * ACCTMNT WOULD TAKE THE CLOSE CARD. ACCTMNT NOW QUEUES A
      * CLOSURE REQUEST ON CLOSREQ FROM A Q CARD AND THIS JOB WORKS
      * THE QUEUE. IT RUNS AFTER ACCRUE, ONCE THE DAY HAS POSTED AND
      * THE DAY'S ACCRUALS ARE ON ACCRFEED, AND SHOULD RUN LAST OF
      * THE STEPS THAT WRITE TO ACCRFEED.
      *
      * A QUEUED REQUEST IS SETTLED: THE INTEREST ACCRUED SINCE THE
      * LAST ACCRUE POSTING - ACCRUE'S RECORDS FOR THE ACCOUNT STILL
      * WAITING ON ACCRFEED - IS COUNTED INTO THE BALANCE ALONG WITH
      * ANYTHING ELSE WAITING THERE FOR IT, THE PRODUCT'S CLOSING FEE
      * IS CHARGED, AND WHAT REMAINS IS TRANSFERRED TO THE NOMINATED
      * PAYOUT ACCOUNT OR, WHEN NONE IS NAMED, TO THE BRANCH'S
      * PAYABLE-TO-CUSTOMER SUSPENSE ACCOUNT (BRANCH DIGIT, "998" AND
      * ITS CHECK DIGIT). THE FEE AND THE TRANSFER ARE APPENDED TO
      * ACCRFEED IN THE RAW-FEED DETAIL LAYOUT AND POST THROUGH
      * TOMORROW'S DAILY RUN. THE ACCOUNT'S STANDING INSTRUCTIONS ARE
      * CANCELLED AND ITS ACTIVE HOLDS RELEASED AT THE SAME TIME.
      * AN ACCOUNT WITH A CUSTOMER DISPUTE STILL OPEN ON IT IS NEITHER
      * SETTLED NOR CLOSED UNTIL DSPTMNT HAS RESOLVED THE DISPUTE, AND
      * ONE CARRYING AN INSTALMENT LOAN ON LOANMAST THAT IS NOT PAID
      * OFF IS NEITHER SETTLED NOR CLOSED UNTIL IT IS.
      *
      * DEBIT INTEREST THE ACCOUNT'S OVERDRAFT HAS ACCRUED THIS MONTH
      * ON DEBITLEDG, AND THAT DEBITINT HAS NOT YET CHARGED, IS
      * CHARGED AT SETTLEMENT AHEAD OF THE FEE - A "DINT" DEBIT ON
      * ACCRFEED, AS DEBITINT WRITES IT AT MONTH END - AND A "C" ROW
      * ON THE LEDGER MARKS THOSE ROWS CHARGED SO DEBITINT DOES NOT
      * CHARGE THEM AGAIN. IT SHOULD RUN AFTER DEBITINT.
      *
      * REQUESTS, TEMPLATES, HOLDS, TERM DEPOSITS AND LOANS ARE ALL
      * MATCHED ON THE ACCOUNT'S WIDE KEY, SO AN ACCOUNT NUMBERED
      * PAST 999, WHICH HAS NO SHORT KEY, CLOSES LIKE ANY OTHER; THE
      * FEED RECORDS CARRY THE WIDE KEYS IN THE FEED'S WIDE-KEY
      * COLUMNS.
      *
      * A SETTLED REQUEST IS CLOSED ON THE FIRST RUN THAT FINDS THE
      * BALANCE AT ZERO WITH NOTHING MORE WAITING FOR THE ACCOUNT:
      * THE ACCOUNT IS STAMPED CLOSED ON THE MASTER AND THE CLOSURE
      * STATEMENT IS PRINTED FOR THE CUSTOMER (CLOSSTMT). ONE THAT
      * STILL CARRIES MONEY AFTER ITS SETTLEMENT HAS POSTED - A LATE
      * CREDIT, OR A SETTLEMENT HELD FOR APPROVAL - IS LISTED FOR THE
      * BACK OFFICE, WHO QUEUE IT AGAIN ONCE THEY HAVE LOOKED.
      * EVERY SETTLEMENT, CLOSE, CANCELLED TEMPLATE AND RELEASED HOLD
      * GOES ON THE AUDIT TRAIL.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * KEEP IN STEP WITH TEST'S SPECIAL-NAMES - SAME COPYBOOK FIELDS
      * FLOW THROUGH THIS PROGRAM AND MUST EDIT THE SAME WAY.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSURE-REQUESTS ASSIGN TO "CLOSREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLOSURE-WIDE-KEY
               ALTERNATE RECORD KEY IS CLOSURE-ACCOUNT-KEY
                   WITH DUPLICATES.
      * ACCOUNT-MASTER - THE CLOSING ACCOUNT AND ITS PAYOUT ACCOUNT;
      * THE CLOSED DATE IS STAMPED HERE.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-MASTER-WIDE-KEY
               ALTERNATE RECORD KEY IS ACCOUNT-MASTER-KEY
                   WITH DUPLICATES.
      * TERM-DEPOSITS - AN ACCOUNT WITH A RUNNING DEPOSIT IS NOT
      * CLOSED UNDER IT.
           SELECT TERM-DEPOSITS ASSIGN TO "TERMDEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TD-WIDE-KEY
               ALTERNATE RECORD KEY IS TD-ACCOUNT-KEY
                   WITH DUPLICATES.
           SELECT HOLD-MASTER ASSIGN TO "HOLDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-WIDE-KEY
               ALTERNATE RECORD KEY IS HOLD-KEY
                   WITH DUPLICATES.
      * LOAN-FILE - AN ACCOUNT WITH A LOAN NOT YET PAID OFF IS NOT
      * CLOSED UNDER IT.
           SELECT LOAN-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LOAN-WIDE-KEY
               ALTERNATE RECORD KEY IS LOAN-ACCOUNT-KEY
                   WITH DUPLICATES.
      * DEBIT-LEDGER - OPTIONAL; READ FOR THE MONTH'S DEBIT INTEREST
      * NOT YET CHARGED, THEN APPENDED WITH THE CHARGES MADE HERE.
           SELECT OPTIONAL DEBIT-LEDGER ASSIGN TO "DEBITLEDG"
               ORGANIZATION IS LINE SEQUENTIAL.
      * DISPUTE-FILE - OPTIONAL; AN OPEN DISPUTE HOLDS THE REQUEST.
           SELECT OPTIONAL DISPUTE-FILE ASSIGN TO "DISPUTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DISPUTE-NUMBER.
      * KEEP THE TEMPLATE LAYOUT IN STEP WITH
      * STANDING-INSTRUCTION-RECORD IN TEST AND STNDMNT.
           SELECT STANDING-INSTRUCTIONS ASSIGN TO "STANDING"
               ORGANIZATION IS LINE SEQUENTIAL.
      * ACCRUAL-FEED - TODAY'S GENERATED TRANSACTIONS, READ FIRST FOR
      * WHAT IS STILL WAITING FOR EACH CLOSING ACCOUNT; THE FEES AND
      * PAYOUTS ARE THEN APPENDED BEHIND THEM.
           SELECT ACCRUAL-FEED ASSIGN TO "ACCRFEED"
               ORGANIZATION IS LINE SEQUENTIAL.
      * PRODUCT-CATALOG - THE CLOSING FEE OF EACH PRODUCT.
           SELECT PRODUCT-CATALOG ASSIGN TO "PRODCAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * CUSTOMER-MASTER - THE NAME AND ADDRESS EACH CLOSURE
      * STATEMENT IS ADDRESSED TO.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUSTOMER-MASTER-NUMBER.
           SELECT CLOSURE-STATEMENTS ASSIGN TO "CLOSSTMT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * AUDIT-LOG-FILE - THE SAME CHAIN DISCIPLINE ACCTMNT FOLLOWS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
      * STEP-LEDGER - THE STREAM'S START/CLEAN-END LEDGER; THIS STEP
      * RECORDS ITSELF AND REFUSES TO START AHEAD OF ITS
      * PREREQUISITE.
           SELECT STEP-LEDGER ASSIGN TO "STEPLEDG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERATIONS-ALERT-FILE ASSIGN TO "OPSALERT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * MASTER-JOURNAL-FILE - A BEFORE AND AN AFTER IMAGE OF EVERY
      * ACCOUNT-MASTER RECORD THIS PROGRAM CHANGES, ON THE SAME
      * JOURNAL THE DAILY RUN WRITES.
           SELECT OPTIONAL MASTER-JOURNAL-FILE ASSIGN TO "MSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLOSURE-REQUESTS
           LABEL RECORDS ARE STANDARD.
           COPY CLOSUREREQUEST.
      *
       FD  ACCOUNT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY ACCTMASTER.
      *
       FD  TERM-DEPOSITS
           LABEL RECORDS ARE STANDARD.
           COPY TERMDEPOSIT.
      *
       FD  HOLD-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY HOLDRECORD.
      *
       FD  LOAN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOANMASTER.
      *
       FD  DEBIT-LEDGER
           LABEL RECORDS ARE STANDARD.
           COPY DEBITLEDGER.
      *
       FD  DISPUTE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DISPUTEMASTER.
      *
       FD  STANDING-INSTRUCTIONS
           LABEL RECORDS ARE STANDARD.
       01  STANDING-INSTRUCTION-RECORD.
        05       STANDING-STRING-PART1   PIC X(4).
        05       STANDING-STRING-PART2   PIC X(4).
        05       STANDING-NUMBER-PART1   PIC 9(4).
        05       STANDING-NUMBER-PART2   PIC 9(4).
        05       STANDING-TYPE           PIC X.
        05       STANDING-CHECK-DIGIT    PIC 9.
        05       STANDING-CURRENCY-CODE  PIC X(3).
        05       STANDING-FREQUENCY      PIC X.
        05       STANDING-DAY-OF-MONTH   PIC 99.
        05       STANDING-ACTIVE-FROM    PIC 9(8).
        05       STANDING-ACTIVE-TO      PIC 9(8).
      * THE PAYING ACCOUNT'S WIDE KEY, CARRIED ONTO THE GENERATED
      * RECORD. SPACES ON A TEMPLATE THE CONVERSION NEVER REACHED.
        05       STANDING-WIDE-KEY       PIC X(7).
      *
      * KEEP THIS LAYOUT IN STEP WITH DAILY-TRANSACTIONS-RECORD IN
      * TEST AND ACCRUAL-FEED-RECORD IN ACCRUE - THESE RECORDS ARE
      * READ BACK BY TOMORROW'S DAILY RUN.
       FD  ACCRUAL-FEED
           LABEL RECORDS ARE STANDARD.
       01  ACCRUAL-FEED-RECORD.
        05       ACCR-STRING-PART1       PIC X(4).
        05       ACCR-STRING-PART2       PIC X(4).
        05       ACCR-NUMBER-PART1       PIC 9(4).
        05       ACCR-NUMBER-PART2       PIC 9(4).
        05       ACCR-TRANSACTION-TYPE   PIC X.
        05       ACCR-CHECK-DIGIT        PIC 9.
        05       ACCR-CURRENCY-CODE      PIC X(3).
        05       ACCR-ORIGINAL-REF       PIC 9(4).
      * "G" - GENERATED: OUTSIDE THE FEED'S HEADER/TRAILER
      * RECONCILIATION AND EXEMPT FROM THE DUPLICATE LOOK-BACK, AND
      * FROM THE DAILY RUN'S EARLY-WITHDRAWAL HOLD.
        05       ACCR-GENERATED-FLAG     PIC X.
        05       ACCR-VALUE-DATE         PIC 9(8).
      * "-" - THE AMOUNT COMES OFF THE ACCOUNT (THE CLOSING FEE AND
      * THE DEBIT INTEREST).
        05       ACCR-AMOUNT-SIGN        PIC X.
        05       ACCR-PRIOR-STATUS       PIC X.
        05       ACCR-STRING-TYPE        PIC X.
      * THE ACCOUNT A PAYOUT TRANSFER PAYS INTO - THE RECORD'S OWN
      * ACCOUNT IS THE ONE THAT PAYS.
        05       ACCR-COUNTER-ACCOUNT-KEY PIC X(5).
      * "D" - A DEBIT-INTEREST CHARGE, POSTED WHATEVER THE BALANCE.
        05       ACCR-GENERATED-SOURCE   PIC X.
        05       FILLER                  PIC X(11).
      * THE ACCOUNT'S AND THE RECEIVING ACCOUNT'S WIDE KEYS, IN THE
      * FEED'S WIDE-KEY COLUMNS.
        05       ACCR-WIDE-ACCOUNT-KEY   PIC X(7).
        05       ACCR-COUNTER-WIDE-KEY   PIC X(7).
        05       FILLER                  PIC X(12).
      *
       FD  PRODUCT-CATALOG
           LABEL RECORDS ARE STANDARD.
           COPY PRODUCTCATALOG.
      *
       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CUSTOMERMASTER.
      *
       FD  CLOSURE-STATEMENTS
           LABEL RECORDS ARE STANDARD.
       01  STATEMENT-LINE                  PIC X(132).
      *
       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITRECORD.
      *
       FD  STEP-LEDGER
           LABEL RECORDS ARE STANDARD.
           COPY STEPLEDGER.
      *
      * KEEP THIS LAYOUT IN STEP WITH OPERATIONS-ALERT-RECORD IN
      * TEST.
       FD  OPERATIONS-ALERT-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPERATIONS-ALERT-RECORD.
        05       ALERT-REASON-CODE       PIC X(8).
        05       ALERT-SEVERITY          PIC 9(2).
        05       ALERT-DETAIL            PIC X(60).
      *
       FD  MASTER-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MASTERJOURNAL.
      *
       WORKING-STORAGE SECTION.
       01  CLOSURE-REQUESTS-SWITCH      PIC X VALUE "N".
         88      END-OF-CLOSURE-REQUESTS      VALUE "Y".
       01  ACCRUAL-FEED-SWITCH          PIC X VALUE "N".
         88      END-OF-ACCRUAL-FEED          VALUE "Y".
       01  STANDING-FILE-SWITCH         PIC X VALUE "N".
         88      END-OF-STANDING              VALUE "Y".
       01  ACCOUNT-HOLDS-SWITCH         PIC X VALUE "N".
         88      END-OF-ACCOUNT-HOLDS         VALUE "Y".
       01  DEBIT-LEDGER-SWITCH          PIC X VALUE "N".
         88      END-OF-DEBIT-LEDGER          VALUE "Y".
       01  DISPUTE-SCAN-SWITCH          PIC X VALUE "N".
         88      END-OF-DISPUTE-SCAN          VALUE "Y".
       01  OPEN-DISPUTE-SWITCH          PIC X VALUE "N".
         88      OPEN-DISPUTE-FOUND           VALUE "Y".
       01  PRODUCT-CATALOG-SWITCH       PIC X VALUE "N".
         88      END-OF-PRODUCT-CATALOG       VALUE "Y".
       01  AUDIT-LOG-READ-SWITCH        PIC X VALUE "N".
         88      END-OF-AUDIT-LOG             VALUE "Y".
       01  ACCOUNT-NOT-FOUND-SWITCH     PIC X VALUE "N".
         88      ACCOUNT-NOT-FOUND            VALUE "Y".
       01  CUSTOMER-FOUND-SWITCH        PIC X VALUE "N".
         88      CUSTOMER-ON-FILE             VALUE "Y".
       01  REQUEST-HELD-SWITCH          PIC X VALUE "N".
         88      REQUEST-HELD                 VALUE "Y".
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
      *
      * THE OPEN REQUESTS - LOADED FROM CLOSREQ AT START OF RUN, WITH
      * WHAT ACCRFEED STILL CARRIES FOR EACH ACCOUNT: THE NET EFFECT
      * ON THE BALANCE, THE INTEREST PART OF IT, AND HOW MANY RECORDS;
      * AND THE DEBIT INTEREST DEBITLEDG SHOWS ACCRUED THIS MONTH AND
      * NOT YET CHARGED. REQUESTS PAST THE TABLE'S SIZE WAIT FOR A
      * LATER RUN.
       01  REQUEST-TABLE.
        05       REQUEST-ENTRY OCCURS 200 TIMES.
         10      REQ-ACCOUNT-KEY         PIC X(5).
         10      REQ-WIDE-KEY            PIC X(7).
         10      REQ-PENDING-NET         PIC S9(9)V99.
         10      REQ-PENDING-INTEREST    PIC S9(7)V99.
         10      REQ-PENDING-COUNT       PIC 9(4).
         10      REQ-DEBIT-ACCRUED       PIC 9(9)V9(4).
       01  REQUEST-COUNT                PIC 9(4) VALUE ZERO.
       01  REQUEST-IDX                  PIC 9(4) VALUE 1.
       01  REQUEST-FOUND-IDX            PIC 9(4) VALUE ZERO.
       01  REQUEST-OVERFLOW-COUNT       PIC 9(4) VALUE ZERO.
       01  REQUEST-WANTED-KEY           PIC X(5) VALUE SPACES.
       01  REQUEST-WANTED-WIDE-KEY      PIC X(7) VALUE SPACES.
      *
      * FEED-SCAN WORK - ONE WAITING RECORD'S AMOUNT, FOLDED AND
      * SIGNED THE WAY TEST WILL POST IT.
       01  FEED-SCAN-AMOUNT             PIC S9(5)V99 VALUE ZERO.
      *
      * THE STANDING-INSTRUCTION FILE, LOADED WHOLE AND REWRITTEN
      * WITHOUT THE CLOSING ACCOUNTS' TEMPLATES. A FILE THE TABLE
      * CANNOT HOLD IS NEVER REWRITTEN, AND NO REQUEST IS SETTLED
      * WHILE ITS TEMPLATES CANNOT BE CANCELLED.
       01  TEMPLATE-TABLE.
        05       TEMPLATE-ENTRY OCCURS 100 TIMES.
         10      TPL-IMAGE               PIC X(47).
         10      TPL-CANCELLED-FLAG      PIC X.
       01  TEMPLATE-COUNT               PIC 9(4) VALUE ZERO.
       01  TEMPLATE-IDX                 PIC 9(4) VALUE 1.
       01  TEMPLATE-OVERFLOW-COUNT      PIC 9(4) VALUE ZERO.
      * FIELD VIEW OF ONE TABLED TEMPLATE - ITS ACCOUNT IS THE WIDE
      * KEY, OR ON A TEMPLATE THE CONVERSION NEVER REACHED THE STRING
      * PART'S FOUR DIGITS AND THE CHECK DIGIT.
       01  TPL-WORK-RECORD.
        05       TPL-STRING-PART1        PIC X(4).
        05       TPL-STRING-PART2        PIC X(4).
        05       FILLER                  PIC X(9).
        05       TPL-CHECK-DIGIT         PIC X.
        05       FILLER                  PIC X(22).
        05       TPL-WIDE-KEY            PIC X(7).
      *
      * PRODUCT TABLE - EACH CATALOG PRODUCT'S CLOSING FEE, LOADED
      * FROM PRODCAT AT START OF RUN.
       01  PRODUCT-TABLE.
        05       PRODUCT-ENTRY OCCURS 50 TIMES.
         10      PRODUCT-TABLE-CODE      PIC X(4).
         10      PRODUCT-TABLE-FEE       PIC 9(4)V99.
       01  PRODUCT-TABLE-COUNT          PIC 99 VALUE ZERO.
       01  PRODUCT-TABLE-IDX            PIC 99 VALUE 1.
       01  PRODUCT-FOUND-IDX            PIC 99 VALUE ZERO.
      *
      * THE REQUEST UNDER SETTLEMENT - WHAT THE ACCOUNT WILL HOLD
      * ONCE EVERYTHING WAITING HAS POSTED AND ITS DEBIT INTEREST IS
      * CHARGED, THE FEE TAKEN FROM IT, THE PAYOUT AND WHERE IT GOES.
      * THE ACCOUNT IS NAMED ON THE AUDIT TRAIL AND THE CONSOLE BY ITS
      * SHORT KEY, OR BY ITS WIDE KEY WHEN IT HAS NONE.
       01  CLOSE-ACCOUNT-NAME           PIC X(8) VALUE SPACES.
       01  CLOSE-ENTITY                 PIC X(2) VALUE SPACES.
       01  CLOSE-BALANCE                PIC S9(9)V99 VALUE ZERO.
       01  CLOSE-NET                    PIC S9(9)V99 VALUE ZERO.
       01  CLOSE-DEBIT-INTEREST         PIC 9(9)V99 VALUE ZERO.
       01  CLOSE-FEE-DUE                PIC 9(4)V99 VALUE ZERO.
       01  CLOSE-PAYOUT                 PIC 9(9)V99 VALUE ZERO.
       01  CLOSE-PAID-TO-KEY            PIC X(5) VALUE SPACES.
       01  CLOSE-PAID-TO-WIDE-KEY       PIC X(7) VALUE SPACES.
       01  CLOSE-TEMPLATES-COUNT        PIC 9(3) VALUE ZERO.
       01  CLOSE-HOLDS-COUNT            PIC 9(3) VALUE ZERO.
       01  CLOSE-FEED-RECORDS-COUNT     PIC 9(4) VALUE ZERO.
       01  REQUEST-LINE-NOTE            PIC X(20) VALUE SPACES.
      *
      * FEED-RECORD WORK - THE ACCOUNT THE RECORD IS WRITTEN ON, THE
      * ACCOUNT A TRANSFER PAYS INTO, BOTH BY SHORT AND WIDE KEY, THE
      * MARKER IN THE SECOND STRING PART, THE TYPE, SIGN AND
      * GENERATED SOURCE. ONE FEED RECORD CARRIES AT MOST 9.999,99 -
      * A LARGER AMOUNT IS WRITTEN AS SEVERAL RECORDS. THE WHOLE AND
      * FRACTION VIEWS FEED THE TWO NUMBER PARTS THE SAME WAY TEST
      * FOLDS THEM BACK TOGETHER.
       01  FEED-ACCOUNT-KEY             PIC X(5) VALUE SPACES.
       01  FEED-WIDE-KEY                PIC X(7) VALUE SPACES.
       01  FEED-COUNTER-KEY             PIC X(5) VALUE SPACES.
       01  FEED-COUNTER-WIDE-KEY        PIC X(7) VALUE SPACES.
       01  FEED-MARKER                  PIC X(4) VALUE SPACES.
       01  FEED-TRANSACTION-TYPE        PIC X VALUE SPACE.
       01  FEED-AMOUNT-SIGN             PIC X VALUE SPACE.
       01  FEED-GENERATED-SOURCE        PIC X VALUE SPACE.
       01  FEED-AMOUNT                  PIC 9(11)V99 VALUE ZERO.
       01  FEED-REMAINING               PIC 9(11)V99 VALUE ZERO.
       01  FEED-PIECE-AMOUNT            PIC 9(4)V99 VALUE ZERO.
       01  FEED-PIECE-CEILING           PIC 9(4)V99 VALUE 9999,99.
       01  FEED-PIECE-WHOLE             PIC 9(4) VALUE ZERO.
       01  FEED-PIECE-FRACTION          PIC 9(4) VALUE ZERO.
      *
      * RUN COUNTS AND TOTALS.
       01  REQUESTS-EXAMINED-COUNT      PIC 9(8) VALUE ZERO.
       01  REQUESTS-SETTLED-COUNT       PIC 9(8) VALUE ZERO.
       01  ACCOUNTS-CLOSED-COUNT        PIC 9(8) VALUE ZERO.
       01  REQUESTS-HELD-COUNT          PIC 9(8) VALUE ZERO.
       01  REQUESTS-NOT-ZERO-COUNT      PIC 9(8) VALUE ZERO.
       01  TEMPLATES-CANCELLED-COUNT    PIC 9(8) VALUE ZERO.
       01  HOLDS-RELEASED-COUNT         PIC 9(8) VALUE ZERO.
       01  FEED-RECORDS-WRITTEN-COUNT   PIC 9(8) VALUE ZERO.
       01  FEES-CHARGED-TOTAL           PIC 9(11)V99 VALUE ZERO.
       01  DEBIT-INTEREST-TOTAL         PIC 9(11)V99 VALUE ZERO.
       01  PAID-OUT-TOTAL               PIC 9(11)V99 VALUE ZERO.
       01  TOTAL-EDIT                   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
      * PRINT WORK FIELDS - SAME LINE-COUNTED, PAGE-HEADED SHAPE AS
      * ACCTSTMT'S STATEMENTS. EACH CLOSURE STATEMENT STARTS ON A
      * FRESH PAGE, SO THE PRINT FILE BURSTS CLEANLY PER ACCOUNT.
       01  STATEMENT-PAGE-NUMBER        PIC 9(4) VALUE ZERO.
       01  STATEMENT-LINE-COUNT         PIC 9(2) VALUE ZERO.
       01  STATEMENT-PAGE-DEPTH         PIC 9(2) VALUE 55.
       01  STATEMENT-HEADING-LINE.
        05       FILLER                  PIC X(18)
                 VALUE "CLOSURE STATEMENT ".
        05       STATEMENT-HEADING-KEY   PIC X(7).
        05       FILLER                  PIC X(5) VALUE " RUN ".
        05       STATEMENT-HEADING-DATE  PIC 9(8).
        05       FILLER                  PIC X(7) VALUE "   PAGE".
        05       STATEMENT-HEADING-PAGE  PIC ZZZ9.
       01  STATEMENT-BUILD-LINE         PIC X(132) VALUE SPACES.
       01  STATEMENT-AMOUNT-EDIT        PIC ZZZ.ZZZ.ZZ9,99.
       01  STATEMENT-COUNT-EDIT         PIC ZZ9.
      *
      * AUDIT-CHAIN WORK FIELDS - SAME DISCIPLINE AS TEST.
       01  AUDIT-SEQUENCE-NUMBER        PIC 9(8) VALUE ZERO.
       01  AUDIT-DATA-ENTRY-COUNT       PIC 9(8) VALUE ZERO.
      *
      * MODULUS-11 CHECK-DIGIT WORK FIELDS - SAME ALGORITHM TEST
      * VALIDATES WITH: THE FOUR KEY DIGITS IN CHECK-DIGIT-WORK-STRING
      * WEIGHTED 2 THROUGH 5 LEFT TO RIGHT.
       01  CHECK-DIGIT-WEIGHT           PIC 9 VALUE ZERO.
       01  CHECK-DIGIT-SUM              PIC 9(4) VALUE ZERO.
       01  CHECK-DIGIT-INDEX            PIC 9 VALUE 1.
       01  CHECK-DIGIT-CHAR             PIC X VALUE SPACE.
       01  CHECK-DIGIT-DIGIT            PIC 9 VALUE ZERO.
       01  CHECK-DIGIT-QUOTIENT         PIC 9(4) VALUE ZERO.
       01  CHECK-DIGIT-REMAINDER        PIC 9(4) VALUE ZERO.
       01  CHECK-DIGIT-COMPUTED         PIC 9 VALUE ZERO.
       01  CHECK-DIGIT-WORK-STRING      PIC X(4) VALUE SPACES.
      *
      * STEP-LEDGER WORK FIELDS - THE PREREQUISITE THIS STEP WAITS
      * ON AND THE LEDGER-WALK STATE.
       01  STEP-LEDGER-SWITCH           PIC X VALUE "N".
         88      END-OF-STEP-LEDGER         VALUE "Y".
       01  STEP-PREREQ-SWITCH           PIC X VALUE "N".
         88      PREREQUISITE-COMPLETED     VALUE "Y".
       01  STEP-PROGRAM-NAME            PIC X(8) VALUE "ACCTCLOS".
       01  STEP-PREREQ-NAME             PIC X(8) VALUE "ACCRUE".
       01  STEP-TIME-WORK               PIC 9(8) VALUE ZERO.
      *
      * MASTER-JOURNAL WORK FIELDS - AS TEST KEEPS THEM: THE RECORD
      * AS READ, THE TIME THE JOURNAL WAS OPENED, THE RUN'S COUNT OF
      * CHANGES, AND THE ACTION AND TRANSACTION NUMBER OF THE NEXT.
       01  MASTER-BEFORE-IMAGE          PIC X(64) VALUE SPACES.
       01  MASTER-JOURNAL-TIME          PIC 9(8) VALUE ZERO.
       01  MASTER-JOURNAL-COUNT         PIC 9(8) VALUE ZERO.
       01  MASTER-JOURNAL-TXN           PIC 9(4) VALUE ZERO.
       01  MASTER-JOURNAL-ACTION-WORK   PIC X VALUE "C".
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           DISPLAY "START ACCTCLOS".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
      * THE SEQUENCER'S GATE AND THE STEP'S OWN START MARK.
           PERFORM CHECK-STEP-PREREQUISITE.
           IF NOT PREREQUISITE-COMPLETED
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           PERFORM RECORD-STEP-START.
           PERFORM LOAD-PRODUCT-CATALOG.
           PERFORM LOAD-TEMPLATE-FILE.
           PERFORM LOAD-CLOSURE-REQUESTS.
           PERFORM NOTE-WAITING-FEED.
           PERFORM NOTE-UNCHARGED-DEBIT-INTEREST.
           PERFORM ESTABLISH-AUDIT-SEQUENCE.
           OPEN EXTEND AUDIT-LOG-FILE.
           OPEN I-O CLOSURE-REQUESTS.
           OPEN I-O ACCOUNT-MASTER.
           ACCEPT MASTER-JOURNAL-TIME FROM TIME.
           OPEN EXTEND MASTER-JOURNAL-FILE.
           OPEN INPUT TERM-DEPOSITS.
           OPEN INPUT LOAN-FILE.
           OPEN EXTEND DEBIT-LEDGER.
           OPEN I-O HOLD-MASTER.
           OPEN INPUT DISPUTE-FILE.
           OPEN INPUT CUSTOMER-MASTER.
           OPEN EXTEND ACCRUAL-FEED.
           OPEN OUTPUT CLOSURE-STATEMENTS.
           PERFORM WORK-ONE-REQUEST
               VARYING REQUEST-IDX FROM 1 BY 1
               UNTIL REQUEST-IDX > REQUEST-COUNT.
           CLOSE CLOSURE-STATEMENTS.
           CLOSE ACCRUAL-FEED.
           CLOSE CUSTOMER-MASTER.
           CLOSE DISPUTE-FILE.
           CLOSE HOLD-MASTER.
           CLOSE DEBIT-LEDGER.
           CLOSE LOAN-FILE.
           CLOSE TERM-DEPOSITS.
           CLOSE MASTER-JOURNAL-FILE.
           CLOSE ACCOUNT-MASTER.
           CLOSE CLOSURE-REQUESTS.
           PERFORM WRITE-AUDIT-TRAILER.
           CLOSE AUDIT-LOG-FILE.
           IF TEMPLATES-CANCELLED-COUNT > ZERO
               PERFORM REWRITE-TEMPLATE-FILE
           END-IF.
           DISPLAY "REQUESTS EXAMINED:        " REQUESTS-EXAMINED-COUNT.
           DISPLAY "REQUESTS SETTLED:         " REQUESTS-SETTLED-COUNT.
           DISPLAY "ACCOUNTS CLOSED:          " ACCOUNTS-CLOSED-COUNT.
           DISPLAY "REQUESTS HELD:            " REQUESTS-HELD-COUNT.
           DISPLAY "SETTLED BUT NOT AT ZERO:  "
               REQUESTS-NOT-ZERO-COUNT.
           DISPLAY "TEMPLATES CANCELLED:      "
               TEMPLATES-CANCELLED-COUNT.
           DISPLAY "HOLDS RELEASED:           " HOLDS-RELEASED-COUNT.
           DISPLAY "FEED RECORDS WRITTEN:     "
               FEED-RECORDS-WRITTEN-COUNT.
           MOVE DEBIT-INTEREST-TOTAL TO TOTAL-EDIT.
           DISPLAY "DEBIT INTEREST CHARGED:   " TOTAL-EDIT.
           MOVE FEES-CHARGED-TOTAL TO TOTAL-EDIT.
           DISPLAY "CLOSING FEES CHARGED:     " TOTAL-EDIT.
           MOVE PAID-OUT-TOTAL TO TOTAL-EDIT.
           DISPLAY "BALANCES PAID OUT:        " TOTAL-EDIT.
           IF REQUEST-OVERFLOW-COUNT > ZERO
               DISPLAY "CLOSREQ EXCEEDS THE TABLE BY "
                   REQUEST-OVERFLOW-COUNT " REQUESTS - "
                   "LEFT FOR THE NEXT RUN"
           END-IF.
           IF REQUESTS-HELD-COUNT > ZERO
               OR REQUESTS-NOT-ZERO-COUNT > ZERO
               OR REQUEST-OVERFLOW-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
       PROG-EX.
      * A CLEAN END GOES ON THE LEDGER SO THE NEXT STEP MAY START.
           IF RETURN-CODE < 8
               PERFORM RECORD-STEP-END
           END-IF.
           DISPLAY "END ACCTCLOS".
           EXIT PROGRAM.
      *
      * WORK-ONE-REQUEST - A QUEUED REQUEST IS SETTLED; A SETTLED ONE
      * IS CLOSED ONCE ITS BALANCE IS AT ZERO WITH NOTHING WAITING. A
      * REQUEST THAT CANNOT GO AHEAD - NO ACCOUNT, AN OPEN DISPUTE, A
      * LOAN NOT PAID OFF, A RUNNING TERM DEPOSIT, AN OVERDRAWN
      * BALANCE, NO PAYOUT ACCOUNT - IS LISTED, LEFT AS IT IS, AND
      * TRIED AGAIN ON THE NEXT RUN.
      *
       WORK-ONE-REQUEST SECTION.
           ADD 1 TO REQUESTS-EXAMINED-COUNT.
           MOVE "N" TO REQUEST-HELD-SWITCH.
           MOVE SPACES TO REQUEST-LINE-NOTE.
           MOVE REQ-WIDE-KEY(REQUEST-IDX) TO CLOSURE-WIDE-KEY.
           READ CLOSURE-REQUESTS
               INVALID KEY
                   GO TO WORK-ONE-REQUEST-EX
           END-READ.
           IF CLOSURE-ACCOUNT-KEY = SPACES
               MOVE CLOSURE-WIDE-KEY TO CLOSE-ACCOUNT-NAME
           ELSE
               MOVE CLOSURE-ACCOUNT-KEY TO CLOSE-ACCOUNT-NAME
           END-IF.
           MOVE CLOSURE-WIDE-KEY TO ACCOUNT-MASTER-WIDE-KEY.
           PERFORM READ-ACCOUNT-MASTER.
           IF ACCOUNT-NOT-FOUND
               MOVE "NO ACCOUNT" TO REQUEST-LINE-NOTE
               GO TO WORK-ONE-REQUEST-HELD
           END-IF.
      * CLOSED BY AN ACCTMNT CLOSE CARD SINCE THE REQUEST WAS QUEUED
      * - THERE IS NOTHING LEFT TO SETTLE, AND NO STATEMENT TO SEND.
           IF ACCOUNT-MASTER-CLOSED-DATE NOT = ZERO
               SET CLOSURE-COMPLETE TO TRUE
               MOVE ACCOUNT-MASTER-CLOSED-DATE TO CLOSURE-CLOSED-DATE
               REWRITE CLOSURE-REQUEST-RECORD
               DISPLAY "ACCOUNT " CLOSE-ACCOUNT-NAME
                   " ALREADY CLOSED - REQUEST MARKED COMPLETE"
               GO TO WORK-ONE-REQUEST-EX
           END-IF.
           PERFORM CHECK-OPEN-DISPUTES.
           IF OPEN-DISPUTE-FOUND
               MOVE "OPEN DISPUTE" TO REQUEST-LINE-NOTE
               GO TO WORK-ONE-REQUEST-HELD
           END-IF.
      * A LOAN SERVICED THROUGH THE ACCOUNT MUST BE PAID OFF FIRST -
      * ITS INSTALMENTS WOULD OTHERWISE FALL DUE ON A CLOSED ACCOUNT.
           MOVE CLOSURE-WIDE-KEY TO LOAN-WIDE-KEY.
           READ LOAN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT LOAN-PAID-OFF
                       MOVE "LOAN NOT PAID OFF" TO REQUEST-LINE-NOTE
                       GO TO WORK-ONE-REQUEST-HELD
                   END-IF
           END-READ.
           IF CLOSURE-QUEUED
               PERFORM SETTLE-ONE-REQUEST
               IF REQUEST-HELD
                   GO TO WORK-ONE-REQUEST-HELD
               END-IF
           END-IF.
           IF CLOSURE-SETTLED
               PERFORM JUDGE-SETTLED-REQUEST
           END-IF.
           GO TO WORK-ONE-REQUEST-EX.
       WORK-ONE-REQUEST-HELD.
           ADD 1 TO REQUESTS-HELD-COUNT.
           DISPLAY "CLOSURE OF " CLOSE-ACCOUNT-NAME " HELD - "
               REQUEST-LINE-NOTE.
       WORK-ONE-REQUEST-EX.
       EXIT.
      *
      * SETTLE-ONE-REQUEST - WORKS OUT WHAT THE ACCOUNT WILL HOLD
      * ONCE EVERYTHING WAITING ON ACCRFEED HAS POSTED, CHARGES THE
      * DEBIT INTEREST NOT YET CHARGED, TAKES THE CLOSING FEE FROM
      * WHAT IS LEFT AND PAYS THE REST AWAY. A FEE LARGER THAN
      * WHAT IS LEFT TAKES WHAT IS LEFT - A CLOSING ACCOUNT IS NEVER
      * LEFT OWING ITS OWN FEE. AN ACCOUNT THAT WILL STILL BE
      * OVERDRAWN CANNOT BE SETTLED FROM HERE; THE CUSTOMER MUST
      * CLEAR IT FIRST.
      *
       SETTLE-ONE-REQUEST SECTION.
           MOVE CLOSURE-WIDE-KEY TO TD-WIDE-KEY.
           READ TERM-DEPOSITS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TD-ACTIVE
                       SET REQUEST-HELD TO TRUE
                       MOVE "TERM DEPOSIT RUNNING"
                           TO REQUEST-LINE-NOTE
                   END-IF
           END-READ.
           IF REQUEST-HELD
               GO TO SETTLE-ONE-REQUEST-EX
           END-IF.
           IF TEMPLATE-OVERFLOW-COUNT > ZERO
               SET REQUEST-HELD TO TRUE
               MOVE "STANDING TOO LARGE" TO REQUEST-LINE-NOTE
               GO TO SETTLE-ONE-REQUEST-EX
           END-IF.
           MOVE ACCOUNT-MASTER-BALANCE TO CLOSE-BALANCE.
           MOVE ACCOUNT-MASTER-ENTITY TO CLOSE-ENTITY.
           COMPUTE CLOSE-DEBIT-INTEREST ROUNDED =
               REQ-DEBIT-ACCRUED(REQUEST-IDX).
           COMPUTE CLOSE-NET = ACCOUNT-MASTER-BALANCE
               + REQ-PENDING-NET(REQUEST-IDX)
               - CLOSE-DEBIT-INTEREST.
           IF CLOSE-NET < ZERO
               SET REQUEST-HELD TO TRUE
               MOVE "ACCOUNT OVERDRAWN" TO REQUEST-LINE-NOTE
               GO TO SETTLE-ONE-REQUEST-EX
           END-IF.
           MOVE ZERO TO CLOSE-FEE-DUE.
           IF NOT CLOSURE-FEE-TAKEN
               PERFORM FIND-ACCOUNT-CLOSING-FEE
           END-IF.
           IF CLOSE-FEE-DUE > CLOSE-NET
               MOVE CLOSE-NET TO CLOSE-FEE-DUE
           END-IF.
           COMPUTE CLOSE-PAYOUT = CLOSE-NET - CLOSE-FEE-DUE.
      * THE PAYOUT ACCOUNT - THE ONE NOMINATED, BY WIDE KEY OR BY
      * SHORT KEY, OR THE BRANCH'S PAYABLE-TO-CUSTOMER SUSPENSE
      * ACCOUNT. IT MUST BE ON FILE AND OPEN BEFORE ANY MONEY IS
      * MOVED; BOTH ITS KEYS ARE THEN TAKEN FROM THE MASTER.
           MOVE CLOSURE-PAYOUT-KEY TO CLOSE-PAID-TO-KEY.
           MOVE CLOSURE-PAYOUT-WIDE-KEY TO CLOSE-PAID-TO-WIDE-KEY.
           IF CLOSE-PAID-TO-KEY = SPACES
               AND CLOSE-PAID-TO-WIDE-KEY = SPACES
               MOVE CLOSURE-WIDE-KEY(1:1)
                   TO CHECK-DIGIT-WORK-STRING(1:1)
               MOVE "998" TO CHECK-DIGIT-WORK-STRING(2:3)
               PERFORM COMPUTE-CHECK-DIGIT
               MOVE CHECK-DIGIT-WORK-STRING TO CLOSE-PAID-TO-KEY(1:4)
               MOVE CHECK-DIGIT-COMPUTED TO CLOSE-PAID-TO-KEY(5:1)
           END-IF.
           IF CLOSE-PAYOUT > ZERO
               PERFORM READ-PAYOUT-ACCOUNT
               IF ACCOUNT-NOT-FOUND
                   OR ACCOUNT-MASTER-CLOSED-DATE NOT = ZERO
                   SET REQUEST-HELD TO TRUE
                   MOVE "NO PAYOUT ACCOUNT" TO REQUEST-LINE-NOTE
                   GO TO SETTLE-ONE-REQUEST-EX
               END-IF
               MOVE ACCOUNT-MASTER-KEY TO CLOSE-PAID-TO-KEY
               MOVE ACCOUNT-MASTER-WIDE-KEY TO CLOSE-PAID-TO-WIDE-KEY
           END-IF.
           MOVE ZERO TO CLOSE-FEED-RECORDS-COUNT.
           MOVE CLOSURE-ACCOUNT-KEY TO FEED-ACCOUNT-KEY.
           MOVE CLOSURE-WIDE-KEY TO FEED-WIDE-KEY.
           IF CLOSE-DEBIT-INTEREST > ZERO
               MOVE SPACES TO FEED-COUNTER-KEY
               MOVE SPACES TO FEED-COUNTER-WIDE-KEY
               MOVE "DINT" TO FEED-MARKER
               MOVE "O" TO FEED-TRANSACTION-TYPE
               MOVE "-" TO FEED-AMOUNT-SIGN
               MOVE "D" TO FEED-GENERATED-SOURCE
               MOVE CLOSE-DEBIT-INTEREST TO FEED-AMOUNT
               PERFORM WRITE-FEED-RECORDS
               PERFORM WRITE-DEBIT-LEDGER-CHARGE
           END-IF.
           IF CLOSE-FEE-DUE > ZERO
               MOVE SPACES TO FEED-COUNTER-KEY
               MOVE SPACES TO FEED-COUNTER-WIDE-KEY
               MOVE "CLOS" TO FEED-MARKER
               MOVE "O" TO FEED-TRANSACTION-TYPE
               MOVE "-" TO FEED-AMOUNT-SIGN
               MOVE SPACE TO FEED-GENERATED-SOURCE
               MOVE CLOSE-FEE-DUE TO FEED-AMOUNT
               PERFORM WRITE-FEED-RECORDS
           END-IF.
           IF CLOSE-PAYOUT > ZERO
               MOVE CLOSE-PAID-TO-KEY TO FEED-COUNTER-KEY
               MOVE CLOSE-PAID-TO-WIDE-KEY TO FEED-COUNTER-WIDE-KEY
               MOVE "CLOS" TO FEED-MARKER
               MOVE "T" TO FEED-TRANSACTION-TYPE
               MOVE SPACE TO FEED-AMOUNT-SIGN
               MOVE SPACE TO FEED-GENERATED-SOURCE
               MOVE CLOSE-PAYOUT TO FEED-AMOUNT
               PERFORM WRITE-FEED-RECORDS
           END-IF.
           PERFORM CANCEL-ACCOUNT-TEMPLATES.
           PERFORM RELEASE-ACCOUNT-HOLDS.
      * A BACK-VALUED ADJUSTMENT CAN TAKE INTEREST BACK; THE
      * STATEMENT SHOWS ONLY WHAT WAS CREDITED.
           IF REQ-PENDING-INTEREST(REQUEST-IDX) > ZERO
               ADD REQ-PENDING-INTEREST(REQUEST-IDX)
                   TO CLOSURE-INTEREST
           END-IF.
           ADD CLOSE-DEBIT-INTEREST TO CLOSURE-DEBIT-INTEREST.
           ADD CLOSE-FEE-DUE TO CLOSURE-FEE.
           ADD CLOSE-PAYOUT TO CLOSURE-PAID-OUT.
           SET CLOSURE-FEE-TAKEN TO TRUE.
           MOVE CLOSE-PAID-TO-KEY TO CLOSURE-PAID-TO-KEY.
           MOVE CLOSE-PAID-TO-WIDE-KEY TO CLOSURE-PAID-TO-WIDE-KEY.
           ADD CLOSE-TEMPLATES-COUNT TO CLOSURE-TEMPLATES-CANCELLED.
           ADD CLOSE-HOLDS-COUNT TO CLOSURE-HOLDS-RELEASED.
           MOVE RUN-DATE TO CLOSURE-SETTLED-DATE.
           SET CLOSURE-SETTLED TO TRUE.
           REWRITE CLOSURE-REQUEST-RECORD.
           ADD 1 TO REQUESTS-SETTLED-COUNT.
           ADD CLOSE-DEBIT-INTEREST TO DEBIT-INTEREST-TOTAL.
           ADD CLOSE-FEE-DUE TO FEES-CHARGED-TOTAL.
           ADD CLOSE-PAYOUT TO PAID-OUT-TOTAL.
           MOVE "ACCTCLOS" TO AUDIT-PROGRAM-NAME.
           MOVE CLOSE-ACCOUNT-NAME TO AUDIT-FIELD-NAME.
           MOVE "S" TO AUDIT-OLD-VALUE.
           MOVE "DONE" TO AUDIT-NEW-VALUE.
           PERFORM WRITE-AUDIT-RECORD.
           MOVE CLOSE-PAYOUT TO STATEMENT-AMOUNT-EDIT.
           DISPLAY "CLOSURE OF " CLOSE-ACCOUNT-NAME " SETTLED - "
               STATEMENT-AMOUNT-EDIT " TO " CLOSE-PAID-TO-KEY
               " " CLOSE-PAID-TO-WIDE-KEY.
      * AN ACCOUNT ALREADY AT ZERO WITH NOTHING WAITING AND NOTHING
      * WRITTEN FOR IT HAS NOTHING LEFT TO POST - THE JUDGEMENT THAT
      * FOLLOWS CLOSES IT TODAY. ANY OTHER WAITS FOR TOMORROW'S RUN.
           MOVE CLOSURE-WIDE-KEY TO ACCOUNT-MASTER-WIDE-KEY.
           PERFORM READ-ACCOUNT-MASTER.
           IF CLOSE-FEED-RECORDS-COUNT > ZERO
               MOVE 1 TO REQ-PENDING-COUNT(REQUEST-IDX)
           END-IF.
       SETTLE-ONE-REQUEST-EX.
       EXIT.
      *
      * JUDGE-SETTLED-REQUEST - A SETTLED ACCOUNT AT ZERO WITH NOTHING
      * WAITING FOR IT IS CLOSED. ONE SETTLED TODAY IS WAITING FOR ITS
      * SETTLEMENT TO POST; ONE SETTLED EARLIER THAT IS STILL NOT AT
      * ZERO HAS TAKEN MONEY SINCE, OR HAD ITS SETTLEMENT HELD, AND
      * IS LISTED FOR THE BACK OFFICE.
      *
       JUDGE-SETTLED-REQUEST SECTION.
           IF ACCOUNT-MASTER-BALANCE = ZERO
               AND REQ-PENDING-COUNT(REQUEST-IDX) = ZERO
               PERFORM CLOSE-ONE-ACCOUNT
               GO TO JUDGE-SETTLED-REQUEST-EX
           END-IF.
           IF CLOSURE-SETTLED-DATE = RUN-DATE
               GO TO JUDGE-SETTLED-REQUEST-EX
           END-IF.
           ADD 1 TO REQUESTS-NOT-ZERO-COUNT.
           MOVE ACCOUNT-MASTER-BALANCE TO STATEMENT-AMOUNT-EDIT.
           DISPLAY "CLOSURE OF " CLOSE-ACCOUNT-NAME
               " SETTLED " CLOSURE-SETTLED-DATE " BUT BALANCE IS "
               STATEMENT-AMOUNT-EDIT " - QUEUE IT AGAIN TO PAY OUT".
       JUDGE-SETTLED-REQUEST-EX.
       EXIT.
      *
      * CLOSE-ONE-ACCOUNT - THE ACCOUNT IS STAMPED CLOSED, THE REQUEST
      * COMPLETED, AND THE CUSTOMER'S CLOSURE STATEMENT PRINTED.
      *
       CLOSE-ONE-ACCOUNT SECTION.
           MOVE ACCOUNT-MASTER-RECORD TO MASTER-BEFORE-IMAGE.
           MOVE RUN-DATE TO ACCOUNT-MASTER-CLOSED-DATE.
           REWRITE ACCOUNT-MASTER-RECORD.
           PERFORM WRITE-MASTER-JOURNAL.
           MOVE RUN-DATE TO CLOSURE-CLOSED-DATE.
           SET CLOSURE-COMPLETE TO TRUE.
           REWRITE CLOSURE-REQUEST-RECORD.
           ADD 1 TO ACCOUNTS-CLOSED-COUNT.
           MOVE "ACCTCLOS" TO AUDIT-PROGRAM-NAME.
           MOVE CLOSE-ACCOUNT-NAME TO AUDIT-FIELD-NAME.
           MOVE "C" TO AUDIT-OLD-VALUE.
           MOVE "DONE" TO AUDIT-NEW-VALUE.
           PERFORM WRITE-AUDIT-RECORD.
           DISPLAY "ACCOUNT " CLOSE-ACCOUNT-NAME " CLOSED".
           PERFORM WRITE-CLOSURE-STATEMENT.
       EXIT.
      *
      * FIND-ACCOUNT-CLOSING-FEE - THE ACCOUNT'S PRODUCT NAMES THE
      * FEE; AN ACCOUNT WITH NO PRODUCT, OR ONE THE CATALOG DOES NOT
      * KNOW, IS CLOSED WITHOUT ONE.
      *
       FIND-ACCOUNT-CLOSING-FEE SECTION.
           MOVE ZERO TO PRODUCT-FOUND-IDX.
           IF ACCOUNT-MASTER-PRODUCT NOT = SPACES
               PERFORM MATCH-ONE-PRODUCT
                   VARYING PRODUCT-TABLE-IDX FROM 1 BY 1
                   UNTIL PRODUCT-TABLE-IDX > PRODUCT-TABLE-COUNT
           END-IF.
           IF PRODUCT-FOUND-IDX NOT = ZERO
               MOVE PRODUCT-TABLE-FEE(PRODUCT-FOUND-IDX)
                   TO CLOSE-FEE-DUE
           END-IF.
       EXIT.
      *
       MATCH-ONE-PRODUCT SECTION.
           IF PRODUCT-TABLE-CODE(PRODUCT-TABLE-IDX)
                   = ACCOUNT-MASTER-PRODUCT
               MOVE PRODUCT-TABLE-IDX TO PRODUCT-FOUND-IDX
           END-IF.
       EXIT.
      *
      * CANCEL-ACCOUNT-TEMPLATES - EVERY STANDING TEMPLATE ON THE
      * CLOSING ACCOUNT IS DROPPED FROM THE TABLE, WHICH IS WRITTEN
      * BACK OVER THE FILE AT END OF RUN. A TEMPLATE IS THE ACCOUNT'S
      * BY ITS WIDE KEY, OR, WITHOUT ONE, BY ITS STRING PART AND CHECK
      * DIGIT. EACH IS AUDITED UNDER ITS STRING PARTS, THE WAY
      * STNDMNT MATCHES TEMPLATES.
      *
       CANCEL-ACCOUNT-TEMPLATES SECTION.
           MOVE ZERO TO CLOSE-TEMPLATES-COUNT.
           PERFORM CANCEL-ONE-TEMPLATE
               VARYING TEMPLATE-IDX FROM 1 BY 1
               UNTIL TEMPLATE-IDX > TEMPLATE-COUNT.
       EXIT.
      *
       CANCEL-ONE-TEMPLATE SECTION.
           IF TPL-CANCELLED-FLAG(TEMPLATE-IDX) NOT = "N"
               GO TO CANCEL-ONE-TEMPLATE-EX
           END-IF.
           MOVE TPL-IMAGE(TEMPLATE-IDX) TO TPL-WORK-RECORD.
           IF TPL-WIDE-KEY NOT = SPACES
               AND TPL-WIDE-KEY NOT = CLOSURE-WIDE-KEY
               GO TO CANCEL-ONE-TEMPLATE-EX
           END-IF.
           IF TPL-WIDE-KEY = SPACES
               AND (CLOSURE-ACCOUNT-KEY = SPACES
               OR TPL-STRING-PART1 NOT = CLOSURE-ACCOUNT-KEY(1:4)
               OR TPL-CHECK-DIGIT NOT = CLOSURE-ACCOUNT-KEY(5:1))
               GO TO CANCEL-ONE-TEMPLATE-EX
           END-IF.
           MOVE "Y" TO TPL-CANCELLED-FLAG(TEMPLATE-IDX).
           ADD 1 TO CLOSE-TEMPLATES-COUNT.
           ADD 1 TO TEMPLATES-CANCELLED-COUNT.
           MOVE "ACCTCLOS" TO AUDIT-PROGRAM-NAME.
           MOVE TPL-IMAGE(TEMPLATE-IDX)(1:8) TO AUDIT-FIELD-NAME.
           MOVE "C" TO AUDIT-OLD-VALUE.
           MOVE "DONE" TO AUDIT-NEW-VALUE.
           PERFORM WRITE-AUDIT-RECORD.
       CANCEL-ONE-TEMPLATE-EX.
       EXIT.
      *
      * RELEASE-ACCOUNT-HOLDS - THE ACCOUNT'S HOLDS SIT TOGETHER IN
      * WIDE-KEY ORDER FROM HOLD NUMBER ZERO; EVERY ONE STILL ACTIVE
      * IS RELEASED AS OF TODAY, THE WAY A HOLDMNT RELEASE CARD DOES
      * IT.
      *
       RELEASE-ACCOUNT-HOLDS SECTION.
           MOVE ZERO TO CLOSE-HOLDS-COUNT.
           MOVE "N" TO ACCOUNT-HOLDS-SWITCH.
           MOVE CLOSURE-WIDE-KEY TO HOLD-WIDE-ACCOUNT-KEY.
           MOVE ZERO TO HOLD-WIDE-NUMBER.
           START HOLD-MASTER KEY IS NOT < HOLD-WIDE-KEY
               INVALID KEY
                   SET END-OF-ACCOUNT-HOLDS TO TRUE
           END-START.
           IF NOT END-OF-ACCOUNT-HOLDS
               PERFORM READ-NEXT-ACCOUNT-HOLD
           END-IF.
           PERFORM RELEASE-ONE-HOLD UNTIL END-OF-ACCOUNT-HOLDS.
       EXIT.
      *
       RELEASE-ONE-HOLD SECTION.
           IF HOLD-ACTIVE
               SET HOLD-RELEASED TO TRUE
               MOVE RUN-DATE TO HOLD-RELEASED-DATE
               REWRITE HOLD-RECORD
               ADD 1 TO CLOSE-HOLDS-COUNT
               ADD 1 TO HOLDS-RELEASED-COUNT
               MOVE "ACCTCLOS" TO AUDIT-PROGRAM-NAME
               IF HOLD-ACCOUNT-KEY = SPACES
                   MOVE HOLD-WIDE-ACCOUNT-KEY TO AUDIT-FIELD-NAME
               ELSE
                   MOVE HOLD-KEY TO AUDIT-FIELD-NAME
               END-IF
               MOVE "R" TO AUDIT-OLD-VALUE
               MOVE "DONE" TO AUDIT-NEW-VALUE
               PERFORM WRITE-AUDIT-RECORD
           END-IF.
           PERFORM READ-NEXT-ACCOUNT-HOLD.
       EXIT.
      *
       READ-NEXT-ACCOUNT-HOLD SECTION.
           READ HOLD-MASTER NEXT RECORD
               AT END
                   SET END-OF-ACCOUNT-HOLDS TO TRUE
           END-READ.
           IF NOT END-OF-ACCOUNT-HOLDS
               AND HOLD-WIDE-ACCOUNT-KEY NOT = CLOSURE-WIDE-KEY
               SET END-OF-ACCOUNT-HOLDS TO TRUE
           END-IF.
       EXIT.
      *
      * CHECK-OPEN-DISPUTES - ONE PASS OVER THE DISPUTE FILE FOR A
      * DISPUTE STILL OPEN ON THE CLOSING ACCOUNT. THE FILE IS KEYED
      * ON THE DISPUTE NUMBER, SO EVERY DISPUTE IS LOOKED AT. DISPUTES
      * NAME THEIR ACCOUNT BY SHORT KEY, SO AN ACCOUNT WITHOUT ONE
      * CANNOT HAVE ANY.
      *
       CHECK-OPEN-DISPUTES SECTION.
           MOVE "N" TO OPEN-DISPUTE-SWITCH.
           MOVE "N" TO DISPUTE-SCAN-SWITCH.
           IF CLOSURE-ACCOUNT-KEY = SPACES
               GO TO CHECK-OPEN-DISPUTES-EX
           END-IF.
           MOVE ZERO TO DISPUTE-NUMBER.
           START DISPUTE-FILE KEY IS NOT < DISPUTE-NUMBER
               INVALID KEY
                   SET END-OF-DISPUTE-SCAN TO TRUE
           END-START.
           IF NOT END-OF-DISPUTE-SCAN
               PERFORM READ-NEXT-DISPUTE
           END-IF.
           PERFORM MATCH-ONE-DISPUTE
               UNTIL END-OF-DISPUTE-SCAN
               OR OPEN-DISPUTE-FOUND.
       CHECK-OPEN-DISPUTES-EX.
       EXIT.
      *
       MATCH-ONE-DISPUTE SECTION.
           IF DISPUTE-ACCOUNT-KEY = CLOSURE-ACCOUNT-KEY
               AND DISPUTE-OPEN
               SET OPEN-DISPUTE-FOUND TO TRUE
           ELSE
               PERFORM READ-NEXT-DISPUTE
           END-IF.
       EXIT.
      *
       READ-NEXT-DISPUTE SECTION.
           READ DISPUTE-FILE NEXT RECORD
               AT END
                   SET END-OF-DISPUTE-SCAN TO TRUE
           END-READ.
       EXIT.
      *
      * WRITE-FEED-RECORDS - FEED-AMOUNT AS ONE OR MORE GENERATED
      * RECORDS ON FEED-ACCOUNT-KEY AND FEED-WIDE-KEY, EACH NO LARGER
      * THAN ONE RECORD CARRIES.
      *
       WRITE-FEED-RECORDS SECTION.
           MOVE FEED-AMOUNT TO FEED-REMAINING.
           PERFORM WRITE-ONE-FEED-RECORD
               UNTIL FEED-REMAINING = ZERO.
       EXIT.
      *
      * WRITE-ONE-FEED-RECORD - ONE RAW-FEED DETAIL RECORD: THE
      * ACCOUNT'S OWN KEY AS THE STRING PART, "CLOS" OR "DINT" IN THE
      * SECOND PART SO THE TRAIL SHOWS WHAT IT WAS, THE RECEIVING
      * ACCOUNT'S FULL KEY AS THE COUNTER ACCOUNT ON A TRANSFER, A
      * FRESHLY COMPUTED CHECK DIGIT, AND BOTH ACCOUNTS' WIDE KEYS,
      * WHICH THE DAILY RUN FINDS THEM BY. AN ACCOUNT NUMBERED PAST
      * 999 HAS NO SHORT KEY: ITS STRING PART CARRIES THE BRANCH
      * DIGIT ALONE AND ITS CHECK DIGIT ZERO, THE SHAPE FRONTEND
      * GIVES SUCH A RECORD. THE CLOSING FEE AND THE DEBIT INTEREST
      * ARE POSTED (TYPE O) AMOUNTS SIGNED OFF THE ACCOUNT, LIKE
      * MTHCHG'S CHARGES.
      *
       WRITE-ONE-FEED-RECORD SECTION.
           IF FEED-REMAINING > FEED-PIECE-CEILING
               MOVE FEED-PIECE-CEILING TO FEED-PIECE-AMOUNT
           ELSE
               MOVE FEED-REMAINING TO FEED-PIECE-AMOUNT
           END-IF.
           SUBTRACT FEED-PIECE-AMOUNT FROM FEED-REMAINING.
           MOVE SPACES TO ACCRUAL-FEED-RECORD.
           MOVE FEED-ACCOUNT-KEY(1:4) TO ACCR-STRING-PART1.
           MOVE FEED-MARKER TO ACCR-STRING-PART2.
           MOVE FEED-PIECE-AMOUNT TO FEED-PIECE-WHOLE.
           COMPUTE FEED-PIECE-FRACTION =
               (FEED-PIECE-AMOUNT - FEED-PIECE-WHOLE) * 10000.
           MOVE FEED-PIECE-WHOLE TO ACCR-NUMBER-PART1.
           MOVE FEED-PIECE-FRACTION TO ACCR-NUMBER-PART2.
           MOVE FEED-TRANSACTION-TYPE TO ACCR-TRANSACTION-TYPE.
           IF FEED-ACCOUNT-KEY = SPACES
               MOVE FEED-WIDE-KEY(1:1) TO ACCR-STRING-PART1(1:1)
               MOVE ZERO TO ACCR-CHECK-DIGIT
           ELSE
               MOVE ACCR-STRING-PART1 TO CHECK-DIGIT-WORK-STRING
               PERFORM COMPUTE-CHECK-DIGIT
               MOVE CHECK-DIGIT-COMPUTED TO ACCR-CHECK-DIGIT
           END-IF.
           MOVE SPACES TO ACCR-CURRENCY-CODE.
           MOVE ZERO TO ACCR-ORIGINAL-REF.
           MOVE "G" TO ACCR-GENERATED-FLAG.
           MOVE ZERO TO ACCR-VALUE-DATE.
           MOVE FEED-AMOUNT-SIGN TO ACCR-AMOUNT-SIGN.
           MOVE FEED-COUNTER-KEY TO ACCR-COUNTER-ACCOUNT-KEY.
           MOVE FEED-GENERATED-SOURCE TO ACCR-GENERATED-SOURCE.
           MOVE FEED-WIDE-KEY TO ACCR-WIDE-ACCOUNT-KEY.
           MOVE FEED-COUNTER-WIDE-KEY TO ACCR-COUNTER-WIDE-KEY.
           WRITE ACCRUAL-FEED-RECORD.
           ADD 1 TO FEED-RECORDS-WRITTEN-COUNT.
           ADD 1 TO CLOSE-FEED-RECORDS-COUNT.
       EXIT.
      *
      * WRITE-DEBIT-LEDGER-CHARGE - THE "C" ROW FOR THE DEBIT INTEREST
      * JUST CHARGED. IT COVERS EVERY ROW FOR THE ACCOUNT AHEAD OF IT
      * ON THE LEDGER, SO DEBITINT CHARGES ONLY WHAT ACCRUES AFTER.
      *
       WRITE-DEBIT-LEDGER-CHARGE SECTION.
           MOVE SPACES TO DEBIT-LEDGER-RECORD.
           MOVE "C" TO DEBIT-LEDGER-TYPE.
           MOVE RUN-DATE TO DEBIT-LEDGER-DATE.
           MOVE CLOSURE-ACCOUNT-KEY TO DEBIT-LEDGER-ACCOUNT-KEY.
           MOVE CLOSURE-WIDE-KEY TO DEBIT-LEDGER-WIDE-KEY.
           MOVE CLOSE-ENTITY TO DEBIT-LEDGER-ENTITY.
           MOVE ZERO TO DEBIT-LEDGER-OVERDRAWN.
           MOVE ZERO TO DEBIT-LEDGER-LIMIT.
           MOVE ZERO TO DEBIT-LEDGER-DAYS.
           MOVE ZERO TO DEBIT-LEDGER-AUTH-RATE.
           MOVE ZERO TO DEBIT-LEDGER-EXCESS-RATE.
           MOVE ZERO TO DEBIT-LEDGER-AUTH-INTEREST.
           MOVE ZERO TO DEBIT-LEDGER-EXCESS-INTEREST.
           MOVE CLOSE-DEBIT-INTEREST TO DEBIT-LEDGER-CHARGED.
           MOVE "ACCTCLOS" TO DEBIT-LEDGER-CHARGED-BY.
           WRITE DEBIT-LEDGER-RECORD.
       EXIT.
      *
      * WRITE-CLOSURE-STATEMENT - ONE PAGE PER CLOSED ACCOUNT,
      * ADDRESSED TO ITS OWNING CUSTOMER: WHEN THE ACCOUNT WAS OPENED
      * AND CLOSED, THE FINAL INTEREST, THE CLOSING FEE, WHAT WAS
      * PAID OUT AND WHERE, AND WHAT ELSE THE CLOSURE STOPPED.
      *
       WRITE-CLOSURE-STATEMENT SECTION.
           PERFORM WRITE-STATEMENT-HEADING.
           PERFORM WRITE-STATEMENT-ADDRESS.
           MOVE SPACES TO STATEMENT-BUILD-LINE.
           STRING "PRODUCT                      " DELIMITED BY SIZE
               ACCOUNT-MASTER-PRODUCT DELIMITED BY SIZE
               INTO STATEMENT-BUILD-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-BUILD-LINE.
           STRING "ACCOUNT OPENED               " DELIMITED BY SIZE
               ACCOUNT-MASTER-OPEN-DATE DELIMITED BY SIZE
               INTO STATEMENT-BUILD-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-BUILD-LINE.
           STRING "CLOSURE REQUESTED            " DELIMITED BY SIZE
               CLOSURE-REQUESTED-DATE DELIMITED BY SIZE
               INTO STATEMENT-BUILD-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-BUILD-LINE.
           STRING "ACCOUNT CLOSED               " DELIMITED BY SIZE
               CLOSURE-CLOSED-DATE DELIMITED BY SIZE
               INTO STATEMENT-BUILD-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-BUILD-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE CLOSURE-INTEREST TO STATEMENT-AMOUNT-EDIT.
           MOVE SPACES TO STATEMENT-BUILD-LINE.
           STRING "FINAL INTEREST CREDITED    " DELIMITED BY SIZE
               STATEMENT-AMOUNT-EDIT DELIMITED BY SIZE
               INTO STATEMENT-BUILD-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           IF CLOSURE-DEBIT-INTEREST > ZERO
               MOVE CLOSURE-DEBIT-INTEREST TO STATEMENT-AMOUNT-EDIT
               MOVE SPACES TO STATEMENT-BUILD-LINE
               STRING "OVERDRAFT INTEREST CHARGED " DELIMITED BY SIZE
                   STATEMENT-AMOUNT-EDIT DELIMITED BY SIZE
                   INTO STATEMENT-BUILD-LINE
               PERFORM WRITE-STATEMENT-LINE
           END-IF.
           MOVE CLOSURE-FEE TO STATEMENT-AMOUNT-EDIT.
           MOVE SPACES TO STATEMENT-BUILD-LINE.
           STRING "CLOSING FEE CHARGED        " DELIMITED BY SIZE
               STATEMENT-AMOUNT-EDIT DELIMITED BY SIZE
               INTO STATEMENT-BUILD-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE CLOSURE-PAID-OUT TO STATEMENT-AMOUNT-EDIT.
           MOVE SPACES TO STATEMENT-BUILD-LINE.
           STRING "BALANCE PAID OUT           " DELIMITED BY SIZE
               STATEMENT-AMOUNT-EDIT DELIMITED BY SIZE
               INTO STATEMENT-BUILD-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-BUILD-LINE.
           IF CLOSURE-PAYOUT-KEY NOT = SPACES
               OR CLOSURE-PAYOUT-WIDE-KEY NOT = SPACES
               STRING "PAID TO ACCOUNT              " DELIMITED BY SIZE
                   CLOSURE-PAID-TO-WIDE-KEY DELIMITED BY SIZE
                   INTO STATEMENT-BUILD-LINE
           ELSE
               STRING "HELD FOR COLLECTION AT YOUR BRANCH"
                   DELIMITED BY SIZE
                   INTO STATEMENT-BUILD-LINE
           END-IF.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE ZERO TO STATEMENT-AMOUNT-EDIT.
           MOVE SPACES TO STATEMENT-BUILD-LINE.
           STRING "CLOSING BALANCE            " DELIMITED BY SIZE
               STATEMENT-AMOUNT-EDIT DELIMITED BY SIZE
               INTO STATEMENT-BUILD-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-BUILD-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE CLOSURE-TEMPLATES-CANCELLED TO STATEMENT-COUNT-EDIT.
           MOVE SPACES TO STATEMENT-BUILD-LINE.
           STRING "STANDING INSTRUCTIONS CANCELLED  " DELIMITED BY SIZE
               STATEMENT-COUNT-EDIT DELIMITED BY SIZE
               INTO STATEMENT-BUILD-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE CLOSURE-HOLDS-RELEASED TO STATEMENT-COUNT-EDIT.
           MOVE SPACES TO STATEMENT-BUILD-LINE.
           STRING "HOLDS RELEASED                   " DELIMITED BY SIZE
               STATEMENT-COUNT-EDIT DELIMITED BY SIZE
               INTO STATEMENT-BUILD-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-BUILD-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE "THIS ACCOUNT IS NOW CLOSED AND TAKES NO FURTHER TRANSAC
      -        "TIONS." TO STATEMENT-BUILD-LINE.
           PERFORM WRITE-STATEMENT-LINE.
       EXIT.
      *
      * WRITE-STATEMENT-ADDRESS - THE OWNING CUSTOMER'S NAME AND
      * ADDRESS UNDER THE HEADING, AS ACCTSTMT PRINTS IT. AN ACCOUNT
      * WITH NO CUSTOMER, OR ONE WHOSE CUSTOMER IS MISSING, STILL GETS
      * ITS STATEMENT - FLAGGED SO THE BACK OFFICE CAN FIX THE LINK
      * BEFORE MAILING.
      *
       WRITE-STATEMENT-ADDRESS SECTION.
           MOVE "N" TO CUSTOMER-FOUND-SWITCH.
           IF ACCOUNT-MASTER-CUSTOMER NOT = SPACES
               MOVE ACCOUNT-MASTER-CUSTOMER TO CUSTOMER-MASTER-NUMBER
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CUSTOMER-ON-FILE TO TRUE
               END-READ
           END-IF.
           IF NOT CUSTOMER-ON-FILE
               MOVE SPACES TO STATEMENT-BUILD-LINE
               STRING "NO CUSTOMER ON FILE FOR THIS ACCOUNT ("
                       DELIMITED BY SIZE
                   ACCOUNT-MASTER-CUSTOMER DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO STATEMENT-BUILD-LINE
               PERFORM WRITE-STATEMENT-LINE
               GO TO WRITE-STATEMENT-ADDRESS-GAP
           END-IF.
           MOVE SPACES TO STATEMENT-BUILD-LINE.
           STRING "CUSTOMER " DELIMITED BY SIZE
               CUSTOMER-MASTER-NUMBER DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CUSTOMER-NAME DELIMITED BY SIZE
               INTO STATEMENT-BUILD-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-BUILD-LINE.
           MOVE CUSTOMER-ADDRESS-LINE-1 TO STATEMENT-BUILD-LINE(19:30).
           PERFORM WRITE-STATEMENT-LINE.
           IF CUSTOMER-ADDRESS-LINE-2 NOT = SPACES
               MOVE SPACES TO STATEMENT-BUILD-LINE
               MOVE CUSTOMER-ADDRESS-LINE-2
                   TO STATEMENT-BUILD-LINE(19:30)
               PERFORM WRITE-STATEMENT-LINE
           END-IF.
           MOVE SPACES TO STATEMENT-BUILD-LINE.
           MOVE CUSTOMER-POSTCODE TO STATEMENT-BUILD-LINE(19:8).
           PERFORM WRITE-STATEMENT-LINE.
       WRITE-STATEMENT-ADDRESS-GAP.
           MOVE SPACES TO STATEMENT-BUILD-LINE.
           PERFORM WRITE-STATEMENT-LINE.
       EXIT.
      *
       WRITE-STATEMENT-HEADING SECTION.
           ADD 1 TO STATEMENT-PAGE-NUMBER.
           MOVE CLOSURE-WIDE-KEY TO STATEMENT-HEADING-KEY.
           MOVE RUN-DATE TO STATEMENT-HEADING-DATE.
           MOVE STATEMENT-PAGE-NUMBER TO STATEMENT-HEADING-PAGE.
           MOVE STATEMENT-HEADING-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE AFTER ADVANCING PAGE.
           MOVE 1 TO STATEMENT-LINE-COUNT.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO STATEMENT-LINE-COUNT.
       EXIT.
      *
       WRITE-STATEMENT-LINE SECTION.
           IF STATEMENT-LINE-COUNT NOT < STATEMENT-PAGE-DEPTH
               PERFORM WRITE-STATEMENT-HEADING
           END-IF.
           MOVE STATEMENT-BUILD-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO STATEMENT-LINE-COUNT.
       EXIT.
      *
      * LOAD-CLOSURE-REQUESTS - EVERY REQUEST NOT YET COMPLETE ENTERS
      * THE TABLE, WITH NOTHING YET NOTED AS WAITING FOR IT.
      *
       LOAD-CLOSURE-REQUESTS SECTION.
           OPEN INPUT CLOSURE-REQUESTS.
           PERFORM READ-CLOSURE-REQUEST.
           PERFORM LOAD-ONE-CLOSURE-REQUEST
               UNTIL END-OF-CLOSURE-REQUESTS.
           CLOSE CLOSURE-REQUESTS.
           DISPLAY "OPEN CLOSURE REQUESTS: " REQUEST-COUNT.
       EXIT.
      *
       LOAD-ONE-CLOSURE-REQUEST SECTION.
           IF CLOSURE-COMPLETE
               GO TO LOAD-ONE-CLOSURE-REQUEST-NEXT
           END-IF.
           IF REQUEST-COUNT = 200
               ADD 1 TO REQUEST-OVERFLOW-COUNT
               GO TO LOAD-ONE-CLOSURE-REQUEST-NEXT
           END-IF.
           ADD 1 TO REQUEST-COUNT.
           MOVE CLOSURE-ACCOUNT-KEY TO REQ-ACCOUNT-KEY(REQUEST-COUNT).
           MOVE CLOSURE-WIDE-KEY TO REQ-WIDE-KEY(REQUEST-COUNT).
           MOVE ZERO TO REQ-PENDING-NET(REQUEST-COUNT).
           MOVE ZERO TO REQ-PENDING-INTEREST(REQUEST-COUNT).
           MOVE ZERO TO REQ-PENDING-COUNT(REQUEST-COUNT).
           MOVE ZERO TO REQ-DEBIT-ACCRUED(REQUEST-COUNT).
       LOAD-ONE-CLOSURE-REQUEST-NEXT.
           PERFORM READ-CLOSURE-REQUEST.
       EXIT.
      *
       READ-CLOSURE-REQUEST SECTION.
           READ CLOSURE-REQUESTS NEXT RECORD
               AT END
                   SET END-OF-CLOSURE-REQUESTS TO TRUE
           END-READ.
       EXIT.
      *
      * NOTE-WAITING-FEED - ONE PASS OVER TODAY'S ACCRFEED. EVERY
      * RECORD THAT WILL POST TO A CLOSING ACCOUNT TOMORROW IS NOTED
      * AGAINST IT WITH THE SIGN TEST WILL GIVE IT: A "-" RECORD AND
      * THE PAYING SIDE OF A TRANSFER COME OFF THE BALANCE, ANYTHING
      * ELSE AND THE RECEIVING SIDE OF A TRANSFER GO ON. ACCRUE'S
      * OWN RECORDS, AND INTADJ'S BACK-VALUED ADJUSTMENTS TO THEM,
      * ARE THE INTEREST NOT YET POSTED - NET OF THE TAX ACCRUE
      * WITHHOLDS FROM IT. A RECORD NAMES ITS ACCOUNTS BY WIDE KEY
      * WHERE IT CARRIES ONE, AND BY SHORT KEY OTHERWISE.
      *
       NOTE-WAITING-FEED SECTION.
           OPEN INPUT ACCRUAL-FEED.
           PERFORM READ-ACCRUAL-FEED.
           PERFORM NOTE-ONE-FEED-RECORD UNTIL END-OF-ACCRUAL-FEED.
           CLOSE ACCRUAL-FEED.
       EXIT.
      *
       NOTE-ONE-FEED-RECORD SECTION.
           COMPUTE FEED-SCAN-AMOUNT ROUNDED =
               ACCR-NUMBER-PART1 + (ACCR-NUMBER-PART2 / 10000).
           IF ACCR-AMOUNT-SIGN = "-" OR ACCR-TRANSACTION-TYPE = "T"
               COMPUTE FEED-SCAN-AMOUNT = ZERO - FEED-SCAN-AMOUNT
           END-IF.
           MOVE ACCR-STRING-PART1 TO REQUEST-WANTED-KEY(1:4).
           MOVE ACCR-CHECK-DIGIT TO REQUEST-WANTED-KEY(5:1).
           MOVE ACCR-WIDE-ACCOUNT-KEY TO REQUEST-WANTED-WIDE-KEY.
           PERFORM FIND-REQUEST.
           IF REQUEST-FOUND-IDX NOT = ZERO
               ADD FEED-SCAN-AMOUNT
                   TO REQ-PENDING-NET(REQUEST-FOUND-IDX)
               ADD 1 TO REQ-PENDING-COUNT(REQUEST-FOUND-IDX)
               IF ACCR-STRING-PART2 = "ACCR"
                   OR ACCR-STRING-PART2 = "IADJ"
                   OR ACCR-STRING-PART2 = "WHTX"
                   ADD FEED-SCAN-AMOUNT
                       TO REQ-PENDING-INTEREST(REQUEST-FOUND-IDX)
               END-IF
           END-IF.
           IF ACCR-TRANSACTION-TYPE = "T"
               AND (ACCR-COUNTER-ACCOUNT-KEY NOT = SPACES
               OR ACCR-COUNTER-WIDE-KEY NOT = SPACES)
               MOVE ACCR-COUNTER-ACCOUNT-KEY TO REQUEST-WANTED-KEY
               MOVE ACCR-COUNTER-WIDE-KEY TO REQUEST-WANTED-WIDE-KEY
               PERFORM FIND-REQUEST
               IF REQUEST-FOUND-IDX NOT = ZERO
                   SUBTRACT FEED-SCAN-AMOUNT
                       FROM REQ-PENDING-NET(REQUEST-FOUND-IDX)
                   ADD 1 TO REQ-PENDING-COUNT(REQUEST-FOUND-IDX)
               END-IF
           END-IF.
           PERFORM READ-ACCRUAL-FEED.
       EXIT.
      *
       READ-ACCRUAL-FEED SECTION.
           READ ACCRUAL-FEED
               AT END
                   SET END-OF-ACCRUAL-FEED TO TRUE
           END-READ.
       EXIT.
      *
      * NOTE-UNCHARGED-DEBIT-INTEREST - ONE PASS OVER DEBITLEDG. THE
      * RUN MONTH'S "A" ROWS FOR A CLOSING ACCOUNT ARE SUMMED AGAINST
      * IT; A "C" ROW FOR IT, WHOEVER WROTE IT, HAS CHARGED EVERY ROW
      * AHEAD OF IT AND STARTS THE SUM AGAIN. THE LEDGER IS WRITTEN IN
      * DATE ORDER, SO WHAT IS LEFT AT THE END IS WHAT NO ONE HAS
      * CHARGED YET.
      *
       NOTE-UNCHARGED-DEBIT-INTEREST SECTION.
           MOVE "N" TO DEBIT-LEDGER-SWITCH.
           OPEN INPUT DEBIT-LEDGER.
           PERFORM READ-DEBIT-LEDGER.
           PERFORM NOTE-ONE-LEDGER-ROW UNTIL END-OF-DEBIT-LEDGER.
           CLOSE DEBIT-LEDGER.
       EXIT.
      *
       NOTE-ONE-LEDGER-ROW SECTION.
           IF DEBIT-LEDGER-DATE(1:6) NOT = RUN-DATE(1:6)
               OR DEBIT-LEDGER-WIDE-KEY = SPACES
               GO TO NOTE-ONE-LEDGER-ROW-NEXT
           END-IF.
           MOVE SPACES TO REQUEST-WANTED-KEY.
           MOVE DEBIT-LEDGER-WIDE-KEY TO REQUEST-WANTED-WIDE-KEY.
           PERFORM FIND-REQUEST.
           IF REQUEST-FOUND-IDX = ZERO
               GO TO NOTE-ONE-LEDGER-ROW-NEXT
           END-IF.
           IF DEBIT-LEDGER-CHARGE
               MOVE ZERO TO REQ-DEBIT-ACCRUED(REQUEST-FOUND-IDX)
           END-IF.
           IF DEBIT-LEDGER-ACCRUAL
               ADD DEBIT-LEDGER-AUTH-INTEREST
                   DEBIT-LEDGER-EXCESS-INTEREST
                   TO REQ-DEBIT-ACCRUED(REQUEST-FOUND-IDX)
           END-IF.
       NOTE-ONE-LEDGER-ROW-NEXT.
           PERFORM READ-DEBIT-LEDGER.
       EXIT.
      *
       READ-DEBIT-LEDGER SECTION.
           READ DEBIT-LEDGER
               AT END
                   SET END-OF-DEBIT-LEDGER TO TRUE
           END-READ.
       EXIT.
      *
      * FIND-REQUEST - LOCATES REQUEST-WANTED-WIDE-KEY IN THE REQUEST
      * TABLE, OR REQUEST-WANTED-KEY WHEN NO WIDE KEY IS WANTED;
      * REQUEST-FOUND-IDX STAYS ZERO WHEN IT IS NOT THERE.
      *
       FIND-REQUEST SECTION.
           MOVE ZERO TO REQUEST-FOUND-IDX.
           PERFORM MATCH-ONE-REQUEST
               VARYING REQUEST-IDX FROM 1 BY 1
               UNTIL REQUEST-IDX > REQUEST-COUNT.
       EXIT.
      *
       MATCH-ONE-REQUEST SECTION.
           IF REQUEST-WANTED-WIDE-KEY NOT = SPACES
               IF REQ-WIDE-KEY(REQUEST-IDX) = REQUEST-WANTED-WIDE-KEY
                   MOVE REQUEST-IDX TO REQUEST-FOUND-IDX
               END-IF
               GO TO MATCH-ONE-REQUEST-EX
           END-IF.
           IF REQUEST-WANTED-KEY NOT = SPACES
               AND REQ-ACCOUNT-KEY(REQUEST-IDX) = REQUEST-WANTED-KEY
               MOVE REQUEST-IDX TO REQUEST-FOUND-IDX
           END-IF.
       MATCH-ONE-REQUEST-EX.
       EXIT.
      *
      * LOAD-TEMPLATE-FILE / REWRITE-TEMPLATE-FILE - THE WHOLE FILE
      * IN, AND EVERYTHING NOT CANCELLED BACK OUT, THE WAY STNDMNT
      * MAINTAINS IT.
      *
       LOAD-TEMPLATE-FILE SECTION.
           OPEN INPUT STANDING-INSTRUCTIONS.
           PERFORM READ-STANDING-TEMPLATE.
           PERFORM LOAD-ONE-TEMPLATE UNTIL END-OF-STANDING.
           CLOSE STANDING-INSTRUCTIONS.
           IF TEMPLATE-OVERFLOW-COUNT > ZERO
               DISPLAY "STANDING EXCEEDS THE TABLE BY "
                   TEMPLATE-OVERFLOW-COUNT " TEMPLATES - "
                   "NO CLOSURE SETTLED THIS RUN"
           END-IF.
       EXIT.
      *
       LOAD-ONE-TEMPLATE SECTION.
           IF TEMPLATE-COUNT = 100
               ADD 1 TO TEMPLATE-OVERFLOW-COUNT
           ELSE
               ADD 1 TO TEMPLATE-COUNT
               MOVE STANDING-INSTRUCTION-RECORD
                   TO TPL-IMAGE(TEMPLATE-COUNT)
               MOVE "N" TO TPL-CANCELLED-FLAG(TEMPLATE-COUNT)
           END-IF.
           PERFORM READ-STANDING-TEMPLATE.
       EXIT.
      *
       REWRITE-TEMPLATE-FILE SECTION.
           OPEN OUTPUT STANDING-INSTRUCTIONS.
           PERFORM WRITE-ONE-TEMPLATE
               VARYING TEMPLATE-IDX FROM 1 BY 1
               UNTIL TEMPLATE-IDX > TEMPLATE-COUNT.
           CLOSE STANDING-INSTRUCTIONS.
       EXIT.
      *
       WRITE-ONE-TEMPLATE SECTION.
           IF TPL-CANCELLED-FLAG(TEMPLATE-IDX) = "N"
               MOVE TPL-IMAGE(TEMPLATE-IDX)
                   TO STANDING-INSTRUCTION-RECORD
               WRITE STANDING-INSTRUCTION-RECORD
           END-IF.
       EXIT.
      *
       READ-STANDING-TEMPLATE SECTION.
           READ STANDING-INSTRUCTIONS
               AT END
                   SET END-OF-STANDING TO TRUE
           END-READ.
       EXIT.
      *
      * LOAD-PRODUCT-CATALOG - EVERY CATALOG ROW GIVES A PRODUCT'S
      * CLOSING FEE; A ROW FILED BEFORE THE FEE EXISTED CARRIES NONE.
      *
       LOAD-PRODUCT-CATALOG SECTION.
           OPEN INPUT PRODUCT-CATALOG.
           PERFORM READ-PRODUCT-CATALOG.
           PERFORM LOAD-ONE-PRODUCT
               UNTIL END-OF-PRODUCT-CATALOG
               OR PRODUCT-TABLE-COUNT = 50.
           CLOSE PRODUCT-CATALOG.
       EXIT.
      *
       LOAD-ONE-PRODUCT SECTION.
           IF PRODUCT-CODE NOT = SPACES
               ADD 1 TO PRODUCT-TABLE-COUNT
               MOVE PRODUCT-CODE
                   TO PRODUCT-TABLE-CODE(PRODUCT-TABLE-COUNT)
               IF PRODUCT-CLOSING-FEE NUMERIC
                   MOVE PRODUCT-CLOSING-FEE
                       TO PRODUCT-TABLE-FEE(PRODUCT-TABLE-COUNT)
               ELSE
                   MOVE ZERO TO PRODUCT-TABLE-FEE(PRODUCT-TABLE-COUNT)
               END-IF
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
      * READ-ACCOUNT-MASTER - BY ACCOUNT-MASTER-WIDE-KEY.
      *
       READ-ACCOUNT-MASTER SECTION.
           MOVE "N" TO ACCOUNT-NOT-FOUND-SWITCH.
           READ ACCOUNT-MASTER
               INVALID KEY
                   SET ACCOUNT-NOT-FOUND TO TRUE
           END-READ.
       EXIT.
      *
      * READ-PAYOUT-ACCOUNT - THE PAYOUT ACCOUNT BY ITS WIDE KEY WHEN
      * IT WAS NAMED BY ONE, OTHERWISE BY ITS SHORT KEY.
      *
       READ-PAYOUT-ACCOUNT SECTION.
           MOVE "N" TO ACCOUNT-NOT-FOUND-SWITCH.
           IF CLOSE-PAID-TO-WIDE-KEY NOT = SPACES
               MOVE CLOSE-PAID-TO-WIDE-KEY TO ACCOUNT-MASTER-WIDE-KEY
               PERFORM READ-ACCOUNT-MASTER
               GO TO READ-PAYOUT-ACCOUNT-EX
           END-IF.
           MOVE CLOSE-PAID-TO-KEY TO ACCOUNT-MASTER-KEY.
           READ ACCOUNT-MASTER KEY IS ACCOUNT-MASTER-KEY
               INVALID KEY
                   SET ACCOUNT-NOT-FOUND TO TRUE
           END-READ.
       READ-PAYOUT-ACCOUNT-EX.
       EXIT.
      *
      * WRITE-MASTER-JOURNAL - ONE MSTJRNL RECORD FOR THE MASTER
      * CHANGE JUST MADE. KEEP IN STEP WITH TEST'S. THIS PROGRAM RUNS
      * OUTSIDE THE INTRADAY CYCLES AND JOURNALS UNDER CYCLE ZERO.
      *
       WRITE-MASTER-JOURNAL SECTION.
           ADD 1 TO MASTER-JOURNAL-COUNT.
           MOVE SPACES TO MASTER-JOURNAL-RECORD.
           MOVE "ACCTCLOS" TO MASTER-JOURNAL-PROGRAM.
           MOVE RUN-DATE TO MASTER-JOURNAL-RUN-DATE.
           MOVE MASTER-JOURNAL-TIME TO MASTER-JOURNAL-RUN-TIME.
           MOVE ZERO TO MASTER-JOURNAL-CYCLE.
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
      * WRITE-AUDIT-RECORD / ESTABLISH-AUDIT-SEQUENCE /
      * WRITE-AUDIT-TRAILER - THE SAME CHAIN DISCIPLINE TEST APPLIES.
      *
       WRITE-AUDIT-RECORD SECTION.
           MOVE SPACES TO AUDIT-OPERATOR-ID.
           MOVE ZERO TO AUDIT-TXN-NUMBER.
           ADD 1 TO AUDIT-SEQUENCE-NUMBER.
           ADD 1 TO AUDIT-DATA-ENTRY-COUNT.
           MOVE AUDIT-SEQUENCE-NUMBER TO AUDIT-SEQUENCE.
           MOVE RUN-DATE TO AUDIT-DATE.
           WRITE AUDIT-LOG-RECORD.
       EXIT.
      *
       ESTABLISH-AUDIT-SEQUENCE SECTION.
           MOVE ZERO TO AUDIT-SEQUENCE-NUMBER.
           MOVE ZERO TO AUDIT-DATA-ENTRY-COUNT.
           MOVE "N" TO AUDIT-LOG-READ-SWITCH.
           OPEN INPUT AUDIT-LOG-FILE.
           PERFORM READ-NEXT-AUDIT-ENTRY.
           PERFORM NOTE-AUDIT-CHAIN-ENTRY UNTIL END-OF-AUDIT-LOG.
           CLOSE AUDIT-LOG-FILE.
       EXIT.
      *
       NOTE-AUDIT-CHAIN-ENTRY SECTION.
           IF AUDIT-PROGRAM-NAME NOT = "*TRAILER"
               MOVE AUDIT-SEQUENCE TO AUDIT-SEQUENCE-NUMBER
               ADD 1 TO AUDIT-DATA-ENTRY-COUNT
           END-IF.
           PERFORM READ-NEXT-AUDIT-ENTRY.
       EXIT.
      *
       WRITE-AUDIT-TRAILER SECTION.
           MOVE AUDIT-SEQUENCE-NUMBER TO AUDIT-TRAILER-SEQUENCE.
           MOVE "*TRAILER" TO AUDIT-TRAILER-MARK.
           MOVE AUDIT-DATA-ENTRY-COUNT TO AUDIT-TRAILER-COUNT.
           WRITE AUDIT-TRAILER-RECORD.
       EXIT.
      *
       READ-NEXT-AUDIT-ENTRY SECTION.
           READ AUDIT-LOG-FILE
               AT END
                   SET END-OF-AUDIT-LOG TO TRUE
           END-READ.
       EXIT.
      *
      * COMPUTE-CHECK-DIGIT - THE MODULUS-11 CHECK DIGIT OVER
      * CHECK-DIGIT-WORK-STRING, MATCHING VALIDATE-CHECK-DIGIT IN
      * TEST.
      *
       COMPUTE-CHECK-DIGIT SECTION.
           MOVE ZERO TO CHECK-DIGIT-SUM.
           PERFORM ACCUMULATE-CHECK-DIGIT VARYING CHECK-DIGIT-INDEX
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
       ACCUMULATE-CHECK-DIGIT SECTION.
           MOVE CHECK-DIGIT-WORK-STRING(CHECK-DIGIT-INDEX:1) TO
               CHECK-DIGIT-CHAR.
           MOVE CHECK-DIGIT-CHAR TO CHECK-DIGIT-DIGIT.
           COMPUTE CHECK-DIGIT-WEIGHT = CHECK-DIGIT-INDEX + 1.
           COMPUTE CHECK-DIGIT-SUM = CHECK-DIGIT-SUM +
               (CHECK-DIGIT-DIGIT * CHECK-DIGIT-WEIGHT).
       EXIT.
      *
      *
      * STEP-LEDGER SECTIONS - KEEP IN STEP WITH THE SAME SECTIONS
      * IN THE OTHER STREAM PROGRAMS.
      *
       RECORD-STEP-START SECTION.
           OPEN EXTEND STEP-LEDGER.
           MOVE RUN-DATE TO STEP-LEDGER-DATE.
           MOVE STEP-PROGRAM-NAME TO STEP-LEDGER-PROGRAM.
           MOVE "S" TO STEP-LEDGER-STATUS.
           ACCEPT STEP-TIME-WORK FROM TIME.
           MOVE STEP-TIME-WORK TO STEP-LEDGER-TIME.
           WRITE STEP-LEDGER-RECORD.
           CLOSE STEP-LEDGER.
       EXIT.
      *
       RECORD-STEP-END SECTION.
           OPEN EXTEND STEP-LEDGER.
           MOVE RUN-DATE TO STEP-LEDGER-DATE.
           MOVE STEP-PROGRAM-NAME TO STEP-LEDGER-PROGRAM.
           MOVE "E" TO STEP-LEDGER-STATUS.
           ACCEPT STEP-TIME-WORK FROM TIME.
           MOVE STEP-TIME-WORK TO STEP-LEDGER-TIME.
           WRITE STEP-LEDGER-RECORD.
           CLOSE STEP-LEDGER.
       EXIT.
      *
      * CHECK-STEP-PREREQUISITE - THE NAMED PREREQUISITE MUST HAVE
      * ENDED CLEAN TODAY; OTHERWISE THIS STEP REFUSES TO START AND
      * SAYS SO ON THE ALERT FILE.
      *
       CHECK-STEP-PREREQUISITE SECTION.
           MOVE "N" TO STEP-PREREQ-SWITCH.
           MOVE "N" TO STEP-LEDGER-SWITCH.
           OPEN INPUT STEP-LEDGER.
           PERFORM READ-STEP-LEDGER.
           PERFORM MATCH-ONE-STEP-ROW UNTIL END-OF-STEP-LEDGER.
           CLOSE STEP-LEDGER.
           IF NOT PREREQUISITE-COMPLETED
               DISPLAY "PREREQUISITE " STEP-PREREQ-NAME
                   " HAS NOT COMPLETED TODAY - STEP REFUSED"
               OPEN EXTEND OPERATIONS-ALERT-FILE
               MOVE "STEPSEQ" TO ALERT-REASON-CODE
               MOVE 8 TO ALERT-SEVERITY
               MOVE SPACES TO ALERT-DETAIL
               STRING STEP-PROGRAM-NAME DELIMITED BY SIZE
                   " REFUSED - " DELIMITED BY SIZE
                   STEP-PREREQ-NAME DELIMITED BY SIZE
                   " NOT COMPLETED" DELIMITED BY SIZE
                   INTO ALERT-DETAIL
               WRITE OPERATIONS-ALERT-RECORD
               CLOSE OPERATIONS-ALERT-FILE
           END-IF.
       EXIT.
      *
       MATCH-ONE-STEP-ROW SECTION.
           IF STEP-LEDGER-DATE = RUN-DATE
               AND STEP-LEDGER-PROGRAM = STEP-PREREQ-NAME
               AND STEP-LEDGER-STATUS = "E"
               SET PREREQUISITE-COMPLETED TO TRUE
           END-IF.
           PERFORM READ-STEP-LEDGER.
       EXIT.
      *
       READ-STEP-LEDGER SECTION.
           READ STEP-LEDGER
               AT END
                   SET END-OF-STEP-LEDGER TO TRUE
           END-READ.
       EXIT.
      *
       END PROGRAM ACCTCLOS.
