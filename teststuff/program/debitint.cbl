       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBITINT.
      *
      *
      * DEBIT INTEREST ON OVERDRAWN BALANCES. ACCRUE ACCRUES NOTHING
      * ON A ZERO OR NEGATIVE BALANCE, SO AN ACCOUNT THAT RAN INSIDE
      * ITS OVERDRAFT ALL MONTH COST ITS CUSTOMER NOTHING. THIS STEP
      * RUNS AFTER ACCRUE, ONCE THE DAY HAS POSTED, AND WALKS THE
      * ACCOUNT MASTER: EVERY OPEN ACCOUNT ENDING THE DAY OVERDRAWN
      * ACCRUES DEBIT INTEREST AT THE RATES ON DEBITRTE IN FORCE ON
      * THE RUN DATE - THE AUTHORISED RATE ON THE PART OF THE
      * OVERDRAWN BALANCE INSIDE ACCOUNT-MASTER-OVERDRAFT-LIMIT, THE
      * HIGHER UNAUTHORISED RATE ON ANY EXCESS OVER IT. THE BALANCE
      * STANDS UNTIL THE NEXT BUSINESS DAY'S RUN POSTS AGAIN, SO IT
      * ACCRUES FOR EVERY CALENDAR DAY UP TO THE NEXT BUSINESS DAY
      * ON BUSIDAYS - A FRIDAY'S BALANCE ACCRUES THE WEEKEND TOO.
      * EACH DAY'S ACCRUAL GOES ON THE DEBITLEDG LEDGER; NOTHING IS
      * CHARGED DURING THE MONTH.
      *
      * ON THE MONTH'S LAST BUSINESS DAY THE MONTH'S LEDGER ROWS ARE
      * SORTED INTO ACCOUNT ORDER AND SUMMED, AND EACH ACCOUNT IS
      * CHARGED ITS TOTAL, ROUNDED TO THE CENT, AS ONE DEBIT WRITTEN
      * ONTO THE END OF ACCRFEED IN THE SAME RAW-FEED DETAIL LAYOUT
      * ACCRUE USES. THE CHARGE CARRIES "DINT" IN THE SECOND STRING
      * PART, SO THE STATEMENT SHOWS IT FOR WHAT IT IS, AND GENERATED
      * SOURCE "D", WHICH THE DAILY RUN POSTS WHATEVER THE BALANCE -
      * THE INTEREST ON AN OVERDRAFT CANNOT WAIT ON THE OVERDRAFT.
      * A "C" ROW ON THE LEDGER RECORDS EACH CHARGE, AND A MONTH
      * ALREADY CHARGED IS NEVER CHARGED AGAIN. AN ACCOUNT ACCTCLOS
      * SETTLED DURING THE MONTH WAS CHARGED ITS ROWS UP TO THE
      * SETTLEMENT THERE, UNDER A "C" ROW OF ITS OWN; ONLY ITS ROWS
      * AFTER THAT ROW ARE CHARGED HERE, AND WHAT ACCTCLOS CHARGED
      * IS JOURNALED WITH THE MONTH'S OWN CHARGES.
      *
      * AN ACCOUNT CARRYING A RUNNING INSTALMENT LOAN IS LEFT ALONE -
      * ITS OVERDRAWN BALANCE IS LOAN ARREARS, WHICH LOANDAY AGES,
      * AND THE LOAN ALREADY EARNS ITS OWN INTEREST.
      *
      * THE CHARGES POST AS NEGATIVE TYPE-O TRANSACTIONS, SO GLEXTR
      * JOURNALS THEM BACK OUT OF THE DEBIT ACCOUNT OF THE CHART'S
      * TYPE-O ROW. THE DINTJRNL JOURNAL WRITTEN HERE AT MONTH END
      * DEBITS THAT SAME ACCOUNT AND CREDITS THE DEBIT-INTEREST
      * INCOME ACCOUNT THE CHART'S "&" ROW NAMES, ONE PAIR PER
      * ENTITY, FOR GLCONSOL TO COLLECT. THE DINTRPT REPORT LISTS
      * THE DAY'S ACCRUALS AND, AT MONTH END, THE CHARGES. IT SHOULD
      * RUN BEFORE ACCTCLOS, WHICH RUNS LAST OF THE STEPS THAT WRITE
      * TO ACCRFEED. THE STEP LEDGER STOPS A SECOND CLEAN RUN THE
      * SAME DAY ACCRUING TWICE.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * KEEP IN STEP WITH TEST'S SPECIAL-NAMES - SAME COPYBOOK FIELDS
      * FLOW THROUGH THIS PROGRAM AND MUST EDIT THE SAME WAY.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNT-MASTER-WIDE-KEY
               ALTERNATE RECORD KEY IS ACCOUNT-MASTER-KEY
                   WITH DUPLICATES.
      * LOAN-FILE - AN ACCOUNT WITH A RUNNING LOAN IS LEFT TO
      * LOANDAY.
           SELECT LOAN-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LOAN-WIDE-KEY
               ALTERNATE RECORD KEY IS LOAN-ACCOUNT-KEY
                   WITH DUPLICATES.
      * DEBIT-RATE-FILE - THE DATED AUTHORISED AND UNAUTHORISED
      * DAILY RATES.
           SELECT DEBIT-RATE-FILE ASSIGN TO "DEBITRTE"
               ORGANIZATION IS LINE SEQUENTIAL.
      * BUSINESS-CALENDAR - ONE ROW PER CALENDAR DATE, BUILT BY
      * CALBUILD; THE NEXT BUSINESS DAY SAYS HOW MANY DAYS TODAY'S
      * BALANCE STANDS AND WHETHER TODAY ENDS THE MONTH.
           SELECT BUSINESS-CALENDAR ASSIGN TO "BUSIDAYS"
               ORGANIZATION IS LINE SEQUENTIAL.
      * CHART-OF-ACCOUNTS - THE TYPE-O ROW AND THE DEBIT-INTEREST
      * ROW NAME THE ACCOUNTS THE JOURNAL MOVES THE MONEY BETWEEN.
           SELECT CHART-OF-ACCOUNTS ASSIGN TO "COACCTS"
               ORGANIZATION IS LINE SEQUENTIAL.
      * DEBIT-LEDGER - ONE ROW PER ACCOUNT PER DAY ACCRUED, AND ONE
      * PER ACCOUNT CHARGED, APPENDED EVERY DAY.
           SELECT DEBIT-LEDGER ASSIGN TO "DEBITLEDG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".
      * DEBIT-WORK-FILE - THE MONTH'S ACCRUALS IN ACCOUNT ORDER, AS
      * THE SORT GIVES THEM.
           SELECT DEBIT-WORK-FILE ASSIGN TO "DINTWORK"
               ORGANIZATION IS LINE SEQUENTIAL.
      * ACCRUAL-FEED - TODAY'S ACCRUALS, ALREADY WRITTEN BY ACCRUE;
      * THE MONTH'S CHARGES ARE APPENDED BEHIND THEM.
           SELECT ACCRUAL-FEED ASSIGN TO "ACCRFEED"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEBIT-JOURNAL ASSIGN TO "DINTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.
      * DEBIT-REPORT - THE DAY'S ACCRUALS AND THE MONTH'S CHARGES.
           SELECT DEBIT-REPORT ASSIGN TO "DINTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * STEP-LEDGER - THE STREAM'S START/CLEAN-END LEDGER; THIS STEP
      * RECORDS ITSELF AND REFUSES TO START AHEAD OF ITS
      * PREREQUISITE.
           SELECT STEP-LEDGER ASSIGN TO "STEPLEDG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERATIONS-ALERT-FILE ASSIGN TO "OPSALERT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY ACCTMASTER.
      *
       FD  LOAN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOANMASTER.
      *
       FD  DEBIT-RATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DEBITRATE.
      *
      * KEEP THIS LAYOUT IN STEP WITH BUSINESS-CALENDAR-RECORD IN
      * CALBUILD.
       FD  BUSINESS-CALENDAR
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-CALENDAR-RECORD.
        05       CALENDAR-DATE           PIC 9(8).
        05       CALENDAR-DAY-TYPE       PIC X.
      *
       FD  CHART-OF-ACCOUNTS
           LABEL RECORDS ARE STANDARD.
           COPY CHARTOFACCTS.
      *
       FD  DEBIT-LEDGER
           LABEL RECORDS ARE STANDARD.
           COPY DEBITLEDGER.
      *
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
        05       SW-WIDE-KEY             PIC X(7).
        05       SW-DATE                 PIC 9(8).
        05       SW-ACCOUNT-KEY          PIC X(5).
        05       SW-ENTITY               PIC X(2).
        05       SW-INTEREST             PIC 9(7)V9(4).
        05       SW-TYPE                 PIC X.
      *
       FD  DEBIT-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  DEBIT-WORK-RECORD.
        05       WORK-WIDE-KEY           PIC X(7).
        05       WORK-DATE               PIC 9(8).
        05       WORK-ACCOUNT-KEY        PIC X(5).
        05       WORK-ENTITY             PIC X(2).
        05       WORK-INTEREST           PIC 9(7)V9(4).
      * "A" - AN ACCRUAL; "C" - A CHARGE ACCTCLOS MADE AT A
      * SETTLEMENT, FOR THE ROWS SORTED AHEAD OF IT.
        05       WORK-TYPE               PIC X.
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
      * RECONCILIATION AND EXEMPT FROM THE DUPLICATE LOOK-BACK, WHICH
      * TWO ACCOUNTS' EQUAL CHARGES WOULD OTHERWISE TRIP.
        05       ACCR-GENERATED-FLAG     PIC X.
        05       ACCR-VALUE-DATE         PIC 9(8).
      * "-" - THE CHARGE POSTS NEGATIVE, OFF THE BALANCE.
        05       ACCR-AMOUNT-SIGN        PIC X.
        05       ACCR-PRIOR-STATUS       PIC X.
        05       ACCR-STRING-TYPE        PIC X.
        05       ACCR-COUNTER-ACCOUNT-KEY PIC X(5).
      * "D" - A DEBIT-INTEREST CHARGE, POSTED WHATEVER THE BALANCE.
        05       ACCR-GENERATED-SOURCE   PIC X.
        05       FILLER                  PIC X(11).
      * THE ACCOUNT'S WIDE KEY, IN THE FEED'S WIDE-KEY COLUMNS.
        05       ACCR-WIDE-ACCOUNT-KEY   PIC X(7).
        05       FILLER                  PIC X(19).
      *
       FD  DEBIT-JOURNAL
           LABEL RECORDS ARE STANDARD.
           COPY GLJOURNAL.
      *
       FD  DEBIT-REPORT
           LABEL RECORDS ARE STANDARD.
       01  DEBIT-REPORT-LINE               PIC X(132).
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
       WORKING-STORAGE SECTION.
       01  ACCOUNT-MASTER-SWITCH        PIC X VALUE "N".
         88      END-OF-ACCOUNT-MASTER        VALUE "Y".
       01  DEBIT-RATE-SWITCH            PIC X VALUE "N".
         88      END-OF-DEBIT-RATES           VALUE "Y".
       01  BUSINESS-CALENDAR-SWITCH     PIC X VALUE "N".
         88      END-OF-BUSINESS-CALENDAR     VALUE "Y".
       01  CHART-OF-ACCOUNTS-SWITCH     PIC X VALUE "N".
         88      END-OF-CHART                 VALUE "Y".
       01  DEBIT-LEDGER-SWITCH          PIC X VALUE "N".
         88      END-OF-DEBIT-LEDGER          VALUE "Y".
       01  DEBIT-WORK-SWITCH            PIC X VALUE "N".
         88      END-OF-DEBIT-WORK            VALUE "Y".
       01  LOAN-FOUND-SWITCH            PIC X VALUE "N".
         88      ACCOUNT-HAS-LOAN             VALUE "Y".
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
      *
      * THE RATES IN FORCE - FROM THE DEBITRTE ROW WITH THE LATEST
      * EFFECTIVE DATE ON OR BEFORE THE RUN DATE.
       01  RATE-IN-FORCE-DATE           PIC 9(8) VALUE ZERO.
       01  AUTHORISED-RATE              PIC 9(4)V9(6) VALUE ZERO.
       01  UNAUTHORISED-RATE            PIC 9(4)V9(6) VALUE ZERO.
      *
      * THE DAYS TODAY'S BALANCE STANDS - CALENDAR DAYS FROM THE RUN
      * DATE UP TO THE NEXT BUSINESS DAY - AND WHETHER THAT DAY FALLS
      * IN THE NEXT MONTH, WHICH MAKES TODAY THE MONTH'S LAST RUN. A
      * CALENDAR THAT DOES NOT REACH THE NEXT BUSINESS DAY IS TAKEN
      * AS ONE DAY, AND THE STEP ENDS WITH A WARNING.
       01  NEXT-BUSINESS-DATE           PIC 9(8) VALUE ZERO.
       01  DAYS-COVERED                 PIC 9(2) VALUE ZERO.
       01  MONTH-END-SWITCH             PIC X VALUE "N".
         88      MONTH-END-RUN                VALUE "Y".
       01  CALENDAR-SHORT-SWITCH        PIC X VALUE "N".
         88      CALENDAR-LACKS-NEXT-DAY      VALUE "Y".
      *
      * CALENDAR ARITHMETIC - A DATE IS WALKED FORWARD ONE DAY AT A
      * TIME WITH CALBUILD'S MONTH-LENGTH AND LEAP-YEAR RULES; NO
      * INTRINSICS IN THIS SHOP.
       01  DATE-WORK                    PIC 9(8) VALUE ZERO.
       01  DATE-WORK-PARTS REDEFINES DATE-WORK.
        05       DATE-WORK-YEAR          PIC 9(4).
        05       DATE-WORK-MONTH         PIC 99.
        05       DATE-WORK-DAY           PIC 99.
       01  MONTH-LENGTH                 PIC 99 VALUE ZERO.
       01  LEAP-YEAR-SWITCH             PIC X VALUE "N".
         88      LEAP-YEAR                   VALUE "Y".
       01  LEAP-REMAINDER-4             PIC 9(4) VALUE ZERO.
       01  LEAP-REMAINDER-100           PIC 9(4) VALUE ZERO.
       01  LEAP-REMAINDER-400           PIC 9(4) VALUE ZERO.
       01  LEAP-QUOTIENT                PIC 9(4) VALUE ZERO.
      *
      * THE GL ACCOUNTS - THE TYPE-O ROW'S DEBIT ACCOUNT, WHICH
      * GLEXTR JOURNALS THE CHARGES AGAINST, AND THE DEBIT-INTEREST
      * INCOME ACCOUNT.
       01  TYPE-O-DEBIT-ACCOUNT         PIC X(4) VALUE SPACES.
       01  DEBIT-INTEREST-ACCOUNT       PIC X(4) VALUE SPACES.
      *
      * THE ACCOUNT UNDER JUDGEMENT - ITS OVERDRAWN BALANCE SPLIT AT
      * THE OVERDRAFT LIMIT, AND WHAT EACH PART ACCRUES TODAY.
       01  OVERDRAWN-AMOUNT             PIC 9(9)V99 VALUE ZERO.
       01  AUTHORISED-PART              PIC 9(9)V99 VALUE ZERO.
       01  EXCESS-PART                  PIC 9(9)V99 VALUE ZERO.
       01  AUTHORISED-INTEREST          PIC 9(7)V9(4) VALUE ZERO.
       01  EXCESS-INTEREST              PIC 9(7)V9(4) VALUE ZERO.
      *
      * THE ACCOUNT BEING CHARGED AT MONTH END - ITS KEYS AND ENTITY
      * FROM THE LEDGER, THE MONTH'S ACCRUALS SUMMED, AND THE CHARGE
      * ROUNDED TO THE CENT.
       01  CHARGE-WIDE-KEY              PIC X(7) VALUE SPACES.
       01  CHARGE-ACCOUNT-KEY           PIC X(5) VALUE SPACES.
       01  CHARGE-ENTITY                PIC X(2) VALUE SPACES.
       01  CHARGE-ACCRUED               PIC 9(9)V9(4) VALUE ZERO.
       01  CHARGE-AMOUNT                PIC 9(9)V99 VALUE ZERO.
       01  CHARGE-DAY-COUNT             PIC 9(3) VALUE ZERO.
       01  MONTH-CHARGED-SWITCH         PIC X VALUE "N".
         88      MONTH-ALREADY-CHARGED        VALUE "Y".
      *
      * FEED-RECORD WORK - ONE FEED RECORD CARRIES AT MOST 9.999,99;
      * A LARGER CHARGE IS WRITTEN AS SEVERAL RECORDS. THE WHOLE AND
      * FRACTION VIEWS FEED THE TWO NUMBER PARTS THE SAME WAY TEST
      * FOLDS THEM BACK TOGETHER.
       01  FEED-REMAINING               PIC 9(11)V99 VALUE ZERO.
       01  FEED-PIECE-AMOUNT            PIC 9(4)V99 VALUE ZERO.
       01  FEED-PIECE-CEILING           PIC 9(4)V99 VALUE 9999,99.
       01  FEED-PIECE-WHOLE             PIC 9(4) VALUE ZERO.
       01  FEED-PIECE-FRACTION          PIC 9(4) VALUE ZERO.
      *
      * PER-ENTITY JOURNAL TOTALS - WHAT WAS CHARGED THIS MONTH UNDER
      * EACH LEGAL ENTITY.
       01  ENTITY-TABLE.
        05       ENTITY-ENTRY OCCURS 20 TIMES.
         10      ENTITY-CODE             PIC X(2).
         10      ENTITY-CHARGED          PIC 9(9)V99.
         10      ENTITY-DETAIL-COUNT     PIC 9(8).
         10      ENTITY-DR-TOTAL         PIC 9(9)V99.
         10      ENTITY-CR-TOTAL         PIC 9(9)V99.
       01  ENTITY-COUNT                 PIC 99 VALUE ZERO.
       01  ENTITY-IDX                   PIC 99 VALUE 1.
       01  ENTITY-FOUND-IDX             PIC 99 VALUE ZERO.
       01  ENTITY-OVERFLOW-COUNT        PIC 9(8) VALUE ZERO.
       01  JOURNAL-DETAIL-COUNT         PIC 9(8) VALUE ZERO.
       01  JOURNAL-HASH-TOTAL           PIC 9(8) VALUE ZERO.
       01  JOURNAL-DR-TOTAL             PIC 9(9)V99 VALUE ZERO.
       01  JOURNAL-CR-TOTAL             PIC 9(9)V99 VALUE ZERO.
       01  JOURNAL-LINE-SIDE            PIC XX VALUE SPACES.
       01  JOURNAL-LINE-ACCOUNT         PIC X(4) VALUE SPACES.
       01  JOURNAL-LINE-AMOUNT          PIC 9(9)V99 VALUE ZERO.
      *
      * RUN COUNTS AND TOTALS.
       01  ACCOUNTS-EXAMINED-COUNT      PIC 9(8) VALUE ZERO.
       01  ACCOUNTS-ACCRUED-COUNT       PIC 9(8) VALUE ZERO.
       01  ACCOUNTS-IN-EXCESS-COUNT     PIC 9(8) VALUE ZERO.
       01  ACCOUNTS-CLOSED-COUNT        PIC 9(8) VALUE ZERO.
       01  ACCOUNTS-ON-LOAN-COUNT       PIC 9(8) VALUE ZERO.
       01  DAY-AUTHORISED-TOTAL         PIC 9(9)V9(4) VALUE ZERO.
       01  DAY-EXCESS-TOTAL             PIC 9(9)V9(4) VALUE ZERO.
       01  MONTH-ROWS-RELEASED-COUNT    PIC 9(8) VALUE ZERO.
       01  ACCOUNTS-CHARGED-COUNT       PIC 9(8) VALUE ZERO.
       01  CHARGED-TOTAL                PIC 9(11)V99 VALUE ZERO.
       01  CLOSURE-CHARGES-COUNT        PIC 9(8) VALUE ZERO.
       01  CLOSURE-CHARGED-TOTAL        PIC 9(11)V99 VALUE ZERO.
       01  FEED-RECORDS-WRITTEN-COUNT   PIC 9(8) VALUE ZERO.
      *
      * PRINT WORK FIELDS - SAME LINE-COUNTED, PAGE-HEADED SHAPE AS
      * TEST'S DAILY REPORT.
       01  REPORT-PAGE-NUMBER           PIC 9(4) VALUE ZERO.
       01  REPORT-LINE-COUNT            PIC 9(2) VALUE ZERO.
       01  REPORT-PAGE-DEPTH            PIC 9(2) VALUE 55.
       01  REPORT-HEADING-LINE.
        05       FILLER                  PIC X(26)
                 VALUE "DEBIT INTEREST REPORT".
        05       REPORT-HEADING-DATE     PIC 9(8).
        05       FILLER                  PIC X(7) VALUE "   PAGE".
        05       REPORT-HEADING-PAGE     PIC ZZZ9.
       01  REPORT-COLUMN-LINE.
        05       FILLER                  PIC X(50) VALUE
                 "ACCT   WIDE KEY      OVERDRAWN     OD LIMIT       ".
        05       FILLER                  PIC X(50) VALUE
                 "  EXCESS DAYS  AUTHORISED INT     EXCESS INT".
        05       FILLER                  PIC X(32) VALUE SPACES.
       01  REPORT-CHARGE-COLUMN-LINE.
        05       FILLER                  PIC X(50) VALUE
                 "ACCT   WIDE KEY  ENTITY DAYS          ACCRUED     ".
        05       FILLER                  PIC X(82) VALUE
                 "   CHARGED".
       01  REPORT-BUILD-LINE            PIC X(132) VALUE SPACES.
       01  REPORT-COUNT-EDIT            PIC ZZ.ZZZ.ZZ9.
       01  REPORT-DAYS-EDIT             PIC Z9.
       01  REPORT-DAY-COUNT-EDIT        PIC ZZ9.
       01  REPORT-OVERDRAWN-EDIT        PIC ZZZ.ZZZ.ZZ9,99.
       01  REPORT-LIMIT-EDIT            PIC Z.ZZZ.ZZ9,99.
       01  REPORT-EXCESS-EDIT           PIC ZZZ.ZZZ.ZZ9,99.
       01  REPORT-INTEREST-EDIT         PIC Z.ZZZ.ZZ9,9999.
       01  REPORT-INTEREST-EDIT-2       PIC Z.ZZZ.ZZ9,9999.
       01  REPORT-CHARGE-EDIT           PIC ZZZ.ZZZ.ZZ9,99.
       01  REPORT-RATE-EDIT             PIC ZZZ9,999999.
       01  REPORT-RATE-EDIT-2           PIC ZZZ9,999999.
       01  REPORT-TOTAL-EDIT            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  REPORT-ACCRUED-EDIT          PIC ZZZ.ZZZ.ZZ9,9999.
      *
      * MODULUS-11 CHECK-DIGIT WORK FIELDS - SAME ALGORITHM TEST
      * VALIDATES WITH: DIGITS OF THE STRING PART WEIGHTED 2 THROUGH
      * 5 LEFT TO RIGHT.
       01  CHECK-DIGIT-WEIGHT           PIC 9 VALUE ZERO.
       01  CHECK-DIGIT-SUM              PIC 9(4) VALUE ZERO.
       01  CHECK-DIGIT-INDEX            PIC 9 VALUE 1.
       01  CHECK-DIGIT-CHAR             PIC X VALUE SPACE.
       01  CHECK-DIGIT-DIGIT            PIC 9 VALUE ZERO.
       01  CHECK-DIGIT-QUOTIENT         PIC 9(4) VALUE ZERO.
       01  CHECK-DIGIT-REMAINDER        PIC 9(4) VALUE ZERO.
       01  CHECK-DIGIT-COMPUTED         PIC 9 VALUE ZERO.
      *
      * STEP-LEDGER WORK FIELDS - THE PREREQUISITE THIS STEP WAITS
      * ON AND THE LEDGER-WALK STATE. A CLEAN END OF THIS STEP
      * ALREADY ON THE LEDGER FOR THE RUN DATE MEANS TODAY HAS BEEN
      * ACCRUED.
       01  STEP-LEDGER-SWITCH           PIC X VALUE "N".
         88      END-OF-STEP-LEDGER         VALUE "Y".
       01  STEP-PREREQ-SWITCH           PIC X VALUE "N".
         88      PREREQUISITE-COMPLETED     VALUE "Y".
       01  DAY-ACCRUED-SWITCH           PIC X VALUE "N".
         88      DAY-ALREADY-ACCRUED        VALUE "Y".
       01  STEP-PROGRAM-NAME            PIC X(8) VALUE "DEBITINT".
       01  STEP-PREREQ-NAME             PIC X(8) VALUE "ACCRUE".
       01  STEP-TIME-WORK               PIC 9(8) VALUE ZERO.
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           DISPLAY "START DEBITINT".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
      * THE SEQUENCER'S GATE AND THE STEP'S OWN START MARK.
           PERFORM CHECK-STEP-PREREQUISITE.
           IF NOT PREREQUISITE-COMPLETED
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           IF DAY-ALREADY-ACCRUED
               DISPLAY "DAY " RUN-DATE
                   " ALREADY ACCRUED - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           PERFORM FIND-GL-ACCOUNTS.
           IF TYPE-O-DEBIT-ACCOUNT = SPACES
               OR DEBIT-INTEREST-ACCOUNT = SPACES
               DISPLAY "CHART OF ACCOUNTS LACKS THE TYPE-O ROW OR THE "
                   "DEBIT-INTEREST ROW - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           PERFORM LOAD-DEBIT-RATES.
           IF RATE-IN-FORCE-DATE = ZERO
               DISPLAY "NO DEBIT RATE IN FORCE ON " RUN-DATE
                   " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           IF UNAUTHORISED-RATE < AUTHORISED-RATE
               DISPLAY "UNAUTHORISED RATE " UNAUTHORISED-RATE
                   " BELOW AUTHORISED RATE " AUTHORISED-RATE
                   " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           PERFORM FIND-DAYS-COVERED.
           PERFORM RECORD-STEP-START.
           DISPLAY "RATES IN FORCE FROM " RATE-IN-FORCE-DATE
               " AUTHORISED " AUTHORISED-RATE
               " UNAUTHORISED " UNAUTHORISED-RATE.
           DISPLAY "DAYS COVERED: " DAYS-COVERED
               " NEXT BUSINESS DAY " NEXT-BUSINESS-DATE.
           OPEN INPUT ACCOUNT-MASTER.
           OPEN INPUT LOAN-FILE.
           OPEN EXTEND DEBIT-LEDGER.
           OPEN OUTPUT DEBIT-REPORT.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM READ-ACCOUNT-MASTER.
           PERFORM ACCRUE-ONE-ACCOUNT UNTIL END-OF-ACCOUNT-MASTER.
           CLOSE DEBIT-LEDGER.
           CLOSE LOAN-FILE.
           CLOSE ACCOUNT-MASTER.
           PERFORM WRITE-ACCRUAL-TOTALS.
           IF MONTH-END-RUN
               PERFORM CHARGE-THE-MONTH
           END-IF.
           CLOSE DEBIT-REPORT.
           DISPLAY "ACCOUNTS EXAMINED:        "
               ACCOUNTS-EXAMINED-COUNT.
           DISPLAY "ACCOUNTS ACCRUED:         " ACCOUNTS-ACCRUED-COUNT.
           DISPLAY "  OF WHICH OVER LIMIT:    "
               ACCOUNTS-IN-EXCESS-COUNT.
           DISPLAY "OVERDRAWN, CLOSED:        " ACCOUNTS-CLOSED-COUNT.
           DISPLAY "OVERDRAWN, LOAN RUNNING:  " ACCOUNTS-ON-LOAN-COUNT.
           IF MONTH-END-RUN
               MOVE CHARGED-TOTAL TO REPORT-TOTAL-EDIT
               DISPLAY "ACCOUNTS CHARGED:         "
                   ACCOUNTS-CHARGED-COUNT
               DISPLAY "TOTAL CHARGED:            " REPORT-TOTAL-EDIT
               MOVE CLOSURE-CHARGED-TOTAL TO REPORT-TOTAL-EDIT
               DISPLAY "CHARGED AT CLOSURE:       " REPORT-TOTAL-EDIT
               DISPLAY "FEED RECORDS WRITTEN:     "
                   FEED-RECORDS-WRITTEN-COUNT
           END-IF.
           IF CALENDAR-LACKS-NEXT-DAY
               OR MONTH-ALREADY-CHARGED
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF ENTITY-OVERFLOW-COUNT > ZERO
               DISPLAY "ENTITY TABLE FULL - " ENTITY-OVERFLOW-COUNT
                   " CHARGES NOT JOURNALED"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF JOURNAL-DR-TOTAL NOT = JOURNAL-CR-TOTAL
               DISPLAY "DEBIT-INTEREST JOURNAL OUT OF BALANCE"
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       PROG-EX.
      * A CLEAN END GOES ON THE LEDGER SO THE NEXT STEP MAY START,
      * AND SO THE DAY IS NOT ACCRUED AGAIN.
           IF RETURN-CODE < 8
               PERFORM RECORD-STEP-END
           END-IF.
           DISPLAY "END DEBITINT".
           EXIT PROGRAM.
      *
      * ACCRUE-ONE-ACCOUNT - AN ACCOUNT IN CREDIT OR AT ZERO ACCRUES
      * NOTHING HERE. AN OVERDRAWN ACCOUNT THAT IS CLOSED, OR THAT
      * CARRIES A LOAN NOT YET PAID OFF, IS COUNTED AND PASSED OVER.
      * EVERY OTHER OVERDRAWN ACCOUNT ACCRUES: THE PART INSIDE ITS
      * OVERDRAFT LIMIT AT THE AUTHORISED RATE, THE EXCESS AT THE
      * UNAUTHORISED RATE, EACH FOR THE DAYS COVERED.
      *
       ACCRUE-ONE-ACCOUNT SECTION.
           ADD 1 TO ACCOUNTS-EXAMINED-COUNT.
           IF ACCOUNT-MASTER-BALANCE NOT < ZERO
               GO TO ACCRUE-ONE-ACCOUNT-NEXT
           END-IF.
           IF ACCOUNT-MASTER-CLOSED-DATE NOT = ZERO
               ADD 1 TO ACCOUNTS-CLOSED-COUNT
               GO TO ACCRUE-ONE-ACCOUNT-NEXT
           END-IF.
           PERFORM LOOK-UP-RUNNING-LOAN.
           IF ACCOUNT-HAS-LOAN
               ADD 1 TO ACCOUNTS-ON-LOAN-COUNT
               GO TO ACCRUE-ONE-ACCOUNT-NEXT
           END-IF.
           COMPUTE OVERDRAWN-AMOUNT = ZERO - ACCOUNT-MASTER-BALANCE.
           IF OVERDRAWN-AMOUNT > ACCOUNT-MASTER-OVERDRAFT-LIMIT
               MOVE ACCOUNT-MASTER-OVERDRAFT-LIMIT TO AUTHORISED-PART
               COMPUTE EXCESS-PART =
                   OVERDRAWN-AMOUNT - ACCOUNT-MASTER-OVERDRAFT-LIMIT
               ADD 1 TO ACCOUNTS-IN-EXCESS-COUNT
           ELSE
               MOVE OVERDRAWN-AMOUNT TO AUTHORISED-PART
               MOVE ZERO TO EXCESS-PART
           END-IF.
           COMPUTE AUTHORISED-INTEREST ROUNDED =
               AUTHORISED-PART * AUTHORISED-RATE * DAYS-COVERED.
           COMPUTE EXCESS-INTEREST ROUNDED =
               EXCESS-PART * UNAUTHORISED-RATE * DAYS-COVERED.
           ADD 1 TO ACCOUNTS-ACCRUED-COUNT.
           ADD AUTHORISED-INTEREST TO DAY-AUTHORISED-TOTAL.
           ADD EXCESS-INTEREST TO DAY-EXCESS-TOTAL.
           MOVE SPACES TO DEBIT-LEDGER-RECORD.
           MOVE "A" TO DEBIT-LEDGER-TYPE.
           MOVE RUN-DATE TO DEBIT-LEDGER-DATE.
           MOVE ACCOUNT-MASTER-KEY TO DEBIT-LEDGER-ACCOUNT-KEY.
           MOVE ACCOUNT-MASTER-WIDE-KEY TO DEBIT-LEDGER-WIDE-KEY.
           MOVE ACCOUNT-MASTER-ENTITY TO DEBIT-LEDGER-ENTITY.
           MOVE OVERDRAWN-AMOUNT TO DEBIT-LEDGER-OVERDRAWN.
           MOVE ACCOUNT-MASTER-OVERDRAFT-LIMIT TO DEBIT-LEDGER-LIMIT.
           MOVE DAYS-COVERED TO DEBIT-LEDGER-DAYS.
           MOVE AUTHORISED-RATE TO DEBIT-LEDGER-AUTH-RATE.
           MOVE UNAUTHORISED-RATE TO DEBIT-LEDGER-EXCESS-RATE.
           MOVE AUTHORISED-INTEREST TO DEBIT-LEDGER-AUTH-INTEREST.
           MOVE EXCESS-INTEREST TO DEBIT-LEDGER-EXCESS-INTEREST.
           MOVE ZERO TO DEBIT-LEDGER-CHARGED.
           WRITE DEBIT-LEDGER-RECORD.
           PERFORM WRITE-ACCRUAL-LINE.
       ACCRUE-ONE-ACCOUNT-NEXT.
           PERFORM READ-ACCOUNT-MASTER.
       EXIT.
      *
      * LOOK-UP-RUNNING-LOAN - THE LOAN IS FOUND BY THE ACCOUNT'S
      * WIDE KEY. A PAID-OFF LOAN LEAVES THE ACCOUNT AN ORDINARY
      * ACCOUNT AGAIN.
      *
       LOOK-UP-RUNNING-LOAN SECTION.
           MOVE "N" TO LOAN-FOUND-SWITCH.
           MOVE ACCOUNT-MASTER-WIDE-KEY TO LOAN-WIDE-KEY.
           READ LOAN-FILE
               INVALID KEY
                   GO TO LOOK-UP-RUNNING-LOAN-EX
           END-READ.
           IF NOT LOAN-PAID-OFF
               SET ACCOUNT-HAS-LOAN TO TRUE
           END-IF.
       LOOK-UP-RUNNING-LOAN-EX.
       EXIT.
      *
      * CHARGE-THE-MONTH - THE MONTH'S ACCRUALS, IN ACCOUNT ORDER,
      * SUMMED AND CHARGED ACCOUNT BY ACCOUNT, THEN JOURNALED. A
      * MONTH THE LEDGER ALREADY SHOWS CHARGED IS LISTED AND LEFT.
      * WITHIN A DAY AN ACCRUAL SORTS AHEAD OF A CLOSURE CHARGE, SO
      * THE CHARGE ACCTCLOS MADE COVERS THAT DAY'S ACCRUAL.
      *
       CHARGE-THE-MONTH SECTION.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-WIDE-KEY SW-DATE SW-TYPE
               INPUT PROCEDURE IS RELEASE-MONTH-ACCRUALS
               GIVING DEBIT-WORK-FILE.
           MOVE SPACES TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF MONTH-ALREADY-CHARGED
               DISPLAY "MONTH " RUN-DATE(1:6)
                   " ALREADY CHARGED - NOT CHARGED AGAIN"
               MOVE SPACES TO REPORT-BUILD-LINE
               STRING "MONTH " DELIMITED BY SIZE
                   RUN-DATE(1:6) DELIMITED BY SIZE
                   " ALREADY CHARGED - NOT CHARGED AGAIN"
                       DELIMITED BY SIZE
                   INTO REPORT-BUILD-LINE
               PERFORM WRITE-REPORT-LINE
               GO TO CHARGE-THE-MONTH-EX
           END-IF.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "MONTH-END CHARGES FOR " DELIMITED BY SIZE
               RUN-DATE(1:6) DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE REPORT-CHARGE-COLUMN-LINE TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           OPEN INPUT DEBIT-WORK-FILE.
           OPEN EXTEND ACCRUAL-FEED.
           OPEN EXTEND DEBIT-LEDGER.
           PERFORM READ-DEBIT-WORK.
           PERFORM CHARGE-ONE-ACCOUNT UNTIL END-OF-DEBIT-WORK.
           CLOSE DEBIT-LEDGER.
           CLOSE ACCRUAL-FEED.
           CLOSE DEBIT-WORK-FILE.
           PERFORM WRITE-CHARGE-TOTALS.
           PERFORM WRITE-DEBIT-JOURNAL.
       CHARGE-THE-MONTH-EX.
       EXIT.
      *
      * RELEASE-MONTH-ACCRUALS - THE SORT'S INPUT: EVERY "A" ROW OF
      * THE RUN MONTH, TODAY'S INCLUDED, AND EVERY "C" ROW ACCTCLOS
      * WROTE IN IT. ANY OTHER "C" ROW OF THE RUN MONTH MEANS THE
      * MONTH HAS BEEN CHARGED ALREADY.
      *
       RELEASE-MONTH-ACCRUALS SECTION.
           MOVE "N" TO DEBIT-LEDGER-SWITCH.
           OPEN INPUT DEBIT-LEDGER.
           PERFORM READ-DEBIT-LEDGER.
           PERFORM RELEASE-ONE-ACCRUAL UNTIL END-OF-DEBIT-LEDGER.
           CLOSE DEBIT-LEDGER.
       EXIT.
      *
       RELEASE-ONE-ACCRUAL SECTION.
           IF DEBIT-LEDGER-DATE(1:6) NOT = RUN-DATE(1:6)
               GO TO RELEASE-ONE-ACCRUAL-NEXT
           END-IF.
           IF DEBIT-LEDGER-CHARGE
               AND NOT DEBIT-LEDGER-CLOSURE-CHARGE
               SET MONTH-ALREADY-CHARGED TO TRUE
               GO TO RELEASE-ONE-ACCRUAL-NEXT
           END-IF.
           IF NOT DEBIT-LEDGER-ACCRUAL
               AND NOT DEBIT-LEDGER-CHARGE
               GO TO RELEASE-ONE-ACCRUAL-NEXT
           END-IF.
           MOVE DEBIT-LEDGER-WIDE-KEY TO SW-WIDE-KEY.
           MOVE DEBIT-LEDGER-DATE TO SW-DATE.
           MOVE DEBIT-LEDGER-ACCOUNT-KEY TO SW-ACCOUNT-KEY.
           MOVE DEBIT-LEDGER-ENTITY TO SW-ENTITY.
           MOVE DEBIT-LEDGER-TYPE TO SW-TYPE.
           IF DEBIT-LEDGER-CHARGE
               MOVE DEBIT-LEDGER-CHARGED TO SW-INTEREST
           ELSE
               ADD 1 TO MONTH-ROWS-RELEASED-COUNT
               COMPUTE SW-INTEREST = DEBIT-LEDGER-AUTH-INTEREST
                   + DEBIT-LEDGER-EXCESS-INTEREST
           END-IF.
           RELEASE SORT-WORK-RECORD.
       RELEASE-ONE-ACCRUAL-NEXT.
           PERFORM READ-DEBIT-LEDGER.
       EXIT.
      *
      * CHARGE-ONE-ACCOUNT - ONE ACCOUNT'S ROWS FOR THE MONTH. THE
      * KEYS AND ENTITY ARE TAKEN FROM THE LATEST ROW. A MONTH THAT
      * ROUNDS TO NOTHING CHARGES NOTHING, AND NEITHER DO ROWS A
      * CLOSURE CHARGE HAS ALREADY COVERED.
      *
       CHARGE-ONE-ACCOUNT SECTION.
           MOVE WORK-WIDE-KEY TO CHARGE-WIDE-KEY.
           MOVE ZERO TO CHARGE-ACCRUED.
           MOVE ZERO TO CHARGE-DAY-COUNT.
           PERFORM TAKE-ONE-ACCRUAL-ROW
               UNTIL END-OF-DEBIT-WORK
               OR WORK-WIDE-KEY NOT = CHARGE-WIDE-KEY.
           COMPUTE CHARGE-AMOUNT ROUNDED = CHARGE-ACCRUED.
           IF CHARGE-AMOUNT = ZERO
               GO TO CHARGE-ONE-ACCOUNT-EX
           END-IF.
           PERFORM FIND-ENTITY-ENTRY.
           IF ENTITY-FOUND-IDX = ZERO
               ADD 1 TO ENTITY-OVERFLOW-COUNT
           ELSE
               ADD CHARGE-AMOUNT TO ENTITY-CHARGED(ENTITY-FOUND-IDX)
           END-IF.
           PERFORM WRITE-CHARGE-RECORDS.
           MOVE SPACES TO DEBIT-LEDGER-RECORD.
           MOVE "C" TO DEBIT-LEDGER-TYPE.
           MOVE RUN-DATE TO DEBIT-LEDGER-DATE.
           MOVE CHARGE-ACCOUNT-KEY TO DEBIT-LEDGER-ACCOUNT-KEY.
           MOVE CHARGE-WIDE-KEY TO DEBIT-LEDGER-WIDE-KEY.
           MOVE CHARGE-ENTITY TO DEBIT-LEDGER-ENTITY.
           MOVE ZERO TO DEBIT-LEDGER-OVERDRAWN.
           MOVE ZERO TO DEBIT-LEDGER-LIMIT.
           MOVE ZERO TO DEBIT-LEDGER-DAYS.
           MOVE ZERO TO DEBIT-LEDGER-AUTH-RATE.
           MOVE ZERO TO DEBIT-LEDGER-EXCESS-RATE.
           MOVE ZERO TO DEBIT-LEDGER-AUTH-INTEREST.
           MOVE ZERO TO DEBIT-LEDGER-EXCESS-INTEREST.
           MOVE CHARGE-AMOUNT TO DEBIT-LEDGER-CHARGED.
           MOVE "DEBITINT" TO DEBIT-LEDGER-CHARGED-BY.
           WRITE DEBIT-LEDGER-RECORD.
           ADD 1 TO ACCOUNTS-CHARGED-COUNT.
           ADD CHARGE-AMOUNT TO CHARGED-TOTAL.
           PERFORM WRITE-CHARGE-LINE.
       CHARGE-ONE-ACCOUNT-EX.
       EXIT.
      *
      * TAKE-ONE-ACCRUAL-ROW - AN ACCRUAL IS ADDED IN. A CLOSURE
      * CHARGE HAS SETTLED EVERYTHING AHEAD OF IT, SO THE SUM STARTS
      * AGAIN FROM IT; WHAT IT CHARGED GOES TO ITS ENTITY'S JOURNAL
      * TOTAL, AS A CHARGE MADE HERE DOES.
      *
       TAKE-ONE-ACCRUAL-ROW SECTION.
           MOVE WORK-ACCOUNT-KEY TO CHARGE-ACCOUNT-KEY.
           MOVE WORK-ENTITY TO CHARGE-ENTITY.
           IF WORK-TYPE NOT = "C"
               ADD WORK-INTEREST TO CHARGE-ACCRUED
               ADD 1 TO CHARGE-DAY-COUNT
               GO TO TAKE-ONE-ACCRUAL-ROW-NEXT
           END-IF.
           MOVE ZERO TO CHARGE-ACCRUED.
           MOVE ZERO TO CHARGE-DAY-COUNT.
           ADD 1 TO CLOSURE-CHARGES-COUNT.
           ADD WORK-INTEREST TO CLOSURE-CHARGED-TOTAL.
           PERFORM FIND-ENTITY-ENTRY.
           IF ENTITY-FOUND-IDX = ZERO
               ADD 1 TO ENTITY-OVERFLOW-COUNT
           ELSE
               ADD WORK-INTEREST TO ENTITY-CHARGED(ENTITY-FOUND-IDX)
           END-IF.
       TAKE-ONE-ACCRUAL-ROW-NEXT.
           PERFORM READ-DEBIT-WORK.
       EXIT.
      *
      * WRITE-CHARGE-RECORDS - THE CHARGE AS ONE OR MORE GENERATED
      * RECORDS, EACH NO LARGER THAN ONE RECORD CARRIES.
      *
       WRITE-CHARGE-RECORDS SECTION.
           MOVE CHARGE-AMOUNT TO FEED-REMAINING.
           PERFORM WRITE-ONE-CHARGE-RECORD
               UNTIL FEED-REMAINING = ZERO.
       EXIT.
      *
      * WRITE-ONE-CHARGE-RECORD - ONE RAW-FEED DETAIL RECORD: THE
      * ACCOUNT'S OWN KEY AS THE STRING PART, "DINT" IN THE SECOND
      * PART SO THE TRAIL AND THE STATEMENT SHOW WHAT IT WAS, A
      * FRESHLY COMPUTED CHECK DIGIT, AND THE ACCOUNT'S WIDE KEY,
      * WHICH THE DAILY RUN FINDS THE ACCOUNT BY. AN ACCOUNT
      * NUMBERED PAST 999 HAS NO SHORT KEY: ITS STRING PART CARRIES
      * THE BRANCH DIGIT ALONE AND ITS CHECK DIGIT ZERO, THE SHAPE
      * FRONTEND GIVES SUCH A RECORD. A POSTED (TYPE O) DEBIT LIKE
      * MTHCHG'S.
      *
       WRITE-ONE-CHARGE-RECORD SECTION.
           IF FEED-REMAINING > FEED-PIECE-CEILING
               MOVE FEED-PIECE-CEILING TO FEED-PIECE-AMOUNT
           ELSE
               MOVE FEED-REMAINING TO FEED-PIECE-AMOUNT
           END-IF.
           SUBTRACT FEED-PIECE-AMOUNT FROM FEED-REMAINING.
           MOVE SPACES TO ACCRUAL-FEED-RECORD.
           MOVE CHARGE-ACCOUNT-KEY(1:4) TO ACCR-STRING-PART1.
           MOVE "DINT" TO ACCR-STRING-PART2.
           MOVE FEED-PIECE-AMOUNT TO FEED-PIECE-WHOLE.
           COMPUTE FEED-PIECE-FRACTION =
               (FEED-PIECE-AMOUNT - FEED-PIECE-WHOLE) * 10000.
           MOVE FEED-PIECE-WHOLE TO ACCR-NUMBER-PART1.
           MOVE FEED-PIECE-FRACTION TO ACCR-NUMBER-PART2.
           MOVE "O" TO ACCR-TRANSACTION-TYPE.
           IF CHARGE-ACCOUNT-KEY = SPACES
               MOVE CHARGE-WIDE-KEY(1:1) TO ACCR-STRING-PART1(1:1)
               MOVE ZERO TO ACCR-CHECK-DIGIT
           ELSE
               PERFORM COMPUTE-CHECK-DIGIT
               MOVE CHECK-DIGIT-COMPUTED TO ACCR-CHECK-DIGIT
           END-IF.
           MOVE SPACES TO ACCR-CURRENCY-CODE.
           MOVE ZERO TO ACCR-ORIGINAL-REF.
           MOVE "G" TO ACCR-GENERATED-FLAG.
           MOVE ZERO TO ACCR-VALUE-DATE.
           MOVE "-" TO ACCR-AMOUNT-SIGN.
           MOVE "D" TO ACCR-GENERATED-SOURCE.
           MOVE CHARGE-WIDE-KEY TO ACCR-WIDE-ACCOUNT-KEY.
           WRITE ACCRUAL-FEED-RECORD.
           ADD 1 TO FEED-RECORDS-WRITTEN-COUNT.
       EXIT.
      *
      * WRITE-DEBIT-JOURNAL - THE HEADER, EACH ENTITY'S PAIR, THE
      * "E" SUBTOTALS AND THE TRAILER. A MONTH THAT CHARGED NOTHING
      * WRITES A HEADER AND TRAILER ONLY.
      *
       WRITE-DEBIT-JOURNAL SECTION.
           OPEN OUTPUT DEBIT-JOURNAL.
           MOVE SPACES TO JOURNAL-HEADER-RECORD.
           MOVE "H" TO JRNL-HEADER-TYPE.
           MOVE RUN-DATE TO JRNL-HEADER-DATE.
           MOVE "DEBITINT" TO JRNL-HEADER-BATCH-ID.
           WRITE JOURNAL-HEADER-RECORD.
           PERFORM WRITE-ENTITY-PAIR
               VARYING ENTITY-IDX FROM 1 BY 1
               UNTIL ENTITY-IDX > ENTITY-COUNT.
           PERFORM WRITE-ENTITY-SUBTOTAL
               VARYING ENTITY-IDX FROM 1 BY 1
               UNTIL ENTITY-IDX > ENTITY-COUNT.
           MOVE SPACES TO JOURNAL-TRAILER-RECORD.
           MOVE "T" TO JRNL-TRAILER-TYPE.
           MOVE JOURNAL-DETAIL-COUNT TO JRNL-TRAILER-COUNT.
           MOVE JOURNAL-HASH-TOTAL TO JRNL-TRAILER-HASH.
           MOVE JOURNAL-DR-TOTAL TO JRNL-TRAILER-DR-TOTAL.
           MOVE JOURNAL-CR-TOTAL TO JRNL-TRAILER-CR-TOTAL.
           WRITE JOURNAL-TRAILER-RECORD.
           CLOSE DEBIT-JOURNAL.
       EXIT.
      *
      * WRITE-ENTITY-PAIR - THE CHARGES BACK ONTO THE TYPE-O DEBIT
      * ACCOUNT GLEXTR TAKES THEM OUT OF, AND INTO THE DEBIT-INTEREST
      * INCOME ACCOUNT.
      *
       WRITE-ENTITY-PAIR SECTION.
           IF ENTITY-CHARGED(ENTITY-IDX) = ZERO
               GO TO WRITE-ENTITY-PAIR-EX
           END-IF.
           MOVE ENTITY-CHARGED(ENTITY-IDX) TO JOURNAL-LINE-AMOUNT.
           MOVE "DR" TO JOURNAL-LINE-SIDE.
           MOVE TYPE-O-DEBIT-ACCOUNT TO JOURNAL-LINE-ACCOUNT.
           PERFORM WRITE-JOURNAL-LINE.
           MOVE "CR" TO JOURNAL-LINE-SIDE.
           MOVE DEBIT-INTEREST-ACCOUNT TO JOURNAL-LINE-ACCOUNT.
           PERFORM WRITE-JOURNAL-LINE.
       WRITE-ENTITY-PAIR-EX.
       EXIT.
      *
       WRITE-JOURNAL-LINE SECTION.
           MOVE SPACES TO JOURNAL-DETAIL-RECORD.
           MOVE "D" TO JRNL-DETAIL-TYPE.
           MOVE JOURNAL-LINE-SIDE TO JRNL-DETAIL-SIDE.
           MOVE JOURNAL-LINE-ACCOUNT TO JRNL-DETAIL-ACCOUNT.
           MOVE JOURNAL-LINE-AMOUNT TO JRNL-DETAIL-AMOUNT.
           MOVE ZERO TO JRNL-DETAIL-TXN-NUMBER.
           MOVE "O" TO JRNL-DETAIL-TXN-TYPE.
           MOVE ENTITY-CODE(ENTITY-IDX) TO JRNL-DETAIL-ENTITY.
           WRITE JOURNAL-DETAIL-RECORD.
           ADD 1 TO JOURNAL-DETAIL-COUNT.
           ADD 1 TO ENTITY-DETAIL-COUNT(ENTITY-IDX).
           ADD JRNL-DETAIL-TXN-NUMBER TO JOURNAL-HASH-TOTAL.
           IF JOURNAL-LINE-SIDE = "DR"
               ADD JOURNAL-LINE-AMOUNT TO JOURNAL-DR-TOTAL
               ADD JOURNAL-LINE-AMOUNT TO ENTITY-DR-TOTAL(ENTITY-IDX)
           ELSE
               ADD JOURNAL-LINE-AMOUNT TO JOURNAL-CR-TOTAL
               ADD JOURNAL-LINE-AMOUNT TO ENTITY-CR-TOTAL(ENTITY-IDX)
           END-IF.
       EXIT.
      *
      * WRITE-ENTITY-SUBTOTAL - ONE "E" RECORD PER ENTITY THAT WAS
      * CHARGED ANYTHING, THE SAME SHAPE GLEXTR GIVES ITS OWN.
      *
       WRITE-ENTITY-SUBTOTAL SECTION.
           IF ENTITY-DETAIL-COUNT(ENTITY-IDX) = ZERO
               GO TO WRITE-ENTITY-SUBTOTAL-EX
           END-IF.
           MOVE SPACES TO JOURNAL-ENTITY-RECORD.
           MOVE "E" TO JRNL-ENTITY-TYPE.
           MOVE ENTITY-CODE(ENTITY-IDX) TO JRNL-ENTITY-CODE.
           MOVE ENTITY-DETAIL-COUNT(ENTITY-IDX) TO JRNL-ENTITY-COUNT.
           MOVE ENTITY-DR-TOTAL(ENTITY-IDX) TO JRNL-ENTITY-DR-TOTAL.
           MOVE ENTITY-CR-TOTAL(ENTITY-IDX) TO JRNL-ENTITY-CR-TOTAL.
           WRITE JOURNAL-ENTITY-RECORD.
       WRITE-ENTITY-SUBTOTAL-EX.
       EXIT.
      *
      * FIND-ENTITY-ENTRY - THE CHARGED ACCOUNT'S ENTITY IN THE
      * JOURNAL TABLE, ADDED ON FIRST SIGHT; ZERO WHEN THE TABLE IS
      * FULL.
      *
       FIND-ENTITY-ENTRY SECTION.
           MOVE ZERO TO ENTITY-FOUND-IDX.
           PERFORM MATCH-ONE-ENTITY
               VARYING ENTITY-IDX FROM 1 BY 1
               UNTIL ENTITY-IDX > ENTITY-COUNT.
           IF ENTITY-FOUND-IDX = ZERO
               AND ENTITY-COUNT < 20
               ADD 1 TO ENTITY-COUNT
               MOVE ENTITY-COUNT TO ENTITY-FOUND-IDX
               MOVE CHARGE-ENTITY TO ENTITY-CODE(ENTITY-COUNT)
               MOVE ZERO TO ENTITY-CHARGED(ENTITY-COUNT)
               MOVE ZERO TO ENTITY-DETAIL-COUNT(ENTITY-COUNT)
               MOVE ZERO TO ENTITY-DR-TOTAL(ENTITY-COUNT)
               MOVE ZERO TO ENTITY-CR-TOTAL(ENTITY-COUNT)
           END-IF.
       EXIT.
      *
       MATCH-ONE-ENTITY SECTION.
           IF ENTITY-CODE(ENTITY-IDX) = CHARGE-ENTITY
               MOVE ENTITY-IDX TO ENTITY-FOUND-IDX
           END-IF.
       EXIT.
      *
      * FIND-GL-ACCOUNTS - THE DEBIT ACCOUNT OF THE CHART'S TYPE-O
      * ROW AND THE ACCOUNT OF ITS DEBIT-INTEREST ROW; CONTROL,
      * CLASS AND LOAN ROWS ARE PASSED OVER.
      *
       FIND-GL-ACCOUNTS SECTION.
           OPEN INPUT CHART-OF-ACCOUNTS.
           PERFORM READ-CHART-ROW.
           PERFORM MATCH-ONE-CHART-ROW UNTIL END-OF-CHART.
           CLOSE CHART-OF-ACCOUNTS.
       EXIT.
      *
       MATCH-ONE-CHART-ROW SECTION.
           IF NOT COA-NON-TYPE-ROW
               AND COA-TXN-TYPE = "O"
               MOVE COA-DR-ACCOUNT TO TYPE-O-DEBIT-ACCOUNT
           END-IF.
           IF COA-DEBIT-INTEREST-ROW
               MOVE COA-DEBIT-INTEREST-ACCOUNT
                   TO DEBIT-INTEREST-ACCOUNT
           END-IF.
           PERFORM READ-CHART-ROW.
       EXIT.
      *
      * LOAD-DEBIT-RATES - THE ROW WITH THE LATEST EFFECTIVE DATE ON
      * OR BEFORE THE RUN DATE; A LATER ROW ON THE SAME DATE WINS.
      *
       LOAD-DEBIT-RATES SECTION.
           OPEN INPUT DEBIT-RATE-FILE.
           PERFORM READ-DEBIT-RATE.
           PERFORM PICK-ONE-DEBIT-RATE UNTIL END-OF-DEBIT-RATES.
           CLOSE DEBIT-RATE-FILE.
       EXIT.
      *
       PICK-ONE-DEBIT-RATE SECTION.
           IF DEBIT-RATE-EFFECTIVE-DATE NOT > RUN-DATE
               AND DEBIT-RATE-EFFECTIVE-DATE NOT < RATE-IN-FORCE-DATE
               MOVE DEBIT-RATE-EFFECTIVE-DATE TO RATE-IN-FORCE-DATE
               MOVE DEBIT-RATE-AUTHORISED TO AUTHORISED-RATE
               MOVE DEBIT-RATE-UNAUTHORISED TO UNAUTHORISED-RATE
           END-IF.
           PERFORM READ-DEBIT-RATE.
       EXIT.
      *
      * FIND-DAYS-COVERED - THE FIRST BUSINESS DAY AFTER THE RUN
      * DATE, AND THE CALENDAR DAYS FROM THE RUN DATE UP TO IT.
      *
       FIND-DAYS-COVERED SECTION.
           MOVE ZERO TO NEXT-BUSINESS-DATE.
           OPEN INPUT BUSINESS-CALENDAR.
           PERFORM READ-BUSINESS-CALENDAR.
           PERFORM MATCH-ONE-CALENDAR-DATE
               UNTIL END-OF-BUSINESS-CALENDAR
               OR NEXT-BUSINESS-DATE NOT = ZERO.
           CLOSE BUSINESS-CALENDAR.
           MOVE RUN-DATE TO DATE-WORK.
           IF NEXT-BUSINESS-DATE = ZERO
               SET CALENDAR-LACKS-NEXT-DAY TO TRUE
               DISPLAY "BUSIDAYS HAS NO BUSINESS DAY AFTER " RUN-DATE
                   " - ONE DAY ACCRUED"
               PERFORM ADVANCE-ONE-DAY
               MOVE DATE-WORK TO NEXT-BUSINESS-DATE
               MOVE RUN-DATE TO DATE-WORK
           END-IF.
           MOVE ZERO TO DAYS-COVERED.
           PERFORM COUNT-ONE-COVERED-DAY
               UNTIL DATE-WORK = NEXT-BUSINESS-DATE
               OR DAYS-COVERED = 99.
           IF NEXT-BUSINESS-DATE(1:6) NOT = RUN-DATE(1:6)
               SET MONTH-END-RUN TO TRUE
           END-IF.
       EXIT.
      *
       MATCH-ONE-CALENDAR-DATE SECTION.
           IF CALENDAR-DATE > RUN-DATE
               AND CALENDAR-DAY-TYPE = "B"
               MOVE CALENDAR-DATE TO NEXT-BUSINESS-DATE
           END-IF.
           PERFORM READ-BUSINESS-CALENDAR.
       EXIT.
      *
       COUNT-ONE-COVERED-DAY SECTION.
           ADD 1 TO DAYS-COVERED.
           PERFORM ADVANCE-ONE-DAY.
       EXIT.
      *
      * ADVANCE-ONE-DAY - MOVES DATE-WORK TO THE NEXT CALENDAR DATE.
      *
       ADVANCE-ONE-DAY SECTION.
           PERFORM JUDGE-LEAP-YEAR.
           PERFORM SET-MONTH-LENGTH.
           ADD 1 TO DATE-WORK-DAY.
           IF DATE-WORK-DAY > MONTH-LENGTH
               MOVE 1 TO DATE-WORK-DAY
               ADD 1 TO DATE-WORK-MONTH
               IF DATE-WORK-MONTH > 12
                   MOVE 1 TO DATE-WORK-MONTH
                   ADD 1 TO DATE-WORK-YEAR
               END-IF
           END-IF.
       EXIT.
      *
       JUDGE-LEAP-YEAR SECTION.
           MOVE "N" TO LEAP-YEAR-SWITCH.
           DIVIDE DATE-WORK-YEAR BY 4 GIVING LEAP-QUOTIENT
               REMAINDER LEAP-REMAINDER-4.
           DIVIDE DATE-WORK-YEAR BY 100 GIVING LEAP-QUOTIENT
               REMAINDER LEAP-REMAINDER-100.
           DIVIDE DATE-WORK-YEAR BY 400 GIVING LEAP-QUOTIENT
               REMAINDER LEAP-REMAINDER-400.
           IF LEAP-REMAINDER-4 = ZERO
               AND (LEAP-REMAINDER-100 NOT = ZERO
                   OR LEAP-REMAINDER-400 = ZERO)
               SET LEAP-YEAR TO TRUE
           END-IF.
       EXIT.
      *
       SET-MONTH-LENGTH SECTION.
           EVALUATE DATE-WORK-MONTH
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO MONTH-LENGTH
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO MONTH-LENGTH
               WHEN OTHER
                   IF LEAP-YEAR
                       MOVE 29 TO MONTH-LENGTH
                   ELSE
                       MOVE 28 TO MONTH-LENGTH
                   END-IF
           END-EVALUATE.
       EXIT.
      *
       WRITE-ACCRUAL-LINE SECTION.
           MOVE OVERDRAWN-AMOUNT TO REPORT-OVERDRAWN-EDIT.
           MOVE ACCOUNT-MASTER-OVERDRAFT-LIMIT TO REPORT-LIMIT-EDIT.
           MOVE EXCESS-PART TO REPORT-EXCESS-EDIT.
           MOVE DAYS-COVERED TO REPORT-DAYS-EDIT.
           MOVE AUTHORISED-INTEREST TO REPORT-INTEREST-EDIT.
           MOVE EXCESS-INTEREST TO REPORT-INTEREST-EDIT-2.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING ACCOUNT-MASTER-KEY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ACCOUNT-MASTER-WIDE-KEY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               REPORT-OVERDRAWN-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REPORT-LIMIT-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REPORT-EXCESS-EDIT DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               REPORT-DAYS-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               REPORT-INTEREST-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REPORT-INTEREST-EDIT-2 DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
       EXIT.
      *
       WRITE-CHARGE-LINE SECTION.
           MOVE CHARGE-DAY-COUNT TO REPORT-DAY-COUNT-EDIT.
           MOVE CHARGE-ACCRUED TO REPORT-ACCRUED-EDIT.
           MOVE CHARGE-AMOUNT TO REPORT-CHARGE-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING CHARGE-ACCOUNT-KEY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CHARGE-WIDE-KEY DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               CHARGE-ENTITY DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               REPORT-DAY-COUNT-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REPORT-ACCRUED-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REPORT-CHARGE-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
       EXIT.
      *
      * WRITE-ACCRUAL-TOTALS - THE RATES USED, THE DAY'S COUNTS AND
      * WHAT EACH RATE ACCRUED.
      *
       WRITE-ACCRUAL-TOTALS SECTION.
           MOVE SPACES TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE AUTHORISED-RATE TO REPORT-RATE-EDIT.
           MOVE UNAUTHORISED-RATE TO REPORT-RATE-EDIT-2.
           MOVE DAYS-COVERED TO REPORT-DAYS-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "RATES FROM " DELIMITED BY SIZE
               RATE-IN-FORCE-DATE DELIMITED BY SIZE
               "  AUTHORISED " DELIMITED BY SIZE
               REPORT-RATE-EDIT DELIMITED BY SIZE
               "  UNAUTHORISED " DELIMITED BY SIZE
               REPORT-RATE-EDIT-2 DELIMITED BY SIZE
               "  DAYS " DELIMITED BY SIZE
               REPORT-DAYS-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE ACCOUNTS-ACCRUED-COUNT TO REPORT-COUNT-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "ACCOUNTS ACCRUED:        " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE ACCOUNTS-IN-EXCESS-COUNT TO REPORT-COUNT-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "  OF WHICH OVER LIMIT:   " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE ACCOUNTS-CLOSED-COUNT TO REPORT-COUNT-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "OVERDRAWN, CLOSED:       " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE ACCOUNTS-ON-LOAN-COUNT TO REPORT-COUNT-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "OVERDRAWN, LOAN RUNNING: " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE DAY-AUTHORISED-TOTAL TO REPORT-ACCRUED-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "ACCRUED AT AUTHORISED RATE:   " DELIMITED BY SIZE
               REPORT-ACCRUED-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE DAY-EXCESS-TOTAL TO REPORT-ACCRUED-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "ACCRUED AT UNAUTHORISED RATE: " DELIMITED BY SIZE
               REPORT-ACCRUED-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
       EXIT.
      *
      * WRITE-CHARGE-TOTALS - THE MONTH'S CHARGES, AND THE TIE TO
      * THE DEBIT-INTEREST INCOME ACCOUNT THE JOURNAL CREDITS.
      *
       WRITE-CHARGE-TOTALS SECTION.
           MOVE SPACES TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE MONTH-ROWS-RELEASED-COUNT TO REPORT-COUNT-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "ACCRUALS IN THE MONTH:   " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE ACCOUNTS-CHARGED-COUNT TO REPORT-COUNT-EDIT.
           MOVE CHARGED-TOTAL TO REPORT-TOTAL-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "ACCOUNTS CHARGED:        " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               "  AMOUNT:    " DELIMITED BY SIZE
               REPORT-TOTAL-EDIT DELIMITED BY SIZE
               "  TO GL " DELIMITED BY SIZE
               DEBIT-INTEREST-ACCOUNT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE CLOSURE-CHARGES-COUNT TO REPORT-COUNT-EDIT.
           MOVE CLOSURE-CHARGED-TOTAL TO REPORT-TOTAL-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "CHARGED AT CLOSURE:      " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               "  AMOUNT:    " DELIMITED BY SIZE
               REPORT-TOTAL-EDIT DELIMITED BY SIZE
               "  TO GL " DELIMITED BY SIZE
               DEBIT-INTEREST-ACCOUNT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
       EXIT.
      *
       WRITE-REPORT-HEADING SECTION.
           ADD 1 TO REPORT-PAGE-NUMBER.
           MOVE RUN-DATE TO REPORT-HEADING-DATE.
           MOVE REPORT-PAGE-NUMBER TO REPORT-HEADING-PAGE.
           MOVE REPORT-HEADING-LINE TO DEBIT-REPORT-LINE.
           WRITE DEBIT-REPORT-LINE AFTER ADVANCING PAGE.
           MOVE 1 TO REPORT-LINE-COUNT.
           MOVE SPACES TO DEBIT-REPORT-LINE.
           WRITE DEBIT-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE REPORT-COLUMN-LINE TO DEBIT-REPORT-LINE.
           WRITE DEBIT-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 2 TO REPORT-LINE-COUNT.
       EXIT.
      *
       WRITE-REPORT-LINE SECTION.
           IF REPORT-LINE-COUNT NOT < REPORT-PAGE-DEPTH
               PERFORM WRITE-REPORT-HEADING
           END-IF.
           MOVE REPORT-BUILD-LINE TO DEBIT-REPORT-LINE.
           WRITE DEBIT-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO REPORT-LINE-COUNT.
       EXIT.
      *
       READ-ACCOUNT-MASTER SECTION.
           READ ACCOUNT-MASTER
               AT END
                   SET END-OF-ACCOUNT-MASTER TO TRUE
           END-READ.
       EXIT.
      *
       READ-DEBIT-RATE SECTION.
           READ DEBIT-RATE-FILE
               AT END
                   SET END-OF-DEBIT-RATES TO TRUE
           END-READ.
       EXIT.
      *
       READ-BUSINESS-CALENDAR SECTION.
           READ BUSINESS-CALENDAR
               AT END
                   SET END-OF-BUSINESS-CALENDAR TO TRUE
           END-READ.
       EXIT.
      *
       READ-CHART-ROW SECTION.
           READ CHART-OF-ACCOUNTS
               AT END
                   SET END-OF-CHART TO TRUE
           END-READ.
       EXIT.
      *
       READ-DEBIT-LEDGER SECTION.
           READ DEBIT-LEDGER
               AT END
                   SET END-OF-DEBIT-LEDGER TO TRUE
           END-READ.
       EXIT.
      *
       READ-DEBIT-WORK SECTION.
           READ DEBIT-WORK-FILE
               AT END
                   SET END-OF-DEBIT-WORK TO TRUE
           END-READ.
       EXIT.
      *
      * COMPUTE-CHECK-DIGIT - THE MODULUS-11 CHECK DIGIT OVER
      * ACCR-STRING-PART1, MATCHING VALIDATE-CHECK-DIGIT IN TEST.
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
           MOVE ACCR-STRING-PART1(CHECK-DIGIT-INDEX:1) TO
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
           IF STEP-LEDGER-DATE = RUN-DATE
               AND STEP-LEDGER-PROGRAM = STEP-PROGRAM-NAME
               AND STEP-LEDGER-STATUS = "E"
               SET DAY-ALREADY-ACCRUED TO TRUE
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
       END PROGRAM DEBITINT.
