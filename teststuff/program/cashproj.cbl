       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHPROJ.
      *
      *
      * FORWARD CASH-FLOW PROJECTION. TREASURY'S WEEKLY QUESTION -
      * WHAT WILL MOVE OVER THE NEXT MONTH - ANSWERED FROM THE FILES
      * THAT ALREADY KNOW: THE STANDING-INSTRUCTION TEMPLATES, THE
      * FUTURE-DATED ITEMS WAITING IN THE WAREHOUSE (WAREHSO, AS THE
      * LAST DAILY RUN LEFT IT) AND THE RUNNING TERM DEPOSITS. EACH
      * SOURCE IS EXPANDED ACROSS THE NEXT N BUSINESS DAYS ON BUSIDAYS
      * (N FROM THE SYSIN CARD, DEFAULT 30) ONTO THE DAY TEST WOULD
      * POST IT:
      *
      *   A TEMPLATE ON EVERY DAY IT WOULD BE EXPANDED - EVERY DAY
      *   FOR FREQUENCY D, THE NAMED DAY OF THE MONTH FOR M - WITHIN
      *   ITS ACTIVE RANGE, EXACTLY AS TEST JUDGES IT EACH MORNING;
      *   A WAREHOUSED ITEM ON THE FIRST BUSINESS DAY ON OR AFTER ITS
      *   VALUE DATE, WHEN TEST RELEASES IT;
      *   A DEPOSIT ON THE BUSINESS DAY AFTER IT FALLS DUE, WHEN THE
      *   FEED TDMATURE WRITES POSTS - INTEREST AND PRINCIPAL TO THE
      *   SETTLEMENT ACCOUNT ON A PAYOUT, INTEREST TO THE DEPOSIT
      *   ACCOUNT ON A ROLLOVER, WHICH THEN RUNS ANOTHER TERM AND MAY
      *   MATURE AGAIN INSIDE THE HORIZON.
      *
      * AMOUNTS TAKE TEST'S SIGNS - A NEGATIVE AMOUNT LEAVES THE
      * ACCOUNT AND IS A DEBIT HERE, A POSITIVE ONE IS A CREDIT - AND
      * FOREIGN AMOUNTS ARE CONVERTED TO BASE AT THE LATEST RATE ON
      * CCYRATES. THE CASHPRPT REPORT GIVES THE DEBITS AND CREDITS
      * PER DAY, PER CURRENCY AND PER BRANCH, THEN LISTS EVERY
      * ACCOUNT WHOSE BALANCE, CARRIED FORWARD FROM ACCTMAST THROUGH
      * ITS PROJECTED MOVEMENTS, WOULD BE DRIVEN BELOW ITS OVERDRAFT
      * LIMIT, WITH THE FIRST DAY IT WOULD HAPPEN.
      *
      * REVERSALS (TYPE V) UNDO AN EARLIER TRANSACTION RATHER THAN
      * MOVE NEW MONEY AND ARE NOT PROJECTED. A PAYMENT-REFERENCE
      * ITEM HAS NO ACCOUNT: IT COUNTS IN THE DAY AND CURRENCY
      * FIGURES BUT NOT AGAINST A BRANCH OR A BALANCE. AN ITEM IN A
      * CURRENCY CCYRATES DOES NOT KNOW - WHICH TEST WOULD REJECT -
      * IS LEFT OUT AND THE STEP ENDS WITH A WARNING, AS IT DOES
      * WHEN THE CALENDAR RUNS OUT BEFORE THE HORIZON OR ANY ACCOUNT
      * IS PROJECTED INTO BREACH. THE JOB ONLY READS.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * KEEP IN STEP WITH TEST'S SPECIAL-NAMES - SAME MONEY FIELDS,
      * SAME EDITING.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-MASTER-WIDE-KEY
               ALTERNATE RECORD KEY IS ACCOUNT-MASTER-KEY
                   WITH DUPLICATES.
           SELECT TERM-DEPOSITS ASSIGN TO "TERMDEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TD-WIDE-KEY
               ALTERNATE RECORD KEY IS TD-ACCOUNT-KEY
                   WITH DUPLICATES.
           SELECT STANDING-INSTRUCTIONS ASSIGN TO "STANDING"
               ORGANIZATION IS LINE SEQUENTIAL.
      * WAREHOUSE-FILE - THE ITEMS STILL HELD FOR A LATER VALUE DATE,
      * AS THE LAST DAILY RUN CARRIED THEM FORWARD.
           SELECT WAREHOUSE-FILE ASSIGN TO "WAREHSO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CURRENCY-RATE-FILE ASSIGN TO "CCYRATES"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-CALENDAR ASSIGN TO "BUSIDAYS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".
      * PROJECTION-WORK-FILE - EVERY PROJECTED MOVEMENT THAT TOUCHES
      * AN ACCOUNT, IN ACCOUNT / DATE ORDER AS THE SORT GIVES THEM.
           SELECT PROJECTION-WORK-FILE ASSIGN TO "CASHWORK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROJECTION-REPORT ASSIGN TO "CASHPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY ACCTMASTER.
      *
       FD  TERM-DEPOSITS
           LABEL RECORDS ARE STANDARD.
           COPY TERMDEPOSIT.
      *
      * KEEP THIS LAYOUT IN STEP WITH STANDING-INSTRUCTION-RECORD IN
      * TEST.
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
      * THE WAREHOUSED RECORD IS THE 80-BYTE DETAIL AS FED - KEEP
      * THIS VIEW IN STEP WITH DAILY-TRANSACTIONS-RECORD IN TEST.
      * ONLY THE FIELDS THE PROJECTION NEEDS ARE NAMED.
       FD  WAREHOUSE-FILE
           LABEL RECORDS ARE STANDARD.
       01  WAREHOUSE-RECORD.
        05       WHSE-STRING-PART1       PIC X(4).
        05       WHSE-STRING-PART2       PIC X(4).
        05       WHSE-NUMBER-PART1       PIC 9(4).
        05       WHSE-NUMBER-PART2       PIC 9(4).
        05       WHSE-TRANSACTION-TYPE   PIC X.
        05       WHSE-CHECK-DIGIT        PIC 9.
        05       WHSE-CURRENCY-CODE      PIC X(3).
        05       WHSE-ORIGINAL-REFERENCE PIC 9(4).
        05       WHSE-GENERATED-FLAG     PIC X.
        05       WHSE-VALUE-DATE         PIC 9(8).
        05       WHSE-AMOUNT-SIGN        PIC X.
        05       WHSE-PRIOR-STATUS       PIC X.
        05       WHSE-STRING-TYPE        PIC X.
        05       WHSE-COUNTER-ACCOUNT-KEY PIC X(5).
        05       FILLER                  PIC X(12).
        05       WHSE-WIDE-ACCOUNT-KEY   PIC X(7).
        05       WHSE-COUNTER-WIDE-KEY   PIC X(7).
        05       FILLER                  PIC X(12).
      *
      * KEEP THIS LAYOUT IN STEP WITH CURRENCY-RATE-RECORD IN TEST.
       FD  CURRENCY-RATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CURRENCY-RATE-RECORD.
        05       RATE-CURRENCY-CODE      PIC X(3).
        05       RATE-TO-BASE            PIC 9(4)V9(6).
        05       RATE-EFFECTIVE-DATE     PIC 9(8).
      *
      * KEEP THIS LAYOUT IN STEP WITH BUSINESS-CALENDAR-RECORD IN
      * TEST.
       FD  BUSINESS-CALENDAR
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-CALENDAR-RECORD.
        05       CALENDAR-DATE           PIC 9(8).
        05       CALENDAR-DAY-TYPE       PIC X.
      *
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
        05       SW-ACCOUNT-KEY          PIC X(7).
        05       SW-DATE                 PIC 9(8).
        05       SW-SEQUENCE             PIC 9(8).
        05       SW-AMOUNT               PIC S9(11)V99.
      *
       FD  PROJECTION-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  PROJECTION-WORK-RECORD.
        05       WORK-ACCOUNT-KEY        PIC X(7).
        05       WORK-DATE               PIC 9(8).
        05       WORK-SEQUENCE           PIC 9(8).
        05       WORK-AMOUNT             PIC S9(11)V99.
      *
       FD  PROJECTION-REPORT
           LABEL RECORDS ARE STANDARD.
       01  PROJECTION-REPORT-LINE       PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
      * KEEP IN STEP WITH BASE-CURRENCY-CODE IN TEST.
       01  BASE-CURRENCY-CODE           PIC X(3) VALUE "EUR".
      * THE SYSIN CARD - HOW MANY BUSINESS DAYS TO PROJECT OVER.
       01  DAYS-CARD                    PIC X(3) VALUE SPACES.
       01  DAYS-CARD-NUMBER REDEFINES DAYS-CARD PIC 9(3).
       01  HORIZON-DAYS-WANTED          PIC 9(3) VALUE 30.
       01  HORIZON-DATE                 PIC 9(8) VALUE ZERO.
       01  CALENDAR-SHORT-SWITCH        PIC X VALUE "N".
         88      CALENDAR-SHORT               VALUE "Y".
      *
       01  STANDING-INSTRUCTIONS-SWITCH PIC X VALUE "N".
         88      END-OF-STANDING-INSTRUCTIONS VALUE "Y".
       01  WAREHOUSE-FILE-SWITCH        PIC X VALUE "N".
         88      END-OF-WAREHOUSE-FILE        VALUE "Y".
       01  TERM-DEPOSITS-SWITCH         PIC X VALUE "N".
         88      END-OF-TERM-DEPOSITS         VALUE "Y".
       01  CURRENCY-RATE-FILE-SWITCH    PIC X VALUE "N".
         88      END-OF-CURRENCY-RATES        VALUE "Y".
       01  BUSINESS-CALENDAR-SWITCH     PIC X VALUE "N".
         88      END-OF-BUSINESS-CALENDAR     VALUE "Y".
       01  PROJECTION-WORK-SWITCH       PIC X VALUE "N".
         88      END-OF-PROJECTION-WORK       VALUE "Y".
       01  ACCOUNT-NOT-FOUND-SWITCH     PIC X VALUE "N".
         88      ACCOUNT-NOT-FOUND            VALUE "Y".
      *
      * THE LOADED CALENDAR - BUSINESS DATES ONLY, IN DATE ORDER.
       01  BUSINESS-DATE-TABLE.
        05       BUSINESS-DATE-ENTRY OCCURS 1500 TIMES.
         10      BUSINESS-TABLE-DATE     PIC 9(8).
       01  BUSINESS-DATE-COUNT          PIC 9(4) VALUE ZERO.
       01  BUSINESS-DATE-IDX            PIC 9(4) VALUE 1.
      *
      * PROJECTION DAYS - THE BUSINESS DAYS AFTER TODAY UP TO THE
      * HORIZON, EACH WITH THE MONEY PROJECTED TO MOVE ON IT. DEBITS
      * AND CREDITS ARE HELD AS MAGNITUDES, IN BASE CURRENCY.
       01  PROJECTION-DAY-TABLE.
        05       PROJECTION-DAY-ENTRY OCCURS 366 TIMES.
         10      DAY-TABLE-DATE          PIC 9(8).
         10      DAY-TABLE-ITEMS         PIC 9(7).
         10      DAY-TABLE-DEBITS        PIC 9(11)V99.
         10      DAY-TABLE-CREDITS       PIC 9(11)V99.
       01  PROJECTION-DAY-COUNT         PIC 9(3) VALUE ZERO.
       01  PROJECTION-DAY-IDX           PIC 9(3) VALUE 1.
       01  CUMULATIVE-NET               PIC S9(11)V99 VALUE ZERO.
      *
      * CURRENCY TABLE - THE BASE CURRENCY IN THE FIRST SLOT AT A
      * RATE OF ONE, THEN EACH CODE ON CCYRATES AT ITS LATEST RATE,
      * WITH THE MONEY PROJECTED IN IT - IN THE CURRENCY ITSELF AND
      * CONVERTED TO BASE.
       01  CURRENCY-TABLE.
        05       CURRENCY-ENTRY OCCURS 11 TIMES.
         10      CURRENCY-TABLE-CODE     PIC X(3).
         10      CURRENCY-TABLE-RATE     PIC 9(4)V9(6).
         10      CURRENCY-TABLE-DATE     PIC 9(8).
         10      CURRENCY-TABLE-ITEMS    PIC 9(7).
         10      CURRENCY-TABLE-DEBITS   PIC 9(11)V99.
         10      CURRENCY-TABLE-CREDITS  PIC 9(11)V99.
         10      CURRENCY-BASE-DEBITS    PIC 9(11)V99.
         10      CURRENCY-BASE-CREDITS   PIC 9(11)V99.
       01  CURRENCY-COUNT               PIC 99 VALUE ZERO.
       01  CURRENCY-IDX                 PIC 99 VALUE 1.
       01  CURRENCY-FOUND-IDX           PIC 99 VALUE ZERO.
       01  CURRENCY-WANTED              PIC X(3) VALUE SPACES.
      *
      * BRANCH TABLE - SLOT = BRANCH DIGIT + 1. ITEMS WITH NO
      * ACCOUNT ARE TOTALLED APART.
       01  BRANCH-PROJECTION-TABLE VALUE ZEROS.
        05       BRANCH-PROJECTION-ENTRY OCCURS 10 TIMES.
         10      BRANCH-TABLE-ITEMS      PIC 9(7).
         10      BRANCH-TABLE-DEBITS     PIC 9(11)V99.
         10      BRANCH-TABLE-CREDITS    PIC 9(11)V99.
       01  BRANCH-IDX                   PIC 99 VALUE 1.
       01  NO-ACCOUNT-ITEMS             PIC 9(7) VALUE ZERO.
       01  NO-ACCOUNT-DEBITS            PIC 9(11)V99 VALUE ZERO.
       01  NO-ACCOUNT-CREDITS           PIC 9(11)V99 VALUE ZERO.
      *
      * THE ITEM BEING PROJECTED - A TEMPLATE'S OR A WAREHOUSED
      * RECORD'S FIELDS, AND THE DAY IT LANDS ON.
       01  ITEM-STRING-PART1            PIC X(4) VALUE SPACES.
       01  ITEM-NUMBER-PART1            PIC 9(4) VALUE ZERO.
       01  ITEM-NUMBER-PART2            PIC 9(4) VALUE ZERO.
       01  ITEM-TRANSACTION-TYPE        PIC X VALUE SPACE.
       01  ITEM-CHECK-DIGIT             PIC 9 VALUE ZERO.
       01  ITEM-CURRENCY-CODE           PIC X(3) VALUE SPACES.
       01  ITEM-AMOUNT-SIGN             PIC X VALUE SPACE.
       01  ITEM-STRING-TYPE             PIC X VALUE SPACE.
       01  ITEM-COUNTER-KEY             PIC X(5) VALUE SPACES.
       01  ITEM-WIDE-KEY                PIC X(7) VALUE SPACES.
       01  ITEM-COUNTER-WIDE-KEY        PIC X(7) VALUE SPACES.
       01  ITEM-DAY-IDX                 PIC 9(3) VALUE ZERO.
       01  ITEM-DATE-WANTED             PIC 9(8) VALUE ZERO.
      *
      * ONE MOVEMENT ON ONE ACCOUNT - ITS AMOUNT IN THE CURRENCY AS
      * FED AND IN BASE, SIGNED AS TEST WOULD POST IT. THE ACCOUNT IS
      * NAMED BY ITS WIDE KEY, OR BY ITS SHORT KEY IN THE FIRST FIVE
      * BYTES WHERE THE SOURCE CARRIES NO WIDE KEY.
       01  MOVE-ACCOUNT-KEY             PIC X(7) VALUE SPACES.
       01  MOVE-BRANCH-DIGIT            PIC X VALUE SPACE.
       01  MOVE-BRANCH-DIGIT-NUM REDEFINES MOVE-BRANCH-DIGIT PIC 9.
       01  MOVE-ORIGINAL-AMOUNT         PIC S9(11)V99 VALUE ZERO.
       01  MOVE-BASE-AMOUNT             PIC S9(11)V99 VALUE ZERO.
       01  MOVE-SEQUENCE                PIC 9(8) VALUE ZERO.
      *
      * THE DEPOSIT BEING PROJECTED - ITS TERM AS IT WILL STAND AT
      * EACH MATURITY INSIDE THE HORIZON.
       01  DEPOSIT-PRINCIPAL            PIC 9(9)V99 VALUE ZERO.
       01  DEPOSIT-START-DATE           PIC 9(8) VALUE ZERO.
       01  DEPOSIT-MATURITY-DATE        PIC 9(8) VALUE ZERO.
       01  DEPOSIT-DUE-DATE             PIC 9(8) VALUE ZERO.
       01  DEPOSIT-TERM-DAYS            PIC 9(4) VALUE ZERO.
       01  DEPOSIT-INTEREST             PIC 9(9)V99 VALUE ZERO.
       01  DEPOSIT-ROUNDS               PIC 99 VALUE ZERO.
       01  DEPOSIT-CHAIN-SWITCH         PIC X VALUE "N".
         88      DEPOSIT-CHAIN-DONE           VALUE "Y".
      *
      * CALENDAR ARITHMETIC - TDMATURE'S DAY-AT-A-TIME WALK, WITH
      * CALBUILD'S MONTH-LENGTH AND LEAP-YEAR RULES.
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
      * THE ACCOUNT BEING CARRIED FORWARD THROUGH ITS MOVEMENTS.
       01  PROJ-ACCOUNT-KEY             PIC X(7) VALUE SPACES.
       01  PROJ-ACCOUNT-SWITCH          PIC X VALUE "N".
         88      PROJ-ACCOUNT-OPEN            VALUE "Y".
       01  PROJ-BALANCE                 PIC S9(11)V99 VALUE ZERO.
       01  PROJ-LOWEST-BALANCE          PIC S9(11)V99 VALUE ZERO.
       01  PROJ-BREACH-DATE             PIC 9(8) VALUE ZERO.
      *
      * RUN COUNTS AND TOTALS.
       01  TEMPLATES-READ-COUNT         PIC 9(8) VALUE ZERO.
       01  STANDING-ITEMS-COUNT         PIC 9(8) VALUE ZERO.
       01  WAREHOUSE-READ-COUNT         PIC 9(8) VALUE ZERO.
       01  WAREHOUSE-ITEMS-COUNT        PIC 9(8) VALUE ZERO.
       01  WAREHOUSE-BEYOND-COUNT       PIC 9(8) VALUE ZERO.
       01  DEPOSIT-MATURITIES-COUNT     PIC 9(8) VALUE ZERO.
       01  DEPOSITS-NOT-PROJECTED-COUNT PIC 9(8) VALUE ZERO.
       01  REVERSALS-SKIPPED-COUNT      PIC 9(8) VALUE ZERO.
       01  ITEMS-UNPRICED-COUNT         PIC 9(8) VALUE ZERO.
       01  MOVEMENTS-COUNT              PIC 9(8) VALUE ZERO.
       01  ACCOUNTS-PROJECTED-COUNT     PIC 9(8) VALUE ZERO.
       01  ACCOUNTS-GONE-COUNT          PIC 9(8) VALUE ZERO.
       01  ACCOUNTS-BREACH-COUNT        PIC 9(8) VALUE ZERO.
       01  TOTAL-DEBITS                 PIC 9(11)V99 VALUE ZERO.
       01  TOTAL-CREDITS                PIC 9(11)V99 VALUE ZERO.
      *
      * PRINT WORK FIELDS - SAME LINE-COUNTED, PAGE-HEADED SHAPE AS
      * TEST'S DAILY REPORT.
       01  REPORT-PAGE-NUMBER           PIC 9(4) VALUE ZERO.
       01  REPORT-LINE-COUNT            PIC 9(2) VALUE ZERO.
       01  REPORT-PAGE-DEPTH            PIC 9(2) VALUE 55.
       01  REPORT-HEADING-LINE.
        05       FILLER                  PIC X(36)
                 VALUE "CASH-FLOW PROJECTION - RUN DATE ".
        05       REPORT-HEADING-RUN-DATE PIC 9(8).
        05       FILLER                  PIC X(10) VALUE "   THROUGH".
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-HEADING-HORIZON  PIC 9(8).
        05       FILLER                  PIC X(7) VALUE "   PAGE".
        05       REPORT-HEADING-PAGE     PIC ZZZ9.
       01  REPORT-DAY-COLUMNS.
        05       FILLER                  PIC X(40) VALUE
                 "  DATE       ITEMS            DEBITS    ".
        05       FILLER                  PIC X(38) VALUE
                 "       CREDITS                NET     ".
        05       FILLER                  PIC X(14) VALUE
                 "CUMULATIVE NET".
       01  REPORT-DAY-LINE.
        05       FILLER                  PIC X(2) VALUE SPACES.
        05       REPORT-DAY-DATE         PIC 9(8).
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-DAY-ITEMS        PIC ZZZZZZ9.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-DAY-DEBITS       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-DAY-CREDITS      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-DAY-NET          PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-DAY-CUMULATIVE   PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       01  REPORT-CURRENCY-COLUMNS.
        05       FILLER                  PIC X(37) VALUE
                 "  CCY        RATE   ITEMS            ".
        05       FILLER                  PIC X(36) VALUE
                 "DEBITS           CREDITS       BASE ".
        05       FILLER                  PIC X(24) VALUE
                 "DEBITS      BASE CREDITS".
       01  REPORT-CURRENCY-LINE.
        05       FILLER                  PIC X(2) VALUE SPACES.
        05       REPORT-CURRENCY-CODE    PIC X(3).
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-CURRENCY-RATE    PIC ZZZ9,999999.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-CURRENCY-ITEMS   PIC ZZZZZZ9.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-CURRENCY-DEBITS  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-CURRENCY-CREDITS PIC ZZ.ZZZ.ZZZ.ZZ9,99.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-CURRENCY-BASE-DR PIC ZZ.ZZZ.ZZZ.ZZ9,99.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-CURRENCY-BASE-CR PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  REPORT-BRANCH-COLUMNS.
        05       FILLER                  PIC X(40) VALUE
                 "  BRANCH       ITEMS            DEBITS  ".
        05       FILLER                  PIC X(35) VALUE
                 "         CREDITS                NET".
       01  REPORT-BRANCH-LINE.
        05       FILLER                  PIC X(2) VALUE SPACES.
        05       REPORT-BRANCH-LABEL     PIC X(10).
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-BRANCH-ITEMS     PIC ZZZZZZ9.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-BRANCH-DEBITS    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-BRANCH-CREDITS   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-BRANCH-NET       PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       01  REPORT-BREACH-COLUMNS.
        05       FILLER                  PIC X(42) VALUE
                 "  ACCT           BALANCE NOW     OD LIMIT ".
        05       FILLER                  PIC X(39) VALUE
                 "BREACH               LOWEST            ".
        05       FILLER                  PIC X(7) VALUE
                 "CLOSING".
       01  REPORT-BREACH-LINE.
        05       FILLER                  PIC X(2) VALUE SPACES.
        05       REPORT-BREACH-KEY       PIC X(7).
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-BREACH-BALANCE   PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-BREACH-LIMIT     PIC Z.ZZZ.ZZ9,99.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-BREACH-DATE      PIC 9(8).
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-BREACH-LOWEST    PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-BREACH-CLOSING   PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       01  REPORT-COUNT-EDIT            PIC ZZZZZZZ9.
       01  REPORT-MONEY-EDIT            PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       01  REPORT-BUILD-LINE            PIC X(132) VALUE SPACES.
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           DISPLAY "START CASHPROJ".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT DAYS-CARD FROM SYSIN.
           IF DAYS-CARD NOT = SPACES
               IF DAYS-CARD NOT NUMERIC
                   OR DAYS-CARD-NUMBER = ZERO
                   OR DAYS-CARD-NUMBER > 366
                   DISPLAY "PROJECTION DAYS INVALID: " DAYS-CARD
                       " - RUN REFUSED"
                   MOVE 8 TO RETURN-CODE
                   GO TO PROG-EX
               END-IF
               MOVE DAYS-CARD-NUMBER TO HORIZON-DAYS-WANTED
           END-IF.
           PERFORM LOAD-BUSINESS-DATES.
           PERFORM FIND-PROJECTION-DAYS.
           IF PROJECTION-DAY-COUNT = ZERO
               DISPLAY "NO BUSINESS DAYS ON THE CALENDAR AFTER "
                   RUN-DATE " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           PERFORM LOAD-CURRENCY-RATES.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-ACCOUNT-KEY SW-DATE SW-SEQUENCE
               INPUT PROCEDURE IS RELEASE-PROJECTED-MOVEMENTS
               GIVING PROJECTION-WORK-FILE.
           OPEN OUTPUT PROJECTION-REPORT.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM WRITE-DAY-SECTION.
           PERFORM WRITE-CURRENCY-SECTION.
           PERFORM WRITE-BRANCH-SECTION.
           PERFORM WRITE-BREACH-HEADING.
           OPEN INPUT ACCOUNT-MASTER.
           OPEN INPUT PROJECTION-WORK-FILE.
           PERFORM READ-PROJECTION-WORK.
           PERFORM PROJECT-ONE-ACCOUNT UNTIL END-OF-PROJECTION-WORK.
           CLOSE PROJECTION-WORK-FILE.
           CLOSE ACCOUNT-MASTER.
           PERFORM WRITE-TOTAL-SECTION.
           CLOSE PROJECTION-REPORT.
           DISPLAY "BUSINESS DAYS PROJECTED: " PROJECTION-DAY-COUNT
               " THROUGH " HORIZON-DATE.
           DISPLAY "STANDING TEMPLATES READ: " TEMPLATES-READ-COUNT
               " ITEMS PROJECTED: " STANDING-ITEMS-COUNT.
           DISPLAY "WAREHOUSE ITEMS READ: " WAREHOUSE-READ-COUNT
               " PROJECTED: " WAREHOUSE-ITEMS-COUNT
               " BEYOND HORIZON: " WAREHOUSE-BEYOND-COUNT.
           DISPLAY "DEPOSIT MATURITIES PROJECTED: "
               DEPOSIT-MATURITIES-COUNT.
           DISPLAY "DEPOSITS TDMATURE WOULD HOLD: "
               DEPOSITS-NOT-PROJECTED-COUNT.
           DISPLAY "REVERSALS NOT PROJECTED: " REVERSALS-SKIPPED-COUNT.
           DISPLAY "ITEMS IN AN UNKNOWN CURRENCY: "
               ITEMS-UNPRICED-COUNT.
           DISPLAY "ACCOUNTS PROJECTED: " ACCOUNTS-PROJECTED-COUNT.
           DISPLAY "ACCOUNTS CLOSED OR OFF THE MASTER: "
               ACCOUNTS-GONE-COUNT.
           DISPLAY "ACCOUNTS PROJECTED BELOW OVERDRAFT LIMIT: "
               ACCOUNTS-BREACH-COUNT.
           IF CALENDAR-SHORT
               DISPLAY "BUSINESS CALENDAR ENDS " HORIZON-DATE
                   " - PROJECTION COVERS " PROJECTION-DAY-COUNT
                   " BUSINESS DAYS ONLY"
           END-IF.
           IF CALENDAR-SHORT
               OR ITEMS-UNPRICED-COUNT > ZERO
               OR ACCOUNTS-BREACH-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
       PROG-EX.
           DISPLAY "END CASHPROJ".
           EXIT PROGRAM.
      *
      * LOAD-BUSINESS-DATES - TDMATURE'S TABLE OF BUSINESS DATES.
      *
       LOAD-BUSINESS-DATES SECTION.
           OPEN INPUT BUSINESS-CALENDAR.
           PERFORM READ-BUSINESS-CALENDAR.
           PERFORM LOAD-ONE-BUSINESS-DATE
               UNTIL END-OF-BUSINESS-CALENDAR
               OR BUSINESS-DATE-COUNT = 1500.
           CLOSE BUSINESS-CALENDAR.
       EXIT.
      *
       LOAD-ONE-BUSINESS-DATE SECTION.
           IF CALENDAR-DAY-TYPE = "B"
               ADD 1 TO BUSINESS-DATE-COUNT
               MOVE CALENDAR-DATE TO
                   BUSINESS-TABLE-DATE(BUSINESS-DATE-COUNT)
           END-IF.
           PERFORM READ-BUSINESS-CALENDAR.
       EXIT.
      *
      * FIND-PROJECTION-DAYS - THE BUSINESS DAYS AFTER TODAY UP TO
      * THE NUMBER WANTED; THE LAST ONE TAKEN IS THE HORIZON. FEWER
      * THAN THAT ON THE CALENDAR MARKS IT SHORT.
      *
       FIND-PROJECTION-DAYS SECTION.
           MOVE RUN-DATE TO HORIZON-DATE.
           MOVE ZERO TO PROJECTION-DAY-TABLE.
           PERFORM TAKE-ONE-PROJECTION-DAY
               VARYING BUSINESS-DATE-IDX FROM 1 BY 1
               UNTIL BUSINESS-DATE-IDX > BUSINESS-DATE-COUNT
               OR PROJECTION-DAY-COUNT = HORIZON-DAYS-WANTED.
           IF PROJECTION-DAY-COUNT < HORIZON-DAYS-WANTED
               SET CALENDAR-SHORT TO TRUE
           END-IF.
       EXIT.
      *
       TAKE-ONE-PROJECTION-DAY SECTION.
           IF BUSINESS-TABLE-DATE(BUSINESS-DATE-IDX) > RUN-DATE
               ADD 1 TO PROJECTION-DAY-COUNT
               MOVE BUSINESS-TABLE-DATE(BUSINESS-DATE-IDX)
                   TO DAY-TABLE-DATE(PROJECTION-DAY-COUNT)
               MOVE BUSINESS-TABLE-DATE(BUSINESS-DATE-IDX)
                   TO HORIZON-DATE
           END-IF.
       EXIT.
      *
      * LOAD-CURRENCY-RATES - THE BASE CURRENCY FIRST, THEN EACH
      * CODE ON CCYRATES. A CODE FILED MORE THAN ONCE KEEPS THE ROW
      * WITH THE LATEST EFFECTIVE DATE; CODES PAST THE TABLE LIMIT
      * ARE LEFT UNKNOWN, AS TEST LEAVES THEM.
      *
       LOAD-CURRENCY-RATES SECTION.
           PERFORM CLEAR-ONE-CURRENCY-ENTRY
               VARYING CURRENCY-IDX FROM 1 BY 1
               UNTIL CURRENCY-IDX > 11.
           MOVE 1 TO CURRENCY-COUNT.
           MOVE BASE-CURRENCY-CODE TO CURRENCY-TABLE-CODE(1).
           MOVE 1 TO CURRENCY-TABLE-RATE(1).
           MOVE "N" TO CURRENCY-RATE-FILE-SWITCH.
           OPEN INPUT CURRENCY-RATE-FILE.
           PERFORM READ-CURRENCY-RATE.
           PERFORM LOAD-ONE-CURRENCY-RATE
               UNTIL END-OF-CURRENCY-RATES.
           CLOSE CURRENCY-RATE-FILE.
           DISPLAY "CURRENCY RATES LOADED: " CURRENCY-COUNT.
       EXIT.
      *
       CLEAR-ONE-CURRENCY-ENTRY SECTION.
           MOVE SPACES TO CURRENCY-TABLE-CODE(CURRENCY-IDX).
           MOVE ZERO TO CURRENCY-TABLE-RATE(CURRENCY-IDX).
           MOVE ZERO TO CURRENCY-TABLE-DATE(CURRENCY-IDX).
           MOVE ZERO TO CURRENCY-TABLE-ITEMS(CURRENCY-IDX).
           MOVE ZERO TO CURRENCY-TABLE-DEBITS(CURRENCY-IDX).
           MOVE ZERO TO CURRENCY-TABLE-CREDITS(CURRENCY-IDX).
           MOVE ZERO TO CURRENCY-BASE-DEBITS(CURRENCY-IDX).
           MOVE ZERO TO CURRENCY-BASE-CREDITS(CURRENCY-IDX).
       EXIT.
      *
       LOAD-ONE-CURRENCY-RATE SECTION.
           IF RATE-CURRENCY-CODE = SPACES
               OR RATE-CURRENCY-CODE = BASE-CURRENCY-CODE
               GO TO LOAD-ONE-CURRENCY-RATE-NEXT
           END-IF.
           MOVE RATE-CURRENCY-CODE TO CURRENCY-WANTED.
           PERFORM FIND-CURRENCY.
           IF CURRENCY-FOUND-IDX = ZERO
               IF CURRENCY-COUNT = 11
                   GO TO LOAD-ONE-CURRENCY-RATE-NEXT
               END-IF
               ADD 1 TO CURRENCY-COUNT
               MOVE CURRENCY-COUNT TO CURRENCY-FOUND-IDX
               MOVE RATE-CURRENCY-CODE
                   TO CURRENCY-TABLE-CODE(CURRENCY-FOUND-IDX)
           ELSE
               IF RATE-EFFECTIVE-DATE <
                       CURRENCY-TABLE-DATE(CURRENCY-FOUND-IDX)
                   GO TO LOAD-ONE-CURRENCY-RATE-NEXT
               END-IF
           END-IF.
           MOVE RATE-TO-BASE TO CURRENCY-TABLE-RATE(CURRENCY-FOUND-IDX).
           MOVE RATE-EFFECTIVE-DATE
               TO CURRENCY-TABLE-DATE(CURRENCY-FOUND-IDX).
       LOAD-ONE-CURRENCY-RATE-NEXT.
           PERFORM READ-CURRENCY-RATE.
       EXIT.
      *
       FIND-CURRENCY SECTION.
           MOVE ZERO TO CURRENCY-FOUND-IDX.
           PERFORM MATCH-ONE-CURRENCY
               VARYING CURRENCY-IDX FROM 1 BY 1
               UNTIL CURRENCY-IDX > CURRENCY-COUNT
               OR CURRENCY-FOUND-IDX NOT = ZERO.
       EXIT.
      *
       MATCH-ONE-CURRENCY SECTION.
           IF CURRENCY-TABLE-CODE(CURRENCY-IDX) = CURRENCY-WANTED
               MOVE CURRENCY-IDX TO CURRENCY-FOUND-IDX
           END-IF.
       EXIT.
      *
      * RELEASE-PROJECTED-MOVEMENTS - THE SORT'S INPUT: THE THREE
      * SOURCES EXPANDED ONTO THEIR DAYS. THE DAY, CURRENCY AND
      * BRANCH FIGURES ARE TALLIED AS EACH MOVEMENT IS MADE.
      *
       RELEASE-PROJECTED-MOVEMENTS SECTION.
           PERFORM EXPAND-STANDING-INSTRUCTIONS.
           PERFORM PROJECT-WAREHOUSE-ITEMS.
           PERFORM PROJECT-DEPOSIT-MATURITIES.
       EXIT.
      *
       EXPAND-STANDING-INSTRUCTIONS SECTION.
           OPEN INPUT STANDING-INSTRUCTIONS.
           PERFORM READ-STANDING-INSTRUCTION.
           PERFORM EXPAND-ONE-STANDING-INSTRUCTION
               UNTIL END-OF-STANDING-INSTRUCTIONS.
           CLOSE STANDING-INSTRUCTIONS.
       EXIT.
      *
       EXPAND-ONE-STANDING-INSTRUCTION SECTION.
           ADD 1 TO TEMPLATES-READ-COUNT.
           MOVE STANDING-STRING-PART1 TO ITEM-STRING-PART1.
           MOVE STANDING-NUMBER-PART1 TO ITEM-NUMBER-PART1.
           MOVE STANDING-NUMBER-PART2 TO ITEM-NUMBER-PART2.
           MOVE STANDING-TYPE TO ITEM-TRANSACTION-TYPE.
           MOVE STANDING-CHECK-DIGIT TO ITEM-CHECK-DIGIT.
           MOVE STANDING-CURRENCY-CODE TO ITEM-CURRENCY-CODE.
           MOVE SPACE TO ITEM-AMOUNT-SIGN.
           MOVE SPACE TO ITEM-STRING-TYPE.
           MOVE SPACES TO ITEM-COUNTER-KEY.
           MOVE STANDING-WIDE-KEY TO ITEM-WIDE-KEY.
           MOVE SPACES TO ITEM-COUNTER-WIDE-KEY.
           PERFORM EXPAND-ONE-TEMPLATE-DAY
               VARYING PROJECTION-DAY-IDX FROM 1 BY 1
               UNTIL PROJECTION-DAY-IDX > PROJECTION-DAY-COUNT.
           PERFORM READ-STANDING-INSTRUCTION.
       EXIT.
      *
      * EXPAND-ONE-TEMPLATE-DAY - TEST'S TEST FOR WHETHER A TEMPLATE
      * APPLIES, PUT TO EACH PROJECTED DAY IN TURN. A MONTHLY
      * TEMPLATE WHOSE DAY IS NOT A BUSINESS DAY IS NOT EXPANDED
      * THAT MONTH, AND IS NOT PROJECTED EITHER.
      *
       EXPAND-ONE-TEMPLATE-DAY SECTION.
           MOVE DAY-TABLE-DATE(PROJECTION-DAY-IDX) TO DATE-WORK.
           IF DATE-WORK < STANDING-ACTIVE-FROM
               OR DATE-WORK > STANDING-ACTIVE-TO
               GO TO EXPAND-ONE-TEMPLATE-DAY-EX
           END-IF.
           IF STANDING-FREQUENCY = "M"
               AND DATE-WORK-DAY NOT = STANDING-DAY-OF-MONTH
               GO TO EXPAND-ONE-TEMPLATE-DAY-EX
           END-IF.
           MOVE PROJECTION-DAY-IDX TO ITEM-DAY-IDX.
           ADD 1 TO STANDING-ITEMS-COUNT.
           PERFORM PROJECT-TRANSACTION.
       EXPAND-ONE-TEMPLATE-DAY-EX.
       EXIT.
      *
      * PROJECT-WAREHOUSE-ITEMS - EACH HELD ITEM LANDS ON THE FIRST
      * PROJECTED DAY ON OR AFTER ITS VALUE DATE. ONE WHOSE DATE IS
      * NOT A DATE, OR ALREADY PAST, IS RELEASED BY THE NEXT RUN.
      *
       PROJECT-WAREHOUSE-ITEMS SECTION.
           MOVE "N" TO WAREHOUSE-FILE-SWITCH.
           OPEN INPUT WAREHOUSE-FILE.
           PERFORM READ-WAREHOUSE-RECORD.
           PERFORM PROJECT-ONE-WAREHOUSE-ITEM
               UNTIL END-OF-WAREHOUSE-FILE.
           CLOSE WAREHOUSE-FILE.
       EXIT.
      *
       PROJECT-ONE-WAREHOUSE-ITEM SECTION.
           ADD 1 TO WAREHOUSE-READ-COUNT.
           MOVE 1 TO ITEM-DAY-IDX.
           IF WHSE-VALUE-DATE NUMERIC
               AND WHSE-VALUE-DATE > RUN-DATE
               MOVE WHSE-VALUE-DATE TO ITEM-DATE-WANTED
               MOVE ZERO TO ITEM-DAY-IDX
               PERFORM MATCH-DAY-ON-OR-AFTER
                   VARYING PROJECTION-DAY-IDX FROM 1 BY 1
                   UNTIL PROJECTION-DAY-IDX > PROJECTION-DAY-COUNT
                   OR ITEM-DAY-IDX NOT = ZERO
           END-IF.
           IF ITEM-DAY-IDX = ZERO
               ADD 1 TO WAREHOUSE-BEYOND-COUNT
               GO TO PROJECT-ONE-WAREHOUSE-ITEM-NEXT
           END-IF.
           MOVE WHSE-STRING-PART1 TO ITEM-STRING-PART1.
           MOVE WHSE-NUMBER-PART1 TO ITEM-NUMBER-PART1.
           MOVE WHSE-NUMBER-PART2 TO ITEM-NUMBER-PART2.
           MOVE WHSE-TRANSACTION-TYPE TO ITEM-TRANSACTION-TYPE.
           MOVE WHSE-CHECK-DIGIT TO ITEM-CHECK-DIGIT.
           MOVE WHSE-CURRENCY-CODE TO ITEM-CURRENCY-CODE.
           MOVE WHSE-AMOUNT-SIGN TO ITEM-AMOUNT-SIGN.
           MOVE WHSE-STRING-TYPE TO ITEM-STRING-TYPE.
           MOVE WHSE-COUNTER-ACCOUNT-KEY TO ITEM-COUNTER-KEY.
           MOVE WHSE-WIDE-ACCOUNT-KEY TO ITEM-WIDE-KEY.
           MOVE WHSE-COUNTER-WIDE-KEY TO ITEM-COUNTER-WIDE-KEY.
           ADD 1 TO WAREHOUSE-ITEMS-COUNT.
           PERFORM PROJECT-TRANSACTION.
       PROJECT-ONE-WAREHOUSE-ITEM-NEXT.
           PERFORM READ-WAREHOUSE-RECORD.
       EXIT.
      *
       MATCH-DAY-ON-OR-AFTER SECTION.
           IF DAY-TABLE-DATE(PROJECTION-DAY-IDX) NOT < ITEM-DATE-WANTED
               MOVE PROJECTION-DAY-IDX TO ITEM-DAY-IDX
           END-IF.
       EXIT.
      *
       MATCH-DAY-AFTER SECTION.
           IF DAY-TABLE-DATE(PROJECTION-DAY-IDX) > ITEM-DATE-WANTED
               MOVE PROJECTION-DAY-IDX TO ITEM-DAY-IDX
           END-IF.
       EXIT.
      *
      * PROJECT-TRANSACTION - ONE TEMPLATE OR WAREHOUSED ITEM ON ITS
      * DAY. THE AMOUNT IS FOLDED AND SIGNED AS TEST DOES IT: A
      * CREDIT-SIGNED RECORD OR A TRANSFER POSTS NEGATIVE, A LETTER-C
      * BACK-OUT IS NEGATED AGAIN, AND A TRANSFER'S RECEIVING
      * ACCOUNT TAKES THE OPPOSITE OF WHAT ITS OWN ACCOUNT PAYS.
      *
       PROJECT-TRANSACTION SECTION.
           IF ITEM-TRANSACTION-TYPE = "V"
               ADD 1 TO REVERSALS-SKIPPED-COUNT
               GO TO PROJECT-TRANSACTION-EX
           END-IF.
           IF ITEM-CURRENCY-CODE = SPACES
               MOVE BASE-CURRENCY-CODE TO CURRENCY-WANTED
           ELSE
               MOVE ITEM-CURRENCY-CODE TO CURRENCY-WANTED
           END-IF.
           PERFORM FIND-CURRENCY.
           IF CURRENCY-FOUND-IDX = ZERO
               ADD 1 TO ITEMS-UNPRICED-COUNT
               DISPLAY "UNKNOWN CURRENCY CODE " ITEM-CURRENCY-CODE
                   " ON " ITEM-STRING-PART1 " - NOT PROJECTED"
               GO TO PROJECT-TRANSACTION-EX
           END-IF.
           COMPUTE MOVE-ORIGINAL-AMOUNT ROUNDED =
               ITEM-NUMBER-PART1 + (ITEM-NUMBER-PART2 / 10000).
           IF ITEM-AMOUNT-SIGN = "-" OR ITEM-TRANSACTION-TYPE = "T"
               COMPUTE MOVE-ORIGINAL-AMOUNT =
                   ZERO - MOVE-ORIGINAL-AMOUNT
           END-IF.
           IF ITEM-TRANSACTION-TYPE = "C"
               COMPUTE MOVE-ORIGINAL-AMOUNT =
                   ZERO - MOVE-ORIGINAL-AMOUNT
           END-IF.
           COMPUTE MOVE-BASE-AMOUNT ROUNDED = MOVE-ORIGINAL-AMOUNT
               * CURRENCY-TABLE-RATE(CURRENCY-FOUND-IDX).
           MOVE SPACES TO MOVE-ACCOUNT-KEY.
           IF ITEM-WIDE-KEY NOT = SPACES
               MOVE ITEM-WIDE-KEY TO MOVE-ACCOUNT-KEY
           ELSE
               IF ITEM-STRING-TYPE NOT = "R"
                   STRING ITEM-STRING-PART1 DELIMITED BY SIZE
                       ITEM-CHECK-DIGIT DELIMITED BY SIZE
                       INTO MOVE-ACCOUNT-KEY
               END-IF
           END-IF.
           PERFORM PROJECT-MOVEMENT.
           IF ITEM-TRANSACTION-TYPE = "T"
               AND (ITEM-COUNTER-KEY NOT = SPACES
                   OR ITEM-COUNTER-WIDE-KEY NOT = SPACES)
               IF ITEM-COUNTER-WIDE-KEY NOT = SPACES
                   MOVE ITEM-COUNTER-WIDE-KEY TO MOVE-ACCOUNT-KEY
               ELSE
                   MOVE ITEM-COUNTER-KEY TO MOVE-ACCOUNT-KEY
               END-IF
               COMPUTE MOVE-ORIGINAL-AMOUNT =
                   ZERO - MOVE-ORIGINAL-AMOUNT
               COMPUTE MOVE-BASE-AMOUNT = ZERO - MOVE-BASE-AMOUNT
               PERFORM PROJECT-MOVEMENT
           END-IF.
       PROJECT-TRANSACTION-EX.
       EXIT.
      *
      * PROJECT-DEPOSIT-MATURITIES - EVERY RUNNING DEPOSIT, FOLLOWED
      * THROUGH EACH MATURITY THAT LANDS INSIDE THE HORIZON.
      *
       PROJECT-DEPOSIT-MATURITIES SECTION.
           MOVE "N" TO TERM-DEPOSITS-SWITCH.
           OPEN INPUT TERM-DEPOSITS.
           PERFORM READ-TERM-DEPOSIT.
           PERFORM PROJECT-ONE-DEPOSIT UNTIL END-OF-TERM-DEPOSITS.
           CLOSE TERM-DEPOSITS.
       EXIT.
      *
       PROJECT-ONE-DEPOSIT SECTION.
           IF NOT TD-ACTIVE
               GO TO PROJECT-ONE-DEPOSIT-NEXT
           END-IF.
           MOVE TD-PRINCIPAL TO DEPOSIT-PRINCIPAL.
           MOVE TD-START-DATE TO DEPOSIT-START-DATE.
           MOVE TD-MATURITY-DATE TO DEPOSIT-MATURITY-DATE.
           MOVE ZERO TO DEPOSIT-ROUNDS.
           MOVE "N" TO DEPOSIT-CHAIN-SWITCH.
           PERFORM PROJECT-ONE-MATURITY UNTIL DEPOSIT-CHAIN-DONE.
       PROJECT-ONE-DEPOSIT-NEXT.
           PERFORM READ-TERM-DEPOSIT.
       EXIT.
      *
      * PROJECT-ONE-MATURITY - THE DEPOSIT FALLS DUE ON THE FIRST
      * BUSINESS DAY ON OR AFTER MATURITY AND ITS FEED POSTS THE
      * BUSINESS DAY AFTER THAT - THE FIRST PROJECTED DAY WHEN IT IS
      * ALREADY DUE. A DEPOSIT TDMATURE WOULD HOLD FOR BAD DATES OR
      * NO SETTLEMENT ACCOUNT IS NOT PROJECTED. A ROLLOVER STARTS
      * ITS NEXT TERM ON THE OLD MATURITY DATE WITH THE INTEREST
      * ADDED, AND IS FOLLOWED ROUND AGAIN.
      *
       PROJECT-ONE-MATURITY SECTION.
           SET DEPOSIT-CHAIN-DONE TO TRUE.
           PERFORM FIND-DUE-DATE.
           MOVE DEPOSIT-DUE-DATE TO ITEM-DATE-WANTED.
           IF ITEM-DATE-WANTED < RUN-DATE
               MOVE RUN-DATE TO ITEM-DATE-WANTED
           END-IF.
           MOVE ZERO TO ITEM-DAY-IDX.
           PERFORM MATCH-DAY-AFTER
               VARYING PROJECTION-DAY-IDX FROM 1 BY 1
               UNTIL PROJECTION-DAY-IDX > PROJECTION-DAY-COUNT
               OR ITEM-DAY-IDX NOT = ZERO.
           IF ITEM-DAY-IDX = ZERO
               GO TO PROJECT-ONE-MATURITY-EX
           END-IF.
           PERFORM COMPUTE-TERM-INTEREST.
           IF DEPOSIT-TERM-DAYS = ZERO
               OR (TD-PAY-OUT AND TD-SETTLEMENT-KEY = SPACES
                   AND TD-SETTLEMENT-WIDE-KEY = SPACES)
               OR (NOT TD-PAY-OUT AND NOT TD-ROLLOVER)
               ADD 1 TO DEPOSITS-NOT-PROJECTED-COUNT
               GO TO PROJECT-ONE-MATURITY-EX
           END-IF.
           ADD 1 TO DEPOSIT-MATURITIES-COUNT.
           MOVE 1 TO CURRENCY-FOUND-IDX.
           IF TD-PAY-OUT
               IF DEPOSIT-INTEREST > ZERO
                   PERFORM SET-SETTLEMENT-MOVE-KEY
                   MOVE DEPOSIT-INTEREST TO MOVE-ORIGINAL-AMOUNT
                   MOVE DEPOSIT-INTEREST TO MOVE-BASE-AMOUNT
                   PERFORM PROJECT-MOVEMENT
               END-IF
               MOVE TD-WIDE-KEY TO MOVE-ACCOUNT-KEY
               COMPUTE MOVE-ORIGINAL-AMOUNT = ZERO - DEPOSIT-PRINCIPAL
               MOVE MOVE-ORIGINAL-AMOUNT TO MOVE-BASE-AMOUNT
               PERFORM PROJECT-MOVEMENT
               PERFORM SET-SETTLEMENT-MOVE-KEY
               MOVE DEPOSIT-PRINCIPAL TO MOVE-ORIGINAL-AMOUNT
               MOVE DEPOSIT-PRINCIPAL TO MOVE-BASE-AMOUNT
               PERFORM PROJECT-MOVEMENT
               GO TO PROJECT-ONE-MATURITY-EX
           END-IF.
           IF DEPOSIT-INTEREST > ZERO
               MOVE TD-WIDE-KEY TO MOVE-ACCOUNT-KEY
               MOVE DEPOSIT-INTEREST TO MOVE-ORIGINAL-AMOUNT
               MOVE DEPOSIT-INTEREST TO MOVE-BASE-AMOUNT
               PERFORM PROJECT-MOVEMENT
           END-IF.
           ADD DEPOSIT-INTEREST TO DEPOSIT-PRINCIPAL.
           MOVE DEPOSIT-MATURITY-DATE TO DEPOSIT-START-DATE.
           MOVE DEPOSIT-MATURITY-DATE TO DATE-WORK.
           PERFORM ADVANCE-ONE-DAY DEPOSIT-TERM-DAYS TIMES.
           MOVE DATE-WORK TO DEPOSIT-MATURITY-DATE.
           ADD 1 TO DEPOSIT-ROUNDS.
           IF DEPOSIT-ROUNDS < 99
               MOVE "N" TO DEPOSIT-CHAIN-SWITCH
           END-IF.
       PROJECT-ONE-MATURITY-EX.
       EXIT.
      *
      * SET-SETTLEMENT-MOVE-KEY - THE SETTLEMENT ACCOUNT BY ITS WIDE
      * KEY, OR BY ITS SHORT KEY ON A DEPOSIT AMENDED BEFORE THE WIDE
      * KEY WAS CARRIED.
      *
       SET-SETTLEMENT-MOVE-KEY SECTION.
           IF TD-SETTLEMENT-WIDE-KEY NOT = SPACES
               MOVE TD-SETTLEMENT-WIDE-KEY TO MOVE-ACCOUNT-KEY
           ELSE
               MOVE TD-SETTLEMENT-KEY TO MOVE-ACCOUNT-KEY
           END-IF.
       EXIT.
      *
      * FIND-DUE-DATE - TDMATURE'S RULE: THE FIRST BUSINESS DAY ON OR
      * AFTER THE MATURITY DATE, OR THE MATURITY DATE ITSELF PAST THE
      * END OF THE LOADED CALENDAR.
      *
       FIND-DUE-DATE SECTION.
           MOVE ZERO TO DEPOSIT-DUE-DATE.
           PERFORM MATCH-ONE-DUE-DATE
               VARYING BUSINESS-DATE-IDX FROM 1 BY 1
               UNTIL BUSINESS-DATE-IDX > BUSINESS-DATE-COUNT
               OR DEPOSIT-DUE-DATE NOT = ZERO.
           IF DEPOSIT-DUE-DATE = ZERO
               MOVE DEPOSIT-MATURITY-DATE TO DEPOSIT-DUE-DATE
           END-IF.
       EXIT.
      *
       MATCH-ONE-DUE-DATE SECTION.
           IF BUSINESS-TABLE-DATE(BUSINESS-DATE-IDX)
                   NOT < DEPOSIT-MATURITY-DATE
               MOVE BUSINESS-TABLE-DATE(BUSINESS-DATE-IDX)
                   TO DEPOSIT-DUE-DATE
           END-IF.
       EXIT.
      *
      * COMPUTE-TERM-INTEREST - TDMATURE'S SIMPLE INTEREST FOR THE
      * CALENDAR DAYS FROM START TO MATURITY ON A 365-DAY YEAR. A
      * START DATE THAT IS NOT A DATE, OR NOT BEFORE MATURITY,
      * LEAVES THE TERM AT ZERO DAYS.
      *
       COMPUTE-TERM-INTEREST SECTION.
           MOVE ZERO TO DEPOSIT-TERM-DAYS.
           MOVE ZERO TO DEPOSIT-INTEREST.
           MOVE DEPOSIT-START-DATE TO DATE-WORK.
           IF DEPOSIT-START-DATE NOT < DEPOSIT-MATURITY-DATE
               OR DATE-WORK-MONTH < 1 OR DATE-WORK-MONTH > 12
               OR DATE-WORK-DAY < 1 OR DATE-WORK-DAY > 31
               GO TO COMPUTE-TERM-INTEREST-EX
           END-IF.
           PERFORM COUNT-ONE-TERM-DAY
               UNTIL DATE-WORK NOT < DEPOSIT-MATURITY-DATE
               OR DEPOSIT-TERM-DAYS = 9999.
           COMPUTE DEPOSIT-INTEREST ROUNDED =
               DEPOSIT-PRINCIPAL * TD-RATE * DEPOSIT-TERM-DAYS / 36500.
       COMPUTE-TERM-INTEREST-EX.
       EXIT.
      *
       COUNT-ONE-TERM-DAY SECTION.
           PERFORM ADVANCE-ONE-DAY.
           ADD 1 TO DEPOSIT-TERM-DAYS.
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
      * PROJECT-MOVEMENT - ONE SIGNED MOVEMENT ON MOVE-ACCOUNT-KEY ON
      * ITEM-DAY-IDX'S DAY, IN CURRENCY-FOUND-IDX'S CURRENCY: TALLIED
      * BY DAY, CURRENCY AND BRANCH, AND RELEASED TO THE SORT WHEN
      * THERE IS AN ACCOUNT TO CARRY IT FORWARD ON. A SHORT KEY IS
      * TAKEN ACROSS TO ITS ACCOUNT'S WIDE KEY FIRST, SO AN ACCOUNT
      * IS CARRIED FORWARD ONCE HOWEVER ITS SOURCES NAME IT.
      *
       PROJECT-MOVEMENT SECTION.
           ADD 1 TO MOVEMENTS-COUNT.
           ADD 1 TO DAY-TABLE-ITEMS(ITEM-DAY-IDX).
           ADD 1 TO CURRENCY-TABLE-ITEMS(CURRENCY-FOUND-IDX).
           IF MOVE-BASE-AMOUNT < ZERO
               SUBTRACT MOVE-BASE-AMOUNT
                   FROM DAY-TABLE-DEBITS(ITEM-DAY-IDX)
               SUBTRACT MOVE-ORIGINAL-AMOUNT
                   FROM CURRENCY-TABLE-DEBITS(CURRENCY-FOUND-IDX)
               SUBTRACT MOVE-BASE-AMOUNT
                   FROM CURRENCY-BASE-DEBITS(CURRENCY-FOUND-IDX)
               SUBTRACT MOVE-BASE-AMOUNT FROM TOTAL-DEBITS
           ELSE
               ADD MOVE-BASE-AMOUNT
                   TO DAY-TABLE-CREDITS(ITEM-DAY-IDX)
               ADD MOVE-ORIGINAL-AMOUNT
                   TO CURRENCY-TABLE-CREDITS(CURRENCY-FOUND-IDX)
               ADD MOVE-BASE-AMOUNT
                   TO CURRENCY-BASE-CREDITS(CURRENCY-FOUND-IDX)
               ADD MOVE-BASE-AMOUNT TO TOTAL-CREDITS
           END-IF.
           MOVE MOVE-ACCOUNT-KEY(1:1) TO MOVE-BRANCH-DIGIT.
           IF MOVE-ACCOUNT-KEY = SPACES
               OR MOVE-BRANCH-DIGIT IS NOT NUMERIC
               ADD 1 TO NO-ACCOUNT-ITEMS
               IF MOVE-BASE-AMOUNT < ZERO
                   SUBTRACT MOVE-BASE-AMOUNT FROM NO-ACCOUNT-DEBITS
               ELSE
                   ADD MOVE-BASE-AMOUNT TO NO-ACCOUNT-CREDITS
               END-IF
               GO TO PROJECT-MOVEMENT-EX
           END-IF.
           COMPUTE BRANCH-IDX = MOVE-BRANCH-DIGIT-NUM + 1.
           ADD 1 TO BRANCH-TABLE-ITEMS(BRANCH-IDX).
           IF MOVE-BASE-AMOUNT < ZERO
               SUBTRACT MOVE-BASE-AMOUNT
                   FROM BRANCH-TABLE-DEBITS(BRANCH-IDX)
           ELSE
               ADD MOVE-BASE-AMOUNT TO BRANCH-TABLE-CREDITS(BRANCH-IDX)
           END-IF.
           IF MOVE-ACCOUNT-KEY(6:2) = SPACES
               MOVE MOVE-ACCOUNT-KEY(1:5) TO ACCOUNT-MASTER-KEY
               PERFORM READ-ACCOUNT-MASTER
               IF NOT ACCOUNT-NOT-FOUND
                   MOVE ACCOUNT-MASTER-WIDE-KEY TO MOVE-ACCOUNT-KEY
               END-IF
           END-IF.
           ADD 1 TO MOVE-SEQUENCE.
           MOVE MOVE-ACCOUNT-KEY TO SW-ACCOUNT-KEY.
           MOVE DAY-TABLE-DATE(ITEM-DAY-IDX) TO SW-DATE.
           MOVE MOVE-SEQUENCE TO SW-SEQUENCE.
           MOVE MOVE-BASE-AMOUNT TO SW-AMOUNT.
           RELEASE SORT-WORK-RECORD.
       PROJECT-MOVEMENT-EX.
       EXIT.
      *
      * PROJECT-ONE-ACCOUNT - ONE ACCOUNT'S MOVEMENTS IN DATE ORDER
      * AGAINST ITS BALANCE ON THE MASTER. A DEBIT THAT TAKES THE
      * BALANCE BELOW THE OVERDRAFT LIMIT IS WHERE TEST WOULD HOLD
      * IT; THE FIRST SUCH DAY IS THE BREACH DATE. AN ACCOUNT CLOSED
      * OR GONE FROM THE MASTER WOULD TAKE NONE OF THEM.
      *
       PROJECT-ONE-ACCOUNT SECTION.
           MOVE WORK-ACCOUNT-KEY TO PROJ-ACCOUNT-KEY.
           MOVE "N" TO PROJ-ACCOUNT-SWITCH.
           MOVE ZERO TO PROJ-BALANCE.
           MOVE ZERO TO PROJ-BREACH-DATE.
           IF PROJ-ACCOUNT-KEY(6:2) = SPACES
               MOVE PROJ-ACCOUNT-KEY(1:5) TO ACCOUNT-MASTER-KEY
               PERFORM READ-ACCOUNT-MASTER
           ELSE
               MOVE PROJ-ACCOUNT-KEY TO ACCOUNT-MASTER-WIDE-KEY
               PERFORM READ-ACCOUNT-BY-WIDE-KEY
           END-IF.
           IF NOT ACCOUNT-NOT-FOUND
               AND ACCOUNT-MASTER-CLOSED-DATE = ZERO
               SET PROJ-ACCOUNT-OPEN TO TRUE
               MOVE ACCOUNT-MASTER-BALANCE TO PROJ-BALANCE
           END-IF.
           MOVE PROJ-BALANCE TO PROJ-LOWEST-BALANCE.
           PERFORM TAKE-ONE-ACCOUNT-MOVEMENT
               UNTIL END-OF-PROJECTION-WORK
               OR WORK-ACCOUNT-KEY NOT = PROJ-ACCOUNT-KEY.
           IF NOT PROJ-ACCOUNT-OPEN
               ADD 1 TO ACCOUNTS-GONE-COUNT
               GO TO PROJECT-ONE-ACCOUNT-EX
           END-IF.
           ADD 1 TO ACCOUNTS-PROJECTED-COUNT.
           IF PROJ-BREACH-DATE NOT = ZERO
               ADD 1 TO ACCOUNTS-BREACH-COUNT
               PERFORM WRITE-BREACH-LINE
           END-IF.
       PROJECT-ONE-ACCOUNT-EX.
       EXIT.
      *
       TAKE-ONE-ACCOUNT-MOVEMENT SECTION.
           ADD WORK-AMOUNT TO PROJ-BALANCE.
           IF PROJ-BALANCE < PROJ-LOWEST-BALANCE
               MOVE PROJ-BALANCE TO PROJ-LOWEST-BALANCE
           END-IF.
           IF PROJ-ACCOUNT-OPEN
               AND PROJ-BREACH-DATE = ZERO
               AND WORK-AMOUNT < ZERO
               AND PROJ-BALANCE <
                   ZERO - ACCOUNT-MASTER-OVERDRAFT-LIMIT
               MOVE WORK-DATE TO PROJ-BREACH-DATE
           END-IF.
           PERFORM READ-PROJECTION-WORK.
       EXIT.
      *
      * WRITE-DAY-SECTION - EACH PROJECTED DAY'S DEBITS AND CREDITS
      * IN BASE, WITH THE RUNNING NET.
      *
       WRITE-DAY-SECTION SECTION.
           MOVE "PROJECTED MOVEMENTS BY DAY" TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE REPORT-DAY-COLUMNS TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE ZERO TO CUMULATIVE-NET.
           PERFORM WRITE-ONE-DAY-LINE
               VARYING PROJECTION-DAY-IDX FROM 1 BY 1
               UNTIL PROJECTION-DAY-IDX > PROJECTION-DAY-COUNT.
       EXIT.
      *
       WRITE-ONE-DAY-LINE SECTION.
           MOVE DAY-TABLE-DATE(PROJECTION-DAY-IDX) TO REPORT-DAY-DATE.
           MOVE DAY-TABLE-ITEMS(PROJECTION-DAY-IDX) TO REPORT-DAY-ITEMS.
           MOVE DAY-TABLE-DEBITS(PROJECTION-DAY-IDX)
               TO REPORT-DAY-DEBITS.
           MOVE DAY-TABLE-CREDITS(PROJECTION-DAY-IDX)
               TO REPORT-DAY-CREDITS.
           COMPUTE REPORT-DAY-NET =
               DAY-TABLE-CREDITS(PROJECTION-DAY-IDX)
               - DAY-TABLE-DEBITS(PROJECTION-DAY-IDX).
           COMPUTE CUMULATIVE-NET = CUMULATIVE-NET
               + DAY-TABLE-CREDITS(PROJECTION-DAY-IDX)
               - DAY-TABLE-DEBITS(PROJECTION-DAY-IDX).
           MOVE CUMULATIVE-NET TO REPORT-DAY-CUMULATIVE.
           MOVE REPORT-DAY-LINE TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
       EXIT.
      *
      * WRITE-CURRENCY-SECTION - EACH CURRENCY ANYTHING IS PROJECTED
      * IN, IN THE CURRENCY ITSELF AND IN BASE AT THE RATE USED.
      *
       WRITE-CURRENCY-SECTION SECTION.
           MOVE SPACES TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "PROJECTED MOVEMENTS BY CURRENCY" TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE REPORT-CURRENCY-COLUMNS TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-ONE-CURRENCY-LINE
               VARYING CURRENCY-IDX FROM 1 BY 1
               UNTIL CURRENCY-IDX > CURRENCY-COUNT.
       EXIT.
      *
       WRITE-ONE-CURRENCY-LINE SECTION.
           IF CURRENCY-TABLE-ITEMS(CURRENCY-IDX) = ZERO
               GO TO WRITE-ONE-CURRENCY-LINE-EX
           END-IF.
           MOVE CURRENCY-TABLE-CODE(CURRENCY-IDX)
               TO REPORT-CURRENCY-CODE.
           MOVE CURRENCY-TABLE-RATE(CURRENCY-IDX)
               TO REPORT-CURRENCY-RATE.
           MOVE CURRENCY-TABLE-ITEMS(CURRENCY-IDX)
               TO REPORT-CURRENCY-ITEMS.
           MOVE CURRENCY-TABLE-DEBITS(CURRENCY-IDX)
               TO REPORT-CURRENCY-DEBITS.
           MOVE CURRENCY-TABLE-CREDITS(CURRENCY-IDX)
               TO REPORT-CURRENCY-CREDITS.
           MOVE CURRENCY-BASE-DEBITS(CURRENCY-IDX)
               TO REPORT-CURRENCY-BASE-DR.
           MOVE CURRENCY-BASE-CREDITS(CURRENCY-IDX)
               TO REPORT-CURRENCY-BASE-CR.
           MOVE REPORT-CURRENCY-LINE TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
       WRITE-ONE-CURRENCY-LINE-EX.
       EXIT.
      *
      * WRITE-BRANCH-SECTION - EACH BRANCH ANYTHING IS PROJECTED ON,
      * THEN THE PAYMENT-REFERENCE ITEMS THAT NAME NO ACCOUNT.
      *
       WRITE-BRANCH-SECTION SECTION.
           MOVE SPACES TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "PROJECTED MOVEMENTS BY BRANCH" TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE REPORT-BRANCH-COLUMNS TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-ONE-BRANCH-LINE
               VARYING BRANCH-IDX FROM 1 BY 1
               UNTIL BRANCH-IDX > 10.
           IF NO-ACCOUNT-ITEMS > ZERO
               MOVE "NO ACCOUNT" TO REPORT-BRANCH-LABEL
               MOVE NO-ACCOUNT-ITEMS TO REPORT-BRANCH-ITEMS
               MOVE NO-ACCOUNT-DEBITS TO REPORT-BRANCH-DEBITS
               MOVE NO-ACCOUNT-CREDITS TO REPORT-BRANCH-CREDITS
               COMPUTE REPORT-BRANCH-NET =
                   NO-ACCOUNT-CREDITS - NO-ACCOUNT-DEBITS
               MOVE REPORT-BRANCH-LINE TO REPORT-BUILD-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
       EXIT.
      *
       WRITE-ONE-BRANCH-LINE SECTION.
           IF BRANCH-TABLE-ITEMS(BRANCH-IDX) = ZERO
               GO TO WRITE-ONE-BRANCH-LINE-EX
           END-IF.
           COMPUTE MOVE-BRANCH-DIGIT-NUM = BRANCH-IDX - 1.
           MOVE SPACES TO REPORT-BRANCH-LABEL.
           STRING "BRANCH " DELIMITED BY SIZE
               MOVE-BRANCH-DIGIT DELIMITED BY SIZE
               INTO REPORT-BRANCH-LABEL.
           MOVE BRANCH-TABLE-ITEMS(BRANCH-IDX) TO REPORT-BRANCH-ITEMS.
           MOVE BRANCH-TABLE-DEBITS(BRANCH-IDX)
               TO REPORT-BRANCH-DEBITS.
           MOVE BRANCH-TABLE-CREDITS(BRANCH-IDX)
               TO REPORT-BRANCH-CREDITS.
           COMPUTE REPORT-BRANCH-NET =
               BRANCH-TABLE-CREDITS(BRANCH-IDX)
               - BRANCH-TABLE-DEBITS(BRANCH-IDX).
           MOVE REPORT-BRANCH-LINE TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
       WRITE-ONE-BRANCH-LINE-EX.
       EXIT.
      *
       WRITE-BREACH-HEADING SECTION.
           MOVE SPACES TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "ACCOUNTS PROJECTED BELOW THEIR OVERDRAFT LIMIT"
               TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE REPORT-BREACH-COLUMNS TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
       EXIT.
      *
       WRITE-BREACH-LINE SECTION.
           MOVE PROJ-ACCOUNT-KEY TO REPORT-BREACH-KEY.
           MOVE ACCOUNT-MASTER-BALANCE TO REPORT-BREACH-BALANCE.
           MOVE ACCOUNT-MASTER-OVERDRAFT-LIMIT TO REPORT-BREACH-LIMIT.
           MOVE PROJ-BREACH-DATE TO REPORT-BREACH-DATE.
           MOVE PROJ-LOWEST-BALANCE TO REPORT-BREACH-LOWEST.
           MOVE PROJ-BALANCE TO REPORT-BREACH-CLOSING.
           MOVE REPORT-BREACH-LINE TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
       EXIT.
      *
      * WRITE-TOTAL-SECTION - THE HORIZON'S TOTALS AND WHAT WAS LEFT
      * OUT OF THEM.
      *
       WRITE-TOTAL-SECTION SECTION.
           MOVE SPACES TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-BUILD-LINE.
           MOVE ACCOUNTS-BREACH-COUNT TO REPORT-COUNT-EDIT.
           STRING "ACCOUNTS IN BREACH: " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-BUILD-LINE.
           MOVE TOTAL-DEBITS TO REPORT-MONEY-EDIT.
           STRING "TOTAL DEBITS OVER THE HORIZON:  " DELIMITED BY SIZE
               REPORT-MONEY-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-BUILD-LINE.
           MOVE TOTAL-CREDITS TO REPORT-MONEY-EDIT.
           STRING "TOTAL CREDITS OVER THE HORIZON: " DELIMITED BY SIZE
               REPORT-MONEY-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-BUILD-LINE.
           MOVE ITEMS-UNPRICED-COUNT TO REPORT-COUNT-EDIT.
           STRING "ITEMS NOT PROJECTED - UNKNOWN CURRENCY: "
               DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-BUILD-LINE.
           MOVE REVERSALS-SKIPPED-COUNT TO REPORT-COUNT-EDIT.
           STRING "REVERSALS NOT PROJECTED:                "
               DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-BUILD-LINE.
           MOVE WAREHOUSE-BEYOND-COUNT TO REPORT-COUNT-EDIT.
           STRING "WAREHOUSE ITEMS BEYOND THE HORIZON:     "
               DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF CALENDAR-SHORT
               MOVE SPACES TO REPORT-BUILD-LINE
               STRING "BUSINESS CALENDAR ENDS " DELIMITED BY SIZE
                   HORIZON-DATE DELIMITED BY SIZE
                   " - PROJECTION IS SHORT OF " DELIMITED BY SIZE
                   HORIZON-DAYS-WANTED DELIMITED BY SIZE
                   " BUSINESS DAYS" DELIMITED BY SIZE
                   INTO REPORT-BUILD-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
       EXIT.
      *
       WRITE-REPORT-HEADING SECTION.
           ADD 1 TO REPORT-PAGE-NUMBER.
           MOVE RUN-DATE TO REPORT-HEADING-RUN-DATE.
           MOVE HORIZON-DATE TO REPORT-HEADING-HORIZON.
           MOVE REPORT-PAGE-NUMBER TO REPORT-HEADING-PAGE.
           MOVE REPORT-HEADING-LINE TO PROJECTION-REPORT-LINE.
           WRITE PROJECTION-REPORT-LINE AFTER ADVANCING PAGE.
           MOVE 1 TO REPORT-LINE-COUNT.
           MOVE SPACES TO PROJECTION-REPORT-LINE.
           WRITE PROJECTION-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO REPORT-LINE-COUNT.
       EXIT.
      *
       WRITE-REPORT-LINE SECTION.
           IF REPORT-LINE-COUNT NOT < REPORT-PAGE-DEPTH
               PERFORM WRITE-REPORT-HEADING
           END-IF.
           MOVE REPORT-BUILD-LINE TO PROJECTION-REPORT-LINE.
           WRITE PROJECTION-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO REPORT-LINE-COUNT.
       EXIT.
      *
       READ-BUSINESS-CALENDAR SECTION.
           READ BUSINESS-CALENDAR
               AT END
                   SET END-OF-BUSINESS-CALENDAR TO TRUE
           END-READ.
       EXIT.
      *
       READ-CURRENCY-RATE SECTION.
           READ CURRENCY-RATE-FILE
               AT END
                   SET END-OF-CURRENCY-RATES TO TRUE
           END-READ.
       EXIT.
      *
       READ-STANDING-INSTRUCTION SECTION.
           READ STANDING-INSTRUCTIONS
               AT END
                   SET END-OF-STANDING-INSTRUCTIONS TO TRUE
           END-READ.
       EXIT.
      *
       READ-WAREHOUSE-RECORD SECTION.
           READ WAREHOUSE-FILE
               AT END
                   SET END-OF-WAREHOUSE-FILE TO TRUE
           END-READ.
       EXIT.
      *
       READ-TERM-DEPOSIT SECTION.
           READ TERM-DEPOSITS NEXT RECORD
               AT END
                   SET END-OF-TERM-DEPOSITS TO TRUE
           END-READ.
       EXIT.
      *
       READ-ACCOUNT-MASTER SECTION.
           MOVE "N" TO ACCOUNT-NOT-FOUND-SWITCH.
           READ ACCOUNT-MASTER KEY IS ACCOUNT-MASTER-KEY
               INVALID KEY
                   SET ACCOUNT-NOT-FOUND TO TRUE
           END-READ.
       EXIT.
      *
       READ-ACCOUNT-BY-WIDE-KEY SECTION.
           MOVE "N" TO ACCOUNT-NOT-FOUND-SWITCH.
           READ ACCOUNT-MASTER
               INVALID KEY
                   SET ACCOUNT-NOT-FOUND TO TRUE
           END-READ.
       EXIT.
      *
       READ-PROJECTION-WORK SECTION.
           READ PROJECTION-WORK-FILE
               AT END
                   SET END-OF-PROJECTION-WORK TO TRUE
           END-READ.
       EXIT.
      *
       END PROGRAM CASHPROJ.
