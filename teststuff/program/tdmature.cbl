       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDMATURE.
      *
      *
      * TERM-DEPOSIT MATURITY. RUNS AFTER ACCRUE, ONCE THE DAY HAS
      * POSTED, AND WALKS THE TERM-DEPOSIT FILE. A RUNNING DEPOSIT
      * MATURES ON ITS MATURITY DATE, OR ON THE NEXT BUSINESS DAY
      * WHEN THAT DATE IS NOT ONE ON THE BUSINESS CALENDAR (BUSIDAYS);
      * A DEPOSIT WHOSE DAY HAS COME - OR WAS MISSED - EARNS ITS
      * CONTRACTED INTEREST: SIMPLE INTEREST AT THE CONTRACTED ANNUAL
      * RATE FOR THE CALENDAR DAYS FROM START TO MATURITY, ON A
      * 365-DAY YEAR. THEN THE CUSTOMER'S INSTRUCTION IS FOLLOWED:
      * A ROLLOVER CREDITS THE INTEREST TO THE DEPOSIT ACCOUNT AND
      * REDEPOSITS PRINCIPAL AND INTEREST FOR ANOTHER TERM OF THE
      * SAME LENGTH; A PAYOUT CREDITS THE INTEREST STRAIGHT TO THE
      * SETTLEMENT ACCOUNT AND TRANSFERS THE PRINCIPAL THERE, AND THE
      * DEPOSIT IS MARKED PAID. THE CREDITS AND TRANSFERS ARE WRITTEN
      * ONTO THE END OF ACCRFEED IN THE SAME RAW-FEED DETAIL LAYOUT
      * ACCRUE USES AND POST THROUGH TOMORROW'S DAILY RUN. THE
      * MATURITY REPORT (TDMATRPT) LISTS EVERY DEPOSIT MATURED TODAY
      * AND, AS THE MATURITY SCHEDULE, EVERY DEPOSIT DUE WITHIN THE
      * NEXT 30 BUSINESS DAYS WITH THE INTEREST IT WILL EARN. THE
      * STEP LEDGER STOPS A SECOND CLEAN RUN THE SAME DAY PAYING
      * TWICE.
      *
      * BOTH ACCOUNTS ARE FOUND ON THE MASTER BY THEIR WIDE KEYS, AND
      * EVERY FEED RECORD CARRIES THEM IN THE FEED'S WIDE-KEY COLUMNS
      * BESIDE THE SHORT KEYS, SO A DEPOSIT ON AN ACCOUNT NUMBERED
      * PAST 999 MATURES LIKE ANY OTHER.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * KEEP IN STEP WITH TEST'S SPECIAL-NAMES - SAME COPYBOOK FIELDS
      * FLOW THROUGH THIS PROGRAM AND MUST EDIT THE SAME WAY.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-DEPOSITS ASSIGN TO "TERMDEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TD-WIDE-KEY
               ALTERNATE RECORD KEY IS TD-ACCOUNT-KEY
                   WITH DUPLICATES.
      * ACCOUNT-MASTER - THE DEPOSIT AND SETTLEMENT ACCOUNTS MUST
      * STILL BE THERE BEFORE ANY MONEY IS MOVED.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-MASTER-WIDE-KEY
               ALTERNATE RECORD KEY IS ACCOUNT-MASTER-KEY
                   WITH DUPLICATES.
      * BUSINESS-CALENDAR - ONE ROW PER CALENDAR DATE, BUILT BY
      * CALBUILD; ONLY BUSINESS DAYS ARE LOADED.
           SELECT BUSINESS-CALENDAR ASSIGN TO "BUSIDAYS"
               ORGANIZATION IS LINE SEQUENTIAL.
      * ACCRUAL-FEED - TODAY'S ACCRUALS, ALREADY WRITTEN BY ACCRUE;
      * THE INTEREST CREDITS AND PAYOUTS ARE APPENDED BEHIND THEM.
           SELECT ACCRUAL-FEED ASSIGN TO "ACCRFEED"
               ORGANIZATION IS LINE SEQUENTIAL.
      * MATURITY-REPORT - TODAY'S MATURITIES AND THE SCHEDULE.
           SELECT MATURITY-REPORT ASSIGN TO "TDMATRPT"
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
       FD  TERM-DEPOSITS
           LABEL RECORDS ARE STANDARD.
           COPY TERMDEPOSIT.
      *
       FD  ACCOUNT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY ACCTMASTER.
      *
      * KEEP THIS LAYOUT IN STEP WITH BUSINESS-CALENDAR-RECORD IN
      * CALBUILD.
       FD  BUSINESS-CALENDAR
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-CALENDAR-RECORD.
        05       CALENDAR-DATE           PIC 9(8).
        05       CALENDAR-DAY-TYPE       PIC X.
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
        05       ACCR-AMOUNT-SIGN        PIC X.
        05       ACCR-PRIOR-STATUS       PIC X.
        05       ACCR-STRING-TYPE        PIC X.
      * THE ACCOUNT A PAYOUT TRANSFER PAYS INTO - THE RECORD'S OWN
      * ACCOUNT IS THE ONE THAT PAYS.
        05       ACCR-COUNTER-ACCOUNT-KEY PIC X(5).
        05       ACCR-GENERATED-SOURCE   PIC X.
        05       FILLER                  PIC X(11).
      * THE ACCOUNT'S AND THE RECEIVING ACCOUNT'S WIDE KEYS, IN THE
      * FEED'S WIDE-KEY COLUMNS.
        05       ACCR-WIDE-ACCOUNT-KEY   PIC X(7).
        05       ACCR-COUNTER-WIDE-KEY   PIC X(7).
        05       FILLER                  PIC X(12).
      *
       FD  MATURITY-REPORT
           LABEL RECORDS ARE STANDARD.
       01  MATURITY-REPORT-LINE            PIC X(132).
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
       01  TERM-DEPOSITS-SWITCH         PIC X VALUE "N".
         88      END-OF-TERM-DEPOSITS         VALUE "Y".
       01  BUSINESS-CALENDAR-SWITCH     PIC X VALUE "N".
         88      END-OF-BUSINESS-CALENDAR     VALUE "Y".
       01  ACCOUNT-NOT-FOUND-SWITCH     PIC X VALUE "N".
         88      ACCOUNT-NOT-FOUND            VALUE "Y".
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
      *
      * THE LOADED CALENDAR - BUSINESS DATES ONLY, IN DATE ORDER.
       01  BUSINESS-DATE-TABLE.
        05       BUSINESS-DATE-ENTRY OCCURS 1500 TIMES.
         10      BUSINESS-TABLE-DATE     PIC 9(8).
       01  BUSINESS-DATE-COUNT          PIC 9(4) VALUE ZERO.
       01  BUSINESS-DATE-IDX            PIC 9(4) VALUE 1.
      *
      * SCHEDULE HORIZON - THE 30TH BUSINESS DAY AFTER TODAY. A
      * CALENDAR THAT RUNS OUT SOONER CUTS THE SCHEDULE AT ITS LAST
      * DATE AND SAYS SO.
       01  SCHEDULE-BUSINESS-DAYS       PIC 9(4) VALUE 30.
       01  SCHEDULE-HORIZON-DATE        PIC 9(8) VALUE ZERO.
       01  SCHEDULE-DAYS-FOUND          PIC 9(4) VALUE ZERO.
       01  CALENDAR-SHORT-SWITCH        PIC X VALUE "N".
         88      CALENDAR-SHORT               VALUE "Y".
      *
      * THE DEPOSIT UNDER JUDGEMENT - THE BUSINESS DAY IT MATURES
      * ON, ITS TERM IN CALENDAR DAYS, AND THE INTEREST THE TERM
      * EARNS.
       01  DEPOSIT-DUE-DATE             PIC 9(8) VALUE ZERO.
       01  DEPOSIT-TERM-DAYS            PIC 9(4) VALUE ZERO.
       01  DEPOSIT-INTEREST             PIC 9(9)V99 VALUE ZERO.
       01  DEPOSIT-LINE-STATUS          PIC X(8) VALUE SPACES.
       01  DEPOSIT-LINE-NOTE            PIC X(20) VALUE SPACES.
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
      * FEED-RECORD WORK - THE ACCOUNT THE RECORD IS WRITTEN ON, THE
      * ACCOUNT A TRANSFER PAYS INTO, BOTH BY SHORT AND WIDE KEY, AND
      * THE TYPE. ONE FEED RECORD
      * CARRIES AT MOST 9.999,99 - A LARGER AMOUNT IS WRITTEN AS
      * SEVERAL RECORDS. THE WHOLE AND FRACTION VIEWS FEED THE TWO
      * NUMBER PARTS THE SAME WAY TEST FOLDS THEM BACK TOGETHER.
       01  FEED-ACCOUNT-KEY             PIC X(5) VALUE SPACES.
       01  FEED-WIDE-KEY                PIC X(7) VALUE SPACES.
       01  FEED-COUNTER-KEY             PIC X(5) VALUE SPACES.
       01  FEED-COUNTER-WIDE-KEY        PIC X(7) VALUE SPACES.
       01  FEED-TRANSACTION-TYPE        PIC X VALUE SPACE.
       01  FEED-AMOUNT                  PIC 9(11)V99 VALUE ZERO.
       01  FEED-REMAINING               PIC 9(11)V99 VALUE ZERO.
       01  FEED-PIECE-AMOUNT            PIC 9(4)V99 VALUE ZERO.
       01  FEED-PIECE-CEILING           PIC 9(4)V99 VALUE 9999,99.
       01  FEED-PIECE-WHOLE             PIC 9(4) VALUE ZERO.
       01  FEED-PIECE-FRACTION          PIC 9(4) VALUE ZERO.
      *
      * RUN COUNTS AND TOTALS.
       01  DEPOSITS-EXAMINED-COUNT      PIC 9(8) VALUE ZERO.
       01  DEPOSITS-ROLLED-COUNT        PIC 9(8) VALUE ZERO.
       01  DEPOSITS-PAID-COUNT          PIC 9(8) VALUE ZERO.
       01  DEPOSITS-PAID-PRINCIPAL      PIC 9(11)V99 VALUE ZERO.
       01  INTEREST-PAID-TOTAL          PIC 9(11)V99 VALUE ZERO.
       01  DEPOSITS-SCHEDULED-COUNT     PIC 9(8) VALUE ZERO.
       01  SCHEDULED-PRINCIPAL-TOTAL    PIC 9(11)V99 VALUE ZERO.
       01  SCHEDULED-INTEREST-TOTAL     PIC 9(11)V99 VALUE ZERO.
       01  DEPOSITS-REFUSED-COUNT       PIC 9(8) VALUE ZERO.
       01  FEED-RECORDS-WRITTEN-COUNT   PIC 9(8) VALUE ZERO.
      *
      * PRINT WORK FIELDS - SAME LINE-COUNTED, PAGE-HEADED SHAPE AS
      * TEST'S DAILY REPORT.
       01  REPORT-PAGE-NUMBER           PIC 9(4) VALUE ZERO.
       01  REPORT-LINE-COUNT            PIC 9(2) VALUE ZERO.
       01  REPORT-PAGE-DEPTH            PIC 9(2) VALUE 55.
       01  REPORT-HEADING-LINE.
        05       FILLER                  PIC X(29)
                 VALUE "TERM DEPOSIT MATURITY REPORT".
        05       REPORT-HEADING-DATE     PIC 9(8).
        05       FILLER                  PIC X(21)
                 VALUE "   SCHEDULE THROUGH ".
        05       REPORT-HEADING-HORIZON  PIC 9(8).
        05       FILLER                  PIC X(7) VALUE "   PAGE".
        05       REPORT-HEADING-PAGE     PIC ZZZ9.
       01  REPORT-COLUMN-LINE.
        05       FILLER                  PIC X(52) VALUE
                 "ACCT           PRINCIPAL   RATE  START     MATURITY".
        05       FILLER                  PIC X(32) VALUE
                 "  DUE       I  SETTLE          ".
        05       FILLER                  PIC X(48) VALUE
                 "INTEREST  STATUS    NOTE".
       01  REPORT-BUILD-LINE            PIC X(132) VALUE SPACES.
       01  REPORT-COUNT-EDIT            PIC ZZ.ZZZ.ZZ9.
       01  REPORT-RATE-EDIT             PIC Z9,9999.
       01  REPORT-AMOUNT-EDIT           PIC ZZZ.ZZZ.ZZ9,99.
       01  REPORT-INTEREST-EDIT         PIC ZZZ.ZZZ.ZZ9,99.
       01  REPORT-TOTAL-EDIT            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
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
      * ALREADY ON THE LEDGER FOR THE RUN DATE MEANS TODAY'S
      * MATURITIES HAVE BEEN PAID.
       01  STEP-LEDGER-SWITCH           PIC X VALUE "N".
         88      END-OF-STEP-LEDGER         VALUE "Y".
       01  STEP-PREREQ-SWITCH           PIC X VALUE "N".
         88      PREREQUISITE-COMPLETED     VALUE "Y".
       01  DAY-MATURED-SWITCH           PIC X VALUE "N".
         88      DAY-ALREADY-MATURED        VALUE "Y".
       01  STEP-PROGRAM-NAME            PIC X(8) VALUE "TDMATURE".
       01  STEP-PREREQ-NAME             PIC X(8) VALUE "ACCRUE".
       01  STEP-TIME-WORK               PIC 9(8) VALUE ZERO.
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           DISPLAY "START TDMATURE".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
      * THE SEQUENCER'S GATE AND THE STEP'S OWN START MARK.
           PERFORM CHECK-STEP-PREREQUISITE.
           IF NOT PREREQUISITE-COMPLETED
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           IF DAY-ALREADY-MATURED
               DISPLAY "DAY " RUN-DATE
                   " ALREADY MATURED - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           PERFORM RECORD-STEP-START.
           PERFORM LOAD-BUSINESS-DATES.
           PERFORM FIND-SCHEDULE-HORIZON.
           OPEN I-O TERM-DEPOSITS.
           OPEN INPUT ACCOUNT-MASTER.
           OPEN EXTEND ACCRUAL-FEED.
           OPEN OUTPUT MATURITY-REPORT.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM READ-TERM-DEPOSIT.
           PERFORM EXAMINE-ONE-DEPOSIT UNTIL END-OF-TERM-DEPOSITS.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE MATURITY-REPORT.
           CLOSE ACCRUAL-FEED.
           CLOSE ACCOUNT-MASTER.
           CLOSE TERM-DEPOSITS.
           DISPLAY "DEPOSITS EXAMINED:        " DEPOSITS-EXAMINED-COUNT.
           DISPLAY "DEPOSITS ROLLED OVER:     " DEPOSITS-ROLLED-COUNT.
           DISPLAY "DEPOSITS PAID OUT:        " DEPOSITS-PAID-COUNT.
           DISPLAY "DEPOSITS NOT MATURED:     " DEPOSITS-REFUSED-COUNT.
           DISPLAY "DUE IN NEXT 30 BUS. DAYS: "
               DEPOSITS-SCHEDULED-COUNT.
           DISPLAY "FEED RECORDS WRITTEN:     "
               FEED-RECORDS-WRITTEN-COUNT.
           IF CALENDAR-SHORT
               DISPLAY "BUSINESS CALENDAR ENDS " SCHEDULE-HORIZON-DATE
                   " - SCHEDULE COVERS " SCHEDULE-DAYS-FOUND
                   " BUSINESS DAYS ONLY"
           END-IF.
           IF DEPOSITS-REFUSED-COUNT > ZERO
               OR CALENDAR-SHORT
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
       PROG-EX.
      * A CLEAN END GOES ON THE LEDGER SO THE NEXT STEP MAY START,
      * AND SO THE DAY'S MATURITIES ARE NOT PAID AGAIN.
           IF RETURN-CODE < 8
               PERFORM RECORD-STEP-END
           END-IF.
           DISPLAY "END TDMATURE".
           EXIT PROGRAM.
      *
      * EXAMINE-ONE-DEPOSIT - A RUNNING DEPOSIT DUE TODAY OR EARLIER
      * IS MATURED; ONE DUE WITHIN THE SCHEDULE HORIZON IS LISTED
      * WITH THE INTEREST IT WILL EARN. A DEPOSIT THAT CANNOT BE
      * MATURED - BAD DATES, OR A DEPOSIT OR SETTLEMENT ACCOUNT NO
      * LONGER ON THE MASTER - IS LISTED, LEFT RUNNING, AND TRIED
      * AGAIN ON THE NEXT RUN. PAID-OUT DEPOSITS ARE PASSED OVER.
      *
       EXAMINE-ONE-DEPOSIT SECTION.
           ADD 1 TO DEPOSITS-EXAMINED-COUNT.
           IF NOT TD-ACTIVE
               GO TO EXAMINE-ONE-DEPOSIT-NEXT
           END-IF.
           MOVE SPACES TO DEPOSIT-LINE-STATUS.
           MOVE SPACES TO DEPOSIT-LINE-NOTE.
           PERFORM FIND-DUE-DATE.
           PERFORM COMPUTE-TERM-INTEREST.
           IF DEPOSIT-DUE-DATE > RUN-DATE
               IF DEPOSIT-DUE-DATE NOT > SCHEDULE-HORIZON-DATE
                   ADD 1 TO DEPOSITS-SCHEDULED-COUNT
                   ADD TD-PRINCIPAL TO SCHEDULED-PRINCIPAL-TOTAL
                   ADD DEPOSIT-INTEREST TO SCHEDULED-INTEREST-TOTAL
                   MOVE "DUE" TO DEPOSIT-LINE-STATUS
                   PERFORM WRITE-DEPOSIT-LINE
               END-IF
               GO TO EXAMINE-ONE-DEPOSIT-NEXT
           END-IF.
           IF DEPOSIT-TERM-DAYS = ZERO
               MOVE "BAD TERM DATES" TO DEPOSIT-LINE-NOTE
               GO TO EXAMINE-ONE-DEPOSIT-REFUSED
           END-IF.
           MOVE TD-WIDE-KEY TO ACCOUNT-MASTER-WIDE-KEY.
           PERFORM READ-ACCOUNT-BY-WIDE-KEY.
           IF ACCOUNT-NOT-FOUND
               MOVE "NO DEPOSIT ACCOUNT" TO DEPOSIT-LINE-NOTE
               GO TO EXAMINE-ONE-DEPOSIT-REFUSED
           END-IF.
           IF TD-PAY-OUT
               IF TD-SETTLEMENT-WIDE-KEY NOT = SPACES
                   MOVE TD-SETTLEMENT-WIDE-KEY
                       TO ACCOUNT-MASTER-WIDE-KEY
                   PERFORM READ-ACCOUNT-BY-WIDE-KEY
               ELSE
                   MOVE TD-SETTLEMENT-KEY TO ACCOUNT-MASTER-KEY
                   PERFORM READ-ACCOUNT-MASTER
               END-IF
               IF ACCOUNT-NOT-FOUND
                   OR (TD-SETTLEMENT-KEY = SPACES
                   AND TD-SETTLEMENT-WIDE-KEY = SPACES)
                   MOVE "NO SETTLEMENT ACCT" TO DEPOSIT-LINE-NOTE
                   GO TO EXAMINE-ONE-DEPOSIT-REFUSED
               END-IF
               MOVE ACCOUNT-MASTER-KEY TO TD-SETTLEMENT-KEY
               MOVE ACCOUNT-MASTER-WIDE-KEY TO TD-SETTLEMENT-WIDE-KEY
               PERFORM PAY-OUT-DEPOSIT
               GO TO EXAMINE-ONE-DEPOSIT-LINE
           END-IF.
           IF TD-ROLLOVER
               PERFORM ROLL-OVER-DEPOSIT
               GO TO EXAMINE-ONE-DEPOSIT-LINE
           END-IF.
           MOVE "NO INSTRUCTION" TO DEPOSIT-LINE-NOTE.
       EXAMINE-ONE-DEPOSIT-REFUSED.
           ADD 1 TO DEPOSITS-REFUSED-COUNT.
           MOVE "HELD" TO DEPOSIT-LINE-STATUS.
           DISPLAY "DEPOSIT " TD-WIDE-KEY " NOT MATURED - "
               DEPOSIT-LINE-NOTE.
       EXAMINE-ONE-DEPOSIT-LINE.
           PERFORM WRITE-DEPOSIT-LINE.
       EXAMINE-ONE-DEPOSIT-NEXT.
           PERFORM READ-TERM-DEPOSIT.
       EXIT.
      *
      * ROLL-OVER-DEPOSIT - THE INTEREST IS CREDITED TO THE DEPOSIT
      * ACCOUNT AND ADDED TO THE PRINCIPAL, AND A NEW TERM OF THE
      * SAME NUMBER OF DAYS STARTS ON THE OLD MATURITY DATE AT THE
      * SAME CONTRACTED RATE. THE LINE SHOWS THE NEW TERM.
      *
       ROLL-OVER-DEPOSIT SECTION.
           IF DEPOSIT-INTEREST > ZERO
               MOVE TD-ACCOUNT-KEY TO FEED-ACCOUNT-KEY
               MOVE TD-WIDE-KEY TO FEED-WIDE-KEY
               MOVE SPACES TO FEED-COUNTER-KEY
               MOVE SPACES TO FEED-COUNTER-WIDE-KEY
               MOVE "O" TO FEED-TRANSACTION-TYPE
               MOVE DEPOSIT-INTEREST TO FEED-AMOUNT
               PERFORM WRITE-FEED-RECORDS
           END-IF.
           ADD DEPOSIT-INTEREST TO TD-PRINCIPAL.
           ADD DEPOSIT-INTEREST TO INTEREST-PAID-TOTAL.
           MOVE TD-MATURITY-DATE TO TD-START-DATE.
           MOVE TD-MATURITY-DATE TO DATE-WORK.
           PERFORM ADVANCE-ONE-DAY DEPOSIT-TERM-DAYS TIMES.
           MOVE DATE-WORK TO TD-MATURITY-DATE.
           ADD 1 TO TD-ROLLOVER-COUNT.
           REWRITE TERM-DEPOSIT-RECORD.
           ADD 1 TO DEPOSITS-ROLLED-COUNT.
           MOVE "ROLLED" TO DEPOSIT-LINE-STATUS.
       EXIT.
      *
      * PAY-OUT-DEPOSIT - THE INTEREST IS CREDITED STRAIGHT TO THE
      * SETTLEMENT ACCOUNT AND THE PRINCIPAL IS TRANSFERRED THERE
      * FROM THE DEPOSIT ACCOUNT, SO THE TRANSFER NEVER DEPENDS ON
      * THE INTEREST HAVING POSTED FIRST. THE DEPOSIT IS MARKED PAID
      * AND RESTRICTS THE ACCOUNT NO LONGER.
      *
       PAY-OUT-DEPOSIT SECTION.
           IF DEPOSIT-INTEREST > ZERO
               MOVE TD-SETTLEMENT-KEY TO FEED-ACCOUNT-KEY
               MOVE TD-SETTLEMENT-WIDE-KEY TO FEED-WIDE-KEY
               MOVE SPACES TO FEED-COUNTER-KEY
               MOVE SPACES TO FEED-COUNTER-WIDE-KEY
               MOVE "O" TO FEED-TRANSACTION-TYPE
               MOVE DEPOSIT-INTEREST TO FEED-AMOUNT
               PERFORM WRITE-FEED-RECORDS
           END-IF.
           MOVE TD-ACCOUNT-KEY TO FEED-ACCOUNT-KEY.
           MOVE TD-WIDE-KEY TO FEED-WIDE-KEY.
           MOVE TD-SETTLEMENT-KEY TO FEED-COUNTER-KEY.
           MOVE TD-SETTLEMENT-WIDE-KEY TO FEED-COUNTER-WIDE-KEY.
           MOVE "T" TO FEED-TRANSACTION-TYPE.
           MOVE TD-PRINCIPAL TO FEED-AMOUNT.
           PERFORM WRITE-FEED-RECORDS.
           ADD DEPOSIT-INTEREST TO INTEREST-PAID-TOTAL.
           ADD TD-PRINCIPAL TO DEPOSITS-PAID-PRINCIPAL.
           SET TD-PAID TO TRUE.
           MOVE RUN-DATE TO TD-CLOSED-DATE.
           REWRITE TERM-DEPOSIT-RECORD.
           ADD 1 TO DEPOSITS-PAID-COUNT.
           MOVE "PAID OUT" TO DEPOSIT-LINE-STATUS.
       EXIT.
      *
      * FIND-DUE-DATE - THE FIRST BUSINESS DAY ON OR AFTER THE
      * MATURITY DATE. A MATURITY PAST THE END OF THE LOADED
      * CALENDAR FALLS DUE ON ITS OWN DATE.
      *
       FIND-DUE-DATE SECTION.
           MOVE ZERO TO DEPOSIT-DUE-DATE.
           PERFORM MATCH-ONE-DUE-DATE
               VARYING BUSINESS-DATE-IDX FROM 1 BY 1
               UNTIL BUSINESS-DATE-IDX > BUSINESS-DATE-COUNT
               OR DEPOSIT-DUE-DATE NOT = ZERO.
           IF DEPOSIT-DUE-DATE = ZERO
               MOVE TD-MATURITY-DATE TO DEPOSIT-DUE-DATE
           END-IF.
       EXIT.
      *
       MATCH-ONE-DUE-DATE SECTION.
           IF BUSINESS-TABLE-DATE(BUSINESS-DATE-IDX)
                   NOT < TD-MATURITY-DATE
               MOVE BUSINESS-TABLE-DATE(BUSINESS-DATE-IDX)
                   TO DEPOSIT-DUE-DATE
           END-IF.
       EXIT.
      *
      * COMPUTE-TERM-INTEREST - COUNTS THE CALENDAR DAYS FROM START
      * TO MATURITY AND APPLIES THE CONTRACTED ANNUAL RATE TO THE
      * PRINCIPAL FOR THEM ON A 365-DAY YEAR. A START DATE THAT IS
      * NOT A DATE, OR NOT BEFORE THE MATURITY DATE, LEAVES THE TERM
      * AT ZERO DAYS.
      *
       COMPUTE-TERM-INTEREST SECTION.
           MOVE ZERO TO DEPOSIT-TERM-DAYS.
           MOVE ZERO TO DEPOSIT-INTEREST.
           MOVE TD-START-DATE TO DATE-WORK.
           IF TD-START-DATE NOT < TD-MATURITY-DATE
               OR DATE-WORK-MONTH < 1 OR DATE-WORK-MONTH > 12
               OR DATE-WORK-DAY < 1 OR DATE-WORK-DAY > 31
               GO TO COMPUTE-TERM-INTEREST-EX
           END-IF.
           PERFORM COUNT-ONE-TERM-DAY
               UNTIL DATE-WORK NOT < TD-MATURITY-DATE
               OR DEPOSIT-TERM-DAYS = 9999.
           COMPUTE DEPOSIT-INTEREST ROUNDED =
               TD-PRINCIPAL * TD-RATE * DEPOSIT-TERM-DAYS / 36500.
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
      * WRITE-FEED-RECORDS - FEED-AMOUNT AS ONE OR MORE GENERATED
      * RECORDS ON FEED-ACCOUNT-KEY, EACH NO LARGER THAN ONE RECORD
      * CARRIES.
      *
       WRITE-FEED-RECORDS SECTION.
           MOVE FEED-AMOUNT TO FEED-REMAINING.
           PERFORM WRITE-ONE-FEED-RECORD
               UNTIL FEED-REMAINING = ZERO.
       EXIT.
      *
      * WRITE-ONE-FEED-RECORD - ONE RAW-FEED DETAIL RECORD: THE
      * ACCOUNT'S OWN KEY AS THE STRING PART, "TDEP" IN THE SECOND
      * PART SO THE TRAIL SHOWS WHAT IT WAS, THE RECEIVING ACCOUNT'S
      * FULL KEY AS THE COUNTER ACCOUNT ON A TRANSFER, AND A FRESHLY
      * COMPUTED CHECK DIGIT. AN INTEREST CREDIT IS A POSTED (TYPE
      * O) CREDIT LIKE ACCRUE'S.
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
           MOVE "TDEP" TO ACCR-STRING-PART2.
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
               PERFORM COMPUTE-CHECK-DIGIT
               MOVE CHECK-DIGIT-COMPUTED TO ACCR-CHECK-DIGIT
           END-IF.
           MOVE SPACES TO ACCR-CURRENCY-CODE.
           MOVE ZERO TO ACCR-ORIGINAL-REF.
           MOVE "G" TO ACCR-GENERATED-FLAG.
           MOVE ZERO TO ACCR-VALUE-DATE.
           MOVE SPACE TO ACCR-AMOUNT-SIGN.
           MOVE FEED-COUNTER-KEY TO ACCR-COUNTER-ACCOUNT-KEY.
           MOVE FEED-WIDE-KEY TO ACCR-WIDE-ACCOUNT-KEY.
           MOVE FEED-COUNTER-WIDE-KEY TO ACCR-COUNTER-WIDE-KEY.
           WRITE ACCRUAL-FEED-RECORD.
           ADD 1 TO FEED-RECORDS-WRITTEN-COUNT.
       EXIT.
      *
       WRITE-DEPOSIT-LINE SECTION.
           MOVE TD-PRINCIPAL TO REPORT-AMOUNT-EDIT.
           MOVE TD-RATE TO REPORT-RATE-EDIT.
           MOVE DEPOSIT-INTEREST TO REPORT-INTEREST-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING TD-WIDE-KEY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               REPORT-AMOUNT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               REPORT-RATE-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               TD-START-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               TD-MATURITY-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               DEPOSIT-DUE-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               TD-INSTRUCTION DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               TD-SETTLEMENT-WIDE-KEY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               REPORT-INTEREST-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               DEPOSIT-LINE-STATUS DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               DEPOSIT-LINE-NOTE DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
       EXIT.
      *
       WRITE-REPORT-TOTALS SECTION.
           MOVE SPACES TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE DEPOSITS-EXAMINED-COUNT TO REPORT-COUNT-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "DEPOSITS EXAMINED:       " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE DEPOSITS-ROLLED-COUNT TO REPORT-COUNT-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "ROLLED OVER TODAY:       " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE DEPOSITS-PAID-COUNT TO REPORT-COUNT-EDIT.
           MOVE DEPOSITS-PAID-PRINCIPAL TO REPORT-TOTAL-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "PAID OUT TODAY:          " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               "  PRINCIPAL: " DELIMITED BY SIZE
               REPORT-TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE INTEREST-PAID-TOTAL TO REPORT-TOTAL-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "INTEREST PAID TODAY:     " DELIMITED BY SIZE
               "            " DELIMITED BY SIZE
               "AMOUNT:    " DELIMITED BY SIZE
               REPORT-TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE DEPOSITS-REFUSED-COUNT TO REPORT-COUNT-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "NOT MATURED - SEE NOTE:  " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE DEPOSITS-SCHEDULED-COUNT TO REPORT-COUNT-EDIT.
           MOVE SCHEDULED-PRINCIPAL-TOTAL TO REPORT-TOTAL-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "DUE IN SCHEDULE:         " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               "  PRINCIPAL: " DELIMITED BY SIZE
               REPORT-TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SCHEDULED-INTEREST-TOTAL TO REPORT-TOTAL-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "INTEREST FALLING DUE:    " DELIMITED BY SIZE
               "            " DELIMITED BY SIZE
               "AMOUNT:    " DELIMITED BY SIZE
               REPORT-TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF CALENDAR-SHORT
               MOVE SCHEDULE-DAYS-FOUND TO REPORT-COUNT-EDIT
               MOVE SPACES TO REPORT-BUILD-LINE
               STRING "CALENDAR ENDS EARLY - SCHEDULE COVERS"
                   DELIMITED BY SIZE
                   REPORT-COUNT-EDIT DELIMITED BY SIZE
                   " BUSINESS DAYS" DELIMITED BY SIZE
                   INTO REPORT-BUILD-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
       EXIT.
      *
       WRITE-REPORT-HEADING SECTION.
           ADD 1 TO REPORT-PAGE-NUMBER.
           MOVE RUN-DATE TO REPORT-HEADING-DATE.
           MOVE SCHEDULE-HORIZON-DATE TO REPORT-HEADING-HORIZON.
           MOVE REPORT-PAGE-NUMBER TO REPORT-HEADING-PAGE.
           MOVE REPORT-HEADING-LINE TO MATURITY-REPORT-LINE.
           WRITE MATURITY-REPORT-LINE AFTER ADVANCING PAGE.
           MOVE 1 TO REPORT-LINE-COUNT.
           MOVE SPACES TO MATURITY-REPORT-LINE.
           WRITE MATURITY-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE REPORT-COLUMN-LINE TO MATURITY-REPORT-LINE.
           WRITE MATURITY-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 2 TO REPORT-LINE-COUNT.
       EXIT.
      *
       WRITE-REPORT-LINE SECTION.
           IF REPORT-LINE-COUNT NOT < REPORT-PAGE-DEPTH
               PERFORM WRITE-REPORT-HEADING
           END-IF.
           MOVE REPORT-BUILD-LINE TO MATURITY-REPORT-LINE.
           WRITE MATURITY-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO REPORT-LINE-COUNT.
       EXIT.
      *
      * LOAD-BUSINESS-DATES - ONLY BUSINESS DAYS ENTER THE TABLE; A
      * CALENDAR HEAVIER THAN THE TABLE STOPS AT THE LIMIT.
      *
       LOAD-BUSINESS-DATES SECTION.
           OPEN INPUT BUSINESS-CALENDAR.
           PERFORM READ-BUSINESS-CALENDAR.
           PERFORM LOAD-ONE-BUSINESS-DATE
               UNTIL END-OF-BUSINESS-CALENDAR
               OR BUSINESS-DATE-COUNT = 1500.
           CLOSE BUSINESS-CALENDAR.
           DISPLAY "BUSINESS DATES LOADED: " BUSINESS-DATE-COUNT.
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
      * FIND-SCHEDULE-HORIZON - COUNTS BUSINESS DAYS AFTER TODAY UP
      * TO THE SCHEDULE'S LENGTH; THE LAST ONE COUNTED IS THE
      * HORIZON. FEWER THAN THAT ON THE CALENDAR MARKS IT SHORT.
      *
       FIND-SCHEDULE-HORIZON SECTION.
           MOVE RUN-DATE TO SCHEDULE-HORIZON-DATE.
           MOVE ZERO TO SCHEDULE-DAYS-FOUND.
           PERFORM COUNT-ONE-SCHEDULE-DAY
               VARYING BUSINESS-DATE-IDX FROM 1 BY 1
               UNTIL BUSINESS-DATE-IDX > BUSINESS-DATE-COUNT
               OR SCHEDULE-DAYS-FOUND = SCHEDULE-BUSINESS-DAYS.
           IF SCHEDULE-DAYS-FOUND < SCHEDULE-BUSINESS-DAYS
               SET CALENDAR-SHORT TO TRUE
           END-IF.
       EXIT.
      *
       COUNT-ONE-SCHEDULE-DAY SECTION.
           IF BUSINESS-TABLE-DATE(BUSINESS-DATE-IDX) > RUN-DATE
               ADD 1 TO SCHEDULE-DAYS-FOUND
               MOVE BUSINESS-TABLE-DATE(BUSINESS-DATE-IDX)
                   TO SCHEDULE-HORIZON-DATE
           END-IF.
       EXIT.
      *
       READ-BUSINESS-CALENDAR SECTION.
           READ BUSINESS-CALENDAR
               AT END
                   SET END-OF-BUSINESS-CALENDAR TO TRUE
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
       READ-TERM-DEPOSIT SECTION.
           READ TERM-DEPOSITS NEXT RECORD
               AT END
                   SET END-OF-TERM-DEPOSITS TO TRUE
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
               SET DAY-ALREADY-MATURED TO TRUE
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
       END PROGRAM TDMATURE.
