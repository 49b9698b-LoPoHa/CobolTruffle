       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANDAY.
      *
      *
      * INSTALMENT-LOAN DAILY RUN. RUNS AFTER ACCRUE, ONCE THE DAY
      * HAS POSTED, AND WALKS THE LOAN FILE. A LOAN LOANMNT HAS DRAWN
      * DOWN IS PAID OUT - THE PRINCIPAL CREDITED TO THE PAYOUT
      * ACCOUNT, OR TO THE LOAN ACCOUNT ITSELF. EVERY INSTALMENT ON
      * THE AMORTISATION SCHEDULE WHOSE DUE DATE HAS COME - ON THE
      * FIRST BUSINESS DAY ON OR AFTER IT (BUSIDAYS), OR LATER WHEN
      * A RUN WAS MISSED - IS DEBITED TO THE LOAN ACCOUNT. BOTH ARE
      * WRITTEN ONTO THE END OF ACCRFEED IN THE SAME RAW-FEED DETAIL
      * LAYOUT ACCRUE USES AND POST THROUGH TOMORROW'S DAILY RUN;
      * THE INSTALMENT DEBITS CARRY GENERATED SOURCE "L", WHICH THE
      * DAILY RUN POSTS WHATEVER THE BALANCE, SINCE A SHORTFALL IS
      * ARREARS AND NOT A SUPERVISOR'S CALL.
      *
      * THE CUSTOMER'S REPAYMENTS ARE WHATEVER IS CREDITED TO THE
      * LOAN ACCOUNT, SO AN INSTALMENT IS COVERED WHILE THE ACCOUNT
      * STAYS IN CREDIT. WHAT THE POSTED INSTALMENTS LEAVE IT
      * OVERDRAWN BY IS ARREARS, SET AGAINST THE LATEST INSTALMENTS
      * FIRST - REPAYMENTS CLEAR THE OLDEST - AND AGED FROM EACH
      * INSTALMENT'S DUE DATE INTO THE UNDER-30, 30, 60 AND 90-DAY
      * BUCKETS. THE ARREARS REPORT (LOANARPT) LISTS EVERY LOAN IN
      * ARREARS AND TIES THE BOOK BACK TO THE LOAN GL ACCOUNTS ON
      * COACCTS.
      *
      * THE PAYOUT AND THE INSTALMENTS POST AS TYPE-O TRANSACTIONS,
      * SO GLEXTR JOURNALS THEM THROUGH THE TYPE-O ROW OF THE CHART.
      * THE LOANJRNL JOURNAL WRITTEN HERE MOVES THEM ON TO THE LOAN
      * ACCOUNTS, ONE SET OF PAIRS PER ENTITY: THE PAYOUT OFF THE
      * TYPE-O DEBIT ACCOUNT ONTO THE LOAN-PRINCIPAL ACCOUNT, EACH
      * INSTALMENT BACK ONTO THE TYPE-O DEBIT ACCOUNT AND OFF THE
      * LOAN-PRINCIPAL AND LOAN-INTEREST ACCOUNTS IN ITS TWO PARTS.
      * GLCONSOL COLLECTS IT. THE STEP LEDGER STOPS A SECOND CLEAN
      * RUN THE SAME DAY CHARGING TWICE.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * KEEP IN STEP WITH TEST'S SPECIAL-NAMES - SAME COPYBOOK FIELDS
      * FLOW THROUGH THIS PROGRAM AND MUST EDIT THE SAME WAY.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOAN-WIDE-KEY
               ALTERNATE RECORD KEY IS LOAN-ACCOUNT-KEY
                   WITH DUPLICATES.
           SELECT LOAN-SCHEDULE ASSIGN TO "LOANSCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INSTAL-KEY.
      * ACCOUNT-MASTER - THE LOAN AND PAYOUT ACCOUNTS MUST STILL BE
      * THERE, AND OPEN, BEFORE ANY MONEY IS MOVED; THE LOAN
      * ACCOUNT'S BALANCE IS WHAT THE ARREARS ARE JUDGED ON.
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
      * CHART-OF-ACCOUNTS - THE TYPE-O ROW AND THE LOAN ROWS NAME
      * THE ACCOUNTS THE JOURNAL MOVES THE MONEY BETWEEN.
           SELECT CHART-OF-ACCOUNTS ASSIGN TO "COACCTS"
               ORGANIZATION IS LINE SEQUENTIAL.
      * ACCRUAL-FEED - TODAY'S ACCRUALS, ALREADY WRITTEN BY ACCRUE;
      * THE PAYOUTS AND INSTALMENTS ARE APPENDED BEHIND THEM.
           SELECT ACCRUAL-FEED ASSIGN TO "ACCRFEED"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOAN-JOURNAL ASSIGN TO "LOANJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.
      * ARREARS-REPORT - TODAY'S ARREARS AND THE GL TIE.
           SELECT ARREARS-REPORT ASSIGN TO "LOANARPT"
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
       FD  LOAN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOANMASTER.
      *
       FD  LOAN-SCHEDULE
           LABEL RECORDS ARE STANDARD.
           COPY LOANSCHEDULE.
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
       FD  CHART-OF-ACCOUNTS
           LABEL RECORDS ARE STANDARD.
           COPY CHARTOFACCTS.
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
      * TWO LOANS' EQUAL INSTALMENTS WOULD OTHERWISE TRIP.
        05       ACCR-GENERATED-FLAG     PIC X.
        05       ACCR-VALUE-DATE         PIC 9(8).
      * "-" - THE INSTALMENT POSTS NEGATIVE, OFF THE BALANCE.
        05       ACCR-AMOUNT-SIGN        PIC X.
        05       ACCR-PRIOR-STATUS       PIC X.
        05       ACCR-STRING-TYPE        PIC X.
        05       ACCR-COUNTER-ACCOUNT-KEY PIC X(5).
      * "L" - A LOAN INSTALMENT, POSTED WHATEVER THE BALANCE.
        05       ACCR-GENERATED-SOURCE   PIC X.
        05       FILLER                  PIC X(11).
      * THE ACCOUNT'S WIDE KEY, IN THE FEED'S WIDE-KEY COLUMNS.
        05       ACCR-WIDE-ACCOUNT-KEY   PIC X(7).
        05       FILLER                  PIC X(19).
      *
       FD  LOAN-JOURNAL
           LABEL RECORDS ARE STANDARD.
           COPY GLJOURNAL.
      *
       FD  ARREARS-REPORT
           LABEL RECORDS ARE STANDARD.
       01  ARREARS-REPORT-LINE             PIC X(132).
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
       01  LOAN-FILE-SWITCH             PIC X VALUE "N".
         88      END-OF-LOAN-FILE             VALUE "Y".
       01  SCHEDULE-END-SWITCH          PIC X VALUE "N".
         88      END-OF-LOAN-SCHEDULE         VALUE "Y".
       01  BUSINESS-CALENDAR-SWITCH     PIC X VALUE "N".
         88      END-OF-BUSINESS-CALENDAR     VALUE "Y".
       01  CHART-OF-ACCOUNTS-SWITCH     PIC X VALUE "N".
         88      END-OF-CHART                 VALUE "Y".
       01  ACCOUNT-NOT-FOUND-SWITCH     PIC X VALUE "N".
         88      ACCOUNT-NOT-FOUND            VALUE "Y".
       01  LOAN-HELD-SWITCH             PIC X VALUE "N".
         88      LOAN-HELD                    VALUE "Y".
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
       01  RUN-DATE-PARTS REDEFINES RUN-DATE.
        05       RUN-YEAR                PIC 9(4).
        05       FILLER                  PIC 9(4).
      *
      * THE LOADED CALENDAR - BUSINESS DATES ONLY, IN DATE ORDER.
       01  BUSINESS-DATE-TABLE.
        05       BUSINESS-DATE-ENTRY OCCURS 1500 TIMES.
         10      BUSINESS-TABLE-DATE     PIC 9(8).
       01  BUSINESS-DATE-COUNT          PIC 9(4) VALUE ZERO.
       01  BUSINESS-DATE-IDX            PIC 9(4) VALUE 1.
      *
      * THE GL ACCOUNTS - THE TYPE-O ROW'S DEBIT ACCOUNT, WHICH
      * GLEXTR JOURNALS THE PAYOUTS AND INSTALMENTS AGAINST, AND THE
      * TWO LOAN ACCOUNTS.
       01  TYPE-O-DEBIT-ACCOUNT         PIC X(4) VALUE SPACES.
       01  LOAN-PRINCIPAL-ACCOUNT       PIC X(4) VALUE SPACES.
       01  LOAN-INTEREST-ACCOUNT        PIC X(4) VALUE SPACES.
      *
      * THE LOAN UNDER JUDGEMENT - ITS ACCOUNT AS THE MASTER HOLDS
      * IT, THE BUSINESS DAY THE SCHEDULE ROW IN HAND FALLS DUE ON,
      * HOW MANY ROWS ARE STILL TO FALL DUE, AND WHAT WAS CHARGED
      * TODAY.
       01  LOAN-ACCOUNT-BALANCE         PIC S9(9)V99 VALUE ZERO.
       01  LOAN-ACCOUNT-ENTITY          PIC X(2) VALUE SPACES.
       01  LOAN-ACCOUNT-WIDE-KEY        PIC X(7) VALUE SPACES.
       01  INSTALMENT-DUE-DATE          PIC 9(8) VALUE ZERO.
       01  INSTALMENTS-LEFT-COUNT       PIC 9(3) VALUE ZERO.
       01  LOAN-CHARGED-TODAY           PIC 9(9)V99 VALUE ZERO.
       01  LOAN-LINE-STATUS             PIC X(8) VALUE SPACES.
       01  LOAN-LINE-NOTE               PIC X(20) VALUE SPACES.
      *
      * THE LOAN'S INSTALMENTS ALREADY POSTED - CHARGED ON AN
      * EARLIER RUN, SO TODAY'S BALANCE HAS MET THEM - IN DUE ORDER.
      * THE ARREARS ARE SET AGAINST THEM FROM THE END.
       01  POSTED-INSTALMENT-TABLE.
        05       POSTED-INSTALMENT-ENTRY OCCURS 120 TIMES.
         10      POSTED-DUE-DATE         PIC 9(8).
         10      POSTED-AMOUNT           PIC 9(9)V99.
       01  POSTED-INSTALMENT-COUNT      PIC 9(3) VALUE ZERO.
       01  POSTED-INSTALMENT-IDX        PIC 9(3) VALUE ZERO.
       01  UNCOVERED-REMAINING          PIC 9(9)V99 VALUE ZERO.
       01  UNCOVERED-PART               PIC 9(9)V99 VALUE ZERO.
       01  DAYS-PAST-DUE                PIC 9(3) VALUE ZERO.
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
      * FEED-RECORD WORK - THE ACCOUNT THE RECORD IS WRITTEN ON, ITS
      * WIDE KEY, THE SECOND STRING PART THAT SAYS WHAT IT IS, THE
      * SIGN AND THE GENERATED SOURCE. ONE FEED RECORD CARRIES AT
      * MOST 9.999,99 - A LARGER AMOUNT IS WRITTEN AS SEVERAL
      * RECORDS. THE WHOLE AND FRACTION VIEWS FEED THE TWO NUMBER
      * PARTS THE SAME WAY TEST FOLDS THEM BACK TOGETHER.
       01  FEED-ACCOUNT-KEY             PIC X(5) VALUE SPACES.
       01  FEED-WIDE-KEY                PIC X(7) VALUE SPACES.
       01  FEED-MARKER                  PIC X(4) VALUE SPACES.
       01  FEED-AMOUNT-SIGN             PIC X VALUE SPACE.
       01  FEED-SOURCE                  PIC X VALUE SPACE.
       01  FEED-AMOUNT                  PIC 9(11)V99 VALUE ZERO.
       01  FEED-REMAINING               PIC 9(11)V99 VALUE ZERO.
       01  FEED-PIECE-AMOUNT            PIC 9(4)V99 VALUE ZERO.
       01  FEED-PIECE-CEILING           PIC 9(4)V99 VALUE 9999,99.
       01  FEED-PIECE-WHOLE             PIC 9(4) VALUE ZERO.
       01  FEED-PIECE-FRACTION          PIC 9(4) VALUE ZERO.
      *
      * PER-ENTITY JOURNAL TOTALS - WHAT WAS PAID OUT AND CHARGED
      * TODAY UNDER EACH LEGAL ENTITY, THE INSTALMENTS SPLIT INTO
      * THEIR PRINCIPAL AND INTEREST PARTS.
       01  ENTITY-TABLE.
        05       ENTITY-ENTRY OCCURS 20 TIMES.
         10      ENTITY-CODE             PIC X(2).
         10      ENTITY-PAYOUT           PIC 9(9)V99.
         10      ENTITY-INSTALMENTS      PIC 9(9)V99.
         10      ENTITY-PRINCIPAL        PIC 9(9)V99.
         10      ENTITY-INTEREST         PIC 9(9)V99.
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
       01  LOANS-EXAMINED-COUNT         PIC 9(8) VALUE ZERO.
       01  LOANS-PAID-OUT-COUNT         PIC 9(8) VALUE ZERO.
       01  LOANS-PAID-OUT-TOTAL         PIC 9(11)V99 VALUE ZERO.
       01  INSTALMENTS-CHARGED-COUNT    PIC 9(8) VALUE ZERO.
       01  INSTALMENTS-CHARGED-TOTAL    PIC 9(11)V99 VALUE ZERO.
       01  LOANS-PAID-OFF-COUNT         PIC 9(8) VALUE ZERO.
       01  LOANS-HELD-COUNT             PIC 9(8) VALUE ZERO.
       01  LOANS-RUNNING-COUNT          PIC 9(8) VALUE ZERO.
       01  PRINCIPAL-OUTSTANDING-TOTAL  PIC 9(11)V99 VALUE ZERO.
       01  INTEREST-YTD-TOTAL           PIC 9(11)V99 VALUE ZERO.
       01  LOANS-IN-ARREARS-COUNT       PIC 9(8) VALUE ZERO.
       01  ARREARS-TOTAL                PIC 9(11)V99 VALUE ZERO.
       01  ARREARS-BUCKET-TOTALS.
        05       BUCKET-UNDER-30-TOTAL   PIC 9(11)V99 VALUE ZERO.
        05       BUCKET-30-DAYS-TOTAL    PIC 9(11)V99 VALUE ZERO.
        05       BUCKET-60-DAYS-TOTAL    PIC 9(11)V99 VALUE ZERO.
        05       BUCKET-90-DAYS-TOTAL    PIC 9(11)V99 VALUE ZERO.
      * LOANS COUNTED BY THE BUCKET THEIR OLDEST UNPAID INSTALMENT
      * FALLS IN.
       01  ARREARS-BUCKET-COUNTS.
        05       BUCKET-UNDER-30-COUNT   PIC 9(8) VALUE ZERO.
        05       BUCKET-30-DAYS-COUNT    PIC 9(8) VALUE ZERO.
        05       BUCKET-60-DAYS-COUNT    PIC 9(8) VALUE ZERO.
        05       BUCKET-90-DAYS-COUNT    PIC 9(8) VALUE ZERO.
       01  FEED-RECORDS-WRITTEN-COUNT   PIC 9(8) VALUE ZERO.
      *
      * PRINT WORK FIELDS - SAME LINE-COUNTED, PAGE-HEADED SHAPE AS
      * TEST'S DAILY REPORT.
       01  REPORT-PAGE-NUMBER           PIC 9(4) VALUE ZERO.
       01  REPORT-LINE-COUNT            PIC 9(2) VALUE ZERO.
       01  REPORT-PAGE-DEPTH            PIC 9(2) VALUE 55.
       01  REPORT-HEADING-LINE.
        05       FILLER                  PIC X(26)
                 VALUE "LOAN ARREARS REPORT".
        05       REPORT-HEADING-DATE     PIC 9(8).
        05       FILLER                  PIC X(7) VALUE "   PAGE".
        05       REPORT-HEADING-PAGE     PIC ZZZ9.
       01  REPORT-COLUMN-LINE.
        05       FILLER                  PIC X(50) VALUE
                 "ACCT         INSTALMENT        ARREARS  OLDEST DUE".
        05       FILLER                  PIC X(50) VALUE
                 "  DAYS     UNDER 30       30 DAYS       60 DAYS   ".
        05       FILLER                  PIC X(32) VALUE
                 "    90 DAYS  STATUS    NOTE".
       01  REPORT-BUILD-LINE            PIC X(132) VALUE SPACES.
       01  REPORT-COUNT-EDIT            PIC ZZ.ZZZ.ZZ9.
       01  REPORT-DAYS-EDIT             PIC ZZ9.
       01  REPORT-AMOUNT-EDIT           PIC ZZZ.ZZZ.ZZ9,99.
       01  REPORT-ARREARS-EDIT          PIC ZZZ.ZZZ.ZZ9,99.
       01  REPORT-BUCKET-1-EDIT         PIC ZZ.ZZZ.ZZ9,99.
       01  REPORT-BUCKET-2-EDIT         PIC ZZ.ZZZ.ZZ9,99.
       01  REPORT-BUCKET-3-EDIT         PIC ZZ.ZZZ.ZZ9,99.
       01  REPORT-BUCKET-4-EDIT         PIC ZZ.ZZZ.ZZ9,99.
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
      * INSTALMENTS HAVE BEEN CHARGED.
       01  STEP-LEDGER-SWITCH           PIC X VALUE "N".
         88      END-OF-STEP-LEDGER         VALUE "Y".
       01  STEP-PREREQ-SWITCH           PIC X VALUE "N".
         88      PREREQUISITE-COMPLETED     VALUE "Y".
       01  DAY-CHARGED-SWITCH           PIC X VALUE "N".
         88      DAY-ALREADY-CHARGED        VALUE "Y".
       01  STEP-PROGRAM-NAME            PIC X(8) VALUE "LOANDAY".
       01  STEP-PREREQ-NAME             PIC X(8) VALUE "ACCRUE".
       01  STEP-TIME-WORK               PIC 9(8) VALUE ZERO.
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           DISPLAY "START LOANDAY".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
      * THE SEQUENCER'S GATE AND THE STEP'S OWN START MARK.
           PERFORM CHECK-STEP-PREREQUISITE.
           IF NOT PREREQUISITE-COMPLETED
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           IF DAY-ALREADY-CHARGED
               DISPLAY "DAY " RUN-DATE
                   " ALREADY CHARGED - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           PERFORM FIND-GL-ACCOUNTS.
           IF TYPE-O-DEBIT-ACCOUNT = SPACES
               OR LOAN-PRINCIPAL-ACCOUNT = SPACES
               OR LOAN-INTEREST-ACCOUNT = SPACES
               DISPLAY "CHART OF ACCOUNTS LACKS THE TYPE-O ROW OR A "
                   "LOAN ROW - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           PERFORM RECORD-STEP-START.
           PERFORM LOAD-BUSINESS-DATES.
           OPEN I-O LOAN-FILE.
           OPEN I-O LOAN-SCHEDULE.
           OPEN INPUT ACCOUNT-MASTER.
           OPEN EXTEND ACCRUAL-FEED.
           OPEN OUTPUT ARREARS-REPORT.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM READ-LOAN-RECORD.
           PERFORM EXAMINE-ONE-LOAN UNTIL END-OF-LOAN-FILE.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE ARREARS-REPORT.
           CLOSE ACCRUAL-FEED.
           CLOSE ACCOUNT-MASTER.
           CLOSE LOAN-SCHEDULE.
           CLOSE LOAN-FILE.
           PERFORM WRITE-LOAN-JOURNAL.
           DISPLAY "LOANS EXAMINED:           " LOANS-EXAMINED-COUNT.
           DISPLAY "LOANS PAID OUT:           " LOANS-PAID-OUT-COUNT.
           DISPLAY "INSTALMENTS CHARGED:      "
               INSTALMENTS-CHARGED-COUNT.
           DISPLAY "LOANS PAID OFF:           " LOANS-PAID-OFF-COUNT.
           DISPLAY "LOANS IN ARREARS:         "
               LOANS-IN-ARREARS-COUNT.
           DISPLAY "LOANS HELD - SEE REPORT:  " LOANS-HELD-COUNT.
           DISPLAY "FEED RECORDS WRITTEN:     "
               FEED-RECORDS-WRITTEN-COUNT.
           IF LOANS-HELD-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF ENTITY-OVERFLOW-COUNT > ZERO
               DISPLAY "ENTITY TABLE FULL - " ENTITY-OVERFLOW-COUNT
                   " LOAN MOVEMENTS NOT JOURNALED"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF JOURNAL-DR-TOTAL NOT = JOURNAL-CR-TOTAL
               DISPLAY "LOAN JOURNAL OUT OF BALANCE"
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       PROG-EX.
      * A CLEAN END GOES ON THE LEDGER SO THE NEXT STEP MAY START,
      * AND SO THE DAY'S INSTALMENTS ARE NOT CHARGED AGAIN.
           IF RETURN-CODE < 8
               PERFORM RECORD-STEP-END
           END-IF.
           DISPLAY "END LOANDAY".
           EXIT PROGRAM.
      *
      * EXAMINE-ONE-LOAN - A LOAN AWAITING PAYOUT IS PAID OUT; THEN
      * EVERY INSTALMENT DUE IS CHARGED AND THE ARREARS ARE AGED. A
      * LOAN WHOSE ACCOUNT IS NO LONGER ON THE MASTER, OR CLOSED, IS
      * LISTED AND LEFT AS IT IS TO BE TRIED AGAIN ON THE NEXT RUN.
      * PAID-OFF LOANS ARE PASSED OVER.
      *
       EXAMINE-ONE-LOAN SECTION.
           ADD 1 TO LOANS-EXAMINED-COUNT.
           IF LOAN-PAID-OFF
               GO TO EXAMINE-ONE-LOAN-NEXT
           END-IF.
           MOVE SPACES TO LOAN-LINE-STATUS.
           MOVE SPACES TO LOAN-LINE-NOTE.
           MOVE "N" TO LOAN-HELD-SWITCH.
           MOVE ZERO TO LOAN-CHARGED-TODAY.
           MOVE LOAN-WIDE-KEY TO ACCOUNT-MASTER-WIDE-KEY.
           PERFORM READ-ACCOUNT-MASTER.
           IF ACCOUNT-NOT-FOUND
               MOVE "NO LOAN ACCOUNT" TO LOAN-LINE-NOTE
               GO TO EXAMINE-ONE-LOAN-HELD
           END-IF.
           IF ACCOUNT-MASTER-CLOSED-DATE NOT = ZERO
               MOVE "LOAN ACCOUNT CLOSED" TO LOAN-LINE-NOTE
               GO TO EXAMINE-ONE-LOAN-HELD
           END-IF.
           MOVE ACCOUNT-MASTER-BALANCE TO LOAN-ACCOUNT-BALANCE.
           MOVE ACCOUNT-MASTER-ENTITY TO LOAN-ACCOUNT-ENTITY.
           MOVE ACCOUNT-MASTER-WIDE-KEY TO LOAN-ACCOUNT-WIDE-KEY.
           PERFORM FIND-ENTITY-ENTRY.
           IF ENTITY-FOUND-IDX = ZERO
               ADD 1 TO ENTITY-OVERFLOW-COUNT
               MOVE "ENTITY TABLE FULL" TO LOAN-LINE-NOTE
               GO TO EXAMINE-ONE-LOAN-HELD
           END-IF.
           IF LOAN-AWAITING-PAYOUT
               PERFORM PAY-OUT-LOAN
               IF LOAN-HELD
                   GO TO EXAMINE-ONE-LOAN-HELD
               END-IF
           END-IF.
           IF LOAN-INTEREST-YEAR NOT = RUN-YEAR
               MOVE RUN-YEAR TO LOAN-INTEREST-YEAR
               MOVE ZERO TO LOAN-INTEREST-YTD
           END-IF.
           PERFORM CHARGE-DUE-INSTALMENTS.
           PERFORM ASSESS-ARREARS.
           IF INSTALMENTS-LEFT-COUNT = ZERO
               AND LOAN-CHARGED-TODAY = ZERO
               AND LOAN-ARREARS-AMOUNT = ZERO
               SET LOAN-PAID-OFF TO TRUE
               MOVE RUN-DATE TO LOAN-CLOSED-DATE
               ADD 1 TO LOANS-PAID-OFF-COUNT
               MOVE "PAID OFF" TO LOAN-LINE-STATUS
           ELSE
               ADD 1 TO LOANS-RUNNING-COUNT
           END-IF.
           MOVE RUN-DATE TO LOAN-LAST-RUN-DATE.
           REWRITE LOAN-RECORD.
           ADD LOAN-PRINCIPAL-OUTSTANDING
               TO PRINCIPAL-OUTSTANDING-TOTAL.
           ADD LOAN-INTEREST-YTD TO INTEREST-YTD-TOTAL.
           IF LOAN-ARREARS-AMOUNT > ZERO
               PERFORM NOTE-LOAN-ARREARS
               MOVE "ARREARS" TO LOAN-LINE-STATUS
               PERFORM WRITE-LOAN-LINE
           END-IF.
           GO TO EXAMINE-ONE-LOAN-NEXT.
       EXAMINE-ONE-LOAN-HELD.
           ADD 1 TO LOANS-HELD-COUNT.
           MOVE "HELD" TO LOAN-LINE-STATUS.
           DISPLAY "LOAN " LOAN-WIDE-KEY " NOT PROCESSED - "
               LOAN-LINE-NOTE.
           PERFORM WRITE-LOAN-LINE.
       EXAMINE-ONE-LOAN-NEXT.
           PERFORM READ-LOAN-RECORD.
       EXIT.
      *
      * PAY-OUT-LOAN - THE PRINCIPAL IS CREDITED TO THE PAYOUT
      * ACCOUNT, OR TO THE LOAN ACCOUNT WHEN NONE IS NAMED, AND THE
      * LOAN STARTS TO RUN. A PAYOUT ACCOUNT GONE FROM THE MASTER OR
      * CLOSED SINCE THE CARD HOLDS THE LOAN UNPAID.
      *
       PAY-OUT-LOAN SECTION.
           IF LOAN-PAYOUT-WIDE-KEY = SPACES
               MOVE LOAN-ACCOUNT-KEY TO FEED-ACCOUNT-KEY
               MOVE LOAN-ACCOUNT-WIDE-KEY TO FEED-WIDE-KEY
           ELSE
               MOVE LOAN-PAYOUT-WIDE-KEY TO ACCOUNT-MASTER-WIDE-KEY
               PERFORM READ-ACCOUNT-MASTER
               IF ACCOUNT-NOT-FOUND
                   OR ACCOUNT-MASTER-CLOSED-DATE NOT = ZERO
                   SET LOAN-HELD TO TRUE
                   MOVE "NO PAYOUT ACCOUNT" TO LOAN-LINE-NOTE
                   GO TO PAY-OUT-LOAN-EX
               END-IF
               MOVE ACCOUNT-MASTER-KEY TO FEED-ACCOUNT-KEY
               MOVE ACCOUNT-MASTER-WIDE-KEY TO FEED-WIDE-KEY
           END-IF.
           MOVE "LDRW" TO FEED-MARKER.
           MOVE SPACE TO FEED-AMOUNT-SIGN.
           MOVE SPACE TO FEED-SOURCE.
           MOVE LOAN-PRINCIPAL TO FEED-AMOUNT.
           PERFORM WRITE-FEED-RECORDS.
           ADD LOAN-PRINCIPAL TO ENTITY-PAYOUT(ENTITY-FOUND-IDX).
           ADD 1 TO LOANS-PAID-OUT-COUNT.
           ADD LOAN-PRINCIPAL TO LOANS-PAID-OUT-TOTAL.
           SET LOAN-RUNNING TO TRUE.
           MOVE LOAN-PRINCIPAL TO LOAN-PRINCIPAL-OUTSTANDING.
           MOVE RUN-YEAR TO LOAN-INTEREST-YEAR.
           MOVE ZERO TO LOAN-INTEREST-YTD.
           DISPLAY "LOAN " LOAN-WIDE-KEY " PAID OUT "
               LOAN-PRINCIPAL " TO " FEED-WIDE-KEY.
       PAY-OUT-LOAN-EX.
       EXIT.
      *
      * CHARGE-DUE-INSTALMENTS - WALKS THE LOAN'S SCHEDULE IN DUE
      * ORDER. A ROW STILL DUE WHOSE BUSINESS DAY HAS COME IS
      * CHARGED; ONE CHARGED ON AN EARLIER RUN HAS POSTED AND GOES
      * ON THE POSTED TABLE FOR THE ARREARS.
      *
       CHARGE-DUE-INSTALMENTS SECTION.
           MOVE ZERO TO INSTALMENTS-LEFT-COUNT.
           MOVE ZERO TO POSTED-INSTALMENT-COUNT.
           MOVE "N" TO SCHEDULE-END-SWITCH.
           MOVE LOAN-WIDE-KEY TO INSTAL-WIDE-KEY.
           MOVE ZERO TO INSTAL-NUMBER.
           START LOAN-SCHEDULE KEY IS NOT LESS THAN INSTAL-KEY
               INVALID KEY
                   SET END-OF-LOAN-SCHEDULE TO TRUE
           END-START.
           IF NOT END-OF-LOAN-SCHEDULE
               PERFORM READ-NEXT-SCHEDULE-ROW
           END-IF.
           PERFORM JUDGE-ONE-SCHEDULE-ROW
               UNTIL END-OF-LOAN-SCHEDULE.
       EXIT.
      *
       JUDGE-ONE-SCHEDULE-ROW SECTION.
           IF INSTAL-CHARGED
               IF INSTAL-CHARGED-DATE < RUN-DATE
                   AND POSTED-INSTALMENT-COUNT < 120
                   ADD 1 TO POSTED-INSTALMENT-COUNT
                   MOVE INSTAL-DUE-DATE
                       TO POSTED-DUE-DATE(POSTED-INSTALMENT-COUNT)
                   MOVE INSTAL-AMOUNT
                       TO POSTED-AMOUNT(POSTED-INSTALMENT-COUNT)
               END-IF
               GO TO JUDGE-ONE-SCHEDULE-ROW-NEXT
           END-IF.
           PERFORM FIND-DUE-DATE.
           IF INSTALMENT-DUE-DATE > RUN-DATE
               ADD 1 TO INSTALMENTS-LEFT-COUNT
               GO TO JUDGE-ONE-SCHEDULE-ROW-NEXT
           END-IF.
           PERFORM CHARGE-ONE-INSTALMENT.
       JUDGE-ONE-SCHEDULE-ROW-NEXT.
           PERFORM READ-NEXT-SCHEDULE-ROW.
       EXIT.
      *
      * CHARGE-ONE-INSTALMENT - THE INSTALMENT IS DEBITED TO THE LOAN
      * ACCOUNT, ITS PRINCIPAL COMES OFF WHAT IS OUTSTANDING, AND THE
      * ROW IS MARKED CHARGED.
      *
       CHARGE-ONE-INSTALMENT SECTION.
           MOVE LOAN-ACCOUNT-KEY TO FEED-ACCOUNT-KEY.
           MOVE LOAN-ACCOUNT-WIDE-KEY TO FEED-WIDE-KEY.
           MOVE "LINS" TO FEED-MARKER.
           MOVE "-" TO FEED-AMOUNT-SIGN.
           MOVE "L" TO FEED-SOURCE.
           MOVE INSTAL-AMOUNT TO FEED-AMOUNT.
           PERFORM WRITE-FEED-RECORDS.
           SET INSTAL-CHARGED TO TRUE.
           MOVE RUN-DATE TO INSTAL-CHARGED-DATE.
           REWRITE LOAN-SCHEDULE-RECORD.
           IF INSTAL-PRINCIPAL > LOAN-PRINCIPAL-OUTSTANDING
               MOVE ZERO TO LOAN-PRINCIPAL-OUTSTANDING
           ELSE
               SUBTRACT INSTAL-PRINCIPAL
                   FROM LOAN-PRINCIPAL-OUTSTANDING
           END-IF.
           ADD 1 TO LOAN-INSTALMENTS-CHARGED.
           ADD INSTAL-INTEREST TO LOAN-INTEREST-CHARGED.
           ADD INSTAL-INTEREST TO LOAN-INTEREST-YTD.
           ADD INSTAL-AMOUNT TO LOAN-CHARGED-TODAY.
           ADD INSTAL-AMOUNT TO ENTITY-INSTALMENTS(ENTITY-FOUND-IDX).
           ADD INSTAL-PRINCIPAL TO ENTITY-PRINCIPAL(ENTITY-FOUND-IDX).
           ADD INSTAL-INTEREST TO ENTITY-INTEREST(ENTITY-FOUND-IDX).
           ADD 1 TO INSTALMENTS-CHARGED-COUNT.
           ADD INSTAL-AMOUNT TO INSTALMENTS-CHARGED-TOTAL.
       EXIT.
      *
      * ASSESS-ARREARS - WHAT THE LOAN ACCOUNT IS OVERDRAWN BY, UP TO
      * THE SUM OF THE INSTALMENTS ALREADY POSTED, IS SET AGAINST
      * THOSE INSTALMENTS LATEST FIRST; EACH PART IS AGED FROM ITS
      * OWN DUE DATE. THE OLDEST INSTALMENT REACHED DATES THE LOAN.
      *
       ASSESS-ARREARS SECTION.
           MOVE ZERO TO LOAN-ARREARS-AMOUNT.
           MOVE ZERO TO LOAN-ARREARS-UNDER-30.
           MOVE ZERO TO LOAN-ARREARS-30-DAYS.
           MOVE ZERO TO LOAN-ARREARS-60-DAYS.
           MOVE ZERO TO LOAN-ARREARS-90-DAYS.
           MOVE ZERO TO LOAN-OLDEST-UNPAID-DATE.
           MOVE ZERO TO LOAN-DAYS-PAST-DUE.
           IF LOAN-ACCOUNT-BALANCE NOT < ZERO
               GO TO ASSESS-ARREARS-EX
           END-IF.
           COMPUTE UNCOVERED-REMAINING = ZERO - LOAN-ACCOUNT-BALANCE.
           PERFORM AGE-ONE-POSTED-INSTALMENT
               VARYING POSTED-INSTALMENT-IDX
               FROM POSTED-INSTALMENT-COUNT BY -1
               UNTIL POSTED-INSTALMENT-IDX < 1
               OR UNCOVERED-REMAINING = ZERO.
       ASSESS-ARREARS-EX.
       EXIT.
      *
       AGE-ONE-POSTED-INSTALMENT SECTION.
           IF POSTED-AMOUNT(POSTED-INSTALMENT-IDX)
                   < UNCOVERED-REMAINING
               MOVE POSTED-AMOUNT(POSTED-INSTALMENT-IDX)
                   TO UNCOVERED-PART
           ELSE
               MOVE UNCOVERED-REMAINING TO UNCOVERED-PART
           END-IF.
           SUBTRACT UNCOVERED-PART FROM UNCOVERED-REMAINING.
           ADD UNCOVERED-PART TO LOAN-ARREARS-AMOUNT.
           MOVE POSTED-DUE-DATE(POSTED-INSTALMENT-IDX)
               TO LOAN-OLDEST-UNPAID-DATE.
           PERFORM COUNT-DAYS-PAST-DUE.
           MOVE DAYS-PAST-DUE TO LOAN-DAYS-PAST-DUE.
           EVALUATE TRUE
               WHEN DAYS-PAST-DUE < 30
                   ADD UNCOVERED-PART TO LOAN-ARREARS-UNDER-30
               WHEN DAYS-PAST-DUE < 60
                   ADD UNCOVERED-PART TO LOAN-ARREARS-30-DAYS
               WHEN DAYS-PAST-DUE < 90
                   ADD UNCOVERED-PART TO LOAN-ARREARS-60-DAYS
               WHEN OTHER
                   ADD UNCOVERED-PART TO LOAN-ARREARS-90-DAYS
           END-EVALUATE.
       EXIT.
      *
      * COUNT-DAYS-PAST-DUE - CALENDAR DAYS FROM THE OLDEST UNPAID
      * DUE DATE TO TODAY, COUNTED NO FURTHER THAN 999.
      *
       COUNT-DAYS-PAST-DUE SECTION.
           MOVE ZERO TO DAYS-PAST-DUE.
           MOVE LOAN-OLDEST-UNPAID-DATE TO DATE-WORK.
           PERFORM COUNT-ONE-PAST-DAY
               UNTIL DATE-WORK NOT < RUN-DATE
               OR DAYS-PAST-DUE = 999.
       EXIT.
      *
       COUNT-ONE-PAST-DAY SECTION.
           PERFORM ADVANCE-ONE-DAY.
           ADD 1 TO DAYS-PAST-DUE.
       EXIT.
      *
      * NOTE-LOAN-ARREARS - THE LOAN'S ARREARS INTO THE RUN'S BUCKET
      * TOTALS, AND THE LOAN COUNTED UNDER ITS OLDEST BUCKET.
      *
       NOTE-LOAN-ARREARS SECTION.
           ADD 1 TO LOANS-IN-ARREARS-COUNT.
           ADD LOAN-ARREARS-AMOUNT TO ARREARS-TOTAL.
           ADD LOAN-ARREARS-UNDER-30 TO BUCKET-UNDER-30-TOTAL.
           ADD LOAN-ARREARS-30-DAYS TO BUCKET-30-DAYS-TOTAL.
           ADD LOAN-ARREARS-60-DAYS TO BUCKET-60-DAYS-TOTAL.
           ADD LOAN-ARREARS-90-DAYS TO BUCKET-90-DAYS-TOTAL.
           EVALUATE TRUE
               WHEN LOAN-DAYS-PAST-DUE < 30
                   ADD 1 TO BUCKET-UNDER-30-COUNT
               WHEN LOAN-DAYS-PAST-DUE < 60
                   ADD 1 TO BUCKET-30-DAYS-COUNT
               WHEN LOAN-DAYS-PAST-DUE < 90
                   ADD 1 TO BUCKET-60-DAYS-COUNT
               WHEN OTHER
                   ADD 1 TO BUCKET-90-DAYS-COUNT
           END-EVALUATE.
       EXIT.
      *
      * FIND-DUE-DATE - THE FIRST BUSINESS DAY ON OR AFTER THE
      * SCHEDULE ROW'S DUE DATE. A DUE DATE PAST THE END OF THE
      * LOADED CALENDAR FALLS DUE ON ITS OWN DATE.
      *
       FIND-DUE-DATE SECTION.
           MOVE ZERO TO INSTALMENT-DUE-DATE.
           PERFORM MATCH-ONE-DUE-DATE
               VARYING BUSINESS-DATE-IDX FROM 1 BY 1
               UNTIL BUSINESS-DATE-IDX > BUSINESS-DATE-COUNT
               OR INSTALMENT-DUE-DATE NOT = ZERO.
           IF INSTALMENT-DUE-DATE = ZERO
               MOVE INSTAL-DUE-DATE TO INSTALMENT-DUE-DATE
           END-IF.
       EXIT.
      *
       MATCH-ONE-DUE-DATE SECTION.
           IF BUSINESS-TABLE-DATE(BUSINESS-DATE-IDX)
                   NOT < INSTAL-DUE-DATE
               MOVE BUSINESS-TABLE-DATE(BUSINESS-DATE-IDX)
                   TO INSTALMENT-DUE-DATE
           END-IF.
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
      * ACCOUNT'S OWN KEY AS THE STRING PART, THE MARKER IN THE
      * SECOND PART SO THE TRAIL SHOWS WHAT IT WAS, A FRESHLY
      * COMPUTED CHECK DIGIT, AND THE ACCOUNT'S WIDE KEY, WHICH THE
      * DAILY RUN FINDS THE ACCOUNT BY. AN ACCOUNT NUMBERED PAST 999
      * HAS NO SHORT KEY - THE STRING PART THEN CARRIES ONLY THE
      * WIDE KEY'S BRANCH DIGIT AND THE CHECK DIGIT IS ZERO, AS
      * ACCTCLOS WRITES THEM. A POSTED (TYPE O) CREDIT OR DEBIT LIKE
      * ACCRUE'S AND MTHCHG'S.
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
           MOVE "O" TO ACCR-TRANSACTION-TYPE.
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
           MOVE FEED-AMOUNT-SIGN TO ACCR-AMOUNT-SIGN.
           MOVE FEED-SOURCE TO ACCR-GENERATED-SOURCE.
           MOVE FEED-WIDE-KEY TO ACCR-WIDE-ACCOUNT-KEY.
           WRITE ACCRUAL-FEED-RECORD.
           ADD 1 TO FEED-RECORDS-WRITTEN-COUNT.
       EXIT.
      *
      * WRITE-LOAN-JOURNAL - THE HEADER, EACH ENTITY'S PAIRS, THE
      * "E" SUBTOTALS AND THE TRAILER. A DAY THAT MOVED NOTHING
      * WRITES A HEADER AND TRAILER ONLY.
      *
       WRITE-LOAN-JOURNAL SECTION.
           OPEN OUTPUT LOAN-JOURNAL.
           MOVE SPACES TO JOURNAL-HEADER-RECORD.
           MOVE "H" TO JRNL-HEADER-TYPE.
           MOVE RUN-DATE TO JRNL-HEADER-DATE.
           MOVE "LOANDAY" TO JRNL-HEADER-BATCH-ID.
           WRITE JOURNAL-HEADER-RECORD.
           PERFORM WRITE-ENTITY-PAIRS
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
           CLOSE LOAN-JOURNAL.
       EXIT.
      *
      * WRITE-ENTITY-PAIRS - THE PAYOUTS OFF THE TYPE-O DEBIT
      * ACCOUNT ONTO THE LOAN-PRINCIPAL ACCOUNT; THE INSTALMENTS
      * BACK ONTO THE TYPE-O DEBIT ACCOUNT, OFF THE LOAN-PRINCIPAL
      * ACCOUNT FOR THEIR PRINCIPAL AND INTO THE LOAN-INTEREST
      * ACCOUNT FOR THEIR INTEREST.
      *
       WRITE-ENTITY-PAIRS SECTION.
           IF ENTITY-PAYOUT(ENTITY-IDX) > ZERO
               MOVE "DR" TO JOURNAL-LINE-SIDE
               MOVE LOAN-PRINCIPAL-ACCOUNT TO JOURNAL-LINE-ACCOUNT
               MOVE ENTITY-PAYOUT(ENTITY-IDX) TO JOURNAL-LINE-AMOUNT
               PERFORM WRITE-JOURNAL-LINE
               MOVE "CR" TO JOURNAL-LINE-SIDE
               MOVE TYPE-O-DEBIT-ACCOUNT TO JOURNAL-LINE-ACCOUNT
               PERFORM WRITE-JOURNAL-LINE
           END-IF.
           IF ENTITY-INSTALMENTS(ENTITY-IDX) > ZERO
               MOVE "DR" TO JOURNAL-LINE-SIDE
               MOVE TYPE-O-DEBIT-ACCOUNT TO JOURNAL-LINE-ACCOUNT
               MOVE ENTITY-INSTALMENTS(ENTITY-IDX)
                   TO JOURNAL-LINE-AMOUNT
               PERFORM WRITE-JOURNAL-LINE
           END-IF.
           IF ENTITY-PRINCIPAL(ENTITY-IDX) > ZERO
               MOVE "CR" TO JOURNAL-LINE-SIDE
               MOVE LOAN-PRINCIPAL-ACCOUNT TO JOURNAL-LINE-ACCOUNT
               MOVE ENTITY-PRINCIPAL(ENTITY-IDX) TO JOURNAL-LINE-AMOUNT
               PERFORM WRITE-JOURNAL-LINE
           END-IF.
           IF ENTITY-INTEREST(ENTITY-IDX) > ZERO
               MOVE "CR" TO JOURNAL-LINE-SIDE
               MOVE LOAN-INTEREST-ACCOUNT TO JOURNAL-LINE-ACCOUNT
               MOVE ENTITY-INTEREST(ENTITY-IDX) TO JOURNAL-LINE-AMOUNT
               PERFORM WRITE-JOURNAL-LINE
           END-IF.
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
      * WRITE-ENTITY-SUBTOTAL - ONE "E" RECORD PER ENTITY THAT MOVED
      * ANYTHING, THE SAME SHAPE GLEXTR GIVES ITS OWN.
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
      * FIND-ENTITY-ENTRY - THE LOAN ACCOUNT'S ENTITY IN THE JOURNAL
      * TABLE, ADDED ON FIRST SIGHT; ZERO WHEN THE TABLE IS FULL.
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
               MOVE LOAN-ACCOUNT-ENTITY TO ENTITY-CODE(ENTITY-COUNT)
               MOVE ZERO TO ENTITY-PAYOUT(ENTITY-COUNT)
               MOVE ZERO TO ENTITY-INSTALMENTS(ENTITY-COUNT)
               MOVE ZERO TO ENTITY-PRINCIPAL(ENTITY-COUNT)
               MOVE ZERO TO ENTITY-INTEREST(ENTITY-COUNT)
               MOVE ZERO TO ENTITY-DETAIL-COUNT(ENTITY-COUNT)
               MOVE ZERO TO ENTITY-DR-TOTAL(ENTITY-COUNT)
               MOVE ZERO TO ENTITY-CR-TOTAL(ENTITY-COUNT)
           END-IF.
       EXIT.
      *
       MATCH-ONE-ENTITY SECTION.
           IF ENTITY-CODE(ENTITY-IDX) = LOAN-ACCOUNT-ENTITY
               MOVE ENTITY-IDX TO ENTITY-FOUND-IDX
           END-IF.
       EXIT.
      *
      * FIND-GL-ACCOUNTS - THE DEBIT ACCOUNT OF THE CHART'S TYPE-O
      * ROW AND THE ACCOUNTS OF ITS LOAN ROWS; CONTROL AND CLASS
      * ROWS ARE PASSED OVER.
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
           IF COA-LOAN-ACCOUNT-ROW
               AND COA-LOAN-PRINCIPAL
               MOVE COA-LOAN-ACCOUNT TO LOAN-PRINCIPAL-ACCOUNT
           END-IF.
           IF COA-LOAN-ACCOUNT-ROW
               AND COA-LOAN-INTEREST
               MOVE COA-LOAN-ACCOUNT TO LOAN-INTEREST-ACCOUNT
           END-IF.
           PERFORM READ-CHART-ROW.
       EXIT.
      *
       WRITE-LOAN-LINE SECTION.
           MOVE LOAN-INSTALMENT TO REPORT-AMOUNT-EDIT.
           MOVE LOAN-ARREARS-AMOUNT TO REPORT-ARREARS-EDIT.
           MOVE LOAN-DAYS-PAST-DUE TO REPORT-DAYS-EDIT.
           MOVE LOAN-ARREARS-UNDER-30 TO REPORT-BUCKET-1-EDIT.
           MOVE LOAN-ARREARS-30-DAYS TO REPORT-BUCKET-2-EDIT.
           MOVE LOAN-ARREARS-60-DAYS TO REPORT-BUCKET-3-EDIT.
           MOVE LOAN-ARREARS-90-DAYS TO REPORT-BUCKET-4-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING LOAN-WIDE-KEY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               REPORT-AMOUNT-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REPORT-ARREARS-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               LOAN-OLDEST-UNPAID-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               REPORT-DAYS-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REPORT-BUCKET-1-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REPORT-BUCKET-2-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REPORT-BUCKET-3-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REPORT-BUCKET-4-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               LOAN-LINE-STATUS DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               LOAN-LINE-NOTE DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
       EXIT.
      *
      * WRITE-REPORT-TOTALS - THE DAY'S MOVEMENTS, THE ARREARS BY
      * BUCKET, AND THE TIE TO THE LOAN GL ACCOUNTS: THE PRINCIPAL
      * STILL TO FALL DUE IS WHAT THE LOAN-PRINCIPAL ACCOUNT CARRIES
      * ONCE TODAY'S JOURNAL IS IN, THE YEAR'S INTEREST WHAT THE
      * LOAN-INTEREST ACCOUNT CARRIES. THE ARREARS ARE INSTALMENTS
      * ALREADY DEBITED, SO THEY SIT IN THE LOAN ACCOUNTS' OWN
      * OVERDRAWN BALANCES UNDER THE BRANCH CONTROL ACCOUNTS.
      *
       WRITE-REPORT-TOTALS SECTION.
           MOVE SPACES TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE LOANS-EXAMINED-COUNT TO REPORT-COUNT-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "LOANS EXAMINED:          " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE LOANS-PAID-OUT-COUNT TO REPORT-COUNT-EDIT.
           MOVE LOANS-PAID-OUT-TOTAL TO REPORT-TOTAL-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "PAID OUT TODAY:          " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               "  AMOUNT:    " DELIMITED BY SIZE
               REPORT-TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE INSTALMENTS-CHARGED-COUNT TO REPORT-COUNT-EDIT.
           MOVE INSTALMENTS-CHARGED-TOTAL TO REPORT-TOTAL-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "INSTALMENTS CHARGED:     " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               "  AMOUNT:    " DELIMITED BY SIZE
               REPORT-TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE LOANS-PAID-OFF-COUNT TO REPORT-COUNT-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "PAID OFF TODAY:          " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE LOANS-HELD-COUNT TO REPORT-COUNT-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "HELD - SEE NOTE:         " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE BUCKET-UNDER-30-COUNT TO REPORT-COUNT-EDIT.
           MOVE BUCKET-UNDER-30-TOTAL TO REPORT-TOTAL-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "ARREARS UNDER 30 DAYS:   " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               "  AMOUNT:    " DELIMITED BY SIZE
               REPORT-TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE BUCKET-30-DAYS-COUNT TO REPORT-COUNT-EDIT.
           MOVE BUCKET-30-DAYS-TOTAL TO REPORT-TOTAL-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "ARREARS 30 TO 59 DAYS:   " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               "  AMOUNT:    " DELIMITED BY SIZE
               REPORT-TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE BUCKET-60-DAYS-COUNT TO REPORT-COUNT-EDIT.
           MOVE BUCKET-60-DAYS-TOTAL TO REPORT-TOTAL-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "ARREARS 60 TO 89 DAYS:   " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               "  AMOUNT:    " DELIMITED BY SIZE
               REPORT-TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE BUCKET-90-DAYS-COUNT TO REPORT-COUNT-EDIT.
           MOVE BUCKET-90-DAYS-TOTAL TO REPORT-TOTAL-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "ARREARS 90 DAYS AND OVER:" DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               "  AMOUNT:    " DELIMITED BY SIZE
               REPORT-TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE LOANS-IN-ARREARS-COUNT TO REPORT-COUNT-EDIT.
           MOVE ARREARS-TOTAL TO REPORT-TOTAL-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "TOTAL ARREARS:           " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               "  AMOUNT:    " DELIMITED BY SIZE
               REPORT-TOTAL-EDIT DELIMITED BY SIZE
               "  IN LOAN ACCOUNT BALANCES" DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE LOANS-RUNNING-COUNT TO REPORT-COUNT-EDIT.
           MOVE PRINCIPAL-OUTSTANDING-TOTAL TO REPORT-TOTAL-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "PRINCIPAL OUTSTANDING:   " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               "  AMOUNT:    " DELIMITED BY SIZE
               REPORT-TOTAL-EDIT DELIMITED BY SIZE
               "  TIES TO GL " DELIMITED BY SIZE
               LOAN-PRINCIPAL-ACCOUNT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE INTEREST-YTD-TOTAL TO REPORT-TOTAL-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "INTEREST CHARGED " DELIMITED BY SIZE
               RUN-YEAR DELIMITED BY SIZE
               ":   " DELIMITED BY SIZE
               "            AMOUNT:    " DELIMITED BY SIZE
               REPORT-TOTAL-EDIT DELIMITED BY SIZE
               "  TIES TO GL " DELIMITED BY SIZE
               LOAN-INTEREST-ACCOUNT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
       EXIT.
      *
       WRITE-REPORT-HEADING SECTION.
           ADD 1 TO REPORT-PAGE-NUMBER.
           MOVE RUN-DATE TO REPORT-HEADING-DATE.
           MOVE REPORT-PAGE-NUMBER TO REPORT-HEADING-PAGE.
           MOVE REPORT-HEADING-LINE TO ARREARS-REPORT-LINE.
           WRITE ARREARS-REPORT-LINE AFTER ADVANCING PAGE.
           MOVE 1 TO REPORT-LINE-COUNT.
           MOVE SPACES TO ARREARS-REPORT-LINE.
           WRITE ARREARS-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE REPORT-COLUMN-LINE TO ARREARS-REPORT-LINE.
           WRITE ARREARS-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 2 TO REPORT-LINE-COUNT.
       EXIT.
      *
       WRITE-REPORT-LINE SECTION.
           IF REPORT-LINE-COUNT NOT < REPORT-PAGE-DEPTH
               PERFORM WRITE-REPORT-HEADING
           END-IF.
           MOVE REPORT-BUILD-LINE TO ARREARS-REPORT-LINE.
           WRITE ARREARS-REPORT-LINE AFTER ADVANCING 1 LINE.
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
      * READ-ACCOUNT-MASTER - BY THE WIDE KEY, WHICH EVERY LOAN AND
      * PAYOUT ACCOUNT CARRIES.
      *
       READ-ACCOUNT-MASTER SECTION.
           MOVE "N" TO ACCOUNT-NOT-FOUND-SWITCH.
           READ ACCOUNT-MASTER
               INVALID KEY
                   SET ACCOUNT-NOT-FOUND TO TRUE
           END-READ.
       EXIT.
      *
       READ-LOAN-RECORD SECTION.
           READ LOAN-FILE NEXT RECORD
               AT END
                   SET END-OF-LOAN-FILE TO TRUE
           END-READ.
       EXIT.
      *
       READ-NEXT-SCHEDULE-ROW SECTION.
           READ LOAN-SCHEDULE NEXT RECORD
               AT END
                   SET END-OF-LOAN-SCHEDULE TO TRUE
           END-READ.
           IF NOT END-OF-LOAN-SCHEDULE
               AND INSTAL-WIDE-KEY NOT = LOAN-WIDE-KEY
               SET END-OF-LOAN-SCHEDULE TO TRUE
           END-IF.
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
               SET DAY-ALREADY-CHARGED TO TRUE
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
       END PROGRAM LOANDAY.
