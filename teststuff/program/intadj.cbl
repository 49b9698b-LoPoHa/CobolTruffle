       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTADJ.
      *
      *
      * BACK-VALUED INTEREST ADJUSTMENT. A REJECT REPAIRED THROUGH
      * REPRO, AN ITEM RELEASED FROM THE APPROVAL QUEUE OR THE DEAD
      * LETTERS, OR A SUSPENSE ITEM CLEARED DAYS LATER LANDS ON ITS
      * ACCOUNT TODAY, BUT THE MONEY BELONGED THERE ON THE DAY IT
      * FIRST ARRIVED - AND ACCRUE HAS ACCRUED EVERY DAY IN BETWEEN
      * ON A BALANCE THAT WAS SHORT OF IT (OR OVER IT). RUN AFTER
      * ACCRUE, THIS JOB PUTS THAT RIGHT.
      *
      * EVERY AMOUNT ON TODAY'S POSTING TRAIL IS MATCHED BY ITS
      * TRANSACTION NUMBER AGAINST THE STATUS HISTORY. ONE WHOSE
      * LATEST EARLIER LIFECYCLE ENTRY LEFT IT REJECTED ("J"), HELD
      * FOR APPROVAL ("A") OR DEAD-LETTERED ("X") IS A LATE POSTING,
      * AS IS EVERY SUSPENSE REPOST ("SUSP") WITH AN EARLIER ENTRY AT
      * ALL; THE DATE OF THAT ENTRY IS ITS ORIGINAL VALUE DATE. FOR
      * EACH DAY OF THE ACCOUNT'S BALSNAP HISTORY FROM THAT DATE UP
      * TO YESTERDAY, THE DAY'S INTEREST IS WORKED OUT TWICE - ON THE
      * BALANCE AS IT WAS, AND WITH THE LATE AMOUNT IN IT - AT THE
      * RATEBAND RATES IN FORCE THAT DAY, EXACTLY AS ACCRUE WORKS IT.
      * THE DIFFERENCE IS WRITTEN TO ACCRFEED AS A GENERATED ACCRUAL
      * TRANSACTION ("IADJ" IN THE STRING-PART2 POSITION) FOR
      * TOMORROW'S RUN TO POST - A CREDIT WHEN INTEREST WAS SHORT, A
      * "-" DEBIT WHEN IT WAS OVERPAID. SEVERAL LATE POSTINGS ON ONE
      * ACCOUNT ARE LAYERED IN TRAIL ORDER, SO EACH IS CHARGED ONLY
      * THE DIFFERENCE IT MADE ON TOP OF THOSE BEFORE IT.
      *
      * THE ADJUSTMENT REPORT (INTADJRP) LISTS EVERY LATE POSTING
      * FOUND - THE TRANSACTION, ITS ORIGINAL AND POSTED DATES, THE
      * DAYS ADJUSTED AND THE ADJUSTMENT IT CAUSED - AND SAYS WHY
      * WHEN ONE COULD NOT BE ADJUSTED. THE STEP THEN ENDS WITH A
      * WARNING.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * KEEP IN STEP WITH TEST'S SPECIAL-NAMES - SAME COPYBOOK FIELDS
      * FLOW THROUGH THIS PROGRAM AND MUST EDIT THE SAME WAY.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * POSTED-TRANSACTIONS - TODAY'S POSTING TRAIL, REPRO RUNS
      * INCLUDED.
           SELECT POSTED-TRANSACTIONS ASSIGN TO "POSTEDTX"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATUS-HISTORY-FILE ASSIGN TO "STATHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BALANCE-SNAPSHOT-FILE ASSIGN TO "BALSNAP"
               ORGANIZATION IS LINE SEQUENTIAL.
      * KEEP THE BAND LAYOUT IN STEP WITH RATE-BAND-RECORD IN
      * ACCRUE.
           SELECT RATE-BAND-FILE ASSIGN TO "RATEBAND"
               ORGANIZATION IS LINE SEQUENTIAL.
      * PRODUCT-CATALOG - THE BAND SET EACH PRODUCT ACCRUES ON.
           SELECT PRODUCT-CATALOG ASSIGN TO "PRODCAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-MASTER-WIDE-KEY
               ALTERNATE RECORD KEY IS ACCOUNT-MASTER-KEY
                   WITH DUPLICATES.
      * TERM-DEPOSITS - AN ACCOUNT WITH A RUNNING DEPOSIT DOES NOT
      * ACCRUE, SO HAS NOTHING TO ADJUST.
           SELECT TERM-DEPOSITS ASSIGN TO "TERMDEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TD-WIDE-KEY
               ALTERNATE RECORD KEY IS TD-ACCOUNT-KEY
                   WITH DUPLICATES.
      * ACCRUAL-FEED - THE ADJUSTMENTS ARE APPENDED BEHIND ACCRUE'S
      * OWN ACCRUALS.
           SELECT ACCRUAL-FEED ASSIGN TO "ACCRFEED"
               ORGANIZATION IS LINE SEQUENTIAL.
      * ADJUSTMENT-REPORT - EVERY LATE POSTING AND THE ADJUSTMENT IT
      * CAUSED.
           SELECT ADJUSTMENT-REPORT ASSIGN TO "INTADJRP"
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
       FD  POSTED-TRANSACTIONS
           LABEL RECORDS ARE STANDARD.
           COPY POSTEDTXN.
      *
       FD  STATUS-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STATUSHISTORY.
      *
       FD  BALANCE-SNAPSHOT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BALSNAPSHOT.
      *
       FD  RATE-BAND-FILE
           LABEL RECORDS ARE STANDARD.
       01  RATE-BAND-RECORD.
        05       BAND-EFFECTIVE-DATE     PIC 9(8).
        05       BAND-BALANCE-FROM       PIC 9(9)V99.
        05       BAND-BALANCE-TO         PIC 9(9)V99.
        05       BAND-DAILY-RATE         PIC 9(4)V9(6).
        05       BAND-SET-CODE           PIC X(2).
      *
       FD  PRODUCT-CATALOG
           LABEL RECORDS ARE STANDARD.
           COPY PRODUCTCATALOG.
      *
       FD  ACCOUNT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY ACCTMASTER.
      *
       FD  TERM-DEPOSITS
           LABEL RECORDS ARE STANDARD.
           COPY TERMDEPOSIT.
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
      * RECONCILIATION AND EXEMPT FROM THE DUPLICATE LOOK-BACK.
        05       ACCR-GENERATED-FLAG     PIC X.
        05       ACCR-VALUE-DATE         PIC 9(8).
      * "-" - THE ADJUSTMENT TAKES BACK INTEREST OVERPAID.
        05       ACCR-AMOUNT-SIGN        PIC X.
        05       FILLER                  PIC X(19).
      * THE ACCOUNT'S WIDE KEY, IN THE FEED'S WIDE-KEY COLUMN.
        05       ACCR-WIDE-ACCOUNT-KEY   PIC X(7).
        05       FILLER                  PIC X(19).
      *
       FD  ADJUSTMENT-REPORT
           LABEL RECORDS ARE STANDARD.
       01  ADJUSTMENT-REPORT-LINE          PIC X(132).
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
       01  POSTED-TRANSACTIONS-SWITCH   PIC X VALUE "N".
         88      END-OF-POSTED-TRANSACTIONS   VALUE "Y".
       01  STATUS-HISTORY-SWITCH        PIC X VALUE "N".
         88      END-OF-STATUS-HISTORY        VALUE "Y".
       01  BALANCE-SNAPSHOT-SWITCH      PIC X VALUE "N".
         88      END-OF-BALANCE-SNAPSHOTS     VALUE "Y".
       01  RATE-BAND-FILE-SWITCH        PIC X VALUE "N".
         88      END-OF-RATE-BANDS            VALUE "Y".
       01  PRODUCT-CATALOG-SWITCH       PIC X VALUE "N".
         88      END-OF-PRODUCT-CATALOG       VALUE "Y".
       01  BAND-ERROR-SWITCH            PIC X VALUE "N".
         88      RATE-BANDS-INVALID           VALUE "Y".
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
      *
      * TODAY'S TRAIL - EVERY POSTED AMOUNT THAT MIGHT BE LATE, WITH
      * THE LATEST LIFECYCLE ENTRY THE STATUS HISTORY HOLDS FOR ITS
      * TRANSACTION NUMBER BEFORE TODAY. THOSE THAT PROVE LATE CARRY
      * THEIR ACCOUNT'S BAND SET, THE DAYS ADJUSTED AND THE
      * ADJUSTMENT; THE LAST-DAY FIELDS LET A DATE SNAPSHOTTED BY
      * MORE THAN ONE INTRADAY CYCLE COUNT ONCE, ON ITS LAST BALANCE.
       01  LATE-TABLE.
        05       LATE-ENTRY OCCURS 300 TIMES.
         10      LATE-ACCOUNT-KEY        PIC X(5).
         10      LATE-WIDE-KEY           PIC X(7).
         10      LATE-TXN-NUMBER         PIC 9(4).
         10      LATE-STRING-PART2       PIC X(4).
         10      LATE-TXN-TYPE           PIC X.
         10      LATE-AMOUNT             PIC S9(7)V99.
         10      LATE-HISTORY-DATE       PIC 9(8).
         10      LATE-HISTORY-STATUS     PIC X.
         10      LATE-FLAG               PIC X.
         10      LATE-BAND-SET           PIC X(2).
         10      LATE-DAYS               PIC 9(4).
         10      LATE-ADJUSTMENT         PIC S9(7)V9(4).
         10      LATE-LAST-DAY           PIC 9(8).
         10      LATE-LAST-DAY-ADJUSTMENT PIC S9(7)V9(4).
         10      LATE-NOTE               PIC X(20).
       01  LATE-COUNT                   PIC 9(4) VALUE ZERO.
       01  LATE-IDX                     PIC 9(4) VALUE 1.
       01  LATE-OVERFLOW-COUNT          PIC 9(4) VALUE ZERO.
      *
      * ALL RATE BANDS ON FILE, EVERY SET AND EVERY EFFECTIVE DATE -
      * A PAST DAY IS PRICED AT THE BANDS IN FORCE THAT DAY, NOT
      * TODAY'S.
       01  RATE-BAND-TABLE.
        05       RATE-BAND-ENTRY OCCURS 300 TIMES.
         10      BAND-TABLE-SET          PIC X(2).
         10      BAND-TABLE-EFFECTIVE    PIC 9(8).
         10      BAND-TABLE-FROM         PIC 9(9)V99.
         10      BAND-TABLE-TO           PIC 9(9)V99.
         10      BAND-TABLE-RATE         PIC 9(4)V9(6).
       01  RATE-BAND-COUNT              PIC 9(4) VALUE ZERO.
       01  RATE-BAND-IDX                PIC 9(4) VALUE 1.
      *
      * PRODUCT TABLE - EACH CATALOG PRODUCT'S BAND SET, LOADED FROM
      * PRODCAT AT START OF RUN.
       01  PRODUCT-TABLE.
        05       PRODUCT-ENTRY OCCURS 50 TIMES.
         10      PRODUCT-TABLE-CODE      PIC X(4).
         10      PRODUCT-TABLE-BAND-SET  PIC X(2).
       01  PRODUCT-TABLE-COUNT          PIC 99 VALUE ZERO.
       01  PRODUCT-TABLE-IDX            PIC 99 VALUE 1.
       01  PRODUCT-FOUND-IDX            PIC 99 VALUE ZERO.
      *
      * ONE DAY'S INTEREST - THE BALANCE, DAY AND BAND SET GO IN,
      * THE ACCRUAL ACCRUE WOULD HAVE MADE ON THEM COMES OUT. NO
      * BANDS IN FORCE FOR THE SET THAT DAY COMES BACK UNPRICED.
       01  INTEREST-BALANCE             PIC S9(9)V99 VALUE ZERO.
       01  INTEREST-DATE                PIC 9(8) VALUE ZERO.
       01  INTEREST-SET                 PIC X(2) VALUE SPACES.
       01  INTEREST-AMOUNT              PIC 9(4)V9(4) VALUE ZERO.
       01  INTEREST-PICKED-DATE         PIC 9(8) VALUE ZERO.
       01  INTEREST-RATE                PIC 9(4)V9(6) VALUE ZERO.
       01  INTEREST-TOP-FROM            PIC 9(9)V99 VALUE ZERO.
       01  INTEREST-FOUND-SWITCH        PIC X VALUE "N".
         88      INTEREST-BAND-FOUND          VALUE "Y".
       01  INTEREST-PRICED-SWITCH       PIC X VALUE "N".
         88      INTEREST-UNPRICED            VALUE "Y".
      *
      * ONE SNAPSHOT DAY - THE LATE AMOUNTS LAYERED ONTO ITS BALANCE
      * SO FAR, AND THE INTEREST BEFORE AND AFTER THE NEXT ONE.
       01  DAY-SHIFT                    PIC S9(9)V99 VALUE ZERO.
       01  DAY-INTEREST-BEFORE          PIC 9(4)V9(4) VALUE ZERO.
       01  DAY-INTEREST-AFTER           PIC 9(4)V9(4) VALUE ZERO.
       01  DAY-DIFFERENCE               PIC S9(7)V9(4) VALUE ZERO.
      *
      * FEED-RECORD WORK - ONE RECORD CARRIES AT MOST 9.999,9999;
      * A LARGER ADJUSTMENT IS WRITTEN AS SEVERAL RECORDS. THE WHOLE
      * AND FRACTION VIEWS FEED THE TWO NUMBER PARTS THE SAME WAY
      * TEST FOLDS THEM BACK TOGETHER.
       01  FEED-AMOUNT-SIGN             PIC X VALUE SPACE.
       01  FEED-REMAINING               PIC 9(7)V9(4) VALUE ZERO.
       01  FEED-PIECE-AMOUNT            PIC 9(4)V9(4) VALUE ZERO.
       01  FEED-PIECE-CEILING           PIC 9(4)V9(4) VALUE 9999,9999.
       01  FEED-PIECE-WHOLE             PIC 9(4) VALUE ZERO.
       01  FEED-PIECE-FRACTION          PIC 9(4) VALUE ZERO.
      *
      * RUN COUNTS AND TOTALS.
       01  TRAIL-RECORDS-READ-COUNT     PIC 9(8) VALUE ZERO.
       01  LATE-POSTINGS-COUNT          PIC 9(8) VALUE ZERO.
       01  ADJUSTMENTS-WRITTEN-COUNT    PIC 9(8) VALUE ZERO.
       01  NOT-ADJUSTED-COUNT           PIC 9(8) VALUE ZERO.
       01  FEED-RECORDS-WRITTEN-COUNT   PIC 9(8) VALUE ZERO.
       01  ADJUSTMENT-CREDIT-TOTAL      PIC 9(9)V9(4) VALUE ZERO.
       01  ADJUSTMENT-DEBIT-TOTAL       PIC 9(9)V9(4) VALUE ZERO.
       01  ADJUSTMENT-TOTAL-EDIT        PIC ZZZ.ZZZ.ZZ9,9999.
      *
      * PRINT WORK FIELDS - SAME LINE-COUNTED, PAGE-HEADED SHAPE AS
      * TEST'S DAILY REPORT.
       01  REPORT-PAGE-NUMBER           PIC 9(4) VALUE ZERO.
       01  REPORT-LINE-COUNT            PIC 9(2) VALUE ZERO.
       01  REPORT-PAGE-DEPTH            PIC 9(2) VALUE 55.
       01  REPORT-HEADING-LINE.
        05       FILLER                  PIC X(32)
                 VALUE "BACK-VALUED INTEREST ADJUSTMENTS".
        05       FILLER                  PIC X(2) VALUE SPACES.
        05       REPORT-HEADING-DATE     PIC 9(8).
        05       FILLER                  PIC X(7) VALUE "   PAGE".
        05       REPORT-HEADING-PAGE     PIC ZZZ9.
       01  REPORT-COLUMN-LINE.
        05       FILLER                  PIC X(50) VALUE
                 "ACCT   TXN   T  CAME IN        AMOUNT  ST ORIGINAL".
        05       FILLER                  PIC X(82) VALUE
                 "  DAYS       ADJUSTMENT  NOTE".
       01  REPORT-BUILD-LINE            PIC X(132) VALUE SPACES.
       01  REPORT-COUNT-EDIT            PIC ZZ.ZZZ.ZZ9.
       01  REPORT-AMOUNT-EDIT           PIC Z.ZZZ.ZZ9,99-.
       01  REPORT-DAYS-EDIT             PIC ZZZ9.
       01  REPORT-ADJUSTMENT-EDIT       PIC ZZZ.ZZ9,9999-.
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
       01  STEP-PROGRAM-NAME            PIC X(8) VALUE "INTADJ".
       01  STEP-PREREQ-NAME             PIC X(8) VALUE "ACCRUE".
       01  STEP-TIME-WORK               PIC 9(8) VALUE ZERO.
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           DISPLAY "START INTADJ".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
      * THE SEQUENCER'S GATE AND THE STEP'S OWN START MARK.
           PERFORM CHECK-STEP-PREREQUISITE.
           IF NOT PREREQUISITE-COMPLETED
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           PERFORM RECORD-STEP-START.
           PERFORM LOAD-PRODUCT-CATALOG.
           PERFORM LOAD-RATE-BANDS.
           IF RATE-BANDS-INVALID OR RATE-BAND-COUNT = ZERO
               DISPLAY "RATE BANDS MISSING OR OVERFLOW THE TABLE - "
                   "ADJUSTMENT REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           PERFORM LOAD-TODAYS-TRAIL.
           PERFORM MATCH-STATUS-HISTORY.
           OPEN INPUT ACCOUNT-MASTER.
           OPEN INPUT TERM-DEPOSITS.
           PERFORM PREPARE-ONE-LATE-POSTING
               VARYING LATE-IDX FROM 1 BY 1
               UNTIL LATE-IDX > LATE-COUNT.
           CLOSE TERM-DEPOSITS.
           CLOSE ACCOUNT-MASTER.
           PERFORM REPLAY-BALANCE-HISTORY.
           OPEN EXTEND ACCRUAL-FEED.
           OPEN OUTPUT ADJUSTMENT-REPORT.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM FINISH-ONE-LATE-POSTING
               VARYING LATE-IDX FROM 1 BY 1
               UNTIL LATE-IDX > LATE-COUNT.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE ADJUSTMENT-REPORT.
           CLOSE ACCRUAL-FEED.
           DISPLAY "TRAIL RECORDS READ:       "
               TRAIL-RECORDS-READ-COUNT.
           DISPLAY "LATE POSTINGS FOUND:      " LATE-POSTINGS-COUNT.
           DISPLAY "ADJUSTMENTS WRITTEN:      "
               ADJUSTMENTS-WRITTEN-COUNT.
           DISPLAY "LATE POSTINGS NOT ADJUSTED: " NOT-ADJUSTED-COUNT.
           DISPLAY "FEED RECORDS WRITTEN:     "
               FEED-RECORDS-WRITTEN-COUNT.
           MOVE ADJUSTMENT-CREDIT-TOTAL TO ADJUSTMENT-TOTAL-EDIT.
           DISPLAY "INTEREST CREDITED:        " ADJUSTMENT-TOTAL-EDIT.
           MOVE ADJUSTMENT-DEBIT-TOTAL TO ADJUSTMENT-TOTAL-EDIT.
           DISPLAY "INTEREST TAKEN BACK:      " ADJUSTMENT-TOTAL-EDIT.
           IF LATE-OVERFLOW-COUNT > ZERO
               DISPLAY "POSTEDTX EXCEEDS THE TABLE BY "
                   LATE-OVERFLOW-COUNT " RECORDS - NOT EXAMINED"
           END-IF.
           IF NOT-ADJUSTED-COUNT > ZERO
               OR LATE-OVERFLOW-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
       PROG-EX.
      * A CLEAN END GOES ON THE LEDGER SO THE NEXT STEP MAY START.
           IF RETURN-CODE < 8
               PERFORM RECORD-STEP-END
           END-IF.
           DISPLAY "END INTADJ".
           EXIT PROGRAM.
      *
      * LOAD-TODAYS-TRAIL - EVERY AMOUNT ON TODAY'S TRAIL THAT CARRIES
      * A TRANSACTION NUMBER. THE NETTED AND FEE POSTINGS THE RUN
      * BUILDS ITSELF CARRY NONE AND CANNOT BE LATE.
      *
       LOAD-TODAYS-TRAIL SECTION.
           OPEN INPUT POSTED-TRANSACTIONS.
           PERFORM READ-POSTED-TRANSACTION.
           PERFORM LOAD-ONE-TRAIL-RECORD
               UNTIL END-OF-POSTED-TRANSACTIONS.
           CLOSE POSTED-TRANSACTIONS.
       EXIT.
      *
       LOAD-ONE-TRAIL-RECORD SECTION.
           ADD 1 TO TRAIL-RECORDS-READ-COUNT.
           IF POSTED-NUMBER-PART1 = ZERO
               OR POSTED-STRING-TYPE = "R"
               GO TO LOAD-ONE-TRAIL-RECORD-NEXT
           END-IF.
           IF LATE-COUNT = 300
               ADD 1 TO LATE-OVERFLOW-COUNT
               GO TO LOAD-ONE-TRAIL-RECORD-NEXT
           END-IF.
           ADD 1 TO LATE-COUNT.
           MOVE POSTED-STRING-PART1 TO CHECK-DIGIT-WORK-STRING.
           PERFORM COMPUTE-CHECK-DIGIT.
           MOVE POSTED-STRING-PART1
               TO LATE-ACCOUNT-KEY(LATE-COUNT)(1:4).
           MOVE CHECK-DIGIT-COMPUTED
               TO LATE-ACCOUNT-KEY(LATE-COUNT)(5:1).
           IF POSTED-NUMBER-PART1 < ZERO
               COMPUTE LATE-TXN-NUMBER(LATE-COUNT) =
                   ZERO - POSTED-NUMBER-PART1
           ELSE
               MOVE POSTED-NUMBER-PART1 TO LATE-TXN-NUMBER(LATE-COUNT)
           END-IF.
           MOVE POSTED-STRING-PART2 TO LATE-STRING-PART2(LATE-COUNT).
           MOVE POSTED-TXN-TYPE TO LATE-TXN-TYPE(LATE-COUNT).
           MOVE POSTED-AMOUNT TO LATE-AMOUNT(LATE-COUNT).
           MOVE ZERO TO LATE-HISTORY-DATE(LATE-COUNT).
           MOVE SPACE TO LATE-HISTORY-STATUS(LATE-COUNT).
           MOVE "N" TO LATE-FLAG(LATE-COUNT).
           MOVE SPACES TO LATE-BAND-SET(LATE-COUNT).
           MOVE ZERO TO LATE-DAYS(LATE-COUNT).
           MOVE ZERO TO LATE-ADJUSTMENT(LATE-COUNT).
           MOVE ZERO TO LATE-LAST-DAY(LATE-COUNT).
           MOVE ZERO TO LATE-LAST-DAY-ADJUSTMENT(LATE-COUNT).
           MOVE SPACES TO LATE-NOTE(LATE-COUNT).
       LOAD-ONE-TRAIL-RECORD-NEXT.
           PERFORM READ-POSTED-TRANSACTION.
       EXIT.
      *
       READ-POSTED-TRANSACTION SECTION.
           READ POSTED-TRANSACTIONS
               AT END
                   SET END-OF-POSTED-TRANSACTIONS TO TRUE
           END-READ.
       EXIT.
      *
      * MATCH-STATUS-HISTORY - ONE PASS OVER THE LIFECYCLE TRAIL. THE
      * FILE IS APPENDED IN DATE ORDER, SO THE LAST ENTRY SEEN BEFORE
      * TODAY FOR A TRANSACTION NUMBER IS THE LATEST ONE.
      *
       MATCH-STATUS-HISTORY SECTION.
           OPEN INPUT STATUS-HISTORY-FILE.
           PERFORM READ-STATUS-HISTORY.
           PERFORM NOTE-ONE-HISTORY-ENTRY UNTIL END-OF-STATUS-HISTORY.
           CLOSE STATUS-HISTORY-FILE.
       EXIT.
      *
       NOTE-ONE-HISTORY-ENTRY SECTION.
           IF STATUS-HIST-DATE < RUN-DATE
               PERFORM NOTE-HISTORY-AGAINST-TRAIL
                   VARYING LATE-IDX FROM 1 BY 1
                   UNTIL LATE-IDX > LATE-COUNT
           END-IF.
           PERFORM READ-STATUS-HISTORY.
       EXIT.
      *
       NOTE-HISTORY-AGAINST-TRAIL SECTION.
           IF LATE-TXN-NUMBER(LATE-IDX) = STATUS-HIST-TXN-NUMBER
               MOVE STATUS-HIST-DATE TO LATE-HISTORY-DATE(LATE-IDX)
               MOVE STATUS-HIST-TO TO LATE-HISTORY-STATUS(LATE-IDX)
           END-IF.
       EXIT.
      *
       READ-STATUS-HISTORY SECTION.
           READ STATUS-HISTORY-FILE
               AT END
                   SET END-OF-STATUS-HISTORY TO TRUE
           END-READ.
       EXIT.
      *
      * PREPARE-ONE-LATE-POSTING - DECIDES WHETHER A TRAIL AMOUNT WAS
      * LATE AND, IF SO, WHETHER ITS ACCOUNT ACCRUES AT ALL: ONE NOT
      * ON FILE, CLOSED, ON A RUNNING TERM DEPOSIT OR WITH NO BAND
      * SET IS LISTED UNADJUSTED.
      *
       PREPARE-ONE-LATE-POSTING SECTION.
           IF LATE-HISTORY-DATE(LATE-IDX) = ZERO
               GO TO PREPARE-ONE-LATE-POSTING-EX
           END-IF.
           IF LATE-STRING-PART2(LATE-IDX) NOT = "SUSP"
               AND LATE-HISTORY-STATUS(LATE-IDX) NOT = "J"
               AND LATE-HISTORY-STATUS(LATE-IDX) NOT = "A"
               AND LATE-HISTORY-STATUS(LATE-IDX) NOT = "X"
               GO TO PREPARE-ONE-LATE-POSTING-EX
           END-IF.
           MOVE "Y" TO LATE-FLAG(LATE-IDX).
           ADD 1 TO LATE-POSTINGS-COUNT.
           MOVE LATE-ACCOUNT-KEY(LATE-IDX) TO ACCOUNT-MASTER-KEY.
           READ ACCOUNT-MASTER KEY IS ACCOUNT-MASTER-KEY
               INVALID KEY
                   MOVE "NO ACCOUNT" TO LATE-NOTE(LATE-IDX)
                   GO TO PREPARE-ONE-LATE-POSTING-EX
           END-READ.
           MOVE ACCOUNT-MASTER-WIDE-KEY TO LATE-WIDE-KEY(LATE-IDX).
           IF ACCOUNT-MASTER-CLOSED-DATE NOT = ZERO
               MOVE "ACCOUNT CLOSED" TO LATE-NOTE(LATE-IDX)
               GO TO PREPARE-ONE-LATE-POSTING-EX
           END-IF.
           MOVE ACCOUNT-MASTER-WIDE-KEY TO TD-WIDE-KEY.
           READ TERM-DEPOSITS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TD-ACTIVE
                       MOVE "ON TERM DEPOSIT"
                           TO LATE-NOTE(LATE-IDX)
                   END-IF
           END-READ.
           IF LATE-NOTE(LATE-IDX) NOT = SPACES
               GO TO PREPARE-ONE-LATE-POSTING-EX
           END-IF.
      * AN ACCOUNT WITH NO PRODUCT ACCRUES ON THE DEFAULT SET, THE
      * SAME RULE ACCRUE APPLIES.
           IF ACCOUNT-MASTER-PRODUCT NOT = SPACES
               MOVE ZERO TO PRODUCT-FOUND-IDX
               PERFORM MATCH-ONE-PRODUCT
                   VARYING PRODUCT-TABLE-IDX FROM 1 BY 1
                   UNTIL PRODUCT-TABLE-IDX > PRODUCT-TABLE-COUNT
               IF PRODUCT-FOUND-IDX = ZERO
                   MOVE "NO BAND SET" TO LATE-NOTE(LATE-IDX)
                   GO TO PREPARE-ONE-LATE-POSTING-EX
               END-IF
               MOVE PRODUCT-TABLE-BAND-SET(PRODUCT-FOUND-IDX)
                   TO LATE-BAND-SET(LATE-IDX)
           END-IF.
       PREPARE-ONE-LATE-POSTING-EX.
       EXIT.
      *
       MATCH-ONE-PRODUCT SECTION.
           IF PRODUCT-TABLE-CODE(PRODUCT-TABLE-IDX)
                   = ACCOUNT-MASTER-PRODUCT
               MOVE PRODUCT-TABLE-IDX TO PRODUCT-FOUND-IDX
           END-IF.
       EXIT.
      *
      * REPLAY-BALANCE-HISTORY - ONE PASS OVER BALSNAP. EVERY DAY
      * FROM A LATE POSTING'S ORIGINAL DATE UP TO YESTERDAY ON ITS
      * ACCOUNT IS RE-PRICED WITH THE LATE AMOUNT IN THE BALANCE.
      *
       REPLAY-BALANCE-HISTORY SECTION.
           OPEN INPUT BALANCE-SNAPSHOT-FILE.
           PERFORM READ-BALANCE-SNAPSHOT.
           PERFORM REPRICE-ONE-SNAPSHOT
               UNTIL END-OF-BALANCE-SNAPSHOTS.
           CLOSE BALANCE-SNAPSHOT-FILE.
       EXIT.
      *
       REPRICE-ONE-SNAPSHOT SECTION.
           IF SNAPSHOT-DATE NOT < RUN-DATE
               GO TO REPRICE-ONE-SNAPSHOT-NEXT
           END-IF.
           MOVE ZERO TO DAY-SHIFT.
           PERFORM REPRICE-SNAPSHOT-FOR-ONE
               VARYING LATE-IDX FROM 1 BY 1
               UNTIL LATE-IDX > LATE-COUNT.
       REPRICE-ONE-SNAPSHOT-NEXT.
           PERFORM READ-BALANCE-SNAPSHOT.
       EXIT.
      *
      * REPRICE-SNAPSHOT-FOR-ONE - THE DIFFERENCE THIS LATE AMOUNT
      * MAKES TO THE DAY'S INTEREST, ON TOP OF THE LATE AMOUNTS
      * BEFORE IT ON THE SAME ACCOUNT. A DAY ALREADY COUNTED BY AN
      * EARLIER CYCLE'S SNAPSHOT IS REPLACED, NOT ADDED AGAIN.
      *
       REPRICE-SNAPSHOT-FOR-ONE SECTION.
           IF LATE-FLAG(LATE-IDX) NOT = "Y"
               OR LATE-NOTE(LATE-IDX) NOT = SPACES
               OR LATE-ACCOUNT-KEY(LATE-IDX) NOT = SNAPSHOT-ACCOUNT-KEY
               OR LATE-HISTORY-DATE(LATE-IDX) > SNAPSHOT-DATE
               GO TO REPRICE-SNAPSHOT-FOR-ONE-EX
           END-IF.
           MOVE SNAPSHOT-DATE TO INTEREST-DATE.
           MOVE LATE-BAND-SET(LATE-IDX) TO INTEREST-SET.
           COMPUTE INTEREST-BALANCE = SNAPSHOT-BALANCE + DAY-SHIFT.
           PERFORM COMPUTE-DAY-INTEREST.
           MOVE INTEREST-AMOUNT TO DAY-INTEREST-BEFORE.
           ADD LATE-AMOUNT(LATE-IDX) TO DAY-SHIFT.
           COMPUTE INTEREST-BALANCE = SNAPSHOT-BALANCE + DAY-SHIFT.
           PERFORM COMPUTE-DAY-INTEREST.
           MOVE INTEREST-AMOUNT TO DAY-INTEREST-AFTER.
           IF INTEREST-UNPRICED
               GO TO REPRICE-SNAPSHOT-FOR-ONE-EX
           END-IF.
           COMPUTE DAY-DIFFERENCE =
               DAY-INTEREST-AFTER - DAY-INTEREST-BEFORE.
           IF SNAPSHOT-DATE = LATE-LAST-DAY(LATE-IDX)
               SUBTRACT LATE-LAST-DAY-ADJUSTMENT(LATE-IDX)
                   FROM LATE-ADJUSTMENT(LATE-IDX)
           ELSE
               ADD 1 TO LATE-DAYS(LATE-IDX)
               MOVE SNAPSHOT-DATE TO LATE-LAST-DAY(LATE-IDX)
           END-IF.
           ADD DAY-DIFFERENCE TO LATE-ADJUSTMENT(LATE-IDX).
           MOVE DAY-DIFFERENCE TO LATE-LAST-DAY-ADJUSTMENT(LATE-IDX).
       REPRICE-SNAPSHOT-FOR-ONE-EX.
       EXIT.
      *
       READ-BALANCE-SNAPSHOT SECTION.
           READ BALANCE-SNAPSHOT-FILE
               AT END
                   SET END-OF-BALANCE-SNAPSHOTS TO TRUE
           END-READ.
       EXIT.
      *
      * COMPUTE-DAY-INTEREST - WHAT ACCRUE WOULD HAVE ACCRUED ON
      * INTEREST-BALANCE ON INTEREST-DATE: NOTHING ON A ZERO OR
      * NEGATIVE BALANCE; OTHERWISE THE RATE OF THE BAND HOLDING THE
      * BALANCE IN THE SET'S LATEST BANDS EFFECTIVE ON OR BEFORE
      * THAT DAY, THE TOP BAND BEING OPEN-ENDED.
      *
       COMPUTE-DAY-INTEREST SECTION.
           MOVE ZERO TO INTEREST-AMOUNT.
           MOVE "N" TO INTEREST-PRICED-SWITCH.
           IF INTEREST-BALANCE NOT > ZERO
               GO TO COMPUTE-DAY-INTEREST-EX
           END-IF.
           MOVE ZERO TO INTEREST-PICKED-DATE.
           PERFORM PICK-DAY-BAND-DATE
               VARYING RATE-BAND-IDX FROM 1 BY 1
               UNTIL RATE-BAND-IDX > RATE-BAND-COUNT.
           IF INTEREST-PICKED-DATE = ZERO
               SET INTEREST-UNPRICED TO TRUE
               GO TO COMPUTE-DAY-INTEREST-EX
           END-IF.
           MOVE "N" TO INTEREST-FOUND-SWITCH.
           MOVE ZERO TO INTEREST-TOP-FROM.
           MOVE ZERO TO INTEREST-RATE.
           PERFORM FIND-DAY-RATE-BAND
               VARYING RATE-BAND-IDX FROM 1 BY 1
               UNTIL RATE-BAND-IDX > RATE-BAND-COUNT.
           COMPUTE INTEREST-AMOUNT ROUNDED =
               INTEREST-BALANCE * INTEREST-RATE.
       COMPUTE-DAY-INTEREST-EX.
       EXIT.
      *
       PICK-DAY-BAND-DATE SECTION.
           IF BAND-TABLE-SET(RATE-BAND-IDX) = INTEREST-SET
               AND BAND-TABLE-EFFECTIVE(RATE-BAND-IDX)
                   NOT > INTEREST-DATE
               AND BAND-TABLE-EFFECTIVE(RATE-BAND-IDX)
                   > INTEREST-PICKED-DATE
               MOVE BAND-TABLE-EFFECTIVE(RATE-BAND-IDX)
                   TO INTEREST-PICKED-DATE
           END-IF.
       EXIT.
      *
      * FIND-DAY-RATE-BAND - THE BAND HOLDING THE BALANCE WINS; UNTIL
      * ONE IS FOUND THE HIGHEST BAND SEEN STANDS IN FOR IT.
      *
       FIND-DAY-RATE-BAND SECTION.
           IF BAND-TABLE-SET(RATE-BAND-IDX) NOT = INTEREST-SET
               OR BAND-TABLE-EFFECTIVE(RATE-BAND-IDX)
                   NOT = INTEREST-PICKED-DATE
               OR INTEREST-BAND-FOUND
               GO TO FIND-DAY-RATE-BAND-EX
           END-IF.
           IF INTEREST-BALANCE NOT < BAND-TABLE-FROM(RATE-BAND-IDX)
               AND INTEREST-BALANCE NOT > BAND-TABLE-TO(RATE-BAND-IDX)
               SET INTEREST-BAND-FOUND TO TRUE
               MOVE BAND-TABLE-RATE(RATE-BAND-IDX) TO INTEREST-RATE
               GO TO FIND-DAY-RATE-BAND-EX
           END-IF.
           IF BAND-TABLE-FROM(RATE-BAND-IDX) NOT < INTEREST-TOP-FROM
               MOVE BAND-TABLE-FROM(RATE-BAND-IDX) TO INTEREST-TOP-FROM
               MOVE BAND-TABLE-RATE(RATE-BAND-IDX) TO INTEREST-RATE
           END-IF.
       FIND-DAY-RATE-BAND-EX.
       EXIT.
      *
      * FINISH-ONE-LATE-POSTING - THE REPORT LINE FOR A LATE POSTING
      * AND, WHEN IT MOVED THE INTEREST, THE ADJUSTMENT ON THE FEED.
      * ONE WITH NO BALANCE HISTORY SINCE ITS ORIGINAL DATE HAS
      * NOTHING TO RE-PRICE AND IS LISTED AS SUCH.
      *
       FINISH-ONE-LATE-POSTING SECTION.
           IF LATE-FLAG(LATE-IDX) NOT = "Y"
               GO TO FINISH-ONE-LATE-POSTING-EX
           END-IF.
           IF LATE-NOTE(LATE-IDX) = SPACES
               AND LATE-DAYS(LATE-IDX) = ZERO
               MOVE "NO BALANCE HISTORY" TO LATE-NOTE(LATE-IDX)
           END-IF.
           IF LATE-NOTE(LATE-IDX) NOT = SPACES
               ADD 1 TO NOT-ADJUSTED-COUNT
               PERFORM WRITE-LATE-POSTING-LINE
               GO TO FINISH-ONE-LATE-POSTING-EX
           END-IF.
           IF LATE-ADJUSTMENT(LATE-IDX) = ZERO
               MOVE "NO DIFFERENCE" TO LATE-NOTE(LATE-IDX)
               PERFORM WRITE-LATE-POSTING-LINE
               GO TO FINISH-ONE-LATE-POSTING-EX
           END-IF.
           IF LATE-ADJUSTMENT(LATE-IDX) < ZERO
               MOVE "-" TO FEED-AMOUNT-SIGN
               COMPUTE FEED-REMAINING = ZERO - LATE-ADJUSTMENT(LATE-IDX)
               ADD FEED-REMAINING TO ADJUSTMENT-DEBIT-TOTAL
           ELSE
               MOVE SPACE TO FEED-AMOUNT-SIGN
               MOVE LATE-ADJUSTMENT(LATE-IDX) TO FEED-REMAINING
               ADD FEED-REMAINING TO ADJUSTMENT-CREDIT-TOTAL
           END-IF.
           PERFORM WRITE-ONE-FEED-RECORD UNTIL FEED-REMAINING = ZERO.
           ADD 1 TO ADJUSTMENTS-WRITTEN-COUNT.
           MOVE "ADJUSTED" TO LATE-NOTE(LATE-IDX).
           PERFORM WRITE-LATE-POSTING-LINE.
       FINISH-ONE-LATE-POSTING-EX.
       EXIT.
      *
      * WRITE-ONE-FEED-RECORD - ONE RAW-FEED DETAIL RECORD: THE
      * ACCOUNT'S OWN KEY AS THE STRING PART, "IADJ" IN THE SECOND
      * PART SO THE TRAIL SHOWS WHAT IT WAS, A POSTED TRANSACTION
      * TYPE AND A FRESHLY COMPUTED CHECK DIGIT, THE WAY ACCRUE
      * WRITES ITS OWN ACCRUALS, WITH THE ACCOUNT'S WIDE KEY.
      *
       WRITE-ONE-FEED-RECORD SECTION.
           IF FEED-REMAINING > FEED-PIECE-CEILING
               MOVE FEED-PIECE-CEILING TO FEED-PIECE-AMOUNT
           ELSE
               MOVE FEED-REMAINING TO FEED-PIECE-AMOUNT
           END-IF.
           SUBTRACT FEED-PIECE-AMOUNT FROM FEED-REMAINING.
           MOVE SPACES TO ACCRUAL-FEED-RECORD.
           MOVE LATE-ACCOUNT-KEY(LATE-IDX)(1:4) TO ACCR-STRING-PART1.
           MOVE "IADJ" TO ACCR-STRING-PART2.
           MOVE FEED-PIECE-AMOUNT TO FEED-PIECE-WHOLE.
           COMPUTE FEED-PIECE-FRACTION =
               (FEED-PIECE-AMOUNT - FEED-PIECE-WHOLE) * 10000.
           MOVE FEED-PIECE-WHOLE TO ACCR-NUMBER-PART1.
           MOVE FEED-PIECE-FRACTION TO ACCR-NUMBER-PART2.
           MOVE "O" TO ACCR-TRANSACTION-TYPE.
           MOVE ACCR-STRING-PART1 TO CHECK-DIGIT-WORK-STRING.
           PERFORM COMPUTE-CHECK-DIGIT.
           MOVE CHECK-DIGIT-COMPUTED TO ACCR-CHECK-DIGIT.
           MOVE SPACES TO ACCR-CURRENCY-CODE.
           MOVE ZERO TO ACCR-ORIGINAL-REF.
           MOVE "G" TO ACCR-GENERATED-FLAG.
           MOVE ZERO TO ACCR-VALUE-DATE.
           MOVE FEED-AMOUNT-SIGN TO ACCR-AMOUNT-SIGN.
           MOVE LATE-WIDE-KEY(LATE-IDX) TO ACCR-WIDE-ACCOUNT-KEY.
           WRITE ACCRUAL-FEED-RECORD.
           ADD 1 TO FEED-RECORDS-WRITTEN-COUNT.
       EXIT.
      *
       WRITE-LATE-POSTING-LINE SECTION.
           MOVE LATE-AMOUNT(LATE-IDX) TO REPORT-AMOUNT-EDIT.
           MOVE LATE-DAYS(LATE-IDX) TO REPORT-DAYS-EDIT.
           MOVE LATE-ADJUSTMENT(LATE-IDX) TO REPORT-ADJUSTMENT-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING LATE-ACCOUNT-KEY(LATE-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               LATE-TXN-NUMBER(LATE-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               LATE-TXN-TYPE(LATE-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               LATE-STRING-PART2(LATE-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               REPORT-AMOUNT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               LATE-HISTORY-STATUS(LATE-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               LATE-HISTORY-DATE(LATE-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               REPORT-DAYS-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               REPORT-ADJUSTMENT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               LATE-NOTE(LATE-IDX) DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
       EXIT.
      *
       WRITE-REPORT-TOTALS SECTION.
           MOVE SPACES TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE LATE-POSTINGS-COUNT TO REPORT-COUNT-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "LATE POSTINGS FOUND:       " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE ADJUSTMENTS-WRITTEN-COUNT TO REPORT-COUNT-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "ADJUSTMENTS WRITTEN:       " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE NOT-ADJUSTED-COUNT TO REPORT-COUNT-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "NOT ADJUSTED:              " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE ADJUSTMENT-CREDIT-TOTAL TO ADJUSTMENT-TOTAL-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "INTEREST CREDITED:    " DELIMITED BY SIZE
               ADJUSTMENT-TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE ADJUSTMENT-DEBIT-TOTAL TO ADJUSTMENT-TOTAL-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "INTEREST TAKEN BACK:  " DELIMITED BY SIZE
               ADJUSTMENT-TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
       EXIT.
      *
       WRITE-REPORT-HEADING SECTION.
           ADD 1 TO REPORT-PAGE-NUMBER.
           MOVE RUN-DATE TO REPORT-HEADING-DATE.
           MOVE REPORT-PAGE-NUMBER TO REPORT-HEADING-PAGE.
           MOVE REPORT-HEADING-LINE TO ADJUSTMENT-REPORT-LINE.
           WRITE ADJUSTMENT-REPORT-LINE AFTER ADVANCING PAGE.
           MOVE 1 TO REPORT-LINE-COUNT.
           MOVE SPACES TO ADJUSTMENT-REPORT-LINE.
           WRITE ADJUSTMENT-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE REPORT-COLUMN-LINE TO ADJUSTMENT-REPORT-LINE.
           WRITE ADJUSTMENT-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 2 TO REPORT-LINE-COUNT.
       EXIT.
      *
       WRITE-REPORT-LINE SECTION.
           IF REPORT-LINE-COUNT NOT < REPORT-PAGE-DEPTH
               PERFORM WRITE-REPORT-HEADING
           END-IF.
           MOVE REPORT-BUILD-LINE TO ADJUSTMENT-REPORT-LINE.
           WRITE ADJUSTMENT-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO REPORT-LINE-COUNT.
       EXIT.
      *
      * LOAD-RATE-BANDS - EVERY BAND ROW ON FILE, WHATEVER ITS SET OR
      * DATE. ACCRUE HAS ALREADY VALIDATED THE TILING OF EACH SET AS
      * IT CAME INTO FORCE; MORE ROWS THAN THE TABLE HOLDS REFUSES
      * THE RUN RATHER THAN PRICE SOME DAYS ON A PARTIAL SET.
      *
       LOAD-RATE-BANDS SECTION.
           OPEN INPUT RATE-BAND-FILE.
           PERFORM READ-RATE-BAND.
           PERFORM LOAD-ONE-RATE-BAND UNTIL END-OF-RATE-BANDS.
           CLOSE RATE-BAND-FILE.
       EXIT.
      *
       LOAD-ONE-RATE-BAND SECTION.
           IF RATE-BAND-COUNT = 300
               SET RATE-BANDS-INVALID TO TRUE
           ELSE
               ADD 1 TO RATE-BAND-COUNT
               MOVE BAND-SET-CODE TO BAND-TABLE-SET(RATE-BAND-COUNT)
               MOVE BAND-EFFECTIVE-DATE
                   TO BAND-TABLE-EFFECTIVE(RATE-BAND-COUNT)
               MOVE BAND-BALANCE-FROM
                   TO BAND-TABLE-FROM(RATE-BAND-COUNT)
               MOVE BAND-BALANCE-TO TO BAND-TABLE-TO(RATE-BAND-COUNT)
               MOVE BAND-DAILY-RATE TO BAND-TABLE-RATE(RATE-BAND-COUNT)
           END-IF.
           PERFORM READ-RATE-BAND.
       EXIT.
      *
       READ-RATE-BAND SECTION.
           READ RATE-BAND-FILE
               AT END
                   SET END-OF-RATE-BANDS TO TRUE
           END-READ.
       EXIT.
      *
      * LOAD-PRODUCT-CATALOG - EVERY CATALOG ROW GIVES A PRODUCT'S
      * BAND SET.
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
               MOVE PRODUCT-RATE-BAND-SET
                   TO PRODUCT-TABLE-BAND-SET(PRODUCT-TABLE-COUNT)
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
       END PROGRAM INTADJ.
