       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTHCHG.
      *
      *
      * MONTH-END ACCOUNT MAINTENANCE CHARGE. THE FEE SCHEDULE ONLY
      * EVER CHARGED PER POSTED TRANSACTION; THE FLAT MONTHLY
      * ACCOUNT-KEEPING CHARGE EACH PRODUCT CARRIES WAS NEVER LEVIED.
      * THIS JOB RUNS AFTER ACCRUE ON THE LAST RUN OF THE MONTH,
      * WALKS THE ACCOUNT MASTER, AND CHARGES EVERY ACCOUNT ITS
      * PRODUCT'S MONTHLY CHARGE FROM THE PRODUCT CATALOG. A DORMANT
      * ACCOUNT IS NOT CHARGED, NOR IS ONE OPENED AFTER THE FIRST OF
      * THE MONTH - A PART MONTH IS NOT A MONTH. THE CHARGES ARE
      * WRITTEN ONTO THE END OF ACCRFEED IN THE SAME RAW-FEED DETAIL
      * LAYOUT ACCRUE USES, CREDIT-SIGNED SO THEY COME OFF THE
      * BALANCE, AND POST THROUGH TOMORROW'S DAILY RUN LIKE THE
      * ACCRUALS. A CHARGE REGISTER (MTHCHRPT) LISTS EVERY ACCOUNT
      * CHARGED WITH COUNTS AND TOTALS PER BRANCH. THE STEP LEDGER
      * STOPS A SECOND CLEAN RUN IN THE SAME MONTH CHARGING TWICE.
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
      * PRODUCT-CATALOG - THE MONTHLY CHARGE OF EACH PRODUCT.
           SELECT PRODUCT-CATALOG ASSIGN TO "PRODCAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * ACCRUAL-FEED - TODAY'S ACCRUALS, ALREADY WRITTEN BY ACCRUE;
      * THE CHARGES ARE APPENDED BEHIND THEM.
           SELECT ACCRUAL-FEED ASSIGN TO "ACCRFEED"
               ORGANIZATION IS LINE SEQUENTIAL.
      * CHARGE-REGISTER - THE MONTH'S CHARGES, ACCOUNT BY ACCOUNT,
      * WITH THE PER-BRANCH SUMMARY.
           SELECT CHARGE-REGISTER ASSIGN TO "MTHCHRPT"
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
       FD  PRODUCT-CATALOG
           LABEL RECORDS ARE STANDARD.
           COPY PRODUCTCATALOG.
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
      * A PRODUCT'S SAME CHARGE ON TWO ACCOUNTS WOULD OTHERWISE TRIP.
        05       ACCR-GENERATED-FLAG     PIC X.
        05       ACCR-VALUE-DATE         PIC 9(8).
      * "-" - THE CHARGE POSTS NEGATIVE, OFF THE BALANCE.
        05       ACCR-AMOUNT-SIGN        PIC X.
        05       ACCR-PRIOR-STATUS       PIC X.
        05       ACCR-STRING-TYPE        PIC X.
        05       FILLER                  PIC X(17).
      * THE ACCOUNT'S WIDE KEY, IN THE FEED'S WIDE-KEY COLUMNS.
        05       ACCR-WIDE-ACCOUNT-KEY   PIC X(7).
        05       FILLER                  PIC X(19).
      *
       FD  CHARGE-REGISTER
           LABEL RECORDS ARE STANDARD.
       01  CHARGE-REGISTER-LINE            PIC X(132).
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
       01  PRODUCT-CATALOG-SWITCH       PIC X VALUE "N".
         88      END-OF-PRODUCT-CATALOG       VALUE "Y".
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
      * MONTH-START-DATE - THE FIRST OF THE RUN MONTH; AN ACCOUNT
      * OPENED AFTER IT HAS NOT HELD A WHOLE MONTH.
       01  MONTH-START-DATE             PIC 9(8) VALUE ZERO.
      *
      * PRODUCT TABLE - EACH CATALOG PRODUCT'S MONTHLY CHARGE,
      * LOADED FROM PRODCAT AT START OF RUN.
       01  PRODUCT-TABLE.
        05       PRODUCT-ENTRY OCCURS 50 TIMES.
         10      PRODUCT-TABLE-CODE      PIC X(4).
         10      PRODUCT-TABLE-CHARGE    PIC 9(4)V99.
       01  PRODUCT-TABLE-COUNT          PIC 99 VALUE ZERO.
       01  PRODUCT-TABLE-IDX            PIC 99 VALUE 1.
       01  PRODUCT-FOUND-IDX            PIC 99 VALUE ZERO.
      *
      * THE CHARGE UNDER CONSTRUCTION - THE WHOLE AND FRACTION VIEWS
      * FEED THE TWO NUMBER PARTS OF THE GENERATED TRANSACTION THE
      * SAME WAY TEST FOLDS THEM BACK TOGETHER.
       01  CHARGE-AMOUNT                PIC 9(4)V99 VALUE ZERO.
       01  CHARGE-AMOUNT-WHOLE          PIC 9(4) VALUE ZERO.
       01  CHARGE-AMOUNT-FRACTION       PIC 9(4) VALUE ZERO.
      *
      * PER-BRANCH COUNTS AND TOTALS - SLOT 1 FOR DIGIT 0, SLOT 10
      * FOR DIGIT 9.
       01  BRANCH-CHARGE-TABLE.
        05       BRANCH-CHARGE-ENTRY OCCURS 10 TIMES.
         10      BRANCH-EXAMINED-COUNT   PIC 9(8).
         10      BRANCH-CHARGED-COUNT    PIC 9(8).
         10      BRANCH-CHARGED-TOTAL    PIC 9(9)V99.
         10      BRANCH-DORMANT-COUNT    PIC 9(8).
         10      BRANCH-PART-MONTH-COUNT PIC 9(8).
         10      BRANCH-NO-CHARGE-COUNT  PIC 9(8).
       01  BRANCH-IDX                   PIC 99 VALUE 1.
       01  BRANCH-DIGIT-WORK            PIC X VALUE SPACE.
       01  BRANCH-DIGIT-NUM REDEFINES BRANCH-DIGIT-WORK PIC 9.
       01  GRAND-EXAMINED-COUNT         PIC 9(8) VALUE ZERO.
       01  GRAND-CHARGED-COUNT          PIC 9(8) VALUE ZERO.
       01  GRAND-CHARGED-TOTAL          PIC 9(11)V99 VALUE ZERO.
       01  GRAND-DORMANT-COUNT          PIC 9(8) VALUE ZERO.
       01  GRAND-PART-MONTH-COUNT       PIC 9(8) VALUE ZERO.
       01  GRAND-NO-CHARGE-COUNT        PIC 9(8) VALUE ZERO.
       01  UNKNOWN-PRODUCT-COUNT        PIC 9(8) VALUE ZERO.
      *
      * PRINT WORK FIELDS - SAME LINE-COUNTED, PAGE-HEADED SHAPE AS
      * TEST'S DAILY REPORT.
       01  REPORT-PAGE-NUMBER           PIC 9(4) VALUE ZERO.
       01  REPORT-LINE-COUNT            PIC 9(2) VALUE ZERO.
       01  REPORT-PAGE-DEPTH            PIC 9(2) VALUE 55.
       01  REPORT-HEADING-LINE.
        05       FILLER                  PIC X(36)
                 VALUE "MONTHLY MAINTENANCE CHARGE REGISTER ".
        05       REPORT-HEADING-DATE     PIC 9(8).
        05       FILLER                  PIC X(7) VALUE "   PAGE".
        05       REPORT-HEADING-PAGE     PIC ZZZ9.
       01  REPORT-COLUMN-LINE           PIC X(132) VALUE
           "ACCT   PRODUCT  CUSTOMER       CHARGE".
       01  REPORT-SUMMARY-COLUMN-LINE.
        05       FILLER                  PIC X(50) VALUE
                 "BRANCH  EXAMINED     CHARGED            TOTAL".
        05       FILLER                  PIC X(82) VALUE
                 "DORMANT  PART MONTH   NO CHARGE".
       01  REPORT-BUILD-LINE            PIC X(132) VALUE SPACES.
       01  REPORT-COUNT-EDIT            PIC ZZ.ZZZ.ZZ9.
       01  REPORT-COUNT-EDIT-2          PIC ZZ.ZZZ.ZZ9.
       01  REPORT-COUNT-EDIT-3          PIC ZZ.ZZZ.ZZ9.
       01  REPORT-COUNT-EDIT-4          PIC ZZ.ZZZ.ZZ9.
       01  REPORT-COUNT-EDIT-5          PIC ZZ.ZZZ.ZZ9.
       01  REPORT-CHARGE-EDIT           PIC ZZ.ZZ9,99.
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
      * ALREADY ON THE LEDGER FOR THE RUN MONTH MEANS THE MONTH HAS
      * BEEN CHARGED.
       01  STEP-LEDGER-SWITCH           PIC X VALUE "N".
         88      END-OF-STEP-LEDGER         VALUE "Y".
       01  STEP-PREREQ-SWITCH           PIC X VALUE "N".
         88      PREREQUISITE-COMPLETED     VALUE "Y".
       01  MONTH-CHARGED-SWITCH         PIC X VALUE "N".
         88      MONTH-ALREADY-CHARGED      VALUE "Y".
       01  STEP-PROGRAM-NAME            PIC X(8) VALUE "MTHCHG".
       01  STEP-PREREQ-NAME             PIC X(8) VALUE "ACCRUE".
       01  STEP-TIME-WORK               PIC 9(8) VALUE ZERO.
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           DISPLAY "START MTHCHG".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO MONTH-START-DATE.
           MOVE "01" TO MONTH-START-DATE(7:2).
      * THE SEQUENCER'S GATE AND THE STEP'S OWN START MARK.
           PERFORM CHECK-STEP-PREREQUISITE.
           IF NOT PREREQUISITE-COMPLETED
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           IF MONTH-ALREADY-CHARGED
               DISPLAY "MONTH " RUN-DATE(1:6)
                   " ALREADY CHARGED - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           PERFORM RECORD-STEP-START.
           PERFORM LOAD-PRODUCT-CATALOG.
           MOVE ZERO TO BRANCH-CHARGE-TABLE.
           OPEN INPUT ACCOUNT-MASTER.
           OPEN EXTEND ACCRUAL-FEED.
           OPEN OUTPUT CHARGE-REGISTER.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM READ-ACCOUNT-MASTER.
           PERFORM CHARGE-ONE-ACCOUNT UNTIL END-OF-ACCOUNT-MASTER.
           PERFORM WRITE-BRANCH-SUMMARY.
           CLOSE CHARGE-REGISTER.
           CLOSE ACCRUAL-FEED.
           CLOSE ACCOUNT-MASTER.
           MOVE GRAND-CHARGED-TOTAL TO REPORT-TOTAL-EDIT.
           DISPLAY "ACCOUNTS EXAMINED:        " GRAND-EXAMINED-COUNT.
           DISPLAY "ACCOUNTS CHARGED:         " GRAND-CHARGED-COUNT.
           DISPLAY "TOTAL CHARGED:            " REPORT-TOTAL-EDIT.
           DISPLAY "SKIPPED DORMANT:          " GRAND-DORMANT-COUNT.
           DISPLAY "SKIPPED PART MONTH:       " GRAND-PART-MONTH-COUNT.
           DISPLAY "NO CHARGE FOR PRODUCT:    " GRAND-NO-CHARGE-COUNT.
           DISPLAY "PRODUCT NOT ON CATALOG:   " UNKNOWN-PRODUCT-COUNT.
           IF UNKNOWN-PRODUCT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
       PROG-EX.
      * A CLEAN END GOES ON THE LEDGER SO THE NEXT STEP MAY START,
      * AND SO THE MONTH IS NOT CHARGED AGAIN.
           IF RETURN-CODE < 8
               PERFORM RECORD-STEP-END
           END-IF.
           DISPLAY "END MTHCHG".
           EXIT PROGRAM.
      *
      * CHARGE-ONE-ACCOUNT - DECIDES WHETHER ONE ACCOUNT PAYS THIS
      * MONTH AND, IF SO, WRITES ITS CHARGE AND REGISTER LINE. AN
      * ACCOUNT WITH NO PRODUCT PREDATES THE CATALOG AND CARRIES NO
      * CHARGE; A PRODUCT THE CATALOG DOES NOT KNOW IS LISTED AND
      * NOT CHARGED, AND THE STEP ENDS WITH A WARNING.
      *
       CHARGE-ONE-ACCOUNT SECTION.
           MOVE ACCOUNT-MASTER-WIDE-BRANCH TO BRANCH-DIGIT-WORK.
           IF BRANCH-DIGIT-WORK NOT NUMERIC
               MOVE ZERO TO BRANCH-DIGIT-NUM
           END-IF.
           COMPUTE BRANCH-IDX = BRANCH-DIGIT-NUM + 1.
           ADD 1 TO BRANCH-EXAMINED-COUNT(BRANCH-IDX).
           ADD 1 TO GRAND-EXAMINED-COUNT.
           IF ACCOUNT-MASTER-DORMANT-FLAG = "D"
               ADD 1 TO BRANCH-DORMANT-COUNT(BRANCH-IDX)
               ADD 1 TO GRAND-DORMANT-COUNT
               GO TO CHARGE-ONE-ACCOUNT-NEXT
           END-IF.
           IF ACCOUNT-MASTER-OPEN-DATE > MONTH-START-DATE
               ADD 1 TO BRANCH-PART-MONTH-COUNT(BRANCH-IDX)
               ADD 1 TO GRAND-PART-MONTH-COUNT
               GO TO CHARGE-ONE-ACCOUNT-NEXT
           END-IF.
           MOVE ZERO TO CHARGE-AMOUNT.
           IF ACCOUNT-MASTER-PRODUCT NOT = SPACES
               MOVE ZERO TO PRODUCT-FOUND-IDX
               PERFORM MATCH-ONE-PRODUCT
                   VARYING PRODUCT-TABLE-IDX FROM 1 BY 1
                   UNTIL PRODUCT-TABLE-IDX > PRODUCT-TABLE-COUNT
               IF PRODUCT-FOUND-IDX = ZERO
                   ADD 1 TO UNKNOWN-PRODUCT-COUNT
                   DISPLAY "ACCOUNT " ACCOUNT-MASTER-KEY " PRODUCT "
                       ACCOUNT-MASTER-PRODUCT
                       " NOT ON CATALOG - NOT CHARGED"
               ELSE
                   MOVE PRODUCT-TABLE-CHARGE(PRODUCT-FOUND-IDX)
                       TO CHARGE-AMOUNT
               END-IF
           END-IF.
           IF CHARGE-AMOUNT = ZERO
               ADD 1 TO BRANCH-NO-CHARGE-COUNT(BRANCH-IDX)
               ADD 1 TO GRAND-NO-CHARGE-COUNT
               GO TO CHARGE-ONE-ACCOUNT-NEXT
           END-IF.
           PERFORM WRITE-CHARGE-TRANSACTION.
           ADD 1 TO BRANCH-CHARGED-COUNT(BRANCH-IDX).
           ADD CHARGE-AMOUNT TO BRANCH-CHARGED-TOTAL(BRANCH-IDX).
           ADD 1 TO GRAND-CHARGED-COUNT.
           ADD CHARGE-AMOUNT TO GRAND-CHARGED-TOTAL.
           MOVE CHARGE-AMOUNT TO REPORT-CHARGE-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING ACCOUNT-MASTER-KEY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ACCOUNT-MASTER-PRODUCT DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               ACCOUNT-MASTER-CUSTOMER DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               REPORT-CHARGE-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
       CHARGE-ONE-ACCOUNT-NEXT.
           PERFORM READ-ACCOUNT-MASTER.
       EXIT.
      *
       MATCH-ONE-PRODUCT SECTION.
           IF PRODUCT-TABLE-CODE(PRODUCT-TABLE-IDX)
                   = ACCOUNT-MASTER-PRODUCT
               MOVE PRODUCT-TABLE-IDX TO PRODUCT-FOUND-IDX
           END-IF.
       EXIT.
      *
      * WRITE-CHARGE-TRANSACTION - BUILDS ONE RAW-FEED DETAIL RECORD
      * FOR THE CHARGE: THE ACCOUNT'S OWN KEY AS THE STRING PART SO
      * TOMORROW'S RUN POSTS IT BACK TO THE SAME ACCOUNT, "MCHG" IN
      * THE SECOND PART SO THE TRAIL SHOWS WHAT IT WAS, A POSTED
      * TRANSACTION TYPE, AND A FRESHLY COMPUTED CHECK DIGIT.
      *
       WRITE-CHARGE-TRANSACTION SECTION.
           MOVE SPACES TO ACCRUAL-FEED-RECORD.
           MOVE ACCOUNT-MASTER-BRANCH-DIGIT TO
               ACCR-STRING-PART1(1:1).
           MOVE ACCOUNT-MASTER-NUMBER TO ACCR-STRING-PART1(2:3).
           MOVE "MCHG" TO ACCR-STRING-PART2.
           MOVE CHARGE-AMOUNT TO CHARGE-AMOUNT-WHOLE.
           COMPUTE CHARGE-AMOUNT-FRACTION =
               (CHARGE-AMOUNT - CHARGE-AMOUNT-WHOLE) * 10000.
           MOVE CHARGE-AMOUNT-WHOLE TO ACCR-NUMBER-PART1.
           MOVE CHARGE-AMOUNT-FRACTION TO ACCR-NUMBER-PART2.
           MOVE "O" TO ACCR-TRANSACTION-TYPE.
           PERFORM COMPUTE-CHECK-DIGIT.
           MOVE CHECK-DIGIT-COMPUTED TO ACCR-CHECK-DIGIT.
           PERFORM STAMP-FEED-WIDE-KEY.
           MOVE SPACES TO ACCR-CURRENCY-CODE.
           MOVE ZERO TO ACCR-ORIGINAL-REF.
           MOVE "G" TO ACCR-GENERATED-FLAG.
           MOVE ZERO TO ACCR-VALUE-DATE.
           MOVE "-" TO ACCR-AMOUNT-SIGN.
           WRITE ACCRUAL-FEED-RECORD.
       EXIT.
      *
      * STAMP-FEED-WIDE-KEY - THE ACCOUNT'S WIDE KEY RIDES ON EVERY
      * GENERATED RECORD, AND THE DAILY RUN FINDS THE ACCOUNT BY IT.
      * AN ACCOUNT NUMBERED PAST 999 HAS NO SHORT KEY: ITS STRING
      * PART CARRIES THE BRANCH DIGIT ALONE AND ITS CHECK DIGIT ZERO,
      * THE SHAPE FRONTEND GIVES SUCH A RECORD.
      *
       STAMP-FEED-WIDE-KEY SECTION.
           MOVE ACCOUNT-MASTER-WIDE-KEY TO ACCR-WIDE-ACCOUNT-KEY.
           IF ACCOUNT-MASTER-KEY = SPACES
               MOVE SPACES TO ACCR-STRING-PART1
               MOVE ACCOUNT-MASTER-WIDE-BRANCH
                   TO ACCR-STRING-PART1(1:1)
               MOVE ZERO TO ACCR-CHECK-DIGIT
           END-IF.
       EXIT.
      *
      * WRITE-BRANCH-SUMMARY - ONE LINE PER BRANCH THAT HAD ANY
      * ACCOUNT, THEN THE GRAND TOTAL.
      *
       WRITE-BRANCH-SUMMARY SECTION.
           MOVE SPACES TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE REPORT-SUMMARY-COLUMN-LINE TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-ONE-BRANCH-LINE
               VARYING BRANCH-IDX FROM 1 BY 1
               UNTIL BRANCH-IDX > 10.
           MOVE GRAND-EXAMINED-COUNT TO REPORT-COUNT-EDIT.
           MOVE GRAND-CHARGED-COUNT TO REPORT-COUNT-EDIT-2.
           MOVE GRAND-CHARGED-TOTAL TO REPORT-TOTAL-EDIT.
           MOVE GRAND-DORMANT-COUNT TO REPORT-COUNT-EDIT-3.
           MOVE GRAND-PART-MONTH-COUNT TO REPORT-COUNT-EDIT-4.
           MOVE GRAND-NO-CHARGE-COUNT TO REPORT-COUNT-EDIT-5.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "ALL   " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               REPORT-COUNT-EDIT-2 DELIMITED BY SIZE
               REPORT-TOTAL-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               REPORT-COUNT-EDIT-3 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               REPORT-COUNT-EDIT-4 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               REPORT-COUNT-EDIT-5 DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF UNKNOWN-PRODUCT-COUNT > ZERO
               MOVE UNKNOWN-PRODUCT-COUNT TO REPORT-COUNT-EDIT
               MOVE SPACES TO REPORT-BUILD-LINE
               STRING "ACCOUNTS NOT CHARGED - PRODUCT NOT ON CATALOG "
                       DELIMITED BY SIZE
                   REPORT-COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-BUILD-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
       EXIT.
      *
       WRITE-ONE-BRANCH-LINE SECTION.
           IF BRANCH-EXAMINED-COUNT(BRANCH-IDX) = ZERO
               GO TO WRITE-ONE-BRANCH-LINE-EX
           END-IF.
           COMPUTE BRANCH-DIGIT-NUM = BRANCH-IDX - 1.
           MOVE BRANCH-EXAMINED-COUNT(BRANCH-IDX)
               TO REPORT-COUNT-EDIT.
           MOVE BRANCH-CHARGED-COUNT(BRANCH-IDX)
               TO REPORT-COUNT-EDIT-2.
           MOVE BRANCH-CHARGED-TOTAL(BRANCH-IDX)
               TO REPORT-TOTAL-EDIT.
           MOVE BRANCH-DORMANT-COUNT(BRANCH-IDX)
               TO REPORT-COUNT-EDIT-3.
           MOVE BRANCH-PART-MONTH-COUNT(BRANCH-IDX)
               TO REPORT-COUNT-EDIT-4.
           MOVE BRANCH-NO-CHARGE-COUNT(BRANCH-IDX)
               TO REPORT-COUNT-EDIT-5.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "  " DELIMITED BY SIZE
               BRANCH-DIGIT-WORK DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               REPORT-COUNT-EDIT-2 DELIMITED BY SIZE
               REPORT-TOTAL-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               REPORT-COUNT-EDIT-3 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               REPORT-COUNT-EDIT-4 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               REPORT-COUNT-EDIT-5 DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
       WRITE-ONE-BRANCH-LINE-EX.
       EXIT.
      *
       WRITE-REPORT-HEADING SECTION.
           ADD 1 TO REPORT-PAGE-NUMBER.
           MOVE RUN-DATE TO REPORT-HEADING-DATE.
           MOVE REPORT-PAGE-NUMBER TO REPORT-HEADING-PAGE.
           MOVE REPORT-HEADING-LINE TO CHARGE-REGISTER-LINE.
           WRITE CHARGE-REGISTER-LINE AFTER ADVANCING PAGE.
           MOVE 1 TO REPORT-LINE-COUNT.
           MOVE SPACES TO CHARGE-REGISTER-LINE.
           WRITE CHARGE-REGISTER-LINE AFTER ADVANCING 1 LINE.
           MOVE REPORT-COLUMN-LINE TO CHARGE-REGISTER-LINE.
           WRITE CHARGE-REGISTER-LINE AFTER ADVANCING 1 LINE.
           ADD 2 TO REPORT-LINE-COUNT.
       EXIT.
      *
       WRITE-REPORT-LINE SECTION.
           IF REPORT-LINE-COUNT NOT < REPORT-PAGE-DEPTH
               PERFORM WRITE-REPORT-HEADING
           END-IF.
           MOVE REPORT-BUILD-LINE TO CHARGE-REGISTER-LINE.
           WRITE CHARGE-REGISTER-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO REPORT-LINE-COUNT.
       EXIT.
      *
      * LOAD-PRODUCT-CATALOG - EVERY CATALOG ROW GIVES A PRODUCT'S
      * MONTHLY CHARGE.
      *
       LOAD-PRODUCT-CATALOG SECTION.
           OPEN INPUT PRODUCT-CATALOG.
           PERFORM READ-PRODUCT-CATALOG.
           PERFORM LOAD-ONE-PRODUCT
               UNTIL END-OF-PRODUCT-CATALOG
               OR PRODUCT-TABLE-COUNT = 50.
           CLOSE PRODUCT-CATALOG.
           DISPLAY "PRODUCTS LOADED: " PRODUCT-TABLE-COUNT.
       EXIT.
      *
       LOAD-ONE-PRODUCT SECTION.
           IF PRODUCT-CODE NOT = SPACES
               ADD 1 TO PRODUCT-TABLE-COUNT
               MOVE PRODUCT-CODE
                   TO PRODUCT-TABLE-CODE(PRODUCT-TABLE-COUNT)
               MOVE PRODUCT-MONTHLY-CHARGE
                   TO PRODUCT-TABLE-CHARGE(PRODUCT-TABLE-COUNT)
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
       READ-ACCOUNT-MASTER SECTION.
           READ ACCOUNT-MASTER
               AT END
                   SET END-OF-ACCOUNT-MASTER TO TRUE
           END-READ.
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
           IF STEP-LEDGER-DATE(1:6) = RUN-DATE(1:6)
               AND STEP-LEDGER-PROGRAM = STEP-PROGRAM-NAME
               AND STEP-LEDGER-STATUS = "E"
               SET MONTH-ALREADY-CHARGED TO TRUE
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
       END PROGRAM MTHCHG.
