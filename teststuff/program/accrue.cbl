      * APPLIES, THE BANDS MUST TILE THE BALANCE RANGE CONTIGUOUSLY
      * FROM ZERO, AND THE ACCRUED INTEREST IS REPORTED PER BAND SO
      * THE PRODUCT DESK CAN TIE INCOME TO TIERS.
      *
      * THE FILE HOLDS ONE BAND SET PER RATE PRODUCT FAMILY, EACH
      * EFFECTIVE-DATED AND VALIDATED ON ITS OWN; AN ACCOUNT ACCRUES
      * ON THE SET ITS PRODUCT NAMES IN THE PRODUCT CATALOG, AND AN
      * ACCOUNT WITH NO PRODUCT ON THE DEFAULT (BLANK) SET. AN
      * ACCOUNT WHOSE PRODUCT OR SET CANNOT BE FOUND IS LEFT
      * UNACCRUED AND LISTED, AND THE STEP ENDS WITH A WARNING.
      *
      * AN ACCOUNT HOLDING A RUNNING TERM DEPOSIT DOES NOT ACCRUE
      * HERE AT ALL - IT EARNS ITS CONTRACTED RATE, PAID BY TDMATURE
      * WHEN THE DEPOSIT MATURES.
      *
      * INTEREST CREDITED TO A RESIDENT INDIVIDUAL HAS TAX WITHHELD
      * AT SOURCE: EACH LIABLE ACCOUNT'S ACCRUAL IS FOLLOWED ON THE
      * FEED BY A MATCHING "WHTX" DEBIT AT THE RATE THE CUSTOMER'S
      * TAXRATE CODE HAS IN FORCE, AND THE WITHHOLDING GOES ON THE
      * WHTLEDG LEDGER FOR WHTRPT'S MONTHLY TAX-PAYABLE RETURN. A
      * CUSTOMER HOLDING A CERTIFIED EXEMPTION IS LEFT GROSS UNTIL
      * IT LAPSES; AN ACCOUNT WITH NO CUSTOMER ON FILE IS TAXED AT
      * THE STANDARD RATE. A RATE CODE WITH NO ROW IN FORCE LEAVES
      * THE ACCOUNT UNTAXED, LISTED, AND THE STEP ENDS WITH A
      * WARNING.
      *
      * AN OPEN ACCOUNT THAT MOVED TODAY AND ENDS THE DAY OVERDRAWN,
      * OR BELOW THE LOW-BALANCE NOTICE LEVEL (PARMMAST, DEFAULT
      * 100,00), HAS ITS CUSTOMER NOTIFIED THROUGH CUSTNOTC.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNT-MASTER-WIDE-KEY
               ALTERNATE RECORD KEY IS ACCOUNT-MASTER-KEY
                   WITH DUPLICATES.
      * TERM-DEPOSITS - AN ACCOUNT WITH A RUNNING DEPOSIT IS LEFT
      * TO THE MATURITY JOB.
           SELECT TERM-DEPOSITS ASSIGN TO "TERMDEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TD-WIDE-KEY
               ALTERNATE RECORD KEY IS TD-ACCOUNT-KEY
                   WITH DUPLICATES.
      * ACCRUAL-FEED - THE GENERATED ACCRUAL TRANSACTIONS, IN THE
      * SAME 80-BYTE DETAIL LAYOUT AS DAILYTXNRAW, MERGED INTO THE
      * NEXT DAY'S RAW FEED BY THE JCL.
           SELECT ACCRUAL-FEED ASSIGN TO "ACCRFEED"
               ORGANIZATION IS LINE SEQUENTIAL.
      * CUSTOMER-MASTER - THE ACCOUNT OWNER'S TAX PARTICULARS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUSTOMER-MASTER-NUMBER.
      * TAX-RATE-FILE - THE DATED WITHHOLDING RATES PER RATE CODE.
           SELECT TAX-RATE-FILE ASSIGN TO "TAXRATE"
               ORGANIZATION IS LINE SEQUENTIAL.
      * WHT-LEDGER - ONE RECORD PER WITHHOLDING, APPENDED EVERY DAY
      * AND SUMMED BY WHTRPT AT MONTH END.
           SELECT WHT-LEDGER ASSIGN TO "WHTLEDG"
               ORGANIZATION IS LINE SEQUENTIAL.
      * RATE-BAND-FILE - THE TIERED DAILY RATES, ONE ROW PER BAND
      * PER SET PER EFFECTIVE DATE, FILED IN ASCENDING BALANCE-FROM
      * ORDER WITHIN A SET AND DATE.
           SELECT RATE-BAND-FILE ASSIGN TO "RATEBAND"
               ORGANIZATION IS LINE SEQUENTIAL.
      * PRODUCT-CATALOG - THE BAND SET EACH PRODUCT ACCRUES ON.
           SELECT PRODUCT-CATALOG ASSIGN TO "PRODCAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * STEP-LEDGER - THE STREAM'S START/CLEAN-END LEDGER; THIS STEP
      * RECORDS ITSELF AND REFUSES TO START AHEAD OF ITS
      * PREREQUISITE.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERATIONS-ALERT-FILE ASSIGN TO "OPSALERT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * CUSTOMER-NOTICE-FILE - APPENDED TO, AS TEST APPENDS TO IT.
           SELECT CUSTOMER-NOTICE-FILE ASSIGN TO "CUSTNOTC"
               ORGANIZATION IS LINE SEQUENTIAL.
      * PARAMETER-MASTER - THE EFFECTIVE-DATED SETTINGS FILE. A
      * SETTING WITH A ROW IN FORCE ON THE RUN DATE OVERRIDES THE
      * PROGRAM'S OWN DEFAULT; WITH NONE THE DEFAULT STANDS.
           SELECT OPTIONAL PARAMETER-MASTER ASSIGN TO "PARMMAST"
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
      * KEEP THIS LAYOUT IN STEP WITH DAILY-TRANSACTIONS-RECORD IN
      * TEST - THESE RECORDS ARE READ BACK BY TOMORROW'S DAILY RUN.
      * ZONED-DECIMAL VALUE DATE, AND ZERO IS THE CONTRACT FOR
      * "VALUE-DATE ME TO THE NEXT BUSINESS DAY".
        05       ACCR-VALUE-DATE         PIC 9(8).
      * "-" ON A WITHHOLDING-TAX RECORD - THE DAILY RUN POSTS IT AS
      * A DEBIT AGAINST THE ACCOUNT; SPACE ON AN ACCRUAL.
        05       ACCR-AMOUNT-SIGN        PIC X.
        05       FILLER                  PIC X(19).
      * THE ACCOUNT'S WIDE KEY, IN THE FEED'S WIDE-KEY COLUMNS.
        05       ACCR-WIDE-ACCOUNT-KEY   PIC X(7).
        05       FILLER                  PIC X(19).
      *
       FD  RATE-BAND-FILE
           LABEL RECORDS ARE STANDARD.
        05       BAND-BALANCE-FROM       PIC 9(9)V99.
        05       BAND-BALANCE-TO         PIC 9(9)V99.
        05       BAND-DAILY-RATE         PIC 9(4)V9(6).
      * BAND-SET-CODE - THE SET THE ROW BELONGS TO; SPACES (EVERY
      * ROW FILED BEFORE SETS EXISTED) IS THE DEFAULT SET.
        05       BAND-SET-CODE           PIC X(2).
      *
       FD  PRODUCT-CATALOG
           LABEL RECORDS ARE STANDARD.
           COPY PRODUCTCATALOG.
      *
       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CUSTOMERMASTER.
      *
       FD  TAX-RATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TAXRATE.
      *
       FD  WHT-LEDGER
           LABEL RECORDS ARE STANDARD.
           COPY WHTLEDGER.
      *
       FD  STEP-LEDGER
           LABEL RECORDS ARE STANDARD.
        05       ALERT-REASON-CODE       PIC X(8).
        05       ALERT-SEVERITY          PIC 9(2).
        05       ALERT-DETAIL            PIC X(60).
      *
       FD  CUSTOMER-NOTICE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTNOTICE.
      *
       FD  PARAMETER-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY PARMMASTER.
      *
       WORKING-STORAGE SECTION.
       01  ACCOUNT-MASTER-SWITCH        PIC X VALUE "N".
         88      END-OF-ACCOUNT-MASTER        VALUE "Y".
       01  ACCOUNTS-ACCRUED-COUNT       PIC 9(8) VALUE ZERO.
       01  ACCOUNTS-SKIPPED-COUNT       PIC 9(8) VALUE ZERO.
       01  ACCOUNTS-UNPRICED-COUNT      PIC 9(8) VALUE ZERO.
       01  ACCOUNTS-ON-DEPOSIT-COUNT    PIC 9(8) VALUE ZERO.
       01  TERM-DEPOSIT-SWITCH          PIC X VALUE "N".
         88      ACCOUNT-ON-TERM-DEPOSIT    VALUE "Y".
      *
      * ACCRUAL-AMOUNT - ONE ACCOUNT'S DAILY ACCRUAL; THE WHOLE AND
      * FRACTION VIEWS FEED THE TWO NUMBER PARTS OF THE GENERATED
       01  CHECK-DIGIT-REMAINDER        PIC 9(4) VALUE ZERO.
       01  CHECK-DIGIT-COMPUTED         PIC 9 VALUE ZERO.
      *
      * RATE-BAND WORK FIELDS - THE APPLICABLE BANDS OF EVERY SET,
      * LOADED FROM THE FILE AND VALIDATED CONTIGUOUS FROM ZERO SET
      * BY SET BEFORE A SINGLE ACCOUNT ACCRUES. THE SET TABLE HOLDS
      * EACH SET'S PICKED EFFECTIVE DATE, THE NEXT BALANCE-FROM ITS
      * TILING EXPECTS AND ITS TOP (OPEN-ENDED) BAND. THE PER-BAND
      * ACCRUED TOTALS FEED THE TIER REPORT.
       01  RATE-BAND-FILE-SWITCH        PIC X VALUE "N".
         88      END-OF-RATE-BANDS            VALUE "Y".
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
       01  BAND-SET-TABLE.
        05       BAND-SET-ENTRY OCCURS 10 TIMES.
         10      SET-TABLE-CODE          PIC X(2).
         10      SET-PICKED-DATE         PIC 9(8).
         10      SET-EXPECTED-FROM       PIC 9(9)V99.
         10      SET-TOP-IDX             PIC 99.
       01  BAND-SET-COUNT               PIC 99 VALUE ZERO.
       01  BAND-SET-IDX                 PIC 99 VALUE 1.
       01  BAND-SET-FOUND-IDX           PIC 99 VALUE ZERO.
       01  BAND-SET-WANTED              PIC X(2) VALUE SPACES.
       01  RATE-BAND-TABLE.
        05       RATE-BAND-ENTRY OCCURS 50 TIMES.
         10      BAND-TABLE-SET-IDX      PIC 99.
         10      BAND-TABLE-FROM         PIC 9(9)V99.
         10      BAND-TABLE-TO           PIC 9(9)V99.
         10      BAND-TABLE-RATE         PIC 9(4)V9(6).
         10      BAND-TABLE-COUNT        PIC 9(8).
       01  RATE-BAND-COUNT              PIC 99 VALUE ZERO.
       01  RATE-BAND-IDX                PIC 99 VALUE 1.
       01  BAND-ERROR-SWITCH            PIC X VALUE "N".
         88      RATE-BANDS-INVALID           VALUE "Y".
       01  BAND-FOUND-IDX               PIC 99 VALUE ZERO.
       01  BAND-FOUND-RATE              PIC 9(4)V9(6) VALUE ZERO.
       01  BAND-ACCRUED-EDIT            PIC ZZZ.ZZZ.ZZ9,9999.
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
       01  PRODUCT-CATALOG-SWITCH       PIC X VALUE "N".
         88      END-OF-PRODUCT-CATALOG     VALUE "Y".
      *
      * WITHHOLDING-TAX WORK FIELDS - THE RATE IN FORCE FOR EACH
      * TAXRATE CODE (THE LATEST EFFECTIVE DATE ON OR BEFORE THE RUN
      * DATE), THE ACCOUNT'S GROSS INTEREST AS IT WILL POST AND THE
      * TAX TAKEN FROM IT, AND THE RUN'S WITHHOLDING COUNTS.
       01  TAX-RATE-FILE-SWITCH         PIC X VALUE "N".
         88      END-OF-TAX-RATES             VALUE "Y".
       01  TAX-RATE-TABLE.
        05       TAX-RATE-ENTRY OCCURS 20 TIMES.
         10      TAX-TABLE-CODE          PIC X(2).
         10      TAX-TABLE-DATE          PIC 9(8).
         10      TAX-TABLE-PERCENT       PIC 9(2)V9(4).
       01  TAX-RATE-COUNT               PIC 99 VALUE ZERO.
       01  TAX-RATE-IDX                 PIC 99 VALUE 1.
       01  TAX-RATE-FOUND-IDX           PIC 99 VALUE ZERO.
       01  TAX-RATE-WANTED              PIC X(2) VALUE SPACES.
       01  CUSTOMER-FOUND-SWITCH        PIC X VALUE "N".
         88      CUSTOMER-ON-FILE             VALUE "Y".
       01  WHT-GROSS-AMOUNT             PIC 9(4)V99 VALUE ZERO.
       01  WHT-TAX-AMOUNT               PIC 9(4)V99 VALUE ZERO.
       01  WHT-GRAND-TOTAL              PIC 9(9)V99 VALUE ZERO.
       01  WHT-GRAND-TOTAL-EDIT         PIC ZZZ.ZZZ.ZZ9,99.
       01  ACCOUNTS-WITHHELD-COUNT      PIC 9(8) VALUE ZERO.
       01  ACCOUNTS-NOT-LIABLE-COUNT    PIC 9(8) VALUE ZERO.
       01  ACCOUNTS-EXEMPT-COUNT        PIC 9(8) VALUE ZERO.
       01  ACCOUNTS-NO-CUSTOMER-COUNT   PIC 9(8) VALUE ZERO.
       01  ACCOUNTS-NO-TAX-RATE-COUNT   PIC 9(8) VALUE ZERO.
      *
      * STEP-LEDGER WORK FIELDS - THE PREREQUISITE THIS STEP WAITS
      * ON AND THE LEDGER-WALK STATE.
       01  STEP-LEDGER-SWITCH           PIC X VALUE "N".
       01  STEP-PROGRAM-NAME            PIC X(8) VALUE "ACCRUE".
       01  STEP-PREREQ-NAME             PIC X(8) VALUE "TEST".
       01  STEP-TIME-WORK               PIC 9(8) VALUE ZERO.
      *
      * CUSTOMER-NOTICE WORK FIELDS - THE BALANCE BELOW WHICH A
      * MOVED ACCOUNT'S CUSTOMER IS TOLD IT IS RUNNING LOW, AND THE
      * NOTICES WRITTEN.
       01  LOW-BALANCE-NOTICE-LEVEL     PIC 9(7)V99 VALUE 100,00.
       01  OVERDRAWN-NOTICE-COUNT       PIC 9(8) VALUE ZERO.
       01  LOW-BALANCE-NOTICE-COUNT     PIC 9(8) VALUE ZERO.
      *
      * PARAMETER-MASTER WORK FIELDS.
       01  PARAMETER-MASTER-SWITCH      PIC X VALUE "N".
         88      END-OF-PARAMETER-MASTER    VALUE "Y".
       01  PARM-LOOKUP-NAME             PIC X(24) VALUE SPACES.
       01  PARM-LOOKUP-SWITCH           PIC X VALUE "N".
         88      PARM-LOOKUP-FOUND          VALUE "Y".
       01  PARM-LOOKUP-EFFECTIVE-DATE   PIC 9(8) VALUE ZERO.
       01  PARM-LOOKUP-VALUE            PIC 9(9)V99 VALUE ZERO.
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
               GO TO PROG-EX
           END-IF.
           PERFORM RECORD-STEP-START.
           MOVE "LOW-BALANCE-NOTICE-LEVEL" TO PARM-LOOKUP-NAME.
           PERFORM LOOK-UP-PARAMETER.
           IF PARM-LOOKUP-FOUND
               MOVE PARM-LOOKUP-VALUE TO LOW-BALANCE-NOTICE-LEVEL
           END-IF.
           PERFORM LOAD-PRODUCT-CATALOG.
           PERFORM LOAD-TAX-RATES.
           PERFORM LOAD-RATE-BANDS.
           IF RATE-BANDS-INVALID OR RATE-BAND-COUNT = ZERO
               DISPLAY "RATE BANDS MISSING OR NOT CONTIGUOUS - "
               GO TO PROG-EX
           END-IF.
           OPEN INPUT ACCOUNT-MASTER.
           OPEN INPUT TERM-DEPOSITS.
           OPEN INPUT CUSTOMER-MASTER.
           OPEN OUTPUT ACCRUAL-FEED.
           OPEN EXTEND WHT-LEDGER.
           OPEN EXTEND CUSTOMER-NOTICE-FILE.
           PERFORM READ-ACCOUNT-MASTER.
           PERFORM ACCRUE-ONE-ACCOUNT UNTIL END-OF-ACCOUNT-MASTER.
           CLOSE ACCOUNT-MASTER.
           CLOSE TERM-DEPOSITS.
           CLOSE CUSTOMER-MASTER.
           CLOSE ACCRUAL-FEED.
           CLOSE WHT-LEDGER.
           CLOSE CUSTOMER-NOTICE-FILE.
           MOVE ACCRUAL-GRAND-TOTAL TO ACCRUAL-GRAND-TOTAL-EDIT.
           DISPLAY "ACCOUNTS ACCRUED: " ACCOUNTS-ACCRUED-COUNT.
           DISPLAY "ACCOUNTS SKIPPED (NO BALANCE): "
               ACCOUNTS-SKIPPED-COUNT.
           DISPLAY "ACCOUNTS NOT ACCRUED (NO BAND SET): "
               ACCOUNTS-UNPRICED-COUNT.
           DISPLAY "ACCOUNTS LEFT TO TERM-DEPOSIT MATURITY: "
               ACCOUNTS-ON-DEPOSIT-COUNT.
           DISPLAY "TOTAL INTEREST ACCRUED: " ACCRUAL-GRAND-TOTAL-EDIT.
           MOVE WHT-GRAND-TOTAL TO WHT-GRAND-TOTAL-EDIT.
           DISPLAY "ACCOUNTS TAXED AT SOURCE: " ACCOUNTS-WITHHELD-COUNT.
           DISPLAY "ACCOUNTS NOT LIABLE (BUSINESS/NON-RESIDENT): "
               ACCOUNTS-NOT-LIABLE-COUNT.
           DISPLAY "ACCOUNTS EXEMPT BY CERTIFICATE: "
               ACCOUNTS-EXEMPT-COUNT.
           DISPLAY "ACCOUNTS TAXED AT STANDARD RATE (NO CUSTOMER): "
               ACCOUNTS-NO-CUSTOMER-COUNT.
           DISPLAY "ACCOUNTS NOT TAXED (NO RATE IN FORCE): "
               ACCOUNTS-NO-TAX-RATE-COUNT.
           DISPLAY "TOTAL TAX WITHHELD: " WHT-GRAND-TOTAL-EDIT.
           DISPLAY "OVERDRAWN NOTICES WRITTEN: " OVERDRAWN-NOTICE-COUNT.
           DISPLAY "LOW-BALANCE NOTICES WRITTEN: "
               LOW-BALANCE-NOTICE-COUNT.
           DISPLAY "ACCRUED BY BAND:".
           PERFORM REPORT-ONE-BAND
               VARYING RATE-BAND-IDX FROM 1 BY 1
               UNTIL RATE-BAND-IDX > RATE-BAND-COUNT.
           IF ACCOUNTS-UNPRICED-COUNT > ZERO
               OR ACCOUNTS-NO-TAX-RATE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
       PROG-EX.
      * A CLEAN END GOES ON THE LEDGER SO THE NEXT STEP MAY START.
           EXIT PROGRAM.
      *
      * LOAD-RATE-BANDS - TWO PASSES OVER THE FILE: THE FIRST PICKS
      * EACH SET'S LATEST EFFECTIVE DATE ON OR BEFORE THE RUN DATE,
      * THE SECOND LOADS THOSE DATES' BANDS IN FILED ORDER. EACH
      * SET'S BANDS MUST TILE THE BALANCE RANGE FROM ZERO WITH NO
      * GAP AND NO OVERLAP - A HOLE WOULD ACCRUE SOME BALANCES AT NO
      * RATE AT ALL, SILENTLY. MORE SETS OR BANDS THAN THE TABLES
      * HOLD REFUSES THE RUN THE SAME WAY.
      *
       LOAD-RATE-BANDS SECTION.
           MOVE "N" TO RATE-BAND-FILE-SWITCH.
           OPEN INPUT RATE-BAND-FILE.
           PERFORM READ-RATE-BAND.
           PERFORM LOAD-ONE-RATE-BAND
               UNTIL END-OF-RATE-BANDS.
           CLOSE RATE-BAND-FILE.
           PERFORM VALIDATE-ONE-RATE-BAND
               VARYING RATE-BAND-IDX FROM 1 BY 1
               UNTIL RATE-BAND-IDX > RATE-BAND-COUNT.
       EXIT.
      *
       PICK-BAND-EFFECTIVE-DATE SECTION.
           IF BAND-EFFECTIVE-DATE > RUN-DATE
               GO TO PICK-BAND-EFFECTIVE-DATE-NEXT
           END-IF.
           MOVE BAND-SET-CODE TO BAND-SET-WANTED.
           PERFORM FIND-BAND-SET.
           IF BAND-SET-FOUND-IDX = ZERO
               IF BAND-SET-COUNT = 10
                   SET RATE-BANDS-INVALID TO TRUE
                   DISPLAY "BAND SET " BAND-SET-CODE
                       " OVERFLOWS THE SET TABLE"
                   GO TO PICK-BAND-EFFECTIVE-DATE-NEXT
               END-IF
               ADD 1 TO BAND-SET-COUNT
               MOVE BAND-SET-COUNT TO BAND-SET-FOUND-IDX
               MOVE BAND-SET-CODE TO SET-TABLE-CODE(BAND-SET-COUNT)
               MOVE ZERO TO SET-PICKED-DATE(BAND-SET-COUNT)
               MOVE ZERO TO SET-EXPECTED-FROM(BAND-SET-COUNT)
               MOVE ZERO TO SET-TOP-IDX(BAND-SET-COUNT)
           END-IF.
           IF BAND-EFFECTIVE-DATE >
                   SET-PICKED-DATE(BAND-SET-FOUND-IDX)
               MOVE BAND-EFFECTIVE-DATE
                   TO SET-PICKED-DATE(BAND-SET-FOUND-IDX)
           END-IF.
       PICK-BAND-EFFECTIVE-DATE-NEXT.
           PERFORM READ-RATE-BAND.
       EXIT.
      *
       LOAD-ONE-RATE-BAND SECTION.
           MOVE BAND-SET-CODE TO BAND-SET-WANTED.
           PERFORM FIND-BAND-SET.
           IF BAND-SET-FOUND-IDX = ZERO
               GO TO LOAD-ONE-RATE-BAND-NEXT
           END-IF.
           IF BAND-EFFECTIVE-DATE = SET-PICKED-DATE(BAND-SET-FOUND-IDX)
               IF RATE-BAND-COUNT = 50
                   SET RATE-BANDS-INVALID TO TRUE
                   DISPLAY "BAND SET " BAND-SET-CODE
                       " OVERFLOWS THE BAND TABLE"
                   GO TO LOAD-ONE-RATE-BAND-NEXT
               END-IF
               ADD 1 TO RATE-BAND-COUNT
               MOVE BAND-SET-FOUND-IDX
                   TO BAND-TABLE-SET-IDX(RATE-BAND-COUNT)
               MOVE RATE-BAND-COUNT TO SET-TOP-IDX(BAND-SET-FOUND-IDX)
               MOVE BAND-BALANCE-FROM
                   TO BAND-TABLE-FROM(RATE-BAND-COUNT)
               MOVE BAND-BALANCE-TO
               MOVE ZERO TO BAND-TABLE-ACCRUED(RATE-BAND-COUNT)
               MOVE ZERO TO BAND-TABLE-COUNT(RATE-BAND-COUNT)
           END-IF.
       LOAD-ONE-RATE-BAND-NEXT.
           PERFORM READ-RATE-BAND.
       EXIT.
      *
       VALIDATE-ONE-RATE-BAND SECTION.
           MOVE BAND-TABLE-SET-IDX(RATE-BAND-IDX) TO BAND-SET-IDX.
           IF BAND-TABLE-FROM(RATE-BAND-IDX)
                   NOT = SET-EXPECTED-FROM(BAND-SET-IDX)
               OR BAND-TABLE-TO(RATE-BAND-IDX)
                   NOT > BAND-TABLE-FROM(RATE-BAND-IDX)
               SET RATE-BANDS-INVALID TO TRUE
               DISPLAY "SET " SET-TABLE-CODE(BAND-SET-IDX)
                   " BAND " RATE-BAND-IDX " FROM "
                   BAND-TABLE-FROM(RATE-BAND-IDX) " TO "
                   BAND-TABLE-TO(RATE-BAND-IDX)
                   " BREAKS THE CONTIGUOUS TILING"
           END-IF.
           COMPUTE SET-EXPECTED-FROM(BAND-SET-IDX) =
               BAND-TABLE-TO(RATE-BAND-IDX) + 0,01.
       EXIT.
      *
      * FIND-BAND-SET - LOCATES BAND-SET-WANTED IN THE SET TABLE;
      * BAND-SET-FOUND-IDX STAYS ZERO WHEN THE SET IS NOT THERE.
      *
       FIND-BAND-SET SECTION.
           MOVE ZERO TO BAND-SET-FOUND-IDX.
           PERFORM MATCH-ONE-BAND-SET
               VARYING BAND-SET-IDX FROM 1 BY 1
               UNTIL BAND-SET-IDX > BAND-SET-COUNT.
       EXIT.
      *
       MATCH-ONE-BAND-SET SECTION.
           IF SET-TABLE-CODE(BAND-SET-IDX) = BAND-SET-WANTED
               MOVE BAND-SET-IDX TO BAND-SET-FOUND-IDX
           END-IF.
       EXIT.
      *
       FIND-RATE-BAND SECTION.
           IF BAND-TABLE-SET-IDX(RATE-BAND-IDX) = BAND-SET-FOUND-IDX
               AND ACCOUNT-MASTER-BALANCE NOT <
                   BAND-TABLE-FROM(RATE-BAND-IDX)
               AND ACCOUNT-MASTER-BALANCE NOT >
                   BAND-TABLE-TO(RATE-BAND-IDX)
       REPORT-ONE-BAND SECTION.
           MOVE BAND-TABLE-ACCRUED(RATE-BAND-IDX)
               TO BAND-ACCRUED-EDIT.
           MOVE BAND-TABLE-SET-IDX(RATE-BAND-IDX) TO BAND-SET-IDX.
           DISPLAY "  SET " SET-TABLE-CODE(BAND-SET-IDX)
               " (EFFECTIVE " SET-PICKED-DATE(BAND-SET-IDX)
               ") BAND " RATE-BAND-IDX " ("
               BAND-TABLE-FROM(RATE-BAND-IDX) " - "
               BAND-TABLE-TO(RATE-BAND-IDX) " AT "
               BAND-TABLE-RATE(RATE-BAND-IDX) "): "
      * BALANCE AND WRITES THE GENERATED ACCRUAL TRANSACTION. A ZERO
      * OR NEGATIVE BALANCE ACCRUES NOTHING - THE FEED RECORD'S
      * NUMBER PARTS ARE UNSIGNED AND THERE IS NOTHING TO PAY ON AN
      * OVERDRAWN ACCOUNT UNDER THE CURRENT BUSINESS RULES. THE
      * ACCOUNT'S PRODUCT NAMES THE BAND SET; A PRODUCT MISSING FROM
      * THE CATALOG, OR A SET WITH NO BANDS IN FORCE, LEAVES THE
      * ACCOUNT UNACCRUED RATHER THAN ACCRUING AT A GUESSED RATE.
      *
       ACCRUE-ONE-ACCOUNT SECTION.
           PERFORM CHECK-BALANCE-NOTICE.
           IF ACCOUNT-MASTER-BALANCE NOT > ZERO
               ADD 1 TO ACCOUNTS-SKIPPED-COUNT
               GO TO ACCRUE-ONE-ACCOUNT-NEXT
           END-IF.
           MOVE "N" TO TERM-DEPOSIT-SWITCH.
           MOVE ACCOUNT-MASTER-WIDE-KEY TO TD-WIDE-KEY.
           READ TERM-DEPOSITS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TD-ACTIVE
                       SET ACCOUNT-ON-TERM-DEPOSIT TO TRUE
                   END-IF
           END-READ.
           IF ACCOUNT-ON-TERM-DEPOSIT
               ADD 1 TO ACCOUNTS-ON-DEPOSIT-COUNT
               GO TO ACCRUE-ONE-ACCOUNT-NEXT
           END-IF.
           PERFORM FIND-ACCOUNT-BAND-SET.
           IF BAND-SET-FOUND-IDX = ZERO
               ADD 1 TO ACCOUNTS-UNPRICED-COUNT
               DISPLAY "ACCOUNT " ACCOUNT-MASTER-KEY " PRODUCT "
                   ACCOUNT-MASTER-PRODUCT
                   " HAS NO BAND SET IN FORCE - NOT ACCRUED"
               GO TO ACCRUE-ONE-ACCOUNT-NEXT
           END-IF.
      * THE BALANCE'S BAND NAMES THE RATE. A BALANCE PAST THE TOP
      * BAND'S CEILING ACCRUES AT THE TOP BAND - THE DESK'S RULE IS
      * THAT THE HIGHEST TIER IS OPEN-ENDED.
           MOVE SET-TOP-IDX(BAND-SET-FOUND-IDX) TO BAND-FOUND-IDX.
           MOVE BAND-TABLE-RATE(BAND-FOUND-IDX) TO BAND-FOUND-RATE.
           PERFORM FIND-RATE-BAND
               VARYING RATE-BAND-IDX FROM 1 BY 1
               UNTIL RATE-BAND-IDX > RATE-BAND-COUNT.
           ADD 1 TO ACCOUNTS-ACCRUED-COUNT.
           COMPUTE ACCRUAL-AMOUNT ROUNDED =
               ACCOUNT-MASTER-BALANCE * BAND-FOUND-RATE.
           ADD ACCRUAL-AMOUNT TO ACCRUAL-GRAND-TOTAL.
           ADD 1 TO BAND-TABLE-COUNT(BAND-FOUND-IDX).
           ADD ACCRUAL-AMOUNT TO BAND-TABLE-ACCRUED(BAND-FOUND-IDX).
           PERFORM WRITE-ACCRUAL-TRANSACTION.
           PERFORM WITHHOLD-ACCOUNT-TAX.
       ACCRUE-ONE-ACCOUNT-NEXT.
           PERFORM READ-ACCOUNT-MASTER.
       EXIT.
      *
      * CHECK-BALANCE-NOTICE - AN OPEN ACCOUNT THAT MOVED TODAY AND
      * ENDS THE DAY OVERDRAWN, OR BELOW THE LOW-BALANCE LEVEL, HAS
      * A NOTICE WRITTEN FOR ITS CUSTOMER. ONLY AN ACCOUNT THAT MOVED
      * IS NOTIFIED - A BALANCE SITTING LOW FOR WEEKS IS NOT NEWS
      * EVERY MORNING. NTFYGEN SENDS AT MOST ONE OF EACH PER ACCOUNT
      * A DAY.
      *
       CHECK-BALANCE-NOTICE SECTION.
           IF ACCOUNT-MASTER-CLOSED-DATE NOT = ZERO
               OR ACCOUNT-MASTER-LAST-ACTIVITY NOT = RUN-DATE
               GO TO CHECK-BALANCE-NOTICE-EX
           END-IF.
           MOVE SPACES TO CUSTOMER-NOTICE-RECORD.
           IF ACCOUNT-MASTER-BALANCE < ZERO
               SET CUSTOMER-NOTICE-OVERDRAWN TO TRUE
               MOVE "ACCOUNT OVERDRAWN" TO CUSTOMER-NOTICE-TEXT
               ADD 1 TO OVERDRAWN-NOTICE-COUNT
           ELSE
               IF ACCOUNT-MASTER-BALANCE NOT < LOW-BALANCE-NOTICE-LEVEL
                   GO TO CHECK-BALANCE-NOTICE-EX
               END-IF
               SET CUSTOMER-NOTICE-LOW-BALANCE TO TRUE
               MOVE "BALANCE RUNNING LOW" TO CUSTOMER-NOTICE-TEXT
               ADD 1 TO LOW-BALANCE-NOTICE-COUNT
           END-IF.
           MOVE RUN-DATE TO CUSTOMER-NOTICE-DATE.
           MOVE ACCOUNT-MASTER-CUSTOMER TO CUSTOMER-NOTICE-CUSTOMER.
           MOVE ACCOUNT-MASTER-KEY TO CUSTOMER-NOTICE-ACCOUNT-KEY.
           MOVE ZERO TO CUSTOMER-NOTICE-TXN-NUMBER.
           MOVE ZERO TO CUSTOMER-NOTICE-AMOUNT.
           MOVE ZERO TO CUSTOMER-NOTICE-ATTEMPTS.
           MOVE ACCOUNT-MASTER-BALANCE TO CUSTOMER-NOTICE-BALANCE.
           WRITE CUSTOMER-NOTICE-RECORD.
       CHECK-BALANCE-NOTICE-EX.
       EXIT.
      *
      * FIND-ACCOUNT-BAND-SET - AN ACCOUNT WITH NO PRODUCT ACCRUES ON
      * THE DEFAULT SET; OTHERWISE THE CATALOG NAMES THE SET. A SET
      * WHOSE EVERY ROW IS STILL FUTURE-DATED HAS NO BANDS LOADED
      * AND COUNTS AS NOT FOUND.
      *
       FIND-ACCOUNT-BAND-SET SECTION.
           MOVE ZERO TO BAND-SET-FOUND-IDX.
           MOVE SPACES TO BAND-SET-WANTED.
           IF ACCOUNT-MASTER-PRODUCT NOT = SPACES
               MOVE ZERO TO PRODUCT-FOUND-IDX
               PERFORM MATCH-ONE-PRODUCT
                   VARYING PRODUCT-TABLE-IDX FROM 1 BY 1
                   UNTIL PRODUCT-TABLE-IDX > PRODUCT-TABLE-COUNT
               IF PRODUCT-FOUND-IDX = ZERO
                   GO TO FIND-ACCOUNT-BAND-SET-EX
               END-IF
               MOVE PRODUCT-TABLE-BAND-SET(PRODUCT-FOUND-IDX)
                   TO BAND-SET-WANTED
           END-IF.
           PERFORM FIND-BAND-SET.
           IF BAND-SET-FOUND-IDX NOT = ZERO
               IF SET-TOP-IDX(BAND-SET-FOUND-IDX) = ZERO
                   MOVE ZERO TO BAND-SET-FOUND-IDX
               END-IF
           END-IF.
       FIND-ACCOUNT-BAND-SET-EX.
       EXIT.
      *
       MATCH-ONE-PRODUCT SECTION.
           IF PRODUCT-TABLE-CODE(PRODUCT-TABLE-IDX)
                   = ACCOUNT-MASTER-PRODUCT
               MOVE PRODUCT-TABLE-IDX TO PRODUCT-FOUND-IDX
           END-IF.
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
      * WRITE-ACCRUAL-TRANSACTION - BUILDS ONE RAW-FEED DETAIL RECORD
           MOVE "O" TO ACCR-TRANSACTION-TYPE.
           PERFORM COMPUTE-CHECK-DIGIT.
           MOVE CHECK-DIGIT-COMPUTED TO ACCR-CHECK-DIGIT.
           PERFORM STAMP-FEED-WIDE-KEY.
           MOVE SPACES TO ACCR-CURRENCY-CODE.
           MOVE ZERO TO ACCR-ORIGINAL-REF.
           MOVE "G" TO ACCR-GENERATED-FLAG.
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
      * WITHHOLD-ACCOUNT-TAX - DECIDES WHETHER THE ACCOUNT'S OWNER
      * IS TAXED AT SOURCE AND, IF SO, WRITES THE WITHHOLDING DEBIT
      * AND ITS LEDGER RECORD. THE TAX IS FIGURED ON THE GROSS AS
      * THE DAILY RUN WILL POST IT, TO THE CENT, SO THE DEBIT, THE
      * LEDGER AND THE RETURN ALL AGREE.
      *
       WITHHOLD-ACCOUNT-TAX SECTION.
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
               MOVE SPACES TO CUSTOMER-MASTER-RECORD
               MOVE ZERO TO CUSTOMER-WHT-EXEMPT-UNTIL
               ADD 1 TO ACCOUNTS-NO-CUSTOMER-COUNT
           END-IF.
           IF NOT CUSTOMER-INDIVIDUAL OR NOT CUSTOMER-RESIDENT
               ADD 1 TO ACCOUNTS-NOT-LIABLE-COUNT
               GO TO WITHHOLD-ACCOUNT-TAX-EX
           END-IF.
           IF CUSTOMER-WHT-EXEMPT-UNTIL NUMERIC
               AND CUSTOMER-WHT-EXEMPT-UNTIL NOT < RUN-DATE
               ADD 1 TO ACCOUNTS-EXEMPT-COUNT
               GO TO WITHHOLD-ACCOUNT-TAX-EX
           END-IF.
           MOVE CUSTOMER-WHT-RATE-CODE TO TAX-RATE-WANTED.
           PERFORM FIND-TAX-RATE.
           IF TAX-RATE-FOUND-IDX = ZERO
               ADD 1 TO ACCOUNTS-NO-TAX-RATE-COUNT
               DISPLAY "ACCOUNT " ACCOUNT-MASTER-KEY " CUSTOMER "
                   ACCOUNT-MASTER-CUSTOMER " TAX RATE CODE '"
                   CUSTOMER-WHT-RATE-CODE
                   "' HAS NO RATE IN FORCE - NOT TAXED"
               GO TO WITHHOLD-ACCOUNT-TAX-EX
           END-IF.
           COMPUTE WHT-GROSS-AMOUNT ROUNDED = ACCRUAL-AMOUNT.
           COMPUTE WHT-TAX-AMOUNT ROUNDED = WHT-GROSS-AMOUNT
               * TAX-TABLE-PERCENT(TAX-RATE-FOUND-IDX) / 100.
           IF WHT-TAX-AMOUNT = ZERO
               GO TO WITHHOLD-ACCOUNT-TAX-EX
           END-IF.
           ADD 1 TO ACCOUNTS-WITHHELD-COUNT.
           ADD WHT-TAX-AMOUNT TO WHT-GRAND-TOTAL.
           PERFORM WRITE-WITHHOLDING-TRANSACTION.
           MOVE RUN-DATE TO WHT-LEDGER-DATE.
           MOVE ACCOUNT-MASTER-KEY TO WHT-LEDGER-ACCOUNT-KEY.
           MOVE ACCOUNT-MASTER-CUSTOMER TO WHT-LEDGER-CUSTOMER.
           MOVE ACCOUNT-MASTER-ENTITY TO WHT-LEDGER-ENTITY.
           MOVE TAX-TABLE-CODE(TAX-RATE-FOUND-IDX)
               TO WHT-LEDGER-RATE-CODE.
           MOVE TAX-TABLE-PERCENT(TAX-RATE-FOUND-IDX)
               TO WHT-LEDGER-RATE-PERCENT.
           MOVE WHT-GROSS-AMOUNT TO WHT-LEDGER-GROSS.
           MOVE WHT-TAX-AMOUNT TO WHT-LEDGER-TAX.
           WRITE WHT-LEDGER-RECORD.
       WITHHOLD-ACCOUNT-TAX-EX.
       EXIT.
      *
      * WRITE-WITHHOLDING-TRANSACTION - THE "WHTX" DEBIT: SAME
      * ACCOUNT, SAME TYPE AND CHECK DIGIT AS THE ACCRUAL IT FOLLOWS,
      * SIGNED "-" SO THE DAILY RUN TAKES IT OFF THE BALANCE.
      *
       WRITE-WITHHOLDING-TRANSACTION SECTION.
           MOVE SPACES TO ACCRUAL-FEED-RECORD.
           MOVE ACCOUNT-MASTER-BRANCH-DIGIT TO
               ACCR-STRING-PART1(1:1).
           MOVE ACCOUNT-MASTER-NUMBER TO ACCR-STRING-PART1(2:3).
           MOVE "WHTX" TO ACCR-STRING-PART2.
           MOVE WHT-TAX-AMOUNT TO ACCRUAL-AMOUNT-WHOLE.
           COMPUTE ACCRUAL-AMOUNT-FRACTION =
               (WHT-TAX-AMOUNT - ACCRUAL-AMOUNT-WHOLE) * 10000.
           MOVE ACCRUAL-AMOUNT-WHOLE TO ACCR-NUMBER-PART1.
           MOVE ACCRUAL-AMOUNT-FRACTION TO ACCR-NUMBER-PART2.
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
      * LOAD-TAX-RATES - ONE PASS OVER TAXRATE KEEPING, PER RATE
      * CODE, THE ROW WITH THE LATEST EFFECTIVE DATE ON OR BEFORE
      * THE RUN DATE. CODES BEYOND THE TABLE ARE LISTED AND THEIR
      * CUSTOMERS FALL TO THE NO-RATE COUNT.
      *
       LOAD-TAX-RATES SECTION.
           MOVE "N" TO TAX-RATE-FILE-SWITCH.
           OPEN INPUT TAX-RATE-FILE.
           PERFORM READ-TAX-RATE.
           PERFORM LOAD-ONE-TAX-RATE UNTIL END-OF-TAX-RATES.
           CLOSE TAX-RATE-FILE.
       EXIT.
      *
       LOAD-ONE-TAX-RATE SECTION.
           IF TAX-RATE-EFFECTIVE-DATE > RUN-DATE
               GO TO LOAD-ONE-TAX-RATE-NEXT
           END-IF.
           MOVE TAX-RATE-CODE TO TAX-RATE-WANTED.
           PERFORM FIND-TAX-RATE.
           IF TAX-RATE-FOUND-IDX = ZERO
               IF TAX-RATE-COUNT = 20
                   DISPLAY "TAX RATE CODE '" TAX-RATE-CODE
                       "' OVERFLOWS THE RATE TABLE"
                   GO TO LOAD-ONE-TAX-RATE-NEXT
               END-IF
               ADD 1 TO TAX-RATE-COUNT
               MOVE TAX-RATE-COUNT TO TAX-RATE-FOUND-IDX
               MOVE TAX-RATE-CODE TO TAX-TABLE-CODE(TAX-RATE-COUNT)
               MOVE ZERO TO TAX-TABLE-DATE(TAX-RATE-COUNT)
           END-IF.
           IF TAX-RATE-EFFECTIVE-DATE NOT <
                   TAX-TABLE-DATE(TAX-RATE-FOUND-IDX)
               MOVE TAX-RATE-EFFECTIVE-DATE
                   TO TAX-TABLE-DATE(TAX-RATE-FOUND-IDX)
               MOVE TAX-RATE-PERCENT
                   TO TAX-TABLE-PERCENT(TAX-RATE-FOUND-IDX)
           END-IF.
       LOAD-ONE-TAX-RATE-NEXT.
           PERFORM READ-TAX-RATE.
       EXIT.
      *
      * FIND-TAX-RATE - LOCATES TAX-RATE-WANTED IN THE RATE TABLE;
      * TAX-RATE-FOUND-IDX STAYS ZERO WHEN THE CODE IS NOT THERE.
      *
       FIND-TAX-RATE SECTION.
           MOVE ZERO TO TAX-RATE-FOUND-IDX.
           PERFORM MATCH-ONE-TAX-RATE
               VARYING TAX-RATE-IDX FROM 1 BY 1
               UNTIL TAX-RATE-IDX > TAX-RATE-COUNT.
       EXIT.
      *
       MATCH-ONE-TAX-RATE SECTION.
           IF TAX-TABLE-CODE(TAX-RATE-IDX) = TAX-RATE-WANTED
               MOVE TAX-RATE-IDX TO TAX-RATE-FOUND-IDX
           END-IF.
       EXIT.
      *
       READ-TAX-RATE SECTION.
           READ TAX-RATE-FILE
               AT END
                   SET END-OF-TAX-RATES TO TRUE
           END-READ.
       EXIT.
      *
      * COMPUTE-CHECK-DIGIT - THE MODULUS-11 CHECK DIGIT OVER
      * ACCR-STRING-PART1, MATCHING VALIDATE-CHECK-DIGIT IN TEST.
      *
                   SET END-OF-STEP-LEDGER TO TRUE
           END-READ.
       EXIT.
      *
      * LOOK-UP-PARAMETER - FINDS THE PARAMETER-MASTER ROW IN FORCE
      * ON THE RUN DATE FOR THIS PROGRAM AND PARM-LOOKUP-NAME: THE
      * LATEST EFFECTIVE DATE NOT AFTER THE RUN DATE, AND OF TWO
      * ROWS FOR THE SAME DATE THE LATER FILED. A MISSING FILE OR NO
      * SUCH ROW LEAVES PARM-LOOKUP-FOUND OFF AND THE CALLER'S
      * DEFAULT STANDS. KEEP IN STEP WITH THE SAME SECTION IN TEST.
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
           IF PARM-MASTER-PROGRAM NOT = "ACCRUE"
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
       END PROGRAM ACCRUE.
