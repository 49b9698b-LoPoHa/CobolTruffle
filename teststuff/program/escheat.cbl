       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCHEAT.
      *
      *
      * UNCLAIMED-PROPERTY (ESCHEATMENT) RUN. DORMSWP MARKS SILENT
      * ACCOUNTS DORMANT AND THE DAILY RUN HOLDS THEIR POSTINGS, BUT
      * ONCE AN ACCOUNT HAS BEEN SILENT FOR THE STATUTORY PERIOD THE
      * LAW REQUIRES ITS BALANCE TO BE REPORTED AND HANDED OVER TO
      * THE STATE. THIS YEARLY JOB TRACKS THAT DEADLINE ON THE
      * ESCHEATMENT REGISTER (ESCHREG) AND RUNS IN TWO STAGES, NAMED
      * ON SYSIN:
      *
      * NOTICE - WALKS THE MASTER FOR OPEN DORMANT ACCOUNTS STILL
      * CARRYING MONEY WHOSE LAST ACTIVITY LIES AT LEAST THE
      * ESCHEATMENT AGE (WHOLE YEARS, THE SECOND SYSIN CARD) BEFORE
      * THE RUN DATE, REGISTERS EACH ONE AND LISTS IT, WITH ITS
      * OWNER'S NAME AND ADDRESS, ON THE PRE-NOTICE LIST (ESCHNOTC)
      * THE LETTERS ARE MAILED FROM.
      *
      * REPORT - RUN ONCE THE NOTICE PERIOD HAS PASSED. EVERY ACCOUNT
      * NOTICED ON AN EARLIER DAY THAT IS STILL DORMANT, UNMOVED AND
      * OPEN GOES ON THE REGULATORY REPORT (ESCHRPT), AND ITS BALANCE
      * IS TRANSFERRED TO THE BRANCH'S UNCLAIMED-PROPERTY LIABILITY
      * ACCOUNT (BRANCH DIGIT, "997" AND ITS CHECK DIGIT) BY A
      * GENERATED TRANSFER APPENDED TO ACCRFEED, WHICH POSTS THROUGH
      * TOMORROW'S DAILY RUN. AN ACCOUNT THAT HAS MOVED OR CLOSED
      * SINCE ITS NOTICE - THE CUSTOMER HAS BEEN HEARD FROM - IS
      * WITHDRAWN FROM THE REGISTER INSTEAD. THE REPORT STAGE APPENDS
      * TO ACCRFEED, SO IT RUNS AFTER ACCRUE ON THE DAY IT IS RUN.
      *
      * EVERY NOTICE, REPORT, TRANSFER AND WITHDRAWAL GOES ON THE
      * AUDIT TRAIL UNDER THE ACCOUNT KEY, AND THE REGISTER KEEPS
      * WHAT WAS HANDED OVER AND WHERE, SO A CUSTOMER WHO CLAIMS THE
      * MONEY LATER CAN BE TRACED.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * KEEP IN STEP WITH TEST'S SPECIAL-NAMES - SAME COPYBOOK FIELDS
      * FLOW THROUGH THIS PROGRAM AND MUST EDIT THE SAME WAY.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESCHEAT-REGISTER ASSIGN TO "ESCHREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESCHEAT-ACCOUNT-KEY.
      * ACCOUNT-MASTER - WALKED IN KEY ORDER BY THE NOTICE STAGE,
      * READ BY KEY BY THE REPORT STAGE.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-MASTER-WIDE-KEY
               ALTERNATE RECORD KEY IS ACCOUNT-MASTER-KEY
                   WITH DUPLICATES.
      * CUSTOMER-MASTER - THE NAME AND ADDRESS EACH NOTICE AND
      * REPORT LINE CARRIES.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUSTOMER-MASTER-NUMBER.
      * TERM-DEPOSITS - MONEY LOCKED IN A RUNNING DEPOSIT IS NOT
      * HANDED OVER UNDER IT.
           SELECT TERM-DEPOSITS ASSIGN TO "TERMDEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TD-WIDE-KEY
               ALTERNATE RECORD KEY IS TD-ACCOUNT-KEY
                   WITH DUPLICATES.
           SELECT ACCRUAL-FEED ASSIGN TO "ACCRFEED"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTICE-LIST ASSIGN TO "ESCHNOTC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ESCHEAT-REPORT ASSIGN TO "ESCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * AUDIT-LOG-FILE - THE SAME CHAIN DISCIPLINE ACCTMNT FOLLOWS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
      * STEP-LEDGER - THE STREAM'S START/CLEAN-END LEDGER; THIS STEP
      * REFUSES TO START AHEAD OF ITS PREREQUISITE.
           SELECT STEP-LEDGER ASSIGN TO "STEPLEDG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERATIONS-ALERT-FILE ASSIGN TO "OPSALERT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ESCHEAT-REGISTER
           LABEL RECORDS ARE STANDARD.
           COPY ESCHEATREGISTER.
      *
       FD  ACCOUNT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY ACCTMASTER.
      *
       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CUSTOMERMASTER.
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
      * RECONCILIATION AND EXEMPT FROM THE DUPLICATE LOOK-BACK; AN
      * "ESCH" TRANSFER IS ALSO EXEMPT FROM THE DORMANT HOLD.
        05       ACCR-GENERATED-FLAG     PIC X.
        05       ACCR-VALUE-DATE         PIC 9(8).
        05       ACCR-AMOUNT-SIGN        PIC X.
        05       ACCR-PRIOR-STATUS       PIC X.
        05       ACCR-STRING-TYPE        PIC X.
      * THE UNCLAIMED-PROPERTY ACCOUNT THE TRANSFER PAYS INTO - THE
      * RECORD'S OWN ACCOUNT IS THE DORMANT ONE THAT PAYS.
        05       ACCR-COUNTER-ACCOUNT-KEY PIC X(5).
        05       ACCR-GENERATED-SOURCE   PIC X.
        05       FILLER                  PIC X(11).
      * THE ACCOUNT'S AND THE RECEIVING ACCOUNT'S WIDE KEYS, IN THE
      * FEED'S WIDE-KEY COLUMNS.
        05       ACCR-WIDE-ACCOUNT-KEY   PIC X(7).
        05       ACCR-COUNTER-WIDE-KEY   PIC X(7).
        05       FILLER                  PIC X(12).
      *
       FD  NOTICE-LIST
           LABEL RECORDS ARE STANDARD.
       01  NOTICE-LIST-LINE                PIC X(132).
      *
       FD  ESCHEAT-REPORT
           LABEL RECORDS ARE STANDARD.
       01  ESCHEAT-REPORT-LINE             PIC X(132).
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
       WORKING-STORAGE SECTION.
       01  ACCOUNT-MASTER-SWITCH        PIC X VALUE "N".
         88      END-OF-ACCOUNT-MASTER        VALUE "Y".
       01  ESCHEAT-REGISTER-SWITCH      PIC X VALUE "N".
         88      END-OF-ESCHEAT-REGISTER      VALUE "Y".
       01  AUDIT-LOG-READ-SWITCH        PIC X VALUE "N".
         88      END-OF-AUDIT-LOG             VALUE "Y".
       01  ACCOUNT-NOT-FOUND-SWITCH     PIC X VALUE "N".
         88      ACCOUNT-NOT-FOUND            VALUE "Y".
       01  REGISTER-FOUND-SWITCH        PIC X VALUE "N".
         88      REGISTER-ON-FILE             VALUE "Y".
       01  CUSTOMER-FOUND-SWITCH        PIC X VALUE "N".
         88      CUSTOMER-ON-FILE             VALUE "Y".
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
      *
      * ESCHEAT-STAGE - READ FROM SYSIN: NOTICE OR REPORT.
       01  ESCHEAT-STAGE                PIC X(6) VALUE SPACES.
         88      STAGE-NOTICE                 VALUE "NOTICE".
         88      STAGE-REPORT                 VALUE "REPORT".
      * ESCHEATMENT-AGE-YEARS - WHOLE YEARS OF SILENCE BEFORE AN
      * ACCOUNT FALLS DUE, KEYED ON SYSIN FOR THE NOTICE STAGE. ZERO
      * REFUSES THE RUN - IT WOULD NOTICE EVERY DORMANT ACCOUNT.
       01  ESCHEATMENT-AGE-YEARS        PIC 9(2) VALUE ZERO.
      * THE LATEST LAST-ACTIVITY DATE THAT FALLS DUE - THE RUN DATE
      * SET BACK BY THE ESCHEATMENT AGE. A ZERO LAST-ACTIVITY DATE
      * READS AS NEVER MOVED AND IS ALWAYS DUE.
       01  CUTOFF-DATE                  PIC 9(8) VALUE ZERO.
       01  CUTOFF-DATE-PARTS REDEFINES CUTOFF-DATE.
        05       CUTOFF-YEAR             PIC 9(4).
        05       FILLER                  PIC 9(4).
      *
      * THE ENTRY UNDER REPORT - WHAT THE ACCOUNT HOLDS, WHERE IT
      * GOES, AND WHY AN ENTRY IS HELD BACK.
       01  ESCH-BALANCE                 PIC S9(9)V99 VALUE ZERO.
       01  ESCH-LIABILITY-KEY           PIC X(5) VALUE SPACES.
       01  ESCH-WIDE-KEY                PIC X(7) VALUE SPACES.
       01  ENTRY-HELD-NOTE              PIC X(20) VALUE SPACES.
      *
      * FEED-RECORD WORK - SAME SHAPE AS ACCTCLOS'S PAYOUTS. ONE FEED
      * RECORD CARRIES AT MOST 9.999,99 - A LARGER AMOUNT IS WRITTEN
      * AS SEVERAL RECORDS. THE WHOLE AND FRACTION VIEWS FEED THE TWO
      * NUMBER PARTS THE SAME WAY TEST FOLDS THEM BACK TOGETHER.
       01  FEED-ACCOUNT-KEY             PIC X(5) VALUE SPACES.
       01  FEED-COUNTER-KEY             PIC X(5) VALUE SPACES.
       01  FEED-WIDE-KEY                PIC X(7) VALUE SPACES.
       01  FEED-COUNTER-WIDE-KEY        PIC X(7) VALUE SPACES.
       01  FEED-AMOUNT                  PIC 9(11)V99 VALUE ZERO.
       01  FEED-REMAINING               PIC 9(11)V99 VALUE ZERO.
       01  FEED-PIECE-AMOUNT            PIC 9(4)V99 VALUE ZERO.
       01  FEED-PIECE-CEILING           PIC 9(4)V99 VALUE 9999,99.
       01  FEED-PIECE-WHOLE             PIC 9(4) VALUE ZERO.
       01  FEED-PIECE-FRACTION          PIC 9(4) VALUE ZERO.
      *
      * RUN COUNTS AND TOTALS.
       01  ACCOUNTS-EXAMINED-COUNT      PIC 9(8) VALUE ZERO.
       01  ACCOUNTS-NOTICED-COUNT       PIC 9(8) VALUE ZERO.
       01  ACCOUNTS-ALREADY-NOTICED     PIC 9(8) VALUE ZERO.
       01  ENTRIES-EXAMINED-COUNT       PIC 9(8) VALUE ZERO.
       01  ENTRIES-REPORTED-COUNT       PIC 9(8) VALUE ZERO.
       01  ENTRIES-WITHDRAWN-COUNT      PIC 9(8) VALUE ZERO.
       01  ENTRIES-HELD-COUNT           PIC 9(8) VALUE ZERO.
       01  ENTRIES-WAITING-COUNT        PIC 9(8) VALUE ZERO.
       01  FEED-RECORDS-WRITTEN-COUNT   PIC 9(8) VALUE ZERO.
       01  NOTICED-BALANCE-TOTAL        PIC 9(11)V99 VALUE ZERO.
       01  TRANSFERRED-TOTAL            PIC 9(11)V99 VALUE ZERO.
       01  TOTAL-EDIT                   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
      * PRINT WORK FIELDS - SAME LINE-COUNTED, PAGE-HEADED SHAPE AS
      * TEST'S DAILY REPORT. ONE STAGE PRINTS ONE LIST, SO THE TWO
      * SHARE THE COUNTERS.
       01  REPORT-PAGE-NUMBER           PIC 9(4) VALUE ZERO.
       01  REPORT-LINE-COUNT            PIC 9(2) VALUE ZERO.
       01  REPORT-PAGE-DEPTH            PIC 9(2) VALUE 55.
       01  NOTICE-HEADING-LINE.
        05       FILLER                  PIC X(36) VALUE
                 "UNCLAIMED PROPERTY PRE-NOTICE LIST  ".
        05       FILLER                  PIC X(4) VALUE "RUN ".
        05       NOTICE-HEADING-DATE     PIC 9(8).
        05       FILLER                  PIC X(6) VALUE "  AGE ".
        05       NOTICE-HEADING-AGE      PIC Z9.
        05       FILLER                  PIC X(6) VALUE " YEARS".
        05       FILLER                  PIC X(7) VALUE "   PAGE".
        05       NOTICE-HEADING-PAGE     PIC ZZZ9.
       01  NOTICE-COLUMN-LINE           PIC X(132) VALUE
           "ACCOUNT  CUSTOMER  NAME                                 BA
      -    "LANCE  LAST ACTIVITY".
       01  REPORT-HEADING-LINE.
        05       FILLER                  PIC X(36) VALUE
                 "UNCLAIMED PROPERTY REPORT           ".
        05       FILLER                  PIC X(4) VALUE "RUN ".
        05       REPORT-HEADING-DATE     PIC 9(8).
        05       FILLER                  PIC X(7) VALUE "   PAGE".
        05       REPORT-HEADING-PAGE     PIC ZZZ9.
       01  REPORT-COLUMN-LINE           PIC X(132) VALUE
           "EN  ACCOUNT  CUSTOMER  NAME                            TAX
      -    " IDENTIFIER  LAST ACT  NOTICED           AMOUNT".
       01  REPORT-BUILD-LINE            PIC X(132) VALUE SPACES.
       01  REPORT-NAME-WORK             PIC X(30) VALUE SPACES.
       01  REPORT-AMOUNT-EDIT           PIC ZZZ.ZZZ.ZZ9,99.
       01  REPORT-COUNT-EDIT            PIC ZZ.ZZZ.ZZ9.
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
       01  STEP-PROGRAM-NAME            PIC X(8) VALUE "ESCHEAT".
       01  STEP-PREREQ-NAME             PIC X(8) VALUE "ACCRUE".
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           DISPLAY "START ESCHEAT".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT ESCHEAT-STAGE FROM SYSIN.
           ACCEPT ESCHEATMENT-AGE-YEARS FROM SYSIN.
           IF NOT STAGE-NOTICE AND NOT STAGE-REPORT
               DISPLAY "STAGE MUST BE NOTICE OR REPORT - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           IF STAGE-NOTICE
               AND ESCHEATMENT-AGE-YEARS = ZERO
               DISPLAY "NO ESCHEATMENT AGE SUPPLIED - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
      * THE REPORT STAGE WAITS ON THE SEQUENCER'S GATE - ACCRUE
      * RECREATES ACCRFEED, SO TRANSFERS APPENDED AHEAD OF IT WOULD
      * BE LOST. THE NOTICE STAGE WRITES NO FEED AND IS NOT GATED.
           IF STAGE-REPORT
               PERFORM CHECK-STEP-PREREQUISITE
               IF NOT PREREQUISITE-COMPLETED
                   MOVE 8 TO RETURN-CODE
                   GO TO PROG-EX
               END-IF
           END-IF.
           PERFORM ESTABLISH-AUDIT-SEQUENCE.
           OPEN EXTEND AUDIT-LOG-FILE.
           OPEN I-O ESCHEAT-REGISTER.
           OPEN INPUT ACCOUNT-MASTER.
           OPEN INPUT CUSTOMER-MASTER.
           IF STAGE-NOTICE
               PERFORM RUN-NOTICE-STAGE
           ELSE
               PERFORM RUN-REPORT-STAGE
           END-IF.
           CLOSE CUSTOMER-MASTER.
           CLOSE ACCOUNT-MASTER.
           CLOSE ESCHEAT-REGISTER.
           PERFORM WRITE-AUDIT-TRAILER.
           CLOSE AUDIT-LOG-FILE.
           IF ENTRIES-HELD-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
       PROG-EX.
           DISPLAY "END ESCHEAT".
           EXIT PROGRAM.
      *
      * RUN-NOTICE-STAGE - ONE PASS OVER THE MASTER, REGISTERING AND
      * LISTING EVERY ACCOUNT THAT HAS FALLEN DUE.
      *
       RUN-NOTICE-STAGE SECTION.
           MOVE RUN-DATE TO CUTOFF-DATE.
           SUBTRACT ESCHEATMENT-AGE-YEARS FROM CUTOFF-YEAR.
           OPEN OUTPUT NOTICE-LIST.
           PERFORM WRITE-NOTICE-HEADING.
           PERFORM READ-NEXT-ACCOUNT-MASTER.
           PERFORM NOTICE-ONE-ACCOUNT UNTIL END-OF-ACCOUNT-MASTER.
           MOVE SPACES TO REPORT-BUILD-LINE.
           PERFORM WRITE-NOTICE-LINE.
           MOVE ACCOUNTS-NOTICED-COUNT TO REPORT-COUNT-EDIT.
           MOVE NOTICED-BALANCE-TOTAL TO TOTAL-EDIT.
           STRING "ACCOUNTS NOTICED " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               "   BALANCES " DELIMITED BY SIZE
               TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-NOTICE-LINE.
           CLOSE NOTICE-LIST.
           DISPLAY "ACCOUNTS EXAMINED:        " ACCOUNTS-EXAMINED-COUNT.
           DISPLAY "ACCOUNTS NOTICED:         " ACCOUNTS-NOTICED-COUNT.
           DISPLAY "ALREADY NOTICED:          "
               ACCOUNTS-ALREADY-NOTICED.
           DISPLAY "BALANCES NOTICED:         " TOTAL-EDIT.
       EXIT.
      *
      * NOTICE-ONE-ACCOUNT - AN OPEN DORMANT ACCOUNT IN CREDIT, SILENT
      * SINCE THE CUTOFF, IS DUE. THE BRANCH'S OWN SUSPENSE AND
      * UNCLAIMED-PROPERTY ACCOUNTS (NUMBERS 997 TO 999) ARE NEVER
      * DUE - THE MONEY IN THEM IS NOT ONE CUSTOMER'S. AN ACCOUNT
      * ALREADY NOTICED IS LEFT FOR THE REPORT RUN.
      *
       NOTICE-ONE-ACCOUNT SECTION.
           ADD 1 TO ACCOUNTS-EXAMINED-COUNT.
           IF ACCOUNT-MASTER-DORMANT-FLAG NOT = "D"
               OR ACCOUNT-MASTER-CLOSED-DATE NOT = ZERO
               OR ACCOUNT-MASTER-BALANCE NOT > ZERO
               OR ACCOUNT-MASTER-LAST-ACTIVITY > CUTOFF-DATE
               OR ACCOUNT-MASTER-NUMBER NOT < "997"
               GO TO NOTICE-ONE-ACCOUNT-NEXT
           END-IF.
           MOVE "N" TO REGISTER-FOUND-SWITCH.
           MOVE ACCOUNT-MASTER-KEY TO ESCHEAT-ACCOUNT-KEY.
           READ ESCHEAT-REGISTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET REGISTER-ON-FILE TO TRUE
           END-READ.
           IF REGISTER-ON-FILE AND ESCHEAT-NOTICED
               ADD 1 TO ACCOUNTS-ALREADY-NOTICED
               GO TO NOTICE-ONE-ACCOUNT-NEXT
           END-IF.
      * A FRESH CYCLE KEEPS ONLY THE RUNNING TOTAL ALREADY HANDED
      * OVER; THE AUDIT TRAIL HOLDS THE EARLIER CYCLES' DETAIL.
           IF NOT REGISTER-ON-FILE
               MOVE SPACES TO ESCHEAT-REGISTER-RECORD
               MOVE ACCOUNT-MASTER-KEY TO ESCHEAT-ACCOUNT-KEY
               MOVE ZERO TO ESCHEAT-REMITTED-TOTAL
           END-IF.
           MOVE ACCOUNT-MASTER-CUSTOMER TO ESCHEAT-CUSTOMER.
           MOVE ACCOUNT-MASTER-ENTITY TO ESCHEAT-ENTITY.
           SET ESCHEAT-NOTICED TO TRUE.
           MOVE ACCOUNT-MASTER-LAST-ACTIVITY TO ESCHEAT-LAST-ACTIVITY.
           MOVE RUN-DATE TO ESCHEAT-NOTICE-DATE.
           MOVE ACCOUNT-MASTER-BALANCE TO ESCHEAT-NOTICE-BALANCE.
           MOVE ZERO TO ESCHEAT-REPORTED-DATE.
           MOVE ZERO TO ESCHEAT-WITHDRAWN-DATE.
           MOVE ZERO TO ESCHEAT-AMOUNT.
           MOVE SPACES TO ESCHEAT-LIABILITY-KEY.
           IF REGISTER-ON-FILE
               REWRITE ESCHEAT-REGISTER-RECORD
           ELSE
               WRITE ESCHEAT-REGISTER-RECORD
           END-IF.
           ADD 1 TO ACCOUNTS-NOTICED-COUNT.
           ADD ACCOUNT-MASTER-BALANCE TO NOTICED-BALANCE-TOTAL.
           MOVE ESCHEAT-ACCOUNT-KEY TO AUDIT-FIELD-NAME.
           MOVE "N" TO AUDIT-OLD-VALUE.
           MOVE "DONE" TO AUDIT-NEW-VALUE.
           PERFORM WRITE-AUDIT-RECORD.
           PERFORM READ-OWNING-CUSTOMER.
           MOVE ACCOUNT-MASTER-BALANCE TO REPORT-AMOUNT-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING ESCHEAT-ACCOUNT-KEY DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               ESCHEAT-CUSTOMER DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               REPORT-NAME-WORK DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               REPORT-AMOUNT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ESCHEAT-LAST-ACTIVITY DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-NOTICE-LINE.
           IF CUSTOMER-ON-FILE
               MOVE SPACES TO REPORT-BUILD-LINE
               STRING "                   " DELIMITED BY SIZE
                   CUSTOMER-ADDRESS-LINE-1 DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   CUSTOMER-ADDRESS-LINE-2 DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   CUSTOMER-POSTCODE DELIMITED BY SIZE
                   INTO REPORT-BUILD-LINE
               PERFORM WRITE-NOTICE-LINE
           END-IF.
       NOTICE-ONE-ACCOUNT-NEXT.
           PERFORM READ-NEXT-ACCOUNT-MASTER.
       EXIT.
      *
      * RUN-REPORT-STAGE - ONE PASS OVER THE REGISTER, REPORTING AND
      * TRANSFERRING EVERY NOTICED ENTRY STILL UNCLAIMED.
      *
       RUN-REPORT-STAGE SECTION.
           OPEN INPUT TERM-DEPOSITS.
           OPEN EXTEND ACCRUAL-FEED.
           OPEN OUTPUT ESCHEAT-REPORT.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM READ-NEXT-REGISTER-ENTRY.
           PERFORM REPORT-ONE-ENTRY UNTIL END-OF-ESCHEAT-REGISTER.
           MOVE SPACES TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE ENTRIES-REPORTED-COUNT TO REPORT-COUNT-EDIT.
           MOVE TRANSFERRED-TOTAL TO TOTAL-EDIT.
           STRING "ACCOUNTS REPORTED " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               "   TOTAL TRANSFERRED " DELIMITED BY SIZE
               TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           CLOSE ESCHEAT-REPORT.
           CLOSE ACCRUAL-FEED.
           CLOSE TERM-DEPOSITS.
           DISPLAY "ENTRIES EXAMINED:         " ENTRIES-EXAMINED-COUNT.
           DISPLAY "ENTRIES REPORTED:         " ENTRIES-REPORTED-COUNT.
           DISPLAY "ENTRIES WITHDRAWN:        "
               ENTRIES-WITHDRAWN-COUNT.
           DISPLAY "ENTRIES HELD:             " ENTRIES-HELD-COUNT.
           DISPLAY "NOTICED TODAY - WAITING:  " ENTRIES-WAITING-COUNT.
           DISPLAY "FEED RECORDS WRITTEN:     "
               FEED-RECORDS-WRITTEN-COUNT.
           DISPLAY "TOTAL TRANSFERRED:        " TOTAL-EDIT.
       EXIT.
      *
      * REPORT-ONE-ENTRY - A NOTICED ACCOUNT STILL DORMANT, UNMOVED
      * SINCE ITS NOTICE, OPEN AND IN CREDIT IS REPORTED AND ITS
      * WHOLE BALANCE TRANSFERRED. ONE THAT HAS MOVED, CLOSED OR
      * EMPTIED IS WITHDRAWN. ONE THAT CANNOT GO AHEAD - NO ACCOUNT,
      * A RUNNING TERM DEPOSIT, NO UNCLAIMED-PROPERTY ACCOUNT - IS
      * LISTED, LEFT AS IT IS, AND TRIED AGAIN ON THE NEXT RUN.
      *
       REPORT-ONE-ENTRY SECTION.
           IF NOT ESCHEAT-NOTICED
               GO TO REPORT-ONE-ENTRY-NEXT
           END-IF.
           ADD 1 TO ENTRIES-EXAMINED-COUNT.
           IF ESCHEAT-NOTICE-DATE = RUN-DATE
               ADD 1 TO ENTRIES-WAITING-COUNT
               GO TO REPORT-ONE-ENTRY-NEXT
           END-IF.
           MOVE SPACES TO ENTRY-HELD-NOTE.
           MOVE ESCHEAT-ACCOUNT-KEY TO ACCOUNT-MASTER-KEY.
           PERFORM READ-ACCOUNT-MASTER.
           IF ACCOUNT-NOT-FOUND
               MOVE "NO ACCOUNT" TO ENTRY-HELD-NOTE
               GO TO REPORT-ONE-ENTRY-HELD
           END-IF.
           IF ACCOUNT-MASTER-DORMANT-FLAG NOT = "D"
               OR ACCOUNT-MASTER-CLOSED-DATE NOT = ZERO
               OR ACCOUNT-MASTER-BALANCE NOT > ZERO
               OR ACCOUNT-MASTER-LAST-ACTIVITY
                   NOT = ESCHEAT-LAST-ACTIVITY
               PERFORM WITHDRAW-ONE-ENTRY
               GO TO REPORT-ONE-ENTRY-NEXT
           END-IF.
           MOVE ACCOUNT-MASTER-BALANCE TO ESCH-BALANCE.
           MOVE ACCOUNT-MASTER-WIDE-KEY TO ESCH-WIDE-KEY.
           MOVE ACCOUNT-MASTER-WIDE-KEY TO TD-WIDE-KEY.
           READ TERM-DEPOSITS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TD-ACTIVE
                       MOVE "TERM DEPOSIT RUNNING" TO ENTRY-HELD-NOTE
                   END-IF
           END-READ.
           IF ENTRY-HELD-NOTE NOT = SPACES
               GO TO REPORT-ONE-ENTRY-HELD
           END-IF.
      * THE BRANCH'S UNCLAIMED-PROPERTY ACCOUNT MUST BE ON FILE AND
      * OPEN BEFORE ANY MONEY IS MOVED.
           MOVE ESCHEAT-ACCOUNT-KEY(1:1)
               TO CHECK-DIGIT-WORK-STRING(1:1).
           MOVE "997" TO CHECK-DIGIT-WORK-STRING(2:3).
           PERFORM COMPUTE-CHECK-DIGIT.
           MOVE CHECK-DIGIT-WORK-STRING TO ESCH-LIABILITY-KEY(1:4).
           MOVE CHECK-DIGIT-COMPUTED TO ESCH-LIABILITY-KEY(5:1).
           MOVE ESCH-LIABILITY-KEY TO ACCOUNT-MASTER-KEY.
           PERFORM READ-ACCOUNT-MASTER.
           IF ACCOUNT-NOT-FOUND
               OR ACCOUNT-MASTER-CLOSED-DATE NOT = ZERO
               MOVE "NO UNCLAIMED ACCOUNT" TO ENTRY-HELD-NOTE
               GO TO REPORT-ONE-ENTRY-HELD
           END-IF.
           MOVE ESCHEAT-ACCOUNT-KEY TO FEED-ACCOUNT-KEY.
           MOVE ESCH-LIABILITY-KEY TO FEED-COUNTER-KEY.
           MOVE ESCH-WIDE-KEY TO FEED-WIDE-KEY.
           MOVE ACCOUNT-MASTER-WIDE-KEY TO FEED-COUNTER-WIDE-KEY.
           MOVE ESCH-BALANCE TO FEED-AMOUNT.
           PERFORM WRITE-FEED-RECORDS.
           SET ESCHEAT-TRANSFERRED TO TRUE.
           MOVE RUN-DATE TO ESCHEAT-REPORTED-DATE.
           MOVE ESCH-BALANCE TO ESCHEAT-AMOUNT.
           MOVE ESCH-LIABILITY-KEY TO ESCHEAT-LIABILITY-KEY.
           ADD ESCH-BALANCE TO ESCHEAT-REMITTED-TOTAL.
           REWRITE ESCHEAT-REGISTER-RECORD.
           ADD 1 TO ENTRIES-REPORTED-COUNT.
           ADD ESCH-BALANCE TO TRANSFERRED-TOTAL.
           MOVE ESCHEAT-ACCOUNT-KEY TO AUDIT-FIELD-NAME.
           MOVE "R" TO AUDIT-OLD-VALUE.
           MOVE "DONE" TO AUDIT-NEW-VALUE.
           PERFORM WRITE-AUDIT-RECORD.
           MOVE ESCHEAT-ACCOUNT-KEY TO AUDIT-FIELD-NAME.
           MOVE "T" TO AUDIT-OLD-VALUE.
           MOVE "DONE" TO AUDIT-NEW-VALUE.
           PERFORM WRITE-AUDIT-RECORD.
           PERFORM WRITE-REPORTED-LINE.
           GO TO REPORT-ONE-ENTRY-NEXT.
       REPORT-ONE-ENTRY-HELD.
           ADD 1 TO ENTRIES-HELD-COUNT.
           DISPLAY "UNCLAIMED ACCOUNT " ESCHEAT-ACCOUNT-KEY " HELD - "
               ENTRY-HELD-NOTE.
       REPORT-ONE-ENTRY-NEXT.
           PERFORM READ-NEXT-REGISTER-ENTRY.
       EXIT.
      *
      * WITHDRAW-ONE-ENTRY - THE CUSTOMER HAS BEEN HEARD FROM SINCE
      * THE NOTICE; THE ENTRY STAYS ON THE REGISTER, MARKED.
      *
       WITHDRAW-ONE-ENTRY SECTION.
           SET ESCHEAT-WITHDRAWN TO TRUE.
           MOVE RUN-DATE TO ESCHEAT-WITHDRAWN-DATE.
           REWRITE ESCHEAT-REGISTER-RECORD.
           ADD 1 TO ENTRIES-WITHDRAWN-COUNT.
           MOVE ESCHEAT-ACCOUNT-KEY TO AUDIT-FIELD-NAME.
           MOVE "W" TO AUDIT-OLD-VALUE.
           MOVE "DONE" TO AUDIT-NEW-VALUE.
           PERFORM WRITE-AUDIT-RECORD.
           DISPLAY "UNCLAIMED ACCOUNT " ESCHEAT-ACCOUNT-KEY
               " WITHDRAWN - MOVED SINCE ITS NOTICE".
       EXIT.
      *
      * WRITE-REPORTED-LINE - ONE REGULATORY REPORT LINE, WITH THE
      * OWNER'S NAME AND TAX IDENTIFIER FROM THE CUSTOMER MASTER.
      *
       WRITE-REPORTED-LINE SECTION.
           PERFORM READ-OWNING-CUSTOMER.
           MOVE ESCH-BALANCE TO REPORT-AMOUNT-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING ESCHEAT-ENTITY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ESCHEAT-ACCOUNT-KEY DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               ESCHEAT-CUSTOMER DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               REPORT-NAME-WORK DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CUSTOMER-TAX-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ESCHEAT-LAST-ACTIVITY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ESCHEAT-NOTICE-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               REPORT-AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
       EXIT.
      *
      * READ-OWNING-CUSTOMER - THE REGISTERED OWNER. AN ACCOUNT WITH
      * NO CUSTOMER, OR ONE WHOSE CUSTOMER IS MISSING, IS STILL
      * LISTED - FLAGGED SO THE BACK OFFICE CAN FIX THE LINK.
      *
       READ-OWNING-CUSTOMER SECTION.
           MOVE "N" TO CUSTOMER-FOUND-SWITCH.
           IF ESCHEAT-CUSTOMER NOT = SPACES
               MOVE ESCHEAT-CUSTOMER TO CUSTOMER-MASTER-NUMBER
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CUSTOMER-ON-FILE TO TRUE
               END-READ
           END-IF.
           IF CUSTOMER-ON-FILE
               MOVE CUSTOMER-NAME TO REPORT-NAME-WORK
           ELSE
               MOVE SPACES TO CUSTOMER-MASTER-RECORD
               MOVE "*** NO CUSTOMER ON FILE ***" TO REPORT-NAME-WORK
           END-IF.
       EXIT.
      *
      * WRITE-FEED-RECORDS - FEED-AMOUNT AS ONE OR MORE GENERATED
      * TRANSFERS ON FEED-ACCOUNT-KEY, EACH NO LARGER THAN ONE RECORD
      * CARRIES.
      *
       WRITE-FEED-RECORDS SECTION.
           MOVE FEED-AMOUNT TO FEED-REMAINING.
           PERFORM WRITE-ONE-FEED-RECORD
               UNTIL FEED-REMAINING = ZERO.
       EXIT.
      *
      * WRITE-ONE-FEED-RECORD - ONE RAW-FEED DETAIL RECORD: THE
      * DORMANT ACCOUNT'S OWN KEY AS THE STRING PART, "ESCH" IN THE
      * SECOND PART SO THE TRAIL SHOWS WHAT IT WAS, THE
      * UNCLAIMED-PROPERTY ACCOUNT'S FULL KEY AS THE COUNTER ACCOUNT,
      * AND A FRESHLY COMPUTED CHECK DIGIT. BOTH ACCOUNTS' WIDE KEYS
      * GO IN THE WIDE-KEY COLUMNS.
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
           MOVE "ESCH" TO ACCR-STRING-PART2.
           MOVE FEED-PIECE-AMOUNT TO FEED-PIECE-WHOLE.
           COMPUTE FEED-PIECE-FRACTION =
               (FEED-PIECE-AMOUNT - FEED-PIECE-WHOLE) * 10000.
           MOVE FEED-PIECE-WHOLE TO ACCR-NUMBER-PART1.
           MOVE FEED-PIECE-FRACTION TO ACCR-NUMBER-PART2.
           MOVE "T" TO ACCR-TRANSACTION-TYPE.
           MOVE ACCR-STRING-PART1 TO CHECK-DIGIT-WORK-STRING.
           PERFORM COMPUTE-CHECK-DIGIT.
           MOVE CHECK-DIGIT-COMPUTED TO ACCR-CHECK-DIGIT.
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
       WRITE-NOTICE-HEADING SECTION.
           ADD 1 TO REPORT-PAGE-NUMBER.
           MOVE RUN-DATE TO NOTICE-HEADING-DATE.
           MOVE ESCHEATMENT-AGE-YEARS TO NOTICE-HEADING-AGE.
           MOVE REPORT-PAGE-NUMBER TO NOTICE-HEADING-PAGE.
           MOVE NOTICE-HEADING-LINE TO NOTICE-LIST-LINE.
           WRITE NOTICE-LIST-LINE AFTER ADVANCING PAGE.
           MOVE SPACES TO NOTICE-LIST-LINE.
           WRITE NOTICE-LIST-LINE AFTER ADVANCING 1 LINE.
           MOVE NOTICE-COLUMN-LINE TO NOTICE-LIST-LINE.
           WRITE NOTICE-LIST-LINE AFTER ADVANCING 1 LINE.
           MOVE 3 TO REPORT-LINE-COUNT.
       EXIT.
      *
       WRITE-NOTICE-LINE SECTION.
           IF REPORT-LINE-COUNT NOT < REPORT-PAGE-DEPTH
               PERFORM WRITE-NOTICE-HEADING
           END-IF.
           MOVE REPORT-BUILD-LINE TO NOTICE-LIST-LINE.
           WRITE NOTICE-LIST-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO REPORT-LINE-COUNT.
       EXIT.
      *
       WRITE-REPORT-HEADING SECTION.
           ADD 1 TO REPORT-PAGE-NUMBER.
           MOVE RUN-DATE TO REPORT-HEADING-DATE.
           MOVE REPORT-PAGE-NUMBER TO REPORT-HEADING-PAGE.
           MOVE REPORT-HEADING-LINE TO ESCHEAT-REPORT-LINE.
           WRITE ESCHEAT-REPORT-LINE AFTER ADVANCING PAGE.
           MOVE SPACES TO ESCHEAT-REPORT-LINE.
           WRITE ESCHEAT-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE REPORT-COLUMN-LINE TO ESCHEAT-REPORT-LINE.
           WRITE ESCHEAT-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE 3 TO REPORT-LINE-COUNT.
       EXIT.
      *
       WRITE-REPORT-LINE SECTION.
           IF REPORT-LINE-COUNT NOT < REPORT-PAGE-DEPTH
               PERFORM WRITE-REPORT-HEADING
           END-IF.
           MOVE REPORT-BUILD-LINE TO ESCHEAT-REPORT-LINE.
           WRITE ESCHEAT-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO REPORT-LINE-COUNT.
       EXIT.
      *
       READ-NEXT-ACCOUNT-MASTER SECTION.
           READ ACCOUNT-MASTER NEXT RECORD
               AT END
                   SET END-OF-ACCOUNT-MASTER TO TRUE
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
       READ-NEXT-REGISTER-ENTRY SECTION.
           READ ESCHEAT-REGISTER NEXT RECORD
               AT END
                   SET END-OF-ESCHEAT-REGISTER TO TRUE
           END-READ.
       EXIT.
      *
      * WRITE-AUDIT-RECORD / ESTABLISH-AUDIT-SEQUENCE /
      * WRITE-AUDIT-TRAILER - THE SAME CHAIN DISCIPLINE TEST APPLIES.
      *
       WRITE-AUDIT-RECORD SECTION.
           MOVE "ESCHEAT" TO AUDIT-PROGRAM-NAME.
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
      * CHECK-STEP-PREREQUISITE - THE NAMED PREREQUISITE MUST HAVE
      * ENDED CLEAN TODAY; OTHERWISE THIS STEP REFUSES TO START AND
      * SAYS SO ON THE ALERT FILE. KEEP IN STEP WITH THE SAME
      * SECTIONS IN THE OTHER STREAM PROGRAMS.
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
       END PROGRAM ESCHEAT.
