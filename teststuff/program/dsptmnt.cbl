       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSPTMNT.
      *
      *
      * CUSTOMER DISPUTES AND CHARGEBACKS. WHEN A CUSTOMER DISPUTES A
      * DEBIT THE BANK OWES A PROVISIONAL CREDIT WHILE IT LOOKS INTO
      * IT, AND AT THE END EITHER MAKES THE CREDIT FINAL OR TAKES IT
      * BACK - ALL OF WHICH USED TO BE HAND-KEYED. THIS JOB READS THE
      * BRANCH'S DISPUTE CARDS IN THE SAME SHAPE MNDTMNT TAKES ITS
      * CARDS, KEEPS THE INDEXED DISPUTE FILE, AND WRITES THE MONEY
      * ONTO THE END OF ACCRFEED FOR TOMORROW'S DAILY RUN:
      *
      * AN OPEN CARD NAMES THE DISPUTED DEBIT THE WAY TXNTRACE DOES -
      * ITS TRANSACTION NUMBER AND THE DATE IT POSTED - ON THE
      * ACCOUNT IT CAME OFF, WHICH MUST BE ON THE MASTER AND OPEN.
      * THE DEBIT MUST BE ON THE POSTING TRAIL AND NOT ALREADY UNDER
      * A DISPUTE. THE DISPUTE TAKES THE NEXT NUMBER, MUST BE
      * RESOLVED BY THE RESOLVE-DEADLINE DAYS'TH BUSINESS DAY, AND
      * ITS PROVISIONAL CREDIT ("DSPP") IS WRITTEN AT ONCE - THE
      * WHOLE DEBIT, OR THE PART OF IT THE CARD GIVES.
      *
      * A FINAL CARD RESOLVES AN OPEN DISPUTE FOR THE CUSTOMER: THE
      * FINAL CREDIT ("DSPF") IS WRITTEN AND THE PROVISIONAL ONE
      * BACKED OUT BEHIND IT, SO THE ACCOUNT KEEPS THE MONEY AND THE
      * TRAIL AND THE LEDGER SHOW IT AS FINAL. A REVERSE CARD
      * RESOLVES IT AGAINST THE CUSTOMER: THE PROVISIONAL CREDIT IS
      * TAKEN BACK ("DSPR").
      *
      * EVERY DECISION GOES TO THE AUDITLOG TRAIL UNDER THE DISPUTE
      * NUMBER (THE ACCOUNT KEY ON A REFUSED OPEN) AND THE DISPUTED
      * TRANSACTION NUMBER. RUNS AFTER ACCRUE AND BEFORE ACCTCLOS,
      * LIKE EVERY STEP THAT APPENDS TO ACCRFEED. THE RESOLVE-
      * DEADLINE DAYS COME FROM THE PARAMETER MASTER, ELSE THE SYSIN
      * CARD, ELSE THIRTY BUSINESS DAYS.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * KEEP IN STEP WITH TEST'S SPECIAL-NAMES.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL - THE FILE ONLY EXISTS ONCE A DISPUTE HAS BEEN
      * OPENED.
           SELECT OPTIONAL DISPUTE-FILE ASSIGN TO "DISPUTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DISPUTE-NUMBER.
      * ACCOUNT-MASTER - THE ACCOUNT AN OPEN CARD NAMES MUST BE HERE
      * AND NOT CLOSED.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-MASTER-WIDE-KEY
               ALTERNATE RECORD KEY IS ACCOUNT-MASTER-KEY
                   WITH DUPLICATES.
      * POSTED-TRANSACTIONS - READ THROUGH FOR EACH OPEN CARD'S
      * DEBIT.
           SELECT POSTED-TRANSACTIONS ASSIGN TO "POSTEDTX"
               ORGANIZATION IS LINE SEQUENTIAL.
      * DISPUTE-CARDS - ONE CARD PER DISPUTE OPENED OR RESOLVED.
           SELECT OPTIONAL DISPUTE-CARDS ASSIGN TO "DSPTCARD"
               ORGANIZATION IS LINE SEQUENTIAL.
      * ACCRUAL-FEED - TODAY'S GENERATED TRANSACTIONS; THE CREDITS
      * AND REVERSALS ARE APPENDED BEHIND THEM.
           SELECT ACCRUAL-FEED ASSIGN TO "ACCRFEED"
               ORGANIZATION IS LINE SEQUENTIAL.
      * AUDIT-LOG-FILE - THE SAME CHAIN DISCIPLINE ACCTMNT FOLLOWS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-CALENDAR ASSIGN TO "BUSIDAYS"
               ORGANIZATION IS LINE SEQUENTIAL.
      * PARAMETER-MASTER - THE EFFECTIVE-DATED SETTINGS FILE. A
      * SETTING WITH A ROW IN FORCE ON THE RUN DATE OVERRIDES THE
      * PROGRAM'S OWN DEFAULT; WITH NONE THE DEFAULT STANDS.
           SELECT OPTIONAL PARAMETER-MASTER ASSIGN TO "PARMMAST"
               ORGANIZATION IS LINE SEQUENTIAL.
      * STEP-LEDGER - THE STREAM'S START/CLEAN-END LEDGER; THIS STEP
      * REFUSES TO START AHEAD OF ITS PREREQUISITE.
           SELECT STEP-LEDGER ASSIGN TO "STEPLEDG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERATIONS-ALERT-FILE ASSIGN TO "OPSALERT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DISPUTEMASTER.
      *
       FD  ACCOUNT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY ACCTMASTER.
      *
       FD  POSTED-TRANSACTIONS
           LABEL RECORDS ARE STANDARD.
           COPY POSTEDTXN.
      *
       FD  DISPUTE-CARDS
           LABEL RECORDS ARE STANDARD.
       01  DISPUTE-CARD.
        05       CARD-ACTION             PIC X.
         88      CARD-OPEN                   VALUE "O".
         88      CARD-FINAL                  VALUE "F".
         88      CARD-REVERSE                VALUE "R".
      * CARD-DISPUTE-NUMBER - ON A FINAL OR REVERSE CARD; BLANK ON AN
      * OPEN CARD, WHICH IS GIVEN THE NEXT NUMBER.
        05       CARD-DISPUTE-NUMBER     PIC X(8).
      * THE REST IS ON AN OPEN CARD ONLY: THE DISPUTED DEBIT, THE
      * AMOUNT DISPUTED (ZERO FOR THE WHOLE DEBIT) AND THE REASON.
        05       CARD-ACCOUNT-KEY        PIC X(5).
        05       CARD-TXN-NUMBER         PIC 9(4).
        05       CARD-POSTED-DATE        PIC 9(8).
        05       CARD-AMOUNT             PIC 9(7)V99.
        05       CARD-REASON             PIC X(4).
        05       FILLER                  PIC X(41).
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
        05       ACCR-AMOUNT-SIGN        PIC X.
        05       ACCR-PRIOR-STATUS       PIC X.
        05       ACCR-STRING-TYPE        PIC X.
        05       ACCR-COUNTER-ACCOUNT-KEY PIC X(5).
        05       ACCR-GENERATED-SOURCE   PIC X.
        05       ACCR-RETRY-ATTEMPT      PIC X(2).
        05       ACCR-CREDITOR-REFERENCE PIC X(8).
        05       FILLER                  PIC X(1).
      * THE ACCOUNT'S WIDE KEY, IN THE FEED'S WIDE-KEY COLUMN.
        05       ACCR-WIDE-ACCOUNT-KEY   PIC X(7).
        05       FILLER                  PIC X(19).
      *
       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITRECORD.
      *
      * KEEP THIS LAYOUT IN STEP WITH BUSINESS-CALENDAR-RECORD IN
      * TEST.
       FD  BUSINESS-CALENDAR
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-CALENDAR-RECORD.
        05       CALENDAR-DATE           PIC 9(8).
        05       CALENDAR-DAY-TYPE       PIC X.
      *
       FD  PARAMETER-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY PARMMASTER.
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
       01  DISPUTE-CARDS-SWITCH         PIC X VALUE "N".
         88      END-OF-DISPUTE-CARDS       VALUE "Y".
       01  DISPUTE-SCAN-SWITCH          PIC X VALUE "N".
         88      END-OF-DISPUTE-SCAN        VALUE "Y".
       01  POSTED-TRANSACTIONS-SWITCH   PIC X VALUE "N".
         88      END-OF-POSTED-TRANSACTIONS VALUE "Y".
       01  AUDIT-LOG-READ-SWITCH        PIC X VALUE "N".
         88      END-OF-AUDIT-LOG            VALUE "Y".
       01  BUSINESS-CALENDAR-SWITCH     PIC X VALUE "N".
         88      END-OF-BUSINESS-CALENDAR   VALUE "Y".
       01  DISPUTE-FOUND-SWITCH         PIC X VALUE "N".
         88      DISPUTE-ON-FILE             VALUE "Y".
       01  ACCOUNT-FOUND-SWITCH         PIC X VALUE "N".
         88      ACCOUNT-ON-FILE             VALUE "Y".
       01  POSTING-FOUND-SWITCH         PIC X VALUE "N".
         88      POSTING-FOUND               VALUE "Y".
       01  ALREADY-DISPUTED-SWITCH      PIC X VALUE "N".
         88      ALREADY-DISPUTED            VALUE "Y".
       01  CARD-REFUSED-SWITCH          PIC X VALUE "N".
         88      CARD-REFUSED                VALUE "Y".
       01  CARD-REFUSAL-REASON          PIC X(20) VALUE SPACES.
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
       01  RESOLVE-DEADLINE-DAYS        PIC 9(4) VALUE ZERO.
      *
       01  HIGHEST-DISPUTE-NUMBER       PIC 9(8) VALUE ZERO.
       01  NEW-DISPUTE-NUMBER           PIC 9(8) VALUE ZERO.
       01  POSTING-TXN-WORK             PIC 9(4) VALUE ZERO.
       01  POSTING-MAGNITUDE            PIC 9(7)V99 VALUE ZERO.
       01  DISPUTED-AMOUNT-WORK         PIC 9(7)V99 VALUE ZERO.
       01  DEADLINE-DATE-WORK           PIC 9(8) VALUE ZERO.
       01  DEADLINE-DAYS-COUNTED        PIC 9(4) VALUE ZERO.
      *
       01  BUSINESS-DATE-TABLE.
        05       BUSINESS-DATE-ENTRY OCCURS 1500 TIMES.
         10      BUSINESS-TABLE-DATE     PIC 9(8).
       01  BUSINESS-DATE-COUNT          PIC 9(4) VALUE ZERO.
       01  BUSINESS-DATE-IDX            PIC 9(4) VALUE 1.
      *
      * ONE FEED AMOUNT - WRITTEN IN PIECES NO LARGER THAN THE
      * NUMBER PARTS CAN CARRY, THE WAY ACCTCLOS WRITES ITS PAYOUTS.
       01  FEED-ACCOUNT-KEY             PIC X(5) VALUE SPACES.
       01  FEED-WIDE-KEY                PIC X(7) VALUE SPACES.
       01  FEED-MARK                    PIC X(4) VALUE SPACES.
       01  FEED-AMOUNT-SIGN             PIC X VALUE SPACE.
       01  FEED-AMOUNT                  PIC 9(7)V99 VALUE ZERO.
       01  FEED-REMAINING               PIC 9(7)V99 VALUE ZERO.
       01  FEED-PIECE-AMOUNT            PIC 9(4)V99 VALUE ZERO.
       01  FEED-PIECE-CEILING           PIC 9(4)V99 VALUE 9999,99.
       01  FEED-PIECE-WHOLE             PIC 9(4) VALUE ZERO.
       01  FEED-PIECE-FRACTION          PIC 9(4) VALUE ZERO.
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
       01  CARDS-APPLIED-COUNT          PIC 9(8) VALUE ZERO.
       01  CARDS-REFUSED-COUNT          PIC 9(8) VALUE ZERO.
       01  DISPUTES-OPENED-COUNT        PIC 9(8) VALUE ZERO.
       01  DISPUTES-FINAL-COUNT         PIC 9(8) VALUE ZERO.
       01  DISPUTES-REVERSED-COUNT      PIC 9(8) VALUE ZERO.
       01  FEED-RECORDS-WRITTEN-COUNT   PIC 9(8) VALUE ZERO.
       01  PROVISIONAL-CREDIT-TOTAL     PIC 9(9)V99 VALUE ZERO.
       01  FINAL-CREDIT-TOTAL           PIC 9(9)V99 VALUE ZERO.
       01  REVERSED-CREDIT-TOTAL        PIC 9(9)V99 VALUE ZERO.
       01  AMOUNT-EDIT                  PIC -ZZZ.ZZZ.ZZ9,99.
       01  TOTAL-EDIT                   PIC -ZZZ.ZZZ.ZZ9,99.
      *
      * AUDIT-CHAIN WORK FIELDS - RE-ESTABLISHED FROM THE TRAIL
      * BEFORE THE OPEN EXTEND SO THE CHAIN CONTINUES UNBROKEN.
       01  AUDIT-SEQUENCE-NUMBER        PIC 9(8) VALUE ZERO.
       01  AUDIT-DATA-ENTRY-COUNT       PIC 9(8) VALUE ZERO.
      *
      * PARAMETER-LOOKUP WORK FIELDS - THE SETTING ASKED FOR, AND
      * THE ROW IN FORCE FOR IT ON THE RUN DATE IF THERE IS ONE.
      * KEEP IN STEP WITH THE SAME FIELDS IN TEST.
       01  PARAMETER-MASTER-SWITCH      PIC X VALUE "N".
         88      END-OF-PARAMETER-MASTER    VALUE "Y".
       01  PARM-LOOKUP-NAME             PIC X(24) VALUE SPACES.
       01  PARM-LOOKUP-SWITCH           PIC X VALUE "N".
         88      PARM-LOOKUP-FOUND          VALUE "Y".
       01  PARM-LOOKUP-EFFECTIVE-DATE   PIC 9(8) VALUE ZERO.
       01  PARM-LOOKUP-VALUE            PIC 9(9)V99 VALUE ZERO.
      *
      * STEP-LEDGER WORK FIELDS - THE PREREQUISITE THIS STEP WAITS
      * ON AND THE LEDGER-WALK STATE.
       01  STEP-LEDGER-SWITCH           PIC X VALUE "N".
         88      END-OF-STEP-LEDGER         VALUE "Y".
       01  STEP-PREREQ-SWITCH           PIC X VALUE "N".
         88      PREREQUISITE-COMPLETED     VALUE "Y".
       01  STEP-PROGRAM-NAME            PIC X(8) VALUE "DSPTMNT".
       01  STEP-PREREQ-NAME             PIC X(8) VALUE "ACCRUE".
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           DISPLAY "START DSPTMNT".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
      * THE SEQUENCER'S GATE - ACCRUE RECREATES ACCRFEED, SO CREDITS
      * APPENDED AHEAD OF IT WOULD BE LOST.
           PERFORM CHECK-STEP-PREREQUISITE.
           IF NOT PREREQUISITE-COMPLETED
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           ACCEPT RESOLVE-DEADLINE-DAYS FROM SYSIN.
           MOVE "RESOLVE-DEADLINE-DAYS" TO PARM-LOOKUP-NAME.
           PERFORM LOOK-UP-PARAMETER.
           IF PARM-LOOKUP-FOUND
               MOVE PARM-LOOKUP-VALUE TO RESOLVE-DEADLINE-DAYS
           END-IF.
           IF RESOLVE-DEADLINE-DAYS = ZERO
               MOVE 30 TO RESOLVE-DEADLINE-DAYS
           END-IF.
           PERFORM LOAD-BUSINESS-DATES.
           PERFORM ESTABLISH-AUDIT-SEQUENCE.
           OPEN EXTEND AUDIT-LOG-FILE.
           OPEN I-O DISPUTE-FILE.
           PERFORM FIND-HIGHEST-DISPUTE.
           OPEN INPUT ACCOUNT-MASTER.
           OPEN EXTEND ACCRUAL-FEED.
           OPEN INPUT DISPUTE-CARDS.
           PERFORM READ-DISPUTE-CARD.
           PERFORM APPLY-ONE-CARD UNTIL END-OF-DISPUTE-CARDS.
           CLOSE DISPUTE-CARDS.
           CLOSE ACCRUAL-FEED.
           CLOSE ACCOUNT-MASTER.
           CLOSE DISPUTE-FILE.
           PERFORM WRITE-AUDIT-TRAILER.
           CLOSE AUDIT-LOG-FILE.
           DISPLAY "CARDS APPLIED:        " CARDS-APPLIED-COUNT.
           DISPLAY "CARDS REFUSED:        " CARDS-REFUSED-COUNT.
           DISPLAY "DISPUTES OPENED:      " DISPUTES-OPENED-COUNT.
           DISPLAY "RESOLVED FINAL:       " DISPUTES-FINAL-COUNT.
           DISPLAY "RESOLVED REVERSED:    " DISPUTES-REVERSED-COUNT.
           DISPLAY "FEED RECORDS WRITTEN: " FEED-RECORDS-WRITTEN-COUNT.
           MOVE PROVISIONAL-CREDIT-TOTAL TO TOTAL-EDIT.
           DISPLAY "PROVISIONAL CREDITS:  " TOTAL-EDIT.
           MOVE FINAL-CREDIT-TOTAL TO TOTAL-EDIT.
           DISPLAY "CREDITS MADE FINAL:   " TOTAL-EDIT.
           MOVE REVERSED-CREDIT-TOTAL TO TOTAL-EDIT.
           DISPLAY "CREDITS REVERSED:     " TOTAL-EDIT.
           IF CARDS-REFUSED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
       PROG-EX.
           DISPLAY "END DSPTMNT".
           EXIT PROGRAM.
      *
      * APPLY-ONE-CARD - APPLIES THE ACTION. THE FIRST FAILURE NAMES
      * THE REFUSAL REASON; EVERY DECISION GOES TO THE AUDIT TRAIL.
      *
       APPLY-ONE-CARD SECTION.
           MOVE "N" TO CARD-REFUSED-SWITCH.
           MOVE SPACES TO CARD-REFUSAL-REASON.
           MOVE ZERO TO NEW-DISPUTE-NUMBER.
           EVALUATE TRUE
               WHEN CARD-OPEN
                   PERFORM OPEN-DISPUTE
               WHEN CARD-FINAL
                   PERFORM MAKE-DISPUTE-FINAL
               WHEN CARD-REVERSE
                   PERFORM REVERSE-DISPUTE
               WHEN OTHER
                   SET CARD-REFUSED TO TRUE
                   MOVE "UNKNOWN ACTION" TO CARD-REFUSAL-REASON
           END-EVALUATE.
           IF CARD-REFUSED
               ADD 1 TO CARDS-REFUSED-COUNT
               DISPLAY "CARD REFUSED (" CARD-REFUSAL-REASON "): "
                   CARD-ACTION " " CARD-DISPUTE-NUMBER " "
                   CARD-ACCOUNT-KEY
               MOVE "DENY" TO AUDIT-NEW-VALUE
           ELSE
               ADD 1 TO CARDS-APPLIED-COUNT
               MOVE "DONE" TO AUDIT-NEW-VALUE
           END-IF.
           MOVE "DSPTMNT" TO AUDIT-PROGRAM-NAME.
           IF CARD-OPEN
               IF CARD-REFUSED
                   MOVE CARD-ACCOUNT-KEY TO AUDIT-FIELD-NAME
               ELSE
                   MOVE NEW-DISPUTE-NUMBER TO AUDIT-FIELD-NAME
               END-IF
           ELSE
               MOVE CARD-DISPUTE-NUMBER TO AUDIT-FIELD-NAME
           END-IF.
           MOVE CARD-ACTION TO AUDIT-OLD-VALUE.
           MOVE SPACES TO AUDIT-OPERATOR-ID.
           IF CARD-REFUSED
               OR CARD-OPEN
               MOVE ZERO TO AUDIT-TXN-NUMBER
               IF CARD-TXN-NUMBER NUMERIC
                   MOVE CARD-TXN-NUMBER TO AUDIT-TXN-NUMBER
               END-IF
           ELSE
               MOVE DISPUTE-TXN-NUMBER TO AUDIT-TXN-NUMBER
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.
           PERFORM READ-DISPUTE-CARD.
       EXIT.
      *
      * OPEN-DISPUTE - THE ACCOUNT MUST BE ON THE MASTER AND OPEN,
      * THE DEBIT ON THE TRAIL AND NOT ALREADY DISPUTED, AND ANY
      * AMOUNT GIVEN NO MORE THAN THE DEBIT. THE DISPUTE IS WRITTEN
      * FIRST AND THE PROVISIONAL CREDIT ONLY ONCE IT IS ON FILE.
      *
       OPEN-DISPUTE SECTION.
           IF CARD-ACCOUNT-KEY = SPACES
               SET CARD-REFUSED TO TRUE
               MOVE "NO ACCOUNT KEY" TO CARD-REFUSAL-REASON
               GO TO OPEN-DISPUTE-EX
           END-IF.
           IF CARD-TXN-NUMBER NOT NUMERIC
               OR CARD-POSTED-DATE NOT NUMERIC
               SET CARD-REFUSED TO TRUE
               MOVE "POSTING INVALID" TO CARD-REFUSAL-REASON
               GO TO OPEN-DISPUTE-EX
           END-IF.
           IF CARD-AMOUNT NOT NUMERIC
               SET CARD-REFUSED TO TRUE
               MOVE "AMOUNT INVALID" TO CARD-REFUSAL-REASON
               GO TO OPEN-DISPUTE-EX
           END-IF.
           IF CARD-REASON = SPACES
               SET CARD-REFUSED TO TRUE
               MOVE "NO REASON" TO CARD-REFUSAL-REASON
               GO TO OPEN-DISPUTE-EX
           END-IF.
           MOVE "N" TO ACCOUNT-FOUND-SWITCH.
           MOVE CARD-ACCOUNT-KEY TO ACCOUNT-MASTER-KEY.
           READ ACCOUNT-MASTER KEY IS ACCOUNT-MASTER-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ACCOUNT-ON-FILE TO TRUE
           END-READ.
           IF NOT ACCOUNT-ON-FILE
               SET CARD-REFUSED TO TRUE
               MOVE "NO ACCOUNT" TO CARD-REFUSAL-REASON
               GO TO OPEN-DISPUTE-EX
           END-IF.
           IF ACCOUNT-MASTER-CLOSED-DATE NOT = ZERO
               SET CARD-REFUSED TO TRUE
               MOVE "ACCOUNT CLOSED" TO CARD-REFUSAL-REASON
               GO TO OPEN-DISPUTE-EX
           END-IF.
           PERFORM LOCATE-DISPUTED-POSTING.
           IF NOT POSTING-FOUND
               SET CARD-REFUSED TO TRUE
               MOVE "NO SUCH DEBIT" TO CARD-REFUSAL-REASON
               GO TO OPEN-DISPUTE-EX
           END-IF.
           PERFORM CHECK-ALREADY-DISPUTED.
           IF ALREADY-DISPUTED
               SET CARD-REFUSED TO TRUE
               MOVE "ALREADY DISPUTED" TO CARD-REFUSAL-REASON
               GO TO OPEN-DISPUTE-EX
           END-IF.
           IF CARD-AMOUNT > POSTING-MAGNITUDE
               SET CARD-REFUSED TO TRUE
               MOVE "OVER DEBIT AMOUNT" TO CARD-REFUSAL-REASON
               GO TO OPEN-DISPUTE-EX
           END-IF.
           IF CARD-AMOUNT = ZERO
               MOVE POSTING-MAGNITUDE TO DISPUTED-AMOUNT-WORK
           ELSE
               MOVE CARD-AMOUNT TO DISPUTED-AMOUNT-WORK
           END-IF.
           PERFORM FIND-RESOLVE-DEADLINE.
           COMPUTE NEW-DISPUTE-NUMBER = HIGHEST-DISPUTE-NUMBER + 1.
           MOVE NEW-DISPUTE-NUMBER TO DISPUTE-NUMBER.
           MOVE CARD-ACCOUNT-KEY TO DISPUTE-ACCOUNT-KEY.
           MOVE CARD-TXN-NUMBER TO DISPUTE-TXN-NUMBER.
           MOVE CARD-POSTED-DATE TO DISPUTE-POSTED-DATE.
           MOVE POSTING-MAGNITUDE TO DISPUTE-POSTED-AMOUNT.
           MOVE DISPUTED-AMOUNT-WORK TO DISPUTE-AMOUNT.
           MOVE CARD-REASON TO DISPUTE-REASON.
           SET DISPUTE-OPEN TO TRUE.
           MOVE RUN-DATE TO DISPUTE-OPENED-DATE.
           MOVE RUN-DATE TO DISPUTE-CREDIT-DATE.
           MOVE DEADLINE-DATE-WORK TO DISPUTE-DEADLINE-DATE.
           MOVE ZERO TO DISPUTE-RESOLVED-DATE.
           WRITE DISPUTE-RECORD
               INVALID KEY
                   SET CARD-REFUSED TO TRUE
                   MOVE "WRITE FAILED" TO CARD-REFUSAL-REASON
           END-WRITE.
           IF CARD-REFUSED
               GO TO OPEN-DISPUTE-EX
           END-IF.
           MOVE NEW-DISPUTE-NUMBER TO HIGHEST-DISPUTE-NUMBER.
           MOVE DISPUTE-ACCOUNT-KEY TO FEED-ACCOUNT-KEY.
           MOVE "DSPP" TO FEED-MARK.
           MOVE SPACE TO FEED-AMOUNT-SIGN.
           MOVE DISPUTE-AMOUNT TO FEED-AMOUNT.
           PERFORM WRITE-FEED-RECORDS.
           ADD 1 TO DISPUTES-OPENED-COUNT.
           ADD DISPUTE-AMOUNT TO PROVISIONAL-CREDIT-TOTAL.
           MOVE DISPUTE-AMOUNT TO AMOUNT-EDIT.
           DISPLAY "DISPUTE " DISPUTE-NUMBER " OPENED ON "
               DISPUTE-ACCOUNT-KEY " TXN " DISPUTE-TXN-NUMBER " OF "
               DISPUTE-POSTED-DATE " CREDIT " AMOUNT-EDIT
               " DUE " DISPUTE-DEADLINE-DATE.
       OPEN-DISPUTE-EX.
       EXIT.
      *
      * MAKE-DISPUTE-FINAL - THE CUSTOMER IS UPHELD. THE FINAL CREDIT
      * GOES ON THE FEED AHEAD OF THE PROVISIONAL ONE'S BACK-OUT, SO
      * THE ACCOUNT NEVER DIPS BETWEEN THE TWO.
      *
       MAKE-DISPUTE-FINAL SECTION.
           PERFORM LOCATE-CARD-DISPUTE.
           IF CARD-REFUSED
               GO TO MAKE-DISPUTE-FINAL-EX
           END-IF.
           SET DISPUTE-FINAL TO TRUE.
           MOVE RUN-DATE TO DISPUTE-RESOLVED-DATE.
           REWRITE DISPUTE-RECORD
               INVALID KEY
                   SET CARD-REFUSED TO TRUE
                   MOVE "REWRITE FAILED" TO CARD-REFUSAL-REASON
           END-REWRITE.
           IF CARD-REFUSED
               GO TO MAKE-DISPUTE-FINAL-EX
           END-IF.
           MOVE DISPUTE-ACCOUNT-KEY TO FEED-ACCOUNT-KEY.
           MOVE DISPUTE-AMOUNT TO FEED-AMOUNT.
           MOVE "DSPF" TO FEED-MARK.
           MOVE SPACE TO FEED-AMOUNT-SIGN.
           PERFORM WRITE-FEED-RECORDS.
           MOVE "DSPP" TO FEED-MARK.
           MOVE "-" TO FEED-AMOUNT-SIGN.
           PERFORM WRITE-FEED-RECORDS.
           ADD 1 TO DISPUTES-FINAL-COUNT.
           ADD DISPUTE-AMOUNT TO FINAL-CREDIT-TOTAL.
           DISPLAY "DISPUTE " DISPUTE-NUMBER " RESOLVED - CREDIT FINAL".
       MAKE-DISPUTE-FINAL-EX.
       EXIT.
      *
      * REVERSE-DISPUTE - THE CUSTOMER IS NOT UPHELD AND THE
      * PROVISIONAL CREDIT IS TAKEN BACK OFF THE ACCOUNT.
      *
       REVERSE-DISPUTE SECTION.
           PERFORM LOCATE-CARD-DISPUTE.
           IF CARD-REFUSED
               GO TO REVERSE-DISPUTE-EX
           END-IF.
           SET DISPUTE-REVERSED TO TRUE.
           MOVE RUN-DATE TO DISPUTE-RESOLVED-DATE.
           REWRITE DISPUTE-RECORD
               INVALID KEY
                   SET CARD-REFUSED TO TRUE
                   MOVE "REWRITE FAILED" TO CARD-REFUSAL-REASON
           END-REWRITE.
           IF CARD-REFUSED
               GO TO REVERSE-DISPUTE-EX
           END-IF.
           MOVE DISPUTE-ACCOUNT-KEY TO FEED-ACCOUNT-KEY.
           MOVE DISPUTE-AMOUNT TO FEED-AMOUNT.
           MOVE "DSPR" TO FEED-MARK.
           MOVE "-" TO FEED-AMOUNT-SIGN.
           PERFORM WRITE-FEED-RECORDS.
           ADD 1 TO DISPUTES-REVERSED-COUNT.
           ADD DISPUTE-AMOUNT TO REVERSED-CREDIT-TOTAL.
           DISPLAY "DISPUTE " DISPUTE-NUMBER
               " RESOLVED - CREDIT REVERSED".
       REVERSE-DISPUTE-EX.
       EXIT.
      *
      * LOCATE-CARD-DISPUTE - A FINAL OR REVERSE CARD MUST NAME A
      * DISPUTE ON FILE THAT IS STILL OPEN.
      *
       LOCATE-CARD-DISPUTE SECTION.
           IF CARD-DISPUTE-NUMBER NOT NUMERIC
               SET CARD-REFUSED TO TRUE
               MOVE "DISPUTE NO INVALID" TO CARD-REFUSAL-REASON
               GO TO LOCATE-CARD-DISPUTE-EX
           END-IF.
           MOVE "N" TO DISPUTE-FOUND-SWITCH.
           MOVE CARD-DISPUTE-NUMBER TO DISPUTE-NUMBER.
           READ DISPUTE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET DISPUTE-ON-FILE TO TRUE
           END-READ.
           IF NOT DISPUTE-ON-FILE
               SET CARD-REFUSED TO TRUE
               MOVE "NO DISPUTE" TO CARD-REFUSAL-REASON
               GO TO LOCATE-CARD-DISPUTE-EX
           END-IF.
           IF NOT DISPUTE-OPEN
               SET CARD-REFUSED TO TRUE
               MOVE "DISPUTE NOT OPEN" TO CARD-REFUSAL-REASON
           END-IF.
       LOCATE-CARD-DISPUTE-EX.
       EXIT.
      *
      * LOCATE-DISPUTED-POSTING - ONE PASS OVER THE TRAIL FOR A DEBIT
      * ON THE CARD'S ACCOUNT WITH THE CARD'S TRANSACTION NUMBER AND
      * POSTED DATE. THE TRAIL CARRIES A DEBIT'S NUMBER SIGNED WITH
      * IT, SO THE NUMBER IS COMPARED WITHOUT ITS SIGN.
      *
       LOCATE-DISPUTED-POSTING SECTION.
           MOVE "N" TO POSTING-FOUND-SWITCH.
           MOVE ZERO TO POSTING-MAGNITUDE.
           MOVE "N" TO POSTED-TRANSACTIONS-SWITCH.
           OPEN INPUT POSTED-TRANSACTIONS.
           PERFORM READ-POSTED-TRANSACTION.
           PERFORM MATCH-ONE-POSTING
               UNTIL END-OF-POSTED-TRANSACTIONS
               OR POSTING-FOUND.
           CLOSE POSTED-TRANSACTIONS.
       EXIT.
      *
       MATCH-ONE-POSTING SECTION.
           MOVE POSTED-NUMBER-PART1 TO POSTING-TXN-WORK.
           IF NOT POSTED-BROUGHT-FORWARD
               AND POSTED-STRING-TYPE NOT = "R"
               AND POSTED-STRING-PART1 = CARD-ACCOUNT-KEY(1:4)
               AND POSTING-TXN-WORK = CARD-TXN-NUMBER
               AND POSTED-DATE = CARD-POSTED-DATE
               AND POSTED-AMOUNT < ZERO
               SET POSTING-FOUND TO TRUE
               COMPUTE POSTING-MAGNITUDE = ZERO - POSTED-AMOUNT
           ELSE
               PERFORM READ-POSTED-TRANSACTION
           END-IF.
       EXIT.
      *
      * CHECK-ALREADY-DISPUTED - ONE PASS OVER THE DISPUTE FILE FOR A
      * DISPUTE ON THE SAME DEBIT, OPEN OR RESOLVED - A DEBIT IS
      * DISPUTED ONCE.
      *
       CHECK-ALREADY-DISPUTED SECTION.
           MOVE "N" TO ALREADY-DISPUTED-SWITCH.
           MOVE "N" TO DISPUTE-SCAN-SWITCH.
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
               OR ALREADY-DISPUTED.
       EXIT.
      *
       MATCH-ONE-DISPUTE SECTION.
           IF DISPUTE-ACCOUNT-KEY = CARD-ACCOUNT-KEY
               AND DISPUTE-TXN-NUMBER = CARD-TXN-NUMBER
               AND DISPUTE-POSTED-DATE = CARD-POSTED-DATE
               SET ALREADY-DISPUTED TO TRUE
           ELSE
               PERFORM READ-NEXT-DISPUTE
           END-IF.
       EXIT.
      *
       FIND-HIGHEST-DISPUTE SECTION.
           MOVE ZERO TO HIGHEST-DISPUTE-NUMBER.
           MOVE "N" TO DISPUTE-SCAN-SWITCH.
           MOVE ZERO TO DISPUTE-NUMBER.
           START DISPUTE-FILE KEY IS NOT < DISPUTE-NUMBER
               INVALID KEY
                   SET END-OF-DISPUTE-SCAN TO TRUE
           END-START.
           IF NOT END-OF-DISPUTE-SCAN
               PERFORM READ-NEXT-DISPUTE
           END-IF.
           PERFORM NOTE-ONE-DISPUTE-NUMBER UNTIL END-OF-DISPUTE-SCAN.
       EXIT.
      *
       NOTE-ONE-DISPUTE-NUMBER SECTION.
           MOVE DISPUTE-NUMBER TO HIGHEST-DISPUTE-NUMBER.
           PERFORM READ-NEXT-DISPUTE.
       EXIT.
      *
       READ-NEXT-DISPUTE SECTION.
           READ DISPUTE-FILE NEXT RECORD
               AT END
                   SET END-OF-DISPUTE-SCAN TO TRUE
           END-READ.
       EXIT.
      *
      * FIND-RESOLVE-DEADLINE - THE RESOLVE-DEADLINE DAYS'TH BUSINESS
      * DAY AFTER TODAY. A CALENDAR THAT DOES NOT REACH THAT FAR
      * LEAVES IT ZERO, WHICH DSPTRPT REPORTS.
      *
       FIND-RESOLVE-DEADLINE SECTION.
           MOVE ZERO TO DEADLINE-DATE-WORK.
           MOVE ZERO TO DEADLINE-DAYS-COUNTED.
           PERFORM COUNT-ONE-DEADLINE-DAY
               VARYING BUSINESS-DATE-IDX FROM 1 BY 1
               UNTIL BUSINESS-DATE-IDX > BUSINESS-DATE-COUNT
               OR DEADLINE-DATE-WORK NOT = ZERO.
       EXIT.
      *
       COUNT-ONE-DEADLINE-DAY SECTION.
           IF BUSINESS-TABLE-DATE(BUSINESS-DATE-IDX) > RUN-DATE
               ADD 1 TO DEADLINE-DAYS-COUNTED
               IF DEADLINE-DAYS-COUNTED = RESOLVE-DEADLINE-DAYS
                   MOVE BUSINESS-TABLE-DATE(BUSINESS-DATE-IDX)
                       TO DEADLINE-DATE-WORK
               END-IF
           END-IF.
       EXIT.
      *
      * WRITE-FEED-RECORDS - FEED-AMOUNT IN AS MANY PIECES AS IT
      * TAKES.
      *
       WRITE-FEED-RECORDS SECTION.
      * THE DISPUTE NAMES ITS ACCOUNT BY THE SHORT KEY; THE FEED
      * CARRIES THE WIDE KEY THE MASTER HOLDS FOR IT AS WELL.
           MOVE SPACES TO FEED-WIDE-KEY.
           MOVE FEED-ACCOUNT-KEY TO ACCOUNT-MASTER-KEY.
           READ ACCOUNT-MASTER KEY IS ACCOUNT-MASTER-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCOUNT-MASTER-WIDE-KEY TO FEED-WIDE-KEY
           END-READ.
           MOVE FEED-AMOUNT TO FEED-REMAINING.
           PERFORM WRITE-ONE-FEED-RECORD
               UNTIL FEED-REMAINING = ZERO.
       EXIT.
      *
      * WRITE-ONE-FEED-RECORD - ONE RAW-FEED DETAIL RECORD: THE
      * ACCOUNT'S OWN KEY AS THE STRING PART, THE DISPUTE MARK IN
      * THE SECOND PART SO THE TRAIL SHOWS WHAT IT WAS, A POSTED
      * (TYPE O) AMOUNT - ONTO THE ACCOUNT, OR SIGNED OFF IT - AND A
      * FRESHLY COMPUTED CHECK DIGIT.
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
           MOVE FEED-MARK TO ACCR-STRING-PART2.
           MOVE FEED-PIECE-AMOUNT TO FEED-PIECE-WHOLE.
           COMPUTE FEED-PIECE-FRACTION =
               (FEED-PIECE-AMOUNT - FEED-PIECE-WHOLE) * 10000.
           MOVE FEED-PIECE-WHOLE TO ACCR-NUMBER-PART1.
           MOVE FEED-PIECE-FRACTION TO ACCR-NUMBER-PART2.
           MOVE "O" TO ACCR-TRANSACTION-TYPE.
           PERFORM COMPUTE-CHECK-DIGIT.
           MOVE CHECK-DIGIT-COMPUTED TO ACCR-CHECK-DIGIT.
           MOVE SPACES TO ACCR-CURRENCY-CODE.
           MOVE ZERO TO ACCR-ORIGINAL-REF.
           MOVE "G" TO ACCR-GENERATED-FLAG.
           MOVE ZERO TO ACCR-VALUE-DATE.
           MOVE FEED-AMOUNT-SIGN TO ACCR-AMOUNT-SIGN.
           MOVE FEED-WIDE-KEY TO ACCR-WIDE-ACCOUNT-KEY.
           WRITE ACCRUAL-FEED-RECORD.
           ADD 1 TO FEED-RECORDS-WRITTEN-COUNT.
       EXIT.
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
      * WRITE-AUDIT-RECORD / ESTABLISH-AUDIT-SEQUENCE /
      * WRITE-AUDIT-TRAILER - THE SAME CHAIN DISCIPLINE TEST AND
      * ACCTMNT APPLY.
      *
       WRITE-AUDIT-RECORD SECTION.
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
       READ-BUSINESS-CALENDAR SECTION.
           READ BUSINESS-CALENDAR
               AT END
                   SET END-OF-BUSINESS-CALENDAR TO TRUE
           END-READ.
       EXIT.
      *
       READ-POSTED-TRANSACTION SECTION.
           READ POSTED-TRANSACTIONS
               AT END
                   SET END-OF-POSTED-TRANSACTIONS TO TRUE
           END-READ.
       EXIT.
      *
       READ-DISPUTE-CARD SECTION.
           READ DISPUTE-CARDS
               AT END
                   SET END-OF-DISPUTE-CARDS TO TRUE
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
           IF PARM-MASTER-PROGRAM NOT = "DSPTMNT"
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
       END PROGRAM DSPTMNT.
