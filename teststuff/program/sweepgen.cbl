       IDENTIFICATION DIVISION.
       PROGRAM-ID. SWEEPGEN.
      *
      *
      * END-OF-DAY CASH SWEEPS. CORPORATE CUSTOMERS KEEP EACH
      * SUB-ACCOUNT AT ZERO OR AT A TARGET BALANCE AGAINST A MASTER
      * ACCOUNT. THIS JOB RUNS AFTER ACCRUE, ONCE THE DAY HAS POSTED,
      * READS EACH ARRANGEMENT ON SWEEPARR, COMPARES THE
      * SUB-ACCOUNT'S CLOSING BALANCE ON ACCTMAST WITH ITS TARGET,
      * AND WRITES THE TYPE-T TRANSFER THAT CLOSES THE GAP: SURPLUS
      * PAID UP FROM THE SUB-ACCOUNT TO THE MASTER, SHORTFALL TOPPED
      * UP FROM THE MASTER. EARMARKED MONEY ON THE SUB-ACCOUNT IS
      * NEVER SWEPT UP. A TOP-UP IS LIMITED TO THE MASTER'S
      * AVAILABLE FUNDS - BALANCE PLUS OVERDRAFT LIMIT LESS ACTIVE
      * HOLDS, LESS WHATEVER EARLIER ARRANGEMENTS ON THE SAME MASTER
      * HAVE ALREADY DRAWN; SURPLUS SWEPT IN TONIGHT IS NOT COUNTED,
      * SINCE NOTHING SAYS IT POSTS FIRST. THE TRANSFERS ARE
      * WRITTEN ONTO THE END OF ACCRFEED IN THE SAME RAW-FEED DETAIL
      * LAYOUT ACCRUE USES AND POST THROUGH TOMORROW'S DAILY RUN. A
      * SWEEP REPORT (SWEEPRPT) SHOWS EVERY ARRANGEMENT AND FLAGS
      * EACH SWEEP THE MASTER COULD NOT FULLY FUND. THE STEP LEDGER
      * STOPS A SECOND CLEAN RUN THE SAME DAY SWEEPING TWICE.
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
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-MASTER-WIDE-KEY
               ALTERNATE RECORD KEY IS ACCOUNT-MASTER-KEY
                   WITH DUPLICATES.
      * HOLD-MASTER - THE HOLDS EARMARKING PART OF A BALANCE; READ
      * ONCE AT START OF RUN.
           SELECT HOLD-MASTER ASSIGN TO "HOLDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HOLD-WIDE-KEY
               ALTERNATE RECORD KEY IS HOLD-KEY
                   WITH DUPLICATES.
      * SWEEP-ARRANGEMENTS - ONE ROW PER MASTER/SUB-ACCOUNT SWEEP.
           SELECT SWEEP-ARRANGEMENTS ASSIGN TO "SWEEPARR"
               ORGANIZATION IS LINE SEQUENTIAL.
      * ACCRUAL-FEED - TODAY'S ACCRUALS, ALREADY WRITTEN BY ACCRUE;
      * THE SWEEP TRANSFERS ARE APPENDED BEHIND THEM.
           SELECT ACCRUAL-FEED ASSIGN TO "ACCRFEED"
               ORGANIZATION IS LINE SEQUENTIAL.
      * SWEEP-REPORT - ONE LINE PER ARRANGEMENT WITH THE TOTALS.
           SELECT SWEEP-REPORT ASSIGN TO "SWEEPRPT"
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
       FD  HOLD-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY HOLDRECORD.
      *
       FD  SWEEP-ARRANGEMENTS
           LABEL RECORDS ARE STANDARD.
           COPY SWEEPARRANGE.
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
      * TWO SWEEPS OF THE SAME AMOUNT WOULD OTHERWISE TRIP.
        05       ACCR-GENERATED-FLAG     PIC X.
        05       ACCR-VALUE-DATE         PIC 9(8).
        05       ACCR-AMOUNT-SIGN        PIC X.
        05       ACCR-PRIOR-STATUS       PIC X.
        05       ACCR-STRING-TYPE        PIC X.
      * THE ACCOUNT THE TRANSFER PAYS INTO - THE RECORD'S OWN
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
       FD  SWEEP-REPORT
           LABEL RECORDS ARE STANDARD.
       01  SWEEP-REPORT-LINE               PIC X(132).
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
       01  SWEEP-ARRANGEMENTS-SWITCH    PIC X VALUE "N".
         88      END-OF-SWEEP-ARRANGEMENTS    VALUE "Y".
       01  HOLD-MASTER-SWITCH           PIC X VALUE "N".
         88      END-OF-HOLD-MASTER           VALUE "Y".
       01  ACCOUNT-NOT-FOUND-SWITCH     PIC X VALUE "N".
         88      ACCOUNT-NOT-FOUND            VALUE "Y".
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
      *
      * ACCOUNT-HOLD TABLE - THE TOTAL EACH ACCOUNT HAS EARMARKED BY
      * HOLDS ACTIVE ON THE RUN DATE, BUILT THE WAY TEST BUILDS IT.
      * AN OVERFLOWED TABLE LEAVES THE UNTRACKED ACCOUNTS' HOLDS OUT
      * AND ENDS THE STEP WITH A WARNING.
       01  ACCOUNT-HOLD-TABLE.
        05       ACCOUNT-HOLD-ENTRY OCCURS 2000 TIMES.
         10      AH-ACCOUNT-KEY          PIC X(7).
         10      AH-HELD-AMOUNT          PIC 9(11)V99.
       01  ACCOUNT-HOLD-COUNT           PIC 9(4) VALUE ZERO.
       01  ACCOUNT-HOLD-IDX             PIC 9(4) VALUE 1.
       01  ACCOUNT-HOLD-FOUND-IDX       PIC 9(4) VALUE ZERO.
       01  ACCOUNT-HOLD-OVERFLOW-COUNT  PIC 9(8) VALUE ZERO.
       01  HOLD-LOOKUP-KEY              PIC X(7) VALUE SPACES.
       01  ACCOUNT-HELD-WORK            PIC 9(11)V99 VALUE ZERO.
      *
      * MASTER TABLE - EACH MASTER ACCOUNT'S FUNDS STILL AVAILABLE TO
      * TOP UP ITS SUB-ACCOUNTS, SET THE FIRST TIME THE MASTER IS
      * MET AND DRAWN DOWN BY EVERY TOP-UP WRITTEN AGAINST IT.
       01  MASTER-FUNDS-TABLE.
        05       MASTER-FUNDS-ENTRY OCCURS 500 TIMES.
         10      MF-MASTER-KEY           PIC X(5).
         10      MF-MASTER-WIDE-KEY      PIC X(7).
         10      MF-AVAILABLE            PIC S9(11)V99.
       01  MASTER-FUNDS-COUNT           PIC 9(4) VALUE ZERO.
       01  MASTER-FUNDS-IDX             PIC 9(4) VALUE 1.
       01  MASTER-FUNDS-FOUND-IDX       PIC 9(4) VALUE ZERO.
      *
      * THE ARRANGEMENT UNDER JUDGEMENT.
       01  SWEEP-TARGET-WORK            PIC S9(9)V99 VALUE ZERO.
       01  SUB-BALANCE-WORK             PIC S9(9)V99 VALUE ZERO.
       01  SUB-AVAILABLE-WORK           PIC S9(11)V99 VALUE ZERO.
       01  SWEEP-WANTED-AMOUNT          PIC S9(11)V99 VALUE ZERO.
       01  SWEEP-AMOUNT                 PIC S9(11)V99 VALUE ZERO.
       01  SWEEP-DIRECTION              PIC X(4) VALUE SPACES.
       01  SWEEP-LINE-NOTE              PIC X(20) VALUE SPACES.
       01  SWEEP-PAYING-KEY             PIC X(5) VALUE SPACES.
       01  SWEEP-RECEIVING-KEY          PIC X(5) VALUE SPACES.
       01  SWEEP-PAYING-WIDE-KEY        PIC X(7) VALUE SPACES.
       01  SWEEP-RECEIVING-WIDE-KEY     PIC X(7) VALUE SPACES.
       01  SWEEP-SUB-WIDE-KEY           PIC X(7) VALUE SPACES.
      *
      * ONE FEED RECORD CARRIES AT MOST 9.999,99 - A LARGER SWEEP IS
      * WRITTEN AS SEVERAL TRANSFERS. THE WHOLE AND FRACTION VIEWS
      * FEED THE TWO NUMBER PARTS THE SAME WAY TEST FOLDS THEM BACK
      * TOGETHER.
       01  SWEEP-REMAINING              PIC S9(11)V99 VALUE ZERO.
       01  SWEEP-PIECE-AMOUNT           PIC 9(4)V99 VALUE ZERO.
       01  SWEEP-PIECE-CEILING          PIC 9(4)V99 VALUE 9999,99.
       01  SWEEP-PIECE-WHOLE            PIC 9(4) VALUE ZERO.
       01  SWEEP-PIECE-FRACTION         PIC 9(4) VALUE ZERO.
      *
      * RUN COUNTS AND TOTALS.
       01  ARRANGEMENTS-READ-COUNT      PIC 9(8) VALUE ZERO.
       01  SWEPT-UP-COUNT               PIC 9(8) VALUE ZERO.
       01  SWEPT-UP-TOTAL               PIC 9(11)V99 VALUE ZERO.
       01  TOPPED-UP-COUNT              PIC 9(8) VALUE ZERO.
       01  TOPPED-UP-TOTAL              PIC 9(11)V99 VALUE ZERO.
       01  SWEEP-LIMITED-COUNT          PIC 9(8) VALUE ZERO.
       01  SWEEP-LIMITED-SHORTFALL      PIC 9(11)V99 VALUE ZERO.
       01  ALREADY-AT-TARGET-COUNT      PIC 9(8) VALUE ZERO.
       01  ARRANGEMENT-REFUSED-COUNT    PIC 9(8) VALUE ZERO.
       01  TRANSFERS-WRITTEN-COUNT      PIC 9(8) VALUE ZERO.
       01  MASTER-OVERFLOW-COUNT        PIC 9(8) VALUE ZERO.
      *
      * PRINT WORK FIELDS - SAME LINE-COUNTED, PAGE-HEADED SHAPE AS
      * TEST'S DAILY REPORT.
       01  REPORT-PAGE-NUMBER           PIC 9(4) VALUE ZERO.
       01  REPORT-LINE-COUNT            PIC 9(2) VALUE ZERO.
       01  REPORT-PAGE-DEPTH            PIC 9(2) VALUE 55.
       01  REPORT-HEADING-LINE.
        05       FILLER                  PIC X(29)
                 VALUE "END-OF-DAY CASH SWEEP REPORT".
        05       REPORT-HEADING-DATE     PIC 9(8).
        05       FILLER                  PIC X(7) VALUE "   PAGE".
        05       REPORT-HEADING-PAGE     PIC ZZZ9.
       01  REPORT-COLUMN-LINE.
        05       FILLER                  PIC X(50) VALUE
                 "MASTR  SUB    TYPE          TARGET      SUB BALANC".
        05       FILLER                  PIC X(82) VALUE
                 "E  DIR           SWEPT  NOTE".
       01  REPORT-BUILD-LINE            PIC X(132) VALUE SPACES.
       01  REPORT-COUNT-EDIT            PIC ZZ.ZZZ.ZZ9.
       01  REPORT-TARGET-EDIT           PIC ZZZ.ZZZ.ZZ9,99.
       01  REPORT-BALANCE-EDIT          PIC ZZZ.ZZZ.ZZ9,99-.
       01  REPORT-AMOUNT-EDIT           PIC ZZZ.ZZZ.ZZ9,99.
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
      * ALREADY ON THE LEDGER FOR THE RUN DATE MEANS TODAY'S SWEEPS
      * HAVE BEEN WRITTEN.
       01  STEP-LEDGER-SWITCH           PIC X VALUE "N".
         88      END-OF-STEP-LEDGER         VALUE "Y".
       01  STEP-PREREQ-SWITCH           PIC X VALUE "N".
         88      PREREQUISITE-COMPLETED     VALUE "Y".
       01  DAY-SWEPT-SWITCH             PIC X VALUE "N".
         88      DAY-ALREADY-SWEPT          VALUE "Y".
       01  STEP-PROGRAM-NAME            PIC X(8) VALUE "SWEEPGEN".
       01  STEP-PREREQ-NAME             PIC X(8) VALUE "ACCRUE".
       01  STEP-TIME-WORK               PIC 9(8) VALUE ZERO.
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           DISPLAY "START SWEEPGEN".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
      * THE SEQUENCER'S GATE AND THE STEP'S OWN START MARK.
           PERFORM CHECK-STEP-PREREQUISITE.
           IF NOT PREREQUISITE-COMPLETED
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           IF DAY-ALREADY-SWEPT
               DISPLAY "DAY " RUN-DATE
                   " ALREADY SWEPT - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           PERFORM RECORD-STEP-START.
           PERFORM LOAD-ACCOUNT-HOLDS.
           OPEN INPUT ACCOUNT-MASTER.
           OPEN INPUT SWEEP-ARRANGEMENTS.
           OPEN EXTEND ACCRUAL-FEED.
           OPEN OUTPUT SWEEP-REPORT.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM READ-SWEEP-ARRANGEMENT.
           PERFORM SWEEP-ONE-ARRANGEMENT
               UNTIL END-OF-SWEEP-ARRANGEMENTS.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE SWEEP-REPORT.
           CLOSE ACCRUAL-FEED.
           CLOSE SWEEP-ARRANGEMENTS.
           CLOSE ACCOUNT-MASTER.
           DISPLAY "ARRANGEMENTS READ:        " ARRANGEMENTS-READ-COUNT.
           DISPLAY "SWEPT UP TO MASTER:       " SWEPT-UP-COUNT.
           DISPLAY "TOPPED UP FROM MASTER:    " TOPPED-UP-COUNT.
           DISPLAY "LIMITED BY MASTER FUNDS:  " SWEEP-LIMITED-COUNT.
           DISPLAY "ALREADY AT TARGET:        " ALREADY-AT-TARGET-COUNT.
           DISPLAY "ARRANGEMENTS REFUSED:     "
               ARRANGEMENT-REFUSED-COUNT.
           DISPLAY "TRANSFERS WRITTEN:        " TRANSFERS-WRITTEN-COUNT.
           IF ACCOUNT-HOLD-OVERFLOW-COUNT > ZERO
               DISPLAY "HOLD TABLE OVERFLOWED - "
                   ACCOUNT-HOLD-OVERFLOW-COUNT " HOLDS NOT COUNTED"
           END-IF.
           IF MASTER-OVERFLOW-COUNT > ZERO
               DISPLAY "MASTER TABLE OVERFLOWED - "
                   MASTER-OVERFLOW-COUNT " ARRANGEMENTS NOT SWEPT"
           END-IF.
           IF ARRANGEMENT-REFUSED-COUNT > ZERO
               OR ACCOUNT-HOLD-OVERFLOW-COUNT > ZERO
               OR MASTER-OVERFLOW-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
       PROG-EX.
      * A CLEAN END GOES ON THE LEDGER SO THE NEXT STEP MAY START,
      * AND SO THE DAY IS NOT SWEPT AGAIN.
           IF RETURN-CODE < 8
               PERFORM RECORD-STEP-END
           END-IF.
           DISPLAY "END SWEEPGEN".
           EXIT PROGRAM.
      *
      * SWEEP-ONE-ARRANGEMENT - JUDGES ONE ARRANGEMENT AGAINST THE
      * CLOSING BALANCES AND WRITES ITS TRANSFER AND REPORT LINE. AN
      * ARRANGEMENT NAMING A MISSING OR DORMANT ACCOUNT, OR THE SAME
      * ACCOUNT TWICE, IS LISTED AND NOT SWEPT - A TRANSFER TO OR
      * FROM A DORMANT ACCOUNT WOULD ONLY BE HELD FOR APPROVAL.
      *
       SWEEP-ONE-ARRANGEMENT SECTION.
           ADD 1 TO ARRANGEMENTS-READ-COUNT.
           MOVE SPACES TO SWEEP-DIRECTION.
           MOVE SPACES TO SWEEP-LINE-NOTE.
           MOVE ZERO TO SWEEP-AMOUNT.
           MOVE ZERO TO SUB-BALANCE-WORK.
           IF SWEEP-ZERO-BALANCE
               MOVE ZERO TO SWEEP-TARGET-WORK
           ELSE
               MOVE SWEEP-TARGET-AMOUNT TO SWEEP-TARGET-WORK
           END-IF.
           IF NOT SWEEP-ZERO-BALANCE AND NOT SWEEP-TARGET-BALANCE
               MOVE "UNKNOWN SWEEP TYPE" TO SWEEP-LINE-NOTE
               GO TO SWEEP-ONE-ARRANGEMENT-REFUSED
           END-IF.
           IF SWEEP-MASTER-KEY = SWEEP-SUB-KEY
               MOVE "SUB IS MASTER" TO SWEEP-LINE-NOTE
               GO TO SWEEP-ONE-ARRANGEMENT-REFUSED
           END-IF.
      * THE MASTER FIRST - ITS FUNDS ENTRY IS SET UP THE FIRST TIME
      * IT IS MET, WHILE ITS RECORD IS IN HAND.
           PERFORM FIND-MASTER-FUNDS.
           IF SWEEP-LINE-NOTE NOT = SPACES
               GO TO SWEEP-ONE-ARRANGEMENT-REFUSED
           END-IF.
           MOVE "N" TO ACCOUNT-NOT-FOUND-SWITCH.
           MOVE SWEEP-SUB-KEY TO ACCOUNT-MASTER-KEY.
           READ ACCOUNT-MASTER KEY IS ACCOUNT-MASTER-KEY
               INVALID KEY
                   SET ACCOUNT-NOT-FOUND TO TRUE
           END-READ.
           IF ACCOUNT-NOT-FOUND
               MOVE "NO SUB ACCOUNT" TO SWEEP-LINE-NOTE
               GO TO SWEEP-ONE-ARRANGEMENT-REFUSED
           END-IF.
           MOVE ACCOUNT-MASTER-BALANCE TO SUB-BALANCE-WORK.
           MOVE ACCOUNT-MASTER-WIDE-KEY TO SWEEP-SUB-WIDE-KEY.
           IF ACCOUNT-MASTER-DORMANT-FLAG = "D"
               MOVE "SUB DORMANT" TO SWEEP-LINE-NOTE
               GO TO SWEEP-ONE-ARRANGEMENT-REFUSED
           END-IF.
           MOVE ACCOUNT-MASTER-WIDE-KEY TO HOLD-LOOKUP-KEY.
           PERFORM LOOK-UP-ACCOUNT-HOLDS.
           COMPUTE SUB-AVAILABLE-WORK =
               SUB-BALANCE-WORK - ACCOUNT-HELD-WORK.
      * SURPLUS - ONLY MONEY NOT EARMARKED ON THE SUB-ACCOUNT GOES UP.
           IF SUB-AVAILABLE-WORK > SWEEP-TARGET-WORK
               COMPUTE SWEEP-AMOUNT =
                   SUB-AVAILABLE-WORK - SWEEP-TARGET-WORK
               MOVE "UP" TO SWEEP-DIRECTION
               MOVE SWEEP-SUB-KEY TO SWEEP-PAYING-KEY
               MOVE SWEEP-MASTER-KEY TO SWEEP-RECEIVING-KEY
               MOVE SWEEP-SUB-WIDE-KEY TO SWEEP-PAYING-WIDE-KEY
               MOVE MF-MASTER-WIDE-KEY(MASTER-FUNDS-FOUND-IDX)
                   TO SWEEP-RECEIVING-WIDE-KEY
               PERFORM WRITE-SWEEP-TRANSFERS
               ADD 1 TO SWEPT-UP-COUNT
               ADD SWEEP-AMOUNT TO SWEPT-UP-TOTAL
               GO TO SWEEP-ONE-ARRANGEMENT-LINE
           END-IF.
           IF SUB-BALANCE-WORK NOT < SWEEP-TARGET-WORK
               ADD 1 TO ALREADY-AT-TARGET-COUNT
               MOVE "AT TARGET" TO SWEEP-LINE-NOTE
               GO TO SWEEP-ONE-ARRANGEMENT-LINE
           END-IF.
      * SHORTFALL - TOPPED UP AS FAR AS THE MASTER CAN FUND IT.
           COMPUTE SWEEP-WANTED-AMOUNT =
               SWEEP-TARGET-WORK - SUB-BALANCE-WORK.
           MOVE SWEEP-WANTED-AMOUNT TO SWEEP-AMOUNT.
           IF MF-AVAILABLE(MASTER-FUNDS-FOUND-IDX) < SWEEP-AMOUNT
               IF MF-AVAILABLE(MASTER-FUNDS-FOUND-IDX) > ZERO
                   MOVE MF-AVAILABLE(MASTER-FUNDS-FOUND-IDX)
                       TO SWEEP-AMOUNT
               ELSE
                   MOVE ZERO TO SWEEP-AMOUNT
               END-IF
               ADD 1 TO SWEEP-LIMITED-COUNT
               COMPUTE SWEEP-LIMITED-SHORTFALL =
                   SWEEP-LIMITED-SHORTFALL
                   + SWEEP-WANTED-AMOUNT - SWEEP-AMOUNT
               MOVE "LIMITED - MASTER" TO SWEEP-LINE-NOTE
           END-IF.
           MOVE "DOWN" TO SWEEP-DIRECTION.
           IF SWEEP-AMOUNT > ZERO
               MOVE SWEEP-MASTER-KEY TO SWEEP-PAYING-KEY
               MOVE SWEEP-SUB-KEY TO SWEEP-RECEIVING-KEY
               MOVE MF-MASTER-WIDE-KEY(MASTER-FUNDS-FOUND-IDX)
                   TO SWEEP-PAYING-WIDE-KEY
               MOVE SWEEP-SUB-WIDE-KEY TO SWEEP-RECEIVING-WIDE-KEY
               PERFORM WRITE-SWEEP-TRANSFERS
               SUBTRACT SWEEP-AMOUNT
                   FROM MF-AVAILABLE(MASTER-FUNDS-FOUND-IDX)
               ADD 1 TO TOPPED-UP-COUNT
               ADD SWEEP-AMOUNT TO TOPPED-UP-TOTAL
           END-IF.
           GO TO SWEEP-ONE-ARRANGEMENT-LINE.
       SWEEP-ONE-ARRANGEMENT-REFUSED.
           ADD 1 TO ARRANGEMENT-REFUSED-COUNT.
           DISPLAY "SWEEP " SWEEP-MASTER-KEY "/" SWEEP-SUB-KEY
               " NOT SWEPT - " SWEEP-LINE-NOTE.
       SWEEP-ONE-ARRANGEMENT-LINE.
           PERFORM WRITE-ARRANGEMENT-LINE.
           PERFORM READ-SWEEP-ARRANGEMENT.
       EXIT.
      *
      * FIND-MASTER-FUNDS - THE MASTER'S ENTRY IN THE FUNDS TABLE,
      * OPENED ON FIRST SIGHT WITH ITS CLOSING AVAILABLE FUNDS.
      * SWEEP-LINE-NOTE SAYS WHY WHEN THE MASTER CANNOT BE USED.
      *
       FIND-MASTER-FUNDS SECTION.
           MOVE ZERO TO MASTER-FUNDS-FOUND-IDX.
           PERFORM MATCH-ONE-MASTER-FUNDS
               VARYING MASTER-FUNDS-IDX FROM 1 BY 1
               UNTIL MASTER-FUNDS-IDX > MASTER-FUNDS-COUNT.
           IF MASTER-FUNDS-FOUND-IDX > ZERO
               GO TO FIND-MASTER-FUNDS-EX
           END-IF.
           MOVE "N" TO ACCOUNT-NOT-FOUND-SWITCH.
           MOVE SWEEP-MASTER-KEY TO ACCOUNT-MASTER-KEY.
           READ ACCOUNT-MASTER KEY IS ACCOUNT-MASTER-KEY
               INVALID KEY
                   SET ACCOUNT-NOT-FOUND TO TRUE
           END-READ.
           IF ACCOUNT-NOT-FOUND
               MOVE "NO MASTER ACCOUNT" TO SWEEP-LINE-NOTE
               GO TO FIND-MASTER-FUNDS-EX
           END-IF.
           IF ACCOUNT-MASTER-DORMANT-FLAG = "D"
               MOVE "MASTER DORMANT" TO SWEEP-LINE-NOTE
               GO TO FIND-MASTER-FUNDS-EX
           END-IF.
           IF MASTER-FUNDS-COUNT = 500
               ADD 1 TO MASTER-OVERFLOW-COUNT
               MOVE "MASTER TABLE FULL" TO SWEEP-LINE-NOTE
               GO TO FIND-MASTER-FUNDS-EX
           END-IF.
           MOVE ACCOUNT-MASTER-WIDE-KEY TO HOLD-LOOKUP-KEY.
           PERFORM LOOK-UP-ACCOUNT-HOLDS.
           ADD 1 TO MASTER-FUNDS-COUNT.
           MOVE MASTER-FUNDS-COUNT TO MASTER-FUNDS-FOUND-IDX.
           MOVE SWEEP-MASTER-KEY TO MF-MASTER-KEY(MASTER-FUNDS-COUNT).
           MOVE ACCOUNT-MASTER-WIDE-KEY
               TO MF-MASTER-WIDE-KEY(MASTER-FUNDS-COUNT).
           COMPUTE MF-AVAILABLE(MASTER-FUNDS-COUNT) =
               ACCOUNT-MASTER-BALANCE
               + ACCOUNT-MASTER-OVERDRAFT-LIMIT
               - ACCOUNT-HELD-WORK.
       FIND-MASTER-FUNDS-EX.
       EXIT.
      *
       MATCH-ONE-MASTER-FUNDS SECTION.
           IF MF-MASTER-KEY(MASTER-FUNDS-IDX) = SWEEP-MASTER-KEY
               MOVE MASTER-FUNDS-IDX TO MASTER-FUNDS-FOUND-IDX
           END-IF.
       EXIT.
      *
      * WRITE-SWEEP-TRANSFERS - THE SWEEP AMOUNT AS ONE OR MORE
      * TYPE-T TRANSFERS FROM SWEEP-PAYING-KEY TO
      * SWEEP-RECEIVING-KEY, EACH NO LARGER THAN ONE RECORD CARRIES.
      *
       WRITE-SWEEP-TRANSFERS SECTION.
           MOVE SWEEP-AMOUNT TO SWEEP-REMAINING.
           PERFORM WRITE-ONE-SWEEP-TRANSFER
               UNTIL SWEEP-REMAINING = ZERO.
       EXIT.
      *
      * WRITE-ONE-SWEEP-TRANSFER - ONE RAW-FEED DETAIL RECORD: THE
      * PAYING ACCOUNT'S OWN KEY AS THE STRING PART, "SWEP" IN THE
      * SECOND PART SO THE TRAIL SHOWS WHAT IT WAS, THE RECEIVING
      * ACCOUNT'S FULL KEY AS THE COUNTER ACCOUNT, AND A FRESHLY
      * COMPUTED CHECK DIGIT. BOTH ACCOUNTS' WIDE KEYS GO IN THE
      * WIDE-KEY COLUMNS.
      *
       WRITE-ONE-SWEEP-TRANSFER SECTION.
           IF SWEEP-REMAINING > SWEEP-PIECE-CEILING
               MOVE SWEEP-PIECE-CEILING TO SWEEP-PIECE-AMOUNT
           ELSE
               MOVE SWEEP-REMAINING TO SWEEP-PIECE-AMOUNT
           END-IF.
           SUBTRACT SWEEP-PIECE-AMOUNT FROM SWEEP-REMAINING.
           MOVE SPACES TO ACCRUAL-FEED-RECORD.
           MOVE SWEEP-PAYING-KEY(1:4) TO ACCR-STRING-PART1.
           MOVE "SWEP" TO ACCR-STRING-PART2.
           MOVE SWEEP-PIECE-AMOUNT TO SWEEP-PIECE-WHOLE.
           COMPUTE SWEEP-PIECE-FRACTION =
               (SWEEP-PIECE-AMOUNT - SWEEP-PIECE-WHOLE) * 10000.
           MOVE SWEEP-PIECE-WHOLE TO ACCR-NUMBER-PART1.
           MOVE SWEEP-PIECE-FRACTION TO ACCR-NUMBER-PART2.
           MOVE "T" TO ACCR-TRANSACTION-TYPE.
           PERFORM COMPUTE-CHECK-DIGIT.
           MOVE CHECK-DIGIT-COMPUTED TO ACCR-CHECK-DIGIT.
           MOVE SPACES TO ACCR-CURRENCY-CODE.
           MOVE ZERO TO ACCR-ORIGINAL-REF.
           MOVE "G" TO ACCR-GENERATED-FLAG.
           MOVE ZERO TO ACCR-VALUE-DATE.
           MOVE SPACE TO ACCR-AMOUNT-SIGN.
           MOVE SWEEP-RECEIVING-KEY TO ACCR-COUNTER-ACCOUNT-KEY.
           MOVE SWEEP-PAYING-WIDE-KEY TO ACCR-WIDE-ACCOUNT-KEY.
           MOVE SWEEP-RECEIVING-WIDE-KEY TO ACCR-COUNTER-WIDE-KEY.
           WRITE ACCRUAL-FEED-RECORD.
           ADD 1 TO TRANSFERS-WRITTEN-COUNT.
       EXIT.
      *
       WRITE-ARRANGEMENT-LINE SECTION.
           MOVE SWEEP-TARGET-WORK TO REPORT-TARGET-EDIT.
           MOVE SUB-BALANCE-WORK TO REPORT-BALANCE-EDIT.
           MOVE SWEEP-AMOUNT TO REPORT-AMOUNT-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING SWEEP-MASTER-KEY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SWEEP-SUB-KEY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SWEEP-TYPE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               REPORT-TARGET-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               REPORT-BALANCE-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SWEEP-DIRECTION DELIMITED BY SIZE
               REPORT-AMOUNT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SWEEP-LINE-NOTE DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
       EXIT.
      *
       WRITE-REPORT-TOTALS SECTION.
           MOVE SPACES TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE ARRANGEMENTS-READ-COUNT TO REPORT-COUNT-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "ARRANGEMENTS READ:       " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SWEPT-UP-COUNT TO REPORT-COUNT-EDIT.
           MOVE SWEPT-UP-TOTAL TO REPORT-TOTAL-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "SWEPT UP TO MASTER:      " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               "  AMOUNT: " DELIMITED BY SIZE
               REPORT-TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE TOPPED-UP-COUNT TO REPORT-COUNT-EDIT.
           MOVE TOPPED-UP-TOTAL TO REPORT-TOTAL-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "TOPPED UP FROM MASTER:   " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               "  AMOUNT: " DELIMITED BY SIZE
               REPORT-TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SWEEP-LIMITED-COUNT TO REPORT-COUNT-EDIT.
           MOVE SWEEP-LIMITED-SHORTFALL TO REPORT-TOTAL-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "LIMITED BY MASTER FUNDS: " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               "  SHORT:  " DELIMITED BY SIZE
               REPORT-TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE ALREADY-AT-TARGET-COUNT TO REPORT-COUNT-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "ALREADY AT TARGET:       " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE ARRANGEMENT-REFUSED-COUNT TO REPORT-COUNT-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "NOT SWEPT - SEE NOTE:    " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE TRANSFERS-WRITTEN-COUNT TO REPORT-COUNT-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "TRANSFERS WRITTEN:       " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
       EXIT.
      *
       WRITE-REPORT-HEADING SECTION.
           ADD 1 TO REPORT-PAGE-NUMBER.
           MOVE RUN-DATE TO REPORT-HEADING-DATE.
           MOVE REPORT-PAGE-NUMBER TO REPORT-HEADING-PAGE.
           MOVE REPORT-HEADING-LINE TO SWEEP-REPORT-LINE.
           WRITE SWEEP-REPORT-LINE AFTER ADVANCING PAGE.
           MOVE 1 TO REPORT-LINE-COUNT.
           MOVE SPACES TO SWEEP-REPORT-LINE.
           WRITE SWEEP-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE REPORT-COLUMN-LINE TO SWEEP-REPORT-LINE.
           WRITE SWEEP-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 2 TO REPORT-LINE-COUNT.
       EXIT.
      *
       WRITE-REPORT-LINE SECTION.
           IF REPORT-LINE-COUNT NOT < REPORT-PAGE-DEPTH
               PERFORM WRITE-REPORT-HEADING
           END-IF.
           MOVE REPORT-BUILD-LINE TO SWEEP-REPORT-LINE.
           WRITE SWEEP-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO REPORT-LINE-COUNT.
       EXIT.
      *
      * LOOK-UP-ACCOUNT-HOLDS - WHAT THE ACCOUNT IN HOLD-LOOKUP-KEY
      * HAS EARMARKED BY ACTIVE HOLDS; ZERO WHEN IT HAS NONE.
      *
       LOOK-UP-ACCOUNT-HOLDS SECTION.
           MOVE ZERO TO ACCOUNT-HELD-WORK.
           MOVE ZERO TO ACCOUNT-HOLD-FOUND-IDX.
           PERFORM MATCH-ONE-ACCOUNT-HOLD
               VARYING ACCOUNT-HOLD-IDX FROM 1 BY 1
               UNTIL ACCOUNT-HOLD-IDX > ACCOUNT-HOLD-COUNT.
           IF ACCOUNT-HOLD-FOUND-IDX > ZERO
               MOVE AH-HELD-AMOUNT(ACCOUNT-HOLD-FOUND-IDX)
                   TO ACCOUNT-HELD-WORK
           END-IF.
       EXIT.
      *
       MATCH-ONE-ACCOUNT-HOLD SECTION.
           IF AH-ACCOUNT-KEY(ACCOUNT-HOLD-IDX) = HOLD-LOOKUP-KEY
               MOVE ACCOUNT-HOLD-IDX TO ACCOUNT-HOLD-FOUND-IDX
           END-IF.
       EXIT.
      *
      * LOAD-ACCOUNT-HOLDS - ONE PASS OVER THE HOLD FILE IN KEY
      * ORDER, SO ONE ACCOUNT'S HOLDS ARRIVE TOGETHER AND FOLD INTO
      * ONE ENTRY. A HOLD COUNTS FROM ITS PLACED DATE THROUGH ITS
      * EXPIRY DATE.
      *
       LOAD-ACCOUNT-HOLDS SECTION.
           MOVE ZERO TO ACCOUNT-HOLD-COUNT.
           MOVE "N" TO HOLD-MASTER-SWITCH.
           OPEN INPUT HOLD-MASTER.
           PERFORM READ-HOLD-MASTER.
           PERFORM LOAD-ONE-ACCOUNT-HOLD UNTIL END-OF-HOLD-MASTER.
           CLOSE HOLD-MASTER.
       EXIT.
      *
       LOAD-ONE-ACCOUNT-HOLD SECTION.
           IF NOT HOLD-ACTIVE
               OR HOLD-PLACED-DATE > RUN-DATE
               OR HOLD-EXPIRY-DATE < RUN-DATE
               GO TO LOAD-ONE-ACCOUNT-HOLD-NEXT
           END-IF.
           IF ACCOUNT-HOLD-COUNT > ZERO
               IF AH-ACCOUNT-KEY(ACCOUNT-HOLD-COUNT)
                   = HOLD-WIDE-ACCOUNT-KEY
                   ADD HOLD-AMOUNT
                       TO AH-HELD-AMOUNT(ACCOUNT-HOLD-COUNT)
                   GO TO LOAD-ONE-ACCOUNT-HOLD-NEXT
               END-IF
           END-IF.
           IF ACCOUNT-HOLD-COUNT = 2000
               ADD 1 TO ACCOUNT-HOLD-OVERFLOW-COUNT
               GO TO LOAD-ONE-ACCOUNT-HOLD-NEXT
           END-IF.
           ADD 1 TO ACCOUNT-HOLD-COUNT.
           MOVE HOLD-WIDE-ACCOUNT-KEY
               TO AH-ACCOUNT-KEY(ACCOUNT-HOLD-COUNT).
           MOVE HOLD-AMOUNT TO AH-HELD-AMOUNT(ACCOUNT-HOLD-COUNT).
       LOAD-ONE-ACCOUNT-HOLD-NEXT.
           PERFORM READ-HOLD-MASTER.
       EXIT.
      *
       READ-HOLD-MASTER SECTION.
           READ HOLD-MASTER NEXT RECORD
               AT END
                   SET END-OF-HOLD-MASTER TO TRUE
           END-READ.
       EXIT.
      *
       READ-SWEEP-ARRANGEMENT SECTION.
           READ SWEEP-ARRANGEMENTS
               AT END
                   SET END-OF-SWEEP-ARRANGEMENTS TO TRUE
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
               SET DAY-ALREADY-SWEPT TO TRUE
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
       END PROGRAM SWEEPGEN.
