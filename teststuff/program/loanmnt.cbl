       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANMNT.
      *
      *
      * BATCH MAINTENANCE FOR THE INDEXED INSTALMENT-LOAN FILE. READS
      * A CARD FILE OF DRAWDOWN AND CANCEL REQUESTS IN THE SAME SHAPE
      * TDMNT TAKES ITS CARDS: EACH CARD IS VALIDATED, APPLIED OR
      * REFUSED, AND EVERY DECISION GOES INTO THE SAME AUDITLOG
      * TRAIL THE DAILY RUN USES. A LOAN IS DRAWN DOWN AGAINST AN
      * OPEN ACCOUNT ALREADY ON THE ACCOUNT MASTER, WHICH THE LOAN IS
      * THEN SERVICED THROUGH; ITS PRINCIPAL, RATE, TERM AND
      * REPAYMENT DAY ARE THE CONTRACT. AT DRAWDOWN THE WHOLE
      * AMORTISATION SCHEDULE IS WORKED OUT - LEVEL MONTHLY
      * INSTALMENTS, INTEREST AT ONE TWELFTH OF THE ANNUAL RATE ON
      * THE PRINCIPAL STILL OUTSTANDING, THE LAST INSTALMENT TAKING
      * UP THE ROUNDING - WRITTEN TO THE SCHEDULE FILE AND PRINTED
      * ON THE SCHEDULE REPORT (LOANSCRP). NO MONEY MOVES HERE: THE
      * LOAN WAITS FOR LOANDAY TO PAY IT OUT, AND UNTIL THEN A
      * CANCEL CARD MAY STILL TAKE IT OFF THE FILE.
      *
      * A CARD NAMES ITS ACCOUNT, AND ANY PAYOUT ACCOUNT, BY THE
      * SHORT FIVE-BYTE KEY OR, WITH THAT LEFT BLANK, BY THE
      * SEVEN-BYTE WIDE KEY, AS ACCTMNT'S CARDS DO. EITHER WAY THE
      * ACCOUNT IS FOUND ON THE MASTER AND THE LOAN AND ITS SCHEDULE
      * ARE FILED UNDER ITS WIDE KEY, WITH ITS SHORT KEY BESIDE IT
      * WHERE IT HAS ONE.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * KEEP IN STEP WITH TEST'S SPECIAL-NAMES.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-WIDE-KEY
               ALTERNATE RECORD KEY IS LOAN-ACCOUNT-KEY
                   WITH DUPLICATES.
           SELECT LOAN-SCHEDULE ASSIGN TO "LOANSCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INSTAL-KEY.
      * ACCOUNT-MASTER - THE LOAN'S OWN ACCOUNT AND ANY PAYOUT
      * ACCOUNT A CARD NAMES MUST BE HERE AND OPEN.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-MASTER-WIDE-KEY
               ALTERNATE RECORD KEY IS ACCOUNT-MASTER-KEY
                   WITH DUPLICATES.
      * LOAN-CARDS - ONE CARD PER REQUESTED CHANGE: THE ACTION
      * (D DRAWDOWN, X CANCEL), THE ACCOUNT KEY, THE CONTRACT, AND
      * THE WIDE KEY WHEN THE SHORT ONE IS BLANK.
           SELECT LOAN-CARDS ASSIGN TO "LOANCARD"
               ORGANIZATION IS LINE SEQUENTIAL.
      * SCHEDULE-REPORT - EACH NEW LOAN'S AMORTISATION SCHEDULE.
           SELECT SCHEDULE-REPORT ASSIGN TO "LOANSCRP"
               ORGANIZATION IS LINE SEQUENTIAL.
      * AUDIT-LOG-FILE - THE SAME CHAIN DISCIPLINE ACCTMNT FOLLOWS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
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
       FD  LOAN-CARDS
           LABEL RECORDS ARE STANDARD.
       01  LOAN-CARD.
        05       CARD-ACTION             PIC X.
        05       CARD-ACCOUNT-KEY        PIC X(5).
      * CARD-TERMS - THE CONTRACT, ALL REQUIRED ON A D CARD AND LEFT
      * BLANK ON AN X CARD. A RATE OF ZERO IS AN INTEREST-FREE LOAN.
        05       CARD-TERMS.
         10      CARD-PRINCIPAL          PIC 9(9)V99.
         10      CARD-RATE               PIC 9(2)V9(4).
         10      CARD-TERM               PIC 9(3).
         10      CARD-REPAYMENT-DAY      PIC 9(2).
      * CARD-PAYOUT-KEY - WHERE THE PRINCIPAL IS PAID; BLANK PAYS IT
      * INTO THE LOAN ACCOUNT ITSELF.
         10      CARD-PAYOUT-KEY         PIC X(5).
      * CARD-PAYOUT-WIDE-KEY - THE PAYOUT ACCOUNT'S WIDE KEY, READ
      * ONLY WHEN CARD-PAYOUT-KEY IS BLANK.
         10      CARD-PAYOUT-WIDE-KEY    PIC X(7).
      * CARD-WIDE-KEY - THE ACCOUNT'S WIDE KEY, READ ONLY WHEN
      * CARD-ACCOUNT-KEY IS BLANK.
        05       CARD-WIDE-KEY           PIC X(7).
        05       FILLER                  PIC X(33).
      *
       FD  SCHEDULE-REPORT
           LABEL RECORDS ARE STANDARD.
       01  SCHEDULE-REPORT-LINE            PIC X(132).
      *
       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITRECORD.
      *
       WORKING-STORAGE SECTION.
       01  LOAN-CARDS-SWITCH            PIC X VALUE "N".
         88      END-OF-LOAN-CARDS           VALUE "Y".
       01  AUDIT-LOG-READ-SWITCH        PIC X VALUE "N".
         88      END-OF-AUDIT-LOG            VALUE "Y".
       01  LOAN-FOUND-SWITCH            PIC X VALUE "N".
         88      LOAN-ON-FILE                VALUE "Y".
       01  ACCOUNT-FOUND-SWITCH         PIC X VALUE "N".
         88      ACCOUNT-ON-FILE             VALUE "Y".
       01  CARD-REFUSED-SWITCH          PIC X VALUE "N".
         88      CARD-REFUSED                VALUE "Y".
       01  SCHEDULE-END-SWITCH          PIC X VALUE "N".
         88      END-OF-LOAN-SCHEDULE        VALUE "Y".
       01  CARDS-APPLIED-COUNT          PIC 9(8) VALUE ZERO.
       01  CARDS-REFUSED-COUNT          PIC 9(8) VALUE ZERO.
       01  CARD-REFUSAL-REASON          PIC X(24) VALUE SPACES.
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
      * THE KEY THE AUDIT ENTRY NAMES THE LOAN BY - THE CARD'S SHORT
      * KEY, OR ITS WIDE KEY WHEN IT CARRIES ONE.
       01  AUDIT-KEY-NAME               PIC X(8) VALUE SPACES.
      *
      * THE ACCOUNT THE CARD NAMES, AS THE MASTER KEYS IT - THE
      * ACCOUNT THE LOAN IS SERVICED THROUGH - AND THE PAYOUT
      * ACCOUNT'S KEYS, SPACES WHEN THE LOAN PAYS OUT TO ITSELF.
       01  SERVICE-ACCOUNT-KEY          PIC X(5) VALUE SPACES.
       01  SERVICE-WIDE-KEY             PIC X(7) VALUE SPACES.
       01  PAYOUT-ACCOUNT-KEY           PIC X(5) VALUE SPACES.
       01  PAYOUT-WIDE-KEY              PIC X(7) VALUE SPACES.
      * THE KEYS READ-ACCOUNT-MASTER LOOKS UP - BY THE SHORT KEY, OR
      * BY THE WIDE KEY WHEN THE SHORT ONE IS BLANK.
       01  LOOKUP-ACCOUNT-KEY           PIC X(5) VALUE SPACES.
       01  LOOKUP-WIDE-KEY              PIC X(7) VALUE SPACES.
      *
      * THE LONGEST TERM A CARD MAY ASK FOR. THE GROWTH FACTOR BELOW
      * IS SIZED FOR IT AT ANY RATE THE CARD CAN CARRY.
       01  LOAN-TERM-CEILING            PIC 9(3) VALUE 120.
      *
      * THE LOAN ACCOUNT'S ENTITY - A PAYOUT ACCOUNT MUST BOOK TO THE
      * SAME ONE, SO THE DRAWDOWN JOURNALS UNDER ONE ENTITY.
       01  LOAN-ACCOUNT-ENTITY          PIC X(2) VALUE SPACES.
      *
      * AMORTISATION WORK - THE MONTHLY RATE, (1 + RATE) RAISED TO
      * THE TERM, THE LEVEL INSTALMENT, AND THE PRINCIPAL STILL TO
      * FALL DUE AS THE SCHEDULE IS WALKED.
       01  MONTHLY-RATE                 PIC 9V9(12) VALUE ZERO.
       01  GROWTH-FACTOR                PIC 9(5)V9(13) VALUE ZERO.
       01  LEVEL-INSTALMENT             PIC 9(9)V99 VALUE ZERO.
       01  SCHEDULE-BALANCE             PIC 9(9)V99 VALUE ZERO.
       01  SCHEDULE-INTEREST-TOTAL      PIC 9(9)V99 VALUE ZERO.
       01  INSTALMENT-IDX               PIC 9(3) VALUE ZERO.
       01  INSTALMENT-INTEREST          PIC 9(9)V99 VALUE ZERO.
       01  INSTALMENT-PRINCIPAL         PIC 9(9)V99 VALUE ZERO.
       01  SCHEDULE-ROWS-DELETED        PIC 9(4) VALUE ZERO.
      *
      * CALENDAR ARITHMETIC - THE DUE MONTH IS STEPPED ONE AT A TIME
      * FROM THE DRAWDOWN MONTH WITH CALBUILD'S MONTH-LENGTH AND
      * LEAP-YEAR RULES; NO INTRINSICS IN THIS SHOP.
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
      * PRINT WORK FIELDS - SAME LINE-COUNTED, PAGE-HEADED SHAPE AS
      * TEST'S DAILY REPORT.
       01  REPORT-PAGE-NUMBER           PIC 9(4) VALUE ZERO.
       01  REPORT-LINE-COUNT            PIC 9(2) VALUE ZERO.
       01  REPORT-PAGE-DEPTH            PIC 9(2) VALUE 55.
       01  REPORT-HEADING-LINE.
        05       FILLER                  PIC X(33)
                 VALUE "LOAN AMORTISATION SCHEDULES".
        05       REPORT-HEADING-DATE     PIC 9(8).
        05       FILLER                  PIC X(7) VALUE "   PAGE".
        05       REPORT-HEADING-PAGE     PIC ZZZ9.
       01  REPORT-COLUMN-LINE.
        05       FILLER                  PIC X(50) VALUE
                 "ACCT     NO.  DUE DATE        INSTALMENT       PRI".
        05       FILLER                  PIC X(50) VALUE
                 "NCIPAL        INTEREST   BALANCE AFTER".
       01  REPORT-BUILD-LINE            PIC X(132) VALUE SPACES.
       01  REPORT-NUMBER-EDIT           PIC ZZ9.
       01  REPORT-TERM-EDIT             PIC ZZ9.
       01  REPORT-RATE-EDIT             PIC Z9,9999.
       01  REPORT-AMOUNT-EDIT           PIC ZZZ.ZZZ.ZZ9,99.
       01  REPORT-PRINCIPAL-EDIT        PIC ZZZ.ZZZ.ZZ9,99.
       01  REPORT-INTEREST-EDIT         PIC ZZZ.ZZZ.ZZ9,99.
       01  REPORT-BALANCE-EDIT          PIC ZZZ.ZZZ.ZZ9,99.
      *
      * AUDIT-CHAIN WORK FIELDS - RE-ESTABLISHED FROM THE TRAIL
      * BEFORE THE OPEN EXTEND SO THE CHAIN CONTINUES UNBROKEN.
       01  AUDIT-SEQUENCE-NUMBER        PIC 9(8) VALUE ZERO.
       01  AUDIT-DATA-ENTRY-COUNT       PIC 9(8) VALUE ZERO.
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           DISPLAY "START LOANMNT".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM ESTABLISH-AUDIT-SEQUENCE.
           OPEN EXTEND AUDIT-LOG-FILE.
           OPEN I-O LOAN-FILE.
           OPEN I-O LOAN-SCHEDULE.
           OPEN INPUT ACCOUNT-MASTER.
           OPEN INPUT LOAN-CARDS.
           OPEN OUTPUT SCHEDULE-REPORT.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM READ-LOAN-CARD.
           PERFORM APPLY-ONE-CARD UNTIL END-OF-LOAN-CARDS.
           CLOSE SCHEDULE-REPORT.
           CLOSE LOAN-CARDS.
           CLOSE ACCOUNT-MASTER.
           CLOSE LOAN-SCHEDULE.
           CLOSE LOAN-FILE.
           PERFORM WRITE-AUDIT-TRAILER.
           CLOSE AUDIT-LOG-FILE.
           DISPLAY "CARDS APPLIED: " CARDS-APPLIED-COUNT.
           DISPLAY "CARDS REFUSED: " CARDS-REFUSED-COUNT.
           IF CARDS-REFUSED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "END LOANMNT".
      *
       PROG-EX.
           EXIT PROGRAM.
      *
      * APPLY-ONE-CARD - LOCATES THE ACCOUNT AND THE LOAN AND
      * APPLIES THE ACTION. THE FIRST FAILURE NAMES THE REFUSAL
      * REASON; EVERY DECISION GOES TO THE AUDIT TRAIL UNDER THE
      * ACCOUNT KEY, OR UNDER THE WIDE KEY ON A CARD THAT CARRIES
      * ONE.
      *
       APPLY-ONE-CARD SECTION.
           MOVE "N" TO CARD-REFUSED-SWITCH.
           MOVE SPACES TO CARD-REFUSAL-REASON.
           IF CARD-ACCOUNT-KEY = SPACES
               MOVE CARD-WIDE-KEY TO AUDIT-KEY-NAME
           ELSE
               MOVE CARD-ACCOUNT-KEY TO AUDIT-KEY-NAME
           END-IF.
           MOVE CARD-ACCOUNT-KEY TO LOOKUP-ACCOUNT-KEY.
           MOVE CARD-WIDE-KEY TO LOOKUP-WIDE-KEY.
           PERFORM READ-ACCOUNT-MASTER.
           IF NOT ACCOUNT-ON-FILE
               SET CARD-REFUSED TO TRUE
               MOVE "NO ACCOUNT" TO CARD-REFUSAL-REASON
               GO TO APPLY-ONE-CARD-DECIDE
           END-IF.
           MOVE ACCOUNT-MASTER-KEY TO SERVICE-ACCOUNT-KEY.
           MOVE ACCOUNT-MASTER-WIDE-KEY TO SERVICE-WIDE-KEY.
           PERFORM LOCATE-CARD-LOAN.
           EVALUATE CARD-ACTION
               WHEN "D"
                   PERFORM DRAW-DOWN-LOAN
               WHEN "X"
                   PERFORM CANCEL-LOAN
               WHEN OTHER
                   SET CARD-REFUSED TO TRUE
                   MOVE "UNKNOWN ACTION" TO CARD-REFUSAL-REASON
           END-EVALUATE.
       APPLY-ONE-CARD-DECIDE.
           IF CARD-REFUSED
               ADD 1 TO CARDS-REFUSED-COUNT
               DISPLAY "CARD REFUSED (" CARD-REFUSAL-REASON "): "
                   CARD-ACTION " " CARD-ACCOUNT-KEY CARD-WIDE-KEY
               MOVE "DENY" TO AUDIT-NEW-VALUE
           ELSE
               ADD 1 TO CARDS-APPLIED-COUNT
               MOVE "DONE" TO AUDIT-NEW-VALUE
           END-IF.
           MOVE "LOANMNT" TO AUDIT-PROGRAM-NAME.
           MOVE AUDIT-KEY-NAME TO AUDIT-FIELD-NAME.
           MOVE CARD-ACTION TO AUDIT-OLD-VALUE.
           MOVE SPACES TO AUDIT-OPERATOR-ID.
           MOVE ZERO TO AUDIT-TXN-NUMBER.
           PERFORM WRITE-AUDIT-RECORD.
           PERFORM READ-LOAN-CARD.
       EXIT.
      *
      * DRAW-DOWN-LOAN - THE ACCOUNT, ALREADY FOUND ON THE MASTER,
      * MUST BE OPEN AND CARRY NO LOAN STILL RUNNING (ONE PAID OFF
      * MAY BE REPLACED, ITS OLD SCHEDULE GOING WITH IT); THE
      * PRINCIPAL POSITIVE, THE TERM WITHIN THE CEILING, THE
      * REPAYMENT DAY A DAY OF THE MONTH, AND ANY PAYOUT ACCOUNT
      * OPEN UNDER THE SAME ENTITY.
      *
       DRAW-DOWN-LOAN SECTION.
           IF LOAN-ON-FILE AND NOT LOAN-PAID-OFF
               SET CARD-REFUSED TO TRUE
               MOVE "ALREADY ON FILE" TO CARD-REFUSAL-REASON
               GO TO DRAW-DOWN-LOAN-EX
           END-IF.
           IF ACCOUNT-MASTER-CLOSED-DATE NOT = ZERO
               SET CARD-REFUSED TO TRUE
               MOVE "ACCOUNT CLOSED" TO CARD-REFUSAL-REASON
               GO TO DRAW-DOWN-LOAN-EX
           END-IF.
           MOVE ACCOUNT-MASTER-ENTITY TO LOAN-ACCOUNT-ENTITY.
           IF CARD-PRINCIPAL NOT NUMERIC
               OR CARD-PRINCIPAL = ZERO
               SET CARD-REFUSED TO TRUE
               MOVE "PRINCIPAL INVALID" TO CARD-REFUSAL-REASON
               GO TO DRAW-DOWN-LOAN-EX
           END-IF.
           IF CARD-RATE NOT NUMERIC
               SET CARD-REFUSED TO TRUE
               MOVE "RATE INVALID" TO CARD-REFUSAL-REASON
               GO TO DRAW-DOWN-LOAN-EX
           END-IF.
           IF CARD-TERM NOT NUMERIC
               OR CARD-TERM = ZERO
               OR CARD-TERM > LOAN-TERM-CEILING
               SET CARD-REFUSED TO TRUE
               MOVE "TERM INVALID" TO CARD-REFUSAL-REASON
               GO TO DRAW-DOWN-LOAN-EX
           END-IF.
           IF CARD-REPAYMENT-DAY NOT NUMERIC
               OR CARD-REPAYMENT-DAY < 1
               OR CARD-REPAYMENT-DAY > 31
               SET CARD-REFUSED TO TRUE
               MOVE "REPAYMENT DAY INVALID" TO CARD-REFUSAL-REASON
               GO TO DRAW-DOWN-LOAN-EX
           END-IF.
      * A PAYOUT CARD THAT NAMES THE LOAN ACCOUNT ITSELF, BY EITHER
      * KEY, PAYS OUT TO IT AS A BLANK ONE WOULD.
           MOVE SPACES TO PAYOUT-ACCOUNT-KEY.
           MOVE SPACES TO PAYOUT-WIDE-KEY.
           IF CARD-PAYOUT-KEY NOT = SPACES
               OR CARD-PAYOUT-WIDE-KEY NOT = SPACES
               MOVE CARD-PAYOUT-KEY TO LOOKUP-ACCOUNT-KEY
               MOVE CARD-PAYOUT-WIDE-KEY TO LOOKUP-WIDE-KEY
               PERFORM READ-ACCOUNT-MASTER
               IF NOT ACCOUNT-ON-FILE
                   OR ACCOUNT-MASTER-CLOSED-DATE NOT = ZERO
                   SET CARD-REFUSED TO TRUE
                   MOVE "NO PAYOUT ACCOUNT" TO CARD-REFUSAL-REASON
                   GO TO DRAW-DOWN-LOAN-EX
               END-IF
               IF ACCOUNT-MASTER-WIDE-KEY NOT = SERVICE-WIDE-KEY
                   IF ACCOUNT-MASTER-ENTITY NOT = LOAN-ACCOUNT-ENTITY
                       SET CARD-REFUSED TO TRUE
                       MOVE "PAYOUT ENTITY DIFFERS"
                           TO CARD-REFUSAL-REASON
                       GO TO DRAW-DOWN-LOAN-EX
                   END-IF
                   MOVE ACCOUNT-MASTER-KEY TO PAYOUT-ACCOUNT-KEY
                   MOVE ACCOUNT-MASTER-WIDE-KEY TO PAYOUT-WIDE-KEY
               END-IF
           END-IF.
           PERFORM REMOVE-OLD-SCHEDULE.
           MOVE SERVICE-ACCOUNT-KEY TO LOAN-ACCOUNT-KEY.
           MOVE SERVICE-WIDE-KEY TO LOAN-WIDE-KEY.
           MOVE CARD-PRINCIPAL TO LOAN-PRINCIPAL.
           MOVE CARD-RATE TO LOAN-RATE.
           MOVE CARD-TERM TO LOAN-TERM.
           MOVE CARD-REPAYMENT-DAY TO LOAN-REPAYMENT-DAY.
           MOVE RUN-DATE TO LOAN-DRAWDOWN-DATE.
           MOVE PAYOUT-ACCOUNT-KEY TO LOAN-PAYOUT-KEY.
           MOVE PAYOUT-WIDE-KEY TO LOAN-PAYOUT-WIDE-KEY.
           SET LOAN-AWAITING-PAYOUT TO TRUE.
           MOVE ZERO TO LOAN-PRINCIPAL-OUTSTANDING.
           MOVE ZERO TO LOAN-INSTALMENTS-CHARGED.
           MOVE ZERO TO LOAN-INTEREST-CHARGED.
           MOVE ZERO TO LOAN-INTEREST-YEAR.
           MOVE ZERO TO LOAN-INTEREST-YTD.
           MOVE ZERO TO LOAN-ARREARS-AMOUNT.
           MOVE ZERO TO LOAN-ARREARS-UNDER-30.
           MOVE ZERO TO LOAN-ARREARS-30-DAYS.
           MOVE ZERO TO LOAN-ARREARS-60-DAYS.
           MOVE ZERO TO LOAN-ARREARS-90-DAYS.
           MOVE ZERO TO LOAN-OLDEST-UNPAID-DATE.
           MOVE ZERO TO LOAN-DAYS-PAST-DUE.
           MOVE ZERO TO LOAN-LAST-RUN-DATE.
           MOVE ZERO TO LOAN-CLOSED-DATE.
           PERFORM COMPUTE-LEVEL-INSTALMENT.
           MOVE LEVEL-INSTALMENT TO LOAN-INSTALMENT.
           PERFORM WRITE-LOAN-SCHEDULE.
           IF CARD-REFUSED
               GO TO DRAW-DOWN-LOAN-EX
           END-IF.
           MOVE SCHEDULE-INTEREST-TOTAL TO LOAN-SCHEDULED-INTEREST.
           IF LOAN-ON-FILE
               REWRITE LOAN-RECORD
           ELSE
               WRITE LOAN-RECORD
                   INVALID KEY
                       SET CARD-REFUSED TO TRUE
                       MOVE "WRITE FAILED" TO CARD-REFUSAL-REASON
               END-WRITE
           END-IF.
           IF NOT CARD-REFUSED
               DISPLAY "LOAN " LOAN-WIDE-KEY " DRAWN DOWN - "
                   LOAN-TERM " INSTALMENTS OF " LOAN-INSTALMENT
                   " FROM " LOAN-FIRST-DUE-DATE
           END-IF.
       DRAW-DOWN-LOAN-EX.
       EXIT.
      *
      * CANCEL-LOAN - ONLY A LOAN NOT YET PAID OUT MAY BE CANCELLED;
      * IT LEAVES THE FILE WITH ITS SCHEDULE. ONCE LOANDAY HAS PAID
      * IT OUT THE MONEY HAS MOVED AND THE LOAN MUST RUN.
      *
       CANCEL-LOAN SECTION.
           IF NOT LOAN-ON-FILE
               SET CARD-REFUSED TO TRUE
               MOVE "NO LOAN" TO CARD-REFUSAL-REASON
               GO TO CANCEL-LOAN-EX
           END-IF.
           IF NOT LOAN-AWAITING-PAYOUT
               SET CARD-REFUSED TO TRUE
               MOVE "LOAN ALREADY PAID OUT" TO CARD-REFUSAL-REASON
               GO TO CANCEL-LOAN-EX
           END-IF.
           IF CARD-TERMS NOT = SPACES
               SET CARD-REFUSED TO TRUE
               MOVE "TERMS NOT BLANK" TO CARD-REFUSAL-REASON
               GO TO CANCEL-LOAN-EX
           END-IF.
           PERFORM REMOVE-OLD-SCHEDULE.
           MOVE SERVICE-WIDE-KEY TO LOAN-WIDE-KEY.
           DELETE LOAN-FILE
               INVALID KEY
                   SET CARD-REFUSED TO TRUE
                   MOVE "DELETE FAILED" TO CARD-REFUSAL-REASON
           END-DELETE.
       CANCEL-LOAN-EX.
       EXIT.
      *
      * REMOVE-OLD-SCHEDULE - DELETES EVERY SCHEDULE ROW UNDER THE
      * ACCOUNT'S WIDE KEY, SO A REPLACEMENT LOAN STARTS ITS NUMBERING
      * AFRESH AND A CANCELLED ONE LEAVES NOTHING BEHIND.
      *
       REMOVE-OLD-SCHEDULE SECTION.
           MOVE ZERO TO SCHEDULE-ROWS-DELETED.
           MOVE "N" TO SCHEDULE-END-SWITCH.
           MOVE SERVICE-WIDE-KEY TO INSTAL-WIDE-KEY.
           MOVE ZERO TO INSTAL-NUMBER.
           START LOAN-SCHEDULE KEY IS NOT LESS THAN INSTAL-KEY
               INVALID KEY
                   SET END-OF-LOAN-SCHEDULE TO TRUE
           END-START.
           IF NOT END-OF-LOAN-SCHEDULE
               PERFORM READ-NEXT-SCHEDULE-ROW
           END-IF.
           PERFORM DELETE-ONE-SCHEDULE-ROW
               UNTIL END-OF-LOAN-SCHEDULE.
       EXIT.
      *
       DELETE-ONE-SCHEDULE-ROW SECTION.
           DELETE LOAN-SCHEDULE
               INVALID KEY
                   CONTINUE
           END-DELETE.
           ADD 1 TO SCHEDULE-ROWS-DELETED.
           PERFORM READ-NEXT-SCHEDULE-ROW.
       EXIT.
      *
       READ-NEXT-SCHEDULE-ROW SECTION.
           READ LOAN-SCHEDULE NEXT RECORD
               AT END
                   SET END-OF-LOAN-SCHEDULE TO TRUE
           END-READ.
           IF NOT END-OF-LOAN-SCHEDULE
               AND INSTAL-WIDE-KEY NOT = SERVICE-WIDE-KEY
               SET END-OF-LOAN-SCHEDULE TO TRUE
           END-IF.
       EXIT.
      *
      * COMPUTE-LEVEL-INSTALMENT - THE ANNUITY THAT REPAYS THE
      * PRINCIPAL OVER THE TERM AT THE MONTHLY RATE:
      * P X R X (1+R)**N / ((1+R)**N - 1), THE POWER BUILT UP ONE
      * MONTH AT A TIME. AN INTEREST-FREE LOAN REPAYS THE PRINCIPAL
      * IN EQUAL PARTS.
      *
       COMPUTE-LEVEL-INSTALMENT SECTION.
           COMPUTE MONTHLY-RATE = LOAN-RATE / 1200.
           IF MONTHLY-RATE = ZERO
               COMPUTE LEVEL-INSTALMENT ROUNDED =
                   LOAN-PRINCIPAL / LOAN-TERM
               GO TO COMPUTE-LEVEL-INSTALMENT-EX
           END-IF.
           MOVE 1 TO GROWTH-FACTOR.
           PERFORM COMPOUND-ONE-MONTH LOAN-TERM TIMES.
           COMPUTE LEVEL-INSTALMENT ROUNDED =
               LOAN-PRINCIPAL * MONTHLY-RATE * GROWTH-FACTOR
               / (GROWTH-FACTOR - 1).
       COMPUTE-LEVEL-INSTALMENT-EX.
       EXIT.
      *
       COMPOUND-ONE-MONTH SECTION.
           COMPUTE GROWTH-FACTOR ROUNDED =
               GROWTH-FACTOR * (1 + MONTHLY-RATE).
       EXIT.
      *
      * WRITE-LOAN-SCHEDULE - ONE ROW PER INSTALMENT, DUE ON THE
      * REPAYMENT DAY OF EACH MONTH FROM THE MONTH AFTER DRAWDOWN,
      * AND THE SAME ROWS ON THE SCHEDULE REPORT.
      *
       WRITE-LOAN-SCHEDULE SECTION.
           MOVE LOAN-PRINCIPAL TO SCHEDULE-BALANCE.
           MOVE ZERO TO SCHEDULE-INTEREST-TOTAL.
           MOVE RUN-DATE TO DATE-WORK.
           PERFORM WRITE-SCHEDULE-BANNER.
           PERFORM WRITE-ONE-INSTALMENT
               VARYING INSTALMENT-IDX FROM 1 BY 1
               UNTIL INSTALMENT-IDX > LOAN-TERM
               OR CARD-REFUSED.
           MOVE SPACES TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
       EXIT.
      *
      * WRITE-ONE-INSTALMENT - THE MONTH'S INTEREST ON WHAT IS STILL
      * OUTSTANDING, THE REST OF THE INSTALMENT OFF THE PRINCIPAL;
      * THE LAST INSTALMENT CLEARS WHATEVER PRINCIPAL IS LEFT.
      *
       WRITE-ONE-INSTALMENT SECTION.
           PERFORM STEP-TO-NEXT-DUE-DATE.
           COMPUTE INSTALMENT-INTEREST ROUNDED =
               SCHEDULE-BALANCE * MONTHLY-RATE.
           IF INSTALMENT-IDX = LOAN-TERM
               OR LEVEL-INSTALMENT - INSTALMENT-INTEREST
                   > SCHEDULE-BALANCE
               MOVE SCHEDULE-BALANCE TO INSTALMENT-PRINCIPAL
           ELSE
               COMPUTE INSTALMENT-PRINCIPAL =
                   LEVEL-INSTALMENT - INSTALMENT-INTEREST
           END-IF.
           SUBTRACT INSTALMENT-PRINCIPAL FROM SCHEDULE-BALANCE.
           ADD INSTALMENT-INTEREST TO SCHEDULE-INTEREST-TOTAL.
           MOVE SPACES TO LOAN-SCHEDULE-RECORD.
           MOVE SERVICE-WIDE-KEY TO INSTAL-WIDE-KEY.
           MOVE INSTALMENT-IDX TO INSTAL-NUMBER.
           MOVE SERVICE-ACCOUNT-KEY TO INSTAL-ACCOUNT-KEY.
           MOVE DATE-WORK TO INSTAL-DUE-DATE.
           COMPUTE INSTAL-AMOUNT =
               INSTALMENT-PRINCIPAL + INSTALMENT-INTEREST.
           MOVE INSTALMENT-PRINCIPAL TO INSTAL-PRINCIPAL.
           MOVE INSTALMENT-INTEREST TO INSTAL-INTEREST.
           MOVE SCHEDULE-BALANCE TO INSTAL-BALANCE-AFTER.
           SET INSTAL-DUE TO TRUE.
           MOVE ZERO TO INSTAL-CHARGED-DATE.
           WRITE LOAN-SCHEDULE-RECORD
               INVALID KEY
                   SET CARD-REFUSED TO TRUE
                   MOVE "SCHEDULE WRITE FAILED" TO CARD-REFUSAL-REASON
                   GO TO WRITE-ONE-INSTALMENT-EX
           END-WRITE.
           IF INSTALMENT-IDX = 1
               MOVE INSTAL-DUE-DATE TO LOAN-FIRST-DUE-DATE
           END-IF.
           MOVE INSTAL-DUE-DATE TO LOAN-FINAL-DUE-DATE.
           PERFORM WRITE-INSTALMENT-LINE.
       WRITE-ONE-INSTALMENT-EX.
       EXIT.
      *
      * STEP-TO-NEXT-DUE-DATE - DATE-WORK MOVES ON ONE MONTH AND
      * TAKES THE REPAYMENT DAY, OR THE MONTH'S LAST DAY WHEN IT IS
      * SHORTER.
      *
       STEP-TO-NEXT-DUE-DATE SECTION.
           ADD 1 TO DATE-WORK-MONTH.
           IF DATE-WORK-MONTH > 12
               MOVE 1 TO DATE-WORK-MONTH
               ADD 1 TO DATE-WORK-YEAR
           END-IF.
           PERFORM JUDGE-LEAP-YEAR.
           PERFORM SET-MONTH-LENGTH.
           IF LOAN-REPAYMENT-DAY > MONTH-LENGTH
               MOVE MONTH-LENGTH TO DATE-WORK-DAY
           ELSE
               MOVE LOAN-REPAYMENT-DAY TO DATE-WORK-DAY
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
      * WRITE-SCHEDULE-BANNER - THE CONTRACT LINE AHEAD OF A LOAN'S
      * INSTALMENT ROWS.
      *
       WRITE-SCHEDULE-BANNER SECTION.
           MOVE LOAN-PRINCIPAL TO REPORT-AMOUNT-EDIT.
           MOVE LOAN-RATE TO REPORT-RATE-EDIT.
           MOVE LOAN-TERM TO REPORT-TERM-EDIT.
           MOVE LEVEL-INSTALMENT TO REPORT-INTEREST-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "LOAN " DELIMITED BY SIZE
               LOAN-WIDE-KEY DELIMITED BY SIZE
               "  PRINCIPAL " DELIMITED BY SIZE
               REPORT-AMOUNT-EDIT DELIMITED BY SIZE
               "  RATE " DELIMITED BY SIZE
               REPORT-RATE-EDIT DELIMITED BY SIZE
               "  TERM " DELIMITED BY SIZE
               REPORT-TERM-EDIT DELIMITED BY SIZE
               "  REPAYMENT DAY " DELIMITED BY SIZE
               LOAN-REPAYMENT-DAY DELIMITED BY SIZE
               "  INSTALMENT " DELIMITED BY SIZE
               REPORT-INTEREST-EDIT DELIMITED BY SIZE
               "  PAYOUT " DELIMITED BY SIZE
               LOAN-PAYOUT-WIDE-KEY DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
       EXIT.
      *
       WRITE-INSTALMENT-LINE SECTION.
           MOVE INSTAL-NUMBER TO REPORT-NUMBER-EDIT.
           MOVE INSTAL-AMOUNT TO REPORT-AMOUNT-EDIT.
           MOVE INSTAL-PRINCIPAL TO REPORT-PRINCIPAL-EDIT.
           MOVE INSTAL-INTEREST TO REPORT-INTEREST-EDIT.
           MOVE INSTAL-BALANCE-AFTER TO REPORT-BALANCE-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING INSTAL-WIDE-KEY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               REPORT-NUMBER-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               INSTAL-DUE-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               REPORT-AMOUNT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               REPORT-PRINCIPAL-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               REPORT-INTEREST-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               REPORT-BALANCE-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
       EXIT.
      *
       WRITE-REPORT-HEADING SECTION.
           ADD 1 TO REPORT-PAGE-NUMBER.
           MOVE RUN-DATE TO REPORT-HEADING-DATE.
           MOVE REPORT-PAGE-NUMBER TO REPORT-HEADING-PAGE.
           MOVE REPORT-HEADING-LINE TO SCHEDULE-REPORT-LINE.
           WRITE SCHEDULE-REPORT-LINE AFTER ADVANCING PAGE.
           MOVE 1 TO REPORT-LINE-COUNT.
           MOVE SPACES TO SCHEDULE-REPORT-LINE.
           WRITE SCHEDULE-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE REPORT-COLUMN-LINE TO SCHEDULE-REPORT-LINE.
           WRITE SCHEDULE-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 2 TO REPORT-LINE-COUNT.
       EXIT.
      *
       WRITE-REPORT-LINE SECTION.
           IF REPORT-LINE-COUNT NOT < REPORT-PAGE-DEPTH
               PERFORM WRITE-REPORT-HEADING
           END-IF.
           MOVE REPORT-BUILD-LINE TO SCHEDULE-REPORT-LINE.
           WRITE SCHEDULE-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO REPORT-LINE-COUNT.
       EXIT.
      *
      * LOCATE-CARD-LOAN - THE LOAN UNDER THE ACCOUNT'S WIDE KEY.
      *
       LOCATE-CARD-LOAN SECTION.
           MOVE "N" TO LOAN-FOUND-SWITCH.
           MOVE SERVICE-WIDE-KEY TO LOAN-WIDE-KEY.
           READ LOAN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET LOAN-ON-FILE TO TRUE
           END-READ.
       EXIT.
      *
      * READ-ACCOUNT-MASTER - THE ACCOUNT NAMED BY LOOKUP-ACCOUNT-KEY
      * ON THE SHORT-KEY INDEX OR, WITH THAT BLANK, BY
      * LOOKUP-WIDE-KEY.
      *
       READ-ACCOUNT-MASTER SECTION.
           MOVE "N" TO ACCOUNT-FOUND-SWITCH.
           IF LOOKUP-ACCOUNT-KEY = SPACES
               MOVE LOOKUP-WIDE-KEY TO ACCOUNT-MASTER-WIDE-KEY
               READ ACCOUNT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ACCOUNT-ON-FILE TO TRUE
               END-READ
           ELSE
               MOVE LOOKUP-ACCOUNT-KEY TO ACCOUNT-MASTER-KEY
               READ ACCOUNT-MASTER KEY IS ACCOUNT-MASTER-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ACCOUNT-ON-FILE TO TRUE
               END-READ
           END-IF.
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
       READ-LOAN-CARD SECTION.
           READ LOAN-CARDS
               AT END
                   SET END-OF-LOAN-CARDS TO TRUE
           END-READ.
       EXIT.
      *
       END PROGRAM LOANMNT.
