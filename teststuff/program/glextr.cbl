      * COMPLETION FLAG, ONE BALANCED DEBIT/CREDIT PAIR PER
      * TRANSACTION WITH THE GL ACCOUNTS KEYED BY TRANSACTION TYPE,
      * AND A TRAILER WITH RECORD COUNT AND HASH TOTALS - SO THE
      * LEDGER TEAM STOPS REKEYING FIGURES FROM DISPLAY OUTPUT. EACH
      * DETAIL CARRIES THE LEGAL ENTITY THE TRAIL RECORD WAS POSTED
      * UNDER, AND AN "E" SUBTOTAL PER ENTITY AHEAD OF THE TRAILER
      * PROVES EVERY ENTITY BALANCES ON ITS OWN. AN INTERNAL
      * TRANSFER REACHES THE TRAIL AS TWO LEGS, PAYING THEN RECEIVING;
      * THE EXTRACT JOURNALS THE TWO AS ONE BALANCED PAIR THROUGH THE
      * TRANSFER TYPE'S MAPPING.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * THE CYCLE THE FLAG BELONGS TO - INTRADAY RUNS STAMP 1, 2, ...
        05       COMPLETION-FLAG-CYCLE   PIC 9(2).
      *
       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLJOURNAL.
      *
       FD  CHART-OF-ACCOUNTS
           LABEL RECORDS ARE STANDARD.
           COPY CHARTOFACCTS.
      *
       FD  STEP-LEDGER
           LABEL RECORDS ARE STANDARD.
       01  JOURNAL-ENTRY-AMOUNT         PIC 9(7)V99 VALUE ZERO.
       01  UNKNOWN-TYPE-COUNT           PIC 9(8) VALUE ZERO.
      *
      * PER-ENTITY TOTALS - ONE ENTRY PER LEGAL ENTITY MET ON THE
      * TRAIL (A BLANK ENTITY IS A TRAIL RECORD WRITTEN BEFORE THE
      * FIELD EXISTED), WRITTEN AS THE "E" SUBTOTALS.
       01  ENTITY-TABLE.
        05       ENTITY-ENTRY OCCURS 20 TIMES.
         10      ENTITY-CODE             PIC X(2).
         10      ENTITY-DETAIL-COUNT     PIC 9(8).
         10      ENTITY-DR-TOTAL         PIC 9(9)V99.
         10      ENTITY-CR-TOTAL         PIC 9(9)V99.
       01  ENTITY-COUNT                 PIC 99 VALUE ZERO.
       01  ENTITY-IDX                   PIC 99 VALUE 1.
       01  ENTITY-FOUND-IDX             PIC 99 VALUE ZERO.
       01  ENTITY-OVERFLOW-COUNT        PIC 9(8) VALUE ZERO.
       01  ENTITY-OUT-OF-BALANCE-COUNT  PIC 99 VALUE ZERO.
      *
      * GL-ACCOUNT TABLE - THE DEBIT AND CREDIT GL ACCOUNTS FOR EACH
      * TRANSACTION TYPE, LOADED FROM THE CHART-OF-ACCOUNTS FILE AT
      * START OF RUN (THE MAPPING USED TO BE COMPILED IN). A
       01  GL-ACCOUNT-DR-FOUND          PIC X(4) VALUE SPACES.
       01  GL-ACCOUNT-CR-FOUND          PIC X(4) VALUE SPACES.
       01  GL-ACCOUNT-FLIP-HOLD         PIC X(4) VALUE SPACES.
      * TRANSFER-PAIRING WORK FIELDS - THE PAYING LEG OF A TRANSFER
      * WAITS HERE FOR ITS RECEIVING LEG, WHICH TEST WRITES DIRECTLY
      * BEHIND IT. A LEG THAT ARRIVES WITHOUT ITS PARTNER (THE OTHER
      * ACCOUNT LOST AT COMMIT), OR WHOSE PARTNER BELONGS TO ANOTHER
      * ENTITY, IS JOURNALED LEG BY LEG LIKE ANY OTHER POSTING, SO
      * EVERY ENTITY STILL BALANCES ON ITS OWN. THE IMAGES ARE THE
      * SHARED POSTED-TRANSACTION LAYOUT'S LENGTH. THE PAYING LEG
      * CARRIES ITS NUMBER WITH THE DEBIT SIGN, SO ONLY ITS MAGNITUDE
      * IS KEPT FOR THE MATCH.
       01  TRANSFER-WAITING-SWITCH      PIC X VALUE "N".
         88      TRANSFER-DEBIT-WAITING      VALUE "Y".
       01  TRANSFER-CONSUMED-SWITCH     PIC X VALUE "N".
         88      TRANSFER-CREDIT-CONSUMED    VALUE "Y".
       01  TRANSFER-DEBIT-IMAGE         PIC X(57) VALUE SPACES.
       01  TRANSFER-CREDIT-IMAGE        PIC X(57) VALUE SPACES.
       01  TRANSFER-DEBIT-NUMBER        PIC 9(4) VALUE ZERO.
       01  TRANSFER-DEBIT-AMOUNT        PIC S9(7)V99 VALUE ZERO.
       01  TRANSFER-DEBIT-ENTITY        PIC X(2) VALUE SPACES.
       01  TRANSFER-PAIRED-COUNT        PIC 9(8) VALUE ZERO.
       01  TRANSFER-UNPAIRED-COUNT      PIC 9(8) VALUE ZERO.
      * STEP-LEDGER WORK FIELDS - THE PREREQUISITE THIS STEP WAITS
      * ON AND THE LEDGER-WALK STATE.
       01  STEP-LEDGER-SWITCH           PIC X VALUE "N".
           PERFORM READ-POSTED-TRANSACTION.
           PERFORM EXTRACT-ONE-TRANSACTION
               UNTIL END-OF-POSTED-TRANSACTIONS.
           IF TRANSFER-DEBIT-WAITING
               PERFORM JOURNAL-UNPAIRED-DEBIT-LEG
           END-IF.
           CLOSE POSTED-TRANSACTIONS.
           PERFORM WRITE-ENTITY-SUBTOTAL
               VARYING ENTITY-IDX FROM 1 BY 1
               UNTIL ENTITY-IDX > ENTITY-COUNT.
           MOVE SPACES TO JOURNAL-TRAILER-RECORD.
           MOVE "T" TO JRNL-TRAILER-TYPE.
           MOVE JOURNAL-DETAIL-COUNT TO JRNL-TRAILER-COUNT.
           MOVE JOURNAL-HASH-TOTAL TO JRNL-TRAILER-HASH.
           DISPLAY "JOURNAL DETAILS WRITTEN: " JOURNAL-DETAIL-COUNT.
           DISPLAY "DEBIT TOTAL:  " JOURNAL-DR-TOTAL.
           DISPLAY "CREDIT TOTAL: " JOURNAL-CR-TOTAL.
           DISPLAY "TRANSFERS JOURNALED AS ONE PAIR: "
               TRANSFER-PAIRED-COUNT.
           IF TRANSFER-UNPAIRED-COUNT > ZERO
               DISPLAY "TRANSFER LEGS WITHOUT THEIR PARTNER: "
                   TRANSFER-UNPAIRED-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF UNKNOWN-TYPE-COUNT > ZERO
               DISPLAY "TRANSACTIONS WITH NO GL MAPPING: "
                   UNKNOWN-TYPE-COUNT
               DISPLAY "JOURNAL OUT OF BALANCE"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF ENTITY-OVERFLOW-COUNT > ZERO
               DISPLAY "ENTITY TABLE FULL - DETAILS WITHOUT A "
                   "SUBTOTAL: " ENTITY-OVERFLOW-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF ENTITY-OUT-OF-BALANCE-COUNT > ZERO
               DISPLAY "ENTITIES OUT OF BALANCE: "
                   ENTITY-OUT-OF-BALANCE-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF.
      * A CLEAN END GOES ON THE LEDGER SO THE NEXT STEP MAY START.
           IF RETURN-CODE < 8
               PERFORM RECORD-STEP-END
       EXIT.
      *
       LOAD-ONE-CHART-ROW SECTION.
      * BALANCE-CONTROL AND ACCOUNT-CLASS ROWS MAP NO TRANSACTION
      * TYPE - THEY BELONG TO THE GL BALANCE RECONCILIATION AND THE
      * YEAR-END CLOSE, NOT THE JOURNAL.
           IF COA-NON-TYPE-ROW
               GO TO LOAD-ONE-CHART-ROW-NEXT
           END-IF.
           ADD 1 TO GL-ACCOUNT-COUNT.
           MOVE COA-TXN-TYPE TO
               GL-ACCOUNT-TXN-TYPE(GL-ACCOUNT-COUNT).
           MOVE COA-DR-ACCOUNT TO GL-ACCOUNT-DR(GL-ACCOUNT-COUNT).
           MOVE COA-CR-ACCOUNT TO GL-ACCOUNT-CR(GL-ACCOUNT-COUNT).
       LOAD-ONE-CHART-ROW-NEXT.
           PERFORM READ-CHART-ROW.
       EXIT.
      *
       EXIT.
      *
       VERIFY-ONE-POSTED-TYPE SECTION.
           IF POSTED-BROUGHT-FORWARD
               GO TO VERIFY-ONE-POSTED-TYPE-NEXT
           END-IF.
           MOVE SPACES TO GL-ACCOUNT-DR-FOUND.
           MOVE SPACES TO GL-ACCOUNT-CR-FOUND.
           PERFORM FIND-GL-ACCOUNT-ENTRY
                   PERFORM REMEMBER-REPORTED-TYPE
               END-IF
           END-IF.
       VERIFY-ONE-POSTED-TYPE-NEXT.
           PERFORM READ-POSTED-TRANSACTION.
       EXIT.
      *
           END-IF.
       EXIT.
      *
      * EXTRACT-ONE-TRANSACTION - A TRANSFER'S PAYING LEG IS HELD
      * BACK FOR ITS RECEIVING LEG; EVERYTHING ELSE IS JOURNALED AS
      * IT COMES. A BROUGHT-FORWARD ROW STANDS FOR POSTINGS ROLLED
      * OFF TO THE ARCHIVE, ALL JOURNALED ON THEIR OWN DAY, AND IS
      * NOT JOURNALED AGAIN.
      *
       EXTRACT-ONE-TRANSACTION SECTION.
           IF POSTED-BROUGHT-FORWARD
               GO TO EXTRACT-ONE-TRANSACTION-NEXT
           END-IF.
           MOVE "N" TO TRANSFER-CONSUMED-SWITCH.
           IF TRANSFER-DEBIT-WAITING
               PERFORM SETTLE-WAITING-TRANSFER
           END-IF.
           IF TRANSFER-CREDIT-CONSUMED
               GO TO EXTRACT-ONE-TRANSACTION-NEXT
           END-IF.
           IF POSTED-TRANSFER-DEBIT
               MOVE POSTED-TRANSACTION-RECORD TO TRANSFER-DEBIT-IMAGE
               MOVE POSTED-NUMBER-PART1 TO TRANSFER-DEBIT-NUMBER
               MOVE POSTED-AMOUNT TO TRANSFER-DEBIT-AMOUNT
               MOVE POSTED-ENTITY TO TRANSFER-DEBIT-ENTITY
               SET TRANSFER-DEBIT-WAITING TO TRUE
               GO TO EXTRACT-ONE-TRANSACTION-NEXT
           END-IF.
           PERFORM JOURNAL-POSTED-RECORD.
       EXTRACT-ONE-TRANSACTION-NEXT.
           PERFORM READ-POSTED-TRANSACTION.
       EXIT.
      *
      * SETTLE-WAITING-TRANSFER - THE RECORD IN HAND IS THE WAITING
      * LEG'S PARTNER WHEN IT IS A RECEIVING LEG OF THE SAME NUMBER
      * FOR THE SAME MAGNITUDE: IN THE SAME ENTITY THE TWO ARE
      * JOURNALED AS ONE PAIR; ACROSS ENTITIES THE PAYING LEG IS
      * JOURNALED HERE AND THE RECEIVING LEG FOLLOWS AS AN ORDINARY
      * POSTING. ANYTHING ELSE LEAVES THE PAYING LEG UNPAIRED.
      *
       SETTLE-WAITING-TRANSFER SECTION.
           IF NOT POSTED-TRANSFER-CREDIT
               OR POSTED-NUMBER-PART1 NOT = TRANSFER-DEBIT-NUMBER
               OR POSTED-AMOUNT + TRANSFER-DEBIT-AMOUNT NOT = ZERO
               PERFORM JOURNAL-UNPAIRED-DEBIT-LEG
               GO TO SETTLE-WAITING-TRANSFER-EX
           END-IF.
           MOVE "N" TO TRANSFER-WAITING-SWITCH.
           SET TRANSFER-CREDIT-CONSUMED TO TRUE.
           IF POSTED-ENTITY NOT = TRANSFER-DEBIT-ENTITY
               PERFORM JOURNAL-DEBIT-LEG-ALONE
               PERFORM JOURNAL-POSTED-RECORD
               GO TO SETTLE-WAITING-TRANSFER-EX
           END-IF.
           MOVE SPACES TO GL-ACCOUNT-DR-FOUND.
           MOVE SPACES TO GL-ACCOUNT-CR-FOUND.
           PERFORM FIND-GL-ACCOUNT-ENTRY
               VARYING GL-ACCOUNT-IDX FROM 1 BY 1
               UNTIL GL-ACCOUNT-IDX > GL-ACCOUNT-COUNT.
      * THE RECEIVING LEG'S AMOUNT IS THE PAIR'S - A BACKED-OUT
      * TRANSFER'S RECEIVING LEG IS NEGATIVE AND FLIPS THE PAIR.
           IF POSTED-AMOUNT < ZERO
               COMPUTE JOURNAL-ENTRY-AMOUNT = ZERO - POSTED-AMOUNT
               MOVE GL-ACCOUNT-DR-FOUND TO GL-ACCOUNT-FLIP-HOLD
               MOVE GL-ACCOUNT-CR-FOUND TO GL-ACCOUNT-DR-FOUND
               MOVE GL-ACCOUNT-FLIP-HOLD TO GL-ACCOUNT-CR-FOUND
           ELSE
               MOVE POSTED-AMOUNT TO JOURNAL-ENTRY-AMOUNT
           END-IF.
           PERFORM WRITE-JOURNAL-PAIR.
           ADD 1 TO TRANSFER-PAIRED-COUNT.
       SETTLE-WAITING-TRANSFER-EX.
       EXIT.
      *
       JOURNAL-UNPAIRED-DEBIT-LEG SECTION.
           ADD 1 TO TRANSFER-UNPAIRED-COUNT.
           DISPLAY "TRANSFER " TRANSFER-DEBIT-NUMBER
               " PAYING LEG HAS NO RECEIVING LEG - JOURNALED ALONE".
           MOVE "N" TO TRANSFER-WAITING-SWITCH.
           PERFORM JOURNAL-DEBIT-LEG-ALONE.
       EXIT.
      *
      * JOURNAL-DEBIT-LEG-ALONE - PUTS THE WAITING LEG BACK IN THE
      * RECORD AREA LONG ENOUGH TO JOURNAL IT AS AN ORDINARY POSTING,
      * THEN RESTORES THE RECORD IN HAND.
      *
       JOURNAL-DEBIT-LEG-ALONE SECTION.
           MOVE POSTED-TRANSACTION-RECORD TO TRANSFER-CREDIT-IMAGE.
           MOVE TRANSFER-DEBIT-IMAGE TO POSTED-TRANSACTION-RECORD.
           PERFORM JOURNAL-POSTED-RECORD.
           MOVE TRANSFER-CREDIT-IMAGE TO POSTED-TRANSACTION-RECORD.
       EXIT.
      *
      * JOURNAL-POSTED-RECORD - LOOKS UP THE TRANSACTION TYPE'S GL
      * ACCOUNTS AND WRITES THE BALANCED DEBIT/CREDIT PAIR. THE
      * POSTED AMOUNT IS ALREADY IN BASE CURRENCY WITH ITS FINAL
      * SIGN - A NEGATIVE AMOUNT FLIPS THE PAIR AND JOURNALS THE
      * BETTER A SHORT BATCH THE TRAILER EXPOSES THAN A GUESSED
      * ACCOUNT.
      *
       JOURNAL-POSTED-RECORD SECTION.
           MOVE SPACES TO GL-ACCOUNT-DR-FOUND.
           MOVE SPACES TO GL-ACCOUNT-CR-FOUND.
           PERFORM FIND-GL-ACCOUNT-ENTRY
               END-IF
               PERFORM WRITE-JOURNAL-PAIR
           END-IF.
       EXIT.
      *
       FIND-GL-ACCOUNT-ENTRY SECTION.
       EXIT.
      *
       WRITE-JOURNAL-PAIR SECTION.
           PERFORM FIND-ENTITY-ENTRY.
           MOVE "D" TO JRNL-DETAIL-TYPE.
           MOVE "DR" TO JRNL-DETAIL-SIDE.
           MOVE GL-ACCOUNT-DR-FOUND TO JRNL-DETAIL-ACCOUNT.
           MOVE JOURNAL-ENTRY-AMOUNT TO JRNL-DETAIL-AMOUNT.
           MOVE POSTED-NUMBER-PART1 TO JRNL-DETAIL-TXN-NUMBER.
           MOVE POSTED-TXN-TYPE TO JRNL-DETAIL-TXN-TYPE.
           MOVE POSTED-ENTITY TO JRNL-DETAIL-ENTITY.
           WRITE JOURNAL-DETAIL-RECORD.
           ADD 1 TO JOURNAL-DETAIL-COUNT.
           ADD JRNL-DETAIL-TXN-NUMBER TO JOURNAL-HASH-TOTAL.
           ADD 1 TO JOURNAL-DETAIL-COUNT.
           ADD JRNL-DETAIL-TXN-NUMBER TO JOURNAL-HASH-TOTAL.
           ADD JOURNAL-ENTRY-AMOUNT TO JOURNAL-CR-TOTAL.
           IF ENTITY-FOUND-IDX > ZERO
               ADD 2 TO ENTITY-DETAIL-COUNT(ENTITY-FOUND-IDX)
               ADD JOURNAL-ENTRY-AMOUNT
                   TO ENTITY-DR-TOTAL(ENTITY-FOUND-IDX)
               ADD JOURNAL-ENTRY-AMOUNT
                   TO ENTITY-CR-TOTAL(ENTITY-FOUND-IDX)
           END-IF.
       EXIT.
      *
      * FIND-ENTITY-ENTRY - LOCATES (OR OPENS) THE TOTALS ENTRY FOR
      * THE TRAIL RECORD'S ENTITY. ZERO WHEN THE TABLE IS FULL - THE
      * PAIR IS STILL JOURNALED, BUT THE RUN FAILS.
      *
       FIND-ENTITY-ENTRY SECTION.
           MOVE ZERO TO ENTITY-FOUND-IDX.
           PERFORM MATCH-ONE-ENTITY
               VARYING ENTITY-IDX FROM 1 BY 1
               UNTIL ENTITY-IDX > ENTITY-COUNT.
           IF ENTITY-FOUND-IDX = ZERO
               IF ENTITY-COUNT = 20
                   ADD 2 TO ENTITY-OVERFLOW-COUNT
               ELSE
                   ADD 1 TO ENTITY-COUNT
                   MOVE ENTITY-COUNT TO ENTITY-FOUND-IDX
                   MOVE POSTED-ENTITY TO ENTITY-CODE(ENTITY-COUNT)
                   MOVE ZERO TO ENTITY-DETAIL-COUNT(ENTITY-COUNT)
                   MOVE ZERO TO ENTITY-DR-TOTAL(ENTITY-COUNT)
                   MOVE ZERO TO ENTITY-CR-TOTAL(ENTITY-COUNT)
               END-IF
           END-IF.
       EXIT.
      *
       MATCH-ONE-ENTITY SECTION.
           IF ENTITY-CODE(ENTITY-IDX) = POSTED-ENTITY
               MOVE ENTITY-IDX TO ENTITY-FOUND-IDX
           END-IF.
       EXIT.
      *
      * WRITE-ENTITY-SUBTOTAL - ONE "E" RECORD PER ENTITY AHEAD OF
      * THE TRAILER, WITH ITS FIGURES ON THE RUN LOG; AN ENTITY
      * WHOSE SIDES DISAGREE FAILS THE RUN.
      *
       WRITE-ENTITY-SUBTOTAL SECTION.
           MOVE SPACES TO JOURNAL-ENTITY-RECORD.
           MOVE "E" TO JRNL-ENTITY-TYPE.
           MOVE ENTITY-CODE(ENTITY-IDX) TO JRNL-ENTITY-CODE.
           MOVE ENTITY-DETAIL-COUNT(ENTITY-IDX) TO JRNL-ENTITY-COUNT.
           MOVE ENTITY-DR-TOTAL(ENTITY-IDX) TO JRNL-ENTITY-DR-TOTAL.
           MOVE ENTITY-CR-TOTAL(ENTITY-IDX) TO JRNL-ENTITY-CR-TOTAL.
           WRITE JOURNAL-ENTITY-RECORD.
           DISPLAY "ENTITY " ENTITY-CODE(ENTITY-IDX)
               " DETAILS " ENTITY-DETAIL-COUNT(ENTITY-IDX)
               " DEBITS " ENTITY-DR-TOTAL(ENTITY-IDX)
               " CREDITS " ENTITY-CR-TOTAL(ENTITY-IDX).
           IF ENTITY-DR-TOTAL(ENTITY-IDX)
                   NOT = ENTITY-CR-TOTAL(ENTITY-IDX)
               ADD 1 TO ENTITY-OUT-OF-BALANCE-COUNT
               DISPLAY "ENTITY " ENTITY-CODE(ENTITY-IDX)
                   " OUT OF BALANCE"
           END-IF.
       EXIT.
      *
       READ-POSTED-TRANSACTION SECTION.
