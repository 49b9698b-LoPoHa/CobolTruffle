      * POSITION, AND EMITS ONE BALANCED JOURNAL PAIR PER BRANCH -
      * ITS SETTLEMENT ACCOUNT AGAINST THE INTER-BRANCH CLEARING
      * ACCOUNT - IN THE SAME GLJRNL LAYOUT GLEXTR WRITES, SO THE
      * LEDGER CARRIES THE INTER-BRANCH POSITION. EVERY BRANCH BOOKS
      * TO THE LEGAL ENTITY BRANCHDIR NAMES FOR IT. WHAT NETS OUT
      * BETWEEN BRANCHES OF ONE ENTITY STAYS INTER-BRANCH; WHAT IS
      * LEFT ON AN ENTITY'S CLEARING ACCOUNT IS OWED TO OR BY THE
      * OTHER ENTITY, AND IS MOVED TO THE INTER-COMPANY ACCOUNT BY
      * ONE MORE PAIR, SO EACH ENTITY'S SUBTOTAL BALANCES ON ITS
      * OWN.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SETTLEMENT-JOURNAL ASSIGN TO "SETLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE BRANCH DIRECTORY - THE ENTITY EACH BRANCH BOOKS TO.
           SELECT BRANCH-DIRECTORY ASSIGN TO "BRANCHDIR"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  POSTED-TRANSACTIONS
      * THE CYCLE THE FLAG BELONGS TO - INTRADAY RUNS STAMP 1, 2, ...
        05       COMPLETION-FLAG-CYCLE   PIC 9(2).
      *
       FD  SETTLEMENT-JOURNAL
           LABEL RECORDS ARE STANDARD.
           COPY GLJOURNAL.
      *
       FD  BRANCH-DIRECTORY
           LABEL RECORDS ARE STANDARD.
           COPY BRANCHDIRECTORY.
      *
       WORKING-STORAGE SECTION.
       01  POSTED-TRANSACTIONS-SWITCH   PIC X VALUE "N".
        05       SETTLEMENT-GL-DIGIT     PIC X.
        05       FILLER                  PIC XX VALUE "00".
       01  CLEARING-GL-ACCOUNT          PIC X(4) VALUE "3999".
       01  INTERCOMPANY-GL-ACCOUNT      PIC X(4) VALUE "3998".
      *
      * BRANCH-ENTITY TABLE - SAME SLOTTING AS THE SETTLEMENT TABLE,
      * LOADED FROM BRANCHDIR. A BRANCH THE DIRECTORY GIVES NO
      * ENTITY SETTLES UNDER A BLANK ONE AND IS FLAGGED.
       01  BRANCH-ENTITY-TABLE.
        05       BRANCH-ENTITY OCCURS 10 TIMES PIC X(2).
       01  BRANCH-DIRECTORY-SWITCH      PIC X VALUE "N".
         88      END-OF-BRANCH-DIRECTORY    VALUE "Y".
       01  DIRECTORY-DIGIT-WORK         PIC X VALUE SPACE.
       01  DIRECTORY-DIGIT-NUM REDEFINES DIRECTORY-DIGIT-WORK
                                        PIC 9.
       01  NO-ENTITY-BRANCH-COUNT       PIC 9(4) VALUE ZERO.
      *
      * PER-ENTITY TABLE - THE NET EACH ENTITY'S BRANCHES LEFT ON
      * CLEARING, AND THE DETAIL COUNT AND SIDE TOTALS THE "E"
      * SUBTOTAL RECORD CARRIES.
       01  ENTITY-TABLE.
        05       ENTITY-ENTRY OCCURS 10 TIMES.
         10      ENTITY-CODE             PIC X(2).
         10      ENTITY-CLEARING-NET     PIC S9(9)V99.
         10      ENTITY-DETAIL-COUNT     PIC 9(8).
         10      ENTITY-DR-TOTAL         PIC 9(9)V99.
         10      ENTITY-CR-TOTAL         PIC 9(9)V99.
       01  ENTITY-COUNT                 PIC 99 VALUE ZERO.
       01  ENTITY-IDX                   PIC 99 VALUE 1.
       01  ENTITY-FOUND-IDX             PIC 99 VALUE ZERO.
       01  ENTITY-WORK-CODE             PIC X(2) VALUE SPACES.
       01  ENTITY-OUT-OF-BALANCE-COUNT  PIC 99 VALUE ZERO.
       01  ENTITY-PAIR-CR-ACCOUNT       PIC X(4) VALUE SPACES.
       01  JOURNAL-DETAIL-COUNT         PIC 9(8) VALUE ZERO.
       01  JOURNAL-HASH-TOTAL           PIC 9(8) VALUE ZERO.
       01  JOURNAL-DR-TOTAL             PIC 9(9)V99 VALUE ZERO.
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           PERFORM LOAD-BRANCH-ENTITIES.
           OPEN INPUT POSTED-TRANSACTIONS.
           PERFORM READ-POSTED-TRANSACTION.
           PERFORM TALLY-ONE-POSTING
           PERFORM SETTLE-ONE-BRANCH
               VARYING SETTLE-IDX FROM 1 BY 1
               UNTIL SETTLE-IDX > 10.
           DISPLAY "INTER-COMPANY POSITION BY ENTITY:".
           PERFORM SETTLE-ONE-ENTITY
               VARYING ENTITY-IDX FROM 1 BY 1
               UNTIL ENTITY-IDX > ENTITY-COUNT.
           PERFORM WRITE-ENTITY-SUBTOTAL
               VARYING ENTITY-IDX FROM 1 BY 1
               UNTIL ENTITY-IDX > ENTITY-COUNT.
           MOVE SPACES TO JOURNAL-TRAILER-RECORD.
           MOVE "T" TO JRNL-TRAILER-TYPE.
           MOVE JOURNAL-DETAIL-COUNT TO JRNL-TRAILER-COUNT.
               DISPLAY "POSTINGS WITH NO BRANCH DIGIT: "
                   UNATTRIBUTED-COUNT
           END-IF.
           IF NO-ENTITY-BRANCH-COUNT > ZERO
               DISPLAY "BRANCHES SETTLED WITH NO ENTITY: "
                   NO-ENTITY-BRANCH-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF JOURNAL-DR-TOTAL NOT = JOURNAL-CR-TOTAL
               DISPLAY "SETTLEMENT JOURNAL OUT OF BALANCE"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF ENTITY-OUT-OF-BALANCE-COUNT > ZERO
               DISPLAY "ENTITIES OUT OF BALANCE: "
                   ENTITY-OUT-OF-BALANCE-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       PROG-EX.
           DISPLAY "END SETTLE".
      * TALLY-ONE-POSTING - A POSITIVE POSTED AMOUNT IS DEBIT MONEY
      * FOR ITS BRANCH, A NEGATIVE ONE CREDIT MONEY BY MAGNITUDE -
      * THE SAME CONVENTION TEST'S CONTROL TOTALS USE. A PAYMENT
      * REFERENCE CARRIES NO BRANCH DIGIT AND IS COUNTED ASIDE. A
      * BROUGHT-FORWARD ROW IS NO MONEY MOVING AND IS NOT SETTLED.
      *
       TALLY-ONE-POSTING SECTION.
           IF POSTED-BROUGHT-FORWARD
               GO TO TALLY-ONE-POSTING-NEXT
           END-IF.
           MOVE POSTED-STRING-PART1(1:1) TO SETTLE-BRANCH-DIGIT.
           IF POSTED-STRING-TYPE = "R"
               OR SETTLE-BRANCH-DIGIT NOT NUMERIC
               GO TO SETTLE-ONE-BRANCH-EX
           END-IF.
           MOVE SETTLE-BRANCH-DIGIT TO SETTLEMENT-GL-DIGIT.
           MOVE BRANCH-ENTITY(SETTLE-IDX) TO ENTITY-WORK-CODE.
           IF ENTITY-WORK-CODE = SPACES
               ADD 1 TO NO-ENTITY-BRANCH-COUNT
               DISPLAY "  BRANCH " SETTLE-BRANCH-DIGIT
                   " HAS NO ENTITY IN THE BRANCH DIRECTORY"
           END-IF.
           PERFORM FIND-ENTITY-ENTRY.
           ADD SETTLE-NET-AMOUNT
               TO ENTITY-CLEARING-NET(ENTITY-FOUND-IDX).
           IF SETTLE-NET-AMOUNT > ZERO
               MOVE SETTLE-NET-AMOUNT TO SETTLE-NET-MAGNITUDE
               PERFORM WRITE-SETTLEMENT-PAIR-DR
           MOVE SETTLE-NET-MAGNITUDE TO JRNL-DETAIL-AMOUNT.
           MOVE SETTLE-BRANCH-DIGIT-NUM TO JRNL-DETAIL-TXN-NUMBER.
           MOVE "S" TO JRNL-DETAIL-TXN-TYPE.
           MOVE ENTITY-WORK-CODE TO JRNL-DETAIL-ENTITY.
           PERFORM WRITE-ENTITY-DETAIL.
       EXIT.
      *
      * WRITE-ENTITY-DETAIL - WRITES THE DETAIL BUILT BY THE CALLER
      * AND ADDS IT TO THE BATCH AND TO ITS ENTITY'S SUBTOTAL.
      *
       WRITE-ENTITY-DETAIL SECTION.
           WRITE JOURNAL-DETAIL-RECORD.
           ADD 1 TO JOURNAL-DETAIL-COUNT.
           ADD JRNL-DETAIL-TXN-NUMBER TO JOURNAL-HASH-TOTAL.
           ADD 1 TO ENTITY-DETAIL-COUNT(ENTITY-FOUND-IDX).
           IF JRNL-DETAIL-SIDE = "DR"
               ADD JRNL-DETAIL-AMOUNT
                   TO ENTITY-DR-TOTAL(ENTITY-FOUND-IDX)
           ELSE
               ADD JRNL-DETAIL-AMOUNT
                   TO ENTITY-CR-TOTAL(ENTITY-FOUND-IDX)
           END-IF.
       EXIT.
      *
      * SETTLE-ONE-ENTITY - THE NET AN ENTITY'S BRANCHES LEFT ON
      * CLEARING IS NOT OWED WITHIN THE ENTITY. A POSITIVE NET (THE
      * BRANCHES' SETTLEMENT ACCOUNTS WERE DEBITED, CLEARING
      * CREDITED) IS TAKEN OFF CLEARING AND CREDITED TO
      * INTER-COMPANY; A NEGATIVE ONE IS THE MIRROR IMAGE. THE
      * TRANSACTION-NUMBER POSITION CARRIES ZERO.
      *
       SETTLE-ONE-ENTITY SECTION.
           MOVE ENTITY-IDX TO ENTITY-FOUND-IDX.
           MOVE ENTITY-CODE(ENTITY-IDX) TO ENTITY-WORK-CODE.
           MOVE ENTITY-CLEARING-NET(ENTITY-IDX) TO SETTLE-AMOUNT-EDIT.
           DISPLAY "  ENTITY " ENTITY-WORK-CODE
               " INTER-COMPANY NET " SETTLE-AMOUNT-EDIT.
           IF ENTITY-CLEARING-NET(ENTITY-IDX) = ZERO
               GO TO SETTLE-ONE-ENTITY-EX
           END-IF.
           MOVE SPACES TO JOURNAL-DETAIL-RECORD.
           MOVE "D" TO JRNL-DETAIL-TYPE.
           MOVE ZERO TO JRNL-DETAIL-TXN-NUMBER.
           MOVE "C" TO JRNL-DETAIL-TXN-TYPE.
           MOVE ENTITY-WORK-CODE TO JRNL-DETAIL-ENTITY.
           IF ENTITY-CLEARING-NET(ENTITY-IDX) > ZERO
               MOVE ENTITY-CLEARING-NET(ENTITY-IDX)
                   TO SETTLE-NET-MAGNITUDE
               MOVE CLEARING-GL-ACCOUNT TO JRNL-DETAIL-ACCOUNT
               MOVE INTERCOMPANY-GL-ACCOUNT TO ENTITY-PAIR-CR-ACCOUNT
           ELSE
               COMPUTE SETTLE-NET-MAGNITUDE =
                   ZERO - ENTITY-CLEARING-NET(ENTITY-IDX)
               MOVE INTERCOMPANY-GL-ACCOUNT TO JRNL-DETAIL-ACCOUNT
               MOVE CLEARING-GL-ACCOUNT TO ENTITY-PAIR-CR-ACCOUNT
           END-IF.
           MOVE SETTLE-NET-MAGNITUDE TO JRNL-DETAIL-AMOUNT.
           MOVE "DR" TO JRNL-DETAIL-SIDE.
           PERFORM WRITE-ENTITY-DETAIL.
           ADD SETTLE-NET-MAGNITUDE TO JOURNAL-DR-TOTAL.
           MOVE ENTITY-PAIR-CR-ACCOUNT TO JRNL-DETAIL-ACCOUNT.
           MOVE "CR" TO JRNL-DETAIL-SIDE.
           PERFORM WRITE-ENTITY-DETAIL.
           ADD SETTLE-NET-MAGNITUDE TO JOURNAL-CR-TOTAL.
       SETTLE-ONE-ENTITY-EX.
       EXIT.
      *
      * WRITE-ENTITY-SUBTOTAL - ONE "E" RECORD PER ENTITY AHEAD OF
      * THE TRAILER; AN ENTITY WHOSE SIDES DISAGREE FAILS THE RUN.
      *
       WRITE-ENTITY-SUBTOTAL SECTION.
           MOVE SPACES TO JOURNAL-ENTITY-RECORD.
           MOVE "E" TO JRNL-ENTITY-TYPE.
           MOVE ENTITY-CODE(ENTITY-IDX) TO JRNL-ENTITY-CODE.
           MOVE ENTITY-DETAIL-COUNT(ENTITY-IDX) TO JRNL-ENTITY-COUNT.
           MOVE ENTITY-DR-TOTAL(ENTITY-IDX) TO JRNL-ENTITY-DR-TOTAL.
           MOVE ENTITY-CR-TOTAL(ENTITY-IDX) TO JRNL-ENTITY-CR-TOTAL.
           WRITE JOURNAL-ENTITY-RECORD.
           IF ENTITY-DR-TOTAL(ENTITY-IDX)
                   NOT = ENTITY-CR-TOTAL(ENTITY-IDX)
               ADD 1 TO ENTITY-OUT-OF-BALANCE-COUNT
               DISPLAY "ENTITY " ENTITY-CODE(ENTITY-IDX)
                   " OUT OF BALANCE"
           END-IF.
       EXIT.
      *
      * FIND-ENTITY-ENTRY - LOCATES (OR OPENS) THE TABLE ENTRY FOR
      * THE ENTITY IN ENTITY-WORK-CODE. TEN BRANCHES CANNOT NAME
      * MORE THAN TEN ENTITIES.
      *
       FIND-ENTITY-ENTRY SECTION.
           MOVE ZERO TO ENTITY-FOUND-IDX.
           PERFORM MATCH-ONE-ENTITY
               VARYING ENTITY-IDX FROM 1 BY 1
               UNTIL ENTITY-IDX > ENTITY-COUNT.
           IF ENTITY-FOUND-IDX = ZERO
               ADD 1 TO ENTITY-COUNT
               MOVE ENTITY-COUNT TO ENTITY-FOUND-IDX
               MOVE ENTITY-WORK-CODE TO ENTITY-CODE(ENTITY-COUNT)
               MOVE ZERO TO ENTITY-CLEARING-NET(ENTITY-COUNT)
               MOVE ZERO TO ENTITY-DETAIL-COUNT(ENTITY-COUNT)
               MOVE ZERO TO ENTITY-DR-TOTAL(ENTITY-COUNT)
               MOVE ZERO TO ENTITY-CR-TOTAL(ENTITY-COUNT)
           END-IF.
       EXIT.
      *
       MATCH-ONE-ENTITY SECTION.
           IF ENTITY-CODE(ENTITY-IDX) = ENTITY-WORK-CODE
               MOVE ENTITY-IDX TO ENTITY-FOUND-IDX
           END-IF.
       EXIT.
      *
      * LOAD-BRANCH-ENTITIES - EVERY DIRECTORY ROW, LIVE OR NOT,
      * GIVES ITS BRANCH'S ENTITY: A CLOSED BRANCH'S LAST POSTINGS
      * STILL SETTLE UNDER ITS ENTITY.
      *
       LOAD-BRANCH-ENTITIES SECTION.
           MOVE SPACES TO BRANCH-ENTITY-TABLE.
           OPEN INPUT BRANCH-DIRECTORY.
           PERFORM READ-BRANCH-DIRECTORY.
           PERFORM LOAD-ONE-BRANCH-ENTITY
               UNTIL END-OF-BRANCH-DIRECTORY.
           CLOSE BRANCH-DIRECTORY.
       EXIT.
      *
       LOAD-ONE-BRANCH-ENTITY SECTION.
           MOVE DIRECTORY-BRANCH-DIGIT TO DIRECTORY-DIGIT-WORK.
           IF DIRECTORY-DIGIT-WORK NUMERIC
               MOVE DIRECTORY-BRANCH-ENTITY
                   TO BRANCH-ENTITY(DIRECTORY-DIGIT-NUM + 1)
           END-IF.
           PERFORM READ-BRANCH-DIRECTORY.
       EXIT.
      *
       READ-BRANCH-DIRECTORY SECTION.
           READ BRANCH-DIRECTORY
               AT END
                   SET END-OF-BRANCH-DIRECTORY TO TRUE
           END-READ.
       EXIT.
      *
       READ-POSTED-TRANSACTION SECTION.
