      * FOR ONE BRANCH - OR A RE-POINTED FEED - STAY DISTINCT IN
      * THE HISTORY AND ON THE SCORECARD. FIELD-EDIT EXCEPTIONS
      * CARRY NO BRANCH DIGIT AND TALLY TO THE UNATTRIBUTED LINE.
      * THE HISTORY ALSO CARRIES THE DAY'S PAYMENTS RELEASED TO THE
      * CLEARING HOUSE (CLRGSENT) AND THE DAY'S PAYMENTS IT RETURNED
      * (CLRGRTLG), AND A SECOND LISTING GIVES EACH LINE'S RETURNS
      * RATE OVER THE WHOLE HISTORY.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * ON, SO THE HISTORY ROWS CAN NAME THE FEED.
           SELECT BRANCH-DIRECTORY ASSIGN TO "BRANCHDIR"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE CLEARING SENT-ITEMS REGISTER AND RETURNED-ITEMS LOG -
      * TODAY'S ROWS ARE THE DAY'S PAYMENTS SENT AND RETURNED.
           SELECT OPTIONAL CLEARING-SENT-REGISTER ASSIGN TO "CLRGSENT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CLEARING-RETURNED-LOG ASSIGN TO "CLRGRTLG"
               ORGANIZATION IS LINE SEQUENTIAL.
      * QUALITY-HISTORY - ONE ROW PER BRANCH PER DAY WITH THE DAY'S
      * COUNTS, ACCUMULATING ACROSS RUNS; THE SCORECARD RANKS OVER
      * THE WHOLE FILE.
           LABEL RECORDS ARE STANDARD.
           COPY EDITEXCEPTION.
      *
       FD  BRANCH-DIRECTORY
           LABEL RECORDS ARE STANDARD.
           COPY BRANCHDIRECTORY.
      *
       FD  CLEARING-SENT-REGISTER
           LABEL RECORDS ARE STANDARD.
           COPY CLEARINGSENT.
      *
       FD  CLEARING-RETURNED-LOG
           LABEL RECORDS ARE STANDARD.
           COPY CLEARINGRETURNED.
      *
       FD  QUALITY-HISTORY
           LABEL RECORDS ARE STANDARD.
        05       QUAL-HIST-REJECTS       PIC 9(8).
        05       QUAL-HIST-DUPLICATES    PIC 9(8).
        05       QUAL-HIST-EXCEPTIONS    PIC 9(8).
      * PAYMENTS RELEASED TO THE CLEARING HOUSE AND PAYMENTS IT
      * RETURNED THAT DAY. SPACES ON A ROW WRITTEN BEFORE THE FIELDS
      * EXISTED.
        05       QUAL-HIST-PAYMENTS-SENT PIC 9(8).
        05       QUAL-HIST-RETURNS       PIC 9(8).
      *
       WORKING-STORAGE SECTION.
       01  BRANCH-REJECTS-SWITCH        PIC X VALUE "N".
         88      END-OF-EDIT-EXCEPTIONS     VALUE "Y".
       01  QUALITY-HISTORY-SWITCH       PIC X VALUE "N".
         88      END-OF-QUALITY-HISTORY     VALUE "Y".
       01  CLEARING-SENT-SWITCH         PIC X VALUE "N".
         88      END-OF-CLEARING-SENT       VALUE "Y".
       01  CLEARING-RETURNED-SWITCH     PIC X VALUE "N".
         88      END-OF-CLEARING-RETURNED   VALUE "Y".
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
      *
      * TODAY'S TALLIES AND THE ALL-HISTORY TOTALS - SLOT 1 IS
         10      TALLY-REJECTS           PIC 9(8).
         10      TALLY-DUPLICATES        PIC 9(8).
         10      TALLY-EXCEPTIONS        PIC 9(8).
         10      TALLY-PAYMENTS-SENT     PIC 9(8).
         10      TALLY-RETURNS           PIC 9(8).
      * THE ALL-HISTORY TOTALS, ONE LINE PER BRANCH-AND-FEED PAIR
      * SEEN ON THE HISTORY - A RE-POINTED FEED OPENS A FRESH LINE
      * INSTEAD OF DISAPPEARING INTO THE BRANCH'S OLD ONE.
         10      TOTAL-DUPLICATES        PIC 9(8).
         10      TOTAL-EXCEPTIONS        PIC 9(8).
         10      TOTAL-PROBLEMS          PIC 9(8).
         10      TOTAL-PAYMENTS-SENT     PIC 9(8).
         10      TOTAL-RETURNS           PIC 9(8).
         10      TOTAL-RANKED-FLAG       PIC X.
       01  QUALITY-TOTAL-COUNT          PIC 99 VALUE ZERO.
       01  TOTAL-FOUND-IDX              PIC 99 VALUE ZERO.
       01  BRANCH-DIRECTORY-SWITCH      PIC X VALUE "N".
         88      END-OF-BRANCH-DIRECTORY    VALUE "Y".
      * THE FEED EACH DIGIT SENDS ON TODAY - SLOT 1 IS DIGIT 0.
       01  BRANCH-FEED-MAP VALUE SPACES.
        05       BRANCH-FEED-MAP-ENTRY OCCURS 10 TIMES.
         10      MAP-FEED-ID             PIC X(8).
       01  DIRECTORY-DIGIT-NUM          PIC 9 VALUE ZERO.
       01  RANK-POSITION                PIC 99 VALUE ZERO.
       01  GRAND-PROBLEM-TOTAL          PIC 9(8) VALUE ZERO.
       01  RANK-SHARE-PCT               PIC 9(3) VALUE ZERO.
       01  RETURNS-RATE-PCT             PIC 9(3)V99 VALUE ZERO.
       01  RETURNS-RATE-EDIT            PIC ZZ9.99.
       01  RETURNS-LINE-COUNT           PIC 99 VALUE ZERO.
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
           PERFORM TALLY-RUN-REJECTS.
           PERFORM TALLY-DUPLICATE-FILE.
           PERFORM TALLY-EDIT-EXCEPTIONS.
           PERFORM TALLY-CLEARING-SENT.
           PERFORM TALLY-CLEARING-RETURNED.
           PERFORM APPEND-TODAY-HISTORY.
           PERFORM ACCUMULATE-HISTORY.
           PERFORM PRINT-RANKED-SCORECARD.
           PERFORM PRINT-RETURNS-RATES.
           DISPLAY "END FEEDQUAL".
      *
       PROG-EX.
           ADD 1 TO TALLY-EXCEPTIONS(QUALITY-IDX).
           PERFORM READ-EDIT-EXCEPTION.
       EXIT.
      *
      * TALLY-CLEARING-SENT / TALLY-CLEARING-RETURNED - TODAY'S ROWS
      * ONLY. THE BRANCH DIGIT IS BYTE ONE OF THE PAYMENT REFERENCE,
      * THE SAME BYTE THE REJECT TALLIES READ, SO A REFERENCE THAT
      * DOES NOT OPEN WITH A DIGIT LANDS ON THE UNATTRIBUTED LINE.
      * ONLY A RETURN THAT WAS MATCHED AND REVERSED COUNTS - AN
      * UNMATCHED ONE NAMES NO PAYMENT OF OURS.
      *
       TALLY-CLEARING-SENT SECTION.
           OPEN INPUT CLEARING-SENT-REGISTER.
           PERFORM READ-CLEARING-SENT.
           PERFORM TALLY-ONE-PAYMENT-SENT
               UNTIL END-OF-CLEARING-SENT.
           CLOSE CLEARING-SENT-REGISTER.
       EXIT.
      *
       TALLY-ONE-PAYMENT-SENT SECTION.
           IF CLR-SENT-DATE = RUN-DATE
               MOVE CLR-SENT-REFERENCE(1:1) TO QUALITY-BRANCH-DIGIT
               PERFORM SET-QUALITY-SLOT
               ADD 1 TO TALLY-PAYMENTS-SENT(QUALITY-IDX)
           END-IF.
           PERFORM READ-CLEARING-SENT.
       EXIT.
      *
       TALLY-CLEARING-RETURNED SECTION.
           OPEN INPUT CLEARING-RETURNED-LOG.
           PERFORM READ-CLEARING-RETURNED.
           PERFORM TALLY-ONE-PAYMENT-RETURNED
               UNTIL END-OF-CLEARING-RETURNED.
           CLOSE CLEARING-RETURNED-LOG.
       EXIT.
      *
       TALLY-ONE-PAYMENT-RETURNED SECTION.
           IF CLR-RTD-DATE = RUN-DATE
               AND CLR-RTD-REVERSED
               MOVE CLR-RTD-REFERENCE(1:1) TO QUALITY-BRANCH-DIGIT
               PERFORM SET-QUALITY-SLOT
               ADD 1 TO TALLY-RETURNS(QUALITY-IDX)
           END-IF.
           PERFORM READ-CLEARING-RETURNED.
       EXIT.
      *
       SET-QUALITY-SLOT SECTION.
           IF QUALITY-BRANCH-DIGIT NUMERIC
       EXIT.
      *
      * APPEND-TODAY-HISTORY - ONE HISTORY ROW PER LINE THAT SAW ANY
      * PROBLEM OR CLEARING TRAFFIC TODAY, SO A QUIET, CLEAN BRANCH
      * ADDS NOTHING TO THE FILE.
      *
       APPEND-TODAY-HISTORY SECTION.
           OPEN EXTEND QUALITY-HISTORY.
           IF TALLY-REJECTS(QUALITY-IDX) = ZERO
               AND TALLY-DUPLICATES(QUALITY-IDX) = ZERO
               AND TALLY-EXCEPTIONS(QUALITY-IDX) = ZERO
               AND TALLY-PAYMENTS-SENT(QUALITY-IDX) = ZERO
               AND TALLY-RETURNS(QUALITY-IDX) = ZERO
               GO TO APPEND-ONE-HISTORY-ROW-EX
           END-IF.
           MOVE RUN-DATE TO QUAL-HIST-DATE.
               TO QUAL-HIST-DUPLICATES.
           MOVE TALLY-EXCEPTIONS(QUALITY-IDX)
               TO QUAL-HIST-EXCEPTIONS.
           MOVE TALLY-PAYMENTS-SENT(QUALITY-IDX)
               TO QUAL-HIST-PAYMENTS-SENT.
           MOVE TALLY-RETURNS(QUALITY-IDX) TO QUAL-HIST-RETURNS.
           WRITE QUALITY-HISTORY-RECORD.
       APPEND-ONE-HISTORY-ROW-EX.
       EXIT.
               TO TOTAL-DUPLICATES(TOTAL-FOUND-IDX).
           ADD QUAL-HIST-EXCEPTIONS
               TO TOTAL-EXCEPTIONS(TOTAL-FOUND-IDX).
           IF QUAL-HIST-PAYMENTS-SENT NUMERIC
               ADD QUAL-HIST-PAYMENTS-SENT
                   TO TOTAL-PAYMENTS-SENT(TOTAL-FOUND-IDX)
           END-IF.
           IF QUAL-HIST-RETURNS NUMERIC
               ADD QUAL-HIST-RETURNS TO TOTAL-RETURNS(TOTAL-FOUND-IDX)
           END-IF.
       ACCUMULATE-ONE-HISTORY-ROW-NEXT.
           PERFORM READ-QUALITY-HISTORY.
       EXIT.
                   MOVE ZERO TO TOTAL-DUPLICATES(TOTAL-FOUND-IDX)
                   MOVE ZERO TO TOTAL-EXCEPTIONS(TOTAL-FOUND-IDX)
                   MOVE ZERO TO TOTAL-PROBLEMS(TOTAL-FOUND-IDX)
                   MOVE ZERO TO TOTAL-PAYMENTS-SENT(TOTAL-FOUND-IDX)
                   MOVE ZERO TO TOTAL-RETURNS(TOTAL-FOUND-IDX)
                   MOVE "N" TO TOTAL-RANKED-FLAG(TOTAL-FOUND-IDX)
               END-IF
           END-IF.
               MOVE TOTAL-PROBLEMS(QUALITY-IDX) TO RANK-BEST-TOTAL
           END-IF.
       EXIT.
      *
      * PRINT-RETURNS-RATES - EACH LINE THAT HAS SENT OR HAD
      * RETURNED ANY CLEARING PAYMENT, WITH ITS RETURNS AS A
      * PERCENTAGE OF ITS PAYMENTS SENT OVER THE WHOLE HISTORY.
      *
       PRINT-RETURNS-RATES SECTION.
           DISPLAY "CLEARING RETURNS RATE (ALL HISTORY):".
           MOVE ZERO TO RETURNS-LINE-COUNT.
           PERFORM PRINT-ONE-RETURNS-RATE
               VARYING QUALITY-IDX FROM 1 BY 1
               UNTIL QUALITY-IDX > QUALITY-TOTAL-COUNT.
           IF RETURNS-LINE-COUNT = ZERO
               DISPLAY "  NO CLEARING PAYMENTS ON THE HISTORY"
           END-IF.
       EXIT.
      *
       PRINT-ONE-RETURNS-RATE SECTION.
           IF TOTAL-PAYMENTS-SENT(QUALITY-IDX) = ZERO
               AND TOTAL-RETURNS(QUALITY-IDX) = ZERO
               GO TO PRINT-ONE-RETURNS-RATE-EX
           END-IF.
           ADD 1 TO RETURNS-LINE-COUNT.
           MOVE ZERO TO RETURNS-RATE-PCT.
           IF TOTAL-PAYMENTS-SENT(QUALITY-IDX) > ZERO
               COMPUTE RETURNS-RATE-PCT ROUNDED =
                   (TOTAL-RETURNS(QUALITY-IDX) * 100)
                   / TOTAL-PAYMENTS-SENT(QUALITY-IDX)
                   ON SIZE ERROR
                       MOVE 999.99 TO RETURNS-RATE-PCT
               END-COMPUTE
           END-IF.
           MOVE RETURNS-RATE-PCT TO RETURNS-RATE-EDIT.
           DISPLAY "  BRANCH " TOTAL-BRANCH(QUALITY-IDX)
               " FEED " TOTAL-FEED-ID(QUALITY-IDX)
               " SENT " TOTAL-PAYMENTS-SENT(QUALITY-IDX)
               " RETURNED " TOTAL-RETURNS(QUALITY-IDX)
               " RATE " RETURNS-RATE-EDIT " PCT".
       PRINT-ONE-RETURNS-RATE-EX.
       EXIT.
      *
       READ-BRANCH-REJECT SECTION.
           READ BRANCH-REJECTS
                   SET END-OF-EDIT-EXCEPTIONS TO TRUE
           END-READ.
       EXIT.
      *
       READ-CLEARING-SENT SECTION.
           READ CLEARING-SENT-REGISTER
               AT END
                   SET END-OF-CLEARING-SENT TO TRUE
           END-READ.
       EXIT.
      *
       READ-CLEARING-RETURNED SECTION.
           READ CLEARING-RETURNED-LOG
               AT END
                   SET END-OF-CLEARING-RETURNED TO TRUE
           END-READ.
       EXIT.
      *
       READ-QUALITY-HISTORY SECTION.
           READ QUALITY-HISTORY
