       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIRTYRPT.
      *
      *
      * STANDING-INSTRUCTION RETRY REPORT. LISTS EVERY DEBIT STILL
      * WAITING ON THE SIRETRY QUEUE FOR ITS NEXT RETRY, THEN FROM
      * THE SIRTYLOG RETRY LOG THE DEBITS THAT POSTED ON A RETRY AND
      * THE DEBITS THAT FINALLY FAILED FOR WANT OF FUNDS, OVER THE
      * FROM AND TO DATES ON THE SYSIN CARD (YYYYMMDDYYYYMMDD), OR
      * THE CURRENT DATE ALONE. ENDS RC 4 WHEN ANYTHING FAILED IN THE
      * RANGE - THOSE CUSTOMERS HAVE BEEN WRITTEN TO.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * KEEP IN STEP WITH TEST'S SPECIAL-NAMES.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SI-RETRY-QUEUE ASSIGN TO "SIRETRY"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SI-RETRY-LOG ASSIGN TO "SIRTYLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SI-RETRY-QUEUE
           LABEL RECORDS ARE STANDARD.
           COPY SIRETRYQUEUE.
      *
       FD  SI-RETRY-LOG
           LABEL RECORDS ARE STANDARD.
           COPY SIRETRYLOG.
      *
       WORKING-STORAGE SECTION.
       01  SI-RETRY-SWITCH              PIC X VALUE "N".
         88      END-OF-SI-RETRY            VALUE "Y".
       01  SI-RETRY-LOG-SWITCH          PIC X VALUE "N".
         88      END-OF-SI-RETRY-LOG        VALUE "Y".
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
       01  REPORT-RANGE-CARD            PIC X(16) VALUE SPACES.
       01  REPORT-RANGE REDEFINES REPORT-RANGE-CARD.
        05       REPORT-FROM-DATE        PIC 9(8).
        05       REPORT-TO-DATE          PIC 9(8).
      * THE OUTCOME THE CURRENT PASS OF THE LOG IS LISTING.
       01  REPORT-OUTCOME               PIC X VALUE SPACE.
      *
       01  PENDING-COUNT                PIC 9(6) VALUE ZERO.
       01  PENDING-AMOUNT-TOTAL         PIC S9(9)V99 VALUE ZERO.
       01  OUTCOME-COUNT                PIC 9(6) VALUE ZERO.
       01  OUTCOME-AMOUNT-TOTAL         PIC S9(9)V99 VALUE ZERO.
       01  SCHEDULED-COUNT              PIC 9(6) VALUE ZERO.
       01  SUCCEEDED-COUNT              PIC 9(6) VALUE ZERO.
       01  FAILED-COUNT                 PIC 9(6) VALUE ZERO.
       01  AMOUNT-EDIT                  PIC -ZZZ.ZZZ.ZZ9,99.
       01  TOTAL-EDIT                   PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           DISPLAY "START SIRTYRPT".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT REPORT-RANGE-CARD FROM SYSIN.
           IF REPORT-RANGE-CARD = SPACES
               MOVE RUN-DATE TO REPORT-FROM-DATE
               MOVE RUN-DATE TO REPORT-TO-DATE
           END-IF.
           IF REPORT-RANGE-CARD NOT NUMERIC
               OR REPORT-FROM-DATE > REPORT-TO-DATE
               DISPLAY "REPORT RANGE INVALID: " REPORT-RANGE-CARD
                   " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           DISPLAY "STANDING-INSTRUCTION RETRIES PENDING".
           DISPLAY "  TXN  ACCOUNT           AMOUNT RETRY REFUSED  "
               " NEXT TRY".
           OPEN INPUT SI-RETRY-QUEUE.
           PERFORM READ-SI-RETRY.
           PERFORM REPORT-ONE-PENDING UNTIL END-OF-SI-RETRY.
           CLOSE SI-RETRY-QUEUE.
           MOVE PENDING-AMOUNT-TOTAL TO TOTAL-EDIT.
           DISPLAY "  PENDING: " PENDING-COUNT
               " TOTAL " TOTAL-EDIT.
      *
           DISPLAY "RETRIES SUCCEEDED " REPORT-FROM-DATE
               " TO " REPORT-TO-DATE.
           MOVE "K" TO REPORT-OUTCOME.
           PERFORM REPORT-LOG-OUTCOME.
           MOVE OUTCOME-COUNT TO SUCCEEDED-COUNT.
      *
           DISPLAY "FINALLY FAILED " REPORT-FROM-DATE
               " TO " REPORT-TO-DATE.
           MOVE "F" TO REPORT-OUTCOME.
           PERFORM REPORT-LOG-OUTCOME.
           MOVE OUTCOME-COUNT TO FAILED-COUNT.
      *
           DISPLAY "RETRIES SCHEDULED: " SCHEDULED-COUNT
               " SUCCEEDED: " SUCCEEDED-COUNT
               " FAILED: " FAILED-COUNT.
           IF FAILED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
       PROG-EX.
           DISPLAY "END SIRTYRPT".
           EXIT PROGRAM.
      *
       REPORT-ONE-PENDING SECTION.
           ADD 1 TO PENDING-COUNT.
           ADD SI-RETRY-AMOUNT TO PENDING-AMOUNT-TOTAL.
           MOVE SI-RETRY-AMOUNT TO AMOUNT-EDIT.
           DISPLAY "  " SI-RETRY-DETAIL-TXN
               " " SI-RETRY-ACCOUNT-KEY
               "  " AMOUNT-EDIT
               "    " SI-RETRY-DETAIL-ATTEMPT
               " " SI-RETRY-REFUSED-DATE
               " " SI-RETRY-NEXT-DATE.
           PERFORM READ-SI-RETRY.
       EXIT.
      *
      * REPORT-LOG-OUTCOME - ONE PASS OF THE RETRY LOG, LISTING THE
      * ROWS IN THE RANGE WITH THE OUTCOME IN REPORT-OUTCOME. THE
      * SCHEDULES ARE COUNTED ON THE FIRST PASS ONLY.
      *
       REPORT-LOG-OUTCOME SECTION.
           MOVE ZERO TO OUTCOME-COUNT.
           MOVE ZERO TO OUTCOME-AMOUNT-TOTAL.
           MOVE "N" TO SI-RETRY-LOG-SWITCH.
           DISPLAY "  DATE     TXN  ACCOUNT           AMOUNT RETRY"
               " REASON".
           OPEN INPUT SI-RETRY-LOG.
           PERFORM READ-SI-RETRY-LOG.
           PERFORM REPORT-ONE-LOG-ROW UNTIL END-OF-SI-RETRY-LOG.
           CLOSE SI-RETRY-LOG.
           MOVE OUTCOME-AMOUNT-TOTAL TO TOTAL-EDIT.
           DISPLAY "  COUNT: " OUTCOME-COUNT " TOTAL " TOTAL-EDIT.
       EXIT.
      *
       REPORT-ONE-LOG-ROW SECTION.
           IF SI-RETRY-LOG-DATE NOT NUMERIC
               OR SI-RETRY-LOG-DATE < REPORT-FROM-DATE
               OR SI-RETRY-LOG-DATE > REPORT-TO-DATE
               GO TO REPORT-ONE-LOG-ROW-NEXT
           END-IF.
           IF SI-RETRY-LOG-SCHEDULED
               AND REPORT-OUTCOME = "K"
               ADD 1 TO SCHEDULED-COUNT
           END-IF.
           IF SI-RETRY-LOG-OUTCOME NOT = REPORT-OUTCOME
               GO TO REPORT-ONE-LOG-ROW-NEXT
           END-IF.
           ADD 1 TO OUTCOME-COUNT.
           ADD SI-RETRY-LOG-AMOUNT TO OUTCOME-AMOUNT-TOTAL.
           MOVE SI-RETRY-LOG-AMOUNT TO AMOUNT-EDIT.
           DISPLAY "  " SI-RETRY-LOG-DATE
               " " SI-RETRY-LOG-TXN-NUMBER
               " " SI-RETRY-LOG-ACCOUNT-KEY
               "  " AMOUNT-EDIT
               "    " SI-RETRY-LOG-ATTEMPT
               " " SI-RETRY-LOG-REASON-CODE.
       REPORT-ONE-LOG-ROW-NEXT.
           PERFORM READ-SI-RETRY-LOG.
       EXIT.
      *
       READ-SI-RETRY SECTION.
           READ SI-RETRY-QUEUE
               AT END
                   SET END-OF-SI-RETRY TO TRUE
           END-READ.
       EXIT.
      *
       READ-SI-RETRY-LOG SECTION.
           READ SI-RETRY-LOG
               AT END
                   SET END-OF-SI-RETRY-LOG TO TRUE
           END-READ.
       EXIT.
      *
       END PROGRAM SIRTYRPT.
