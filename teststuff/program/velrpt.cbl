       IDENTIFICATION DIVISION.
       PROGRAM-ID. VELRPT.
      *
      *
      * VELOCITY-BREACH REPORT FOR THE FRAUD TEAM. LISTS FROM THE
      * VELBRCH LOG EVERY DEBIT TEST HELD ON THE APPROVAL QUEUE FOR
      * BREAKING A VELOCITY RULE, OVER THE FROM AND TO DATES ON THE
      * SYSIN CARD (YYYYMMDDYYYYMMDD), OR THE CURRENT DATE ALONE:
      * THE ACCOUNT AND ITS PRODUCT, THE DEBIT, WHICH RULE IT BROKE
      * (DAY OR SEVEN BUSINESS DAYS, COUNT OR AMOUNT CAP), WHAT THE
      * ACCOUNT WOULD HAVE REACHED AND THE CAPS IT WAS JUDGED
      * AGAINST. ENDS RC 4 WHEN ANYTHING BROKE A RULE IN THE RANGE -
      * THOSE ACCOUNTS WANT LOOKING AT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * KEEP IN STEP WITH TEST'S SPECIAL-NAMES.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VELOCITY-BREACH-LOG ASSIGN TO "VELBRCH"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  VELOCITY-BREACH-LOG
           LABEL RECORDS ARE STANDARD.
           COPY VELOCITYBREACH.
      *
       WORKING-STORAGE SECTION.
       01  VELOCITY-BREACH-SWITCH       PIC X VALUE "N".
         88      END-OF-VELOCITY-BREACHES   VALUE "Y".
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
       01  REPORT-RANGE-CARD            PIC X(16) VALUE SPACES.
       01  REPORT-RANGE REDEFINES REPORT-RANGE-CARD.
        05       REPORT-FROM-DATE        PIC 9(8).
        05       REPORT-TO-DATE          PIC 9(8).
      *
       01  BREACH-COUNT                 PIC 9(6) VALUE ZERO.
       01  DAY-BREACH-COUNT             PIC 9(6) VALUE ZERO.
       01  WEEK-BREACH-COUNT            PIC 9(6) VALUE ZERO.
       01  BREACH-AMOUNT-TOTAL          PIC 9(11)V99 VALUE ZERO.
      * THE RULE'S PRODUCT AS PRINTED - THE ANY-PRODUCT RULE SHOWS
      * AS "ANY".
       01  RULE-PRODUCT-DISPLAY         PIC X(4) VALUE SPACES.
       01  AMOUNT-EDIT                  PIC -ZZZ.ZZZ.ZZ9,99.
       01  TALLY-EDIT                   PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  CAP-EDIT                     PIC -ZZZ.ZZZ.ZZ9,99.
       01  TALLY-COUNT-EDIT             PIC Z(18)9.
       01  CAP-COUNT-EDIT               PIC Z(14)9.
      * WHAT WAS REACHED AND THE CAP, AS PRINTED - A COUNT OR AN
      * AMOUNT, WHICHEVER CAP BROKE.
       01  TALLY-DISPLAY                PIC X(19) VALUE SPACES.
       01  CAP-DISPLAY                  PIC X(15) VALUE SPACES.
       01  TOTAL-EDIT                   PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           DISPLAY "START VELRPT".
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
           DISPLAY "VELOCITY RULES BROKEN " REPORT-FROM-DATE
               " TO " REPORT-TO-DATE.
           DISPLAY "  DATE     TXN  ACCOUNT PROD           AMOUNT"
               " RULE      REACHED                  CAP".
           OPEN INPUT VELOCITY-BREACH-LOG.
           PERFORM READ-VELOCITY-BREACH.
           PERFORM REPORT-ONE-BREACH UNTIL END-OF-VELOCITY-BREACHES.
           CLOSE VELOCITY-BREACH-LOG.
           MOVE BREACH-AMOUNT-TOTAL TO TOTAL-EDIT.
           DISPLAY "  HELD: " BREACH-COUNT " TOTAL " TOTAL-EDIT.
           DISPLAY "  OF WHICH DAY RULE: " DAY-BREACH-COUNT
               " SEVEN-DAY RULE: " WEEK-BREACH-COUNT.
           IF BREACH-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
       PROG-EX.
           DISPLAY "END VELRPT".
           EXIT PROGRAM.
      *
      * REPORT-ONE-BREACH - ONE LINE PER HELD DEBIT IN THE RANGE. A
      * COUNT-CAP BREACH SHOWS THE NUMBER OF DEBITS REACHED AND
      * ALLOWED, AN AMOUNT-CAP BREACH THE MONEY.
      *
       REPORT-ONE-BREACH SECTION.
           IF VEL-BRCH-DATE NOT NUMERIC
               OR VEL-BRCH-DATE < REPORT-FROM-DATE
               OR VEL-BRCH-DATE > REPORT-TO-DATE
               GO TO REPORT-ONE-BREACH-NEXT
           END-IF.
           ADD 1 TO BREACH-COUNT.
           IF VEL-BRCH-WINDOW = "D"
               ADD 1 TO DAY-BREACH-COUNT
           ELSE
               ADD 1 TO WEEK-BREACH-COUNT
           END-IF.
           ADD VEL-BRCH-AMOUNT TO BREACH-AMOUNT-TOTAL.
           MOVE VEL-BRCH-AMOUNT TO AMOUNT-EDIT.
           MOVE VEL-BRCH-RULE-PRODUCT TO RULE-PRODUCT-DISPLAY.
           IF RULE-PRODUCT-DISPLAY = SPACES
               MOVE "ANY" TO RULE-PRODUCT-DISPLAY
           END-IF.
           IF VEL-BRCH-COUNT-CAP
               MOVE VEL-BRCH-TALLY-COUNT TO TALLY-COUNT-EDIT
               MOVE TALLY-COUNT-EDIT TO TALLY-DISPLAY
               MOVE VEL-BRCH-MAX-COUNT TO CAP-COUNT-EDIT
               MOVE CAP-COUNT-EDIT TO CAP-DISPLAY
           ELSE
               MOVE VEL-BRCH-TALLY-AMOUNT TO TALLY-EDIT
               MOVE TALLY-EDIT TO TALLY-DISPLAY
               MOVE VEL-BRCH-MAX-AMOUNT TO CAP-EDIT
               MOVE CAP-EDIT TO CAP-DISPLAY
           END-IF.
           DISPLAY "  " VEL-BRCH-DATE
               " " VEL-BRCH-TXN-NUMBER
               " " VEL-BRCH-ACCOUNT-KEY
               "   " VEL-BRCH-PRODUCT
               " " AMOUNT-EDIT
               " " VEL-BRCH-WINDOW VEL-BRCH-CAP
               " " RULE-PRODUCT-DISPLAY
               " " TALLY-DISPLAY
               " " CAP-DISPLAY.
       REPORT-ONE-BREACH-NEXT.
           PERFORM READ-VELOCITY-BREACH.
       EXIT.
      *
       READ-VELOCITY-BREACH SECTION.
           READ VELOCITY-BREACH-LOG
               AT END
                   SET END-OF-VELOCITY-BREACHES TO TRUE
           END-READ.
       EXIT.
      *
       END PROGRAM VELRPT.
