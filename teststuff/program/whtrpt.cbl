       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHTRPT.
      *
      *
      * MONTHLY WITHHOLDING-TAX RETURN. ACCRUE TAKES TAX AT SOURCE
      * FROM THE INTEREST OF EVERY LIABLE CUSTOMER AND LOGS EACH
      * WITHHOLDING ON THE WHTLEDG LEDGER; THIS JOB SUMS A PERIOD'S
      * LEDGER INTO THE TAX-PAYABLE REPORT (WHTPAYRP) - GROSS
      * INTEREST AND TAX WITHHELD PER RATE CODE AND PER LEGAL ENTITY
      * - AND WRITES THE WHTJRNL JOURNAL THAT MOVES THE TAX TO THE
      * WITHHOLDING-TAX LIABILITY ACCOUNT, ONE BALANCED PAIR PER
      * ENTITY, FOR GLCONSOL TO COLLECT.
      *
      * THE WITHHOLDING DEBITS POST AS NEGATIVE TYPE-O TRANSACTIONS,
      * SO GLEXTR HAS ALREADY JOURNALED THEM BACK OUT OF THE
      * INTEREST ACCOUNT THE TYPE-O ROW OF THE CHART DEBITS. THE
      * PAIR HERE DEBITS THAT SAME ACCOUNT AND CREDITS THE
      * LIABILITY, SO THE INTEREST ACCOUNT CARRIES THE GROSS AND THE
      * LIABILITY WHAT IS OWED TO THE AUTHORITY. SYSIN CARRIES THE
      * FIRST AND LAST DATES OF THE PERIOD.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * KEEP IN STEP WITH TEST'S SPECIAL-NAMES - SAME MONEY FIELDS,
      * SAME EDITING.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WHT-LEDGER ASSIGN TO "WHTLEDG"
               ORGANIZATION IS LINE SEQUENTIAL.
      * CHART-OF-ACCOUNTS - THE TYPE-O ROW NAMES THE INTEREST
      * ACCOUNT THE WITHHOLDING IS TAKEN FROM.
           SELECT CHART-OF-ACCOUNTS ASSIGN TO "COACCTS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WHT-JOURNAL ASSIGN TO "WHTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAX-PAYABLE-REPORT ASSIGN TO "WHTPAYRP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  WHT-LEDGER
           LABEL RECORDS ARE STANDARD.
           COPY WHTLEDGER.
      *
       FD  CHART-OF-ACCOUNTS
           LABEL RECORDS ARE STANDARD.
           COPY CHARTOFACCTS.
      *
       FD  WHT-JOURNAL
           LABEL RECORDS ARE STANDARD.
           COPY GLJOURNAL.
      *
       FD  TAX-PAYABLE-REPORT
           LABEL RECORDS ARE STANDARD.
       01  TAX-PAYABLE-REPORT-LINE      PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WHT-LEDGER-SWITCH            PIC X VALUE "N".
         88      END-OF-WHT-LEDGER          VALUE "Y".
       01  CHART-OF-ACCOUNTS-SWITCH     PIC X VALUE "N".
         88      END-OF-CHART                VALUE "Y".
       01  PERIOD-FROM-DATE             PIC 9(8) VALUE ZERO.
       01  PERIOD-TO-DATE               PIC 9(8) VALUE ZERO.
       01  LEDGER-RECORDS-COUNT         PIC 9(8) VALUE ZERO.
       01  PERIOD-GROSS-TOTAL           PIC 9(9)V99 VALUE ZERO.
       01  PERIOD-TAX-TOTAL             PIC 9(9)V99 VALUE ZERO.
      *
      * WHT GL ACCOUNTS - THE INTEREST ACCOUNT COMES FROM THE CHART;
      * THE LIABILITY THE TAX IS OWED FROM IS THE TAX DESK'S OWN.
       01  WHT-INTEREST-ACCOUNT         PIC X(4) VALUE SPACES.
       01  WHT-LIABILITY-ACCOUNT        PIC X(4) VALUE "2600".
      *
      * PER-RATE-CODE AND PER-ENTITY TOTALS - WHAT THE RETURN SHOWS
      * AND WHAT THE JOURNAL BOOKS. AN ENTRY BEYOND EITHER TABLE IS
      * COUNTED AND FAILS THE RUN - THE RETURN MUST BE WHOLE.
       01  RATE-CODE-TABLE.
        05       RATE-CODE-ENTRY OCCURS 20 TIMES.
         10      RATE-CODE-CODE          PIC X(2).
         10      RATE-CODE-PERCENT       PIC 9(2)V9(4).
         10      RATE-CODE-COUNT         PIC 9(8).
         10      RATE-CODE-GROSS         PIC 9(9)V99.
         10      RATE-CODE-TAX           PIC 9(9)V99.
       01  RATE-CODE-TABLE-COUNT        PIC 99 VALUE ZERO.
       01  RATE-CODE-IDX                PIC 99 VALUE 1.
       01  RATE-CODE-FOUND-IDX          PIC 99 VALUE ZERO.
       01  ENTITY-TABLE.
        05       ENTITY-ENTRY OCCURS 20 TIMES.
         10      ENTITY-CODE             PIC X(2).
         10      ENTITY-LEDGER-COUNT     PIC 9(8).
         10      ENTITY-GROSS            PIC 9(9)V99.
         10      ENTITY-TAX              PIC 9(9)V99.
       01  ENTITY-COUNT                 PIC 99 VALUE ZERO.
       01  ENTITY-IDX                   PIC 99 VALUE 1.
       01  ENTITY-FOUND-IDX             PIC 99 VALUE ZERO.
       01  TABLE-OVERFLOW-COUNT         PIC 9(8) VALUE ZERO.
      *
       01  JOURNAL-DETAIL-COUNT         PIC 9(8) VALUE ZERO.
       01  JOURNAL-HASH-TOTAL           PIC 9(8) VALUE ZERO.
       01  JOURNAL-DR-TOTAL             PIC 9(9)V99 VALUE ZERO.
       01  JOURNAL-CR-TOTAL             PIC 9(9)V99 VALUE ZERO.
      *
      * PRINT WORK FIELDS - SAME LINE-COUNTED, PAGE-HEADED SHAPE AS
      * TEST'S DAILY REPORT.
       01  REPORT-PAGE-NUMBER           PIC 9(4) VALUE ZERO.
       01  REPORT-LINE-COUNT            PIC 9(2) VALUE ZERO.
       01  REPORT-PAGE-DEPTH            PIC 9(2) VALUE 55.
       01  REPORT-HEADING-LINE.
        05       FILLER                  PIC X(28)
                 VALUE "WITHHOLDING TAX PAYABLE FOR ".
        05       REPORT-HEADING-FROM     PIC 9(8).
        05       FILLER                  PIC X(4) VALUE " TO ".
        05       REPORT-HEADING-TO       PIC 9(8).
        05       FILLER                  PIC X(7) VALUE "   PAGE".
        05       REPORT-HEADING-PAGE     PIC ZZZ9.
       01  REPORT-COLUMN-LINE.
        05       FILLER                  PIC X(50) VALUE
                 "   CODE     RATE %     ACCOUNTS    GROSS INTEREST".
        05       FILLER                  PIC X(82) VALUE
                 "      TAX WITHHELD".
       01  REPORT-BUILD-LINE            PIC X(132) VALUE SPACES.
       01  REPORT-COUNT-EDIT            PIC ZZ.ZZZ.ZZ9.
       01  REPORT-AMOUNT-EDIT           PIC ZZZ.ZZZ.ZZ9,99.
       01  REPORT-TAX-EDIT              PIC ZZZ.ZZZ.ZZ9,99.
       01  REPORT-PERCENT-EDIT          PIC Z9,9999.
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           DISPLAY "START WHTRPT".
           ACCEPT PERIOD-FROM-DATE FROM SYSIN.
           ACCEPT PERIOD-TO-DATE FROM SYSIN.
           IF PERIOD-FROM-DATE = ZERO
               OR PERIOD-TO-DATE < PERIOD-FROM-DATE
               DISPLAY "NO VALID PERIOD SUPPLIED - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           PERFORM FIND-INTEREST-ACCOUNT.
           IF WHT-INTEREST-ACCOUNT = SPACES
               DISPLAY "NO TYPE-O ROW ON THE CHART OF ACCOUNTS - "
                   "RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           OPEN INPUT WHT-LEDGER.
           PERFORM READ-WHT-LEDGER.
           PERFORM ACCUMULATE-ONE-WITHHOLDING
               UNTIL END-OF-WHT-LEDGER.
           CLOSE WHT-LEDGER.
           OPEN OUTPUT TAX-PAYABLE-REPORT.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM WRITE-RATE-CODE-LINE
               VARYING RATE-CODE-IDX FROM 1 BY 1
               UNTIL RATE-CODE-IDX > RATE-CODE-TABLE-COUNT.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE TAX-PAYABLE-REPORT.
           OPEN OUTPUT WHT-JOURNAL.
           MOVE SPACES TO JOURNAL-HEADER-RECORD.
           MOVE "H" TO JRNL-HEADER-TYPE.
           MOVE PERIOD-TO-DATE TO JRNL-HEADER-DATE.
           MOVE "WHTRPT" TO JRNL-HEADER-BATCH-ID.
           WRITE JOURNAL-HEADER-RECORD.
           PERFORM WRITE-ENTITY-PAIR
               VARYING ENTITY-IDX FROM 1 BY 1
               UNTIL ENTITY-IDX > ENTITY-COUNT.
           PERFORM WRITE-ENTITY-SUBTOTAL
               VARYING ENTITY-IDX FROM 1 BY 1
               UNTIL ENTITY-IDX > ENTITY-COUNT.
           MOVE SPACES TO JOURNAL-TRAILER-RECORD.
           MOVE "T" TO JRNL-TRAILER-TYPE.
           MOVE JOURNAL-DETAIL-COUNT TO JRNL-TRAILER-COUNT.
           MOVE JOURNAL-HASH-TOTAL TO JRNL-TRAILER-HASH.
           MOVE JOURNAL-DR-TOTAL TO JRNL-TRAILER-DR-TOTAL.
           MOVE JOURNAL-CR-TOTAL TO JRNL-TRAILER-CR-TOTAL.
           WRITE JOURNAL-TRAILER-RECORD.
           CLOSE WHT-JOURNAL.
           DISPLAY "LEDGER RECORDS IN PERIOD: " LEDGER-RECORDS-COUNT.
           DISPLAY "GROSS INTEREST TAXED:     " PERIOD-GROSS-TOTAL.
           DISPLAY "TAX PAYABLE:              " PERIOD-TAX-TOTAL.
           IF TABLE-OVERFLOW-COUNT > ZERO
               DISPLAY "RATE-CODE OR ENTITY TABLE FULL - "
                   TABLE-OVERFLOW-COUNT " LEDGER RECORDS NOT TOTALLED"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF JOURNAL-DR-TOTAL NOT = JOURNAL-CR-TOTAL
               DISPLAY "WITHHOLDING-TAX JOURNAL OUT OF BALANCE"
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       PROG-EX.
           DISPLAY "END WHTRPT".
           EXIT PROGRAM.
      *
      * FIND-INTEREST-ACCOUNT - THE DEBIT ACCOUNT OF THE CHART'S
      * TYPE-O ROW; CONTROL AND CLASS ROWS ARE PASSED OVER.
      *
       FIND-INTEREST-ACCOUNT SECTION.
           OPEN INPUT CHART-OF-ACCOUNTS.
           PERFORM READ-CHART-ROW.
           PERFORM MATCH-ONE-CHART-ROW UNTIL END-OF-CHART.
           CLOSE CHART-OF-ACCOUNTS.
       EXIT.
      *
       MATCH-ONE-CHART-ROW SECTION.
           IF NOT COA-NON-TYPE-ROW
               AND COA-TXN-TYPE = "O"
               MOVE COA-DR-ACCOUNT TO WHT-INTEREST-ACCOUNT
           END-IF.
           PERFORM READ-CHART-ROW.
       EXIT.
      *
      * ACCUMULATE-ONE-WITHHOLDING - A LEDGER RECORD DATED INSIDE
      * THE PERIOD GOES TO ITS RATE CODE'S AND ITS ENTITY'S TOTALS.
      *
       ACCUMULATE-ONE-WITHHOLDING SECTION.
           IF WHT-LEDGER-DATE < PERIOD-FROM-DATE
               OR WHT-LEDGER-DATE > PERIOD-TO-DATE
               GO TO ACCUMULATE-ONE-WITHHOLDING-NEXT
           END-IF.
           PERFORM FIND-RATE-CODE-ENTRY.
           PERFORM FIND-ENTITY-ENTRY.
           IF RATE-CODE-FOUND-IDX = ZERO OR ENTITY-FOUND-IDX = ZERO
               ADD 1 TO TABLE-OVERFLOW-COUNT
               GO TO ACCUMULATE-ONE-WITHHOLDING-NEXT
           END-IF.
           ADD 1 TO LEDGER-RECORDS-COUNT.
           ADD WHT-LEDGER-GROSS TO PERIOD-GROSS-TOTAL.
           ADD WHT-LEDGER-TAX TO PERIOD-TAX-TOTAL.
           ADD 1 TO RATE-CODE-COUNT(RATE-CODE-FOUND-IDX).
           ADD WHT-LEDGER-GROSS TO RATE-CODE-GROSS(RATE-CODE-FOUND-IDX).
           ADD WHT-LEDGER-TAX TO RATE-CODE-TAX(RATE-CODE-FOUND-IDX).
           ADD 1 TO ENTITY-LEDGER-COUNT(ENTITY-FOUND-IDX).
           ADD WHT-LEDGER-GROSS TO ENTITY-GROSS(ENTITY-FOUND-IDX).
           ADD WHT-LEDGER-TAX TO ENTITY-TAX(ENTITY-FOUND-IDX).
       ACCUMULATE-ONE-WITHHOLDING-NEXT.
           PERFORM READ-WHT-LEDGER.
       EXIT.
      *
      * FIND-RATE-CODE-ENTRY - A RATE CODE IS REPORTED AT EACH RATE
      * IT WAS TAKEN AT IN THE PERIOD, SO A MID-MONTH RATE CHANGE
      * SHOWS AS TWO LINES.
      *
       FIND-RATE-CODE-ENTRY SECTION.
           MOVE ZERO TO RATE-CODE-FOUND-IDX.
           PERFORM MATCH-ONE-RATE-CODE
               VARYING RATE-CODE-IDX FROM 1 BY 1
               UNTIL RATE-CODE-IDX > RATE-CODE-TABLE-COUNT.
           IF RATE-CODE-FOUND-IDX = ZERO
               AND RATE-CODE-TABLE-COUNT < 20
               ADD 1 TO RATE-CODE-TABLE-COUNT
               MOVE RATE-CODE-TABLE-COUNT TO RATE-CODE-FOUND-IDX
               MOVE WHT-LEDGER-RATE-CODE
                   TO RATE-CODE-CODE(RATE-CODE-FOUND-IDX)
               MOVE WHT-LEDGER-RATE-PERCENT
                   TO RATE-CODE-PERCENT(RATE-CODE-FOUND-IDX)
               MOVE ZERO TO RATE-CODE-COUNT(RATE-CODE-FOUND-IDX)
               MOVE ZERO TO RATE-CODE-GROSS(RATE-CODE-FOUND-IDX)
               MOVE ZERO TO RATE-CODE-TAX(RATE-CODE-FOUND-IDX)
           END-IF.
       EXIT.
      *
       MATCH-ONE-RATE-CODE SECTION.
           IF RATE-CODE-CODE(RATE-CODE-IDX) = WHT-LEDGER-RATE-CODE
               AND RATE-CODE-PERCENT(RATE-CODE-IDX)
                   = WHT-LEDGER-RATE-PERCENT
               MOVE RATE-CODE-IDX TO RATE-CODE-FOUND-IDX
           END-IF.
       EXIT.
      *
       FIND-ENTITY-ENTRY SECTION.
           MOVE ZERO TO ENTITY-FOUND-IDX.
           PERFORM MATCH-ONE-ENTITY
               VARYING ENTITY-IDX FROM 1 BY 1
               UNTIL ENTITY-IDX > ENTITY-COUNT.
           IF ENTITY-FOUND-IDX = ZERO
               AND ENTITY-COUNT < 20
               ADD 1 TO ENTITY-COUNT
               MOVE ENTITY-COUNT TO ENTITY-FOUND-IDX
               MOVE WHT-LEDGER-ENTITY TO ENTITY-CODE(ENTITY-COUNT)
               MOVE ZERO TO ENTITY-LEDGER-COUNT(ENTITY-COUNT)
               MOVE ZERO TO ENTITY-GROSS(ENTITY-COUNT)
               MOVE ZERO TO ENTITY-TAX(ENTITY-COUNT)
           END-IF.
       EXIT.
      *
       MATCH-ONE-ENTITY SECTION.
           IF ENTITY-CODE(ENTITY-IDX) = WHT-LEDGER-ENTITY
               MOVE ENTITY-IDX TO ENTITY-FOUND-IDX
           END-IF.
       EXIT.
      *
      * WRITE-ENTITY-PAIR - ONE ENTITY'S TAX OFF THE INTEREST ACCOUNT
      * AND ONTO THE LIABILITY. AN ENTITY WITH NOTHING WITHHELD
      * WRITES NO PAIR.
      *
       WRITE-ENTITY-PAIR SECTION.
           IF ENTITY-TAX(ENTITY-IDX) = ZERO
               GO TO WRITE-ENTITY-PAIR-EX
           END-IF.
           MOVE SPACES TO JOURNAL-DETAIL-RECORD.
           MOVE "D" TO JRNL-DETAIL-TYPE.
           MOVE "DR" TO JRNL-DETAIL-SIDE.
           MOVE WHT-INTEREST-ACCOUNT TO JRNL-DETAIL-ACCOUNT.
           MOVE ENTITY-TAX(ENTITY-IDX) TO JRNL-DETAIL-AMOUNT.
           MOVE ZERO TO JRNL-DETAIL-TXN-NUMBER.
           MOVE "O" TO JRNL-DETAIL-TXN-TYPE.
           MOVE ENTITY-CODE(ENTITY-IDX) TO JRNL-DETAIL-ENTITY.
           WRITE JOURNAL-DETAIL-RECORD.
           ADD 1 TO JOURNAL-DETAIL-COUNT.
           ADD JRNL-DETAIL-TXN-NUMBER TO JOURNAL-HASH-TOTAL.
           ADD ENTITY-TAX(ENTITY-IDX) TO JOURNAL-DR-TOTAL.
           MOVE "CR" TO JRNL-DETAIL-SIDE.
           MOVE WHT-LIABILITY-ACCOUNT TO JRNL-DETAIL-ACCOUNT.
           WRITE JOURNAL-DETAIL-RECORD.
           ADD 1 TO JOURNAL-DETAIL-COUNT.
           ADD JRNL-DETAIL-TXN-NUMBER TO JOURNAL-HASH-TOTAL.
           ADD ENTITY-TAX(ENTITY-IDX) TO JOURNAL-CR-TOTAL.
       WRITE-ENTITY-PAIR-EX.
       EXIT.
      *
      * WRITE-ENTITY-SUBTOTAL - ONE "E" RECORD PER ENTITY AHEAD OF
      * THE TRAILER, THE SAME SHAPE GLEXTR GIVES ITS OWN.
      *
       WRITE-ENTITY-SUBTOTAL SECTION.
           IF ENTITY-TAX(ENTITY-IDX) = ZERO
               GO TO WRITE-ENTITY-SUBTOTAL-EX
           END-IF.
           MOVE SPACES TO JOURNAL-ENTITY-RECORD.
           MOVE "E" TO JRNL-ENTITY-TYPE.
           MOVE ENTITY-CODE(ENTITY-IDX) TO JRNL-ENTITY-CODE.
           MOVE 2 TO JRNL-ENTITY-COUNT.
           MOVE ENTITY-TAX(ENTITY-IDX) TO JRNL-ENTITY-DR-TOTAL.
           MOVE ENTITY-TAX(ENTITY-IDX) TO JRNL-ENTITY-CR-TOTAL.
           WRITE JOURNAL-ENTITY-RECORD.
           DISPLAY "ENTITY " ENTITY-CODE(ENTITY-IDX)
               " WITHHOLDINGS " ENTITY-LEDGER-COUNT(ENTITY-IDX)
               " GROSS " ENTITY-GROSS(ENTITY-IDX)
               " TAX " ENTITY-TAX(ENTITY-IDX).
       WRITE-ENTITY-SUBTOTAL-EX.
       EXIT.
      *
       WRITE-RATE-CODE-LINE SECTION.
           MOVE RATE-CODE-PERCENT(RATE-CODE-IDX) TO REPORT-PERCENT-EDIT.
           MOVE RATE-CODE-COUNT(RATE-CODE-IDX) TO REPORT-COUNT-EDIT.
           MOVE RATE-CODE-GROSS(RATE-CODE-IDX) TO REPORT-AMOUNT-EDIT.
           MOVE RATE-CODE-TAX(RATE-CODE-IDX) TO REPORT-TAX-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "   " DELIMITED BY SIZE
               RATE-CODE-CODE(RATE-CODE-IDX) DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               REPORT-PERCENT-EDIT DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               REPORT-AMOUNT-EDIT DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               REPORT-TAX-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
       EXIT.
      *
       WRITE-REPORT-TOTALS SECTION.
           MOVE SPACES TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE LEDGER-RECORDS-COUNT TO REPORT-COUNT-EDIT.
           MOVE PERIOD-GROSS-TOTAL TO REPORT-AMOUNT-EDIT.
           MOVE PERIOD-TAX-TOTAL TO REPORT-TAX-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "   TOTAL           " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               REPORT-AMOUNT-EDIT DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               REPORT-TAX-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "TAX PAYABLE TO THE AUTHORITY:  " DELIMITED BY SIZE
               REPORT-TAX-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
       EXIT.
      *
       WRITE-REPORT-HEADING SECTION.
           ADD 1 TO REPORT-PAGE-NUMBER.
           MOVE PERIOD-FROM-DATE TO REPORT-HEADING-FROM.
           MOVE PERIOD-TO-DATE TO REPORT-HEADING-TO.
           MOVE REPORT-PAGE-NUMBER TO REPORT-HEADING-PAGE.
           MOVE REPORT-HEADING-LINE TO TAX-PAYABLE-REPORT-LINE.
           WRITE TAX-PAYABLE-REPORT-LINE AFTER ADVANCING PAGE.
           MOVE 1 TO REPORT-LINE-COUNT.
           MOVE SPACES TO TAX-PAYABLE-REPORT-LINE.
           WRITE TAX-PAYABLE-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE REPORT-COLUMN-LINE TO TAX-PAYABLE-REPORT-LINE.
           WRITE TAX-PAYABLE-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 2 TO REPORT-LINE-COUNT.
       EXIT.
      *
       WRITE-REPORT-LINE SECTION.
           IF REPORT-LINE-COUNT NOT < REPORT-PAGE-DEPTH
               PERFORM WRITE-REPORT-HEADING
           END-IF.
           MOVE REPORT-BUILD-LINE TO TAX-PAYABLE-REPORT-LINE.
           WRITE TAX-PAYABLE-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO REPORT-LINE-COUNT.
       EXIT.
      *
       READ-WHT-LEDGER SECTION.
           READ WHT-LEDGER
               AT END
                   SET END-OF-WHT-LEDGER TO TRUE
           END-READ.
       EXIT.
      *
       READ-CHART-ROW SECTION.
           READ CHART-OF-ACCOUNTS
               AT END
                   SET END-OF-CHART TO TRUE
           END-READ.
       EXIT.
      *
       END PROGRAM WHTRPT.
