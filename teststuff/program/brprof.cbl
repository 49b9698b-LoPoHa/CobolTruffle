       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRPROF.
      *
      *
      * MONTHLY BRANCH PROFITABILITY REPORT. BUDGMNT AND VARRPT LOOK
      * AT VOLUMES AND SETTLE NETS CASH BETWEEN BRANCHES; THIS JOB
      * SHOWS WHICH BRANCHES MAKE MONEY. FOR THE MONTH ON THE SYSIN
      * CARD (YYYYMM), OR THE MONTH BEFORE THE CURRENT ONE WHEN THE
      * CARD IS BLANK, IT TAKES PER BRANCH DIGIT:
      *   - FEE INCOME - THE FEE POSTINGS TEST'S CHARGE-POSTING-FEE
      *     WROTE TO THE POSTEDTX TRAIL;
      *   - INTEREST PAID - THE ACCRUALS ACCRUE GENERATED, AS THEY
      *     POSTED ON THE TRAIL;
      *   - REVALUATION - THE RESULT OF FXREVAL'S REVALJRN JOURNAL ON
      *     THE ACCOUNTS COACCTS CLASSES AS INCOME OR EXPENSE. THE
      *     JOURNAL NAMES NO BRANCH, SO THE RESULT IS SHARED OUT IN
      *     PROPORTION TO THE BRANCHES' AVERAGE BALANCES;
      *   - AVERAGE BALANCE - THE BRANCH'S ACCOUNTS SUMMED PER DAY
      *     FROM THE BALSNAP SNAPSHOTS, AVERAGED OVER THE DAYS.
      * THE NET CONTRIBUTION IS FEES LESS INTEREST PLUS REVALUATION;
      * THE BRANCHES ARE RANKED ON IT AND SHOWN AGAINST THE PRIOR
      * MONTH AND THE YEAR TO DATE FROM THE BRPRFHST HISTORY THIS
      * JOB APPENDS TO. THE REPORT GOES TO BRPRFRPT AND THE SAME
      * FIGURES TO THE BRPRFEXT EXTRACT FOR THE FINANCE TEAM'S
      * SPREADSHEET. ENDS RC 4 WHEN A POSTING CARRIED NO BRANCH DIGIT
      * OR THE REVALUATION JOURNAL IS FOR ANOTHER MONTH.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * KEEP IN STEP WITH TEST'S SPECIAL-NAMES - SAME MONEY FIELDS,
      * SAME EDITING.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTED-TRANSACTIONS ASSIGN TO "POSTEDTX"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BALANCE-SNAPSHOTS ASSIGN TO "BALSNAP"
               ORGANIZATION IS LINE SEQUENTIAL.
      * REVALUATION-JOURNAL - ABSENT IN A MONTH WITH NO FX CLOSE.
           SELECT OPTIONAL REVALUATION-JOURNAL ASSIGN TO "REVALJRN"
               ORGANIZATION IS LINE SEQUENTIAL.
      * CHART-OF-ACCOUNTS - THE CLASS ROWS SAY WHICH REVALUATION
      * LINES ARE RESULT; THE TYPE-F ROW NAMES THE FEE ACCOUNT.
           SELECT CHART-OF-ACCOUNTS ASSIGN TO "COACCTS"
               ORGANIZATION IS LINE SEQUENTIAL.
      * PROFIT-HISTORY - READ FOR THE COMPARISONS, THEN APPENDED TO.
           SELECT OPTIONAL PROFIT-HISTORY ASSIGN TO "BRPRFHST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROFIT-REPORT ASSIGN TO "BRPRFRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROFIT-EXTRACT ASSIGN TO "BRPRFEXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  POSTED-TRANSACTIONS
           LABEL RECORDS ARE STANDARD.
           COPY POSTEDTXN.
      *
       FD  BALANCE-SNAPSHOTS
           LABEL RECORDS ARE STANDARD.
           COPY BALSNAPSHOT.
      *
       FD  REVALUATION-JOURNAL
           LABEL RECORDS ARE STANDARD.
           COPY GLJOURNAL.
      *
       FD  CHART-OF-ACCOUNTS
           LABEL RECORDS ARE STANDARD.
           COPY CHARTOFACCTS.
      *
       FD  PROFIT-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY BRANCHPROFHIST.
      *
       FD  PROFIT-REPORT
           LABEL RECORDS ARE STANDARD.
       01  PROFIT-REPORT-LINE           PIC X(132).
      *
       FD  PROFIT-EXTRACT
           LABEL RECORDS ARE STANDARD.
           COPY BRANCHPROFEXTR.
      *
       WORKING-STORAGE SECTION.
       01  POSTED-TRANSACTIONS-SWITCH   PIC X VALUE "N".
         88      END-OF-POSTED-TRANSACTIONS VALUE "Y".
       01  BALANCE-SNAPSHOT-SWITCH      PIC X VALUE "N".
         88      END-OF-BALANCE-SNAPSHOTS   VALUE "Y".
       01  REVALUATION-SWITCH           PIC X VALUE "N".
         88      END-OF-REVALUATION         VALUE "Y".
       01  CHART-OF-ACCOUNTS-SWITCH     PIC X VALUE "N".
         88      END-OF-CHART               VALUE "Y".
       01  PROFIT-HISTORY-SWITCH        PIC X VALUE "N".
         88      END-OF-PROFIT-HISTORY      VALUE "Y".
      *
      * THE REPORTING MONTH, THE MONTH BEFORE IT, AND THE DATE RANGE
      * THE MONTH COVERS ON THE TRAIL AND THE SNAPSHOTS.
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
       01  RUN-DATE-PARTS REDEFINES RUN-DATE.
        05       RUN-DATE-YEAR           PIC 9(4).
        05       RUN-DATE-MONTH          PIC 9(2).
        05       RUN-DATE-DAY            PIC 9(2).
       01  PERIOD-CARD                  PIC X(6) VALUE SPACES.
       01  PERIOD-ID REDEFINES PERIOD-CARD PIC 9(6).
       01  PERIOD-PARTS REDEFINES PERIOD-CARD.
        05       PERIOD-YEAR             PIC 9(4).
        05       PERIOD-MONTH            PIC 9(2).
       01  PRIOR-PERIOD-ID              PIC 9(6) VALUE ZERO.
       01  PRIOR-PERIOD-PARTS REDEFINES PRIOR-PERIOD-ID.
        05       PRIOR-PERIOD-YEAR       PIC 9(4).
        05       PRIOR-PERIOD-MONTH      PIC 9(2).
       01  PERIOD-FROM-DATE             PIC 9(8) VALUE ZERO.
       01  PERIOD-TO-DATE               PIC 9(8) VALUE ZERO.
       01  HISTORY-PERIOD-WORK          PIC 9(6) VALUE ZERO.
       01  HISTORY-PERIOD-PARTS REDEFINES HISTORY-PERIOD-WORK.
        05       HISTORY-PERIOD-YEAR     PIC 9(4).
        05       HISTORY-PERIOD-MONTH    PIC 9(2).
      *
      * PER-BRANCH PROFIT TABLE - SLOT 1 TALLIES DIGIT 0, SLOT 10
      * DIGIT 9, THE SAME CONVENTION AS SETTLE'S SETTLEMENT TABLE.
      * THE DAY TOTAL HOLDS THE SNAPSHOT DAY BEING READ UNTIL THE
      * DATE CHANGES; THE YEAR-TO-DATE MONTHS HOLD THE NET EACH
      * EARLIER MONTH OF THE YEAR WAS REPORTED AT.
       01  PROFIT-TABLE VALUE ZEROS.
        05       PROFIT-ENTRY OCCURS 10 TIMES.
         10      PROFIT-FEE-INCOME       PIC S9(9)V99.
         10      PROFIT-INTEREST-PAID    PIC S9(9)V99.
         10      PROFIT-REVALUATION      PIC S9(9)V99.
         10      PROFIT-BALANCE-SUM      PIC S9(13)V99.
         10      PROFIT-DAY-BALANCE      PIC S9(11)V99.
         10      PROFIT-AVERAGE-BALANCE  PIC S9(11)V99.
         10      PROFIT-NET              PIC S9(9)V99.
         10      PROFIT-RANK             PIC 9(2).
         10      PROFIT-PRIOR-NET        PIC S9(9)V99.
         10      PROFIT-YTD-MONTH-NET OCCURS 12 TIMES
                                         PIC S9(9)V99.
         10      PROFIT-YTD-NET          PIC S9(11)V99.
         10      PROFIT-ACTIVE-SWITCH    PIC X.
           88    PROFIT-BRANCH-ACTIVE        VALUE "Y".
       01  PROFIT-IDX                   PIC 99 VALUE 1.
       01  PROFIT-OTHER-IDX             PIC 99 VALUE 1.
       01  YTD-MONTH-IDX                PIC 99 VALUE 1.
       01  PROFIT-BRANCH-DIGIT          PIC X VALUE SPACE.
       01  PROFIT-BRANCH-DIGIT-NUM REDEFINES PROFIT-BRANCH-DIGIT
                                        PIC 9.
      *
      * BANK TOTALS - THE SUM OF THE BRANCH LINES.
       01  TOTAL-FEE-INCOME             PIC S9(9)V99 VALUE ZERO.
       01  TOTAL-INTEREST-PAID          PIC S9(9)V99 VALUE ZERO.
       01  TOTAL-REVALUATION            PIC S9(9)V99 VALUE ZERO.
       01  TOTAL-AVERAGE-BALANCE        PIC S9(11)V99 VALUE ZERO.
       01  TOTAL-NET                    PIC S9(9)V99 VALUE ZERO.
       01  TOTAL-PRIOR-NET              PIC S9(9)V99 VALUE ZERO.
       01  TOTAL-YTD-NET                PIC S9(11)V99 VALUE ZERO.
      *
      * SNAPSHOT WORK FIELDS - THE DAY AND ACCOUNT LAST READ. A DAY
      * SNAPSHOT TWICE (A RERUN, A LATER INTRADAY CYCLE) STARTS AGAIN
      * FROM THE LOWEST KEY; THE LATER SET REPLACES THE EARLIER.
       01  SNAPSHOT-DAY-DATE            PIC 9(8) VALUE ZERO.
       01  SNAPSHOT-LAST-KEY            PIC X(5) VALUE SPACES.
       01  SNAPSHOT-DAY-COUNT           PIC 9(4) VALUE ZERO.
      *
      * REVALUATION WORK FIELDS - THE RESULT ON THE CLASSED ACCOUNTS,
      * THE AVERAGE BALANCE IT IS SHARED OVER, AND WHAT IS LEFT FOR
      * THE LARGEST BRANCH AFTER ROUNDING.
       01  REVALUATION-RESULT           PIC S9(9)V99 VALUE ZERO.
       01  REVALUATION-SHARED           PIC S9(9)V99 VALUE ZERO.
       01  REVALUATION-BASE             PIC S9(13)V99 VALUE ZERO.
       01  REVALUATION-LARGEST-IDX      PIC 99 VALUE ZERO.
       01  REVALUATION-DATE             PIC 9(8) VALUE ZERO.
       01  REVALUATION-STATUS           PIC X VALUE "N".
         88      REVALUATION-NONE            VALUE "N".
         88      REVALUATION-IN-PERIOD       VALUE "Y".
         88      REVALUATION-OTHER-PERIOD    VALUE "O".
      *
      * CHART WORK FIELDS - THE INCOME AND EXPENSE ACCOUNTS FROM THE
      * CLASS ROWS, AND THE ACCOUNT THE TYPE-F ROW CREDITS.
       01  CLASS-ACCOUNT-TABLE.
        05       CLASS-ACCOUNT-ENTRY OCCURS 50 TIMES.
         10      CLASS-TABLE-ACCOUNT     PIC X(4).
       01  CLASS-ACCOUNT-COUNT          PIC 99 VALUE ZERO.
       01  CLASS-ACCOUNT-IDX            PIC 99 VALUE 1.
       01  CLASS-FOUND-SWITCH           PIC X VALUE "N".
         88      CLASS-ACCOUNT-FOUND         VALUE "Y".
       01  FEE-INCOME-ACCOUNT           PIC X(4) VALUE SPACES.
      *
       01  POSTINGS-FEE-COUNT           PIC 9(8) VALUE ZERO.
       01  POSTINGS-ACCRUAL-COUNT       PIC 9(8) VALUE ZERO.
       01  UNATTRIBUTED-COUNT           PIC 9(8) VALUE ZERO.
       01  EXTRACT-RECORD-COUNT         PIC 9(8) VALUE ZERO.
      *
      * PRINT WORK FIELDS - SAME LINE-COUNTED, PAGE-HEADED SHAPE AS
      * TEST'S DAILY REPORT.
       01  REPORT-PAGE-NUMBER           PIC 9(4) VALUE ZERO.
       01  REPORT-LINE-COUNT            PIC 9(2) VALUE ZERO.
       01  REPORT-PAGE-DEPTH            PIC 9(2) VALUE 55.
       01  REPORT-HEADING-LINE.
        05       FILLER                  PIC X(32)
                 VALUE "BRANCH PROFITABILITY FOR MONTH ".
        05       REPORT-HEADING-PERIOD   PIC 9(6).
        05       FILLER                  PIC X(12) VALUE " - RUN DATE ".
        05       REPORT-HEADING-RUN-DATE PIC 9(8).
        05       FILLER                  PIC X(7) VALUE "   PAGE".
        05       REPORT-HEADING-PAGE     PIC ZZZ9.
       01  REPORT-COLUMN-LINE.
        05       FILLER                  PIC X(35) VALUE
                 "  BR      FEE INCOME  INTEREST PAID".
        05       FILLER                  PIC X(46) VALUE
                 "    REVALUATION AVERAGE BALANCE    NET CONTRIB".
        05       FILLER                  PIC X(51) VALUE
                 "  RK    PRIOR MONTH         CHANGE    YEAR TO DATE".
       01  REPORT-DETAIL-LINE.
        05       REPORT-LABEL            PIC X(5).
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-FEE-EDIT         PIC -ZZ.ZZZ.ZZ9,99.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-INTEREST-EDIT    PIC -ZZ.ZZZ.ZZ9,99.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-REVALUATION-EDIT PIC -ZZ.ZZZ.ZZ9,99.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-BALANCE-EDIT     PIC -ZZZ.ZZZ.ZZ9,99.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-NET-EDIT         PIC -ZZ.ZZZ.ZZ9,99.
        05       FILLER                  PIC X(2) VALUE SPACES.
        05       REPORT-RANK-EDIT        PIC Z9.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-PRIOR-EDIT       PIC -ZZ.ZZZ.ZZ9,99.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-CHANGE-EDIT      PIC -ZZ.ZZZ.ZZ9,99.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-YTD-EDIT         PIC -ZZZ.ZZZ.ZZ9,99.
        05       FILLER                  PIC X VALUE SPACE.
       01  REPORT-BUILD-LINE            PIC X(132) VALUE SPACES.
       01  REPORT-AMOUNT-EDIT           PIC -ZZZ.ZZZ.ZZ9,99.
      *
      * WHAT THE CURRENT LINE SHOWS - A BRANCH'S FIGURES OR THE
      * BANK'S TOTALS - WHICHEVER THE LINE AND EXTRACT ARE BUILT
      * FROM.
       01  LINE-FEE-INCOME              PIC S9(9)V99 VALUE ZERO.
       01  LINE-INTEREST-PAID           PIC S9(9)V99 VALUE ZERO.
       01  LINE-REVALUATION             PIC S9(9)V99 VALUE ZERO.
       01  LINE-AVERAGE-BALANCE         PIC S9(11)V99 VALUE ZERO.
       01  LINE-NET                     PIC S9(9)V99 VALUE ZERO.
       01  LINE-RANK                    PIC 9(2) VALUE ZERO.
       01  LINE-PRIOR-NET               PIC S9(9)V99 VALUE ZERO.
       01  LINE-NET-CHANGE              PIC S9(9)V99 VALUE ZERO.
       01  LINE-YTD-NET                 PIC S9(11)V99 VALUE ZERO.
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           DISPLAY "START BRPROF".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT PERIOD-CARD FROM SYSIN.
           IF PERIOD-CARD = SPACES
               MOVE RUN-DATE-YEAR TO PERIOD-YEAR
               MOVE RUN-DATE-MONTH TO PERIOD-MONTH
               IF PERIOD-MONTH = 1
                   SUBTRACT 1 FROM PERIOD-YEAR
                   MOVE 12 TO PERIOD-MONTH
               ELSE
                   SUBTRACT 1 FROM PERIOD-MONTH
               END-IF
           END-IF.
           IF PERIOD-CARD NOT NUMERIC
               OR PERIOD-MONTH < 1
               OR PERIOD-MONTH > 12
               DISPLAY "REPORTING MONTH INVALID: " PERIOD-CARD
                   " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           COMPUTE PERIOD-FROM-DATE = PERIOD-ID * 100 + 1.
           COMPUTE PERIOD-TO-DATE = PERIOD-ID * 100 + 31.
           MOVE PERIOD-YEAR TO PRIOR-PERIOD-YEAR.
           MOVE PERIOD-MONTH TO PRIOR-PERIOD-MONTH.
           IF PRIOR-PERIOD-MONTH = 1
               SUBTRACT 1 FROM PRIOR-PERIOD-YEAR
               MOVE 12 TO PRIOR-PERIOD-MONTH
           ELSE
               SUBTRACT 1 FROM PRIOR-PERIOD-MONTH
           END-IF.
           PERFORM LOAD-CHART-OF-ACCOUNTS.
           PERFORM ACCUMULATE-POSTINGS.
           PERFORM ACCUMULATE-SNAPSHOTS.
           PERFORM ACCUMULATE-REVALUATION.
           PERFORM SHARE-REVALUATION.
           PERFORM LOAD-PROFIT-HISTORY.
           PERFORM SETTLE-ONE-BRANCH
               VARYING PROFIT-IDX FROM 1 BY 1
               UNTIL PROFIT-IDX > 10.
           PERFORM RANK-ONE-BRANCH
               VARYING PROFIT-IDX FROM 1 BY 1
               UNTIL PROFIT-IDX > 10.
           OPEN OUTPUT PROFIT-REPORT.
           OPEN OUTPUT PROFIT-EXTRACT.
           PERFORM WRITE-REPORT-HEADING.
           MOVE SPACES TO BRANCH-PROFIT-HEADER-RECORD.
           SET BPX-HEADER TO TRUE.
           MOVE PERIOD-ID TO BPX-HDR-PERIOD.
           MOVE RUN-DATE TO BPX-HDR-RUN-DATE.
           WRITE BRANCH-PROFIT-HEADER-RECORD.
           ADD 1 TO EXTRACT-RECORD-COUNT.
           OPEN EXTEND PROFIT-HISTORY.
           PERFORM REPORT-ONE-BRANCH
               VARYING PROFIT-IDX FROM 1 BY 1
               UNTIL PROFIT-IDX > 10.
           CLOSE PROFIT-HISTORY.
           PERFORM REPORT-BANK-TOTALS.
           CLOSE PROFIT-EXTRACT.
           CLOSE PROFIT-REPORT.
           MOVE TOTAL-NET TO REPORT-AMOUNT-EDIT.
           DISPLAY "MONTH " PERIOD-ID " FROM " PERIOD-FROM-DATE
               " TO " PERIOD-TO-DATE.
           DISPLAY "FEE POSTINGS: " POSTINGS-FEE-COUNT
               " ACCRUAL POSTINGS: " POSTINGS-ACCRUAL-COUNT.
           DISPLAY "SNAPSHOT DAYS: " SNAPSHOT-DAY-COUNT.
           DISPLAY "BANK NET CONTRIBUTION: " REPORT-AMOUNT-EDIT.
           DISPLAY "EXTRACT RECORDS WRITTEN: " EXTRACT-RECORD-COUNT.
           IF UNATTRIBUTED-COUNT > ZERO
               DISPLAY "POSTINGS WITH NO BRANCH DIGIT - NOT REPORTED: "
                   UNATTRIBUTED-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF REVALUATION-NONE
               DISPLAY "NO REVALUATION JOURNAL - NONE SHOWN"
           END-IF.
           IF REVALUATION-OTHER-PERIOD
               DISPLAY "REVALUATION JOURNAL DATED " REVALUATION-DATE
                   " IS NOT FOR THIS MONTH - NONE SHOWN"
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
       PROG-EX.
           DISPLAY "END BRPROF".
           EXIT PROGRAM.
      *
      * LOAD-CHART-OF-ACCOUNTS - EVERY ACCOUNT A CLASS ROW MARKS AS
      * INCOME OR EXPENSE, AND THE ACCOUNT THE TYPE-F ROW CREDITS
      * FEES TO, SHOWN ON THE REPORT SO FINANCE CAN TIE THE FEE
      * COLUMN TO THE LEDGER.
      *
       LOAD-CHART-OF-ACCOUNTS SECTION.
           OPEN INPUT CHART-OF-ACCOUNTS.
           PERFORM READ-CHART-ROW.
           PERFORM LOAD-ONE-CHART-ROW UNTIL END-OF-CHART.
           CLOSE CHART-OF-ACCOUNTS.
       EXIT.
      *
       LOAD-ONE-CHART-ROW SECTION.
           IF NOT COA-NON-TYPE-ROW
               AND COA-TXN-TYPE = "F"
               MOVE COA-CR-ACCOUNT TO FEE-INCOME-ACCOUNT
           END-IF.
           IF COA-ACCOUNT-CLASS-ROW
               AND (COA-INCOME-ACCOUNT OR COA-EXPENSE-ACCOUNT)
               AND CLASS-ACCOUNT-COUNT < 50
               ADD 1 TO CLASS-ACCOUNT-COUNT
               MOVE COA-CLASS-ACCOUNT
                   TO CLASS-TABLE-ACCOUNT(CLASS-ACCOUNT-COUNT)
           END-IF.
           PERFORM READ-CHART-ROW.
       EXIT.
      *
      * ACCUMULATE-POSTINGS - THE MONTH'S FEE AND ACCRUAL POSTINGS
      * FROM THE TRAIL, BY THE BRANCH DIGIT IN THE FIRST BYTE OF THE
      * STRING PART. A FEE POSTS AS A DEBIT TO THE ACCOUNT AND IS
      * INCOME TO THE BANK; AN ACCRUAL POSTS AS A CREDIT AND IS PAID
      * OUT. A BROUGHT-FORWARD ROW IS NOT A POSTING AND IS PASSED.
      *
       ACCUMULATE-POSTINGS SECTION.
           OPEN INPUT POSTED-TRANSACTIONS.
           PERFORM READ-POSTED-TRANSACTION.
           PERFORM ACCUMULATE-ONE-POSTING
               UNTIL END-OF-POSTED-TRANSACTIONS.
           CLOSE POSTED-TRANSACTIONS.
       EXIT.
      *
       ACCUMULATE-ONE-POSTING SECTION.
           IF POSTED-BROUGHT-FORWARD
               OR POSTED-DATE < PERIOD-FROM-DATE
               OR POSTED-DATE > PERIOD-TO-DATE
               GO TO ACCUMULATE-ONE-POSTING-NEXT
           END-IF.
           IF NOT (POSTED-TXN-TYPE = "F"
                   AND POSTED-STRING-PART2 = "FEE ")
               AND POSTED-STRING-PART2 NOT = "ACCR"
               GO TO ACCUMULATE-ONE-POSTING-NEXT
           END-IF.
           MOVE POSTED-STRING-PART1(1:1) TO PROFIT-BRANCH-DIGIT.
           IF PROFIT-BRANCH-DIGIT NOT NUMERIC
               ADD 1 TO UNATTRIBUTED-COUNT
               GO TO ACCUMULATE-ONE-POSTING-NEXT
           END-IF.
           COMPUTE PROFIT-IDX = PROFIT-BRANCH-DIGIT-NUM + 1.
           SET PROFIT-BRANCH-ACTIVE(PROFIT-IDX) TO TRUE.
           IF POSTED-STRING-PART2 = "ACCR"
               ADD 1 TO POSTINGS-ACCRUAL-COUNT
               ADD POSTED-AMOUNT TO PROFIT-INTEREST-PAID(PROFIT-IDX)
           ELSE
               ADD 1 TO POSTINGS-FEE-COUNT
               SUBTRACT POSTED-AMOUNT FROM PROFIT-FEE-INCOME(PROFIT-IDX)
           END-IF.
       ACCUMULATE-ONE-POSTING-NEXT.
           PERFORM READ-POSTED-TRANSACTION.
       EXIT.
      *
      * ACCUMULATE-SNAPSHOTS - EACH DAY'S CLOSING BALANCES OF THE
      * MONTH SUMMED PER BRANCH, THEN DIVIDED BY THE DAYS SNAPSHOT.
      *
       ACCUMULATE-SNAPSHOTS SECTION.
           OPEN INPUT BALANCE-SNAPSHOTS.
           PERFORM READ-BALANCE-SNAPSHOT.
           PERFORM ACCUMULATE-ONE-SNAPSHOT
               UNTIL END-OF-BALANCE-SNAPSHOTS.
           CLOSE BALANCE-SNAPSHOTS.
           PERFORM CLOSE-SNAPSHOT-DAY.
           IF SNAPSHOT-DAY-COUNT > ZERO
               PERFORM AVERAGE-ONE-BALANCE
                   VARYING PROFIT-IDX FROM 1 BY 1
                   UNTIL PROFIT-IDX > 10
           END-IF.
       EXIT.
      *
       ACCUMULATE-ONE-SNAPSHOT SECTION.
           IF SNAPSHOT-DATE < PERIOD-FROM-DATE
               OR SNAPSHOT-DATE > PERIOD-TO-DATE
               GO TO ACCUMULATE-ONE-SNAPSHOT-NEXT
           END-IF.
           MOVE SNAPSHOT-ACCOUNT-KEY(1:1) TO PROFIT-BRANCH-DIGIT.
           IF PROFIT-BRANCH-DIGIT NOT NUMERIC
               GO TO ACCUMULATE-ONE-SNAPSHOT-NEXT
           END-IF.
           IF SNAPSHOT-DATE NOT = SNAPSHOT-DAY-DATE
               PERFORM CLOSE-SNAPSHOT-DAY
               MOVE SNAPSHOT-DATE TO SNAPSHOT-DAY-DATE
           ELSE
               IF SNAPSHOT-ACCOUNT-KEY NOT > SNAPSHOT-LAST-KEY
                   PERFORM CLEAR-ONE-DAY-BALANCE
                       VARYING PROFIT-IDX FROM 1 BY 1
                       UNTIL PROFIT-IDX > 10
               END-IF
           END-IF.
           MOVE SNAPSHOT-ACCOUNT-KEY TO SNAPSHOT-LAST-KEY.
           COMPUTE PROFIT-IDX = PROFIT-BRANCH-DIGIT-NUM + 1.
           SET PROFIT-BRANCH-ACTIVE(PROFIT-IDX) TO TRUE.
           ADD SNAPSHOT-BALANCE TO PROFIT-DAY-BALANCE(PROFIT-IDX).
       ACCUMULATE-ONE-SNAPSHOT-NEXT.
           PERFORM READ-BALANCE-SNAPSHOT.
       EXIT.
      *
      * CLOSE-SNAPSHOT-DAY - THE DAY JUST READ JOINS THE MONTH.
      *
       CLOSE-SNAPSHOT-DAY SECTION.
           IF SNAPSHOT-DAY-DATE = ZERO
               GO TO CLOSE-SNAPSHOT-DAY-EX
           END-IF.
           ADD 1 TO SNAPSHOT-DAY-COUNT.
           PERFORM CLOSE-ONE-DAY-BALANCE
               VARYING PROFIT-IDX FROM 1 BY 1
               UNTIL PROFIT-IDX > 10.
           MOVE ZERO TO SNAPSHOT-DAY-DATE.
           MOVE SPACES TO SNAPSHOT-LAST-KEY.
       CLOSE-SNAPSHOT-DAY-EX.
       EXIT.
      *
       CLOSE-ONE-DAY-BALANCE SECTION.
           ADD PROFIT-DAY-BALANCE(PROFIT-IDX)
               TO PROFIT-BALANCE-SUM(PROFIT-IDX).
           MOVE ZERO TO PROFIT-DAY-BALANCE(PROFIT-IDX).
       EXIT.
      *
       CLEAR-ONE-DAY-BALANCE SECTION.
           MOVE ZERO TO PROFIT-DAY-BALANCE(PROFIT-IDX).
       EXIT.
      *
       AVERAGE-ONE-BALANCE SECTION.
           COMPUTE PROFIT-AVERAGE-BALANCE(PROFIT-IDX) ROUNDED =
               PROFIT-BALANCE-SUM(PROFIT-IDX) / SNAPSHOT-DAY-COUNT.
       EXIT.
      *
      * ACCUMULATE-REVALUATION - THE JOURNAL COUNTS ONLY WHEN ITS
      * HEADER IS DATED IN THE MONTH. ON AN INCOME OR EXPENSE
      * ACCOUNT A CREDIT ADDS TO THE RESULT AND A DEBIT TAKES FROM
      * IT; THE POSITION ACCOUNT'S SIDE OF EACH PAIR IS BALANCE
      * SHEET AND IS PASSED.
      *
       ACCUMULATE-REVALUATION SECTION.
           OPEN INPUT REVALUATION-JOURNAL.
           PERFORM READ-REVALUATION-LINE.
           PERFORM ACCUMULATE-ONE-REVALUATION
               UNTIL END-OF-REVALUATION.
           CLOSE REVALUATION-JOURNAL.
           IF NOT REVALUATION-IN-PERIOD
               MOVE ZERO TO REVALUATION-RESULT
           END-IF.
       EXIT.
      *
       ACCUMULATE-ONE-REVALUATION SECTION.
           IF JRNL-HEADER-TYPE = "H"
               MOVE JRNL-HEADER-DATE TO REVALUATION-DATE
               IF REVALUATION-DATE < PERIOD-FROM-DATE
                   OR REVALUATION-DATE > PERIOD-TO-DATE
                   SET REVALUATION-OTHER-PERIOD TO TRUE
               ELSE
                   SET REVALUATION-IN-PERIOD TO TRUE
               END-IF
               GO TO ACCUMULATE-ONE-REVALUATION-NEXT
           END-IF.
           IF JRNL-DETAIL-TYPE NOT = "D"
               GO TO ACCUMULATE-ONE-REVALUATION-NEXT
           END-IF.
           MOVE "N" TO CLASS-FOUND-SWITCH.
           PERFORM MATCH-ONE-CLASS-ACCOUNT
               VARYING CLASS-ACCOUNT-IDX FROM 1 BY 1
               UNTIL CLASS-ACCOUNT-IDX > CLASS-ACCOUNT-COUNT.
           IF NOT CLASS-ACCOUNT-FOUND
               GO TO ACCUMULATE-ONE-REVALUATION-NEXT
           END-IF.
           IF JRNL-DETAIL-SIDE = "CR"
               ADD JRNL-DETAIL-AMOUNT TO REVALUATION-RESULT
           ELSE
               SUBTRACT JRNL-DETAIL-AMOUNT FROM REVALUATION-RESULT
           END-IF.
       ACCUMULATE-ONE-REVALUATION-NEXT.
           PERFORM READ-REVALUATION-LINE.
       EXIT.
      *
       MATCH-ONE-CLASS-ACCOUNT SECTION.
           IF CLASS-TABLE-ACCOUNT(CLASS-ACCOUNT-IDX)
                   = JRNL-DETAIL-ACCOUNT
               SET CLASS-ACCOUNT-FOUND TO TRUE
           END-IF.
       EXIT.
      *
      * SHARE-REVALUATION - EACH BRANCH WITH MONEY ON DEPOSIT TAKES
      * ITS SHARE OF THE RESULT BY AVERAGE BALANCE; THE ROUNDING
      * LEFT OVER GOES TO THE LARGEST. WITH NO BRANCH IN CREDIT
      * THERE IS NOTHING TO SHARE OVER AND THE RESULT GOES TO
      * BRANCH 0.
      *
       SHARE-REVALUATION SECTION.
           IF REVALUATION-RESULT = ZERO
               GO TO SHARE-REVALUATION-EX
           END-IF.
           MOVE ZERO TO REVALUATION-BASE.
           MOVE ZERO TO REVALUATION-LARGEST-IDX.
           PERFORM ADD-REVALUATION-BASE
               VARYING PROFIT-IDX FROM 1 BY 1
               UNTIL PROFIT-IDX > 10.
           IF REVALUATION-BASE = ZERO
               MOVE REVALUATION-RESULT TO PROFIT-REVALUATION(1)
               SET PROFIT-BRANCH-ACTIVE(1) TO TRUE
               GO TO SHARE-REVALUATION-EX
           END-IF.
           MOVE ZERO TO REVALUATION-SHARED.
           PERFORM SHARE-ONE-REVALUATION
               VARYING PROFIT-IDX FROM 1 BY 1
               UNTIL PROFIT-IDX > 10.
           COMPUTE PROFIT-REVALUATION(REVALUATION-LARGEST-IDX) =
               PROFIT-REVALUATION(REVALUATION-LARGEST-IDX)
               + REVALUATION-RESULT - REVALUATION-SHARED.
       SHARE-REVALUATION-EX.
       EXIT.
      *
       ADD-REVALUATION-BASE SECTION.
           IF PROFIT-AVERAGE-BALANCE(PROFIT-IDX) > ZERO
               ADD PROFIT-AVERAGE-BALANCE(PROFIT-IDX)
                   TO REVALUATION-BASE
               IF REVALUATION-LARGEST-IDX = ZERO
                   MOVE PROFIT-IDX TO REVALUATION-LARGEST-IDX
               ELSE
                   IF PROFIT-AVERAGE-BALANCE(PROFIT-IDX) >
                       PROFIT-AVERAGE-BALANCE(REVALUATION-LARGEST-IDX)
                       MOVE PROFIT-IDX TO REVALUATION-LARGEST-IDX
                   END-IF
               END-IF
           END-IF.
       EXIT.
      *
       SHARE-ONE-REVALUATION SECTION.
           IF PROFIT-AVERAGE-BALANCE(PROFIT-IDX) > ZERO
               COMPUTE PROFIT-REVALUATION(PROFIT-IDX) ROUNDED =
                   REVALUATION-RESULT
                   * PROFIT-AVERAGE-BALANCE(PROFIT-IDX)
                   / REVALUATION-BASE
               ADD PROFIT-REVALUATION(PROFIT-IDX) TO REVALUATION-SHARED
           END-IF.
       EXIT.
      *
      * LOAD-PROFIT-HISTORY - THE PRIOR MONTH'S NET PER BRANCH AND
      * THE NET OF EVERY EARLIER MONTH OF THE REPORTING YEAR. A
      * MONTH REPORTED TWICE IS TAKEN AS LAST FILED.
      *
       LOAD-PROFIT-HISTORY SECTION.
           OPEN INPUT PROFIT-HISTORY.
           PERFORM READ-PROFIT-HISTORY.
           PERFORM LOAD-ONE-HISTORY-ROW UNTIL END-OF-PROFIT-HISTORY.
           CLOSE PROFIT-HISTORY.
       EXIT.
      *
       LOAD-ONE-HISTORY-ROW SECTION.
           MOVE BPH-BRANCH-DIGIT TO PROFIT-BRANCH-DIGIT.
           IF PROFIT-BRANCH-DIGIT NOT NUMERIC
               OR BPH-PERIOD NOT NUMERIC
               GO TO LOAD-ONE-HISTORY-ROW-NEXT
           END-IF.
           COMPUTE PROFIT-IDX = PROFIT-BRANCH-DIGIT-NUM + 1.
           MOVE BPH-PERIOD TO HISTORY-PERIOD-WORK.
           IF BPH-PERIOD = PRIOR-PERIOD-ID
               MOVE BPH-NET-CONTRIBUTION TO PROFIT-PRIOR-NET(PROFIT-IDX)
               SET PROFIT-BRANCH-ACTIVE(PROFIT-IDX) TO TRUE
           END-IF.
           IF HISTORY-PERIOD-YEAR = PERIOD-YEAR
               AND HISTORY-PERIOD-MONTH > ZERO
               AND HISTORY-PERIOD-MONTH < PERIOD-MONTH
               MOVE BPH-NET-CONTRIBUTION TO
                   PROFIT-YTD-MONTH-NET(PROFIT-IDX,
                                        HISTORY-PERIOD-MONTH)
               SET PROFIT-BRANCH-ACTIVE(PROFIT-IDX) TO TRUE
           END-IF.
       LOAD-ONE-HISTORY-ROW-NEXT.
           PERFORM READ-PROFIT-HISTORY.
       EXIT.
      *
      * SETTLE-ONE-BRANCH - THE BRANCH'S NET CONTRIBUTION AND ITS
      * YEAR TO DATE, THIS MONTH INCLUDED.
      *
       SETTLE-ONE-BRANCH SECTION.
           COMPUTE PROFIT-NET(PROFIT-IDX) =
               PROFIT-FEE-INCOME(PROFIT-IDX)
               - PROFIT-INTEREST-PAID(PROFIT-IDX)
               + PROFIT-REVALUATION(PROFIT-IDX).
           MOVE PROFIT-NET(PROFIT-IDX) TO PROFIT-YTD-NET(PROFIT-IDX).
           PERFORM ADD-ONE-YTD-MONTH
               VARYING YTD-MONTH-IDX FROM 1 BY 1
               UNTIL YTD-MONTH-IDX > 12.
       EXIT.
      *
       ADD-ONE-YTD-MONTH SECTION.
           ADD PROFIT-YTD-MONTH-NET(PROFIT-IDX, YTD-MONTH-IDX)
               TO PROFIT-YTD-NET(PROFIT-IDX).
       EXIT.
      *
      * RANK-ONE-BRANCH - ONE MORE THAN THE NUMBER OF REPORTED
      * BRANCHES WITH A BETTER NET; BRANCHES ON THE SAME NET SHARE A
      * PLACE.
      *
       RANK-ONE-BRANCH SECTION.
           MOVE ZERO TO PROFIT-RANK(PROFIT-IDX).
           IF NOT PROFIT-BRANCH-ACTIVE(PROFIT-IDX)
               GO TO RANK-ONE-BRANCH-EX
           END-IF.
           MOVE 1 TO PROFIT-RANK(PROFIT-IDX).
           PERFORM COMPARE-ONE-BRANCH
               VARYING PROFIT-OTHER-IDX FROM 1 BY 1
               UNTIL PROFIT-OTHER-IDX > 10.
       RANK-ONE-BRANCH-EX.
       EXIT.
      *
       COMPARE-ONE-BRANCH SECTION.
           IF PROFIT-BRANCH-ACTIVE(PROFIT-OTHER-IDX)
               AND PROFIT-NET(PROFIT-OTHER-IDX) > PROFIT-NET(PROFIT-IDX)
               ADD 1 TO PROFIT-RANK(PROFIT-IDX)
           END-IF.
       EXIT.
      *
      * REPORT-ONE-BRANCH - A BRANCH WITH NOTHING THIS MONTH OR IN
      * THE HISTORY IS LEFT OFF. ONE REPORT LINE, ONE EXTRACT RECORD
      * AND ONE HISTORY ROW PER BRANCH REPORTED.
      *
       REPORT-ONE-BRANCH SECTION.
           IF NOT PROFIT-BRANCH-ACTIVE(PROFIT-IDX)
               GO TO REPORT-ONE-BRANCH-EX
           END-IF.
           COMPUTE PROFIT-BRANCH-DIGIT-NUM = PROFIT-IDX - 1.
           MOVE PROFIT-FEE-INCOME(PROFIT-IDX) TO LINE-FEE-INCOME.
           MOVE PROFIT-INTEREST-PAID(PROFIT-IDX) TO LINE-INTEREST-PAID.
           MOVE PROFIT-REVALUATION(PROFIT-IDX) TO LINE-REVALUATION.
           MOVE PROFIT-AVERAGE-BALANCE(PROFIT-IDX)
               TO LINE-AVERAGE-BALANCE.
           MOVE PROFIT-NET(PROFIT-IDX) TO LINE-NET.
           MOVE PROFIT-RANK(PROFIT-IDX) TO LINE-RANK.
           MOVE PROFIT-PRIOR-NET(PROFIT-IDX) TO LINE-PRIOR-NET.
           MOVE PROFIT-YTD-NET(PROFIT-IDX) TO LINE-YTD-NET.
           ADD LINE-FEE-INCOME TO TOTAL-FEE-INCOME.
           ADD LINE-INTEREST-PAID TO TOTAL-INTEREST-PAID.
           ADD LINE-REVALUATION TO TOTAL-REVALUATION.
           ADD LINE-AVERAGE-BALANCE TO TOTAL-AVERAGE-BALANCE.
           ADD LINE-NET TO TOTAL-NET.
           ADD LINE-PRIOR-NET TO TOTAL-PRIOR-NET.
           ADD LINE-YTD-NET TO TOTAL-YTD-NET.
           MOVE SPACES TO REPORT-LABEL.
           MOVE PROFIT-BRANCH-DIGIT TO REPORT-LABEL(3:1).
           PERFORM WRITE-PROFIT-LINE.
           MOVE SPACES TO BRANCH-PROFIT-EXTRACT-RECORD.
           SET BPX-BRANCH TO TRUE.
           MOVE PROFIT-BRANCH-DIGIT TO BPX-BRANCH-DIGIT.
           PERFORM WRITE-PROFIT-EXTRACT.
           MOVE PERIOD-ID TO BPH-PERIOD.
           MOVE PROFIT-BRANCH-DIGIT TO BPH-BRANCH-DIGIT.
           MOVE LINE-FEE-INCOME TO BPH-FEE-INCOME.
           MOVE LINE-INTEREST-PAID TO BPH-INTEREST-PAID.
           MOVE LINE-REVALUATION TO BPH-REVALUATION.
           MOVE LINE-AVERAGE-BALANCE TO BPH-AVERAGE-BALANCE.
           MOVE LINE-NET TO BPH-NET-CONTRIBUTION.
           WRITE BRANCH-PROFIT-HISTORY-RECORD.
       REPORT-ONE-BRANCH-EX.
       EXIT.
      *
      * REPORT-BANK-TOTALS - THE TOTAL LINE, THE TOTAL EXTRACT
      * RECORD, AND THE FEE ACCOUNT THE FEE COLUMN TIES TO.
      *
       REPORT-BANK-TOTALS SECTION.
           MOVE TOTAL-FEE-INCOME TO LINE-FEE-INCOME.
           MOVE TOTAL-INTEREST-PAID TO LINE-INTEREST-PAID.
           MOVE TOTAL-REVALUATION TO LINE-REVALUATION.
           MOVE TOTAL-AVERAGE-BALANCE TO LINE-AVERAGE-BALANCE.
           MOVE TOTAL-NET TO LINE-NET.
           MOVE ZERO TO LINE-RANK.
           MOVE TOTAL-PRIOR-NET TO LINE-PRIOR-NET.
           MOVE TOTAL-YTD-NET TO LINE-YTD-NET.
           MOVE SPACES TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "TOTAL" TO REPORT-LABEL.
           PERFORM WRITE-PROFIT-LINE.
           MOVE SPACES TO BRANCH-PROFIT-EXTRACT-RECORD.
           SET BPX-TOTAL TO TRUE.
           MOVE SPACE TO BPX-BRANCH-DIGIT.
           PERFORM WRITE-PROFIT-EXTRACT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "FEE INCOME IS CREDITED TO GL ACCOUNT "
                   DELIMITED BY SIZE
               FEE-INCOME-ACCOUNT DELIMITED BY SIZE
               "; REVALUATION SHARED BY AVERAGE BALANCE"
                   DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
       EXIT.
      *
       WRITE-PROFIT-LINE SECTION.
           COMPUTE LINE-NET-CHANGE = LINE-NET - LINE-PRIOR-NET.
           MOVE LINE-FEE-INCOME TO REPORT-FEE-EDIT.
           MOVE LINE-INTEREST-PAID TO REPORT-INTEREST-EDIT.
           MOVE LINE-REVALUATION TO REPORT-REVALUATION-EDIT.
           MOVE LINE-AVERAGE-BALANCE TO REPORT-BALANCE-EDIT.
           MOVE LINE-NET TO REPORT-NET-EDIT.
           MOVE LINE-RANK TO REPORT-RANK-EDIT.
           MOVE LINE-PRIOR-NET TO REPORT-PRIOR-EDIT.
           MOVE LINE-NET-CHANGE TO REPORT-CHANGE-EDIT.
           MOVE LINE-YTD-NET TO REPORT-YTD-EDIT.
           MOVE REPORT-DETAIL-LINE TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
       EXIT.
      *
       WRITE-PROFIT-EXTRACT SECTION.
           MOVE LINE-FEE-INCOME TO BPX-FEE-INCOME.
           MOVE LINE-INTEREST-PAID TO BPX-INTEREST-PAID.
           MOVE LINE-REVALUATION TO BPX-REVALUATION.
           MOVE LINE-AVERAGE-BALANCE TO BPX-AVERAGE-BALANCE.
           MOVE LINE-NET TO BPX-NET-CONTRIBUTION.
           MOVE LINE-RANK TO BPX-RANK.
           MOVE LINE-PRIOR-NET TO BPX-PRIOR-NET.
           MOVE LINE-NET-CHANGE TO BPX-NET-CHANGE.
           MOVE LINE-YTD-NET TO BPX-YTD-NET.
           WRITE BRANCH-PROFIT-EXTRACT-RECORD.
           ADD 1 TO EXTRACT-RECORD-COUNT.
       EXIT.
      *
       WRITE-REPORT-HEADING SECTION.
           ADD 1 TO REPORT-PAGE-NUMBER.
           MOVE PERIOD-ID TO REPORT-HEADING-PERIOD.
           MOVE RUN-DATE TO REPORT-HEADING-RUN-DATE.
           MOVE REPORT-PAGE-NUMBER TO REPORT-HEADING-PAGE.
           MOVE REPORT-HEADING-LINE TO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE AFTER ADVANCING PAGE.
           MOVE 1 TO REPORT-LINE-COUNT.
           MOVE SPACES TO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE REPORT-COLUMN-LINE TO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 2 TO REPORT-LINE-COUNT.
       EXIT.
      *
       WRITE-REPORT-LINE SECTION.
           IF REPORT-LINE-COUNT NOT < REPORT-PAGE-DEPTH
               PERFORM WRITE-REPORT-HEADING
           END-IF.
           MOVE REPORT-BUILD-LINE TO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO REPORT-LINE-COUNT.
       EXIT.
      *
       READ-POSTED-TRANSACTION SECTION.
           READ POSTED-TRANSACTIONS
               AT END
                   SET END-OF-POSTED-TRANSACTIONS TO TRUE
           END-READ.
       EXIT.
      *
       READ-BALANCE-SNAPSHOT SECTION.
           READ BALANCE-SNAPSHOTS
               AT END
                   SET END-OF-BALANCE-SNAPSHOTS TO TRUE
           END-READ.
       EXIT.
      *
       READ-REVALUATION-LINE SECTION.
           READ REVALUATION-JOURNAL
               AT END
                   SET END-OF-REVALUATION TO TRUE
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
       READ-PROFIT-HISTORY SECTION.
           READ PROFIT-HISTORY
               AT END
                   SET END-OF-PROFIT-HISTORY TO TRUE
           END-READ.
       EXIT.
      *
       END PROGRAM BRPROF.
