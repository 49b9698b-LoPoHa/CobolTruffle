       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANPORT.
      *
      *
      * INSTALMENT-LOAN PORTFOLIO SUMMARY. READS THE LOAN FILE AS
      * LOANDAY LAST LEFT IT AND PRINTS ONE LINE PER BRANCH - THE
      * LOANS ON THE BOOK, WHAT WAS LENT, THE PRINCIPAL STILL
      * OUTSTANDING, THE INTEREST CHARGED THIS YEAR AND THE ARREARS
      * BY AGE - WITH THE PORTFOLIO TOTAL UNDERNEATH. THE BRANCH IS
      * THE BRANCH DIGIT OF THE LOAN ACCOUNT'S KEY. A CLOSING SECTION
      * TIES THE BOOK TO THE GENERAL LEDGER: THE PRINCIPAL
      * OUTSTANDING IS WHAT THE CHART'S LOAN-PRINCIPAL ACCOUNT SHOULD
      * CARRY, THE YEAR'S INTEREST WHAT ITS LOAN-INTEREST ACCOUNT
      * SHOULD CARRY, AND EACH BRANCH'S ARREARS SIT IN THE LOAN
      * ACCOUNTS' OVERDRAWN BALANCES UNDER THAT BRANCH'S CONTROL
      * ACCOUNT. LOANS NOT YET PAID OUT ARE COUNTED BUT CARRY
      * NOTHING; PAID-OFF LOANS ARE COUNTED APART. READ-ONLY - SAFE
      * TO RUN AT ANY POINT IN THE STREAM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * KEEP IN STEP WITH TEST'S SPECIAL-NAMES.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOAN-WIDE-KEY
               ALTERNATE RECORD KEY IS LOAN-ACCOUNT-KEY
                   WITH DUPLICATES.
      * CHART-OF-ACCOUNTS - THE LOAN ROWS AND THE BALANCE-CONTROL
      * ROWS NAME THE GL ACCOUNTS THE BOOK TIES TO.
           SELECT CHART-OF-ACCOUNTS ASSIGN TO "COACCTS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PORTFOLIO-REPORT ASSIGN TO "LOANPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOANMASTER.
      *
       FD  CHART-OF-ACCOUNTS
           LABEL RECORDS ARE STANDARD.
           COPY CHARTOFACCTS.
      *
       FD  PORTFOLIO-REPORT
           LABEL RECORDS ARE STANDARD.
       01  PORTFOLIO-REPORT-LINE          PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  LOAN-FILE-SWITCH             PIC X VALUE "N".
         88      END-OF-LOAN-FILE             VALUE "Y".
       01  CHART-OF-ACCOUNTS-SWITCH     PIC X VALUE "N".
         88      END-OF-CHART                 VALUE "Y".
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
       01  RUN-DATE-PARTS REDEFINES RUN-DATE.
        05       RUN-YEAR                PIC 9(4).
        05       FILLER                  PIC 9(4).
      *
      * THE LOAN GL ACCOUNTS FROM THE CHART'S "%" ROWS.
       01  LOAN-PRINCIPAL-ACCOUNT       PIC X(4) VALUE SPACES.
       01  LOAN-INTEREST-ACCOUNT        PIC X(4) VALUE SPACES.
      *
      * BALANCE-CONTROL MAPPING - BRANCH DIGIT TO GL CONTROL ACCOUNT,
      * FROM THE "*" ROWS OF THE CHART, AS GLBALREC LOADS IT. THE
      * DEFAULT ROW'S ACCOUNT IS HELD APART.
       01  CONTROL-MAP-TABLE.
        05       CONTROL-MAP-ENTRY OCCURS 20 TIMES.
         10      CONTROL-MAP-BRANCH      PIC X.
         10      CONTROL-MAP-ACCOUNT     PIC X(4).
       01  CONTROL-MAP-COUNT            PIC 99 VALUE ZERO.
       01  CONTROL-MAP-IDX              PIC 99 VALUE 1.
       01  CONTROL-DEFAULT-ACCOUNT      PIC X(4) VALUE SPACES.
       01  CONTROL-ACCOUNT-FOUND        PIC X(4) VALUE SPACES.
      *
      * ONE ENTRY PER BRANCH WITH LOANS ON THE BOOK, IN FIRST-SEEN
      * ORDER. THE LAST ENTRY IS THE PORTFOLIO TOTAL.
       01  BRANCH-TABLE.
        05       BRANCH-ENTRY OCCURS 21 TIMES.
         10      BRANCH-CODE             PIC X.
         10      BRANCH-LOAN-COUNT       PIC 9(8).
         10      BRANCH-AWAITING-COUNT   PIC 9(8).
         10      BRANCH-ARREARS-COUNT    PIC 9(8).
         10      BRANCH-PRINCIPAL        PIC 9(11)V99.
         10      BRANCH-OUTSTANDING      PIC 9(11)V99.
         10      BRANCH-INTEREST-YTD     PIC 9(11)V99.
         10      BRANCH-ARREARS          PIC 9(11)V99.
         10      BRANCH-UNDER-30         PIC 9(11)V99.
         10      BRANCH-30-DAYS          PIC 9(11)V99.
         10      BRANCH-60-DAYS          PIC 9(11)V99.
         10      BRANCH-90-DAYS          PIC 9(11)V99.
       01  BRANCH-COUNT                 PIC 99 VALUE ZERO.
       01  BRANCH-IDX                   PIC 99 VALUE 1.
       01  BRANCH-FOUND-IDX             PIC 99 VALUE ZERO.
       01  BRANCH-TOTAL-IDX             PIC 99 VALUE 21.
       01  LOAN-BRANCH                  PIC X VALUE SPACE.
       01  LOAN-YTD-WORK                PIC 9(9)V99 VALUE ZERO.
      *
       01  LOANS-READ-COUNT             PIC 9(8) VALUE ZERO.
       01  LOANS-PAID-OFF-COUNT         PIC 9(8) VALUE ZERO.
       01  BRANCH-OVERFLOW-COUNT        PIC 9(8) VALUE ZERO.
      *
      * PRINT WORK FIELDS - SAME LINE-COUNTED, PAGE-HEADED SHAPE AS
      * TEST'S DAILY REPORT.
       01  REPORT-PAGE-NUMBER           PIC 9(4) VALUE ZERO.
       01  REPORT-LINE-COUNT            PIC 9(2) VALUE ZERO.
       01  REPORT-PAGE-DEPTH            PIC 9(2) VALUE 55.
       01  REPORT-HEADING-LINE.
        05       FILLER                  PIC X(33)
                 VALUE "LOAN PORTFOLIO SUMMARY".
        05       REPORT-HEADING-DATE     PIC 9(8).
        05       FILLER                  PIC X(7) VALUE "   PAGE".
        05       REPORT-HEADING-PAGE     PIC ZZZ9.
       01  REPORT-COLUMN-LINE.
        05       FILLER                  PIC X(50) VALUE
                 "BRANCH      LOANS     PRINCIPAL LENT    OUTSTANDIN".
        05       FILLER                  PIC X(50) VALUE
                 "G  INTEREST YTD   ARREARS      UNDER 30       30 D".
        05       FILLER                  PIC X(32) VALUE
                 "AYS       60 DAYS       90 DAYS".
       01  REPORT-BUILD-LINE            PIC X(132) VALUE SPACES.
       01  REPORT-BRANCH-TEXT           PIC X(6) VALUE SPACES.
       01  REPORT-COUNT-EDIT            PIC ZZ.ZZZ.ZZ9.
       01  REPORT-PRINCIPAL-EDIT        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  REPORT-OUTSTANDING-EDIT      PIC ZZZ.ZZZ.ZZ9,99.
       01  REPORT-INTEREST-EDIT         PIC ZZ.ZZZ.ZZ9,99.
       01  REPORT-ARREARS-COUNT-EDIT    PIC ZZZ.ZZ9.
       01  REPORT-BUCKET-1-EDIT         PIC ZZ.ZZZ.ZZ9,99.
       01  REPORT-BUCKET-2-EDIT         PIC ZZ.ZZZ.ZZ9,99.
       01  REPORT-BUCKET-3-EDIT         PIC ZZ.ZZZ.ZZ9,99.
       01  REPORT-BUCKET-4-EDIT         PIC ZZ.ZZZ.ZZ9,99.
       01  REPORT-TOTAL-EDIT            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           DISPLAY "START LOANPORT".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-CHART-ACCOUNTS.
           IF LOAN-PRINCIPAL-ACCOUNT = SPACES
               OR LOAN-INTEREST-ACCOUNT = SPACES
               DISPLAY "CHART OF ACCOUNTS LACKS A LOAN ROW - "
                   "GL TIE NOT NAMED"
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM CLEAR-BRANCH-ENTRY
               VARYING BRANCH-IDX FROM 1 BY 1
               UNTIL BRANCH-IDX > BRANCH-TOTAL-IDX.
           OPEN INPUT LOAN-FILE.
           PERFORM READ-LOAN-RECORD.
           PERFORM SUMMARISE-ONE-LOAN UNTIL END-OF-LOAN-FILE.
           CLOSE LOAN-FILE.
           OPEN OUTPUT PORTFOLIO-REPORT.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM WRITE-BRANCH-LINE
               VARYING BRANCH-IDX FROM 1 BY 1
               UNTIL BRANCH-IDX > BRANCH-COUNT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE BRANCH-TOTAL-IDX TO BRANCH-IDX.
           PERFORM WRITE-BRANCH-LINE.
           PERFORM WRITE-GL-TIE.
           CLOSE PORTFOLIO-REPORT.
           DISPLAY "LOANS READ:               " LOANS-READ-COUNT.
           DISPLAY "LOANS PAID OFF:           " LOANS-PAID-OFF-COUNT.
           DISPLAY "BRANCHES REPORTED:        " BRANCH-COUNT.
           IF BRANCH-OVERFLOW-COUNT > ZERO
               DISPLAY "BRANCH TABLE FULL - " BRANCH-OVERFLOW-COUNT
                   " LOANS IN THE TOTAL ONLY"
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
       PROG-EX.
           DISPLAY "END LOANPORT".
           EXIT PROGRAM.
      *
      * SUMMARISE-ONE-LOAN - A LIVE LOAN INTO ITS BRANCH AND THE
      * TOTAL. THE INTEREST COUNTS ONLY WHEN IT IS THIS YEAR'S; A
      * LOAN NOT CHARGED SINCE THE YEAR TURNED HAS NONE YET.
      *
       SUMMARISE-ONE-LOAN SECTION.
           ADD 1 TO LOANS-READ-COUNT.
           IF LOAN-PAID-OFF
               ADD 1 TO LOANS-PAID-OFF-COUNT
               GO TO SUMMARISE-ONE-LOAN-NEXT
           END-IF.
           MOVE LOAN-WIDE-KEY(1:1) TO LOAN-BRANCH.
           IF LOAN-INTEREST-YEAR = RUN-YEAR
               MOVE LOAN-INTEREST-YTD TO LOAN-YTD-WORK
           ELSE
               MOVE ZERO TO LOAN-YTD-WORK
           END-IF.
           PERFORM FIND-BRANCH-ENTRY.
           IF BRANCH-FOUND-IDX = ZERO
               ADD 1 TO BRANCH-OVERFLOW-COUNT
           ELSE
               MOVE BRANCH-FOUND-IDX TO BRANCH-IDX
               PERFORM ADD-LOAN-TO-ENTRY
           END-IF.
           MOVE BRANCH-TOTAL-IDX TO BRANCH-IDX.
           PERFORM ADD-LOAN-TO-ENTRY.
       SUMMARISE-ONE-LOAN-NEXT.
           PERFORM READ-LOAN-RECORD.
       EXIT.
      *
       ADD-LOAN-TO-ENTRY SECTION.
           ADD 1 TO BRANCH-LOAN-COUNT(BRANCH-IDX).
           IF LOAN-AWAITING-PAYOUT
               ADD 1 TO BRANCH-AWAITING-COUNT(BRANCH-IDX)
               GO TO ADD-LOAN-TO-ENTRY-EX
           END-IF.
           ADD LOAN-PRINCIPAL TO BRANCH-PRINCIPAL(BRANCH-IDX).
           ADD LOAN-PRINCIPAL-OUTSTANDING
               TO BRANCH-OUTSTANDING(BRANCH-IDX).
           ADD LOAN-YTD-WORK TO BRANCH-INTEREST-YTD(BRANCH-IDX).
           IF LOAN-ARREARS-AMOUNT > ZERO
               ADD 1 TO BRANCH-ARREARS-COUNT(BRANCH-IDX)
               ADD LOAN-ARREARS-AMOUNT TO BRANCH-ARREARS(BRANCH-IDX)
               ADD LOAN-ARREARS-UNDER-30 TO BRANCH-UNDER-30(BRANCH-IDX)
               ADD LOAN-ARREARS-30-DAYS TO BRANCH-30-DAYS(BRANCH-IDX)
               ADD LOAN-ARREARS-60-DAYS TO BRANCH-60-DAYS(BRANCH-IDX)
               ADD LOAN-ARREARS-90-DAYS TO BRANCH-90-DAYS(BRANCH-IDX)
           END-IF.
       ADD-LOAN-TO-ENTRY-EX.
       EXIT.
      *
      * FIND-BRANCH-ENTRY - THE LOAN'S BRANCH IN THE TABLE, ADDED ON
      * FIRST SIGHT; ZERO WHEN THE TABLE IS FULL.
      *
       FIND-BRANCH-ENTRY SECTION.
           MOVE ZERO TO BRANCH-FOUND-IDX.
           PERFORM MATCH-ONE-BRANCH
               VARYING BRANCH-IDX FROM 1 BY 1
               UNTIL BRANCH-IDX > BRANCH-COUNT.
           IF BRANCH-FOUND-IDX = ZERO
               AND BRANCH-COUNT < BRANCH-TOTAL-IDX - 1
               ADD 1 TO BRANCH-COUNT
               MOVE BRANCH-COUNT TO BRANCH-FOUND-IDX
               MOVE LOAN-BRANCH TO BRANCH-CODE(BRANCH-COUNT)
           END-IF.
       EXIT.
      *
       MATCH-ONE-BRANCH SECTION.
           IF BRANCH-CODE(BRANCH-IDX) = LOAN-BRANCH
               MOVE BRANCH-IDX TO BRANCH-FOUND-IDX
           END-IF.
       EXIT.
      *
       CLEAR-BRANCH-ENTRY SECTION.
           MOVE SPACE TO BRANCH-CODE(BRANCH-IDX).
           MOVE ZERO TO BRANCH-LOAN-COUNT(BRANCH-IDX).
           MOVE ZERO TO BRANCH-AWAITING-COUNT(BRANCH-IDX).
           MOVE ZERO TO BRANCH-ARREARS-COUNT(BRANCH-IDX).
           MOVE ZERO TO BRANCH-PRINCIPAL(BRANCH-IDX).
           MOVE ZERO TO BRANCH-OUTSTANDING(BRANCH-IDX).
           MOVE ZERO TO BRANCH-INTEREST-YTD(BRANCH-IDX).
           MOVE ZERO TO BRANCH-ARREARS(BRANCH-IDX).
           MOVE ZERO TO BRANCH-UNDER-30(BRANCH-IDX).
           MOVE ZERO TO BRANCH-30-DAYS(BRANCH-IDX).
           MOVE ZERO TO BRANCH-60-DAYS(BRANCH-IDX).
           MOVE ZERO TO BRANCH-90-DAYS(BRANCH-IDX).
       EXIT.
      *
      * LOAD-CHART-ACCOUNTS - THE LOAN ROWS AND THE BALANCE-CONTROL
      * ROWS; TYPE AND CLASS ROWS ARE PASSED OVER.
      *
       LOAD-CHART-ACCOUNTS SECTION.
           OPEN INPUT CHART-OF-ACCOUNTS.
           PERFORM READ-CHART-ROW.
           PERFORM LOAD-ONE-CHART-ROW UNTIL END-OF-CHART.
           CLOSE CHART-OF-ACCOUNTS.
       EXIT.
      *
       LOAD-ONE-CHART-ROW SECTION.
           IF COA-LOAN-ACCOUNT-ROW
               AND COA-LOAN-PRINCIPAL
               MOVE COA-LOAN-ACCOUNT TO LOAN-PRINCIPAL-ACCOUNT
           END-IF.
           IF COA-LOAN-ACCOUNT-ROW
               AND COA-LOAN-INTEREST
               MOVE COA-LOAN-ACCOUNT TO LOAN-INTEREST-ACCOUNT
           END-IF.
           IF NOT COA-BALANCE-CONTROL-ROW
               GO TO LOAD-ONE-CHART-ROW-NEXT
           END-IF.
           IF COA-CONTROL-BRANCH = "*"
               MOVE COA-CONTROL-ACCOUNT TO CONTROL-DEFAULT-ACCOUNT
           ELSE
               IF CONTROL-MAP-COUNT < 20
                   ADD 1 TO CONTROL-MAP-COUNT
                   MOVE COA-CONTROL-BRANCH
                       TO CONTROL-MAP-BRANCH(CONTROL-MAP-COUNT)
                   MOVE COA-CONTROL-ACCOUNT
                       TO CONTROL-MAP-ACCOUNT(CONTROL-MAP-COUNT)
               END-IF
           END-IF.
       LOAD-ONE-CHART-ROW-NEXT.
           PERFORM READ-CHART-ROW.
       EXIT.
      *
      * FIND-CONTROL-ACCOUNT - THE CONTROL ACCOUNT THE BRANCH IN
      * HAND ROLLS UP TO, OR THE DEFAULT ROW'S.
      *
       FIND-CONTROL-ACCOUNT SECTION.
           MOVE CONTROL-DEFAULT-ACCOUNT TO CONTROL-ACCOUNT-FOUND.
           PERFORM MATCH-ONE-CONTROL-ROW
               VARYING CONTROL-MAP-IDX FROM 1 BY 1
               UNTIL CONTROL-MAP-IDX > CONTROL-MAP-COUNT.
       EXIT.
      *
       MATCH-ONE-CONTROL-ROW SECTION.
           IF CONTROL-MAP-BRANCH(CONTROL-MAP-IDX)
                   = BRANCH-CODE(BRANCH-IDX)
               MOVE CONTROL-MAP-ACCOUNT(CONTROL-MAP-IDX)
                   TO CONTROL-ACCOUNT-FOUND
           END-IF.
       EXIT.
      *
       WRITE-BRANCH-LINE SECTION.
           IF BRANCH-IDX = BRANCH-TOTAL-IDX
               MOVE "TOTAL" TO REPORT-BRANCH-TEXT
           ELSE
               MOVE SPACES TO REPORT-BRANCH-TEXT
               MOVE BRANCH-CODE(BRANCH-IDX) TO REPORT-BRANCH-TEXT(1:1)
           END-IF.
           MOVE BRANCH-LOAN-COUNT(BRANCH-IDX) TO REPORT-COUNT-EDIT.
           MOVE BRANCH-PRINCIPAL(BRANCH-IDX) TO REPORT-PRINCIPAL-EDIT.
           MOVE BRANCH-OUTSTANDING(BRANCH-IDX)
               TO REPORT-OUTSTANDING-EDIT.
           MOVE BRANCH-INTEREST-YTD(BRANCH-IDX)
               TO REPORT-INTEREST-EDIT.
           MOVE BRANCH-ARREARS-COUNT(BRANCH-IDX)
               TO REPORT-ARREARS-COUNT-EDIT.
           MOVE BRANCH-UNDER-30(BRANCH-IDX) TO REPORT-BUCKET-1-EDIT.
           MOVE BRANCH-30-DAYS(BRANCH-IDX) TO REPORT-BUCKET-2-EDIT.
           MOVE BRANCH-60-DAYS(BRANCH-IDX) TO REPORT-BUCKET-3-EDIT.
           MOVE BRANCH-90-DAYS(BRANCH-IDX) TO REPORT-BUCKET-4-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING REPORT-BRANCH-TEXT DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REPORT-PRINCIPAL-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REPORT-OUTSTANDING-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REPORT-INTEREST-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REPORT-ARREARS-COUNT-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REPORT-BUCKET-1-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REPORT-BUCKET-2-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REPORT-BUCKET-3-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REPORT-BUCKET-4-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
       EXIT.
      *
      * WRITE-GL-TIE - WHAT EACH GL ACCOUNT SHOULD CARRY FOR THE
      * BOOK, FOR THE FINANCE TEAM TO SET AGAINST THE TRIAL BALANCE.
      *
       WRITE-GL-TIE SECTION.
           MOVE SPACES TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "GL TIE" TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE BRANCH-OUTSTANDING(BRANCH-TOTAL-IDX)
               TO REPORT-TOTAL-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "  LOAN PRINCIPAL   GL " DELIMITED BY SIZE
               LOAN-PRINCIPAL-ACCOUNT DELIMITED BY SIZE
               "  SHOULD CARRY " DELIMITED BY SIZE
               REPORT-TOTAL-EDIT DELIMITED BY SIZE
               "  PRINCIPAL OUTSTANDING" DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE BRANCH-INTEREST-YTD(BRANCH-TOTAL-IDX)
               TO REPORT-TOTAL-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "  LOAN INTEREST    GL " DELIMITED BY SIZE
               LOAN-INTEREST-ACCOUNT DELIMITED BY SIZE
               "  SHOULD CARRY " DELIMITED BY SIZE
               REPORT-TOTAL-EDIT DELIMITED BY SIZE
               "  INTEREST CHARGED " DELIMITED BY SIZE
               RUN-YEAR DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-ARREARS-TIE
               VARYING BRANCH-IDX FROM 1 BY 1
               UNTIL BRANCH-IDX > BRANCH-COUNT.
       EXIT.
      *
       WRITE-ARREARS-TIE SECTION.
           IF BRANCH-ARREARS(BRANCH-IDX) = ZERO
               GO TO WRITE-ARREARS-TIE-EX
           END-IF.
           PERFORM FIND-CONTROL-ACCOUNT.
           MOVE BRANCH-ARREARS(BRANCH-IDX) TO REPORT-TOTAL-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "  BRANCH " DELIMITED BY SIZE
               BRANCH-CODE(BRANCH-IDX) DELIMITED BY SIZE
               " CONTROL GL " DELIMITED BY SIZE
               CONTROL-ACCOUNT-FOUND DELIMITED BY SIZE
               "  CARRIES      " DELIMITED BY SIZE
               REPORT-TOTAL-EDIT DELIMITED BY SIZE
               "  ARREARS IN LOAN ACCOUNT BALANCES" DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
       WRITE-ARREARS-TIE-EX.
       EXIT.
      *
       WRITE-REPORT-HEADING SECTION.
           ADD 1 TO REPORT-PAGE-NUMBER.
           MOVE RUN-DATE TO REPORT-HEADING-DATE.
           MOVE REPORT-PAGE-NUMBER TO REPORT-HEADING-PAGE.
           MOVE REPORT-HEADING-LINE TO PORTFOLIO-REPORT-LINE.
           WRITE PORTFOLIO-REPORT-LINE AFTER ADVANCING PAGE.
           MOVE 1 TO REPORT-LINE-COUNT.
           MOVE SPACES TO PORTFOLIO-REPORT-LINE.
           WRITE PORTFOLIO-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE REPORT-COLUMN-LINE TO PORTFOLIO-REPORT-LINE.
           WRITE PORTFOLIO-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 2 TO REPORT-LINE-COUNT.
       EXIT.
      *
       WRITE-REPORT-LINE SECTION.
           IF REPORT-LINE-COUNT NOT < REPORT-PAGE-DEPTH
               PERFORM WRITE-REPORT-HEADING
           END-IF.
           MOVE REPORT-BUILD-LINE TO PORTFOLIO-REPORT-LINE.
           WRITE PORTFOLIO-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO REPORT-LINE-COUNT.
       EXIT.
      *
       READ-CHART-ROW SECTION.
           READ CHART-OF-ACCOUNTS
               AT END
                   SET END-OF-CHART TO TRUE
           END-READ.
       EXIT.
      *
       READ-LOAN-RECORD SECTION.
           READ LOAN-FILE NEXT RECORD
               AT END
                   SET END-OF-LOAN-FILE TO TRUE
           END-READ.
       EXIT.
      *
       END PROGRAM LOANPORT.
