       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATESIM.
      *
      *
      * RATE-BAND WHAT-IF. WHEN TREASURY PROPOSES NEW RATEBAND TIERS
      * THIS JOB SAYS WHAT THEY WOULD COST BEFORE THEY GO LIVE. IT
      * READS THE PROPOSED BANDS FROM RATEPROP - SAME LAYOUT AS
      * RATEBAND - AND THE LAST N DAYS OF BALANCES ON BALSNAP (N
      * FROM THE SYSIN CARD, DEFAULT 30), AND ACCRUES EVERY ACCOUNT
      * DAY TWICE: ONCE ON THE BANDS IN FORCE TODAY, THE WAY ACCRUE
      * WOULD, AND ONCE ON THE PROPOSAL. THE RSIMRPT REPORT GIVES THE
      * DIFFERENCE BY PROPOSED BAND, BY BRANCH AND IN TOTAL, LISTS
      * THE ACCOUNTS MOST AFFECTED, AND PROJECTS THE MONTHLY COST
      * OVER THE BUSINESS DAYS OF NEXT MONTH.
      *
      * THE JOB ONLY READS: ACCRFEED, ACCTMAST AND EVERY OTHER LIVE
      * FILE ARE LEFT EXACTLY AS THEY WERE.
      *
      * THE PROPOSAL NEED NOT COVER EVERY SET. A SET IT NAMES IS
      * PRICED ON THE PROPOSAL'S LATEST EFFECTIVE DATE FOR THAT SET,
      * WHENEVER THAT IS; A SET IT DOES NOT NAME STAYS ON ITS CURRENT
      * BANDS. BOTH SIDES MUST TILE THE BALANCE RANGE FROM ZERO, AS
      * ACCRUE INSISTS, OR THE RUN IS REFUSED. AN ACCOUNT ON A
      * RUNNING TERM DEPOSIT IS LEFT OUT AS ACCRUE LEAVES IT OUT; ONE
      * WHOSE PRODUCT HAS NO BAND SET IS LISTED AND THE STEP ENDS
      * WITH A WARNING.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * KEEP IN STEP WITH TEST'S SPECIAL-NAMES - SAME MONEY FIELDS,
      * SAME EDITING.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-MASTER-WIDE-KEY
               ALTERNATE RECORD KEY IS ACCOUNT-MASTER-KEY
                   WITH DUPLICATES.
           SELECT TERM-DEPOSITS ASSIGN TO "TERMDEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TD-WIDE-KEY
               ALTERNATE RECORD KEY IS TD-ACCOUNT-KEY
                   WITH DUPLICATES.
      * RATE-BAND-FILE - THE LIVE BANDS; PROPOSED-BAND-FILE - THE
      * BANDS TREASURY WANTS, FILED THE SAME WAY.
           SELECT RATE-BAND-FILE ASSIGN TO "RATEBAND"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROPOSED-BAND-FILE ASSIGN TO "RATEPROP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRODUCT-CATALOG ASSIGN TO "PRODCAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BALANCE-SNAPSHOTS ASSIGN TO "BALSNAP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-CALENDAR ASSIGN TO "BUSIDAYS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".
      * SIMULATION-WORK-FILE - THE WINDOW'S SNAPSHOTS IN ACCOUNT /
      * DATE ORDER, AS THE SORT GIVES THEM.
           SELECT SIMULATION-WORK-FILE ASSIGN TO "RSIMWORK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SIMULATION-REPORT ASSIGN TO "RSIMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY ACCTMASTER.
      *
       FD  TERM-DEPOSITS
           LABEL RECORDS ARE STANDARD.
           COPY TERMDEPOSIT.
      *
      * KEEP THESE LENGTHS IN STEP WITH RATE-BAND-RECORD IN ACCRUE -
      * BOTH ARE READ INTO RATE-BAND-WORK-RECORD BELOW.
       FD  RATE-BAND-FILE
           LABEL RECORDS ARE STANDARD.
       01  RATE-BAND-RECORD             PIC X(42).
      *
       FD  PROPOSED-BAND-FILE
           LABEL RECORDS ARE STANDARD.
       01  PROPOSED-BAND-RECORD         PIC X(42).
      *
       FD  PRODUCT-CATALOG
           LABEL RECORDS ARE STANDARD.
           COPY PRODUCTCATALOG.
      *
       FD  BALANCE-SNAPSHOTS
           LABEL RECORDS ARE STANDARD.
           COPY BALSNAPSHOT.
      *
      * KEEP THIS LAYOUT IN STEP WITH BUSINESS-CALENDAR-RECORD IN
      * TEST.
       FD  BUSINESS-CALENDAR
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-CALENDAR-RECORD.
        05       CALENDAR-DATE           PIC 9(8).
        05       CALENDAR-DAY-TYPE       PIC X.
      *
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
        05       SW-ACCOUNT-KEY          PIC X(5).
        05       SW-DATE                 PIC 9(8).
        05       SW-SEQUENCE             PIC 9(8).
        05       SW-BALANCE              PIC S9(9)V99.
      *
       FD  SIMULATION-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  SIMULATION-WORK-RECORD.
        05       WORK-ACCOUNT-KEY        PIC X(5).
        05       WORK-DATE               PIC 9(8).
        05       WORK-SEQUENCE           PIC 9(8).
        05       WORK-BALANCE            PIC S9(9)V99.
      *
       FD  SIMULATION-REPORT
           LABEL RECORDS ARE STANDARD.
       01  SIMULATION-REPORT-LINE       PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
       01  RUN-DATE-PARTS REDEFINES RUN-DATE.
        05       RUN-DATE-YEAR           PIC 9(4).
        05       RUN-DATE-MONTH          PIC 9(2).
        05       RUN-DATE-DAY            PIC 9(2).
      * THE SYSIN CARD - HOW MANY SNAPSHOT DAYS TO SIMULATE OVER.
       01  DAYS-CARD                    PIC X(3) VALUE SPACES.
       01  DAYS-CARD-NUMBER REDEFINES DAYS-CARD PIC 9(3).
       01  WINDOW-DAYS-WANTED           PIC 9(3) VALUE 30.
      *
      * SNAPSHOT-DAY RING - THE LATEST WINDOW-DAYS-WANTED DISTINCT
      * SNAPSHOT DATES UP TO THE RUN DATE, KEPT AS THE FILE IS READ
      * SO THE OLDEST OF THEM OPENS THE WINDOW.
       01  SNAPSHOT-DAY-RING.
        05       SNAPSHOT-RING-DATE      PIC 9(8) OCCURS 366 TIMES.
       01  SNAPSHOT-RING-IDX            PIC 9(3) VALUE ZERO.
       01  SNAPSHOT-DAYS-FOUND          PIC 9(5) VALUE ZERO.
       01  SNAPSHOT-DAYS-USED           PIC 9(3) VALUE ZERO.
       01  SNAPSHOT-LATEST-DATE         PIC 9(8) VALUE ZERO.
       01  WINDOW-FROM-DATE             PIC 9(8) VALUE ZERO.
      *
       01  BALANCE-SNAPSHOT-SWITCH      PIC X VALUE "N".
         88      END-OF-BALANCE-SNAPSHOTS   VALUE "Y".
       01  SIMULATION-WORK-SWITCH       PIC X VALUE "N".
         88      END-OF-SIMULATION-WORK     VALUE "Y".
       01  BUSINESS-CALENDAR-SWITCH     PIC X VALUE "N".
         88      END-OF-BUSINESS-CALENDAR   VALUE "Y".
       01  SNAPSHOTS-RELEASED-COUNT     PIC 9(8) VALUE ZERO.
      *
      * RATE-BAND WORK FIELDS - ACCRUE'S TABLES, HELD TWICE OVER:
      * EACH SET ROW SAYS WHICH SIDE IT BELONGS TO, "C" THE BANDS IN
      * FORCE TODAY, "P" THE PROPOSAL. BOTH FILES ARE READ INTO ONE
      * WORK RECORD. THE BAND ROWS CARRY THE SIMULATED TOTALS OF THE
      * ACCOUNT DAYS PRICED ON THEM UNDER THE PROPOSAL.
       01  RATE-BAND-FILE-SWITCH        PIC X VALUE "N".
         88      END-OF-RATE-BANDS            VALUE "Y".
       01  BAND-LOAD-SIDE               PIC X VALUE "C".
         88      LOADING-CURRENT-BANDS      VALUE "C".
         88      LOADING-PROPOSED-BANDS     VALUE "P".
       01  RATE-BAND-WORK-RECORD.
        05       BAND-EFFECTIVE-DATE     PIC 9(8).
        05       BAND-BALANCE-FROM       PIC 9(9)V99.
        05       BAND-BALANCE-TO         PIC 9(9)V99.
        05       BAND-DAILY-RATE         PIC 9(4)V9(6).
        05       BAND-SET-CODE           PIC X(2).
       01  BAND-SET-TABLE.
        05       BAND-SET-ENTRY OCCURS 20 TIMES.
         10      SET-TABLE-SIDE          PIC X.
         10      SET-TABLE-CODE          PIC X(2).
         10      SET-PICKED-DATE         PIC 9(8).
         10      SET-EXPECTED-FROM       PIC 9(9)V99.
         10      SET-TOP-IDX             PIC 9(3).
       01  BAND-SET-COUNT               PIC 99 VALUE ZERO.
       01  BAND-SET-IDX                 PIC 99 VALUE 1.
       01  BAND-SET-FOUND-IDX           PIC 99 VALUE ZERO.
       01  BAND-SET-WANTED              PIC X(2) VALUE SPACES.
       01  PROPOSED-SET-COUNT           PIC 99 VALUE ZERO.
       01  RATE-BAND-TABLE.
        05       RATE-BAND-ENTRY OCCURS 100 TIMES.
         10      BAND-TABLE-SET-IDX      PIC 99.
         10      BAND-TABLE-FROM         PIC 9(9)V99.
         10      BAND-TABLE-TO           PIC 9(9)V99.
         10      BAND-TABLE-RATE         PIC 9(4)V9(6).
         10      BAND-TABLE-DAYS         PIC 9(8).
         10      BAND-TABLE-CURRENT      PIC 9(9)V9(4).
         10      BAND-TABLE-PROPOSED     PIC 9(9)V9(4).
       01  RATE-BAND-COUNT              PIC 9(3) VALUE ZERO.
       01  RATE-BAND-IDX                PIC 9(3) VALUE 1.
       01  BAND-ERROR-SWITCH            PIC X VALUE "N".
         88      RATE-BANDS-INVALID           VALUE "Y".
       01  BAND-FOUND-IDX               PIC 9(3) VALUE ZERO.
      *
      * PRODUCT TABLE - EACH CATALOG PRODUCT'S BAND SET.
       01  PRODUCT-TABLE.
        05       PRODUCT-ENTRY OCCURS 50 TIMES.
         10      PRODUCT-TABLE-CODE      PIC X(4).
         10      PRODUCT-TABLE-BAND-SET  PIC X(2).
       01  PRODUCT-TABLE-COUNT          PIC 99 VALUE ZERO.
       01  PRODUCT-TABLE-IDX            PIC 99 VALUE 1.
       01  PRODUCT-FOUND-IDX            PIC 99 VALUE ZERO.
       01  PRODUCT-CATALOG-SWITCH       PIC X VALUE "N".
         88      END-OF-PRODUCT-CATALOG     VALUE "Y".
      *
      * THE ACCOUNT BEING SIMULATED - ITS SETS ON EACH SIDE, THE DAY
      * IN HAND, AND WHAT ITS DAYS ACCRUED EACH WAY.
       01  SIM-ACCOUNT-KEY              PIC X(5) VALUE SPACES.
       01  SIM-BRANCH-DIGIT             PIC X VALUE SPACE.
       01  SIM-BRANCH-DIGIT-NUM REDEFINES SIM-BRANCH-DIGIT PIC 9.
       01  SIM-ACCOUNT-SWITCH           PIC X VALUE "N".
         88      SIM-ACCOUNT-PRICED         VALUE "Y".
       01  SIM-CURRENT-SET-IDX          PIC 99 VALUE ZERO.
       01  SIM-PROPOSED-SET-IDX         PIC 99 VALUE ZERO.
       01  SIM-DAY-DATE                 PIC 9(8) VALUE ZERO.
       01  SIM-DAY-BALANCE              PIC S9(9)V99 VALUE ZERO.
       01  SIM-DAY-CURRENT              PIC 9(7)V9(4) VALUE ZERO.
       01  SIM-DAY-PROPOSED             PIC 9(7)V9(4) VALUE ZERO.
       01  SIM-ACCOUNT-DAYS             PIC 9(5) VALUE ZERO.
       01  SIM-ACCOUNT-CURRENT          PIC 9(9)V9(4) VALUE ZERO.
       01  SIM-ACCOUNT-PROPOSED         PIC 9(9)V9(4) VALUE ZERO.
       01  SIM-ACCOUNT-DIFFERENCE       PIC S9(9)V9(4) VALUE ZERO.
       01  SIM-ACCOUNT-IMPACT           PIC 9(9)V9(4) VALUE ZERO.
      *
      * BRANCH TOTALS - SLOT = BRANCH DIGIT + 1.
       01  BRANCH-SIM-TABLE VALUE ZEROS.
        05       BRANCH-SIM-ENTRY OCCURS 10 TIMES.
         10      BRANCH-SIM-ACCOUNTS     PIC 9(7).
         10      BRANCH-SIM-CURRENT      PIC 9(9)V9(4).
         10      BRANCH-SIM-PROPOSED     PIC 9(9)V9(4).
       01  BRANCH-SIM-IDX               PIC 99 VALUE 1.
      *
      * MOST-AFFECTED TABLE - THE TEN ACCOUNTS WHOSE INTEREST MOVES
      * THE MOST EITHER WAY. A NEW ACCOUNT TAKES THE SLOT OF THE
      * SMALLEST MOVER WHEN IT MOVES MORE.
       01  AFFECTED-TABLE.
        05       AFFECTED-ENTRY OCCURS 10 TIMES.
         10      AFFECTED-ACCOUNT-KEY    PIC X(5).
         10      AFFECTED-PRODUCT        PIC X(4).
         10      AFFECTED-DAYS           PIC 9(5).
         10      AFFECTED-CURRENT        PIC 9(9)V9(4).
         10      AFFECTED-PROPOSED       PIC 9(9)V9(4).
         10      AFFECTED-DIFFERENCE     PIC S9(9)V9(4).
         10      AFFECTED-IMPACT         PIC 9(9)V9(4).
         10      AFFECTED-PRINTED-SWITCH PIC X.
           88    AFFECTED-PRINTED            VALUE "Y".
       01  AFFECTED-COUNT               PIC 99 VALUE ZERO.
       01  AFFECTED-IDX                 PIC 99 VALUE 1.
       01  AFFECTED-FOUND-IDX           PIC 99 VALUE ZERO.
       01  AFFECTED-PRINT-COUNT         PIC 99 VALUE ZERO.
      *
       01  ACCOUNTS-SIMULATED-COUNT     PIC 9(8) VALUE ZERO.
       01  ACCOUNTS-UNPRICED-COUNT      PIC 9(8) VALUE ZERO.
       01  ACCOUNTS-ON-DEPOSIT-COUNT    PIC 9(8) VALUE ZERO.
       01  ACCOUNTS-GONE-COUNT          PIC 9(8) VALUE ZERO.
       01  ACCOUNT-DAYS-COUNT           PIC 9(9) VALUE ZERO.
       01  TOTAL-CURRENT                PIC 9(9)V9(4) VALUE ZERO.
       01  TOTAL-PROPOSED               PIC 9(9)V9(4) VALUE ZERO.
       01  TOTAL-DIFFERENCE             PIC S9(9)V9(4) VALUE ZERO.
      *
      * MONTHLY PROJECTION - THE AVERAGE DIFFERENCE PER SNAPSHOT DAY
      * OVER THE BUSINESS DAYS OF NEXT MONTH, ONE ACCRUAL EACH.
       01  NEXT-MONTH-ID                PIC 9(6) VALUE ZERO.
       01  NEXT-MONTH-PARTS REDEFINES NEXT-MONTH-ID.
        05       NEXT-MONTH-YEAR         PIC 9(4).
        05       NEXT-MONTH-MONTH        PIC 9(2).
       01  NEXT-MONTH-BUSINESS-DAYS     PIC 9(3) VALUE ZERO.
       01  MONTHLY-DIFFERENCE           PIC S9(9)V99 VALUE ZERO.
       01  CALENDAR-MONTH-WORK          PIC 9(6) VALUE ZERO.
      *
      * PRINT WORK FIELDS - SAME LINE-COUNTED, PAGE-HEADED SHAPE AS
      * TEST'S DAILY REPORT.
       01  REPORT-PAGE-NUMBER           PIC 9(4) VALUE ZERO.
       01  REPORT-LINE-COUNT            PIC 9(2) VALUE ZERO.
       01  REPORT-PAGE-DEPTH            PIC 9(2) VALUE 55.
       01  REPORT-HEADING-LINE.
        05       FILLER                  PIC X(32)
                 VALUE "RATE-BAND WHAT-IF - RUN DATE ".
        05       REPORT-HEADING-RUN-DATE PIC 9(8).
        05       FILLER                  PIC X(7) VALUE "   PAGE".
        05       REPORT-HEADING-PAGE     PIC ZZZ9.
       01  REPORT-BAND-COLUMNS.
        05       FILLER                  PIC X(40) VALUE
                 "  SET SIDE   BALANCE FROM     BALANCE TO".
        05       FILLER                  PIC X(40) VALUE
                 "  DAILY RATE ACCT-DAYS        CURRENT   ".
        05       FILLER                  PIC X(28) VALUE
                 "    PROPOSED      DIFFERENCE".
       01  REPORT-BAND-LINE.
        05       FILLER                  PIC X(3) VALUE SPACES.
        05       REPORT-BAND-SET         PIC X(2).
        05       FILLER                  PIC X(4) VALUE SPACES.
        05       REPORT-BAND-SIDE        PIC X.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-BAND-FROM        PIC ZZZ.ZZZ.ZZ9,99.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-BAND-TO          PIC ZZZ.ZZZ.ZZ9,99.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-BAND-RATE        PIC ZZZ9,999999.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-BAND-DAYS        PIC ZZZZZZZZ9.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-BAND-CURRENT     PIC ZZZ.ZZZ.ZZ9,99.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-BAND-PROPOSED    PIC ZZZ.ZZZ.ZZ9,99.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-BAND-DIFFERENCE  PIC -ZZZ.ZZZ.ZZ9,99.
       01  REPORT-BRANCH-COLUMNS.
        05       FILLER                  PIC X(40) VALUE
                 "   BRANCH   ACCOUNTS        CURRENT     ".
        05       FILLER                  PIC X(26) VALUE
                 "  PROPOSED      DIFFERENCE".
       01  REPORT-BRANCH-LINE.
        05       FILLER                  PIC X(8) VALUE SPACES.
        05       REPORT-BRANCH-DIGIT     PIC 9.
        05       FILLER                  PIC X(3) VALUE SPACES.
        05       REPORT-BRANCH-ACCOUNTS  PIC ZZZZZZZ9.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-BRANCH-CURRENT   PIC ZZZ.ZZZ.ZZ9,99.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-BRANCH-PROPOSED  PIC ZZZ.ZZZ.ZZ9,99.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-BRANCH-DIFFERENCE PIC -ZZZ.ZZZ.ZZ9,99.
       01  REPORT-AFFECTED-COLUMNS.
        05       FILLER                  PIC X(40) VALUE
                 "ACCOUNT   PROD  DAYS        CURRENT     ".
        05       FILLER                  PIC X(26) VALUE
                 "  PROPOSED      DIFFERENCE".
       01  REPORT-AFFECTED-LINE.
        05       FILLER                  PIC X(2) VALUE SPACES.
        05       REPORT-AFFECTED-KEY     PIC X(5).
        05       FILLER                  PIC X(3) VALUE SPACES.
        05       REPORT-AFFECTED-PRODUCT PIC X(4).
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-AFFECTED-DAYS    PIC ZZZZ9.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-AFFECTED-CURRENT PIC ZZZ.ZZZ.ZZ9,99.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-AFFECTED-PROPOSED PIC ZZZ.ZZZ.ZZ9,99.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-AFFECTED-DIFFERENCE PIC -ZZZ.ZZZ.ZZ9,99.
       01  REPORT-TOTAL-LINE.
        05       FILLER                  PIC X(2) VALUE SPACES.
        05       REPORT-TOTAL-LABEL      PIC X(28).
        05       REPORT-TOTAL-CURRENT    PIC ZZZ.ZZZ.ZZ9,99.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-TOTAL-PROPOSED   PIC ZZZ.ZZZ.ZZ9,99.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-TOTAL-DIFFERENCE PIC -ZZZ.ZZZ.ZZ9,99.
       01  REPORT-COUNT-EDIT            PIC ZZZZZZZ9.
       01  REPORT-MONEY-EDIT            PIC -ZZZ.ZZZ.ZZ9,99.
       01  REPORT-BUILD-LINE            PIC X(132) VALUE SPACES.
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           DISPLAY "START RATESIM".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT DAYS-CARD FROM SYSIN.
           IF DAYS-CARD NOT = SPACES
               IF DAYS-CARD NOT NUMERIC
                   OR DAYS-CARD-NUMBER = ZERO
                   OR DAYS-CARD-NUMBER > 366
                   DISPLAY "SNAPSHOT DAYS INVALID: " DAYS-CARD
                       " - RUN REFUSED"
                   MOVE 8 TO RETURN-CODE
                   GO TO PROG-EX
               END-IF
               MOVE DAYS-CARD-NUMBER TO WINDOW-DAYS-WANTED
           END-IF.
           PERFORM LOAD-PRODUCT-CATALOG.
           PERFORM LOAD-RATE-BANDS.
           IF RATE-BANDS-INVALID
               OR RATE-BAND-COUNT = ZERO
               OR PROPOSED-SET-COUNT = ZERO
               DISPLAY "RATE BANDS OR PROPOSED BANDS MISSING OR NOT "
                   "CONTIGUOUS - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           PERFORM FIND-SNAPSHOT-WINDOW.
           IF SNAPSHOT-DAYS-USED = ZERO
               DISPLAY "NO BALANCE SNAPSHOTS ON OR BEFORE " RUN-DATE
                   " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           PERFORM COUNT-NEXT-MONTH-DAYS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-ACCOUNT-KEY SW-DATE SW-SEQUENCE
               INPUT PROCEDURE IS RELEASE-WINDOW-SNAPSHOTS
               GIVING SIMULATION-WORK-FILE.
           OPEN INPUT ACCOUNT-MASTER.
           OPEN INPUT TERM-DEPOSITS.
           OPEN INPUT SIMULATION-WORK-FILE.
           PERFORM READ-SIMULATION-WORK.
           PERFORM SIMULATE-ONE-ACCOUNT UNTIL END-OF-SIMULATION-WORK.
           CLOSE SIMULATION-WORK-FILE.
           CLOSE TERM-DEPOSITS.
           CLOSE ACCOUNT-MASTER.
           COMPUTE TOTAL-DIFFERENCE = TOTAL-PROPOSED - TOTAL-CURRENT.
           COMPUTE MONTHLY-DIFFERENCE ROUNDED =
               TOTAL-DIFFERENCE * NEXT-MONTH-BUSINESS-DAYS
               / SNAPSHOT-DAYS-USED.
           OPEN OUTPUT SIMULATION-REPORT.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM WRITE-WINDOW-LINES.
           PERFORM WRITE-BAND-SECTION.
           PERFORM WRITE-BRANCH-SECTION.
           PERFORM WRITE-TOTAL-SECTION.
           PERFORM WRITE-AFFECTED-SECTION.
           CLOSE SIMULATION-REPORT.
           DISPLAY "SNAPSHOT DAYS SIMULATED: " SNAPSHOT-DAYS-USED
               " FROM " WINDOW-FROM-DATE " TO " SNAPSHOT-LATEST-DATE.
           DISPLAY "ACCOUNTS SIMULATED: " ACCOUNTS-SIMULATED-COUNT.
           DISPLAY "ACCOUNTS NOT SIMULATED (NO BAND SET): "
               ACCOUNTS-UNPRICED-COUNT.
           DISPLAY "ACCOUNTS LEFT TO TERM-DEPOSIT MATURITY: "
               ACCOUNTS-ON-DEPOSIT-COUNT.
           DISPLAY "ACCOUNTS CLOSED OR OFF THE MASTER: "
               ACCOUNTS-GONE-COUNT.
           MOVE TOTAL-DIFFERENCE TO REPORT-MONEY-EDIT.
           DISPLAY "DIFFERENCE OVER THE WINDOW: " REPORT-MONEY-EDIT.
           MOVE MONTHLY-DIFFERENCE TO REPORT-MONEY-EDIT.
           DISPLAY "PROJECTED MONTHLY COST: " REPORT-MONEY-EDIT.
           IF ACCOUNTS-UNPRICED-COUNT > ZERO
               OR SNAPSHOT-DAYS-USED < WINDOW-DAYS-WANTED
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
       PROG-EX.
           DISPLAY "END RATESIM".
           EXIT PROGRAM.
      *
      * LOAD-RATE-BANDS - THE LIVE SIDE EXACTLY AS ACCRUE PICKS IT,
      * THEN THE PROPOSAL. EACH SIDE IS TWO PASSES OVER ITS FILE:
      * THE FIRST PICKS EACH SET'S EFFECTIVE DATE, THE SECOND LOADS
      * THAT DATE'S BANDS IN FILED ORDER. EVERY SET LOADED MUST TILE
      * THE BALANCE RANGE FROM ZERO WITH NO GAP AND NO OVERLAP.
      *
       LOAD-RATE-BANDS SECTION.
           SET LOADING-CURRENT-BANDS TO TRUE.
           PERFORM LOAD-ONE-BAND-SIDE.
           SET LOADING-PROPOSED-BANDS TO TRUE.
           PERFORM LOAD-ONE-BAND-SIDE.
           PERFORM VALIDATE-ONE-RATE-BAND
               VARYING RATE-BAND-IDX FROM 1 BY 1
               UNTIL RATE-BAND-IDX > RATE-BAND-COUNT.
           PERFORM COUNT-ONE-PROPOSED-SET
               VARYING BAND-SET-IDX FROM 1 BY 1
               UNTIL BAND-SET-IDX > BAND-SET-COUNT.
       EXIT.
      *
       LOAD-ONE-BAND-SIDE SECTION.
           MOVE "N" TO RATE-BAND-FILE-SWITCH.
           PERFORM OPEN-BAND-FILE.
           PERFORM READ-RATE-BAND.
           PERFORM PICK-BAND-EFFECTIVE-DATE
               UNTIL END-OF-RATE-BANDS.
           PERFORM CLOSE-BAND-FILE.
           MOVE "N" TO RATE-BAND-FILE-SWITCH.
           PERFORM OPEN-BAND-FILE.
           PERFORM READ-RATE-BAND.
           PERFORM LOAD-ONE-RATE-BAND
               UNTIL END-OF-RATE-BANDS.
           PERFORM CLOSE-BAND-FILE.
       EXIT.
      *
      * PICK-BAND-EFFECTIVE-DATE - THE LIVE SIDE TAKES EACH SET'S
      * LATEST DATE ON OR BEFORE THE RUN DATE; THE PROPOSAL IS PRICED
      * AS FILED, SO ITS LATEST DATE WHATEVER IT IS.
      *
       PICK-BAND-EFFECTIVE-DATE SECTION.
           IF LOADING-CURRENT-BANDS
               AND BAND-EFFECTIVE-DATE > RUN-DATE
               GO TO PICK-BAND-EFFECTIVE-DATE-NEXT
           END-IF.
           MOVE BAND-SET-CODE TO BAND-SET-WANTED.
           PERFORM FIND-BAND-SET.
           IF BAND-SET-FOUND-IDX = ZERO
               IF BAND-SET-COUNT = 20
                   SET RATE-BANDS-INVALID TO TRUE
                   DISPLAY "BAND SET " BAND-SET-CODE
                       " OVERFLOWS THE SET TABLE"
                   GO TO PICK-BAND-EFFECTIVE-DATE-NEXT
               END-IF
               ADD 1 TO BAND-SET-COUNT
               MOVE BAND-SET-COUNT TO BAND-SET-FOUND-IDX
               MOVE BAND-LOAD-SIDE TO SET-TABLE-SIDE(BAND-SET-COUNT)
               MOVE BAND-SET-CODE TO SET-TABLE-CODE(BAND-SET-COUNT)
               MOVE ZERO TO SET-PICKED-DATE(BAND-SET-COUNT)
               MOVE ZERO TO SET-EXPECTED-FROM(BAND-SET-COUNT)
               MOVE ZERO TO SET-TOP-IDX(BAND-SET-COUNT)
           END-IF.
           IF BAND-EFFECTIVE-DATE >
                   SET-PICKED-DATE(BAND-SET-FOUND-IDX)
               MOVE BAND-EFFECTIVE-DATE
                   TO SET-PICKED-DATE(BAND-SET-FOUND-IDX)
           END-IF.
       PICK-BAND-EFFECTIVE-DATE-NEXT.
           PERFORM READ-RATE-BAND.
       EXIT.
      *
       LOAD-ONE-RATE-BAND SECTION.
           MOVE BAND-SET-CODE TO BAND-SET-WANTED.
           PERFORM FIND-BAND-SET.
           IF BAND-SET-FOUND-IDX = ZERO
               GO TO LOAD-ONE-RATE-BAND-NEXT
           END-IF.
           IF BAND-EFFECTIVE-DATE = SET-PICKED-DATE(BAND-SET-FOUND-IDX)
               IF RATE-BAND-COUNT = 100
                   SET RATE-BANDS-INVALID TO TRUE
                   DISPLAY "BAND SET " BAND-SET-CODE
                       " OVERFLOWS THE BAND TABLE"
                   GO TO LOAD-ONE-RATE-BAND-NEXT
               END-IF
               ADD 1 TO RATE-BAND-COUNT
               MOVE BAND-SET-FOUND-IDX
                   TO BAND-TABLE-SET-IDX(RATE-BAND-COUNT)
               MOVE RATE-BAND-COUNT TO SET-TOP-IDX(BAND-SET-FOUND-IDX)
               MOVE BAND-BALANCE-FROM
                   TO BAND-TABLE-FROM(RATE-BAND-COUNT)
               MOVE BAND-BALANCE-TO
                   TO BAND-TABLE-TO(RATE-BAND-COUNT)
               MOVE BAND-DAILY-RATE
                   TO BAND-TABLE-RATE(RATE-BAND-COUNT)
               MOVE ZERO TO BAND-TABLE-DAYS(RATE-BAND-COUNT)
               MOVE ZERO TO BAND-TABLE-CURRENT(RATE-BAND-COUNT)
               MOVE ZERO TO BAND-TABLE-PROPOSED(RATE-BAND-COUNT)
           END-IF.
       LOAD-ONE-RATE-BAND-NEXT.
           PERFORM READ-RATE-BAND.
       EXIT.
      *
       VALIDATE-ONE-RATE-BAND SECTION.
           MOVE BAND-TABLE-SET-IDX(RATE-BAND-IDX) TO BAND-SET-IDX.
           IF BAND-TABLE-FROM(RATE-BAND-IDX)
                   NOT = SET-EXPECTED-FROM(BAND-SET-IDX)
               OR BAND-TABLE-TO(RATE-BAND-IDX)
                   NOT > BAND-TABLE-FROM(RATE-BAND-IDX)
               SET RATE-BANDS-INVALID TO TRUE
               DISPLAY "SIDE " SET-TABLE-SIDE(BAND-SET-IDX)
                   " SET " SET-TABLE-CODE(BAND-SET-IDX)
                   " BAND " RATE-BAND-IDX " FROM "
                   BAND-TABLE-FROM(RATE-BAND-IDX) " TO "
                   BAND-TABLE-TO(RATE-BAND-IDX)
                   " BREAKS THE CONTIGUOUS TILING"
           END-IF.
           COMPUTE SET-EXPECTED-FROM(BAND-SET-IDX) =
               BAND-TABLE-TO(RATE-BAND-IDX) + 0,01.
       EXIT.
      *
       COUNT-ONE-PROPOSED-SET SECTION.
           IF SET-TABLE-SIDE(BAND-SET-IDX) = "P"
               AND SET-TOP-IDX(BAND-SET-IDX) NOT = ZERO
               ADD 1 TO PROPOSED-SET-COUNT
           END-IF.
       EXIT.
      *
      * FIND-BAND-SET - LOCATES BAND-SET-WANTED ON THE SIDE BEING
      * LOADED OR LOOKED AT; BAND-SET-FOUND-IDX STAYS ZERO WHEN THE
      * SET IS NOT THERE.
      *
       FIND-BAND-SET SECTION.
           MOVE ZERO TO BAND-SET-FOUND-IDX.
           PERFORM MATCH-ONE-BAND-SET
               VARYING BAND-SET-IDX FROM 1 BY 1
               UNTIL BAND-SET-IDX > BAND-SET-COUNT.
       EXIT.
      *
       MATCH-ONE-BAND-SET SECTION.
           IF SET-TABLE-SIDE(BAND-SET-IDX) = BAND-LOAD-SIDE
               AND SET-TABLE-CODE(BAND-SET-IDX) = BAND-SET-WANTED
               MOVE BAND-SET-IDX TO BAND-SET-FOUND-IDX
           END-IF.
       EXIT.
      *
      * FIND-RATE-BAND - THE BAND OF SET BAND-SET-FOUND-IDX THE DAY'S
      * BALANCE FALLS IN. THE CALLER STARTS BAND-FOUND-IDX AT THE
      * SET'S TOP BAND, WHICH IS OPEN-ENDED AS IN ACCRUE.
      *
       FIND-RATE-BAND SECTION.
           IF BAND-TABLE-SET-IDX(RATE-BAND-IDX) = BAND-SET-FOUND-IDX
               AND SIM-DAY-BALANCE NOT <
                   BAND-TABLE-FROM(RATE-BAND-IDX)
               AND SIM-DAY-BALANCE NOT >
                   BAND-TABLE-TO(RATE-BAND-IDX)
               MOVE RATE-BAND-IDX TO BAND-FOUND-IDX
           END-IF.
       EXIT.
      *
       OPEN-BAND-FILE SECTION.
           IF LOADING-CURRENT-BANDS
               OPEN INPUT RATE-BAND-FILE
           ELSE
               OPEN INPUT PROPOSED-BAND-FILE
           END-IF.
       EXIT.
      *
       CLOSE-BAND-FILE SECTION.
           IF LOADING-CURRENT-BANDS
               CLOSE RATE-BAND-FILE
           ELSE
               CLOSE PROPOSED-BAND-FILE
           END-IF.
       EXIT.
      *
       READ-RATE-BAND SECTION.
           IF LOADING-CURRENT-BANDS
               READ RATE-BAND-FILE INTO RATE-BAND-WORK-RECORD
                   AT END
                       SET END-OF-RATE-BANDS TO TRUE
               END-READ
           ELSE
               READ PROPOSED-BAND-FILE INTO RATE-BAND-WORK-RECORD
                   AT END
                       SET END-OF-RATE-BANDS TO TRUE
               END-READ
           END-IF.
       EXIT.
      *
      * LOAD-PRODUCT-CATALOG - EVERY CATALOG ROW GIVES A PRODUCT'S
      * BAND SET.
      *
       LOAD-PRODUCT-CATALOG SECTION.
           OPEN INPUT PRODUCT-CATALOG.
           PERFORM READ-PRODUCT-CATALOG.
           PERFORM LOAD-ONE-PRODUCT
               UNTIL END-OF-PRODUCT-CATALOG
               OR PRODUCT-TABLE-COUNT = 50.
           CLOSE PRODUCT-CATALOG.
       EXIT.
      *
       LOAD-ONE-PRODUCT SECTION.
           IF PRODUCT-CODE NOT = SPACES
               ADD 1 TO PRODUCT-TABLE-COUNT
               MOVE PRODUCT-CODE
                   TO PRODUCT-TABLE-CODE(PRODUCT-TABLE-COUNT)
               MOVE PRODUCT-RATE-BAND-SET
                   TO PRODUCT-TABLE-BAND-SET(PRODUCT-TABLE-COUNT)
           END-IF.
           PERFORM READ-PRODUCT-CATALOG.
       EXIT.
      *
       MATCH-ONE-PRODUCT SECTION.
           IF PRODUCT-TABLE-CODE(PRODUCT-TABLE-IDX)
                   = ACCOUNT-MASTER-PRODUCT
               MOVE PRODUCT-TABLE-IDX TO PRODUCT-FOUND-IDX
           END-IF.
       EXIT.
      *
       READ-PRODUCT-CATALOG SECTION.
           READ PRODUCT-CATALOG
               AT END
                   SET END-OF-PRODUCT-CATALOG TO TRUE
           END-READ.
       EXIT.
      *
      * FIND-SNAPSHOT-WINDOW - ONE PASS OVER BALSNAP KEEPING THE
      * LATEST WINDOW-DAYS-WANTED SNAPSHOT DATES UP TO THE RUN DATE
      * IN THE RING. THE FILE IS APPENDED A DAY AT A TIME, SO A DATE
      * NO LATER THAN THE LAST ONE SEEN IS A DAY ALREADY RINGED.
      *
       FIND-SNAPSHOT-WINDOW SECTION.
           MOVE "N" TO BALANCE-SNAPSHOT-SWITCH.
           OPEN INPUT BALANCE-SNAPSHOTS.
           PERFORM READ-BALANCE-SNAPSHOT.
           PERFORM RING-ONE-SNAPSHOT-DATE
               UNTIL END-OF-BALANCE-SNAPSHOTS.
           CLOSE BALANCE-SNAPSHOTS.
           IF SNAPSHOT-DAYS-FOUND < WINDOW-DAYS-WANTED
               MOVE SNAPSHOT-DAYS-FOUND TO SNAPSHOT-DAYS-USED
               MOVE SNAPSHOT-RING-DATE(1) TO WINDOW-FROM-DATE
           ELSE
               MOVE WINDOW-DAYS-WANTED TO SNAPSHOT-DAYS-USED
               IF SNAPSHOT-RING-IDX = WINDOW-DAYS-WANTED
                   MOVE SNAPSHOT-RING-DATE(1) TO WINDOW-FROM-DATE
               ELSE
                   MOVE SNAPSHOT-RING-DATE(SNAPSHOT-RING-IDX + 1)
                       TO WINDOW-FROM-DATE
               END-IF
           END-IF.
           IF SNAPSHOT-DAYS-USED < WINDOW-DAYS-WANTED
               DISPLAY "ONLY " SNAPSHOT-DAYS-USED
                   " SNAPSHOT DAYS ON FILE OF " WINDOW-DAYS-WANTED
                   " ASKED FOR"
           END-IF.
       EXIT.
      *
       RING-ONE-SNAPSHOT-DATE SECTION.
           IF SNAPSHOT-DATE NOT NUMERIC
               OR SNAPSHOT-DATE > RUN-DATE
               OR SNAPSHOT-DATE NOT > SNAPSHOT-LATEST-DATE
               GO TO RING-ONE-SNAPSHOT-DATE-NEXT
           END-IF.
           MOVE SNAPSHOT-DATE TO SNAPSHOT-LATEST-DATE.
           ADD 1 TO SNAPSHOT-DAYS-FOUND.
           ADD 1 TO SNAPSHOT-RING-IDX.
           IF SNAPSHOT-RING-IDX > WINDOW-DAYS-WANTED
               MOVE 1 TO SNAPSHOT-RING-IDX
           END-IF.
           MOVE SNAPSHOT-DATE TO SNAPSHOT-RING-DATE(SNAPSHOT-RING-IDX).
       RING-ONE-SNAPSHOT-DATE-NEXT.
           PERFORM READ-BALANCE-SNAPSHOT.
       EXIT.
      *
      * COUNT-NEXT-MONTH-DAYS - THE BUSINESS DAYS OF THE MONTH AFTER
      * THE RUN DATE'S, ONE ACCRUAL RUN EACH. A CALENDAR NOT YET
      * CARRYING THE MONTH LEAVES A TYPICAL 21.
      *
       COUNT-NEXT-MONTH-DAYS SECTION.
           MOVE RUN-DATE-YEAR TO NEXT-MONTH-YEAR.
           MOVE RUN-DATE-MONTH TO NEXT-MONTH-MONTH.
           IF NEXT-MONTH-MONTH = 12
               ADD 1 TO NEXT-MONTH-YEAR
               MOVE 1 TO NEXT-MONTH-MONTH
           ELSE
               ADD 1 TO NEXT-MONTH-MONTH
           END-IF.
           OPEN INPUT BUSINESS-CALENDAR.
           PERFORM READ-BUSINESS-CALENDAR.
           PERFORM COUNT-ONE-CALENDAR-DAY
               UNTIL END-OF-BUSINESS-CALENDAR.
           CLOSE BUSINESS-CALENDAR.
           IF NEXT-MONTH-BUSINESS-DAYS = ZERO
               MOVE 21 TO NEXT-MONTH-BUSINESS-DAYS
           END-IF.
       EXIT.
      *
       COUNT-ONE-CALENDAR-DAY SECTION.
           COMPUTE CALENDAR-MONTH-WORK = CALENDAR-DATE / 100.
           IF CALENDAR-MONTH-WORK = NEXT-MONTH-ID
               AND CALENDAR-DAY-TYPE = "B"
               ADD 1 TO NEXT-MONTH-BUSINESS-DAYS
           END-IF.
           PERFORM READ-BUSINESS-CALENDAR.
       EXIT.
      *
      * RELEASE-WINDOW-SNAPSHOTS - THE SORT'S INPUT: EVERY SNAPSHOT
      * IN THE WINDOW, NUMBERED IN FILED ORDER SO THAT OF TWO FOR THE
      * SAME ACCOUNT AND DAY - A RERUN DAY - THE LATER SORTS LAST.
      *
       RELEASE-WINDOW-SNAPSHOTS SECTION.
           MOVE "N" TO BALANCE-SNAPSHOT-SWITCH.
           OPEN INPUT BALANCE-SNAPSHOTS.
           PERFORM READ-BALANCE-SNAPSHOT.
           PERFORM RELEASE-ONE-SNAPSHOT
               UNTIL END-OF-BALANCE-SNAPSHOTS.
           CLOSE BALANCE-SNAPSHOTS.
       EXIT.
      *
       RELEASE-ONE-SNAPSHOT SECTION.
           IF SNAPSHOT-DATE NOT NUMERIC
               OR SNAPSHOT-DATE < WINDOW-FROM-DATE
               OR SNAPSHOT-DATE > SNAPSHOT-LATEST-DATE
               GO TO RELEASE-ONE-SNAPSHOT-NEXT
           END-IF.
           ADD 1 TO SNAPSHOTS-RELEASED-COUNT.
           MOVE SNAPSHOT-ACCOUNT-KEY TO SW-ACCOUNT-KEY.
           MOVE SNAPSHOT-DATE TO SW-DATE.
           MOVE SNAPSHOTS-RELEASED-COUNT TO SW-SEQUENCE.
           MOVE SNAPSHOT-BALANCE TO SW-BALANCE.
           RELEASE SORT-WORK-RECORD.
       RELEASE-ONE-SNAPSHOT-NEXT.
           PERFORM READ-BALANCE-SNAPSHOT.
       EXIT.
      *
      * SIMULATE-ONE-ACCOUNT - ONE ACCOUNT'S DAYS IN THE WINDOW. THE
      * ACCOUNT'S PRODUCT NAMES ITS SET ON EACH SIDE; A SET THE
      * PROPOSAL DOES NOT NAME STAYS ON ITS LIVE BANDS.
      *
       SIMULATE-ONE-ACCOUNT SECTION.
           MOVE WORK-ACCOUNT-KEY TO SIM-ACCOUNT-KEY.
           MOVE ZERO TO SIM-ACCOUNT-DAYS.
           MOVE ZERO TO SIM-ACCOUNT-CURRENT.
           MOVE ZERO TO SIM-ACCOUNT-PROPOSED.
           PERFORM PRICE-SIM-ACCOUNT.
           PERFORM TAKE-ONE-ACCOUNT-DAY
               UNTIL END-OF-SIMULATION-WORK
               OR WORK-ACCOUNT-KEY NOT = SIM-ACCOUNT-KEY.
           IF NOT SIM-ACCOUNT-PRICED
               GO TO SIMULATE-ONE-ACCOUNT-EX
           END-IF.
           ADD 1 TO ACCOUNTS-SIMULATED-COUNT.
           MOVE SIM-ACCOUNT-KEY(1:1) TO SIM-BRANCH-DIGIT.
           IF SIM-BRANCH-DIGIT IS NUMERIC
               COMPUTE BRANCH-SIM-IDX = SIM-BRANCH-DIGIT-NUM + 1
               ADD 1 TO BRANCH-SIM-ACCOUNTS(BRANCH-SIM-IDX)
               ADD SIM-ACCOUNT-CURRENT
                   TO BRANCH-SIM-CURRENT(BRANCH-SIM-IDX)
               ADD SIM-ACCOUNT-PROPOSED
                   TO BRANCH-SIM-PROPOSED(BRANCH-SIM-IDX)
           END-IF.
           COMPUTE SIM-ACCOUNT-DIFFERENCE =
               SIM-ACCOUNT-PROPOSED - SIM-ACCOUNT-CURRENT.
           MOVE SIM-ACCOUNT-DIFFERENCE TO SIM-ACCOUNT-IMPACT.
           PERFORM RANK-SIM-ACCOUNT.
       SIMULATE-ONE-ACCOUNT-EX.
       EXIT.
      *
      * PRICE-SIM-ACCOUNT - AN ACCOUNT CLOSED OR GONE FROM THE MASTER
      * WILL ACCRUE NOTHING MORE, AND ONE ON A RUNNING DEPOSIT
      * ACCRUES ELSEWHERE; NEITHER IS SIMULATED. AN ACCOUNT WITH NO
      * PRODUCT IS ON THE DEFAULT SET.
      *
       PRICE-SIM-ACCOUNT SECTION.
           MOVE "N" TO SIM-ACCOUNT-SWITCH.
           MOVE SIM-ACCOUNT-KEY TO ACCOUNT-MASTER-KEY.
           READ ACCOUNT-MASTER KEY IS ACCOUNT-MASTER-KEY
               INVALID KEY
                   MOVE 99999999 TO ACCOUNT-MASTER-CLOSED-DATE
           END-READ.
           IF ACCOUNT-MASTER-CLOSED-DATE NOT = ZERO
               ADD 1 TO ACCOUNTS-GONE-COUNT
               GO TO PRICE-SIM-ACCOUNT-EX
           END-IF.
           MOVE ACCOUNT-MASTER-WIDE-KEY TO TD-WIDE-KEY.
           READ TERM-DEPOSITS
               INVALID KEY
                   MOVE "N" TO TD-STATUS
           END-READ.
           IF TD-ACTIVE
               ADD 1 TO ACCOUNTS-ON-DEPOSIT-COUNT
               GO TO PRICE-SIM-ACCOUNT-EX
           END-IF.
           MOVE SPACES TO BAND-SET-WANTED.
           IF ACCOUNT-MASTER-PRODUCT NOT = SPACES
               MOVE ZERO TO PRODUCT-FOUND-IDX
               PERFORM MATCH-ONE-PRODUCT
                   VARYING PRODUCT-TABLE-IDX FROM 1 BY 1
                   UNTIL PRODUCT-TABLE-IDX > PRODUCT-TABLE-COUNT
               IF PRODUCT-FOUND-IDX = ZERO
                   GO TO PRICE-SIM-ACCOUNT-UNPRICED
               END-IF
               MOVE PRODUCT-TABLE-BAND-SET(PRODUCT-FOUND-IDX)
                   TO BAND-SET-WANTED
           END-IF.
           SET LOADING-CURRENT-BANDS TO TRUE.
           PERFORM FIND-BAND-SET.
           IF BAND-SET-FOUND-IDX = ZERO
               GO TO PRICE-SIM-ACCOUNT-UNPRICED
           END-IF.
           IF SET-TOP-IDX(BAND-SET-FOUND-IDX) = ZERO
               GO TO PRICE-SIM-ACCOUNT-UNPRICED
           END-IF.
           MOVE BAND-SET-FOUND-IDX TO SIM-CURRENT-SET-IDX.
           MOVE BAND-SET-FOUND-IDX TO SIM-PROPOSED-SET-IDX.
           SET LOADING-PROPOSED-BANDS TO TRUE.
           PERFORM FIND-BAND-SET.
           IF BAND-SET-FOUND-IDX NOT = ZERO
               IF SET-TOP-IDX(BAND-SET-FOUND-IDX) NOT = ZERO
                   MOVE BAND-SET-FOUND-IDX TO SIM-PROPOSED-SET-IDX
               END-IF
           END-IF.
           SET SIM-ACCOUNT-PRICED TO TRUE.
           GO TO PRICE-SIM-ACCOUNT-EX.
       PRICE-SIM-ACCOUNT-UNPRICED.
           ADD 1 TO ACCOUNTS-UNPRICED-COUNT.
           DISPLAY "ACCOUNT " SIM-ACCOUNT-KEY " PRODUCT "
               ACCOUNT-MASTER-PRODUCT
               " HAS NO BAND SET IN FORCE - NOT SIMULATED".
       PRICE-SIM-ACCOUNT-EX.
       EXIT.
      *
      * TAKE-ONE-ACCOUNT-DAY - ONE SNAPSHOT DAY OF THE ACCOUNT. OF
      * SEVERAL SNAPSHOTS FOR THE DAY THE LAST FILED STANDS. A ZERO
      * OR OVERDRAWN BALANCE ACCRUES NOTHING ON EITHER SIDE.
      *
       TAKE-ONE-ACCOUNT-DAY SECTION.
           MOVE WORK-DATE TO SIM-DAY-DATE.
           MOVE WORK-BALANCE TO SIM-DAY-BALANCE.
           PERFORM READ-SIMULATION-WORK.
           PERFORM TAKE-LATER-SAME-DAY
               UNTIL END-OF-SIMULATION-WORK
               OR WORK-ACCOUNT-KEY NOT = SIM-ACCOUNT-KEY
               OR WORK-DATE NOT = SIM-DAY-DATE.
           IF NOT SIM-ACCOUNT-PRICED
               OR SIM-DAY-BALANCE NOT > ZERO
               GO TO TAKE-ONE-ACCOUNT-DAY-EX
           END-IF.
           MOVE SIM-CURRENT-SET-IDX TO BAND-SET-FOUND-IDX.
           MOVE SET-TOP-IDX(BAND-SET-FOUND-IDX) TO BAND-FOUND-IDX.
           PERFORM FIND-RATE-BAND
               VARYING RATE-BAND-IDX FROM 1 BY 1
               UNTIL RATE-BAND-IDX > RATE-BAND-COUNT.
           COMPUTE SIM-DAY-CURRENT ROUNDED =
               SIM-DAY-BALANCE * BAND-TABLE-RATE(BAND-FOUND-IDX).
           MOVE SIM-PROPOSED-SET-IDX TO BAND-SET-FOUND-IDX.
           MOVE SET-TOP-IDX(BAND-SET-FOUND-IDX) TO BAND-FOUND-IDX.
           PERFORM FIND-RATE-BAND
               VARYING RATE-BAND-IDX FROM 1 BY 1
               UNTIL RATE-BAND-IDX > RATE-BAND-COUNT.
           COMPUTE SIM-DAY-PROPOSED ROUNDED =
               SIM-DAY-BALANCE * BAND-TABLE-RATE(BAND-FOUND-IDX).
           ADD 1 TO BAND-TABLE-DAYS(BAND-FOUND-IDX).
           ADD SIM-DAY-CURRENT TO BAND-TABLE-CURRENT(BAND-FOUND-IDX).
           ADD SIM-DAY-PROPOSED TO BAND-TABLE-PROPOSED(BAND-FOUND-IDX).
           ADD 1 TO SIM-ACCOUNT-DAYS.
           ADD 1 TO ACCOUNT-DAYS-COUNT.
           ADD SIM-DAY-CURRENT TO SIM-ACCOUNT-CURRENT.
           ADD SIM-DAY-PROPOSED TO SIM-ACCOUNT-PROPOSED.
           ADD SIM-DAY-CURRENT TO TOTAL-CURRENT.
           ADD SIM-DAY-PROPOSED TO TOTAL-PROPOSED.
       TAKE-ONE-ACCOUNT-DAY-EX.
       EXIT.
      *
       TAKE-LATER-SAME-DAY SECTION.
           MOVE WORK-BALANCE TO SIM-DAY-BALANCE.
           PERFORM READ-SIMULATION-WORK.
       EXIT.
      *
      * RANK-SIM-ACCOUNT - THE ACCOUNT JOINS THE MOST-AFFECTED TABLE
      * WHILE IT HAS ROOM, OR IN PLACE OF THE SMALLEST MOVER THERE
      * WHEN IT MOVES MORE. AN ACCOUNT THAT DOES NOT MOVE IS NOT
      * AFFECTED AT ALL.
      *
       RANK-SIM-ACCOUNT SECTION.
           IF SIM-ACCOUNT-IMPACT = ZERO
               GO TO RANK-SIM-ACCOUNT-EX
           END-IF.
           IF AFFECTED-COUNT < 10
               ADD 1 TO AFFECTED-COUNT
               MOVE AFFECTED-COUNT TO AFFECTED-FOUND-IDX
           ELSE
               MOVE 1 TO AFFECTED-FOUND-IDX
               PERFORM FIND-SMALLEST-AFFECTED
                   VARYING AFFECTED-IDX FROM 2 BY 1
                   UNTIL AFFECTED-IDX > AFFECTED-COUNT
               IF SIM-ACCOUNT-IMPACT NOT >
                       AFFECTED-IMPACT(AFFECTED-FOUND-IDX)
                   GO TO RANK-SIM-ACCOUNT-EX
               END-IF
           END-IF.
           MOVE SIM-ACCOUNT-KEY
               TO AFFECTED-ACCOUNT-KEY(AFFECTED-FOUND-IDX).
           MOVE ACCOUNT-MASTER-PRODUCT
               TO AFFECTED-PRODUCT(AFFECTED-FOUND-IDX).
           MOVE SIM-ACCOUNT-DAYS TO AFFECTED-DAYS(AFFECTED-FOUND-IDX).
           MOVE SIM-ACCOUNT-CURRENT
               TO AFFECTED-CURRENT(AFFECTED-FOUND-IDX).
           MOVE SIM-ACCOUNT-PROPOSED
               TO AFFECTED-PROPOSED(AFFECTED-FOUND-IDX).
           MOVE SIM-ACCOUNT-DIFFERENCE
               TO AFFECTED-DIFFERENCE(AFFECTED-FOUND-IDX).
           MOVE SIM-ACCOUNT-IMPACT
               TO AFFECTED-IMPACT(AFFECTED-FOUND-IDX).
           MOVE "N" TO AFFECTED-PRINTED-SWITCH(AFFECTED-FOUND-IDX).
       RANK-SIM-ACCOUNT-EX.
       EXIT.
      *
       FIND-SMALLEST-AFFECTED SECTION.
           IF AFFECTED-IMPACT(AFFECTED-IDX) <
                   AFFECTED-IMPACT(AFFECTED-FOUND-IDX)
               MOVE AFFECTED-IDX TO AFFECTED-FOUND-IDX
           END-IF.
       EXIT.
      *
      * WRITE-WINDOW-LINES - WHAT WAS SIMULATED, OVER WHICH DAYS.
      *
       WRITE-WINDOW-LINES SECTION.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "SNAPSHOT DAYS " DELIMITED BY SIZE
               SNAPSHOT-DAYS-USED DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               WINDOW-DAYS-WANTED DELIMITED BY SIZE
               " ASKED FOR, " DELIMITED BY SIZE
               WINDOW-FROM-DATE DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               SNAPSHOT-LATEST-DATE DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-BUILD-LINE.
           MOVE ACCOUNTS-SIMULATED-COUNT TO REPORT-COUNT-EDIT.
           STRING "ACCOUNTS SIMULATED " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               "   SETS REPRICED BY THE PROPOSAL " DELIMITED BY SIZE
               PROPOSED-SET-COUNT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "SIDE P - A BAND OF THE PROPOSAL; C - A SET THE"
               TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "    PROPOSAL LEAVES ON ITS LIVE BANDS."
               TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
       EXIT.
      *
      * WRITE-BAND-SECTION - EACH BAND AN ACCOUNT DAY WAS PRICED ON
      * UNDER THE PROPOSAL, WITH WHAT THOSE SAME DAYS ACCRUE TODAY.
      *
       WRITE-BAND-SECTION SECTION.
           MOVE SPACES TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "DIFFERENCE BY BAND" TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE REPORT-BAND-COLUMNS TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-ONE-BAND-LINE
               VARYING RATE-BAND-IDX FROM 1 BY 1
               UNTIL RATE-BAND-IDX > RATE-BAND-COUNT.
       EXIT.
      *
       WRITE-ONE-BAND-LINE SECTION.
           IF BAND-TABLE-DAYS(RATE-BAND-IDX) = ZERO
               GO TO WRITE-ONE-BAND-LINE-EX
           END-IF.
           MOVE BAND-TABLE-SET-IDX(RATE-BAND-IDX) TO BAND-SET-IDX.
           MOVE SET-TABLE-CODE(BAND-SET-IDX) TO REPORT-BAND-SET.
           MOVE SET-TABLE-SIDE(BAND-SET-IDX) TO REPORT-BAND-SIDE.
           MOVE BAND-TABLE-FROM(RATE-BAND-IDX) TO REPORT-BAND-FROM.
           MOVE BAND-TABLE-TO(RATE-BAND-IDX) TO REPORT-BAND-TO.
           MOVE BAND-TABLE-RATE(RATE-BAND-IDX) TO REPORT-BAND-RATE.
           MOVE BAND-TABLE-DAYS(RATE-BAND-IDX) TO REPORT-BAND-DAYS.
           MOVE BAND-TABLE-CURRENT(RATE-BAND-IDX)
               TO REPORT-BAND-CURRENT.
           MOVE BAND-TABLE-PROPOSED(RATE-BAND-IDX)
               TO REPORT-BAND-PROPOSED.
           COMPUTE REPORT-BAND-DIFFERENCE =
               BAND-TABLE-PROPOSED(RATE-BAND-IDX)
               - BAND-TABLE-CURRENT(RATE-BAND-IDX).
           MOVE REPORT-BAND-LINE TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
       WRITE-ONE-BAND-LINE-EX.
       EXIT.
      *
       WRITE-BRANCH-SECTION SECTION.
           MOVE SPACES TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "DIFFERENCE BY BRANCH" TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE REPORT-BRANCH-COLUMNS TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-ONE-BRANCH-LINE
               VARYING BRANCH-SIM-IDX FROM 1 BY 1
               UNTIL BRANCH-SIM-IDX > 10.
       EXIT.
      *
       WRITE-ONE-BRANCH-LINE SECTION.
           IF BRANCH-SIM-ACCOUNTS(BRANCH-SIM-IDX) = ZERO
               GO TO WRITE-ONE-BRANCH-LINE-EX
           END-IF.
           COMPUTE REPORT-BRANCH-DIGIT = BRANCH-SIM-IDX - 1.
           MOVE BRANCH-SIM-ACCOUNTS(BRANCH-SIM-IDX)
               TO REPORT-BRANCH-ACCOUNTS.
           MOVE BRANCH-SIM-CURRENT(BRANCH-SIM-IDX)
               TO REPORT-BRANCH-CURRENT.
           MOVE BRANCH-SIM-PROPOSED(BRANCH-SIM-IDX)
               TO REPORT-BRANCH-PROPOSED.
           COMPUTE REPORT-BRANCH-DIFFERENCE =
               BRANCH-SIM-PROPOSED(BRANCH-SIM-IDX)
               - BRANCH-SIM-CURRENT(BRANCH-SIM-IDX).
           MOVE REPORT-BRANCH-LINE TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
       WRITE-ONE-BRANCH-LINE-EX.
       EXIT.
      *
      * WRITE-TOTAL-SECTION - THE WINDOW'S TOTAL, AND THE MONTHLY
      * COST IT PROJECTS TO.
      *
       WRITE-TOTAL-SECTION SECTION.
           MOVE SPACES TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "TOTAL OVER THE WINDOW" TO REPORT-TOTAL-LABEL.
           MOVE TOTAL-CURRENT TO REPORT-TOTAL-CURRENT.
           MOVE TOTAL-PROPOSED TO REPORT-TOTAL-PROPOSED.
           MOVE TOTAL-DIFFERENCE TO REPORT-TOTAL-DIFFERENCE.
           MOVE REPORT-TOTAL-LINE TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-BUILD-LINE.
           MOVE MONTHLY-DIFFERENCE TO REPORT-MONEY-EDIT.
           STRING "PROJECTED MONTHLY COST " DELIMITED BY SIZE
               REPORT-MONEY-EDIT DELIMITED BY SIZE
               " OVER " DELIMITED BY SIZE
               NEXT-MONTH-BUSINESS-DAYS DELIMITED BY SIZE
               " BUSINESS DAYS OF " DELIMITED BY SIZE
               NEXT-MONTH-ID DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
       EXIT.
      *
      * WRITE-AFFECTED-SECTION - THE MOST-AFFECTED TABLE, BIGGEST
      * MOVER FIRST.
      *
       WRITE-AFFECTED-SECTION SECTION.
           MOVE SPACES TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "ACCOUNTS MOST AFFECTED" TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE REPORT-AFFECTED-COLUMNS TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-NEXT-AFFECTED-LINE
               VARYING AFFECTED-PRINT-COUNT FROM 1 BY 1
               UNTIL AFFECTED-PRINT-COUNT > AFFECTED-COUNT.
       EXIT.
      *
       WRITE-NEXT-AFFECTED-LINE SECTION.
           MOVE ZERO TO AFFECTED-FOUND-IDX.
           PERFORM FIND-LARGEST-AFFECTED
               VARYING AFFECTED-IDX FROM 1 BY 1
               UNTIL AFFECTED-IDX > AFFECTED-COUNT.
           SET AFFECTED-PRINTED(AFFECTED-FOUND-IDX) TO TRUE.
           MOVE AFFECTED-ACCOUNT-KEY(AFFECTED-FOUND-IDX)
               TO REPORT-AFFECTED-KEY.
           MOVE AFFECTED-PRODUCT(AFFECTED-FOUND-IDX)
               TO REPORT-AFFECTED-PRODUCT.
           MOVE AFFECTED-DAYS(AFFECTED-FOUND-IDX)
               TO REPORT-AFFECTED-DAYS.
           MOVE AFFECTED-CURRENT(AFFECTED-FOUND-IDX)
               TO REPORT-AFFECTED-CURRENT.
           MOVE AFFECTED-PROPOSED(AFFECTED-FOUND-IDX)
               TO REPORT-AFFECTED-PROPOSED.
           MOVE AFFECTED-DIFFERENCE(AFFECTED-FOUND-IDX)
               TO REPORT-AFFECTED-DIFFERENCE.
           MOVE REPORT-AFFECTED-LINE TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
       EXIT.
      *
       FIND-LARGEST-AFFECTED SECTION.
           IF NOT AFFECTED-PRINTED(AFFECTED-IDX)
               IF AFFECTED-FOUND-IDX = ZERO
                   MOVE AFFECTED-IDX TO AFFECTED-FOUND-IDX
               ELSE
                   IF AFFECTED-IMPACT(AFFECTED-IDX) >
                           AFFECTED-IMPACT(AFFECTED-FOUND-IDX)
                       MOVE AFFECTED-IDX TO AFFECTED-FOUND-IDX
                   END-IF
               END-IF
           END-IF.
       EXIT.
      *
       WRITE-REPORT-HEADING SECTION.
           ADD 1 TO REPORT-PAGE-NUMBER.
           MOVE RUN-DATE TO REPORT-HEADING-RUN-DATE.
           MOVE REPORT-PAGE-NUMBER TO REPORT-HEADING-PAGE.
           MOVE REPORT-HEADING-LINE TO SIMULATION-REPORT-LINE.
           WRITE SIMULATION-REPORT-LINE AFTER ADVANCING PAGE.
           MOVE 1 TO REPORT-LINE-COUNT.
           MOVE SPACES TO SIMULATION-REPORT-LINE.
           WRITE SIMULATION-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO REPORT-LINE-COUNT.
       EXIT.
      *
       WRITE-REPORT-LINE SECTION.
           IF REPORT-LINE-COUNT NOT < REPORT-PAGE-DEPTH
               PERFORM WRITE-REPORT-HEADING
           END-IF.
           MOVE REPORT-BUILD-LINE TO SIMULATION-REPORT-LINE.
           WRITE SIMULATION-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO REPORT-LINE-COUNT.
       EXIT.
      *
       READ-BALANCE-SNAPSHOT SECTION.
           READ BALANCE-SNAPSHOTS
               AT END
                   SET END-OF-BALANCE-SNAPSHOTS TO TRUE
           END-READ.
       EXIT.
      *
       READ-SIMULATION-WORK SECTION.
           READ SIMULATION-WORK-FILE
               AT END
                   SET END-OF-SIMULATION-WORK TO TRUE
           END-READ.
       EXIT.
      *
       READ-BUSINESS-CALENDAR SECTION.
           READ BUSINESS-CALENDAR
               AT END
                   SET END-OF-BUSINESS-CALENDAR TO TRUE
           END-READ.
       EXIT.
      *
       END PROGRAM RATESIM.
