       IDENTIFICATION DIVISION.
       PROGRAM-ID. YECLOSE.
      *
      *
      * YEAR-END CLOSE. YEARRPT ROLLS THE PERIOD HISTORY UP INTO THE
      * YEAR HISTORY, BUT NOTHING EVER CLOSED THE BOOKS - THE FEE
      * INCOME AND INTEREST EXPENSE GL ACCOUNTS THE JOURNALS POST TO
      * JUST KEPT GROWING ACROSS YEARS. RUN ONCE THE LAST MONTHRPT
      * PERIOD CLOSE OF THE YEAR IS ON THE PERIOD HISTORY, THIS JOB
      * NETS THE YEAR'S MOVEMENT ON EVERY GL ACCOUNT THE CHART OF
      * ACCOUNTS CLASSES AS INCOME OR EXPENSE (FROM THE GL ACTIVITY
      * HISTORY GLCONSOL KEEPS) AND WRITES BALANCED CLOSING ENTRIES
      * IN THE GLJRNL LAYOUT - ONE PAIR PER ACCOUNT, MOVING ITS NET
      * TO THE RETAINED-EARNINGS ACCOUNT - DATED THE LAST DAY OF THE
      * YEAR. GLCONSOL SUBMITS THE JOURNAL WITH THE REST. THE CLOSE
      * IS WRITTEN TO THE AUDIT TRAIL, AND THAT ENTRY IS WHAT STOPS
      * THE SAME YEAR BEING CLOSED TWICE. EACH LEGAL ENTITY CLOSES
      * ON ITS OWN: THE NETS ARE TAKEN PER ENTITY AND ACCOUNT, EVERY
      * PAIR IS BOOKED TO ITS ENTITY'S RETAINED EARNINGS, AND AN "E"
      * SUBTOTAL PER ENTITY PROVES EACH ENTITY'S CLOSE BALANCES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * KEEP IN STEP WITH TEST'S SPECIAL-NAMES - SAME MONEY FIELDS,
      * SAME EDITING.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-HISTORY-FILE ASSIGN TO "PERIODHS"
               ORGANIZATION IS LINE SEQUENTIAL.
      * CHART-OF-ACCOUNTS - ONLY THE ACCOUNT-CLASS ROWS MATTER HERE.
           SELECT CHART-OF-ACCOUNTS ASSIGN TO "COACCTS"
               ORGANIZATION IS LINE SEQUENTIAL.
      * GL ACTIVITY HISTORY - EVERY SUBMITTED BATCH'S MOVEMENT PER
      * GL ACCOUNT.
           SELECT GL-ACTIVITY-HISTORY ASSIGN TO "GLACTHIS"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE CLOSING JOURNAL, IN THE GLJRNL LAYOUT.
           SELECT JOURNAL-FILE ASSIGN TO "YECLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.
      * AUDIT-LOG-FILE - THE CLOSE ENTRY IS APPENDED TO THE SAME
      * TRAIL THE DAILY RUN WRITES, CONTINUING THE SAME SEQUENCE
      * CHAIN; AN EARLIER CLOSE ENTRY FOR THE YEAR REFUSES THE RUN.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERATIONS-ALERT-FILE ASSIGN TO "OPSALERT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PERIODHISTORY.
      *
       FD  CHART-OF-ACCOUNTS
           LABEL RECORDS ARE STANDARD.
           COPY CHARTOFACCTS.
      *
       FD  GL-ACTIVITY-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY GLACTIVITY.
      *
       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLJOURNAL.
      *
       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITRECORD.
      *
      * KEEP THIS LAYOUT IN STEP WITH OPERATIONS-ALERT-RECORD IN
      * TEST.
       FD  OPERATIONS-ALERT-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPERATIONS-ALERT-RECORD.
        05       ALERT-REASON-CODE       PIC X(8).
        05       ALERT-SEVERITY          PIC 9(2).
        05       ALERT-DETAIL            PIC X(60).
      *
       WORKING-STORAGE SECTION.
       01  PERIOD-HISTORY-SWITCH        PIC X VALUE "N".
         88      END-OF-PERIOD-HISTORY       VALUE "Y".
       01  CHART-OF-ACCOUNTS-SWITCH     PIC X VALUE "N".
         88      END-OF-CHART                VALUE "Y".
       01  GL-ACTIVITY-SWITCH           PIC X VALUE "N".
         88      END-OF-GL-ACTIVITY          VALUE "Y".
      *
      * THE YEAR BEING CLOSED, KEYED ON SYSIN, AND THE DATES BUILT
      * FROM IT - THE DECEMBER PERIOD THAT MUST BE CLOSED FIRST, AND
      * THE LAST DAY OF THE YEAR THE ENTRIES ARE DATED.
       01  CLOSE-YEAR                   PIC 9(4) VALUE ZERO.
       01  CLOSE-YEAR-TEXT REDEFINES CLOSE-YEAR PIC X(4).
       01  CLOSE-LAST-PERIOD            PIC 9(6) VALUE ZERO.
       01  CLOSE-ENTRY-DATE             PIC 9(8) VALUE ZERO.
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
       01  ACTIVITY-DATE-WORK           PIC 9(8) VALUE ZERO.
       01  ACTIVITY-DATE-PARTS REDEFINES ACTIVITY-DATE-WORK.
        05       ACTIVITY-DATE-YEAR      PIC 9(4).
        05       ACTIVITY-DATE-MMDD      PIC 9(4).
       01  LAST-PERIOD-SWITCH           PIC X VALUE "N".
         88      LAST-PERIOD-CLOSED          VALUE "Y".
       01  ALREADY-CLOSED-SWITCH        PIC X VALUE "N".
         88      YEAR-ALREADY-CLOSED         VALUE "Y".
      *
      * THE INCOME AND EXPENSE ACCOUNTS FROM THE CHART'S CLASS
      * ROWS. EXACTLY ONE RETAINED-EARNINGS ROW IS ALLOWED.
       01  CLOSE-ACCOUNT-TABLE.
        05       CLOSE-ACCOUNT-ENTRY OCCURS 50 TIMES.
         10      CLOSE-ACCOUNT           PIC X(4).
         10      CLOSE-ACCOUNT-CLASS     PIC X.
       01  CLOSE-ACCOUNT-COUNT          PIC 99 VALUE ZERO.
       01  CLOSE-ACCOUNT-IDX            PIC 99 VALUE 1.
       01  CLOSE-ACCOUNT-FOUND-IDX      PIC 99 VALUE ZERO.
      *
      * THE YEAR'S DEBITS AND CREDITS PER ENTITY AND CLASSED
      * ACCOUNT - THE ACCOUNT BY ITS SLOT IN THE CLASS TABLE.
       01  CLOSE-NET-TABLE.
        05       CLOSE-NET-ENTRY OCCURS 200 TIMES.
         10      CLOSE-NET-ENTITY        PIC X(2).
         10      CLOSE-NET-ACCOUNT-IDX   PIC 99.
         10      CLOSE-NET-DR            PIC 9(11)V99.
         10      CLOSE-NET-CR            PIC 9(11)V99.
       01  CLOSE-NET-COUNT              PIC 9(3) VALUE ZERO.
       01  CLOSE-NET-IDX                PIC 9(3) VALUE 1.
       01  CLOSE-NET-FOUND-IDX          PIC 9(3) VALUE ZERO.
       01  CLOSE-NET-OVERFLOW-COUNT     PIC 9(8) VALUE ZERO.
      *
      * THE ENTITIES MET ON THE YEAR'S ACTIVITY, WITH THE DETAIL
      * COUNT AND SIDE TOTALS THEIR "E" SUBTOTALS CARRY.
       01  CLOSE-ENTITY-TABLE.
        05       CLOSE-ENTITY-ENTRY OCCURS 20 TIMES.
         10      CLOSE-ENTITY            PIC X(2).
         10      CLOSE-ENTITY-DETAILS    PIC 9(8).
         10      CLOSE-ENTITY-DR-TOTAL   PIC 9(9)V99.
         10      CLOSE-ENTITY-CR-TOTAL   PIC 9(9)V99.
       01  CLOSE-ENTITY-COUNT           PIC 99 VALUE ZERO.
       01  CLOSE-ENTITY-IDX             PIC 99 VALUE 1.
       01  CLOSE-ENTITY-FOUND-IDX       PIC 99 VALUE ZERO.
       01  ENTITY-OUT-OF-BALANCE-COUNT  PIC 99 VALUE ZERO.
       01  RETAINED-EARNINGS-ACCOUNT    PIC X(4) VALUE SPACES.
       01  RETAINED-EARNINGS-ROWS       PIC 99 VALUE ZERO.
      *
      * CLOSING-ENTRY WORK FIELDS. A CREDIT NET (INCOME) IS DEBITED
      * OUT OF ITS ACCOUNT AND CREDITED TO RETAINED EARNINGS; A
      * DEBIT NET (EXPENSE) THE OTHER WAY ROUND.
       01  CLOSE-NET-AMOUNT             PIC S9(11)V99 VALUE ZERO.
       01  JOURNAL-ENTRY-AMOUNT         PIC 9(7)V99 VALUE ZERO.
       01  JOURNAL-DR-ACCOUNT           PIC X(4) VALUE SPACES.
       01  JOURNAL-CR-ACCOUNT           PIC X(4) VALUE SPACES.
       01  JOURNAL-PAIR-NUMBER          PIC 9(4) VALUE ZERO.
       01  JOURNAL-DETAIL-COUNT         PIC 9(8) VALUE ZERO.
       01  JOURNAL-HASH-TOTAL           PIC 9(8) VALUE ZERO.
       01  JOURNAL-DR-TOTAL             PIC 9(9)V99 VALUE ZERO.
       01  JOURNAL-CR-TOTAL             PIC 9(9)V99 VALUE ZERO.
       01  NET-TO-RETAINED-EARNINGS     PIC S9(11)V99 VALUE ZERO.
       01  OVERSIZE-NET-COUNT           PIC 99 VALUE ZERO.
       01  CLOSE-NET-EDIT               PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       01  CLOSE-ALERT-TEXT             PIC X(30) VALUE SPACES.
      *
      * AUDIT-CHAIN WORK FIELDS - KEPT IN STEP WITH THE SAME PATTERN
      * IN TEST, MONTHRPT AND YEARRPT, SO THE CLOSE ENTRY CONTINUES
      * THE SAME UNBROKEN CHAIN AND SEALS ITS SEGMENT.
       01  AUDIT-LOG-READ-SWITCH        PIC X VALUE "N".
         88      END-OF-AUDIT-LOG            VALUE "Y".
       01  AUDIT-SEQUENCE-NUMBER        PIC 9(8) VALUE ZERO.
       01  AUDIT-DATA-ENTRY-COUNT       PIC 9(8) VALUE ZERO.
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           DISPLAY "START YECLOSE".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT CLOSE-YEAR FROM SYSIN.
           COMPUTE CLOSE-LAST-PERIOD = CLOSE-YEAR * 100 + 12.
           COMPUTE CLOSE-ENTRY-DATE = CLOSE-YEAR * 10000 + 1231.
      * THE AUDIT TRAIL IS READ FIRST - IT CARRIES BOTH THE CHAIN
      * THE CLOSE ENTRY CONTINUES AND ANY EARLIER CLOSE OF THE YEAR.
           PERFORM ESTABLISH-AUDIT-SEQUENCE.
           IF YEAR-ALREADY-CLOSED
               DISPLAY "YEAR " CLOSE-YEAR " ALREADY CLOSED - "
                   "CLOSE REFUSED"
               MOVE "ALREADY CLOSED" TO CLOSE-ALERT-TEXT
               PERFORM RAISE-CLOSE-ALERT
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           PERFORM CHECK-LAST-PERIOD-CLOSED.
           IF NOT LAST-PERIOD-CLOSED
               DISPLAY "PERIOD " CLOSE-LAST-PERIOD
                   " NOT CLOSED YET - CLOSE REFUSED"
               MOVE "DECEMBER PERIOD NOT CLOSED" TO CLOSE-ALERT-TEXT
               PERFORM RAISE-CLOSE-ALERT
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           PERFORM LOAD-ACCOUNT-CLASSES.
           IF RETAINED-EARNINGS-ROWS NOT = 1
               OR CLOSE-ACCOUNT-COUNT = ZERO
               DISPLAY "CHART NEEDS ONE RETAINED-EARNINGS ROW AND AT "
                   "LEAST ONE INCOME OR EXPENSE ROW - CLOSE REFUSED"
               MOVE "ACCOUNT CLASSES INCOMPLETE" TO CLOSE-ALERT-TEXT
               PERFORM RAISE-CLOSE-ALERT
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           PERFORM ACCUMULATE-YEAR-ACTIVITY.
           IF CLOSE-NET-OVERFLOW-COUNT > ZERO
               DISPLAY "ENTITY/ACCOUNT TABLE FULL - "
                   CLOSE-NET-OVERFLOW-COUNT
                   " ACTIVITY ROWS NOT NETTED - CLOSE REFUSED"
               MOVE "TOO MANY ENTITY ACCOUNTS" TO CLOSE-ALERT-TEXT
               PERFORM RAISE-CLOSE-ALERT
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
      * NO ENTRY IS WRITTEN IF ANY NET IS TOO LARGE FOR ONE JOURNAL
      * DETAIL - THE LEDGER TEAM SPLITS THAT BY HAND.
           PERFORM CHECK-ONE-NET-SIZE
               VARYING CLOSE-NET-IDX FROM 1 BY 1
               UNTIL CLOSE-NET-IDX > CLOSE-NET-COUNT.
           IF OVERSIZE-NET-COUNT > ZERO
               DISPLAY "NETS TOO LARGE FOR A JOURNAL DETAIL - "
                   "CLOSE REFUSED"
               MOVE "NET EXCEEDS JOURNAL DETAIL" TO CLOSE-ALERT-TEXT
               PERFORM RAISE-CLOSE-ALERT
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           DISPLAY "YEAR-END CLOSE " CLOSE-YEAR
               " TO RETAINED EARNINGS " RETAINED-EARNINGS-ACCOUNT ":".
           OPEN OUTPUT JOURNAL-FILE.
           MOVE SPACES TO JOURNAL-HEADER-RECORD.
           MOVE "H" TO JRNL-HEADER-TYPE.
           MOVE CLOSE-ENTRY-DATE TO JRNL-HEADER-DATE.
           MOVE "YECLOSE" TO JRNL-HEADER-BATCH-ID.
           WRITE JOURNAL-HEADER-RECORD.
           PERFORM CLOSE-ONE-ENTITY
               VARYING CLOSE-ENTITY-IDX FROM 1 BY 1
               UNTIL CLOSE-ENTITY-IDX > CLOSE-ENTITY-COUNT.
           PERFORM WRITE-ENTITY-SUBTOTAL
               VARYING CLOSE-ENTITY-IDX FROM 1 BY 1
               UNTIL CLOSE-ENTITY-IDX > CLOSE-ENTITY-COUNT.
           MOVE SPACES TO JOURNAL-TRAILER-RECORD.
           MOVE "T" TO JRNL-TRAILER-TYPE.
           MOVE JOURNAL-DETAIL-COUNT TO JRNL-TRAILER-COUNT.
           MOVE JOURNAL-HASH-TOTAL TO JRNL-TRAILER-HASH.
           MOVE JOURNAL-DR-TOTAL TO JRNL-TRAILER-DR-TOTAL.
           MOVE JOURNAL-CR-TOTAL TO JRNL-TRAILER-CR-TOTAL.
           WRITE JOURNAL-TRAILER-RECORD.
           CLOSE JOURNAL-FILE.
           MOVE NET-TO-RETAINED-EARNINGS TO CLOSE-NET-EDIT.
           DISPLAY "  NET TO RETAINED EARNINGS " CLOSE-NET-EDIT.
           DISPLAY "  CLOSING PAIRS WRITTEN:   " JOURNAL-PAIR-NUMBER.
           IF JOURNAL-DR-TOTAL NOT = JOURNAL-CR-TOTAL
               OR ENTITY-OUT-OF-BALANCE-COUNT > ZERO
               DISPLAY "CLOSING JOURNAL OUT OF BALANCE"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           PERFORM WRITE-CLOSE-AUDIT-ENTRY.
           DISPLAY "END YECLOSE".
      *
       PROG-EX.
           EXIT PROGRAM.
      *
      * CHECK-LAST-PERIOD-CLOSED - THE CLOSE WAITS FOR MONTHRPT'S
      * DECEMBER PERIOD CLOSE, SO THE YEAR'S LAST POSTINGS ARE IN.
      *
       CHECK-LAST-PERIOD-CLOSED SECTION.
           OPEN INPUT PERIOD-HISTORY-FILE.
           PERFORM READ-PERIOD-HISTORY.
           PERFORM MATCH-ONE-PERIOD UNTIL END-OF-PERIOD-HISTORY.
           CLOSE PERIOD-HISTORY-FILE.
       EXIT.
      *
       MATCH-ONE-PERIOD SECTION.
           IF PERIOD-HISTORY-ID = CLOSE-LAST-PERIOD
               SET LAST-PERIOD-CLOSED TO TRUE
           END-IF.
           PERFORM READ-PERIOD-HISTORY.
       EXIT.
      *
      * LOAD-ACCOUNT-CLASSES - THE "#" ROWS ONLY, PRINTED AT THE TOP
      * OF THE RUN LOG SO THE CLOSE'S ACCOUNTS ARE ON THE RECORD.
      *
       LOAD-ACCOUNT-CLASSES SECTION.
           OPEN INPUT CHART-OF-ACCOUNTS.
           PERFORM READ-CHART-ROW.
           PERFORM LOAD-ONE-CLASS-ROW UNTIL END-OF-CHART.
           CLOSE CHART-OF-ACCOUNTS.
           DISPLAY "ACCOUNTS TO CLOSE:".
           PERFORM DISPLAY-ONE-CLASS-ROW
               VARYING CLOSE-ACCOUNT-IDX FROM 1 BY 1
               UNTIL CLOSE-ACCOUNT-IDX > CLOSE-ACCOUNT-COUNT.
       EXIT.
      *
       LOAD-ONE-CLASS-ROW SECTION.
           IF NOT COA-ACCOUNT-CLASS-ROW
               GO TO LOAD-ONE-CLASS-ROW-NEXT
           END-IF.
           EVALUATE TRUE
               WHEN COA-RETAINED-EARNINGS
                   ADD 1 TO RETAINED-EARNINGS-ROWS
                   MOVE COA-CLASS-ACCOUNT TO RETAINED-EARNINGS-ACCOUNT
               WHEN COA-INCOME-ACCOUNT
               WHEN COA-EXPENSE-ACCOUNT
                   IF CLOSE-ACCOUNT-COUNT < 50
                       ADD 1 TO CLOSE-ACCOUNT-COUNT
                       MOVE COA-CLASS-ACCOUNT
                           TO CLOSE-ACCOUNT(CLOSE-ACCOUNT-COUNT)
                       MOVE COA-CLASS-CODE
                           TO CLOSE-ACCOUNT-CLASS(CLOSE-ACCOUNT-COUNT)
                   ELSE
                       DISPLAY "ACCOUNT-CLASS TABLE FULL - "
                           COA-CLASS-ACCOUNT " NOT CLOSED"
                   END-IF
               WHEN OTHER
                   DISPLAY "UNKNOWN ACCOUNT CLASS " COA-CLASS-CODE
                       " ON " COA-CLASS-ACCOUNT
           END-EVALUATE.
       LOAD-ONE-CLASS-ROW-NEXT.
           PERFORM READ-CHART-ROW.
       EXIT.
      *
       DISPLAY-ONE-CLASS-ROW SECTION.
           DISPLAY "  " CLOSE-ACCOUNT(CLOSE-ACCOUNT-IDX)
               " CLASS " CLOSE-ACCOUNT-CLASS(CLOSE-ACCOUNT-IDX).
       EXIT.
      *
      * ACCUMULATE-YEAR-ACTIVITY - THE YEAR'S ROWS FOR THE CLASSED
      * ACCOUNTS, PER ENTITY. AN EARLIER CLOSING JOURNAL'S OWN ROWS
      * ARE LEFT OUT SO THE CLOSE NEVER NETS ITSELF.
      *
       ACCUMULATE-YEAR-ACTIVITY SECTION.
           OPEN INPUT GL-ACTIVITY-HISTORY.
           PERFORM READ-GL-ACTIVITY.
           PERFORM NOTE-ONE-ACTIVITY-ROW UNTIL END-OF-GL-ACTIVITY.
           CLOSE GL-ACTIVITY-HISTORY.
       EXIT.
      *
       NOTE-ONE-ACTIVITY-ROW SECTION.
           MOVE GLACT-JOURNAL-DATE TO ACTIVITY-DATE-WORK.
           IF ACTIVITY-DATE-YEAR NOT = CLOSE-YEAR
               OR GLACT-SOURCE = "YECLJRNL"
               GO TO NOTE-ONE-ACTIVITY-ROW-NEXT
           END-IF.
           MOVE ZERO TO CLOSE-ACCOUNT-FOUND-IDX.
           PERFORM MATCH-ONE-CLOSE-ACCOUNT
               VARYING CLOSE-ACCOUNT-IDX FROM 1 BY 1
               UNTIL CLOSE-ACCOUNT-IDX > CLOSE-ACCOUNT-COUNT.
           IF CLOSE-ACCOUNT-FOUND-IDX = ZERO
               GO TO NOTE-ONE-ACTIVITY-ROW-NEXT
           END-IF.
           MOVE ZERO TO CLOSE-NET-FOUND-IDX.
           PERFORM MATCH-ONE-CLOSE-NET
               VARYING CLOSE-NET-IDX FROM 1 BY 1
               UNTIL CLOSE-NET-IDX > CLOSE-NET-COUNT.
           IF CLOSE-NET-FOUND-IDX = ZERO
               IF CLOSE-NET-COUNT = 200
                   ADD 1 TO CLOSE-NET-OVERFLOW-COUNT
                   GO TO NOTE-ONE-ACTIVITY-ROW-NEXT
               END-IF
               PERFORM NOTE-CLOSE-ENTITY
               ADD 1 TO CLOSE-NET-COUNT
               MOVE CLOSE-NET-COUNT TO CLOSE-NET-FOUND-IDX
               MOVE GLACT-ENTITY TO CLOSE-NET-ENTITY(CLOSE-NET-COUNT)
               MOVE CLOSE-ACCOUNT-FOUND-IDX
                   TO CLOSE-NET-ACCOUNT-IDX(CLOSE-NET-COUNT)
               MOVE ZERO TO CLOSE-NET-DR(CLOSE-NET-COUNT)
               MOVE ZERO TO CLOSE-NET-CR(CLOSE-NET-COUNT)
           END-IF.
           ADD GLACT-DR-TOTAL TO CLOSE-NET-DR(CLOSE-NET-FOUND-IDX).
           ADD GLACT-CR-TOTAL TO CLOSE-NET-CR(CLOSE-NET-FOUND-IDX).
       NOTE-ONE-ACTIVITY-ROW-NEXT.
           PERFORM READ-GL-ACTIVITY.
       EXIT.
      *
       MATCH-ONE-CLOSE-ACCOUNT SECTION.
           IF CLOSE-ACCOUNT(CLOSE-ACCOUNT-IDX) = GLACT-ACCOUNT
               MOVE CLOSE-ACCOUNT-IDX TO CLOSE-ACCOUNT-FOUND-IDX
           END-IF.
       EXIT.
      *
       MATCH-ONE-CLOSE-NET SECTION.
           IF CLOSE-NET-ENTITY(CLOSE-NET-IDX) = GLACT-ENTITY
               AND CLOSE-NET-ACCOUNT-IDX(CLOSE-NET-IDX)
                   = CLOSE-ACCOUNT-FOUND-IDX
               MOVE CLOSE-NET-IDX TO CLOSE-NET-FOUND-IDX
           END-IF.
       EXIT.
      *
      * NOTE-CLOSE-ENTITY - THE ROW'S ENTITY JOINS THE ENTITY LIST
      * THE FIRST TIME IT IS MET. A BLANK ENTITY (A JOURNAL THAT
      * NAMES NONE) CLOSES AS AN ENTITY OF ITS OWN.
      *
       NOTE-CLOSE-ENTITY SECTION.
           MOVE ZERO TO CLOSE-ENTITY-FOUND-IDX.
           PERFORM MATCH-ONE-CLOSE-ENTITY
               VARYING CLOSE-ENTITY-IDX FROM 1 BY 1
               UNTIL CLOSE-ENTITY-IDX > CLOSE-ENTITY-COUNT.
           IF CLOSE-ENTITY-FOUND-IDX = ZERO
               AND CLOSE-ENTITY-COUNT < 20
               ADD 1 TO CLOSE-ENTITY-COUNT
               MOVE GLACT-ENTITY TO CLOSE-ENTITY(CLOSE-ENTITY-COUNT)
               MOVE ZERO TO CLOSE-ENTITY-DETAILS(CLOSE-ENTITY-COUNT)
               MOVE ZERO TO CLOSE-ENTITY-DR-TOTAL(CLOSE-ENTITY-COUNT)
               MOVE ZERO TO CLOSE-ENTITY-CR-TOTAL(CLOSE-ENTITY-COUNT)
           END-IF.
           IF CLOSE-ENTITY-FOUND-IDX = ZERO
               AND CLOSE-ENTITY-COUNT = 20
               AND CLOSE-ENTITY(20) NOT = GLACT-ENTITY
               ADD 1 TO CLOSE-NET-OVERFLOW-COUNT
           END-IF.
       EXIT.
      *
       MATCH-ONE-CLOSE-ENTITY SECTION.
           IF CLOSE-ENTITY(CLOSE-ENTITY-IDX) = GLACT-ENTITY
               MOVE CLOSE-ENTITY-IDX TO CLOSE-ENTITY-FOUND-IDX
           END-IF.
       EXIT.
      *
       CHECK-ONE-NET-SIZE SECTION.
           COMPUTE CLOSE-NET-AMOUNT =
               CLOSE-NET-CR(CLOSE-NET-IDX)
               - CLOSE-NET-DR(CLOSE-NET-IDX).
           MOVE CLOSE-NET-ACCOUNT-IDX(CLOSE-NET-IDX)
               TO CLOSE-ACCOUNT-IDX.
           IF CLOSE-NET-AMOUNT > 9999999,99
               OR CLOSE-NET-AMOUNT < -9999999,99
               ADD 1 TO OVERSIZE-NET-COUNT
               MOVE CLOSE-NET-AMOUNT TO CLOSE-NET-EDIT
               DISPLAY "  ENTITY " CLOSE-NET-ENTITY(CLOSE-NET-IDX)
                   " " CLOSE-ACCOUNT(CLOSE-ACCOUNT-IDX)
                   " NET " CLOSE-NET-EDIT " TOO LARGE"
           END-IF.
       EXIT.
      *
      * CLOSE-ONE-ENTITY - THE ENTITY'S ACCOUNTS, ONE PAIR EACH, TO
      * THE ENTITY'S RETAINED EARNINGS.
      *
       CLOSE-ONE-ENTITY SECTION.
           DISPLAY " ENTITY " CLOSE-ENTITY(CLOSE-ENTITY-IDX) ":".
           PERFORM CLOSE-ONE-ACCOUNT
               VARYING CLOSE-NET-IDX FROM 1 BY 1
               UNTIL CLOSE-NET-IDX > CLOSE-NET-COUNT.
       EXIT.
      *
      * CLOSE-ONE-ACCOUNT - ONE BALANCED PAIR TAKING THE ACCOUNT'S
      * NET FOR THE YEAR TO RETAINED EARNINGS, FOR THE ENTITY UNDER
      * CLOSE ONLY. AN ACCOUNT THAT NETS TO ZERO NEEDS NO ENTRY.
      *
       CLOSE-ONE-ACCOUNT SECTION.
           IF CLOSE-NET-ENTITY(CLOSE-NET-IDX)
                   NOT = CLOSE-ENTITY(CLOSE-ENTITY-IDX)
               GO TO CLOSE-ONE-ACCOUNT-EX
           END-IF.
           MOVE CLOSE-NET-ACCOUNT-IDX(CLOSE-NET-IDX)
               TO CLOSE-ACCOUNT-IDX.
           COMPUTE CLOSE-NET-AMOUNT =
               CLOSE-NET-CR(CLOSE-NET-IDX)
               - CLOSE-NET-DR(CLOSE-NET-IDX).
           MOVE CLOSE-NET-AMOUNT TO CLOSE-NET-EDIT.
           DISPLAY "  " CLOSE-ACCOUNT(CLOSE-ACCOUNT-IDX)
               " CLASS " CLOSE-ACCOUNT-CLASS(CLOSE-ACCOUNT-IDX)
               " YEAR NET " CLOSE-NET-EDIT.
           IF CLOSE-NET-AMOUNT = ZERO
               GO TO CLOSE-ONE-ACCOUNT-EX
           END-IF.
           IF CLOSE-NET-AMOUNT > ZERO
               MOVE CLOSE-NET-AMOUNT TO JOURNAL-ENTRY-AMOUNT
               MOVE CLOSE-ACCOUNT(CLOSE-ACCOUNT-IDX)
                   TO JOURNAL-DR-ACCOUNT
               MOVE RETAINED-EARNINGS-ACCOUNT TO JOURNAL-CR-ACCOUNT
           ELSE
               COMPUTE JOURNAL-ENTRY-AMOUNT = ZERO - CLOSE-NET-AMOUNT
               MOVE RETAINED-EARNINGS-ACCOUNT TO JOURNAL-DR-ACCOUNT
               MOVE CLOSE-ACCOUNT(CLOSE-ACCOUNT-IDX)
                   TO JOURNAL-CR-ACCOUNT
           END-IF.
           ADD CLOSE-NET-AMOUNT TO NET-TO-RETAINED-EARNINGS.
           ADD 1 TO JOURNAL-PAIR-NUMBER.
           PERFORM WRITE-JOURNAL-PAIR.
       CLOSE-ONE-ACCOUNT-EX.
       EXIT.
      *
       WRITE-JOURNAL-PAIR SECTION.
           MOVE SPACES TO JOURNAL-DETAIL-RECORD.
           MOVE "D" TO JRNL-DETAIL-TYPE.
           MOVE "DR" TO JRNL-DETAIL-SIDE.
           MOVE JOURNAL-DR-ACCOUNT TO JRNL-DETAIL-ACCOUNT.
           MOVE JOURNAL-ENTRY-AMOUNT TO JRNL-DETAIL-AMOUNT.
           MOVE JOURNAL-PAIR-NUMBER TO JRNL-DETAIL-TXN-NUMBER.
           MOVE "Y" TO JRNL-DETAIL-TXN-TYPE.
           MOVE CLOSE-ENTITY(CLOSE-ENTITY-IDX) TO JRNL-DETAIL-ENTITY.
           WRITE JOURNAL-DETAIL-RECORD.
           ADD 1 TO JOURNAL-DETAIL-COUNT.
           ADD JRNL-DETAIL-TXN-NUMBER TO JOURNAL-HASH-TOTAL.
           ADD JOURNAL-ENTRY-AMOUNT TO JOURNAL-DR-TOTAL.
           MOVE "CR" TO JRNL-DETAIL-SIDE.
           MOVE JOURNAL-CR-ACCOUNT TO JRNL-DETAIL-ACCOUNT.
           WRITE JOURNAL-DETAIL-RECORD.
           ADD 1 TO JOURNAL-DETAIL-COUNT.
           ADD JRNL-DETAIL-TXN-NUMBER TO JOURNAL-HASH-TOTAL.
           ADD JOURNAL-ENTRY-AMOUNT TO JOURNAL-CR-TOTAL.
           ADD 2 TO CLOSE-ENTITY-DETAILS(CLOSE-ENTITY-IDX).
           ADD JOURNAL-ENTRY-AMOUNT
               TO CLOSE-ENTITY-DR-TOTAL(CLOSE-ENTITY-IDX).
           ADD JOURNAL-ENTRY-AMOUNT
               TO CLOSE-ENTITY-CR-TOTAL(CLOSE-ENTITY-IDX).
       EXIT.
      *
       WRITE-ENTITY-SUBTOTAL SECTION.
           MOVE SPACES TO JOURNAL-ENTITY-RECORD.
           MOVE "E" TO JRNL-ENTITY-TYPE.
           MOVE CLOSE-ENTITY(CLOSE-ENTITY-IDX) TO JRNL-ENTITY-CODE.
           MOVE CLOSE-ENTITY-DETAILS(CLOSE-ENTITY-IDX)
               TO JRNL-ENTITY-COUNT.
           MOVE CLOSE-ENTITY-DR-TOTAL(CLOSE-ENTITY-IDX)
               TO JRNL-ENTITY-DR-TOTAL.
           MOVE CLOSE-ENTITY-CR-TOTAL(CLOSE-ENTITY-IDX)
               TO JRNL-ENTITY-CR-TOTAL.
           WRITE JOURNAL-ENTITY-RECORD.
           IF CLOSE-ENTITY-DR-TOTAL(CLOSE-ENTITY-IDX)
                   NOT = CLOSE-ENTITY-CR-TOTAL(CLOSE-ENTITY-IDX)
               ADD 1 TO ENTITY-OUT-OF-BALANCE-COUNT
           END-IF.
       EXIT.
      *
      * WRITE-CLOSE-AUDIT-ENTRY - THE CLOSE GOES ON THE TRAIL UNDER
      * THIS PROGRAM'S NAME WITH THE CLOSED YEAR AS THE NEW VALUE,
      * AND THE SEGMENT IS SEALED WITH ITS TRAILER.
      *
       WRITE-CLOSE-AUDIT-ENTRY SECTION.
           OPEN EXTEND AUDIT-LOG-FILE.
           ADD 1 TO AUDIT-SEQUENCE-NUMBER.
           ADD 1 TO AUDIT-DATA-ENTRY-COUNT.
           MOVE AUDIT-SEQUENCE-NUMBER TO AUDIT-SEQUENCE.
           MOVE "YECLOSE" TO AUDIT-PROGRAM-NAME.
           MOVE "YEAREND" TO AUDIT-FIELD-NAME.
           MOVE SPACES TO AUDIT-OLD-VALUE.
           MOVE CLOSE-YEAR-TEXT TO AUDIT-NEW-VALUE.
           MOVE SPACES TO AUDIT-OPERATOR-ID.
           MOVE ZERO TO AUDIT-TXN-NUMBER.
           MOVE RUN-DATE TO AUDIT-DATE.
           WRITE AUDIT-LOG-RECORD.
           MOVE SPACES TO AUDIT-TRAILER-RECORD.
           MOVE AUDIT-SEQUENCE-NUMBER TO AUDIT-TRAILER-SEQUENCE.
           MOVE "*TRAILER" TO AUDIT-TRAILER-MARK.
           MOVE AUDIT-DATA-ENTRY-COUNT TO AUDIT-TRAILER-COUNT.
           WRITE AUDIT-TRAILER-RECORD.
           CLOSE AUDIT-LOG-FILE.
           DISPLAY "YEAR " CLOSE-YEAR " CLOSED - AUDIT ENTRY "
               AUDIT-SEQUENCE-NUMBER.
       EXIT.
      *
       RAISE-CLOSE-ALERT SECTION.
           OPEN EXTEND OPERATIONS-ALERT-FILE.
           MOVE "YECLOSE" TO ALERT-REASON-CODE.
           MOVE 8 TO ALERT-SEVERITY.
           MOVE SPACES TO ALERT-DETAIL.
           STRING "YEAR " DELIMITED BY SIZE
               CLOSE-YEAR-TEXT DELIMITED BY SIZE
               " CLOSE REFUSED - " DELIMITED BY SIZE
               CLOSE-ALERT-TEXT DELIMITED BY SIZE
               INTO ALERT-DETAIL.
           WRITE OPERATIONS-ALERT-RECORD.
           CLOSE OPERATIONS-ALERT-FILE.
       EXIT.
      *
      * ESTABLISH-AUDIT-SEQUENCE - READS THE TRAIL AS IT STANDS AND
      * LEAVES THE SEQUENCE AND DATA-ENTRY COUNT AT THE LAST VALUES
      * ON FILE, THE SAME WAY TEST AND MONTHRPT DO BEFORE THEIR OWN
      * OPEN EXTEND - AND NOTES ANY EARLIER CLOSE OF THIS YEAR.
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
               IF AUDIT-PROGRAM-NAME = "YECLOSE"
                   AND AUDIT-FIELD-NAME = "YEAREND"
                   AND AUDIT-NEW-VALUE = CLOSE-YEAR-TEXT
                   SET YEAR-ALREADY-CLOSED TO TRUE
               END-IF
           END-IF.
           PERFORM READ-NEXT-AUDIT-ENTRY.
       EXIT.
      *
       READ-NEXT-AUDIT-ENTRY SECTION.
           READ AUDIT-LOG-FILE
               AT END
                   SET END-OF-AUDIT-LOG TO TRUE
           END-READ.
       EXIT.
      *
       READ-PERIOD-HISTORY SECTION.
           READ PERIOD-HISTORY-FILE
               AT END
                   SET END-OF-PERIOD-HISTORY TO TRUE
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
       READ-GL-ACTIVITY SECTION.
           READ GL-ACTIVITY-HISTORY
               AT END
                   SET END-OF-GL-ACTIVITY TO TRUE
           END-READ.
       EXIT.
      *
       END PROGRAM YECLOSE.
