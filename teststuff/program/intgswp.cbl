       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTGSWP.
      *
      *
      * WEEKLY CROSS-FILE REFERENTIAL-INTEGRITY SWEEP. EVERY PROGRAM
      * IN THE STREAM TRUSTS THE KEYS IT READS, AND NOTHING USED TO
      * CHECK THAT THE FILES STILL AGREE WITH ONE ANOTHER. THIS JOB
      * CHECKS:
      *   - THAT EVERY APPROVQ ITEM, UNEXPIRED STANDING TEMPLATE,
      *     PENDHOLD ROW AND WAREHOUSED (WAREHSI) ITEM STILL NAMES AN
      *     OPEN ACCOUNT ON ACCTMAST - AND, ON AN INTERNAL TRANSFER,
      *     THAT ITS COUNTER ACCOUNT IS OPEN TOO. A PAYMENT-REFERENCE
      *     ("R") ITEM NAMES NO ACCOUNT AND IS PASSED OVER;
      *   - THAT EVERY SUSPITEM ENTRY IS PARKED ON AN OPEN SUSPENSE
      *     ACCOUNT (THE KEY IT WAS MEANT FOR IS WHY IT IS IN SUSPENSE
      *     AND IS NOT JUDGED);
      *   - THAT EVERY TRANSACTION NUMBER ON STATHIST WAS LAST LEFT IN
      *     A FINAL STATUS, OR IN A HOLDING STATUS WITH ITS ITEM STILL
      *     ON THAT STATUS'S QUEUE: A APPROVQ, H PENDHOLD, R SIRETRY,
      *     W COMPLQ, X DEADLTR, N A REVERSAL LOGGED ON CLRGRTLG. A
      *     NUMBER COMES ROUND AGAIN, SO ITS LATEST ENTRY DECIDES. "U"
      *     ENDS A DUPLICATE'S LIFE AND COUNTS AS FINAL;
      *   - THAT EVERY PROGRAM A BIGWORK PASS WAS DISPATCHED TO IS
      *     STILL A MEMBER OF THE LOAD LIBRARY, AS LISTED ON LOADLIST
      *     BY THE LIBRARY-LISTING STEP AHEAD OF THIS ONE.
      *
      * EACH ORPHAN OR INCONSISTENCY IS PRINTED ON INTGRPT WITH THE
      * FILE THAT OWNS IT AND ITS KEY, AND WRITTEN TO INTGEXCP IN THE
      * EDIT-EXCEPTION LAYOUT UNDER PROGRAM INTGSWP. INTGEXCP IS
      * REPLACED EVERY WEEK AND EXCPAGE READS IT EVERY DAY BESIDE
      * EDITEXCP, SO A PROBLEM AGES ON THE EXCEPTIONS MASTER UNTIL A
      * LATER SWEEP NO LONGER FINDS IT, AND IS ROUTED TO ITS OWNER BY
      * AN EXCPOWN ROW FOR INTGSWP AND THE FILE NAME THAT LEADS THE
      * REASON. ANY FINDING RAISES ONE OPSALERT AND ENDS THE JOB RC 4.
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
           SELECT OPTIONAL APPROVAL-QUEUE ASSIGN TO "APPROVQ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STANDING-INSTRUCTIONS ASSIGN TO "STANDING"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SUSPENSE-ITEMS ASSIGN TO "SUSPITEM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PENDING-HOLD-QUEUE ASSIGN TO "PENDHOLD"
               ORGANIZATION IS LINE SEQUENTIAL.
      * WAREHOUSE - THE SIDE OF THE -I/-O PAIR THE NEXT RUN READS
      * AND FRONTEND APPENDS TO.
           SELECT OPTIONAL WAREHOUSE-FILE ASSIGN TO "WAREHSI"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SI-RETRY-QUEUE ASSIGN TO "SIRETRY"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL COMPLIANCE-QUEUE ASSIGN TO "COMPLQ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DEAD-LETTER-FILE ASSIGN TO "DEADLTR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CLEARING-RETURNED-LOG ASSIGN TO "CLRGRTLG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATUS-HISTORY-FILE ASSIGN TO "STATHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BIG-WORK-FILE ASSIGN TO "BIGWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BIG-WORK-KEY.
      * LOAD-LIBRARY-LIST - ONE MEMBER NAME PER LINE.
           SELECT LOAD-LIBRARY-LIST ASSIGN TO "LOADLIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INTEGRITY-REPORT ASSIGN TO "INTGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INTEGRITY-EXCEPTIONS ASSIGN TO "INTGEXCP"
               ORGANIZATION IS LINE SEQUENTIAL.
      * OPERATIONS-ALERT-FILE - APPENDED TO, NOT REWRITTEN.
           SELECT OPERATIONS-ALERT-FILE ASSIGN TO "OPSALERT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY ACCTMASTER.
      *
      * KEEP THIS LAYOUT IN STEP WITH THE SAME 01 IN TEST.
       FD  APPROVAL-QUEUE
           LABEL RECORDS ARE STANDARD.
       01  APPROVAL-QUEUE-RECORD.
        05       APPROVAL-DETAIL         PIC X(80).
        05       APPROVAL-BASE-AMOUNT    PIC S9(7)V99.
        05       APPROVAL-HELD-DATE      PIC 9(8).
        05       APPROVAL-REASON-CODE    PIC X(4).
      *
      * KEEP THIS LAYOUT IN STEP WITH STANDING-INSTRUCTION-RECORD IN
      * TEST.
       FD  STANDING-INSTRUCTIONS
           LABEL RECORDS ARE STANDARD.
       01  STANDING-INSTRUCTION-RECORD.
        05       STANDING-STRING-PART1   PIC X(4).
        05       STANDING-STRING-PART2   PIC X(4).
        05       STANDING-NUMBER-PART1   PIC 9(4).
        05       STANDING-NUMBER-PART2   PIC 9(4).
        05       STANDING-TYPE           PIC X.
        05       STANDING-CHECK-DIGIT    PIC 9.
        05       STANDING-CURRENCY-CODE  PIC X(3).
        05       STANDING-FREQUENCY      PIC X.
        05       STANDING-DAY-OF-MONTH   PIC 99.
        05       STANDING-ACTIVE-FROM    PIC 9(8).
        05       STANDING-ACTIVE-TO      PIC 9(8).
      * THE PAYING ACCOUNT'S WIDE KEY, CARRIED ONTO THE GENERATED
      * RECORD. SPACES ON A TEMPLATE THE CONVERSION NEVER REACHED.
        05       STANDING-WIDE-KEY       PIC X(7).
      *
      * KEEP THIS LAYOUT IN STEP WITH THE SAME 01 IN TEST.
       FD  SUSPENSE-ITEMS
           LABEL RECORDS ARE STANDARD.
       01  SUSPENSE-ITEM-RECORD.
        05       SUSP-DATE               PIC 9(8).
        05       SUSP-ORIGINAL-KEY       PIC X(5).
        05       SUSP-TXN-NUMBER         PIC 9(4).
        05       SUSP-TXN-TYPE           PIC X.
        05       SUSP-AMOUNT             PIC S9(7)V99.
        05       SUSP-ACCOUNT-KEY        PIC X(5).
      * THE WIDE KEY AS FED (OR AS THE CONVERSION TABLE GAVE IT);
      * SPACES WHEN THE RECORD CAME IN ON A SHORT KEY WITH NO ROW.
        05       SUSP-ORIGINAL-WIDE-KEY  PIC X(7).
      *
       FD  PENDING-HOLD-QUEUE
           LABEL RECORDS ARE STANDARD.
           COPY PENDHOLDQUEUE.
      *
       FD  WAREHOUSE-FILE
           LABEL RECORDS ARE STANDARD.
       01  WAREHOUSE-RECORD             PIC X(80).
      *
       FD  SI-RETRY-QUEUE
           LABEL RECORDS ARE STANDARD.
           COPY SIRETRYQUEUE.
      *
       FD  COMPLIANCE-QUEUE
           LABEL RECORDS ARE STANDARD.
           COPY COMPLIANCEQUEUE.
      *
      * KEEP THIS LAYOUT IN STEP WITH THE SAME 01 IN TEST.
       FD  DEAD-LETTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  DEAD-LETTER-RECORD.
        05       DEAD-DETAIL.
         10      FILLER                  PIC X(8).
         10      DEAD-TXN-NUMBER         PIC X(4).
         10      FILLER                  PIC X(68).
        05       DEAD-LETTER-PROGRAM     PIC X(8).
      *
       FD  CLEARING-RETURNED-LOG
           LABEL RECORDS ARE STANDARD.
           COPY CLEARINGRETURNED.
      *
       FD  STATUS-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STATUSHISTORY.
      *
      * KEEP THIS LAYOUT IN STEP WITH BIG-WORK-RECORD IN TEST.
       FD  BIG-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  BIG-WORK-RECORD.
        05       BIG-WORK-KEY            PIC 9(8).
        05       BIG-WORK-PAGE           PIC X(200).
      *
       FD  LOAD-LIBRARY-LIST
           LABEL RECORDS ARE STANDARD.
       01  LOAD-LIBRARY-RECORD.
        05       LOAD-MEMBER-NAME        PIC X(8).
        05       FILLER                  PIC X(72).
      *
       FD  INTEGRITY-REPORT
           LABEL RECORDS ARE STANDARD.
       01  INTEGRITY-REPORT-LINE        PIC X(132).
      *
       FD  INTEGRITY-EXCEPTIONS
           LABEL RECORDS ARE STANDARD.
           COPY EDITEXCEPTION.
      *
      * KEEP THIS LAYOUT IN STEP WITH OPERATIONS-ALERT-RECORD IN TEST.
       FD  OPERATIONS-ALERT-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPERATIONS-ALERT-RECORD.
        05       ALERT-REASON-CODE       PIC X(8).
        05       ALERT-SEVERITY          PIC 9(2).
        05       ALERT-DETAIL            PIC X(60).
      *
       WORKING-STORAGE SECTION.
       01  APPROVAL-QUEUE-SWITCH        PIC X VALUE "N".
         88      END-OF-APPROVAL-QUEUE      VALUE "Y".
       01  STANDING-FILE-SWITCH         PIC X VALUE "N".
         88      END-OF-STANDING            VALUE "Y".
       01  SUSPENSE-FILE-SWITCH         PIC X VALUE "N".
         88      END-OF-SUSPENSE-ITEMS      VALUE "Y".
       01  PENDING-HOLD-SWITCH          PIC X VALUE "N".
         88      END-OF-PENDING-HOLDS       VALUE "Y".
       01  WAREHOUSE-SWITCH             PIC X VALUE "N".
         88      END-OF-WAREHOUSE           VALUE "Y".
       01  SI-RETRY-SWITCH              PIC X VALUE "N".
         88      END-OF-SI-RETRY-QUEUE      VALUE "Y".
       01  COMPLIANCE-QUEUE-SWITCH      PIC X VALUE "N".
         88      END-OF-COMPLIANCE-QUEUE    VALUE "Y".
       01  DEAD-LETTER-SWITCH           PIC X VALUE "N".
         88      END-OF-DEAD-LETTERS        VALUE "Y".
       01  CLEARING-RETURNED-SWITCH     PIC X VALUE "N".
         88      END-OF-CLEARING-RETURNED   VALUE "Y".
       01  STATUS-HISTORY-SWITCH        PIC X VALUE "N".
         88      END-OF-STATUS-HISTORY      VALUE "Y".
       01  BIG-WORK-FILE-SWITCH         PIC X VALUE "N".
         88      END-OF-BIG-WORK-FILE       VALUE "Y".
       01  LOAD-LIBRARY-SWITCH          PIC X VALUE "N".
         88      END-OF-LOAD-LIBRARY        VALUE "Y".
       01  ACCOUNT-FOUND-SWITCH         PIC X VALUE "N".
         88      ACCOUNT-ON-FILE            VALUE "Y".
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
      *
      * THE ITEM UNDER CHECK - ITS 80-BYTE TRANSACTION DETAIL WHERE
      * IT CARRIES ONE, PICKED APART THE WAY TEST LAYS OUT
      * DAILY-TRANSACTIONS-RECORD.
       01  ITEM-DETAIL-VIEW.
        05       IDV-STRING-PART1        PIC X(4).
        05       FILLER                  PIC X(4).
        05       IDV-TXN-NUMBER          PIC X(4).
        05       FILLER                  PIC X(4).
        05       IDV-TXN-TYPE            PIC X.
        05       IDV-CHECK-DIGIT         PIC X.
        05       FILLER                  PIC X(8).
        05       IDV-VALUE-DATE          PIC X(8).
        05       FILLER                  PIC X(2).
        05       IDV-STRING-TYPE         PIC X.
        05       IDV-COUNTER-KEY         PIC X(5).
        05       FILLER                  PIC X(38).
       01  ITEM-ACCOUNT-KEY             PIC X(5) VALUE SPACES.
       01  ITEM-ACCOUNT-PROBLEM         PIC X(18) VALUE SPACES.
       01  ITEM-TXN-WORK                PIC 9(4) VALUE ZERO.
       01  STANDING-LINE-NUMBER         PIC 9(6) VALUE ZERO.
      *
      * ONE FINDING, AS IT GOES TO THE REPORT AND TO THE EXCEPTIONS
      * FILE. THE REASON LEADS WITH THE OWNING FILE SO EXCPOWN CAN
      * ROUTE ON IT, AND CARRIES NO DATE, SO THE SAME PROBLEM FOUND
      * AGAIN NEXT WEEK MATCHES ITS ENTRY ON THE MASTER AND AGES.
       01  FINDING-ITEM-KEY             PIC X(20) VALUE SPACES.
       01  FINDING-REASON.
        05       FINDING-FILE-ID         PIC X(8) VALUE SPACES.
        05       FILLER                  PIC X VALUE SPACE.
        05       FINDING-ITEM            PIC X(6) VALUE SPACES.
        05       FILLER                  PIC X VALUE SPACE.
        05       FINDING-ACCOUNT         PIC X(5) VALUE SPACES.
        05       FILLER                  PIC X VALUE SPACE.
        05       FINDING-PROBLEM         PIC X(18) VALUE SPACES.
      *
      * FINDINGS BY OWNING FILE, IN THE ORDER THE CHECKS RUN.
       01  FINDING-COUNTS.
        05       APPROVAL-FINDING-COUNT  PIC 9(6) VALUE ZERO.
        05       STANDING-FINDING-COUNT  PIC 9(6) VALUE ZERO.
        05       SUSPENSE-FINDING-COUNT  PIC 9(6) VALUE ZERO.
        05       PENDING-FINDING-COUNT   PIC 9(6) VALUE ZERO.
        05       WAREHOUSE-FINDING-COUNT PIC 9(6) VALUE ZERO.
        05       STATUS-FINDING-COUNT    PIC 9(6) VALUE ZERO.
        05       PROGRAM-FINDING-COUNT   PIC 9(6) VALUE ZERO.
       01  TOTAL-FINDING-COUNT          PIC 9(8) VALUE ZERO.
       01  ITEMS-CHECKED-COUNT          PIC 9(8) VALUE ZERO.
      *
      * LATEST STATHIST ENTRY PER TRANSACTION NUMBER - SLOT 1 FOR
      * NUMBER 0000 - AND WHICH HOLDING QUEUES HAVE AN ITEM FOR IT.
      * A SLOT LEFT AT SPACES NEVER APPEARED ON THE HISTORY.
       01  TXN-STATUS-TABLE.
        05       TXN-STATUS-ENTRY OCCURS 10000 TIMES.
         10      TSE-LAST-STATUS         PIC X.
         10      TSE-LAST-DATE           PIC X(8).
         10      TSE-ON-APPROVAL-QUEUE   PIC X.
         10      TSE-ON-PENDING-HOLD     PIC X.
         10      TSE-ON-SI-RETRY         PIC X.
         10      TSE-ON-COMPLIANCE-QUEUE PIC X.
         10      TSE-ON-DEAD-LETTERS     PIC X.
         10      TSE-REVERSAL-LOGGED     PIC X.
       01  TXN-IDX                      PIC 9(5) VALUE ZERO.
       01  TXN-NUMBER-WORK              PIC 9(4) VALUE ZERO.
       01  TXN-QUEUED-SWITCH            PIC X VALUE "N".
         88      TXN-STILL-QUEUED           VALUE "Y".
      *
      * THE LOAD LIBRARY'S MEMBERS, AND EACH DISPATCHED PROGRAM NOT
      * AMONG THEM WITH THE PASSES THAT NAMED IT.
       01  LOAD-MEMBER-TABLE.
        05       LOAD-MEMBER OCCURS 500 TIMES PIC X(8).
       01  LOAD-MEMBER-COUNT            PIC 9(4) VALUE ZERO.
       01  LOAD-MEMBER-IDX              PIC 9(4) VALUE ZERO.
       01  LOAD-MEMBER-SWITCH           PIC X VALUE "N".
         88      PROGRAM-IN-LIBRARY         VALUE "Y".
       01  MISSING-PROGRAM-TABLE.
        05       MISSING-PROGRAM-ENTRY OCCURS 50 TIMES.
         10      MPE-PROGRAM             PIC X(8).
         10      MPE-FIRST-PASS          PIC 9(8).
         10      MPE-PASS-COUNT          PIC 9(8).
       01  MISSING-PROGRAM-COUNT        PIC 99 VALUE ZERO.
       01  MISSING-PROGRAM-IDX          PIC 99 VALUE ZERO.
       01  MISSING-FOUND-IDX            PIC 99 VALUE ZERO.
       01  PASSES-CHECKED-COUNT         PIC 9(8) VALUE ZERO.
      *
           COPY BIGWORKDETAIL.
      *
      * MODULUS-11 CHECK-DIGIT WORK FIELDS - SAME ALGORITHM TEST
      * VALIDATES WITH: THE FOUR KEY DIGITS WEIGHTED 2 THROUGH 5
      * LEFT TO RIGHT.
       01  CHECK-DIGIT-WEIGHT           PIC 9 VALUE ZERO.
       01  CHECK-DIGIT-SUM              PIC 9(4) VALUE ZERO.
       01  CHECK-DIGIT-INDEX            PIC 9 VALUE 1.
       01  CHECK-DIGIT-CHAR             PIC X VALUE SPACE.
       01  CHECK-DIGIT-DIGIT            PIC 9 VALUE ZERO.
       01  CHECK-DIGIT-QUOTIENT         PIC 9(4) VALUE ZERO.
       01  CHECK-DIGIT-REMAINDER        PIC 9(4) VALUE ZERO.
       01  CHECK-DIGIT-COMPUTED         PIC 9 VALUE ZERO.
       01  CHECK-DIGIT-WORK-STRING      PIC X(4) VALUE SPACES.
      *
      * PRINT WORK FIELDS - SAME LINE-COUNTED, PAGE-HEADED SHAPE AS
      * TEST'S DAILY REPORT.
       01  REPORT-PAGE-NUMBER           PIC 9(4) VALUE ZERO.
       01  REPORT-LINE-COUNT            PIC 9(2) VALUE ZERO.
       01  REPORT-PAGE-DEPTH            PIC 9(2) VALUE 55.
       01  REPORT-HEADING-LINE.
        05       FILLER                  PIC X(32)
                 VALUE "REFERENTIAL-INTEGRITY SWEEP - ".
        05       REPORT-HEADING-RUN-DATE PIC 9(8).
        05       FILLER                  PIC X(7) VALUE "   PAGE".
        05       REPORT-HEADING-PAGE     PIC ZZZ9.
       01  REPORT-COLUMN-LINE.
        05       FILLER                  PIC X(2) VALUE SPACES.
        05       FILLER                  PIC X(9) VALUE "FILE".
        05       FILLER                  PIC X(21) VALUE "ITEM".
        05       FILLER                  PIC X(8) VALUE "ACCOUNT".
        05       FILLER                  PIC X(7) VALUE "PROBLEM".
       01  REPORT-DETAIL-LINE.
        05       FILLER                  PIC X(2) VALUE SPACES.
        05       REPORT-FILE-ID          PIC X(8).
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-ITEM-KEY         PIC X(20).
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-ACCOUNT          PIC X(5).
        05       FILLER                  PIC X(3) VALUE SPACES.
        05       REPORT-PROBLEM          PIC X(18).
       01  REPORT-SUMMARY-LINE.
        05       FILLER                  PIC X(2) VALUE SPACES.
        05       REPORT-SUMMARY-FILE     PIC X(8).
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-SUMMARY-EDIT     PIC ZZZ.ZZ9.
       01  REPORT-BUILD-LINE            PIC X(132) VALUE SPACES.
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           DISPLAY "START INTGSWP".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO TXN-STATUS-TABLE.
           OPEN OUTPUT INTEGRITY-REPORT.
           PERFORM WRITE-REPORT-HEADING.
           OPEN OUTPUT INTEGRITY-EXCEPTIONS.
           OPEN INPUT ACCOUNT-MASTER.
           PERFORM CHECK-APPROVAL-QUEUE.
           PERFORM CHECK-STANDING-TEMPLATES.
           PERFORM CHECK-SUSPENSE-ITEMS.
           PERFORM CHECK-PENDING-HOLDS.
           PERFORM CHECK-WAREHOUSE.
           CLOSE ACCOUNT-MASTER.
           PERFORM MARK-SI-RETRY-QUEUE.
           PERFORM MARK-COMPLIANCE-QUEUE.
           PERFORM MARK-DEAD-LETTERS.
           PERFORM MARK-LOGGED-REVERSALS.
           PERFORM LOAD-STATUS-HISTORY.
           PERFORM CHECK-ONE-TXN-STATUS
               VARYING TXN-IDX FROM 1 BY 1
               UNTIL TXN-IDX > 10000.
           PERFORM LOAD-LIBRARY-MEMBERS.
           PERFORM CHECK-DISPATCHED-PROGRAMS.
           CLOSE INTEGRITY-EXCEPTIONS.
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE INTEGRITY-REPORT.
           DISPLAY "ITEMS CHECKED:      " ITEMS-CHECKED-COUNT.
           DISPLAY "PASSES CHECKED:     " PASSES-CHECKED-COUNT.
           DISPLAY "FINDINGS:           " TOTAL-FINDING-COUNT.
           IF TOTAL-FINDING-COUNT > ZERO
               PERFORM RAISE-INTEGRITY-ALERT
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
       PROG-EX.
           DISPLAY "END INTGSWP".
           EXIT PROGRAM.
      *
      * CHECK-APPROVAL-QUEUE - EVERY HELD ITEM'S ACCOUNT, AND ITS
      * COUNTER ACCOUNT ON A TRANSFER, MUST STILL BE OPEN. EACH ITEM
      * ALSO MARKS ITS TRANSACTION AS LIVE ON THE APPROVAL QUEUE.
      *
       CHECK-APPROVAL-QUEUE SECTION.
           OPEN INPUT APPROVAL-QUEUE.
           PERFORM READ-APPROVAL-ITEM.
           PERFORM CHECK-ONE-APPROVAL-ITEM
               UNTIL END-OF-APPROVAL-QUEUE.
           CLOSE APPROVAL-QUEUE.
       EXIT.
      *
       CHECK-ONE-APPROVAL-ITEM SECTION.
           ADD 1 TO ITEMS-CHECKED-COUNT.
           MOVE APPROVAL-DETAIL TO ITEM-DETAIL-VIEW.
           IF IDV-TXN-NUMBER NUMERIC
               MOVE IDV-TXN-NUMBER TO TXN-NUMBER-WORK
               COMPUTE TXN-IDX = TXN-NUMBER-WORK + 1
               MOVE "Y" TO TSE-ON-APPROVAL-QUEUE(TXN-IDX)
           END-IF.
           MOVE "APPROVQ" TO FINDING-FILE-ID.
           MOVE SPACES TO FINDING-ITEM-KEY.
           STRING "TXN " DELIMITED BY SIZE
               IDV-TXN-NUMBER DELIMITED BY SIZE
               " HELD " DELIMITED BY SIZE
               APPROVAL-HELD-DATE DELIMITED BY SIZE
               INTO FINDING-ITEM-KEY.
           PERFORM CHECK-DETAIL-ACCOUNTS.
           PERFORM READ-APPROVAL-ITEM.
       EXIT.
      *
      * CHECK-STANDING-TEMPLATES - A TEMPLATE WHOSE ACTIVE RANGE HAS
      * ENDED GENERATES NOTHING MORE AND IS PASSED OVER; THE REST
      * MUST STILL NAME AN OPEN ACCOUNT. A TEMPLATE HAS NO KEY OF ITS
      * OWN, SO THE REPORT NAMES ITS LINE ON THE FILE.
      *
       CHECK-STANDING-TEMPLATES SECTION.
           MOVE ZERO TO STANDING-LINE-NUMBER.
           OPEN INPUT STANDING-INSTRUCTIONS.
           PERFORM READ-STANDING-TEMPLATE.
           PERFORM CHECK-ONE-STANDING-TEMPLATE
               UNTIL END-OF-STANDING.
           CLOSE STANDING-INSTRUCTIONS.
       EXIT.
      *
       CHECK-ONE-STANDING-TEMPLATE SECTION.
           ADD 1 TO STANDING-LINE-NUMBER.
           IF STANDING-ACTIVE-TO NUMERIC
               AND STANDING-ACTIVE-TO > ZERO
               AND STANDING-ACTIVE-TO < RUN-DATE
               GO TO CHECK-ONE-STANDING-TEMPLATE-NEXT
           END-IF.
           ADD 1 TO ITEMS-CHECKED-COUNT.
           MOVE STANDING-STRING-PART1 TO ITEM-ACCOUNT-KEY(1:4).
           MOVE STANDING-CHECK-DIGIT TO ITEM-ACCOUNT-KEY(5:1).
           PERFORM CHECK-ITEM-ACCOUNT.
           IF ITEM-ACCOUNT-PROBLEM NOT = SPACES
               MOVE "STANDING" TO FINDING-FILE-ID
               MOVE SPACES TO FINDING-ITEM-KEY
               STRING "LINE " DELIMITED BY SIZE
                   STANDING-LINE-NUMBER DELIMITED BY SIZE
                   " TXN " DELIMITED BY SIZE
                   STANDING-NUMBER-PART1 DELIMITED BY SIZE
                   INTO FINDING-ITEM-KEY
               MOVE STANDING-NUMBER-PART1 TO FINDING-ITEM
               MOVE ITEM-ACCOUNT-KEY TO FINDING-ACCOUNT
               MOVE ITEM-ACCOUNT-PROBLEM TO FINDING-PROBLEM
               PERFORM RECORD-FINDING
               ADD 1 TO STANDING-FINDING-COUNT
           END-IF.
       CHECK-ONE-STANDING-TEMPLATE-NEXT.
           PERFORM READ-STANDING-TEMPLATE.
       EXIT.
      *
      * CHECK-SUSPENSE-ITEMS - THE SUSPENSE ACCOUNT AN ITEM IS PARKED
      * ON MUST STILL BE OPEN, OR THE ITEM CAN NEVER BE CLEARED.
      *
       CHECK-SUSPENSE-ITEMS SECTION.
           OPEN INPUT SUSPENSE-ITEMS.
           PERFORM READ-SUSPENSE-ITEM.
           PERFORM CHECK-ONE-SUSPENSE-ITEM
               UNTIL END-OF-SUSPENSE-ITEMS.
           CLOSE SUSPENSE-ITEMS.
       EXIT.
      *
       CHECK-ONE-SUSPENSE-ITEM SECTION.
           ADD 1 TO ITEMS-CHECKED-COUNT.
           MOVE SUSP-ACCOUNT-KEY TO ITEM-ACCOUNT-KEY.
           PERFORM CHECK-ITEM-ACCOUNT.
           IF ITEM-ACCOUNT-PROBLEM NOT = SPACES
               MOVE "SUSPITEM" TO FINDING-FILE-ID
               MOVE SPACES TO FINDING-ITEM-KEY
               STRING "TXN " DELIMITED BY SIZE
                   SUSP-TXN-NUMBER DELIMITED BY SIZE
                   " PARKED " DELIMITED BY SIZE
                   SUSP-DATE DELIMITED BY SIZE
                   INTO FINDING-ITEM-KEY
               MOVE SUSP-TXN-NUMBER TO FINDING-ITEM
               MOVE ITEM-ACCOUNT-KEY TO FINDING-ACCOUNT
               MOVE ITEM-ACCOUNT-PROBLEM TO FINDING-PROBLEM
               PERFORM RECORD-FINDING
               ADD 1 TO SUSPENSE-FINDING-COUNT
           END-IF.
           PERFORM READ-SUSPENSE-ITEM.
       EXIT.
      *
      * CHECK-PENDING-HOLDS - AS THE APPROVAL QUEUE. A ROW WRITTEN
      * BEFORE THE DETAIL WAS CARRIED HAS ONLY ITS STRING PART, SO
      * ITS CHECK DIGIT IS WORKED OUT THE WAY TEST VALIDATES IT.
      *
       CHECK-PENDING-HOLDS SECTION.
           OPEN INPUT PENDING-HOLD-QUEUE.
           PERFORM READ-PENDING-HOLD.
           PERFORM CHECK-ONE-PENDING-HOLD
               UNTIL END-OF-PENDING-HOLDS.
           CLOSE PENDING-HOLD-QUEUE.
       EXIT.
      *
       CHECK-ONE-PENDING-HOLD SECTION.
           ADD 1 TO ITEMS-CHECKED-COUNT.
           IF HOLD-QUEUE-NUMBER-PART1 NUMERIC
               IF HOLD-QUEUE-NUMBER-PART1 < ZERO
                   COMPUTE TXN-NUMBER-WORK =
                       ZERO - HOLD-QUEUE-NUMBER-PART1
               ELSE
                   MOVE HOLD-QUEUE-NUMBER-PART1 TO TXN-NUMBER-WORK
               END-IF
               COMPUTE TXN-IDX = TXN-NUMBER-WORK + 1
               MOVE "Y" TO TSE-ON-PENDING-HOLD(TXN-IDX)
           ELSE
               MOVE ZERO TO TXN-NUMBER-WORK
           END-IF.
           IF HOLD-QUEUE-DETAIL = SPACES
               MOVE SPACES TO ITEM-DETAIL-VIEW
               MOVE HOLD-QUEUE-STRING-PART1 TO IDV-STRING-PART1
               MOVE TXN-NUMBER-WORK TO IDV-TXN-NUMBER
               IF HOLD-QUEUE-STRING-PART1 NUMERIC
                   MOVE HOLD-QUEUE-STRING-PART1
                       TO CHECK-DIGIT-WORK-STRING
                   PERFORM COMPUTE-CHECK-DIGIT
                   MOVE CHECK-DIGIT-COMPUTED TO IDV-CHECK-DIGIT
               END-IF
           ELSE
               MOVE HOLD-QUEUE-DETAIL TO ITEM-DETAIL-VIEW
           END-IF.
           MOVE "PENDHOLD" TO FINDING-FILE-ID.
           MOVE SPACES TO FINDING-ITEM-KEY.
           STRING "TXN " DELIMITED BY SIZE
               TXN-NUMBER-WORK DELIMITED BY SIZE
               " HELD " DELIMITED BY SIZE
               HOLD-QUEUE-HELD-DATE DELIMITED BY SIZE
               INTO FINDING-ITEM-KEY.
           PERFORM CHECK-DETAIL-ACCOUNTS.
           PERFORM READ-PENDING-HOLD.
       EXIT.
      *
      * CHECK-WAREHOUSE - A FUTURE-DATED ITEM WAITS WEEKS FOR ITS
      * VALUE DATE; ITS ACCOUNT MAY CLOSE UNDER IT IN THE MEANTIME.
      *
       CHECK-WAREHOUSE SECTION.
           OPEN INPUT WAREHOUSE-FILE.
           PERFORM READ-WAREHOUSE-ITEM.
           PERFORM CHECK-ONE-WAREHOUSE-ITEM
               UNTIL END-OF-WAREHOUSE.
           CLOSE WAREHOUSE-FILE.
       EXIT.
      *
       CHECK-ONE-WAREHOUSE-ITEM SECTION.
           ADD 1 TO ITEMS-CHECKED-COUNT.
           MOVE WAREHOUSE-RECORD TO ITEM-DETAIL-VIEW.
           MOVE "WAREHSI" TO FINDING-FILE-ID.
           MOVE SPACES TO FINDING-ITEM-KEY.
           STRING "TXN " DELIMITED BY SIZE
               IDV-TXN-NUMBER DELIMITED BY SIZE
               " VALUE " DELIMITED BY SIZE
               IDV-VALUE-DATE DELIMITED BY SIZE
               INTO FINDING-ITEM-KEY.
           PERFORM CHECK-DETAIL-ACCOUNTS.
           PERFORM READ-WAREHOUSE-ITEM.
       EXIT.
      *
      * CHECK-DETAIL-ACCOUNTS - THE ACCOUNT AN ITEM'S DETAIL NAMES,
      * AND THE COUNTER ACCOUNT OF A TRANSFER, FOR WHICHEVER QUEUE
      * FINDING-FILE-ID NAMES. AN "R" ITEM'S STRING IS A PAYMENT
      * REFERENCE AND NAMES NO ACCOUNT.
      *
       CHECK-DETAIL-ACCOUNTS SECTION.
           MOVE IDV-TXN-NUMBER TO FINDING-ITEM.
           IF IDV-STRING-TYPE NOT = "R"
               MOVE IDV-STRING-PART1 TO ITEM-ACCOUNT-KEY(1:4)
               MOVE IDV-CHECK-DIGIT TO ITEM-ACCOUNT-KEY(5:1)
               PERFORM CHECK-ITEM-ACCOUNT
               IF ITEM-ACCOUNT-PROBLEM NOT = SPACES
                   MOVE ITEM-ACCOUNT-KEY TO FINDING-ACCOUNT
                   MOVE ITEM-ACCOUNT-PROBLEM TO FINDING-PROBLEM
                   PERFORM RECORD-QUEUE-FINDING
               END-IF
           END-IF.
           IF IDV-TXN-TYPE = "T"
               AND IDV-COUNTER-KEY NOT = SPACES
               MOVE IDV-COUNTER-KEY TO ITEM-ACCOUNT-KEY
               PERFORM CHECK-ITEM-ACCOUNT
               IF ITEM-ACCOUNT-PROBLEM NOT = SPACES
                   MOVE ITEM-ACCOUNT-KEY TO FINDING-ACCOUNT
                   IF ACCOUNT-ON-FILE
                       MOVE "COUNTER CLOSED" TO FINDING-PROBLEM
                   ELSE
                       MOVE "COUNTER MISSING" TO FINDING-PROBLEM
                   END-IF
                   PERFORM RECORD-QUEUE-FINDING
               END-IF
           END-IF.
       EXIT.
      *
       RECORD-QUEUE-FINDING SECTION.
           PERFORM RECORD-FINDING.
           EVALUATE FINDING-FILE-ID
               WHEN "APPROVQ"
                   ADD 1 TO APPROVAL-FINDING-COUNT
               WHEN "PENDHOLD"
                   ADD 1 TO PENDING-FINDING-COUNT
               WHEN OTHER
                   ADD 1 TO WAREHOUSE-FINDING-COUNT
           END-EVALUATE.
       EXIT.
      *
      * CHECK-ITEM-ACCOUNT - NAMES WHAT IS WRONG WITH THE ACCOUNT IN
      * ITEM-ACCOUNT-KEY, OR LEAVES THE PROBLEM AT SPACES.
      *
       CHECK-ITEM-ACCOUNT SECTION.
           MOVE SPACES TO ITEM-ACCOUNT-PROBLEM.
           MOVE ITEM-ACCOUNT-KEY TO ACCOUNT-MASTER-KEY.
           MOVE "Y" TO ACCOUNT-FOUND-SWITCH.
           READ ACCOUNT-MASTER KEY IS ACCOUNT-MASTER-KEY
               INVALID KEY
                   MOVE "N" TO ACCOUNT-FOUND-SWITCH
           END-READ.
           IF NOT ACCOUNT-ON-FILE
               MOVE "NOT ON ACCTMAST" TO ITEM-ACCOUNT-PROBLEM
           ELSE
               IF ACCOUNT-MASTER-CLOSED-DATE NUMERIC
                   AND ACCOUNT-MASTER-CLOSED-DATE > ZERO
                   MOVE "ACCOUNT CLOSED" TO ITEM-ACCOUNT-PROBLEM
               END-IF
           END-IF.
       EXIT.
      *
      * MARK-... - THE HOLDING QUEUES NOT ALREADY READ ABOVE, EACH
      * MARKING THE TRANSACTIONS IT STILL HOLDS.
      *
       MARK-SI-RETRY-QUEUE SECTION.
           OPEN INPUT SI-RETRY-QUEUE.
           PERFORM READ-SI-RETRY.
           PERFORM MARK-ONE-SI-RETRY UNTIL END-OF-SI-RETRY-QUEUE.
           CLOSE SI-RETRY-QUEUE.
       EXIT.
      *
       MARK-ONE-SI-RETRY SECTION.
           IF SI-RETRY-DETAIL-TXN NUMERIC
               COMPUTE TXN-IDX = SI-RETRY-DETAIL-TXN + 1
               MOVE "Y" TO TSE-ON-SI-RETRY(TXN-IDX)
           END-IF.
           PERFORM READ-SI-RETRY.
       EXIT.
      *
       MARK-COMPLIANCE-QUEUE SECTION.
           OPEN INPUT COMPLIANCE-QUEUE.
           PERFORM READ-COMPLIANCE-ITEM.
           PERFORM MARK-ONE-COMPLIANCE-ITEM
               UNTIL END-OF-COMPLIANCE-QUEUE.
           CLOSE COMPLIANCE-QUEUE.
       EXIT.
      *
       MARK-ONE-COMPLIANCE-ITEM SECTION.
           MOVE COMPLIANCE-DETAIL TO ITEM-DETAIL-VIEW.
           IF IDV-TXN-NUMBER NUMERIC
               MOVE IDV-TXN-NUMBER TO TXN-NUMBER-WORK
               COMPUTE TXN-IDX = TXN-NUMBER-WORK + 1
               MOVE "Y" TO TSE-ON-COMPLIANCE-QUEUE(TXN-IDX)
           END-IF.
           PERFORM READ-COMPLIANCE-ITEM.
       EXIT.
      *
       MARK-DEAD-LETTERS SECTION.
           OPEN INPUT DEAD-LETTER-FILE.
           PERFORM READ-DEAD-LETTER.
           PERFORM MARK-ONE-DEAD-LETTER UNTIL END-OF-DEAD-LETTERS.
           CLOSE DEAD-LETTER-FILE.
       EXIT.
      *
       MARK-ONE-DEAD-LETTER SECTION.
           IF DEAD-TXN-NUMBER NUMERIC
               MOVE DEAD-TXN-NUMBER TO TXN-NUMBER-WORK
               COMPUTE TXN-IDX = TXN-NUMBER-WORK + 1
               MOVE "Y" TO TSE-ON-DEAD-LETTERS(TXN-IDX)
           END-IF.
           PERFORM READ-DEAD-LETTER.
       EXIT.
      *
      * MARK-LOGGED-REVERSALS - A RETURNED PAYMENT WAITS ON THE
      * REVERSAL CLRGRTN GENERATED FOR IT; A MATCHED ROW ON THE
      * RETURNED-ITEMS LOG IS THAT REVERSAL ON ITS WAY.
      *
       MARK-LOGGED-REVERSALS SECTION.
           OPEN INPUT CLEARING-RETURNED-LOG.
           PERFORM READ-CLEARING-RETURNED.
           PERFORM MARK-ONE-LOGGED-REVERSAL
               UNTIL END-OF-CLEARING-RETURNED.
           CLOSE CLEARING-RETURNED-LOG.
       EXIT.
      *
       MARK-ONE-LOGGED-REVERSAL SECTION.
           IF CLR-RTD-REVERSED
               AND CLR-RTD-TXN-NUMBER NUMERIC
               COMPUTE TXN-IDX = CLR-RTD-TXN-NUMBER + 1
               MOVE "Y" TO TSE-REVERSAL-LOGGED(TXN-IDX)
           END-IF.
           PERFORM READ-CLEARING-RETURNED.
       EXIT.
      *
      * LOAD-STATUS-HISTORY - THE HISTORY IS APPENDED IN ORDER, SO
      * THE LAST ENTRY READ FOR A NUMBER IS ITS LATEST.
      *
       LOAD-STATUS-HISTORY SECTION.
           OPEN INPUT STATUS-HISTORY-FILE.
           PERFORM READ-STATUS-HISTORY.
           PERFORM LOAD-ONE-STATUS-ENTRY
               UNTIL END-OF-STATUS-HISTORY.
           CLOSE STATUS-HISTORY-FILE.
       EXIT.
      *
       LOAD-ONE-STATUS-ENTRY SECTION.
           IF STATUS-HIST-TXN-NUMBER NUMERIC
               COMPUTE TXN-IDX = STATUS-HIST-TXN-NUMBER + 1
               MOVE STATUS-HIST-TO TO TSE-LAST-STATUS(TXN-IDX)
               MOVE STATUS-HIST-DATE TO TSE-LAST-DATE(TXN-IDX)
           END-IF.
           PERFORM READ-STATUS-HISTORY.
       EXIT.
      *
      * CHECK-ONE-TXN-STATUS - A FINAL STATUS NEEDS NOTHING; A
      * HOLDING STATUS NEEDS ITS ITEM STILL ON ITS QUEUE; ANYTHING
      * ELSE LEFT THE TRANSACTION WITH NOWHERE TO GO.
      *
       CHECK-ONE-TXN-STATUS SECTION.
           IF TSE-LAST-STATUS(TXN-IDX) = SPACE
               GO TO CHECK-ONE-TXN-STATUS-EX
           END-IF.
           ADD 1 TO ITEMS-CHECKED-COUNT.
           MOVE "N" TO TXN-QUEUED-SWITCH.
           EVALUATE TSE-LAST-STATUS(TXN-IDX)
               WHEN "O" WHEN "J" WHEN "V" WHEN "C"
               WHEN "S" WHEN "T" WHEN "U"
                   GO TO CHECK-ONE-TXN-STATUS-EX
               WHEN "A"
                   IF TSE-ON-APPROVAL-QUEUE(TXN-IDX) = "Y"
                       SET TXN-STILL-QUEUED TO TRUE
                   END-IF
               WHEN "H"
                   IF TSE-ON-PENDING-HOLD(TXN-IDX) = "Y"
                       SET TXN-STILL-QUEUED TO TRUE
                   END-IF
               WHEN "R"
                   IF TSE-ON-SI-RETRY(TXN-IDX) = "Y"
                       SET TXN-STILL-QUEUED TO TRUE
                   END-IF
               WHEN "W"
                   IF TSE-ON-COMPLIANCE-QUEUE(TXN-IDX) = "Y"
                       SET TXN-STILL-QUEUED TO TRUE
                   END-IF
               WHEN "X"
                   IF TSE-ON-DEAD-LETTERS(TXN-IDX) = "Y"
                       SET TXN-STILL-QUEUED TO TRUE
                   END-IF
               WHEN "N"
                   IF TSE-REVERSAL-LOGGED(TXN-IDX) = "Y"
                       SET TXN-STILL-QUEUED TO TRUE
                   END-IF
           END-EVALUATE.
           IF TXN-STILL-QUEUED
               GO TO CHECK-ONE-TXN-STATUS-EX
           END-IF.
           COMPUTE TXN-NUMBER-WORK = TXN-IDX - 1.
           MOVE "STATHIST" TO FINDING-FILE-ID.
           MOVE SPACES TO FINDING-ITEM-KEY.
           STRING "TXN " DELIMITED BY SIZE
               TXN-NUMBER-WORK DELIMITED BY SIZE
               " LAST " DELIMITED BY SIZE
               TSE-LAST-DATE(TXN-IDX) DELIMITED BY SIZE
               INTO FINDING-ITEM-KEY.
           MOVE TXN-NUMBER-WORK TO FINDING-ITEM.
           MOVE SPACES TO FINDING-ACCOUNT.
           MOVE SPACES TO FINDING-PROBLEM.
           STRING "STATUS " DELIMITED BY SIZE
               TSE-LAST-STATUS(TXN-IDX) DELIMITED BY SIZE
               " NOT QUEUED" DELIMITED BY SIZE
               INTO FINDING-PROBLEM.
           PERFORM RECORD-FINDING.
           ADD 1 TO STATUS-FINDING-COUNT.
       CHECK-ONE-TXN-STATUS-EX.
       EXIT.
      *
      * LOAD-LIBRARY-MEMBERS - THE MEMBER LIST, ONE NAME A LINE. AN
      * EMPTY LIST WOULD CONDEMN EVERY PASS, SO THE PROGRAM CHECK IS
      * SKIPPED INSTEAD AND SAYS SO.
      *
       LOAD-LIBRARY-MEMBERS SECTION.
           OPEN INPUT LOAD-LIBRARY-LIST.
           PERFORM READ-LOAD-LIBRARY.
           PERFORM LOAD-ONE-LIBRARY-MEMBER
               UNTIL END-OF-LOAD-LIBRARY OR LOAD-MEMBER-COUNT = 500.
           CLOSE LOAD-LIBRARY-LIST.
           DISPLAY "LOAD LIBRARY MEMBERS: " LOAD-MEMBER-COUNT.
       EXIT.
      *
       LOAD-ONE-LIBRARY-MEMBER SECTION.
           IF LOAD-MEMBER-NAME NOT = SPACES
               ADD 1 TO LOAD-MEMBER-COUNT
               MOVE LOAD-MEMBER-NAME TO LOAD-MEMBER(LOAD-MEMBER-COUNT)
           END-IF.
           PERFORM READ-LOAD-LIBRARY.
       EXIT.
      *
      * CHECK-DISPATCHED-PROGRAMS - EVERY PASS THAT WAS DISPATCHED
      * NAMES ITS PROGRAM; EACH PROGRAM NOT IN THE LIBRARY IS
      * REPORTED ONCE, WITH THE FIRST PASS THAT NAMED IT AND HOW
      * MANY DID.
      *
       CHECK-DISPATCHED-PROGRAMS SECTION.
           IF LOAD-MEMBER-COUNT = ZERO
               DISPLAY "LOADLIST EMPTY - DISPATCHED PROGRAMS NOT "
                   "CHECKED"
               GO TO CHECK-DISPATCHED-PROGRAMS-EX
           END-IF.
           OPEN INPUT BIG-WORK-FILE.
           PERFORM READ-NEXT-BIG-WORK-RECORD.
           PERFORM CHECK-ONE-PASS UNTIL END-OF-BIG-WORK-FILE.
           CLOSE BIG-WORK-FILE.
           PERFORM REPORT-ONE-MISSING-PROGRAM
               VARYING MISSING-PROGRAM-IDX FROM 1 BY 1
               UNTIL MISSING-PROGRAM-IDX > MISSING-PROGRAM-COUNT.
       CHECK-DISPATCHED-PROGRAMS-EX.
       EXIT.
      *
       CHECK-ONE-PASS SECTION.
           MOVE BIG-WORK-PAGE TO BIG-WORK-DETAIL.
           IF BIG-WORK-DISPATCH-PROGRAM = SPACES
               GO TO CHECK-ONE-PASS-NEXT
           END-IF.
           ADD 1 TO PASSES-CHECKED-COUNT.
           MOVE "N" TO LOAD-MEMBER-SWITCH.
           PERFORM MATCH-ONE-LIBRARY-MEMBER
               VARYING LOAD-MEMBER-IDX FROM 1 BY 1
               UNTIL LOAD-MEMBER-IDX > LOAD-MEMBER-COUNT
               OR PROGRAM-IN-LIBRARY.
           IF PROGRAM-IN-LIBRARY
               GO TO CHECK-ONE-PASS-NEXT
           END-IF.
           MOVE ZERO TO MISSING-FOUND-IDX.
           PERFORM FIND-MISSING-PROGRAM
               VARYING MISSING-PROGRAM-IDX FROM 1 BY 1
               UNTIL MISSING-PROGRAM-IDX > MISSING-PROGRAM-COUNT
               OR MISSING-FOUND-IDX > ZERO.
           IF MISSING-FOUND-IDX > ZERO
               ADD 1 TO MPE-PASS-COUNT(MISSING-FOUND-IDX)
           ELSE
               IF MISSING-PROGRAM-COUNT < 50
                   ADD 1 TO MISSING-PROGRAM-COUNT
                   MOVE BIG-WORK-DISPATCH-PROGRAM
                       TO MPE-PROGRAM(MISSING-PROGRAM-COUNT)
                   MOVE BIG-WORK-KEY
                       TO MPE-FIRST-PASS(MISSING-PROGRAM-COUNT)
                   MOVE 1 TO MPE-PASS-COUNT(MISSING-PROGRAM-COUNT)
               END-IF
           END-IF.
       CHECK-ONE-PASS-NEXT.
           PERFORM READ-NEXT-BIG-WORK-RECORD.
       EXIT.
      *
       MATCH-ONE-LIBRARY-MEMBER SECTION.
           IF LOAD-MEMBER(LOAD-MEMBER-IDX) = BIG-WORK-DISPATCH-PROGRAM
               SET PROGRAM-IN-LIBRARY TO TRUE
           END-IF.
       EXIT.
      *
       FIND-MISSING-PROGRAM SECTION.
           IF MPE-PROGRAM(MISSING-PROGRAM-IDX)
                   = BIG-WORK-DISPATCH-PROGRAM
               MOVE MISSING-PROGRAM-IDX TO MISSING-FOUND-IDX
           END-IF.
       EXIT.
      *
       REPORT-ONE-MISSING-PROGRAM SECTION.
           MOVE "BIGWORK" TO FINDING-FILE-ID.
           MOVE SPACES TO FINDING-ITEM-KEY.
           STRING "PASS " DELIMITED BY SIZE
               MPE-FIRST-PASS(MISSING-PROGRAM-IDX) DELIMITED BY SIZE
               " +" DELIMITED BY SIZE
               MPE-PASS-COUNT(MISSING-PROGRAM-IDX) DELIMITED BY SIZE
               INTO FINDING-ITEM-KEY.
           MOVE SPACES TO FINDING-ITEM.
           MOVE SPACES TO FINDING-ACCOUNT.
           MOVE SPACES TO FINDING-PROBLEM.
           STRING "PGM " DELIMITED BY SIZE
               MPE-PROGRAM(MISSING-PROGRAM-IDX) DELIMITED BY SIZE
               " GONE" DELIMITED BY SIZE
               INTO FINDING-PROBLEM.
           PERFORM RECORD-FINDING.
           ADD 1 TO PROGRAM-FINDING-COUNT.
       EXIT.
      *
      * RECORD-FINDING - ONE LINE ON THE REPORT AND ONE ENTRY ON THE
      * EXCEPTIONS FILE.
      *
       RECORD-FINDING SECTION.
           ADD 1 TO TOTAL-FINDING-COUNT.
           MOVE FINDING-FILE-ID TO REPORT-FILE-ID.
           MOVE FINDING-ITEM-KEY TO REPORT-ITEM-KEY.
           MOVE FINDING-ACCOUNT TO REPORT-ACCOUNT.
           MOVE FINDING-PROBLEM TO REPORT-PROBLEM.
           MOVE REPORT-DETAIL-LINE TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "INTGSWP" TO EDIT-EXCEPTION-PROGRAM.
           MOVE FINDING-REASON TO EDIT-EXCEPTION-REASON.
           WRITE EDIT-EXCEPTION-RECORD.
           MOVE SPACES TO FINDING-ITEM.
           MOVE SPACES TO FINDING-ACCOUNT.
           MOVE SPACES TO FINDING-PROBLEM.
       EXIT.
      *
       WRITE-REPORT-SUMMARY SECTION.
           MOVE SPACES TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "FINDINGS BY OWNING FILE:" TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "APPROVQ" TO REPORT-SUMMARY-FILE.
           MOVE APPROVAL-FINDING-COUNT TO REPORT-SUMMARY-EDIT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "STANDING" TO REPORT-SUMMARY-FILE.
           MOVE STANDING-FINDING-COUNT TO REPORT-SUMMARY-EDIT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "SUSPITEM" TO REPORT-SUMMARY-FILE.
           MOVE SUSPENSE-FINDING-COUNT TO REPORT-SUMMARY-EDIT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "PENDHOLD" TO REPORT-SUMMARY-FILE.
           MOVE PENDING-FINDING-COUNT TO REPORT-SUMMARY-EDIT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "WAREHSI" TO REPORT-SUMMARY-FILE.
           MOVE WAREHOUSE-FINDING-COUNT TO REPORT-SUMMARY-EDIT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "STATHIST" TO REPORT-SUMMARY-FILE.
           MOVE STATUS-FINDING-COUNT TO REPORT-SUMMARY-EDIT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "BIGWORK" TO REPORT-SUMMARY-FILE.
           MOVE PROGRAM-FINDING-COUNT TO REPORT-SUMMARY-EDIT.
           PERFORM WRITE-SUMMARY-LINE.
       EXIT.
      *
       WRITE-SUMMARY-LINE SECTION.
           MOVE REPORT-SUMMARY-LINE TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
       EXIT.
      *
       RAISE-INTEGRITY-ALERT SECTION.
           OPEN EXTEND OPERATIONS-ALERT-FILE.
           MOVE "INTEGRTY" TO ALERT-REASON-CODE.
           MOVE 4 TO ALERT-SEVERITY.
           MOVE SPACES TO ALERT-DETAIL.
           STRING "INTGSWP FOUND " DELIMITED BY SIZE
               TOTAL-FINDING-COUNT DELIMITED BY SIZE
               " CROSS-FILE EXCEPTIONS - SEE INTGRPT"
                   DELIMITED BY SIZE
               INTO ALERT-DETAIL.
           WRITE OPERATIONS-ALERT-RECORD.
           CLOSE OPERATIONS-ALERT-FILE.
       EXIT.
      *
       WRITE-REPORT-HEADING SECTION.
           ADD 1 TO REPORT-PAGE-NUMBER.
           MOVE RUN-DATE TO REPORT-HEADING-RUN-DATE.
           MOVE REPORT-PAGE-NUMBER TO REPORT-HEADING-PAGE.
           MOVE REPORT-HEADING-LINE TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE AFTER ADVANCING PAGE.
           MOVE 1 TO REPORT-LINE-COUNT.
           MOVE SPACES TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE REPORT-COLUMN-LINE TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 2 TO REPORT-LINE-COUNT.
       EXIT.
      *
       WRITE-REPORT-LINE SECTION.
           IF REPORT-LINE-COUNT NOT < REPORT-PAGE-DEPTH
               PERFORM WRITE-REPORT-HEADING
           END-IF.
           MOVE REPORT-BUILD-LINE TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO REPORT-LINE-COUNT.
       EXIT.
      *
      * COMPUTE-CHECK-DIGIT - THE MODULUS-11 CHECK DIGIT OVER THE
      * FOUR KEY DIGITS, MATCHING VALIDATE-CHECK-DIGIT IN TEST.
      *
       COMPUTE-CHECK-DIGIT SECTION.
           MOVE ZERO TO CHECK-DIGIT-SUM.
           PERFORM ACCUMULATE-CHECK-DIGIT VARYING CHECK-DIGIT-INDEX
               FROM 1 BY 1 UNTIL CHECK-DIGIT-INDEX > 4.
           DIVIDE CHECK-DIGIT-SUM BY 11 GIVING CHECK-DIGIT-QUOTIENT
               REMAINDER CHECK-DIGIT-REMAINDER.
           IF CHECK-DIGIT-REMAINDER = ZERO
               MOVE ZERO TO CHECK-DIGIT-COMPUTED
           ELSE
               COMPUTE CHECK-DIGIT-COMPUTED = 11 - CHECK-DIGIT-REMAINDER
           END-IF.
           IF CHECK-DIGIT-COMPUTED > 9
               MOVE ZERO TO CHECK-DIGIT-COMPUTED
           END-IF.
       EXIT.
      *
       ACCUMULATE-CHECK-DIGIT SECTION.
           MOVE CHECK-DIGIT-WORK-STRING(CHECK-DIGIT-INDEX:1) TO
               CHECK-DIGIT-CHAR.
           MOVE CHECK-DIGIT-CHAR TO CHECK-DIGIT-DIGIT.
           COMPUTE CHECK-DIGIT-WEIGHT = CHECK-DIGIT-INDEX + 1.
           COMPUTE CHECK-DIGIT-SUM = CHECK-DIGIT-SUM +
               (CHECK-DIGIT-DIGIT * CHECK-DIGIT-WEIGHT).
       EXIT.
      *
       READ-APPROVAL-ITEM SECTION.
           READ APPROVAL-QUEUE
               AT END
                   SET END-OF-APPROVAL-QUEUE TO TRUE
           END-READ.
       EXIT.
      *
       READ-STANDING-TEMPLATE SECTION.
           READ STANDING-INSTRUCTIONS
               AT END
                   SET END-OF-STANDING TO TRUE
           END-READ.
       EXIT.
      *
       READ-SUSPENSE-ITEM SECTION.
           READ SUSPENSE-ITEMS
               AT END
                   SET END-OF-SUSPENSE-ITEMS TO TRUE
           END-READ.
       EXIT.
      *
       READ-PENDING-HOLD SECTION.
           READ PENDING-HOLD-QUEUE
               AT END
                   SET END-OF-PENDING-HOLDS TO TRUE
           END-READ.
       EXIT.
      *
       READ-WAREHOUSE-ITEM SECTION.
           READ WAREHOUSE-FILE
               AT END
                   SET END-OF-WAREHOUSE TO TRUE
           END-READ.
       EXIT.
      *
       READ-SI-RETRY SECTION.
           READ SI-RETRY-QUEUE
               AT END
                   SET END-OF-SI-RETRY-QUEUE TO TRUE
           END-READ.
       EXIT.
      *
       READ-COMPLIANCE-ITEM SECTION.
           READ COMPLIANCE-QUEUE
               AT END
                   SET END-OF-COMPLIANCE-QUEUE TO TRUE
           END-READ.
       EXIT.
      *
       READ-DEAD-LETTER SECTION.
           READ DEAD-LETTER-FILE
               AT END
                   SET END-OF-DEAD-LETTERS TO TRUE
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
       READ-STATUS-HISTORY SECTION.
           READ STATUS-HISTORY-FILE
               AT END
                   SET END-OF-STATUS-HISTORY TO TRUE
           END-READ.
       EXIT.
      *
       READ-NEXT-BIG-WORK-RECORD SECTION.
           READ BIG-WORK-FILE NEXT RECORD
               AT END
                   SET END-OF-BIG-WORK-FILE TO TRUE
           END-READ.
       EXIT.
      *
       READ-LOAD-LIBRARY SECTION.
           READ LOAD-LIBRARY-LIST
               AT END
                   SET END-OF-LOAD-LIBRARY TO TRUE
           END-READ.
       EXIT.
      *
       END PROGRAM INTGSWP.
