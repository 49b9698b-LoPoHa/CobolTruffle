       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLCONSOL.
      *
      *
      * GL SUBMISSION CONSOLIDATION. GLEXTR WRITES GLJRNL, SETTLE
      * WRITES SETLJRNL, FXREVAL WRITES REVALJRN AND BACKOUT WRITES
      * BACKJRNL, THE YEAR-END CLOSE WRITES YECLJRNL AND THE
      * MONTHLY WITHHOLDING-TAX RUN WRITES WHTJRNL, THE LOAN RUN
      * WRITES LOANJRNL AND THE MONTH-END DEBIT-INTEREST CHARGE
      * WRITES DINTJRNL, ALL IN THE GLJRNL LAYOUT - AND ONLY GLJRNL
      * WAS EVER TRACKED TO AN ACKNOWLEDGMENT, SO SETTLEMENT,
      * REVALUATION AND BACKOUT ENTRIES REACHED THE LEDGER TEAM AS
      * LOOSE FILES NOBODY PROVED WERE LOADED. THIS JOB COLLECTS
      * EVERY SOURCE JOURNAL NOT YET SUBMITTED, PROVES EACH ONE
      * AGAINST ITS OWN TRAILER AND FOR BALANCE, ASSIGNS EACH A
      * BATCH NUMBER FROM THE SUBMISSION HISTORY, AND WRITES ONE
      * GLSUBMIT FILE - ONE BATCH PER SOURCE WITH ITS SUBTOTAL
      * TRAILER, AND A SUMMARY RECORD CARRYING THE GRAND TOTALS.
      * GLACKREC THEN RECONCILES THE ACKNOWLEDGMENTS BATCH BY BATCH.
      * EVERY BATCH'S MOVEMENT PER GL ACCOUNT ALSO GOES ON THE GL
      * ACTIVITY HISTORY THE YEAR-END CLOSE NETS THE YEAR FROM,
      * PER LEGAL ENTITY. A SOURCE'S "E" ENTITY SUBTOTALS MUST EACH
      * BALANCE, AND TRAVEL WITH ITS BATCH.
      * A SOURCE THAT FAILS ITS PROOF REFUSES THE WHOLE SUBMISSION -
      * THE LEDGER TEAM GETS ONE BALANCED FILE OR NOTHING.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * KEEP IN STEP WITH TEST'S SPECIAL-NAMES - SAME MONEY FIELDS,
      * SAME EDITING.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE SOURCE JOURNAL UNDER COLLECTION - THE DATASET NAME COMES
      * FROM THE SOURCE TABLE BELOW. OPTIONAL, WITH A FILE STATUS:
      * FXREVAL, BACKOUT, THE YEAR-END CLOSE AND WHTRPT DO NOT RUN
      * EVERY DAY, DEBITINT JOURNALS ONLY AT MONTH END, AND NOT
      * EVERY SITE RUNS LOANDAY, SO AN ABSENT JOURNAL IS ONLY AN
      * ERROR FOR A SOURCE THAT IS REQUIRED.
           SELECT OPTIONAL SOURCE-JOURNAL
               ASSIGN TO SOURCE-JOURNAL-DATASET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOURCE-JOURNAL-STATUS.
           SELECT COMPLETION-FLAG-FILE ASSIGN TO "COMPFLAG"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE CONSOLIDATED SUBMISSION THE GL SYSTEM LOADS.
           SELECT GL-SUBMISSION ASSIGN TO "GLSUBMIT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * SUBMISSION HISTORY - ONE ROW PER BATCH EVER SUBMITTED. THE
      * HIGHEST BATCH NUMBER ON IT SEEDS TODAY'S NUMBERING, AND THE
      * LATEST ROW PER SOURCE STOPS A JOURNAL THAT HAS NOT BEEN
      * REWRITTEN SINCE FROM GOING TO THE LEDGER TWICE.
           SELECT OPTIONAL SUBMISSION-HISTORY ASSIGN TO "GLSUBHIS"
               ORGANIZATION IS LINE SEQUENTIAL.
      * GL ACTIVITY HISTORY - EACH SUBMITTED BATCH'S DEBITS AND
      * CREDITS PER GL ACCOUNT, APPENDED.
           SELECT OPTIONAL GL-ACTIVITY-HISTORY ASSIGN TO "GLACTHIS"
               ORGANIZATION IS LINE SEQUENTIAL.
      * STEP-LEDGER - THE STREAM'S START/CLEAN-END LEDGER; THIS STEP
      * RECORDS ITSELF AND REFUSES TO START AHEAD OF ITS
      * PREREQUISITE.
           SELECT STEP-LEDGER ASSIGN TO "STEPLEDG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERATIONS-ALERT-FILE ASSIGN TO "OPSALERT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SOURCE-JOURNAL
           LABEL RECORDS ARE STANDARD.
           COPY GLJOURNAL.
      *
       FD  COMPLETION-FLAG-FILE
           LABEL RECORDS ARE STANDARD.
       01  COMPLETION-FLAG-RECORD.
        05       COMPLETION-FLAG-DATE    PIC 9(8).
        05       COMPLETION-FLAG-RC      PIC 9(4).
      * THE CYCLE THE FLAG BELONGS TO - INTRADAY RUNS STAMP 1, 2, ...
        05       COMPLETION-FLAG-CYCLE   PIC 9(2).
      *
       FD  GL-SUBMISSION
           LABEL RECORDS ARE STANDARD.
           COPY GLSUBMISSION.
      *
       FD  SUBMISSION-HISTORY
           LABEL RECORDS ARE STANDARD.
       01  SUBMISSION-HISTORY-RECORD.
        05       SUBHIS-SOURCE           PIC X(8).
        05       SUBHIS-JOURNAL-DATE     PIC 9(8).
        05       SUBHIS-SOURCE-ID        PIC X(8).
        05       SUBHIS-BATCH-NUMBER     PIC 9(8).
        05       SUBHIS-COUNT            PIC 9(8).
        05       SUBHIS-HASH             PIC 9(8).
        05       SUBHIS-DR-TOTAL         PIC 9(9)V99.
        05       SUBHIS-CR-TOTAL         PIC 9(9)V99.
        05       SUBHIS-SUBMITTED-DATE   PIC 9(8).
      *
       FD  GL-ACTIVITY-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY GLACTIVITY.
      *
       FD  STEP-LEDGER
           LABEL RECORDS ARE STANDARD.
           COPY STEPLEDGER.
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
       01  SOURCE-JOURNAL-SWITCH        PIC X VALUE "N".
         88      END-OF-SOURCE-JOURNAL       VALUE "Y".
       01  SOURCE-JOURNAL-DATASET       PIC X(8) VALUE SPACES.
       01  SOURCE-JOURNAL-STATUS        PIC XX VALUE "00".
       01  COMPLETION-FLAG-SWITCH       PIC X VALUE "N".
         88      END-OF-COMPLETION-FLAG      VALUE "Y".
       01  SUBMISSION-HISTORY-SWITCH    PIC X VALUE "N".
         88      END-OF-SUBMISSION-HISTORY   VALUE "Y".
      *
      * THE SOURCES, IN SUBMISSION ORDER - EACH ENTRY IS THE EIGHT-
      * BYTE JOURNAL DATASET FOLLOWED BY "Y" WHEN THE JOURNAL IS
      * WRITTEN EVERY DAY AND ITS ABSENCE IS AN ERROR.
       01  SOURCE-TABLE-VALUES.
        05       FILLER                  PIC X(9) VALUE "GLJRNL  Y".
        05       FILLER                  PIC X(9) VALUE "SETLJRNLY".
        05       FILLER                  PIC X(9) VALUE "REVALJRNN".
        05       FILLER                  PIC X(9) VALUE "BACKJRNLN".
        05       FILLER                  PIC X(9) VALUE "YECLJRNLN".
        05       FILLER                  PIC X(9) VALUE "WHTJRNL N".
        05       FILLER                  PIC X(9) VALUE "LOANJRNLN".
        05       FILLER                  PIC X(9) VALUE "DINTJRNLN".
       01  SOURCE-TABLE REDEFINES SOURCE-TABLE-VALUES.
        05       SOURCE-ENTRY OCCURS 8 TIMES.
         10      SOURCE-DATASET          PIC X(8).
         10      SOURCE-REQUIRED         PIC X.
       01  SOURCE-IDX                   PIC 9 VALUE 1.
      *
      * WHAT EACH SOURCE TURNED OUT TO HOLD. STATE M = NOT PRESENT,
      * E = NO BATCH ON IT, A = ALREADY SUBMITTED, B = FAILED ITS
      * PROOF, R = READY TO SUBMIT. THE LAST-SUBMITTED FIGURES COME
      * FROM THE SUBMISSION HISTORY.
       01  SOURCE-STATE-TABLE.
        05       SOURCE-STATE-ENTRY OCCURS 8 TIMES.
         10      SOURCE-STATE            PIC X.
         10      SOURCE-JOURNAL-DATE     PIC 9(8).
         10      SOURCE-BATCH-NAME       PIC X(8).
         10      SOURCE-COUNT            PIC 9(8).
         10      SOURCE-HASH             PIC 9(8).
         10      SOURCE-DR-TOTAL         PIC 9(9)V99.
         10      SOURCE-CR-TOTAL         PIC 9(9)V99.
         10      SOURCE-BATCH-NUMBER     PIC 9(8).
         10      LAST-SUBMITTED-DATE     PIC 9(8).
         10      LAST-SUBMITTED-COUNT    PIC 9(8).
         10      LAST-SUBMITTED-HASH     PIC 9(8).
         10      LAST-SUBMITTED-DR       PIC 9(9)V99.
      *
      * THE PROOF OF THE SOURCE UNDER VERIFICATION - RECOUNTED FROM
      * ITS DETAILS AND SET AGAINST ITS OWN TRAILER.
       01  PROOF-HEADER-SWITCH          PIC X VALUE "N".
         88      PROOF-HEADER-SEEN           VALUE "Y".
       01  PROOF-TRAILER-SWITCH         PIC X VALUE "N".
         88      PROOF-TRAILER-SEEN          VALUE "Y".
       01  PROOF-COUNT                  PIC 9(8) VALUE ZERO.
       01  PROOF-HASH                   PIC 9(8) VALUE ZERO.
       01  PROOF-DR-TOTAL               PIC 9(9)V99 VALUE ZERO.
       01  PROOF-CR-TOTAL               PIC 9(9)V99 VALUE ZERO.
       01  PROOF-FAILURE-REASON         PIC X(30) VALUE SPACES.
       01  PROOF-ENTITY-BREAK-COUNT     PIC 9(4) VALUE ZERO.
      *
       01  SUBMISSION-DATE              PIC 9(8) VALUE ZERO.
       01  LAST-BATCH-NUMBER            PIC 9(8) VALUE ZERO.
       01  READY-SOURCE-COUNT           PIC 9 VALUE ZERO.
       01  REFUSED-SOURCE-COUNT         PIC 9 VALUE ZERO.
       01  MISSING-REQUIRED-COUNT       PIC 9 VALUE ZERO.
       01  STALE-REQUIRED-COUNT         PIC 9 VALUE ZERO.
       01  SUBMISSION-BATCH-COUNT       PIC 9(4) VALUE ZERO.
       01  SUBMISSION-COUNT             PIC 9(8) VALUE ZERO.
       01  SUBMISSION-HASH              PIC 9(8) VALUE ZERO.
       01  SUBMISSION-DR-TOTAL          PIC 9(9)V99 VALUE ZERO.
       01  SUBMISSION-CR-TOTAL          PIC 9(9)V99 VALUE ZERO.
      * THE BATCH UNDER SUBMISSION'S MOVEMENT PER GL ACCOUNT, WRITTEN
      * TO THE ACTIVITY HISTORY AFTER ITS TRAILER - OR EARLIER, IF
      * THE TABLE FILLS.
       01  ACTIVITY-TABLE.
        05       ACTIVITY-ENTRY OCCURS 50 TIMES.
         10      ACTIVITY-ENTITY         PIC X(2).
         10      ACTIVITY-ACCOUNT        PIC X(4).
         10      ACTIVITY-DR-TOTAL       PIC 9(9)V99.
         10      ACTIVITY-CR-TOTAL       PIC 9(9)V99.
       01  ACTIVITY-COUNT               PIC 99 VALUE ZERO.
       01  ACTIVITY-IDX                 PIC 99 VALUE 1.
       01  ACTIVITY-FOUND-IDX           PIC 99 VALUE ZERO.
       01  SUBTOTAL-AMOUNT-EDIT         PIC ZZZ.ZZZ.ZZ9,99.
       01  SUBTOTAL-CREDIT-EDIT         PIC ZZZ.ZZZ.ZZ9,99.
      * STEP-LEDGER WORK FIELDS - THE PREREQUISITE THIS STEP WAITS
      * ON AND THE LEDGER-WALK STATE.
       01  STEP-LEDGER-SWITCH           PIC X VALUE "N".
         88      END-OF-STEP-LEDGER         VALUE "Y".
       01  STEP-PREREQ-SWITCH           PIC X VALUE "N".
         88      PREREQUISITE-COMPLETED     VALUE "Y".
       01  STEP-PROGRAM-NAME            PIC X(8) VALUE "GLCONSOL".
       01  STEP-PREREQ-NAME             PIC X(8) VALUE "GLEXTR".
       01  STEP-TIME-WORK               PIC 9(8) VALUE ZERO.
       01  STEP-RUN-DATE                PIC 9(8) VALUE ZERO.
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           DISPLAY "START GLCONSOL".
           ACCEPT STEP-RUN-DATE FROM DATE YYYYMMDD.
      * THE SEQUENCER'S GATE AND THE STEP'S OWN START MARK.
           PERFORM CHECK-STEP-PREREQUISITE.
           IF NOT PREREQUISITE-COMPLETED
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           PERFORM RECORD-STEP-START.
      * THE SUBMISSION IS FILED UNDER THE DAY THE RUN COMPLETED, THE
      * SAME WAY GLEXTR FILES ITS BATCH.
           OPEN INPUT COMPLETION-FLAG-FILE.
           READ COMPLETION-FLAG-FILE
               AT END
                   SET END-OF-COMPLETION-FLAG TO TRUE
           END-READ.
           CLOSE COMPLETION-FLAG-FILE.
           IF END-OF-COMPLETION-FLAG
               DISPLAY "NO COMPLETION FLAG - NOTHING TO SUBMIT"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           MOVE COMPLETION-FLAG-DATE TO SUBMISSION-DATE.
           PERFORM ESTABLISH-BATCH-SEQUENCE.
      * EVERY SOURCE IS PROVED BEFORE A SINGLE SUBMISSION RECORD IS
      * WRITTEN.
           PERFORM VERIFY-SOURCE-JOURNAL
               VARYING SOURCE-IDX FROM 1 BY 1
               UNTIL SOURCE-IDX > 8.
           IF REFUSED-SOURCE-COUNT > ZERO
               OR MISSING-REQUIRED-COUNT > ZERO
               DISPLAY "SOURCE JOURNALS FAILED - SUBMISSION REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           IF READY-SOURCE-COUNT = ZERO
               DISPLAY "NO SOURCE JOURNAL AWAITING SUBMISSION"
               MOVE 4 TO RETURN-CODE
      * YESTERDAY'S GLSUBMIT IS REPLACED BY AN EMPTY SUBMISSION - A
      * ZERO SUMMARY AND NO BATCHES - SO GLACKREC DOES NOT JUDGE
      * BATCHES ALREADY ACKNOWLEDGED AS TODAY'S.
               OPEN OUTPUT GL-SUBMISSION
               MOVE SPACES TO SUBMISSION-SUMMARY-RECORD
               MOVE "S" TO SUBM-SUMMARY-TYPE
               MOVE SUBMISSION-DATE TO SUBM-SUMMARY-DATE
               MOVE ZERO TO SUBM-SUMMARY-BATCHES
               MOVE ZERO TO SUBM-SUMMARY-COUNT
               MOVE ZERO TO SUBM-SUMMARY-HASH
               MOVE ZERO TO SUBM-SUMMARY-DR-TOTAL
               MOVE ZERO TO SUBM-SUMMARY-CR-TOTAL
               WRITE SUBMISSION-SUMMARY-RECORD
               CLOSE GL-SUBMISSION
               PERFORM RECORD-STEP-END
               GO TO PROG-EX
           END-IF.
           OPEN OUTPUT GL-SUBMISSION.
           OPEN EXTEND SUBMISSION-HISTORY.
           OPEN EXTEND GL-ACTIVITY-HISTORY.
           PERFORM SUBMIT-SOURCE-JOURNAL
               VARYING SOURCE-IDX FROM 1 BY 1
               UNTIL SOURCE-IDX > 8.
           MOVE SPACES TO SUBMISSION-SUMMARY-RECORD.
           MOVE "S" TO SUBM-SUMMARY-TYPE.
           MOVE SUBMISSION-DATE TO SUBM-SUMMARY-DATE.
           MOVE SUBMISSION-BATCH-COUNT TO SUBM-SUMMARY-BATCHES.
           MOVE SUBMISSION-COUNT TO SUBM-SUMMARY-COUNT.
           MOVE SUBMISSION-HASH TO SUBM-SUMMARY-HASH.
           MOVE SUBMISSION-DR-TOTAL TO SUBM-SUMMARY-DR-TOTAL.
           MOVE SUBMISSION-CR-TOTAL TO SUBM-SUMMARY-CR-TOTAL.
           WRITE SUBMISSION-SUMMARY-RECORD.
           CLOSE GL-SUBMISSION.
           CLOSE SUBMISSION-HISTORY.
           CLOSE GL-ACTIVITY-HISTORY.
           PERFORM PRINT-SUBMISSION-SUMMARY.
           IF SUBMISSION-DR-TOTAL NOT = SUBMISSION-CR-TOTAL
               DISPLAY "SUBMISSION OUT OF BALANCE"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF STALE-REQUIRED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
      * A CLEAN END GOES ON THE LEDGER SO THE NEXT STEP MAY START.
           IF RETURN-CODE < 8
               PERFORM RECORD-STEP-END
           END-IF.
      *
       PROG-EX.
           DISPLAY "END GLCONSOL".
           EXIT PROGRAM.
      *
      * ESTABLISH-BATCH-SEQUENCE - ONE PASS OVER THE SUBMISSION
      * HISTORY FOR THE HIGHEST BATCH NUMBER EVER ISSUED AND THE
      * LATEST SUBMISSION OF EACH SOURCE.
      *
       ESTABLISH-BATCH-SEQUENCE SECTION.
           PERFORM CLEAR-ONE-SOURCE-STATE
               VARYING SOURCE-IDX FROM 1 BY 1
               UNTIL SOURCE-IDX > 8.
           OPEN INPUT SUBMISSION-HISTORY.
           PERFORM READ-SUBMISSION-HISTORY.
           PERFORM NOTE-ONE-HISTORY-ROW
               UNTIL END-OF-SUBMISSION-HISTORY.
           CLOSE SUBMISSION-HISTORY.
           DISPLAY "LAST BATCH NUMBER ISSUED: " LAST-BATCH-NUMBER.
       EXIT.
      *
       CLEAR-ONE-SOURCE-STATE SECTION.
           MOVE SPACE TO SOURCE-STATE(SOURCE-IDX).
           MOVE ZERO TO SOURCE-JOURNAL-DATE(SOURCE-IDX).
           MOVE SPACES TO SOURCE-BATCH-NAME(SOURCE-IDX).
           MOVE ZERO TO SOURCE-COUNT(SOURCE-IDX).
           MOVE ZERO TO SOURCE-HASH(SOURCE-IDX).
           MOVE ZERO TO SOURCE-DR-TOTAL(SOURCE-IDX).
           MOVE ZERO TO SOURCE-CR-TOTAL(SOURCE-IDX).
           MOVE ZERO TO SOURCE-BATCH-NUMBER(SOURCE-IDX).
           MOVE ZERO TO LAST-SUBMITTED-DATE(SOURCE-IDX).
           MOVE ZERO TO LAST-SUBMITTED-COUNT(SOURCE-IDX).
           MOVE ZERO TO LAST-SUBMITTED-HASH(SOURCE-IDX).
           MOVE ZERO TO LAST-SUBMITTED-DR(SOURCE-IDX).
       EXIT.
      *
       NOTE-ONE-HISTORY-ROW SECTION.
           IF SUBHIS-BATCH-NUMBER > LAST-BATCH-NUMBER
               MOVE SUBHIS-BATCH-NUMBER TO LAST-BATCH-NUMBER
           END-IF.
           PERFORM NOTE-HISTORY-FOR-SOURCE
               VARYING SOURCE-IDX FROM 1 BY 1
               UNTIL SOURCE-IDX > 8.
           PERFORM READ-SUBMISSION-HISTORY.
       EXIT.
      *
       NOTE-HISTORY-FOR-SOURCE SECTION.
           IF SUBHIS-SOURCE = SOURCE-DATASET(SOURCE-IDX)
               MOVE SUBHIS-JOURNAL-DATE
                   TO LAST-SUBMITTED-DATE(SOURCE-IDX)
               MOVE SUBHIS-COUNT TO LAST-SUBMITTED-COUNT(SOURCE-IDX)
               MOVE SUBHIS-HASH TO LAST-SUBMITTED-HASH(SOURCE-IDX)
               MOVE SUBHIS-DR-TOTAL TO LAST-SUBMITTED-DR(SOURCE-IDX)
           END-IF.
       EXIT.
      *
      * VERIFY-SOURCE-JOURNAL - THE FIRST PASS OVER ONE SOURCE. THE
      * DETAILS ARE RECOUNTED AND SET AGAINST THE SOURCE'S OWN
      * TRAILER, THE DEBITS MUST EQUAL THE CREDITS, AND A JOURNAL
      * WHOSE DATE AND FIGURES MATCH ITS LAST SUBMISSION IS ONE THE
      * WRITER HAS NOT RERUN SINCE - IT STAYS OUT.
      *
       VERIFY-SOURCE-JOURNAL SECTION.
           MOVE SOURCE-DATASET(SOURCE-IDX) TO SOURCE-JOURNAL-DATASET.
           MOVE "N" TO SOURCE-JOURNAL-SWITCH.
           MOVE "N" TO PROOF-HEADER-SWITCH.
           MOVE "N" TO PROOF-TRAILER-SWITCH.
           MOVE ZERO TO PROOF-COUNT.
           MOVE ZERO TO PROOF-HASH.
           MOVE ZERO TO PROOF-DR-TOTAL.
           MOVE ZERO TO PROOF-CR-TOTAL.
           MOVE ZERO TO PROOF-ENTITY-BREAK-COUNT.
           MOVE SPACES TO PROOF-FAILURE-REASON.
           OPEN INPUT SOURCE-JOURNAL.
           IF SOURCE-JOURNAL-STATUS = "05"
               CLOSE SOURCE-JOURNAL
               MOVE "M" TO SOURCE-STATE(SOURCE-IDX)
               IF SOURCE-REQUIRED(SOURCE-IDX) = "Y"
                   ADD 1 TO MISSING-REQUIRED-COUNT
                   DISPLAY "REQUIRED JOURNAL " SOURCE-JOURNAL-DATASET
                       " IS MISSING"
                   MOVE "JOURNAL MISSING" TO PROOF-FAILURE-REASON
                   PERFORM RAISE-SOURCE-ALERT
               ELSE
                   DISPLAY "JOURNAL " SOURCE-JOURNAL-DATASET
                       " NOT PRESENT - NOTHING TO COLLECT"
               END-IF
               GO TO VERIFY-SOURCE-JOURNAL-EX
           END-IF.
           PERFORM READ-SOURCE-JOURNAL.
           PERFORM PROVE-ONE-JOURNAL-RECORD
               UNTIL END-OF-SOURCE-JOURNAL.
           CLOSE SOURCE-JOURNAL.
           IF NOT PROOF-HEADER-SEEN
               MOVE "E" TO SOURCE-STATE(SOURCE-IDX)
               DISPLAY "JOURNAL " SOURCE-JOURNAL-DATASET
                   " CARRIES NO BATCH"
               GO TO VERIFY-SOURCE-JOURNAL-EX
           END-IF.
           IF NOT PROOF-TRAILER-SEEN
               MOVE "NO TRAILER" TO PROOF-FAILURE-REASON
           ELSE
               IF PROOF-COUNT NOT = SOURCE-COUNT(SOURCE-IDX)
                   OR PROOF-HASH NOT = SOURCE-HASH(SOURCE-IDX)
                   OR PROOF-DR-TOTAL NOT = SOURCE-DR-TOTAL(SOURCE-IDX)
                   OR PROOF-CR-TOTAL NOT = SOURCE-CR-TOTAL(SOURCE-IDX)
                   MOVE "DETAILS DISAGREE WITH TRAILER"
                       TO PROOF-FAILURE-REASON
               ELSE
                   IF PROOF-DR-TOTAL NOT = PROOF-CR-TOTAL
                       MOVE "OUT OF BALANCE" TO PROOF-FAILURE-REASON
                   END-IF
                   IF PROOF-ENTITY-BREAK-COUNT > ZERO
                       MOVE "ENTITY OUT OF BALANCE"
                           TO PROOF-FAILURE-REASON
                   END-IF
               END-IF
           END-IF.
           IF PROOF-FAILURE-REASON NOT = SPACES
               MOVE "B" TO SOURCE-STATE(SOURCE-IDX)
               ADD 1 TO REFUSED-SOURCE-COUNT
               DISPLAY "JOURNAL " SOURCE-JOURNAL-DATASET " REFUSED - "
                   PROOF-FAILURE-REASON
               PERFORM RAISE-SOURCE-ALERT
               GO TO VERIFY-SOURCE-JOURNAL-EX
           END-IF.
           IF SOURCE-JOURNAL-DATE(SOURCE-IDX) =
                   LAST-SUBMITTED-DATE(SOURCE-IDX)
               AND SOURCE-COUNT(SOURCE-IDX) =
                   LAST-SUBMITTED-COUNT(SOURCE-IDX)
               AND SOURCE-HASH(SOURCE-IDX) =
                   LAST-SUBMITTED-HASH(SOURCE-IDX)
               AND SOURCE-DR-TOTAL(SOURCE-IDX) =
                   LAST-SUBMITTED-DR(SOURCE-IDX)
               MOVE "A" TO SOURCE-STATE(SOURCE-IDX)
               DISPLAY "JOURNAL " SOURCE-JOURNAL-DATASET " OF "
                   SOURCE-JOURNAL-DATE(SOURCE-IDX)
                   " ALREADY SUBMITTED"
               IF SOURCE-REQUIRED(SOURCE-IDX) = "Y"
                   ADD 1 TO STALE-REQUIRED-COUNT
               END-IF
               GO TO VERIFY-SOURCE-JOURNAL-EX
           END-IF.
           MOVE "R" TO SOURCE-STATE(SOURCE-IDX).
           ADD 1 TO READY-SOURCE-COUNT.
       VERIFY-SOURCE-JOURNAL-EX.
       EXIT.
      *
       PROVE-ONE-JOURNAL-RECORD SECTION.
           EVALUATE JRNL-HEADER-TYPE
               WHEN "H"
                   SET PROOF-HEADER-SEEN TO TRUE
                   MOVE JRNL-HEADER-DATE
                       TO SOURCE-JOURNAL-DATE(SOURCE-IDX)
                   MOVE JRNL-HEADER-BATCH-ID
                       TO SOURCE-BATCH-NAME(SOURCE-IDX)
               WHEN "D"
                   ADD 1 TO PROOF-COUNT
                   ADD JRNL-DETAIL-TXN-NUMBER TO PROOF-HASH
                   IF JRNL-DETAIL-SIDE = "DR"
                       ADD JRNL-DETAIL-AMOUNT TO PROOF-DR-TOTAL
                   ELSE
                       ADD JRNL-DETAIL-AMOUNT TO PROOF-CR-TOTAL
                   END-IF
               WHEN "E"
                   IF JRNL-ENTITY-DR-TOTAL NOT = JRNL-ENTITY-CR-TOTAL
                       ADD 1 TO PROOF-ENTITY-BREAK-COUNT
                       DISPLAY "JOURNAL " SOURCE-JOURNAL-DATASET
                           " ENTITY " JRNL-ENTITY-CODE
                           " OUT OF BALANCE"
                   END-IF
               WHEN "T"
                   SET PROOF-TRAILER-SEEN TO TRUE
                   MOVE JRNL-TRAILER-COUNT TO SOURCE-COUNT(SOURCE-IDX)
                   MOVE JRNL-TRAILER-HASH TO SOURCE-HASH(SOURCE-IDX)
                   MOVE JRNL-TRAILER-DR-TOTAL
                       TO SOURCE-DR-TOTAL(SOURCE-IDX)
                   MOVE JRNL-TRAILER-CR-TOTAL
                       TO SOURCE-CR-TOTAL(SOURCE-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM READ-SOURCE-JOURNAL.
       EXIT.
      *
       RAISE-SOURCE-ALERT SECTION.
           OPEN EXTEND OPERATIONS-ALERT-FILE.
           MOVE "GLCONSOL" TO ALERT-REASON-CODE.
           MOVE 8 TO ALERT-SEVERITY.
           MOVE SPACES TO ALERT-DETAIL.
           STRING SOURCE-JOURNAL-DATASET DELIMITED BY SIZE
               " REFUSED - " DELIMITED BY SIZE
               PROOF-FAILURE-REASON DELIMITED BY SIZE
               INTO ALERT-DETAIL.
           WRITE OPERATIONS-ALERT-RECORD.
           CLOSE OPERATIONS-ALERT-FILE.
       EXIT.
      *
      * SUBMIT-SOURCE-JOURNAL - THE SECOND PASS OVER A READY SOURCE.
      * THE SOURCE'S OWN HEADER AND TRAILER ARE REPLACED BY THE
      * SUBMISSION'S - THE HEADER CARRIES THE ASSIGNED BATCH NUMBER
      * AND NAMES THE SOURCE, THE TRAILER IS THE SOURCE'S PROVED
      * SUBTOTAL - AND THE DETAILS GO ACROSS UNCHANGED.
      *
       SUBMIT-SOURCE-JOURNAL SECTION.
           IF SOURCE-STATE(SOURCE-IDX) NOT = "R"
               GO TO SUBMIT-SOURCE-JOURNAL-EX
           END-IF.
           ADD 1 TO LAST-BATCH-NUMBER.
           MOVE LAST-BATCH-NUMBER TO SOURCE-BATCH-NUMBER(SOURCE-IDX).
           ADD 1 TO SUBMISSION-BATCH-COUNT.
           MOVE SPACES TO SUBMISSION-HEADER-RECORD.
           MOVE "H" TO SUBM-HEADER-TYPE.
           MOVE SOURCE-JOURNAL-DATE(SOURCE-IDX) TO SUBM-HEADER-DATE.
           MOVE SOURCE-BATCH-NUMBER(SOURCE-IDX)
               TO SUBM-HEADER-BATCH-ID.
           MOVE SOURCE-DATASET(SOURCE-IDX) TO SUBM-HEADER-SOURCE.
           MOVE SOURCE-BATCH-NAME(SOURCE-IDX)
               TO SUBM-HEADER-SOURCE-ID.
           WRITE SUBMISSION-HEADER-RECORD.
           MOVE SOURCE-DATASET(SOURCE-IDX) TO SOURCE-JOURNAL-DATASET.
           MOVE "N" TO SOURCE-JOURNAL-SWITCH.
           MOVE ZERO TO ACTIVITY-COUNT.
           OPEN INPUT SOURCE-JOURNAL.
           PERFORM READ-SOURCE-JOURNAL.
           PERFORM COPY-ONE-JOURNAL-RECORD
               UNTIL END-OF-SOURCE-JOURNAL.
           CLOSE SOURCE-JOURNAL.
           PERFORM WRITE-ACTIVITY-HISTORY.
           MOVE SPACES TO SUBMISSION-TRAILER-RECORD.
           MOVE "T" TO SUBM-TRAILER-TYPE.
           MOVE SOURCE-COUNT(SOURCE-IDX) TO SUBM-TRAILER-COUNT.
           MOVE SOURCE-HASH(SOURCE-IDX) TO SUBM-TRAILER-HASH.
           MOVE SOURCE-DR-TOTAL(SOURCE-IDX) TO SUBM-TRAILER-DR-TOTAL.
           MOVE SOURCE-CR-TOTAL(SOURCE-IDX) TO SUBM-TRAILER-CR-TOTAL.
           WRITE SUBMISSION-TRAILER-RECORD.
           ADD SOURCE-COUNT(SOURCE-IDX) TO SUBMISSION-COUNT.
           ADD SOURCE-HASH(SOURCE-IDX) TO SUBMISSION-HASH.
           ADD SOURCE-DR-TOTAL(SOURCE-IDX) TO SUBMISSION-DR-TOTAL.
           ADD SOURCE-CR-TOTAL(SOURCE-IDX) TO SUBMISSION-CR-TOTAL.
           MOVE SOURCE-DATASET(SOURCE-IDX) TO SUBHIS-SOURCE.
           MOVE SOURCE-JOURNAL-DATE(SOURCE-IDX) TO SUBHIS-JOURNAL-DATE.
           MOVE SOURCE-BATCH-NAME(SOURCE-IDX) TO SUBHIS-SOURCE-ID.
           MOVE SOURCE-BATCH-NUMBER(SOURCE-IDX)
               TO SUBHIS-BATCH-NUMBER.
           MOVE SOURCE-COUNT(SOURCE-IDX) TO SUBHIS-COUNT.
           MOVE SOURCE-HASH(SOURCE-IDX) TO SUBHIS-HASH.
           MOVE SOURCE-DR-TOTAL(SOURCE-IDX) TO SUBHIS-DR-TOTAL.
           MOVE SOURCE-CR-TOTAL(SOURCE-IDX) TO SUBHIS-CR-TOTAL.
           MOVE SUBMISSION-DATE TO SUBHIS-SUBMITTED-DATE.
           WRITE SUBMISSION-HISTORY-RECORD.
       SUBMIT-SOURCE-JOURNAL-EX.
       EXIT.
      *
       COPY-ONE-JOURNAL-RECORD SECTION.
           IF JRNL-DETAIL-TYPE = "D"
               MOVE JOURNAL-DETAIL-RECORD TO SUBMISSION-DETAIL-RECORD
               WRITE SUBMISSION-DETAIL-RECORD
               PERFORM NOTE-ACCOUNT-ACTIVITY
           END-IF.
           IF JRNL-ENTITY-TYPE = "E"
               MOVE JOURNAL-ENTITY-RECORD TO SUBMISSION-ENTITY-RECORD
               WRITE SUBMISSION-ENTITY-RECORD
           END-IF.
           PERFORM READ-SOURCE-JOURNAL.
       EXIT.
      *
      * NOTE-ACCOUNT-ACTIVITY - ADDS ONE DETAIL TO ITS ENTITY AND GL
      * ACCOUNT'S LINE. A FULL TABLE IS WRITTEN OUT AND STARTED AGAIN -
      * THE READERS SUM THE ROWS, SO A SPLIT ACCOUNT COSTS NOTHING.
      *
       NOTE-ACCOUNT-ACTIVITY SECTION.
           MOVE ZERO TO ACTIVITY-FOUND-IDX.
           PERFORM MATCH-ONE-ACTIVITY-LINE
               VARYING ACTIVITY-IDX FROM 1 BY 1
               UNTIL ACTIVITY-IDX > ACTIVITY-COUNT.
           IF ACTIVITY-FOUND-IDX = ZERO
               IF ACTIVITY-COUNT = 50
                   PERFORM WRITE-ACTIVITY-HISTORY
               END-IF
               ADD 1 TO ACTIVITY-COUNT
               MOVE ACTIVITY-COUNT TO ACTIVITY-FOUND-IDX
               MOVE JRNL-DETAIL-ENTITY
                   TO ACTIVITY-ENTITY(ACTIVITY-FOUND-IDX)
               MOVE JRNL-DETAIL-ACCOUNT
                   TO ACTIVITY-ACCOUNT(ACTIVITY-FOUND-IDX)
               MOVE ZERO TO ACTIVITY-DR-TOTAL(ACTIVITY-FOUND-IDX)
               MOVE ZERO TO ACTIVITY-CR-TOTAL(ACTIVITY-FOUND-IDX)
           END-IF.
           IF JRNL-DETAIL-SIDE = "DR"
               ADD JRNL-DETAIL-AMOUNT
                   TO ACTIVITY-DR-TOTAL(ACTIVITY-FOUND-IDX)
           ELSE
               ADD JRNL-DETAIL-AMOUNT
                   TO ACTIVITY-CR-TOTAL(ACTIVITY-FOUND-IDX)
           END-IF.
       EXIT.
      *
       MATCH-ONE-ACTIVITY-LINE SECTION.
           IF ACTIVITY-ACCOUNT(ACTIVITY-IDX) = JRNL-DETAIL-ACCOUNT
               AND ACTIVITY-ENTITY(ACTIVITY-IDX) = JRNL-DETAIL-ENTITY
               MOVE ACTIVITY-IDX TO ACTIVITY-FOUND-IDX
           END-IF.
       EXIT.
      *
       WRITE-ACTIVITY-HISTORY SECTION.
           PERFORM WRITE-ONE-ACTIVITY-ROW
               VARYING ACTIVITY-IDX FROM 1 BY 1
               UNTIL ACTIVITY-IDX > ACTIVITY-COUNT.
           MOVE ZERO TO ACTIVITY-COUNT.
       EXIT.
      *
       WRITE-ONE-ACTIVITY-ROW SECTION.
           MOVE SOURCE-JOURNAL-DATE(SOURCE-IDX) TO GLACT-JOURNAL-DATE.
           MOVE SOURCE-DATASET(SOURCE-IDX) TO GLACT-SOURCE.
           MOVE SOURCE-BATCH-NUMBER(SOURCE-IDX) TO GLACT-BATCH-NUMBER.
           MOVE ACTIVITY-ACCOUNT(ACTIVITY-IDX) TO GLACT-ACCOUNT.
           MOVE ACTIVITY-DR-TOTAL(ACTIVITY-IDX) TO GLACT-DR-TOTAL.
           MOVE ACTIVITY-CR-TOTAL(ACTIVITY-IDX) TO GLACT-CR-TOTAL.
           MOVE ACTIVITY-ENTITY(ACTIVITY-IDX) TO GLACT-ENTITY.
           WRITE GL-ACTIVITY-RECORD.
       EXIT.
      *
      * PRINT-SUBMISSION-SUMMARY - THE PER-SOURCE SUBTOTALS THE
      * LEDGER TEAM TICKS THE LOAD OFF AGAINST, AND THE GRAND TOTAL.
      *
       PRINT-SUBMISSION-SUMMARY SECTION.
           DISPLAY "GL SUBMISSION FOR " SUBMISSION-DATE ":".
           PERFORM PRINT-ONE-SOURCE-LINE
               VARYING SOURCE-IDX FROM 1 BY 1
               UNTIL SOURCE-IDX > 8.
           MOVE SUBMISSION-DR-TOTAL TO SUBTOTAL-AMOUNT-EDIT.
           MOVE SUBMISSION-CR-TOTAL TO SUBTOTAL-CREDIT-EDIT.
           DISPLAY "  TOTAL    " SUBMISSION-BATCH-COUNT " BATCHES "
               SUBMISSION-COUNT " RECORDS DR " SUBTOTAL-AMOUNT-EDIT
               " CR " SUBTOTAL-CREDIT-EDIT.
       EXIT.
      *
       PRINT-ONE-SOURCE-LINE SECTION.
           EVALUATE SOURCE-STATE(SOURCE-IDX)
               WHEN "R"
                   MOVE SOURCE-DR-TOTAL(SOURCE-IDX)
                       TO SUBTOTAL-AMOUNT-EDIT
                   MOVE SOURCE-CR-TOTAL(SOURCE-IDX)
                       TO SUBTOTAL-CREDIT-EDIT
                   DISPLAY "  " SOURCE-DATASET(SOURCE-IDX)
                       " BATCH " SOURCE-BATCH-NUMBER(SOURCE-IDX)
                       " " SOURCE-COUNT(SOURCE-IDX)
                       " RECORDS DR " SUBTOTAL-AMOUNT-EDIT
                       " CR " SUBTOTAL-CREDIT-EDIT
               WHEN "A"
                   DISPLAY "  " SOURCE-DATASET(SOURCE-IDX)
                       " ALREADY SUBMITTED"
               WHEN OTHER
                   DISPLAY "  " SOURCE-DATASET(SOURCE-IDX)
                       " NOTHING TO SUBMIT"
           END-EVALUATE.
       EXIT.
      *
       READ-SOURCE-JOURNAL SECTION.
           READ SOURCE-JOURNAL
               AT END
                   SET END-OF-SOURCE-JOURNAL TO TRUE
           END-READ.
       EXIT.
      *
       READ-SUBMISSION-HISTORY SECTION.
           READ SUBMISSION-HISTORY
               AT END
                   SET END-OF-SUBMISSION-HISTORY TO TRUE
           END-READ.
       EXIT.
      *
      *
      * STEP-LEDGER SECTIONS - KEEP IN STEP WITH THE SAME SECTIONS
      * IN THE OTHER STREAM PROGRAMS.
      *
       RECORD-STEP-START SECTION.
           OPEN EXTEND STEP-LEDGER.
           MOVE STEP-RUN-DATE TO STEP-LEDGER-DATE.
           MOVE STEP-PROGRAM-NAME TO STEP-LEDGER-PROGRAM.
           MOVE "S" TO STEP-LEDGER-STATUS.
           ACCEPT STEP-TIME-WORK FROM TIME.
           MOVE STEP-TIME-WORK TO STEP-LEDGER-TIME.
           WRITE STEP-LEDGER-RECORD.
           CLOSE STEP-LEDGER.
       EXIT.
      *
       RECORD-STEP-END SECTION.
           OPEN EXTEND STEP-LEDGER.
           MOVE STEP-RUN-DATE TO STEP-LEDGER-DATE.
           MOVE STEP-PROGRAM-NAME TO STEP-LEDGER-PROGRAM.
           MOVE "E" TO STEP-LEDGER-STATUS.
           ACCEPT STEP-TIME-WORK FROM TIME.
           MOVE STEP-TIME-WORK TO STEP-LEDGER-TIME.
           WRITE STEP-LEDGER-RECORD.
           CLOSE STEP-LEDGER.
       EXIT.
      *
      * CHECK-STEP-PREREQUISITE - THE NAMED PREREQUISITE MUST HAVE
      * ENDED CLEAN TODAY; OTHERWISE THIS STEP REFUSES TO START AND
      * SAYS SO ON THE ALERT FILE.
      *
       CHECK-STEP-PREREQUISITE SECTION.
           MOVE "N" TO STEP-PREREQ-SWITCH.
           MOVE "N" TO STEP-LEDGER-SWITCH.
           OPEN INPUT STEP-LEDGER.
           PERFORM READ-STEP-LEDGER.
           PERFORM MATCH-ONE-STEP-ROW UNTIL END-OF-STEP-LEDGER.
           CLOSE STEP-LEDGER.
           IF NOT PREREQUISITE-COMPLETED
               DISPLAY "PREREQUISITE " STEP-PREREQ-NAME
                   " HAS NOT COMPLETED TODAY - STEP REFUSED"
               OPEN EXTEND OPERATIONS-ALERT-FILE
               MOVE "STEPSEQ" TO ALERT-REASON-CODE
               MOVE 8 TO ALERT-SEVERITY
               MOVE SPACES TO ALERT-DETAIL
               STRING STEP-PROGRAM-NAME DELIMITED BY SIZE
                   " REFUSED - " DELIMITED BY SIZE
                   STEP-PREREQ-NAME DELIMITED BY SIZE
                   " NOT COMPLETED" DELIMITED BY SIZE
                   INTO ALERT-DETAIL
               WRITE OPERATIONS-ALERT-RECORD
               CLOSE OPERATIONS-ALERT-FILE
           END-IF.
       EXIT.
      *
       MATCH-ONE-STEP-ROW SECTION.
           IF STEP-LEDGER-DATE = STEP-RUN-DATE
               AND STEP-LEDGER-PROGRAM = STEP-PREREQ-NAME
               AND STEP-LEDGER-STATUS = "E"
               SET PREREQUISITE-COMPLETED TO TRUE
           END-IF.
           PERFORM READ-STEP-LEDGER.
       EXIT.
      *
       READ-STEP-LEDGER SECTION.
           READ STEP-LEDGER
               AT END
                   SET END-OF-STEP-LEDGER TO TRUE
           END-READ.
       EXIT.
      *
       END PROGRAM GLCONSOL.
