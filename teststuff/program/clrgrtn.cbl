       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLRGRTN.
      *
      *
      * INBOUND CLEARING RETURNS. WHEN THE CLEARING HOUSE CANNOT
      * DELIVER A PAYMENT WE SENT IT (ACCOUNT CLOSED, INVALID
      * REFERENCE, REFUSED) IT SENDS THE PAYMENT BACK ON ITS RETURNS
      * FILE. THIS JOB READS THAT FILE, MATCHES EACH RETURN TO THE
      * ORIGINAL POSTING THROUGH THE CLRGSENT SENT-ITEMS REGISTER
      * (REFERENCE, VALUE DATE AND AMOUNT, AND OUR OUTBOUND FILE
      * SEQUENCE WHEN THE RETURN CARRIES ONE), AND WRITES THE TYPE-V
      * REVERSAL THAT BRINGS THE MONEY BACK ONTO THE END OF ACCRFEED
      * FOR TOMORROW'S DAILY RUN, WITH DTXN-ORIGINAL-REFERENCE NAMING
      * THE ORIGINAL TRANSACTION. THE ORIGINAL'S LIFECYCLE ON STATHIST
      * GAINS A RETURNED ENTRY CARRYING THE CLEARING HOUSE'S REASON
      * CODE. EVERY RETURN IS LOGGED ON CLRGRTLG, SO A PAYMENT IS
      * NEVER REVERSED TWICE; A RETURN THAT MATCHES NOTHING ON THE
      * REGISTER, OR ONLY A PAYMENT ALREADY RETURNED, GOES TO THE
      * RTNEXCP EXCEPTIONS REPORT AND THE RUN ENDS RC 4. A RETURNS
      * FILE WHOSE TRAILER DOES NOT PROVE TO ITS RETURN RECORDS IS
      * NOT PROCESSED AT ALL AND THE RUN ENDS RC 8. RUNS AFTER
      * ACCRUE, LIKE EVERY STEP THAT APPENDS TO ACCRFEED, AND REFUSES
      * RC 8 WHEN ACCRUE HAS NOT ENDED CLEAN ON THE STEP LEDGER. THE
      * REFERENCE IS MASKED DOWN TO ITS LAST TWO CHARACTERS ON EVERY
      * LINE THIS JOB DISPLAYS OR PRINTS, THE SAME RULE BIGINQ
      * APPLIES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * KEEP IN STEP WITH TEST'S SPECIAL-NAMES - SAME MONEY FIELDS,
      * SAME EDITING.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * CLEARING-RETURNS - THE CLEARING HOUSE'S RETURNS FILE.
           SELECT CLEARING-RETURNS ASSIGN TO "CLRGRTN"
               ORGANIZATION IS LINE SEQUENTIAL.
      * CLEARING-SENT-REGISTER - EVERY PAYMENT EVER RELEASED, READ
      * WHOLE BEFORE THE RETURNS ARE MATCHED.
           SELECT OPTIONAL CLEARING-SENT-REGISTER ASSIGN TO "CLRGSENT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * CLEARING-RETURNED-LOG - EVERY RETURN EVER PROCESSED; READ
      * WHOLE FIRST SO A PAYMENT ALREADY REVERSED IS NOT REVERSED
      * AGAIN, THEN EXTENDED WITH THIS RUN'S RETURNS.
           SELECT OPTIONAL CLEARING-RETURNED-LOG ASSIGN TO "CLRGRTLG"
               ORGANIZATION IS LINE SEQUENTIAL.
      * ACCRUAL-FEED - TODAY'S ACCRUALS, ALREADY WRITTEN BY ACCRUE;
      * THE REVERSALS ARE APPENDED BEHIND THEM.
           SELECT ACCRUAL-FEED ASSIGN TO "ACCRFEED"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATUS-HISTORY-FILE ASSIGN TO "STATHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
      * RETURN-EXCEPTIONS - THE RETURNS NO REVERSAL WAS WRITTEN FOR.
           SELECT RETURN-EXCEPTIONS ASSIGN TO "RTNEXCP"
               ORGANIZATION IS LINE SEQUENTIAL.
      * STEP-LEDGER - THE STREAM'S START/CLEAN-END LEDGER; THIS STEP
      * REFUSES TO START AHEAD OF ITS PREREQUISITE.
           SELECT STEP-LEDGER ASSIGN TO "STEPLEDG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERATIONS-ALERT-FILE ASSIGN TO "OPSALERT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLEARING-RETURNS
           LABEL RECORDS ARE STANDARD.
           COPY CLEARINGRETURN.
      *
       FD  CLEARING-SENT-REGISTER
           LABEL RECORDS ARE STANDARD.
           COPY CLEARINGSENT.
      *
       FD  CLEARING-RETURNED-LOG
           LABEL RECORDS ARE STANDARD.
           COPY CLEARINGRETURNED.
      *
      * KEEP THIS LAYOUT IN STEP WITH DAILY-TRANSACTIONS-RECORD IN
      * TEST AND ACCRUAL-FEED-RECORD IN ACCRUE - THESE RECORDS ARE
      * READ BACK BY TOMORROW'S DAILY RUN.
       FD  ACCRUAL-FEED
           LABEL RECORDS ARE STANDARD.
       01  ACCRUAL-FEED-RECORD.
        05       ACCR-STRING-PART1       PIC X(4).
        05       ACCR-STRING-PART2       PIC X(4).
        05       ACCR-NUMBER-PART1       PIC 9(4).
        05       ACCR-NUMBER-PART2       PIC 9(4).
        05       ACCR-TRANSACTION-TYPE   PIC X.
        05       ACCR-CHECK-DIGIT        PIC 9.
        05       ACCR-CURRENCY-CODE      PIC X(3).
        05       ACCR-ORIGINAL-REF       PIC 9(4).
      * "G" - GENERATED: OUTSIDE THE FEED'S HEADER/TRAILER
      * RECONCILIATION AND EXEMPT FROM THE DUPLICATE LOOK-BACK.
        05       ACCR-GENERATED-FLAG     PIC X.
        05       ACCR-VALUE-DATE         PIC 9(8).
        05       ACCR-AMOUNT-SIGN        PIC X.
        05       ACCR-PRIOR-STATUS       PIC X.
        05       ACCR-STRING-TYPE        PIC X.
        05       ACCR-COUNTER-ACCOUNT-KEY PIC X(5).
      * "C" - A CLEARING RETURN'S REVERSAL. ITS ORIGINAL POSTED IN
      * AN EARLIER RUN, SO TEST TAKES THE AMOUNT FROM THE RECORD.
        05       ACCR-GENERATED-SOURCE   PIC X.
        05       ACCR-RETRY-ATTEMPT      PIC X(2).
        05       ACCR-CREDITOR-REFERENCE PIC X(8).
        05       FILLER                  PIC X(1).
      * THE FEED'S WIDE-KEY COLUMN - ALWAYS SPACES HERE. A REVERSAL
      * IS NAMED BY ITS PAYMENT REFERENCE AND NAMES NO ACCOUNT.
        05       ACCR-WIDE-ACCOUNT-KEY   PIC X(7).
        05       FILLER                  PIC X(19).
      *
       FD  STATUS-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STATUSHISTORY.
      *
       FD  RETURN-EXCEPTIONS
           LABEL RECORDS ARE STANDARD.
       01  RETURN-EXCEPTIONS-LINE          PIC X(132).
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
       01  CLEARING-RETURNS-SWITCH      PIC X VALUE "N".
         88      END-OF-CLEARING-RETURNS    VALUE "Y".
       01  CLEARING-SENT-SWITCH         PIC X VALUE "N".
         88      END-OF-CLEARING-SENT       VALUE "Y".
       01  CLEARING-RETURNED-SWITCH     PIC X VALUE "N".
         88      END-OF-CLEARING-RETURNED   VALUE "Y".
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
      *
      * THE IDENTITY THE CLEARING HOUSE ISSUED US - KEEP IN STEP WITH
      * CLRGOUT. A RETURNS FILE MADE OUT TO ANYONE ELSE IS REFUSED.
       01  CLEARING-ORIGINATOR-ID       PIC X(8) VALUE "TESTBANK".
      *
      * THE SENT-ITEMS REGISTER, HELD WHOLE, EACH ENTRY FLAGGED ONCE
      * A RETURN HAS REVERSED IT. A REGISTER TOO LARGE TO HOLD COULD
      * LEAVE A RETURN FALSELY UNMATCHED, SO IT REFUSES THE RUN.
       01  SENT-TABLE.
        05       SENT-ENTRY OCCURS 9999 TIMES.
         10      SENT-TABLE-KEY.
          15     SENT-TABLE-REFERENCE    PIC X(8).
          15     SENT-TABLE-TXN-NUMBER   PIC 9(4).
          15     SENT-TABLE-VALUE-DATE   PIC 9(8).
         10      SENT-TABLE-AMOUNT       PIC 9(7)V99.
         10      SENT-TABLE-FILE-SEQUENCE PIC 9(6).
         10      SENT-TABLE-RETURNED     PIC X.
       01  SENT-TABLE-COUNT             PIC 9(4) VALUE ZERO.
       01  SENT-TABLE-IDX               PIC 9(4) VALUE 1.
       01  SENT-FOUND-IDX               PIC 9(4) VALUE ZERO.
       01  SENT-RETURNED-IDX            PIC 9(4) VALUE ZERO.
       01  SENT-OVERFLOW-SWITCH         PIC X VALUE "N".
         88      SENT-TABLE-OVERFLOWED      VALUE "Y".
      *
      * THE PROOF - WHAT THE RETURNS FILE'S TRAILER CLAIMS AGAINST
      * WHAT ITS RETURN RECORDS ADD UP TO.
       01  RETURNS-HEADER-SWITCH        PIC X VALUE "N".
         88      RETURNS-HEADER-SEEN        VALUE "Y".
       01  RETURNS-TRAILER-SWITCH       PIC X VALUE "N".
         88      RETURNS-TRAILER-SEEN       VALUE "Y".
       01  RETURNS-FILE-SEQUENCE        PIC 9(6) VALUE ZERO.
       01  RETURNS-ITEM-COUNT           PIC 9(6) VALUE ZERO.
       01  RETURNS-AMOUNT-TOTAL         PIC 9(11)V99 VALUE ZERO.
       01  RETURNS-TRAILER-COUNT        PIC 9(6) VALUE ZERO.
       01  RETURNS-TRAILER-TOTAL        PIC 9(11)V99 VALUE ZERO.
      *
      * ONE FEED RECORD CARRIES AT MOST 9.999,99 - A LARGER RETURN IS
      * REVERSED AS SEVERAL RECORDS. THE WHOLE AND FRACTION VIEWS
      * FEED THE TWO NUMBER PARTS THE SAME WAY TEST FOLDS THEM BACK
      * TOGETHER.
       01  REVERSAL-REMAINING           PIC 9(7)V99 VALUE ZERO.
       01  REVERSAL-PIECE-AMOUNT        PIC 9(4)V99 VALUE ZERO.
       01  REVERSAL-PIECE-CEILING       PIC 9(4)V99 VALUE 9999,99.
       01  REVERSAL-PIECE-WHOLE         PIC 9(4) VALUE ZERO.
       01  REVERSAL-PIECE-FRACTION      PIC 9(4) VALUE ZERO.
      *
      * RUN COUNTS AND TOTALS.
       01  REVERSED-COUNT               PIC 9(6) VALUE ZERO.
       01  REVERSED-TOTAL               PIC 9(11)V99 VALUE ZERO.
       01  REVERSALS-WRITTEN-COUNT      PIC 9(6) VALUE ZERO.
       01  UNMATCHED-COUNT              PIC 9(6) VALUE ZERO.
       01  ALREADY-RETURNED-COUNT       PIC 9(6) VALUE ZERO.
       01  EXCEPTION-TOTAL              PIC 9(11)V99 VALUE ZERO.
      *
      * PRINT WORK FIELDS - SAME LINE-COUNTED, PAGE-HEADED SHAPE AS
      * TEST'S DAILY REPORT.
       01  REPORT-PAGE-NUMBER           PIC 9(4) VALUE ZERO.
       01  REPORT-LINE-COUNT            PIC 9(2) VALUE ZERO.
       01  REPORT-PAGE-DEPTH            PIC 9(2) VALUE 55.
       01  REPORT-HEADING-LINE.
        05       FILLER                  PIC X(29)
                 VALUE "CLEARING RETURNS EXCEPTIONS".
        05       REPORT-HEADING-DATE     PIC 9(8).
        05       FILLER                  PIC X(7) VALUE "   PAGE".
        05       REPORT-HEADING-PAGE     PIC ZZZ9.
       01  REPORT-COLUMN-LINE.
        05       FILLER                  PIC X(50) VALUE
                 "  ITEM REFERENCE           AMOUNT VALUE DT REASON".
        05       FILLER                  PIC X(82) VALUE
                 "  NOTE".
       01  REPORT-BUILD-LINE            PIC X(132) VALUE SPACES.
       01  REPORT-LINE-NOTE             PIC X(30) VALUE SPACES.
       01  REPORT-COUNT-EDIT            PIC ZZ.ZZZ.ZZ9.
      *
       01  MASKED-REFERENCE-WORK        PIC X(8) VALUE SPACES.
       01  AMOUNT-EDIT                  PIC -ZZZ.ZZZ.ZZ9,99.
       01  TOTAL-EDIT                   PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
      * STEP-LEDGER WORK FIELDS - THE PREREQUISITE THIS STEP WAITS
      * ON AND THE LEDGER-WALK STATE.
       01  STEP-LEDGER-SWITCH           PIC X VALUE "N".
         88      END-OF-STEP-LEDGER         VALUE "Y".
       01  STEP-PREREQ-SWITCH           PIC X VALUE "N".
         88      PREREQUISITE-COMPLETED     VALUE "Y".
       01  STEP-PROGRAM-NAME            PIC X(8) VALUE "CLRGRTN".
       01  STEP-PREREQ-NAME             PIC X(8) VALUE "ACCRUE".
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           DISPLAY "START CLRGRTN".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
      * THE SEQUENCER'S GATE - ACCRUE RECREATES ACCRFEED, SO REVERSALS
      * APPENDED AHEAD OF IT WOULD BE LOST.
           PERFORM CHECK-STEP-PREREQUISITE.
           IF NOT PREREQUISITE-COMPLETED
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           PERFORM LOAD-SENT-REGISTER.
           IF SENT-TABLE-OVERFLOWED
               DISPLAY "SENT-ITEMS REGISTER OVER 9999 ROWS - "
                   "RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           PERFORM LOAD-RETURNED-LOG.
           PERFORM PROVE-RETURNS-FILE.
           MOVE RETURNS-AMOUNT-TOTAL TO TOTAL-EDIT.
           DISPLAY "RETURNS FILE " RETURNS-FILE-SEQUENCE
               " RETURN RECORDS: " RETURNS-ITEM-COUNT " " TOTAL-EDIT.
           MOVE RETURNS-TRAILER-TOTAL TO TOTAL-EDIT.
           DISPLAY "RETURNS FILE TRAILER:       "
               RETURNS-TRAILER-COUNT " " TOTAL-EDIT.
           IF NOT RETURNS-HEADER-SEEN
               OR NOT RETURNS-TRAILER-SEEN
               OR RETURNS-TRAILER-COUNT NOT = RETURNS-ITEM-COUNT
               OR RETURNS-TRAILER-TOTAL NOT = RETURNS-AMOUNT-TOTAL
               DISPLAY "RETURNS FILE DOES NOT PROVE - NOTHING "
                   "PROCESSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           IF RETURNS-ITEM-COUNT = ZERO
               DISPLAY "NO RETURNS ON FILE"
               GO TO PROG-EX
           END-IF.
      *
           OPEN EXTEND ACCRUAL-FEED.
           OPEN EXTEND STATUS-HISTORY-FILE.
           OPEN EXTEND CLEARING-RETURNED-LOG.
           OPEN OUTPUT RETURN-EXCEPTIONS.
           PERFORM WRITE-REPORT-HEADING.
           DISPLAY "  ITEM REFERENCE           AMOUNT VALUE DT TXN "
               " REASON".
           MOVE "N" TO CLEARING-RETURNS-SWITCH.
           OPEN INPUT CLEARING-RETURNS.
           PERFORM READ-CLEARING-RETURN.
           PERFORM PROCESS-ONE-RETURN UNTIL END-OF-CLEARING-RETURNS.
           CLOSE CLEARING-RETURNS.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE RETURN-EXCEPTIONS.
           CLOSE CLEARING-RETURNED-LOG.
           CLOSE STATUS-HISTORY-FILE.
           CLOSE ACCRUAL-FEED.
      *
           MOVE REVERSED-TOTAL TO TOTAL-EDIT.
           DISPLAY "RETURNS REVERSED: " REVERSED-COUNT " " TOTAL-EDIT
               " REVERSAL RECORDS WRITTEN: " REVERSALS-WRITTEN-COUNT.
           MOVE EXCEPTION-TOTAL TO TOTAL-EDIT.
           DISPLAY "RETURNS UNMATCHED: " UNMATCHED-COUNT
               " ALREADY RETURNED: " ALREADY-RETURNED-COUNT
               " " TOTAL-EDIT.
           IF UNMATCHED-COUNT > ZERO
               OR ALREADY-RETURNED-COUNT > ZERO
               DISPLAY "RETURNS NOT REVERSED - SEE RTNEXCP"
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
       PROG-EX.
           DISPLAY "END CLRGRTN".
           EXIT PROGRAM.
      *
      * LOAD-SENT-REGISTER - EVERY PAYMENT EVER RELEASED, NONE YET
      * MARKED RETURNED.
      *
       LOAD-SENT-REGISTER SECTION.
           OPEN INPUT CLEARING-SENT-REGISTER.
           PERFORM READ-CLEARING-SENT.
           PERFORM LOAD-ONE-SENT-ITEM UNTIL END-OF-CLEARING-SENT.
           CLOSE CLEARING-SENT-REGISTER.
       EXIT.
      *
       LOAD-ONE-SENT-ITEM SECTION.
           IF SENT-TABLE-COUNT = 9999
               SET SENT-TABLE-OVERFLOWED TO TRUE
               GO TO LOAD-ONE-SENT-ITEM-NEXT
           END-IF.
           ADD 1 TO SENT-TABLE-COUNT.
           MOVE CLR-SENT-KEY TO SENT-TABLE-KEY(SENT-TABLE-COUNT).
           MOVE CLR-SENT-AMOUNT TO SENT-TABLE-AMOUNT(SENT-TABLE-COUNT).
           MOVE CLR-SENT-FILE-SEQUENCE
               TO SENT-TABLE-FILE-SEQUENCE(SENT-TABLE-COUNT).
           MOVE "N" TO SENT-TABLE-RETURNED(SENT-TABLE-COUNT).
       LOAD-ONE-SENT-ITEM-NEXT.
           PERFORM READ-CLEARING-SENT.
       EXIT.
      *
      * LOAD-RETURNED-LOG - MARKS EVERY PAYMENT AN EARLIER RUN HAS
      * ALREADY REVERSED.
      *
       LOAD-RETURNED-LOG SECTION.
           OPEN INPUT CLEARING-RETURNED-LOG.
           PERFORM READ-CLEARING-RETURNED.
           PERFORM MARK-ONE-RETURNED-ITEM
               UNTIL END-OF-CLEARING-RETURNED.
           CLOSE CLEARING-RETURNED-LOG.
       EXIT.
      *
       MARK-ONE-RETURNED-ITEM SECTION.
           IF NOT CLR-RTD-REVERSED
               GO TO MARK-ONE-RETURNED-ITEM-NEXT
           END-IF.
           MOVE ZERO TO SENT-FOUND-IDX.
           PERFORM MATCH-ONE-LOGGED-ITEM
               VARYING SENT-TABLE-IDX FROM 1 BY 1
               UNTIL SENT-TABLE-IDX > SENT-TABLE-COUNT
               OR SENT-FOUND-IDX > ZERO.
           IF SENT-FOUND-IDX > ZERO
               MOVE "Y" TO SENT-TABLE-RETURNED(SENT-FOUND-IDX)
           END-IF.
       MARK-ONE-RETURNED-ITEM-NEXT.
           PERFORM READ-CLEARING-RETURNED.
       EXIT.
      *
       MATCH-ONE-LOGGED-ITEM SECTION.
           IF SENT-TABLE-KEY(SENT-TABLE-IDX) = CLR-RTD-KEY
               MOVE SENT-TABLE-IDX TO SENT-FOUND-IDX
           END-IF.
       EXIT.
      *
      * PROVE-RETURNS-FILE - ONE READ OF THE WHOLE FILE BEFORE ANY OF
      * IT IS ACTED ON: IT MUST OPEN WITH OUR HEADER, CLOSE WITH A
      * TRAILER, AND THE TRAILER MUST AGREE WITH THE RETURN RECORDS.
      *
       PROVE-RETURNS-FILE SECTION.
           OPEN INPUT CLEARING-RETURNS.
           PERFORM READ-CLEARING-RETURN.
           IF NOT END-OF-CLEARING-RETURNS
               AND CLR-RHD-TYPE = "H"
               AND CLR-RHD-ORIGINATOR = CLEARING-ORIGINATOR-ID
               SET RETURNS-HEADER-SEEN TO TRUE
               MOVE CLR-RHD-FILE-SEQUENCE TO RETURNS-FILE-SEQUENCE
           END-IF.
           PERFORM TALLY-ONE-RETURN-RECORD
               UNTIL END-OF-CLEARING-RETURNS.
           CLOSE CLEARING-RETURNS.
       EXIT.
      *
       TALLY-ONE-RETURN-RECORD SECTION.
           EVALUATE CLR-RTN-TYPE
               WHEN "R"
                   ADD 1 TO RETURNS-ITEM-COUNT
                   ADD CLR-RTN-AMOUNT TO RETURNS-AMOUNT-TOTAL
               WHEN "T"
                   SET RETURNS-TRAILER-SEEN TO TRUE
                   MOVE CLR-RTR-ITEM-COUNT TO RETURNS-TRAILER-COUNT
                   MOVE CLR-RTR-AMOUNT-TOTAL
                       TO RETURNS-TRAILER-TOTAL
           END-EVALUATE.
           PERFORM READ-CLEARING-RETURN.
       EXIT.
      *
      * PROCESS-ONE-RETURN - LOOKS THE RETURN UP ON THE REGISTER. A
      * PAYMENT NOT YET RETURNED IS REVERSED; ONE ALREADY RETURNED,
      * OR NO PAYMENT AT ALL, GOES TO THE EXCEPTIONS REPORT.
      *
       PROCESS-ONE-RETURN SECTION.
           IF CLR-RTN-TYPE NOT = "R"
               GO TO PROCESS-ONE-RETURN-NEXT
           END-IF.
           MOVE ZERO TO SENT-FOUND-IDX.
           MOVE ZERO TO SENT-RETURNED-IDX.
           PERFORM MATCH-ONE-SENT-ITEM
               VARYING SENT-TABLE-IDX FROM 1 BY 1
               UNTIL SENT-TABLE-IDX > SENT-TABLE-COUNT
               OR SENT-FOUND-IDX > ZERO.
           MOVE CLR-RTN-REFERENCE TO MASKED-REFERENCE-WORK.
           MOVE "******" TO MASKED-REFERENCE-WORK(1:6).
           MOVE SPACES TO CLEARING-RETURNED-RECORD.
           MOVE RUN-DATE TO CLR-RTD-DATE.
           MOVE CLR-RTN-REASON-CODE TO CLR-RTD-REASON-CODE.
           MOVE RETURNS-FILE-SEQUENCE TO CLR-RTD-RETURN-FILE-SEQ.
           MOVE CLR-RTN-ITEM-SEQUENCE TO CLR-RTD-RETURN-ITEM-SEQ.
           MOVE CLR-RTN-AMOUNT TO CLR-RTD-AMOUNT.
           IF SENT-FOUND-IDX = ZERO
               PERFORM REPORT-RETURN-EXCEPTION
               GO TO PROCESS-ONE-RETURN-NEXT
           END-IF.
           MOVE SENT-TABLE-KEY(SENT-FOUND-IDX) TO CLR-RTD-KEY.
           SET CLR-RTD-REVERSED TO TRUE.
           WRITE CLEARING-RETURNED-RECORD.
           MOVE "Y" TO SENT-TABLE-RETURNED(SENT-FOUND-IDX).
           PERFORM WRITE-REVERSAL-RECORDS.
           PERFORM WRITE-RETURNED-HISTORY.
           ADD 1 TO REVERSED-COUNT.
           ADD SENT-TABLE-AMOUNT(SENT-FOUND-IDX) TO REVERSED-TOTAL.
           MOVE SENT-TABLE-AMOUNT(SENT-FOUND-IDX) TO AMOUNT-EDIT.
           DISPLAY "  " CLR-RTN-ITEM-SEQUENCE
               " " MASKED-REFERENCE-WORK
               "  " AMOUNT-EDIT
               " " CLR-RTN-VALUE-DATE
               " " SENT-TABLE-TXN-NUMBER(SENT-FOUND-IDX)
               " " CLR-RTN-REASON-CODE.
       PROCESS-ONE-RETURN-NEXT.
           PERFORM READ-CLEARING-RETURN.
       EXIT.
      *
      * MATCH-ONE-SENT-ITEM - THE REFERENCE, VALUE DATE AND AMOUNT
      * MUST ALL AGREE, AND THE OUTBOUND FILE TOO WHEN THE RETURN
      * NAMES ONE. A PAYMENT ALREADY RETURNED IS REMEMBERED BUT NOT
      * TAKEN, SO A SECOND PAYMENT OF THE SAME AMOUNT TO THE SAME
      * REFERENCE CAN STILL BE FOUND BEHIND IT.
      *
       MATCH-ONE-SENT-ITEM SECTION.
           IF SENT-TABLE-REFERENCE(SENT-TABLE-IDX)
                   NOT = CLR-RTN-REFERENCE
               OR SENT-TABLE-VALUE-DATE(SENT-TABLE-IDX)
                   NOT = CLR-RTN-VALUE-DATE
               OR SENT-TABLE-AMOUNT(SENT-TABLE-IDX)
                   NOT = CLR-RTN-AMOUNT
               GO TO MATCH-ONE-SENT-ITEM-EX
           END-IF.
           IF CLR-RTN-ORIGINAL-FILE-SEQ NOT = ZERO
               AND SENT-TABLE-FILE-SEQUENCE(SENT-TABLE-IDX)
                   NOT = CLR-RTN-ORIGINAL-FILE-SEQ
               GO TO MATCH-ONE-SENT-ITEM-EX
           END-IF.
           IF SENT-TABLE-RETURNED(SENT-TABLE-IDX) = "Y"
               MOVE SENT-TABLE-IDX TO SENT-RETURNED-IDX
           ELSE
               MOVE SENT-TABLE-IDX TO SENT-FOUND-IDX
           END-IF.
       MATCH-ONE-SENT-ITEM-EX.
       EXIT.
      *
      * REPORT-RETURN-EXCEPTION - LOGS THE RETURN AND PUTS IT ON THE
      * EXCEPTIONS REPORT. NOTHING IS REVERSED FOR IT.
      *
       REPORT-RETURN-EXCEPTION SECTION.
           MOVE CLR-RTN-REFERENCE TO CLR-RTD-REFERENCE.
           MOVE CLR-RTN-VALUE-DATE TO CLR-RTD-VALUE-DATE.
           IF SENT-RETURNED-IDX > ZERO
               SET CLR-RTD-ALREADY-RETURNED TO TRUE
               MOVE SENT-TABLE-TXN-NUMBER(SENT-RETURNED-IDX)
                   TO CLR-RTD-TXN-NUMBER
               ADD 1 TO ALREADY-RETURNED-COUNT
               MOVE "PAYMENT ALREADY RETURNED" TO REPORT-LINE-NOTE
           ELSE
               SET CLR-RTD-UNMATCHED TO TRUE
               MOVE ZERO TO CLR-RTD-TXN-NUMBER
               ADD 1 TO UNMATCHED-COUNT
               MOVE "NO SENT PAYMENT MATCHES" TO REPORT-LINE-NOTE
           END-IF.
           WRITE CLEARING-RETURNED-RECORD.
           ADD CLR-RTN-AMOUNT TO EXCEPTION-TOTAL.
           MOVE CLR-RTN-AMOUNT TO AMOUNT-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING CLR-RTN-ITEM-SEQUENCE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MASKED-REFERENCE-WORK DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CLR-RTN-VALUE-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CLR-RTN-REASON-CODE DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               REPORT-LINE-NOTE DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           DISPLAY "  " CLR-RTN-ITEM-SEQUENCE
               " " MASKED-REFERENCE-WORK
               "  " AMOUNT-EDIT
               " " CLR-RTN-VALUE-DATE
               "      " CLR-RTN-REASON-CODE
               " " REPORT-LINE-NOTE.
       EXIT.
      *
      * WRITE-REVERSAL-RECORDS - THE ORIGINAL'S AMOUNT, BACK IN, AS
      * ONE OR MORE TYPE-V RECORDS.
      *
       WRITE-REVERSAL-RECORDS SECTION.
           MOVE SENT-TABLE-AMOUNT(SENT-FOUND-IDX)
               TO REVERSAL-REMAINING.
           PERFORM WRITE-ONE-REVERSAL
               UNTIL REVERSAL-REMAINING = ZERO.
       EXIT.
      *
      * WRITE-ONE-REVERSAL - ONE RAW-FEED DETAIL RECORD: THE PAYMENT
      * REFERENCE AS THE STRING PART, THE ORIGINAL TRANSACTION'S
      * NUMBER AS THE ORIGINAL REFERENCE, AND "N" AS THE PRIOR STATUS
      * - THE RETURNED ENTRY THIS RUN PUTS ON STATHIST. THE CHECK
      * DIGIT DOES NOT APPLY TO A REFERENCE.
      *
       WRITE-ONE-REVERSAL SECTION.
           IF REVERSAL-REMAINING > REVERSAL-PIECE-CEILING
               MOVE REVERSAL-PIECE-CEILING TO REVERSAL-PIECE-AMOUNT
           ELSE
               MOVE REVERSAL-REMAINING TO REVERSAL-PIECE-AMOUNT
           END-IF.
           SUBTRACT REVERSAL-PIECE-AMOUNT FROM REVERSAL-REMAINING.
           MOVE SPACES TO ACCRUAL-FEED-RECORD.
           MOVE SENT-TABLE-REFERENCE(SENT-FOUND-IDX)(1:4)
               TO ACCR-STRING-PART1.
           MOVE SENT-TABLE-REFERENCE(SENT-FOUND-IDX)(5:4)
               TO ACCR-STRING-PART2.
           MOVE REVERSAL-PIECE-AMOUNT TO REVERSAL-PIECE-WHOLE.
           COMPUTE REVERSAL-PIECE-FRACTION =
               (REVERSAL-PIECE-AMOUNT - REVERSAL-PIECE-WHOLE) * 10000.
           MOVE REVERSAL-PIECE-WHOLE TO ACCR-NUMBER-PART1.
           MOVE REVERSAL-PIECE-FRACTION TO ACCR-NUMBER-PART2.
           MOVE "V" TO ACCR-TRANSACTION-TYPE.
           MOVE ZERO TO ACCR-CHECK-DIGIT.
           MOVE SPACES TO ACCR-CURRENCY-CODE.
           MOVE SENT-TABLE-TXN-NUMBER(SENT-FOUND-IDX)
               TO ACCR-ORIGINAL-REF.
           MOVE "G" TO ACCR-GENERATED-FLAG.
           MOVE ZERO TO ACCR-VALUE-DATE.
           MOVE SPACE TO ACCR-AMOUNT-SIGN.
           MOVE "N" TO ACCR-PRIOR-STATUS.
           MOVE "R" TO ACCR-STRING-TYPE.
           MOVE "C" TO ACCR-GENERATED-SOURCE.
           MOVE SPACES TO ACCR-WIDE-ACCOUNT-KEY.
           WRITE ACCRUAL-FEED-RECORD.
           ADD 1 TO REVERSALS-WRITTEN-COUNT.
       EXIT.
      *
      * WRITE-RETURNED-HISTORY - THE ORIGINAL MOVES FROM POSTED TO
      * RETURNED, WITH THE CLEARING HOUSE'S REASON ON THE ENTRY.
      *
       WRITE-RETURNED-HISTORY SECTION.
           MOVE SENT-TABLE-TXN-NUMBER(SENT-FOUND-IDX)
               TO STATUS-HIST-TXN-NUMBER.
           MOVE "O" TO STATUS-HIST-FROM.
           MOVE "N" TO STATUS-HIST-TO.
           MOVE RUN-DATE TO STATUS-HIST-DATE.
           MOVE "CLRGRTN" TO STATUS-HIST-PROGRAM.
           MOVE SPACE TO STATUS-HIST-TRANSFER-LEG.
           MOVE SPACES TO STATUS-HIST-ACCOUNT-KEY.
           MOVE CLR-RTN-REASON-CODE TO STATUS-HIST-RETURN-REASON.
           WRITE STATUS-HISTORY-RECORD.
       EXIT.
      *
       WRITE-REPORT-TOTALS SECTION.
           MOVE SPACES TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE REVERSED-COUNT TO REPORT-COUNT-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "RETURNS REVERSED:        " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE UNMATCHED-COUNT TO REPORT-COUNT-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "RETURNS UNMATCHED:       " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE ALREADY-RETURNED-COUNT TO REPORT-COUNT-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "ALREADY RETURNED:        " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
       EXIT.
      *
       WRITE-REPORT-HEADING SECTION.
           ADD 1 TO REPORT-PAGE-NUMBER.
           MOVE RUN-DATE TO REPORT-HEADING-DATE.
           MOVE REPORT-PAGE-NUMBER TO REPORT-HEADING-PAGE.
           MOVE REPORT-HEADING-LINE TO RETURN-EXCEPTIONS-LINE.
           WRITE RETURN-EXCEPTIONS-LINE AFTER ADVANCING PAGE.
           MOVE 1 TO REPORT-LINE-COUNT.
           MOVE SPACES TO RETURN-EXCEPTIONS-LINE.
           WRITE RETURN-EXCEPTIONS-LINE AFTER ADVANCING 1 LINE.
           MOVE REPORT-COLUMN-LINE TO RETURN-EXCEPTIONS-LINE.
           WRITE RETURN-EXCEPTIONS-LINE AFTER ADVANCING 1 LINE.
           ADD 2 TO REPORT-LINE-COUNT.
       EXIT.
      *
       WRITE-REPORT-LINE SECTION.
           IF REPORT-LINE-COUNT NOT < REPORT-PAGE-DEPTH
               PERFORM WRITE-REPORT-HEADING
           END-IF.
           MOVE REPORT-BUILD-LINE TO RETURN-EXCEPTIONS-LINE.
           WRITE RETURN-EXCEPTIONS-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO REPORT-LINE-COUNT.
       EXIT.
      *
       READ-CLEARING-RETURN SECTION.
           READ CLEARING-RETURNS
               AT END
                   SET END-OF-CLEARING-RETURNS TO TRUE
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
      *
      * CHECK-STEP-PREREQUISITE - THE NAMED PREREQUISITE MUST HAVE
      * ENDED CLEAN TODAY; OTHERWISE THIS STEP REFUSES TO START AND
      * SAYS SO ON THE ALERT FILE. KEEP IN STEP WITH THE SAME
      * SECTIONS IN THE OTHER STREAM PROGRAMS.
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
           IF STEP-LEDGER-DATE = RUN-DATE
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
       END PROGRAM CLRGRTN.
