       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLRGOUT.
      *
      *
      * OUTBOUND CLEARING FILE FOR PAYMENT-REFERENCE DEBITS. AN
      * R-TYPE DEBIT COMMITTED BY THE DAILY RUN IS MONEY THAT HAS TO
      * LEAVE US THROUGH THE CLEARING HOUSE. IT NAMES NO ACCOUNT OF
      * OURS, SO IT NEVER REACHES THE POSTEDTX TRAIL - TEST WRITES IT
      * TO THE CLRGITEM CLEARING-ITEMS FILE INSTEAD. THIS JOB PICKS
      * UP EVERY ITEM ON CLRGITEM NOT YET ON THE CLRGSENT SENT-ITEMS
      * REGISTER AND BUILDS THE CLEARING HOUSE'S PAYMENT FILE - A
      * HEADER, ONE PAYMENT RECORD PER ITEM, AND A BATCH CONTROL
      * TRAILER. BEFORE THE FILE IS RELEASED TO CLRGOUT ITS TOTALS
      * ARE PROVED AGAINST CLRGITEM: EVERY ITEM ON IT LESS THOSE
      * ALREADY SENT MUST EQUAL WHAT THE FILE'S TRAILER CLAIMS AND
      * WHAT ITS PAYMENT RECORDS ADD UP TO.
      * A FILE THAT DOES NOT PROVE IS NOT RELEASED, NOTHING IS ADDED
      * TO THE REGISTER, AND THE RUN ENDS RC 8. THE REFERENCE GOES
      * TO THE CLEARING HOUSE IN FULL BUT IS MASKED DOWN TO ITS LAST
      * TWO CHARACTERS ON EVERY LINE THIS JOB DISPLAYS, THE SAME
      * RULE BIGINQ APPLIES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * KEEP IN STEP WITH TEST'S SPECIAL-NAMES - SAME MONEY FIELDS,
      * SAME EDITING.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLEARING-ITEMS ASSIGN TO "CLRGITEM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPLETION-FLAG-FILE ASSIGN TO "COMPFLAG"
               ORGANIZATION IS LINE SEQUENTIAL.
      * CLEARING-SENT-REGISTER - EVERY PAYMENT EVER RELEASED, READ
      * WHOLE BEFORE THE ITEMS ARE WALKED AND EXTENDED ONCE THE FILE
      * HAS PROVED.
           SELECT OPTIONAL CLEARING-SENT-REGISTER ASSIGN TO "CLRGSENT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * CLEARING-WORK - THE FILE AS BUILT, HELD HERE UNTIL IT PROVES.
           SELECT CLEARING-WORK ASSIGN TO "CLRGWORK"
               ORGANIZATION IS LINE SEQUENTIAL.
      * CLEARING-OUTBOUND - THE FILE THE TRANSMISSION STEP SENDS.
           SELECT CLEARING-OUTBOUND ASSIGN TO "CLRGOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLEARING-ITEMS
           LABEL RECORDS ARE STANDARD.
           COPY CLEARINGITEM.
      *
       FD  COMPLETION-FLAG-FILE
           LABEL RECORDS ARE STANDARD.
       01  COMPLETION-FLAG-RECORD.
        05       COMPLETION-FLAG-DATE    PIC 9(8).
        05       COMPLETION-FLAG-RC      PIC 9(4).
      * THE CYCLE THE FLAG BELONGS TO - INTRADAY RUNS STAMP 1, 2, ...
        05       COMPLETION-FLAG-CYCLE   PIC 9(2).
      *
       FD  CLEARING-SENT-REGISTER
           LABEL RECORDS ARE STANDARD.
           COPY CLEARINGSENT.
      *
       FD  CLEARING-WORK
           LABEL RECORDS ARE STANDARD.
           COPY CLEARINGFILE.
      *
       FD  CLEARING-OUTBOUND
           LABEL RECORDS ARE STANDARD.
       01  CLEARING-OUTBOUND-RECORD     PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01  CLEARING-ITEM-SWITCH         PIC X VALUE "N".
         88      END-OF-CLEARING-ITEMS      VALUE "Y".
       01  COMPLETION-FLAG-SWITCH       PIC X VALUE "N".
         88      END-OF-COMPLETION-FLAG     VALUE "Y".
       01  CLEARING-SENT-SWITCH         PIC X VALUE "N".
         88      END-OF-CLEARING-SENT       VALUE "Y".
       01  CLEARING-WORK-SWITCH         PIC X VALUE "N".
         88      END-OF-CLEARING-WORK       VALUE "Y".
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
      *
      * THE IDENTITY THE CLEARING HOUSE ISSUED US, CARRIED ON EVERY
      * FILE HEADER.
       01  CLEARING-ORIGINATOR-ID       PIC X(8) VALUE "TESTBANK".
      *
      * THE SENT-ITEMS REGISTER, HELD WHOLE. A REGISTER TOO LARGE TO
      * HOLD COULD LET A PAYMENT GO TWICE, SO IT REFUSES THE RUN.
       01  SENT-TABLE.
        05       SENT-ENTRY OCCURS 9999 TIMES.
         10      SENT-TABLE-KEY          PIC X(20).
       01  SENT-TABLE-COUNT             PIC 9(4) VALUE ZERO.
       01  SENT-TABLE-IDX               PIC 9(4) VALUE 1.
       01  SENT-FOUND-IDX               PIC 9(4) VALUE ZERO.
       01  SENT-OVERFLOW-SWITCH         PIC X VALUE "N".
         88      SENT-TABLE-OVERFLOWED      VALUE "Y".
       01  LAST-FILE-SEQUENCE           PIC 9(6) VALUE ZERO.
       01  FILE-SEQUENCE                PIC 9(6) VALUE ZERO.
      *
       01  PAYMENT-AMOUNT-WORK          PIC 9(7)V99 VALUE ZERO.
      *
      * THE PROOF - WHAT CLRGITEM SAYS, WHAT THE FILE CLAIMS IN ITS
      * TRAILER, AND WHAT ITS PAYMENT RECORDS ADD UP TO WHEN READ
      * BACK.
       01  TRAIL-PAYMENT-COUNT          PIC 9(6) VALUE ZERO.
       01  TRAIL-PAYMENT-TOTAL          PIC 9(11)V99 VALUE ZERO.
       01  TRAIL-SENT-COUNT             PIC 9(6) VALUE ZERO.
       01  TRAIL-SENT-TOTAL             PIC 9(11)V99 VALUE ZERO.
       01  TRAIL-UNSENT-COUNT           PIC 9(6) VALUE ZERO.
       01  TRAIL-UNSENT-TOTAL           PIC 9(11)V99 VALUE ZERO.
       01  FILE-ITEM-COUNT              PIC 9(6) VALUE ZERO.
       01  FILE-AMOUNT-TOTAL            PIC 9(11)V99 VALUE ZERO.
       01  READBACK-ITEM-COUNT          PIC 9(6) VALUE ZERO.
       01  READBACK-AMOUNT-TOTAL        PIC 9(11)V99 VALUE ZERO.
       01  READBACK-TRAILER-COUNT       PIC 9(6) VALUE ZERO.
       01  READBACK-TRAILER-TOTAL       PIC 9(11)V99 VALUE ZERO.
      *
       01  MASKED-REFERENCE-WORK        PIC X(8) VALUE SPACES.
       01  AMOUNT-EDIT                  PIC -ZZZ.ZZZ.ZZ9,99.
       01  TOTAL-EDIT                   PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           DISPLAY "START CLRGOUT".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
      * THE FILE IS BUILT FOR THE CYCLE THE COMPLETION FLAG NAMES,
      * THE SAME WAY SETTLE FILES ITS JOURNAL.
           OPEN INPUT COMPLETION-FLAG-FILE.
           READ COMPLETION-FLAG-FILE
               AT END
                   SET END-OF-COMPLETION-FLAG TO TRUE
           END-READ.
           CLOSE COMPLETION-FLAG-FILE.
           IF END-OF-COMPLETION-FLAG
               DISPLAY "NO COMPLETION FLAG - NO RUN TO CLEAR"
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
           COMPUTE FILE-SEQUENCE = LAST-FILE-SEQUENCE + 1.
           DISPLAY "CLEARING FILE " FILE-SEQUENCE
               " FOR CYCLE " COMPLETION-FLAG-DATE.
           DISPLAY "  ITEM   REFERENCE           AMOUNT VALUE DT TXN".
           PERFORM BUILD-CLEARING-WORK.
           PERFORM READ-BACK-CLEARING-WORK.
      *
           COMPUTE TRAIL-UNSENT-COUNT =
               TRAIL-PAYMENT-COUNT - TRAIL-SENT-COUNT.
           COMPUTE TRAIL-UNSENT-TOTAL =
               TRAIL-PAYMENT-TOTAL - TRAIL-SENT-TOTAL.
           MOVE TRAIL-PAYMENT-TOTAL TO TOTAL-EDIT.
           DISPLAY "CLEARING ITEMS:       " TRAIL-PAYMENT-COUNT
               " " TOTAL-EDIT.
           MOVE TRAIL-SENT-TOTAL TO TOTAL-EDIT.
           DISPLAY "ALREADY SENT:         " TRAIL-SENT-COUNT
               " " TOTAL-EDIT.
           MOVE READBACK-TRAILER-TOTAL TO TOTAL-EDIT.
           DISPLAY "FILE TRAILER:         " READBACK-TRAILER-COUNT
               " " TOTAL-EDIT.
           MOVE READBACK-AMOUNT-TOTAL TO TOTAL-EDIT.
           DISPLAY "FILE PAYMENT RECORDS: " READBACK-ITEM-COUNT
               " " TOTAL-EDIT.
           IF READBACK-TRAILER-COUNT NOT = TRAIL-UNSENT-COUNT
               OR READBACK-TRAILER-TOTAL NOT = TRAIL-UNSENT-TOTAL
               OR READBACK-ITEM-COUNT NOT = TRAIL-UNSENT-COUNT
               OR READBACK-AMOUNT-TOTAL NOT = TRAIL-UNSENT-TOTAL
               DISPLAY "CLEARING FILE DOES NOT PROVE TO CLRGITEM - "
                   "NOT RELEASED"
               PERFORM CLEAR-CLEARING-OUTBOUND
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           IF FILE-ITEM-COUNT = ZERO
               DISPLAY "NO PAYMENTS TO SEND - NO FILE RELEASED"
               PERFORM CLEAR-CLEARING-OUTBOUND
               GO TO PROG-EX
           END-IF.
           PERFORM RELEASE-CLEARING-FILE.
           PERFORM REGISTER-SENT-ITEMS.
           DISPLAY "CLEARING FILE " FILE-SEQUENCE " RELEASED: "
               FILE-ITEM-COUNT " PAYMENTS".
      *
       PROG-EX.
           DISPLAY "END CLRGOUT".
           EXIT PROGRAM.
      *
      * LOAD-SENT-REGISTER - EVERY PAYMENT EVER RELEASED, AND THE
      * HIGHEST FILE SEQUENCE USED SO FAR.
      *
       LOAD-SENT-REGISTER SECTION.
           OPEN INPUT CLEARING-SENT-REGISTER.
           PERFORM READ-CLEARING-SENT.
           PERFORM LOAD-ONE-SENT-ITEM UNTIL END-OF-CLEARING-SENT.
           CLOSE CLEARING-SENT-REGISTER.
       EXIT.
      *
       LOAD-ONE-SENT-ITEM SECTION.
           IF CLR-SENT-FILE-SEQUENCE NUMERIC
               AND CLR-SENT-FILE-SEQUENCE > LAST-FILE-SEQUENCE
               MOVE CLR-SENT-FILE-SEQUENCE TO LAST-FILE-SEQUENCE
           END-IF.
           IF SENT-TABLE-COUNT = 9999
               SET SENT-TABLE-OVERFLOWED TO TRUE
               GO TO LOAD-ONE-SENT-ITEM-NEXT
           END-IF.
           ADD 1 TO SENT-TABLE-COUNT.
           MOVE CLR-SENT-KEY TO SENT-TABLE-KEY(SENT-TABLE-COUNT).
       LOAD-ONE-SENT-ITEM-NEXT.
           PERFORM READ-CLEARING-SENT.
       EXIT.
      *
      * BUILD-CLEARING-WORK - ONE WALK OF CLRGITEM WRITES THE
      * HEADER, A PAYMENT RECORD FOR EVERY ITEM NOT YET SENT, AND THE
      * TRAILER, TALLYING CLRGITEM'S SIDE OF THE PROOF AS IT GOES.
      *
       BUILD-CLEARING-WORK SECTION.
           OPEN OUTPUT CLEARING-WORK.
           MOVE SPACES TO CLEARING-HEADER-RECORD.
           MOVE "H" TO CLR-HDR-TYPE.
           MOVE CLEARING-ORIGINATOR-ID TO CLR-HDR-ORIGINATOR.
           MOVE RUN-DATE TO CLR-HDR-CREATED-DATE.
           MOVE FILE-SEQUENCE TO CLR-HDR-FILE-SEQUENCE.
           MOVE COMPLETION-FLAG-DATE TO CLR-HDR-CYCLE-DATE.
           WRITE CLEARING-HEADER-RECORD.
           OPEN INPUT CLEARING-ITEMS.
           PERFORM READ-CLEARING-ITEM.
           PERFORM SELECT-ONE-ITEM
               UNTIL END-OF-CLEARING-ITEMS.
           CLOSE CLEARING-ITEMS.
           MOVE SPACES TO CLEARING-TRAILER-RECORD.
           MOVE "T" TO CLR-TRL-TYPE.
           MOVE FILE-SEQUENCE TO CLR-TRL-FILE-SEQUENCE.
           MOVE FILE-ITEM-COUNT TO CLR-TRL-ITEM-COUNT.
           MOVE FILE-AMOUNT-TOTAL TO CLR-TRL-AMOUNT-TOTAL.
           WRITE CLEARING-TRAILER-RECORD.
           CLOSE CLEARING-WORK.
       EXIT.
      *
      * SELECT-ONE-ITEM - EVERY ROW ON CLRGITEM IS A COMMITTED
      * PAYMENT OUT; ONE ALREADY ON THE REGISTER IS COUNTED AS SENT.
      *
       SELECT-ONE-ITEM SECTION.
           MOVE CLR-ITEM-AMOUNT TO PAYMENT-AMOUNT-WORK.
           ADD 1 TO TRAIL-PAYMENT-COUNT.
           ADD PAYMENT-AMOUNT-WORK TO TRAIL-PAYMENT-TOTAL.
           MOVE ZERO TO SENT-FOUND-IDX.
           PERFORM MATCH-ONE-SENT-ITEM
               VARYING SENT-TABLE-IDX FROM 1 BY 1
               UNTIL SENT-TABLE-IDX > SENT-TABLE-COUNT
               OR SENT-FOUND-IDX > ZERO.
           IF SENT-FOUND-IDX > ZERO
               ADD 1 TO TRAIL-SENT-COUNT
               ADD PAYMENT-AMOUNT-WORK TO TRAIL-SENT-TOTAL
               GO TO SELECT-ONE-ITEM-NEXT
           END-IF.
           ADD 1 TO FILE-ITEM-COUNT.
           ADD PAYMENT-AMOUNT-WORK TO FILE-AMOUNT-TOTAL.
           MOVE SPACES TO CLEARING-PAYMENT-RECORD.
           MOVE "P" TO CLR-PAY-TYPE.
           MOVE FILE-ITEM-COUNT TO CLR-PAY-ITEM-SEQUENCE.
           MOVE CLR-ITEM-REFERENCE TO CLR-PAY-REFERENCE.
           MOVE PAYMENT-AMOUNT-WORK TO CLR-PAY-AMOUNT.
           MOVE CLR-ITEM-VALUE-DATE TO CLR-PAY-VALUE-DATE.
           MOVE CLR-ITEM-TXN-NUMBER TO CLR-PAY-TXN-NUMBER.
           WRITE CLEARING-PAYMENT-RECORD.
           MOVE CLR-ITEM-REFERENCE TO MASKED-REFERENCE-WORK.
           MOVE "******" TO MASKED-REFERENCE-WORK(1:6).
           MOVE PAYMENT-AMOUNT-WORK TO AMOUNT-EDIT.
           DISPLAY "  " FILE-ITEM-COUNT
               " " MASKED-REFERENCE-WORK
               "  " AMOUNT-EDIT
               " " CLR-PAY-VALUE-DATE
               " " CLR-PAY-TXN-NUMBER.
       SELECT-ONE-ITEM-NEXT.
           PERFORM READ-CLEARING-ITEM.
       EXIT.
      *
       MATCH-ONE-SENT-ITEM SECTION.
           IF SENT-TABLE-KEY(SENT-TABLE-IDX) = CLR-ITEM-KEY
               MOVE SENT-TABLE-IDX TO SENT-FOUND-IDX
           END-IF.
       EXIT.
      *
      * READ-BACK-CLEARING-WORK - THE FILE'S SIDE OF THE PROOF: WHAT
      * ITS TRAILER CLAIMS AND WHAT ITS PAYMENT RECORDS ADD UP TO.
      *
       READ-BACK-CLEARING-WORK SECTION.
           MOVE "N" TO CLEARING-WORK-SWITCH.
           OPEN INPUT CLEARING-WORK.
           PERFORM READ-CLEARING-WORK.
           PERFORM TALLY-ONE-WORK-RECORD UNTIL END-OF-CLEARING-WORK.
           CLOSE CLEARING-WORK.
       EXIT.
      *
       TALLY-ONE-WORK-RECORD SECTION.
           EVALUATE CLR-PAY-TYPE
               WHEN "P"
                   ADD 1 TO READBACK-ITEM-COUNT
                   ADD CLR-PAY-AMOUNT TO READBACK-AMOUNT-TOTAL
               WHEN "T"
                   MOVE CLR-TRL-ITEM-COUNT TO READBACK-TRAILER-COUNT
                   MOVE CLR-TRL-AMOUNT-TOTAL
                       TO READBACK-TRAILER-TOTAL
           END-EVALUATE.
           PERFORM READ-CLEARING-WORK.
       EXIT.
      *
      * RELEASE-CLEARING-FILE - THE PROVED FILE IS COPIED AS IT
      * STANDS TO THE FILE THE TRANSMISSION STEP SENDS.
      *
       RELEASE-CLEARING-FILE SECTION.
           MOVE "N" TO CLEARING-WORK-SWITCH.
           OPEN INPUT CLEARING-WORK.
           OPEN OUTPUT CLEARING-OUTBOUND.
           PERFORM READ-CLEARING-WORK.
           PERFORM RELEASE-ONE-RECORD UNTIL END-OF-CLEARING-WORK.
           CLOSE CLEARING-OUTBOUND.
           CLOSE CLEARING-WORK.
       EXIT.
      *
       RELEASE-ONE-RECORD SECTION.
           MOVE CLEARING-HEADER-RECORD TO CLEARING-OUTBOUND-RECORD.
           WRITE CLEARING-OUTBOUND-RECORD.
           PERFORM READ-CLEARING-WORK.
       EXIT.
      *
      * CLEAR-CLEARING-OUTBOUND - WHEN NOTHING IS RELEASED THE
      * OUTBOUND FILE IS LEFT EMPTY, SO THE TRANSMISSION STEP CANNOT
      * SEND AN EARLIER CYCLE'S FILE A SECOND TIME.
      *
       CLEAR-CLEARING-OUTBOUND SECTION.
           OPEN OUTPUT CLEARING-OUTBOUND.
           CLOSE CLEARING-OUTBOUND.
       EXIT.
      *
      * REGISTER-SENT-ITEMS - ONE REGISTER ROW PER PAYMENT RELEASED,
      * TAKEN FROM THE RELEASED FILE ITSELF.
      *
       REGISTER-SENT-ITEMS SECTION.
           MOVE "N" TO CLEARING-WORK-SWITCH.
           OPEN INPUT CLEARING-WORK.
           OPEN EXTEND CLEARING-SENT-REGISTER.
           PERFORM READ-CLEARING-WORK.
           PERFORM REGISTER-ONE-ITEM UNTIL END-OF-CLEARING-WORK.
           CLOSE CLEARING-SENT-REGISTER.
           CLOSE CLEARING-WORK.
       EXIT.
      *
       REGISTER-ONE-ITEM SECTION.
           IF CLR-PAY-TYPE NOT = "P"
               GO TO REGISTER-ONE-ITEM-NEXT
           END-IF.
           MOVE CLR-PAY-REFERENCE TO CLR-SENT-REFERENCE.
           MOVE CLR-PAY-TXN-NUMBER TO CLR-SENT-TXN-NUMBER.
           MOVE CLR-PAY-VALUE-DATE TO CLR-SENT-VALUE-DATE.
           MOVE CLR-PAY-AMOUNT TO CLR-SENT-AMOUNT.
           MOVE FILE-SEQUENCE TO CLR-SENT-FILE-SEQUENCE.
           MOVE RUN-DATE TO CLR-SENT-DATE.
           WRITE CLEARING-SENT-RECORD.
       REGISTER-ONE-ITEM-NEXT.
           PERFORM READ-CLEARING-WORK.
       EXIT.
      *
       READ-CLEARING-ITEM SECTION.
           READ CLEARING-ITEMS
               AT END
                   SET END-OF-CLEARING-ITEMS TO TRUE
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
       READ-CLEARING-WORK SECTION.
           READ CLEARING-WORK
               AT END
                   SET END-OF-CLEARING-WORK TO TRUE
           END-READ.
       EXIT.
      *
       END PROGRAM CLRGOUT.
