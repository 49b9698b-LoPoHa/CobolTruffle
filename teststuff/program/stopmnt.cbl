       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOPMNT.
      *
      *
      * BATCH MAINTENANCE FOR THE INDEXED STOP-PAYMENT FILE. A
      * CUSTOMER WHO PHONES IN TO STOP A PAYMENT USED TO HAVE TO WAIT
      * FOR IT TO POST AND BE REVERSED; THE BRANCH NOW KEYS A STOP
      * CARD AND THE DAILY RUN REJECTS THE PAYMENT BEFORE IT POSTS.
      * READS A CARD FILE OF PLACE AND CANCEL REQUESTS IN THE SAME
      * SHAPE HOLDMNT TAKES ITS CARDS: EACH CARD IS VALIDATED,
      * APPLIED OR REFUSED, AND EVERY DECISION GOES INTO THE SAME
      * AUDITLOG TRAIL THE DAILY RUN USES. A STOP MAY ONLY BE PLACED
      * ON AN ACCOUNT THAT IS ON THE ACCOUNT MASTER. A CANCELLED
      * STOP STAYS ON FILE MARKED CANCELLED SO THE TRAIL AND THE
      * STOP REPORT STILL RESOLVE.
      *
      * A CARD NAMES ITS ACCOUNT BY THE SHORT FIVE-BYTE KEY OR, WITH
      * THAT LEFT BLANK, BY THE SEVEN-BYTE WIDE KEY, AS HOLDMNT'S
      * CARDS DO. EITHER WAY THE ACCOUNT IS FOUND ON THE MASTER AND
      * THE STOP IS FILED UNDER ITS WIDE KEY, WITH ITS SHORT KEY
      * BESIDE IT WHERE IT HAS ONE.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * KEEP IN STEP WITH TEST'S SPECIAL-NAMES.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOP-PAYMENT-FILE ASSIGN TO "STOPPAY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STOP-WIDE-KEY
               ALTERNATE RECORD KEY IS STOP-KEY
                   WITH DUPLICATES.
      * ACCOUNT-MASTER - THE ACCOUNT A CARD NAMES MUST BE HERE.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-MASTER-WIDE-KEY
               ALTERNATE RECORD KEY IS ACCOUNT-MASTER-KEY
                   WITH DUPLICATES.
      * STOP-CARDS - ONE CARD PER REQUESTED CHANGE: THE ACTION
      * (P PLACE, C CANCEL), THE ACCOUNT KEY AND STOP NUMBER, FOR A
      * PLACE THE PAYMENT TO STOP AND THE STOP'S EXPIRY, AND THE WIDE
      * KEY WHEN THE SHORT ONE IS BLANK.
           SELECT STOP-CARDS ASSIGN TO "STOPCARD"
               ORGANIZATION IS LINE SEQUENTIAL.
      * AUDIT-LOG-FILE - THE SAME CHAIN DISCIPLINE ACCTMNT FOLLOWS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  STOP-PAYMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STOPRECORD.
      *
       FD  ACCOUNT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY ACCTMASTER.
      *
       FD  STOP-CARDS
           LABEL RECORDS ARE STANDARD.
       01  STOP-CARD.
        05       CARD-ACTION             PIC X.
      * CARD-STOP-KEY - THE ACCOUNT KEY AND THE STOP NUMBER, IN THE
      * SAME SHAPE AS STOP-KEY, SO THE AUDIT ENTRY NAMES THE STOP.
        05       CARD-STOP-KEY.
         10      CARD-ACCOUNT-KEY        PIC X(5).
         10      CARD-STOP-NUMBER        PIC X(3).
      * CARD-DETAILS - THE PAYMENT TO STOP, REQUIRED ON A P CARD AND
      * IGNORED ON A CANCEL: "R" AND THE PAYMENT REFERENCE, OR "A"
      * AND THE AMOUNT WITH THE FIRST AND LAST VALUE DATES IT MAY
      * ARRIVE UNDER; THEN THE LAST DAY THE STOP IS LIVE.
        05       CARD-DETAILS.
         10      CARD-MATCH-TYPE         PIC X.
         10      CARD-PAYMENT-REF        PIC X(8).
         10      CARD-AMOUNT             PIC 9(7)V99.
         10      CARD-DATE-FROM          PIC 9(8).
         10      CARD-DATE-TO            PIC 9(8).
         10      CARD-EXPIRY-DATE        PIC 9(8).
      * CARD-WIDE-KEY - THE ACCOUNT'S WIDE KEY, READ ONLY WHEN
      * CARD-ACCOUNT-KEY IS BLANK.
        05       CARD-WIDE-KEY           PIC X(7).
        05       FILLER                  PIC X(22).
      *
       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITRECORD.
      *
       WORKING-STORAGE SECTION.
       01  STOP-CARDS-SWITCH            PIC X VALUE "N".
         88      END-OF-STOP-CARDS          VALUE "Y".
       01  AUDIT-LOG-READ-SWITCH        PIC X VALUE "N".
         88      END-OF-AUDIT-LOG            VALUE "Y".
       01  STOP-FOUND-SWITCH            PIC X VALUE "N".
         88      STOP-ON-FILE                VALUE "Y".
       01  ACCOUNT-FOUND-SWITCH         PIC X VALUE "N".
         88      ACCOUNT-ON-FILE             VALUE "Y".
       01  CARD-REFUSED-SWITCH          PIC X VALUE "N".
         88      CARD-REFUSED                VALUE "Y".
       01  CARDS-APPLIED-COUNT          PIC 9(8) VALUE ZERO.
       01  CARDS-REFUSED-COUNT          PIC 9(8) VALUE ZERO.
       01  CARD-REFUSAL-REASON          PIC X(20) VALUE SPACES.
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
      * THE KEY THE AUDIT ENTRY NAMES THE STOP BY - THE CARD'S SHORT
      * KEY AND STOP NUMBER, OR ITS WIDE KEY WHEN IT CARRIES ONE.
       01  AUDIT-KEY-NAME               PIC X(8) VALUE SPACES.
      *
      * AUDIT-CHAIN WORK FIELDS - RE-ESTABLISHED FROM THE TRAIL
      * BEFORE THE OPEN EXTEND SO THE CHAIN CONTINUES UNBROKEN.
       01  AUDIT-SEQUENCE-NUMBER        PIC 9(8) VALUE ZERO.
       01  AUDIT-DATA-ENTRY-COUNT       PIC 9(8) VALUE ZERO.
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           DISPLAY "START STOPMNT".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM ESTABLISH-AUDIT-SEQUENCE.
           OPEN EXTEND AUDIT-LOG-FILE.
           OPEN I-O STOP-PAYMENT-FILE.
           OPEN INPUT ACCOUNT-MASTER.
           OPEN INPUT STOP-CARDS.
           PERFORM READ-STOP-CARD.
           PERFORM APPLY-ONE-CARD UNTIL END-OF-STOP-CARDS.
           CLOSE STOP-CARDS.
           CLOSE ACCOUNT-MASTER.
           CLOSE STOP-PAYMENT-FILE.
           PERFORM WRITE-AUDIT-TRAILER.
           CLOSE AUDIT-LOG-FILE.
           DISPLAY "CARDS APPLIED: " CARDS-APPLIED-COUNT.
           DISPLAY "CARDS REFUSED: " CARDS-REFUSED-COUNT.
           IF CARDS-REFUSED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "END STOPMNT".
      *
       PROG-EX.
           EXIT PROGRAM.
      *
      * APPLY-ONE-CARD - VALIDATES THE STOP NUMBER, LOCATES THE
      * ACCOUNT AND THE STOP, AND APPLIES THE ACTION. THE FIRST
      * FAILURE NAMES THE REFUSAL REASON; EVERY DECISION GOES TO THE
      * AUDIT TRAIL UNDER THE ACCOUNT KEY AND STOP NUMBER, OR UNDER
      * THE WIDE KEY ON A CARD THAT CARRIES ONE.
      *
       APPLY-ONE-CARD SECTION.
           MOVE "N" TO CARD-REFUSED-SWITCH.
           MOVE SPACES TO CARD-REFUSAL-REASON.
           IF CARD-ACCOUNT-KEY = SPACES
               MOVE CARD-WIDE-KEY TO AUDIT-KEY-NAME
           ELSE
               MOVE CARD-STOP-KEY TO AUDIT-KEY-NAME
           END-IF.
           IF CARD-STOP-NUMBER NOT NUMERIC
               OR CARD-STOP-NUMBER = ZERO
               SET CARD-REFUSED TO TRUE
               MOVE "STOP NO. INVALID" TO CARD-REFUSAL-REASON
               GO TO APPLY-ONE-CARD-DECIDE
           END-IF.
           PERFORM LOCATE-CARD-ACCOUNT.
           IF NOT ACCOUNT-ON-FILE
               SET CARD-REFUSED TO TRUE
               MOVE "NO ACCOUNT" TO CARD-REFUSAL-REASON
               GO TO APPLY-ONE-CARD-DECIDE
           END-IF.
           PERFORM LOCATE-CARD-STOP.
           EVALUATE CARD-ACTION
               WHEN "P"
                   PERFORM PLACE-STOP
               WHEN "C"
                   PERFORM CANCEL-STOP
               WHEN OTHER
                   SET CARD-REFUSED TO TRUE
                   MOVE "UNKNOWN ACTION" TO CARD-REFUSAL-REASON
           END-EVALUATE.
       APPLY-ONE-CARD-DECIDE.
           IF CARD-REFUSED
               ADD 1 TO CARDS-REFUSED-COUNT
               DISPLAY "CARD REFUSED (" CARD-REFUSAL-REASON "): "
                   CARD-ACTION " " CARD-ACCOUNT-KEY CARD-WIDE-KEY " "
                   CARD-STOP-NUMBER
               MOVE "DENY" TO AUDIT-NEW-VALUE
           ELSE
               ADD 1 TO CARDS-APPLIED-COUNT
               MOVE "DONE" TO AUDIT-NEW-VALUE
           END-IF.
           MOVE "STOPMNT" TO AUDIT-PROGRAM-NAME.
           MOVE AUDIT-KEY-NAME TO AUDIT-FIELD-NAME.
           MOVE CARD-ACTION TO AUDIT-OLD-VALUE.
           MOVE SPACES TO AUDIT-OPERATOR-ID.
           MOVE ZERO TO AUDIT-TXN-NUMBER.
           PERFORM WRITE-AUDIT-RECORD.
           PERFORM READ-STOP-CARD.
       EXIT.
      *
      * PLACE-STOP - THE STOP NUMBER MUST BE NEW FOR THE ACCOUNT. A
      * REFERENCE STOP NEEDS THE REFERENCE; AN AMOUNT STOP NEEDS A
      * POSITIVE AMOUNT AND A VALUE-DATE WINDOW THAT DOES NOT RUN
      * BACKWARDS. THE EXPIRY
      * MAY NOT LIE BEHIND TODAY - A STOP THAT HAS ALREADY RUN OUT
      * WOULD STOP NOTHING.
      *
       PLACE-STOP SECTION.
           IF STOP-ON-FILE
               SET CARD-REFUSED TO TRUE
               MOVE "ALREADY ON FILE" TO CARD-REFUSAL-REASON
               GO TO PLACE-STOP-EX
           END-IF.
           EVALUATE CARD-MATCH-TYPE
               WHEN "R"
                   IF CARD-PAYMENT-REF = SPACES
                       SET CARD-REFUSED TO TRUE
                       MOVE "NO PAYMENT REF" TO CARD-REFUSAL-REASON
                   END-IF
               WHEN "A"
                   IF CARD-AMOUNT NOT NUMERIC
                       OR CARD-AMOUNT = ZERO
                       SET CARD-REFUSED TO TRUE
                       MOVE "AMOUNT INVALID" TO CARD-REFUSAL-REASON
                   ELSE
                       IF CARD-DATE-FROM NOT NUMERIC
                           OR CARD-DATE-TO NOT NUMERIC
                           OR CARD-DATE-FROM > CARD-DATE-TO
                           SET CARD-REFUSED TO TRUE
                           MOVE "DATE RANGE INVALID"
                               TO CARD-REFUSAL-REASON
                       END-IF
                   END-IF
               WHEN OTHER
                   SET CARD-REFUSED TO TRUE
                   MOVE "MATCH TYPE INVALID" TO CARD-REFUSAL-REASON
           END-EVALUATE.
           IF CARD-REFUSED
               GO TO PLACE-STOP-EX
           END-IF.
           IF CARD-EXPIRY-DATE NOT NUMERIC
               OR CARD-EXPIRY-DATE < RUN-DATE
               SET CARD-REFUSED TO TRUE
               MOVE "EXPIRY DATE INVALID" TO CARD-REFUSAL-REASON
               GO TO PLACE-STOP-EX
           END-IF.
           MOVE ACCOUNT-MASTER-KEY TO STOP-ACCOUNT-KEY.
           MOVE CARD-STOP-NUMBER TO STOP-NUMBER.
           MOVE ACCOUNT-MASTER-WIDE-KEY TO STOP-WIDE-ACCOUNT-KEY.
           MOVE CARD-STOP-NUMBER TO STOP-WIDE-NUMBER.
           MOVE CARD-MATCH-TYPE TO STOP-MATCH-TYPE.
           IF STOP-BY-REFERENCE
               MOVE CARD-PAYMENT-REF TO STOP-PAYMENT-REF
               MOVE ZERO TO STOP-AMOUNT
               MOVE ZERO TO STOP-DATE-FROM
               MOVE ZERO TO STOP-DATE-TO
           ELSE
               MOVE SPACES TO STOP-PAYMENT-REF
               MOVE CARD-AMOUNT TO STOP-AMOUNT
               MOVE CARD-DATE-FROM TO STOP-DATE-FROM
               MOVE CARD-DATE-TO TO STOP-DATE-TO
           END-IF.
           MOVE RUN-DATE TO STOP-PLACED-DATE.
           MOVE CARD-EXPIRY-DATE TO STOP-EXPIRY-DATE.
           SET STOP-ACTIVE TO TRUE.
           MOVE ZERO TO STOP-ENDED-DATE.
           MOVE ZERO TO STOP-TRIGGERED-TXN.
           WRITE STOP-PAYMENT-RECORD
               INVALID KEY
                   SET CARD-REFUSED TO TRUE
                   MOVE "WRITE FAILED" TO CARD-REFUSAL-REASON
           END-WRITE.
       PLACE-STOP-EX.
       EXIT.
      *
      * CANCEL-STOP - THE STOP MUST BE ON FILE AND STILL LIVE; IT IS
      * MARKED CANCELLED AS OF TODAY AND STOPS NOTHING FROM THE NEXT
      * DAILY RUN ON.
      *
       CANCEL-STOP SECTION.
           IF NOT STOP-ON-FILE
               SET CARD-REFUSED TO TRUE
               MOVE "NO STOP" TO CARD-REFUSAL-REASON
               GO TO CANCEL-STOP-EX
           END-IF.
           IF NOT STOP-ACTIVE
               SET CARD-REFUSED TO TRUE
               MOVE "STOP NOT ACTIVE" TO CARD-REFUSAL-REASON
               GO TO CANCEL-STOP-EX
           END-IF.
           SET STOP-CANCELLED TO TRUE.
           MOVE RUN-DATE TO STOP-ENDED-DATE.
           REWRITE STOP-PAYMENT-RECORD.
       CANCEL-STOP-EX.
       EXIT.
      *
      * LOCATE-CARD-ACCOUNT - THE CARD'S ACCOUNT ON THE MASTER, BY
      * THE SHORT-KEY INDEX OR BY THE WIDE KEY.
      *
       LOCATE-CARD-ACCOUNT SECTION.
           MOVE "N" TO ACCOUNT-FOUND-SWITCH.
           IF CARD-ACCOUNT-KEY = SPACES
               MOVE CARD-WIDE-KEY TO ACCOUNT-MASTER-WIDE-KEY
               READ ACCOUNT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ACCOUNT-ON-FILE TO TRUE
               END-READ
           ELSE
               MOVE CARD-ACCOUNT-KEY TO ACCOUNT-MASTER-KEY
               READ ACCOUNT-MASTER KEY IS ACCOUNT-MASTER-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ACCOUNT-ON-FILE TO TRUE
               END-READ
           END-IF.
       EXIT.
      *
      * LOCATE-CARD-STOP - THE STOP UNDER THE ACCOUNT'S WIDE KEY.
      *
       LOCATE-CARD-STOP SECTION.
           MOVE "N" TO STOP-FOUND-SWITCH.
           MOVE ACCOUNT-MASTER-WIDE-KEY TO STOP-WIDE-ACCOUNT-KEY.
           MOVE CARD-STOP-NUMBER TO STOP-WIDE-NUMBER.
           READ STOP-PAYMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET STOP-ON-FILE TO TRUE
           END-READ.
       EXIT.
      *
      * WRITE-AUDIT-RECORD / ESTABLISH-AUDIT-SEQUENCE /
      * WRITE-AUDIT-TRAILER - THE SAME CHAIN DISCIPLINE TEST AND
      * ACCTMNT APPLY.
      *
       WRITE-AUDIT-RECORD SECTION.
           ADD 1 TO AUDIT-SEQUENCE-NUMBER.
           ADD 1 TO AUDIT-DATA-ENTRY-COUNT.
           MOVE AUDIT-SEQUENCE-NUMBER TO AUDIT-SEQUENCE.
           MOVE RUN-DATE TO AUDIT-DATE.
           WRITE AUDIT-LOG-RECORD.
       EXIT.
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
           END-IF.
           PERFORM READ-NEXT-AUDIT-ENTRY.
       EXIT.
      *
       WRITE-AUDIT-TRAILER SECTION.
           MOVE AUDIT-SEQUENCE-NUMBER TO AUDIT-TRAILER-SEQUENCE.
           MOVE "*TRAILER" TO AUDIT-TRAILER-MARK.
           MOVE AUDIT-DATA-ENTRY-COUNT TO AUDIT-TRAILER-COUNT.
           WRITE AUDIT-TRAILER-RECORD.
       EXIT.
      *
       READ-NEXT-AUDIT-ENTRY SECTION.
           READ AUDIT-LOG-FILE
               AT END
                   SET END-OF-AUDIT-LOG TO TRUE
           END-READ.
       EXIT.
      *
       READ-STOP-CARD SECTION.
           READ STOP-CARDS
               AT END
                   SET END-OF-STOP-CARDS TO TRUE
           END-READ.
       EXIT.
      *
       END PROGRAM STOPMNT.
