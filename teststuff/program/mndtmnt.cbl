       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNDTMNT.
      *
      *
      * BATCH MAINTENANCE FOR THE INDEXED DIRECT-DEBIT MANDATE FILE.
      * A THIRD PARTY MAY ONLY COLLECT FROM AN ACCOUNT UNDER A
      * MANDATE THE CUSTOMER HAS GIVEN IT; THE BRANCH KEYS A CARD
      * WHEN ONE IS GIVEN, CHANGED, OR WITHDRAWN, AND THE DAILY RUN
      * REFUSES ANY COLLECTION NO MANDATE IN FORCE COVERS. READS A
      * CARD FILE IN THE SAME SHAPE STOPMNT TAKES ITS CARDS: EACH
      * CARD IS VALIDATED, APPLIED OR REFUSED, AND EVERY DECISION
      * GOES INTO THE SAME AUDITLOG TRAIL THE DAILY RUN USES UNDER
      * THE ACCOUNT KEY. A MANDATE MAY ONLY BE ADDED FOR AN ACCOUNT
      * THAT IS ON THE ACCOUNT MASTER. A CANCELLED MANDATE STAYS ON
      * FILE MARKED CANCELLED SO THE TRAIL AND THE MANDATE REPORT
      * STILL RESOLVE, UNTIL THE CUSTOMER GIVES THE SAME CREDITOR A
      * NEW ONE.
      *
      * A CARD NAMES ITS ACCOUNT BY THE SHORT FIVE-BYTE KEY OR, WITH
      * THAT LEFT BLANK, BY THE SEVEN-BYTE WIDE KEY, AS STOPMNT'S
      * CARDS DO. EITHER WAY THE ACCOUNT IS FOUND ON THE MASTER AND
      * THE MANDATE IS FILED UNDER ITS WIDE KEY, WITH ITS SHORT KEY
      * BESIDE IT WHERE IT HAS ONE.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * KEEP IN STEP WITH TEST'S SPECIAL-NAMES.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANDATE-FILE ASSIGN TO "MANDATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MANDATE-WIDE-KEY
               ALTERNATE RECORD KEY IS MANDATE-KEY
                   WITH DUPLICATES.
      * ACCOUNT-MASTER - THE ACCOUNT A CARD NAMES MUST BE HERE.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-MASTER-WIDE-KEY
               ALTERNATE RECORD KEY IS ACCOUNT-MASTER-KEY
                   WITH DUPLICATES.
      * MANDATE-CARDS - ONE CARD PER REQUESTED CHANGE: THE ACTION
      * (A ADD, M AMEND, C CANCEL), THE ACCOUNT KEY AND CREDITOR
      * REFERENCE, FOR AN ADD OR AMEND THE MANDATE'S TERMS, AND THE
      * WIDE KEY WHEN THE SHORT ONE IS BLANK.
           SELECT MANDATE-CARDS ASSIGN TO "MNDTCARD"
               ORGANIZATION IS LINE SEQUENTIAL.
      * AUDIT-LOG-FILE - THE SAME CHAIN DISCIPLINE ACCTMNT FOLLOWS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MANDATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MANDATEMASTER.
      *
       FD  ACCOUNT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY ACCTMASTER.
      *
       FD  MANDATE-CARDS
           LABEL RECORDS ARE STANDARD.
       01  MANDATE-CARD.
        05       CARD-ACTION             PIC X.
      * CARD-MANDATE-KEY - THE ACCOUNT KEY AND CREDITOR REFERENCE, IN
      * THE SAME SHAPE AS MANDATE-KEY.
        05       CARD-MANDATE-KEY.
         10      CARD-ACCOUNT-KEY        PIC X(5).
         10      CARD-CREDITOR-REF       PIC X(8).
      * CARD-TERMS - REQUIRED ON AN A OR M CARD AND IGNORED ON A
      * CANCEL: THE LARGEST SINGLE COLLECTION ALLOWED, HOW OFTEN THE
      * CREDITOR WILL COLLECT, AND THE FIRST AND LAST VALUE DATES A
      * COLLECTION MAY CARRY. AN AMEND REPLACES ALL THE TERMS.
        05       CARD-TERMS.
         10      CARD-MAX-AMOUNT         PIC 9(7)V99.
         10      CARD-FREQUENCY          PIC X.
          88     CARD-FREQUENCY-VALID        VALUES "W" "M" "Q"
                                                    "A" "O".
         10      CARD-DATE-FROM          PIC 9(8).
         10      CARD-DATE-TO            PIC 9(8).
      * CARD-WIDE-KEY - THE ACCOUNT'S WIDE KEY, READ ONLY WHEN
      * CARD-ACCOUNT-KEY IS BLANK.
        05       CARD-WIDE-KEY           PIC X(7).
        05       FILLER                  PIC X(33).
      *
       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITRECORD.
      *
       WORKING-STORAGE SECTION.
       01  MANDATE-CARDS-SWITCH         PIC X VALUE "N".
         88      END-OF-MANDATE-CARDS       VALUE "Y".
       01  AUDIT-LOG-READ-SWITCH        PIC X VALUE "N".
         88      END-OF-AUDIT-LOG            VALUE "Y".
       01  MANDATE-FOUND-SWITCH         PIC X VALUE "N".
         88      MANDATE-ON-FILE             VALUE "Y".
       01  ACCOUNT-FOUND-SWITCH         PIC X VALUE "N".
         88      ACCOUNT-ON-FILE             VALUE "Y".
       01  CARD-REFUSED-SWITCH          PIC X VALUE "N".
         88      CARD-REFUSED                VALUE "Y".
       01  CARDS-APPLIED-COUNT          PIC 9(8) VALUE ZERO.
       01  CARDS-REFUSED-COUNT          PIC 9(8) VALUE ZERO.
       01  CARD-REFUSAL-REASON          PIC X(20) VALUE SPACES.
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
      * THE KEY THE AUDIT ENTRY NAMES THE ACCOUNT BY - THE CARD'S
      * SHORT KEY, OR ITS WIDE KEY WHEN IT CARRIES ONE.
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
           DISPLAY "START MNDTMNT".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM ESTABLISH-AUDIT-SEQUENCE.
           OPEN EXTEND AUDIT-LOG-FILE.
           OPEN I-O MANDATE-FILE.
           OPEN INPUT ACCOUNT-MASTER.
           OPEN INPUT MANDATE-CARDS.
           PERFORM READ-MANDATE-CARD.
           PERFORM APPLY-ONE-CARD UNTIL END-OF-MANDATE-CARDS.
           CLOSE MANDATE-CARDS.
           CLOSE ACCOUNT-MASTER.
           CLOSE MANDATE-FILE.
           PERFORM WRITE-AUDIT-TRAILER.
           CLOSE AUDIT-LOG-FILE.
           DISPLAY "CARDS APPLIED: " CARDS-APPLIED-COUNT.
           DISPLAY "CARDS REFUSED: " CARDS-REFUSED-COUNT.
           IF CARDS-REFUSED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "END MNDTMNT".
      *
       PROG-EX.
           EXIT PROGRAM.
      *
      * APPLY-ONE-CARD - VALIDATES THE CREDITOR REFERENCE, LOCATES
      * THE ACCOUNT AND THE MANDATE, AND APPLIES THE ACTION. THE
      * FIRST FAILURE NAMES THE REFUSAL REASON; EVERY DECISION GOES
      * TO THE AUDIT TRAIL UNDER THE ACCOUNT KEY, OR UNDER THE WIDE
      * KEY ON A CARD THAT CARRIES ONE.
      *
       APPLY-ONE-CARD SECTION.
           MOVE "N" TO CARD-REFUSED-SWITCH.
           MOVE SPACES TO CARD-REFUSAL-REASON.
           IF CARD-ACCOUNT-KEY = SPACES
               MOVE CARD-WIDE-KEY TO AUDIT-KEY-NAME
           ELSE
               MOVE CARD-ACCOUNT-KEY TO AUDIT-KEY-NAME
           END-IF.
           IF CARD-CREDITOR-REF = SPACES
               SET CARD-REFUSED TO TRUE
               MOVE "NO CREDITOR REF" TO CARD-REFUSAL-REASON
               GO TO APPLY-ONE-CARD-DECIDE
           END-IF.
           PERFORM LOCATE-CARD-ACCOUNT.
           IF NOT ACCOUNT-ON-FILE
               SET CARD-REFUSED TO TRUE
               MOVE "NO ACCOUNT" TO CARD-REFUSAL-REASON
               GO TO APPLY-ONE-CARD-DECIDE
           END-IF.
           PERFORM LOCATE-CARD-MANDATE.
           EVALUATE CARD-ACTION
               WHEN "A"
                   PERFORM ADD-MANDATE
               WHEN "M"
                   PERFORM AMEND-MANDATE
               WHEN "C"
                   PERFORM CANCEL-MANDATE
               WHEN OTHER
                   SET CARD-REFUSED TO TRUE
                   MOVE "UNKNOWN ACTION" TO CARD-REFUSAL-REASON
           END-EVALUATE.
       APPLY-ONE-CARD-DECIDE.
           IF CARD-REFUSED
               ADD 1 TO CARDS-REFUSED-COUNT
               DISPLAY "CARD REFUSED (" CARD-REFUSAL-REASON "): "
                   CARD-ACTION " " CARD-ACCOUNT-KEY CARD-WIDE-KEY " "
                   CARD-CREDITOR-REF
               MOVE "DENY" TO AUDIT-NEW-VALUE
           ELSE
               ADD 1 TO CARDS-APPLIED-COUNT
               MOVE "DONE" TO AUDIT-NEW-VALUE
           END-IF.
           MOVE "MNDTMNT" TO AUDIT-PROGRAM-NAME.
           MOVE AUDIT-KEY-NAME TO AUDIT-FIELD-NAME.
           MOVE CARD-ACTION TO AUDIT-OLD-VALUE.
           MOVE SPACES TO AUDIT-OPERATOR-ID.
           MOVE ZERO TO AUDIT-TXN-NUMBER.
           PERFORM WRITE-AUDIT-RECORD.
           PERFORM READ-MANDATE-CARD.
       EXIT.
      *
      * ADD-MANDATE - THE ACCOUNT MUST HOLD NO ACTIVE MANDATE FOR
      * THE CREDITOR ALREADY. A CANCELLED ONE FOR THE SAME CREDITOR
      * IS REPLACED BY THE NEW ONE.
      *
       ADD-MANDATE SECTION.
           IF MANDATE-ON-FILE
               AND MANDATE-ACTIVE
               SET CARD-REFUSED TO TRUE
               MOVE "ALREADY ON FILE" TO CARD-REFUSAL-REASON
               GO TO ADD-MANDATE-EX
           END-IF.
           PERFORM VALIDATE-CARD-TERMS.
           IF CARD-REFUSED
               GO TO ADD-MANDATE-EX
           END-IF.
           MOVE ACCOUNT-MASTER-KEY TO MANDATE-ACCOUNT-KEY.
           MOVE CARD-CREDITOR-REF TO MANDATE-CREDITOR-REF.
           MOVE ACCOUNT-MASTER-WIDE-KEY TO MANDATE-WIDE-ACCOUNT-KEY.
           MOVE CARD-CREDITOR-REF TO MANDATE-WIDE-CREDITOR-REF.
           PERFORM MOVE-CARD-TERMS.
           SET MANDATE-ACTIVE TO TRUE.
           MOVE RUN-DATE TO MANDATE-PLACED-DATE.
           MOVE ZERO TO MANDATE-AMENDED-DATE.
           MOVE ZERO TO MANDATE-ENDED-DATE.
           IF MANDATE-ON-FILE
               REWRITE MANDATE-RECORD
                   INVALID KEY
                       SET CARD-REFUSED TO TRUE
                       MOVE "REWRITE FAILED" TO CARD-REFUSAL-REASON
               END-REWRITE
           ELSE
               WRITE MANDATE-RECORD
                   INVALID KEY
                       SET CARD-REFUSED TO TRUE
                       MOVE "WRITE FAILED" TO CARD-REFUSAL-REASON
               END-WRITE
           END-IF.
       ADD-MANDATE-EX.
       EXIT.
      *
      * AMEND-MANDATE - THE MANDATE MUST BE ON FILE AND ACTIVE; THE
      * CARD'S TERMS REPLACE ITS OWN FROM THE NEXT DAILY RUN ON.
      *
       AMEND-MANDATE SECTION.
           IF NOT MANDATE-ON-FILE
               SET CARD-REFUSED TO TRUE
               MOVE "NO MANDATE" TO CARD-REFUSAL-REASON
               GO TO AMEND-MANDATE-EX
           END-IF.
           IF NOT MANDATE-ACTIVE
               SET CARD-REFUSED TO TRUE
               MOVE "MANDATE NOT ACTIVE" TO CARD-REFUSAL-REASON
               GO TO AMEND-MANDATE-EX
           END-IF.
           PERFORM VALIDATE-CARD-TERMS.
           IF CARD-REFUSED
               GO TO AMEND-MANDATE-EX
           END-IF.
           PERFORM MOVE-CARD-TERMS.
           MOVE RUN-DATE TO MANDATE-AMENDED-DATE.
           REWRITE MANDATE-RECORD
               INVALID KEY
                   SET CARD-REFUSED TO TRUE
                   MOVE "REWRITE FAILED" TO CARD-REFUSAL-REASON
           END-REWRITE.
       AMEND-MANDATE-EX.
       EXIT.
      *
      * CANCEL-MANDATE - THE MANDATE MUST BE ON FILE AND STILL
      * ACTIVE; IT IS MARKED CANCELLED AS OF TODAY AND COVERS NO
      * COLLECTION FROM THE NEXT DAILY RUN ON.
      *
       CANCEL-MANDATE SECTION.
           IF NOT MANDATE-ON-FILE
               SET CARD-REFUSED TO TRUE
               MOVE "NO MANDATE" TO CARD-REFUSAL-REASON
               GO TO CANCEL-MANDATE-EX
           END-IF.
           IF NOT MANDATE-ACTIVE
               SET CARD-REFUSED TO TRUE
               MOVE "MANDATE NOT ACTIVE" TO CARD-REFUSAL-REASON
               GO TO CANCEL-MANDATE-EX
           END-IF.
           SET MANDATE-CANCELLED TO TRUE.
           MOVE RUN-DATE TO MANDATE-ENDED-DATE.
           REWRITE MANDATE-RECORD.
       CANCEL-MANDATE-EX.
       EXIT.
      *
      * VALIDATE-CARD-TERMS - A POSITIVE MAXIMUM, A KNOWN FREQUENCY,
      * AND AN ACTIVE RANGE THAT DOES NOT RUN BACKWARDS OR END BEHIND
      * TODAY - A MANDATE THAT HAS ALREADY RUN OUT WOULD COVER
      * NOTHING.
      *
       VALIDATE-CARD-TERMS SECTION.
           IF CARD-MAX-AMOUNT NOT NUMERIC
               OR CARD-MAX-AMOUNT = ZERO
               SET CARD-REFUSED TO TRUE
               MOVE "MAX AMOUNT INVALID" TO CARD-REFUSAL-REASON
               GO TO VALIDATE-CARD-TERMS-EX
           END-IF.
           IF NOT CARD-FREQUENCY-VALID
               SET CARD-REFUSED TO TRUE
               MOVE "FREQUENCY INVALID" TO CARD-REFUSAL-REASON
               GO TO VALIDATE-CARD-TERMS-EX
           END-IF.
           IF CARD-DATE-FROM NOT NUMERIC
               OR CARD-DATE-TO NOT NUMERIC
               OR CARD-DATE-FROM > CARD-DATE-TO
               OR CARD-DATE-TO < RUN-DATE
               SET CARD-REFUSED TO TRUE
               MOVE "DATE RANGE INVALID" TO CARD-REFUSAL-REASON
           END-IF.
       VALIDATE-CARD-TERMS-EX.
       EXIT.
      *
       MOVE-CARD-TERMS SECTION.
           MOVE CARD-MAX-AMOUNT TO MANDATE-MAX-AMOUNT.
           MOVE CARD-FREQUENCY TO MANDATE-FREQUENCY.
           MOVE CARD-DATE-FROM TO MANDATE-DATE-FROM.
           MOVE CARD-DATE-TO TO MANDATE-DATE-TO.
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
      * LOCATE-CARD-MANDATE - THE MANDATE UNDER THE ACCOUNT'S WIDE
      * KEY AND THE CARD'S CREDITOR REFERENCE.
      *
       LOCATE-CARD-MANDATE SECTION.
           MOVE "N" TO MANDATE-FOUND-SWITCH.
           MOVE ACCOUNT-MASTER-WIDE-KEY TO MANDATE-WIDE-ACCOUNT-KEY.
           MOVE CARD-CREDITOR-REF TO MANDATE-WIDE-CREDITOR-REF.
           READ MANDATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MANDATE-ON-FILE TO TRUE
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
       READ-MANDATE-CARD SECTION.
           READ MANDATE-CARDS
               AT END
                   SET END-OF-MANDATE-CARDS TO TRUE
           END-READ.
       EXIT.
      *
       END PROGRAM MNDTMNT.
