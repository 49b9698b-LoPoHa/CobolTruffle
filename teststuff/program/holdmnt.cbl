       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDMNT.
      *
      *
      * BATCH MAINTENANCE FOR THE INDEXED ACCOUNT-HOLD FILE. READS A
      * CARD FILE OF PLACE, AMEND AND RELEASE REQUESTS IN THE SAME
      * SHAPE ACCTMNT AND CUSTMNT TAKE THEIR CARDS: EACH CARD IS
      * VALIDATED, APPLIED OR REFUSED, AND EVERY DECISION GOES INTO
      * THE SAME AUDITLOG TRAIL THE DAILY RUN USES. A HOLD MAY ONLY
      * BE PLACED ON AN ACCOUNT THAT IS ON THE ACCOUNT MASTER. A
      * RELEASED HOLD STAYS ON FILE MARKED RELEASED SO THE TRAIL AND
      * THE HOLD REPORT STILL RESOLVE.
      *
      * A CARD NAMES ITS ACCOUNT BY THE SHORT FIVE-BYTE KEY OR, WITH
      * THAT LEFT BLANK, BY THE SEVEN-BYTE WIDE KEY, AS ACCTMNT'S
      * CARDS DO. EITHER WAY THE ACCOUNT IS FOUND ON THE MASTER AND
      * THE HOLD IS FILED UNDER ITS WIDE KEY, WITH ITS SHORT KEY
      * BESIDE IT WHERE IT HAS ONE.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * KEEP IN STEP WITH TEST'S SPECIAL-NAMES.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-MASTER ASSIGN TO "HOLDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-WIDE-KEY
               ALTERNATE RECORD KEY IS HOLD-KEY
                   WITH DUPLICATES.
      * ACCOUNT-MASTER - THE ACCOUNT A CARD NAMES MUST BE HERE.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-MASTER-WIDE-KEY
               ALTERNATE RECORD KEY IS ACCOUNT-MASTER-KEY
                   WITH DUPLICATES.
      * HOLD-CARDS - ONE CARD PER REQUESTED CHANGE: THE ACTION
      * (P PLACE, A AMEND, R RELEASE), THE ACCOUNT KEY AND HOLD
      * NUMBER, FOR PLACE AND AMEND THE HOLD'S PARTICULARS, AND THE
      * WIDE KEY WHEN THE SHORT ONE IS BLANK.
           SELECT HOLD-CARDS ASSIGN TO "HOLDCARD"
               ORGANIZATION IS LINE SEQUENTIAL.
      * AUDIT-LOG-FILE - THE SAME CHAIN DISCIPLINE ACCTMNT FOLLOWS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY HOLDRECORD.
      *
       FD  ACCOUNT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY ACCTMASTER.
      *
       FD  HOLD-CARDS
           LABEL RECORDS ARE STANDARD.
       01  HOLD-CARD.
        05       CARD-ACTION             PIC X.
      * CARD-HOLD-KEY - THE ACCOUNT KEY AND THE HOLD NUMBER, IN THE
      * SAME SHAPE AS HOLD-KEY, SO THE AUDIT ENTRY NAMES THE HOLD.
        05       CARD-HOLD-KEY.
         10      CARD-ACCOUNT-KEY        PIC X(5).
         10      CARD-HOLD-NUMBER        PIC X(3).
      * CARD-DETAILS - THE HOLD'S PARTICULARS. ON A P CARD ALL THREE
      * ARE REQUIRED; ON AN A CARD ONLY THE FIELDS PUNCHED ARE
      * CHANGED, SPACES LEAVING THE FILE'S VALUE AS IT IS. IGNORED ON
      * A RELEASE.
        05       CARD-DETAILS.
         10      CARD-AMOUNT             PIC 9(9)V99.
         10      CARD-AMOUNT-X REDEFINES CARD-AMOUNT
                                         PIC X(11).
         10      CARD-REASON-CODE        PIC X(4).
         10      CARD-EXPIRY-DATE        PIC 9(8).
         10      CARD-EXPIRY-DATE-X REDEFINES CARD-EXPIRY-DATE
                                         PIC X(8).
      * CARD-WIDE-KEY - THE ACCOUNT'S WIDE KEY, READ ONLY WHEN
      * CARD-ACCOUNT-KEY IS BLANK.
        05       CARD-WIDE-KEY           PIC X(7).
        05       FILLER                  PIC X(41).
      *
       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITRECORD.
      *
       WORKING-STORAGE SECTION.
       01  HOLD-CARDS-SWITCH            PIC X VALUE "N".
         88      END-OF-HOLD-CARDS          VALUE "Y".
       01  AUDIT-LOG-READ-SWITCH        PIC X VALUE "N".
         88      END-OF-AUDIT-LOG            VALUE "Y".
       01  HOLD-FOUND-SWITCH            PIC X VALUE "N".
         88      HOLD-ON-FILE                VALUE "Y".
       01  ACCOUNT-FOUND-SWITCH         PIC X VALUE "N".
         88      ACCOUNT-ON-FILE             VALUE "Y".
       01  CARD-REFUSED-SWITCH          PIC X VALUE "N".
         88      CARD-REFUSED                VALUE "Y".
       01  CARDS-APPLIED-COUNT          PIC 9(8) VALUE ZERO.
       01  CARDS-REFUSED-COUNT          PIC 9(8) VALUE ZERO.
       01  CARD-REFUSAL-REASON          PIC X(20) VALUE SPACES.
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
      * THE KEY THE AUDIT ENTRY NAMES THE HOLD BY - THE CARD'S SHORT
      * KEY AND HOLD NUMBER, OR ITS WIDE KEY WHEN IT CARRIES ONE.
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
           DISPLAY "START HOLDMNT".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM ESTABLISH-AUDIT-SEQUENCE.
           OPEN EXTEND AUDIT-LOG-FILE.
           OPEN I-O HOLD-MASTER.
           OPEN INPUT ACCOUNT-MASTER.
           OPEN INPUT HOLD-CARDS.
           PERFORM READ-HOLD-CARD.
           PERFORM APPLY-ONE-CARD UNTIL END-OF-HOLD-CARDS.
           CLOSE HOLD-CARDS.
           CLOSE ACCOUNT-MASTER.
           CLOSE HOLD-MASTER.
           PERFORM WRITE-AUDIT-TRAILER.
           CLOSE AUDIT-LOG-FILE.
           DISPLAY "CARDS APPLIED: " CARDS-APPLIED-COUNT.
           DISPLAY "CARDS REFUSED: " CARDS-REFUSED-COUNT.
           IF CARDS-REFUSED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "END HOLDMNT".
      *
       PROG-EX.
           EXIT PROGRAM.
      *
      * APPLY-ONE-CARD - VALIDATES THE HOLD NUMBER, LOCATES THE
      * ACCOUNT AND THE HOLD, AND APPLIES THE ACTION. THE FIRST
      * FAILURE NAMES THE REFUSAL REASON; EVERY DECISION GOES TO THE
      * AUDIT TRAIL UNDER THE ACCOUNT KEY AND HOLD NUMBER, OR UNDER
      * THE WIDE KEY ON A CARD THAT CARRIES ONE.
      *
       APPLY-ONE-CARD SECTION.
           MOVE "N" TO CARD-REFUSED-SWITCH.
           MOVE SPACES TO CARD-REFUSAL-REASON.
           IF CARD-ACCOUNT-KEY = SPACES
               MOVE CARD-WIDE-KEY TO AUDIT-KEY-NAME
           ELSE
               MOVE CARD-HOLD-KEY TO AUDIT-KEY-NAME
           END-IF.
           IF CARD-HOLD-NUMBER NOT NUMERIC
               OR CARD-HOLD-NUMBER = ZERO
               SET CARD-REFUSED TO TRUE
               MOVE "HOLD NO. INVALID" TO CARD-REFUSAL-REASON
               GO TO APPLY-ONE-CARD-DECIDE
           END-IF.
           PERFORM LOCATE-CARD-ACCOUNT.
           IF NOT ACCOUNT-ON-FILE
               SET CARD-REFUSED TO TRUE
               MOVE "NO ACCOUNT" TO CARD-REFUSAL-REASON
               GO TO APPLY-ONE-CARD-DECIDE
           END-IF.
           PERFORM LOCATE-CARD-HOLD.
           EVALUATE CARD-ACTION
               WHEN "P"
                   PERFORM PLACE-HOLD
               WHEN "A"
                   PERFORM AMEND-HOLD
               WHEN "R"
                   PERFORM RELEASE-HOLD
               WHEN OTHER
                   SET CARD-REFUSED TO TRUE
                   MOVE "UNKNOWN ACTION" TO CARD-REFUSAL-REASON
           END-EVALUATE.
       APPLY-ONE-CARD-DECIDE.
           IF CARD-REFUSED
               ADD 1 TO CARDS-REFUSED-COUNT
               DISPLAY "CARD REFUSED (" CARD-REFUSAL-REASON "): "
                   CARD-ACTION " " CARD-ACCOUNT-KEY CARD-WIDE-KEY " "
                   CARD-HOLD-NUMBER
               MOVE "DENY" TO AUDIT-NEW-VALUE
           ELSE
               ADD 1 TO CARDS-APPLIED-COUNT
               MOVE "DONE" TO AUDIT-NEW-VALUE
           END-IF.
           MOVE "HOLDMNT" TO AUDIT-PROGRAM-NAME.
           MOVE AUDIT-KEY-NAME TO AUDIT-FIELD-NAME.
           MOVE CARD-ACTION TO AUDIT-OLD-VALUE.
           MOVE SPACES TO AUDIT-OPERATOR-ID.
           MOVE ZERO TO AUDIT-TXN-NUMBER.
           PERFORM WRITE-AUDIT-RECORD.
           PERFORM READ-HOLD-CARD.
       EXIT.
      *
      * PLACE-HOLD - THE HOLD NUMBER MUST BE NEW FOR THE ACCOUNT, THE
      * AMOUNT POSITIVE, THE
      * REASON PRESENT AND THE EXPIRY NO EARLIER THAN TODAY - A HOLD
      * THAT HAS ALREADY RUN OUT WOULD EARMARK NOTHING.
      *
       PLACE-HOLD SECTION.
           IF HOLD-ON-FILE
               SET CARD-REFUSED TO TRUE
               MOVE "ALREADY ON FILE" TO CARD-REFUSAL-REASON
               GO TO PLACE-HOLD-EX
           END-IF.
           IF CARD-AMOUNT NOT NUMERIC
               OR CARD-AMOUNT = ZERO
               SET CARD-REFUSED TO TRUE
               MOVE "AMOUNT INVALID" TO CARD-REFUSAL-REASON
               GO TO PLACE-HOLD-EX
           END-IF.
           IF CARD-REASON-CODE = SPACES
               SET CARD-REFUSED TO TRUE
               MOVE "NO REASON CODE" TO CARD-REFUSAL-REASON
               GO TO PLACE-HOLD-EX
           END-IF.
           IF CARD-EXPIRY-DATE NOT NUMERIC
               OR CARD-EXPIRY-DATE < RUN-DATE
               SET CARD-REFUSED TO TRUE
               MOVE "EXPIRY DATE INVALID" TO CARD-REFUSAL-REASON
               GO TO PLACE-HOLD-EX
           END-IF.
           MOVE ACCOUNT-MASTER-KEY TO HOLD-ACCOUNT-KEY.
           MOVE CARD-HOLD-NUMBER TO HOLD-NUMBER.
           MOVE ACCOUNT-MASTER-WIDE-KEY TO HOLD-WIDE-ACCOUNT-KEY.
           MOVE CARD-HOLD-NUMBER TO HOLD-WIDE-NUMBER.
           MOVE CARD-AMOUNT TO HOLD-AMOUNT.
           MOVE CARD-REASON-CODE TO HOLD-REASON-CODE.
           MOVE RUN-DATE TO HOLD-PLACED-DATE.
           MOVE CARD-EXPIRY-DATE TO HOLD-EXPIRY-DATE.
           SET HOLD-ACTIVE TO TRUE.
           MOVE ZERO TO HOLD-RELEASED-DATE.
           WRITE HOLD-RECORD
               INVALID KEY
                   SET CARD-REFUSED TO TRUE
                   MOVE "WRITE FAILED" TO CARD-REFUSAL-REASON
           END-WRITE.
       PLACE-HOLD-EX.
       EXIT.
      *
      * AMEND-HOLD - THE HOLD MUST BE ON FILE AND STILL ACTIVE; EACH
      * PUNCHED FIELD REPLACES THE FILE'S VALUE UNDER THE SAME EDITS
      * A PLACE CARD MEETS. A CARD THAT PUNCHES NOTHING IS REFUSED.
      *
       AMEND-HOLD SECTION.
           IF NOT HOLD-ON-FILE
               SET CARD-REFUSED TO TRUE
               MOVE "NO HOLD" TO CARD-REFUSAL-REASON
               GO TO AMEND-HOLD-EX
           END-IF.
           IF NOT HOLD-ACTIVE
               SET CARD-REFUSED TO TRUE
               MOVE "HOLD NOT ACTIVE" TO CARD-REFUSAL-REASON
               GO TO AMEND-HOLD-EX
           END-IF.
           IF CARD-DETAILS = SPACES
               SET CARD-REFUSED TO TRUE
               MOVE "NOTHING TO AMEND" TO CARD-REFUSAL-REASON
               GO TO AMEND-HOLD-EX
           END-IF.
           IF CARD-AMOUNT-X NOT = SPACES
               IF CARD-AMOUNT NOT NUMERIC
                   OR CARD-AMOUNT = ZERO
                   SET CARD-REFUSED TO TRUE
                   MOVE "AMOUNT INVALID" TO CARD-REFUSAL-REASON
                   GO TO AMEND-HOLD-EX
               END-IF
           END-IF.
           IF CARD-EXPIRY-DATE-X NOT = SPACES
               IF CARD-EXPIRY-DATE NOT NUMERIC
                   OR CARD-EXPIRY-DATE < RUN-DATE
                   SET CARD-REFUSED TO TRUE
                   MOVE "EXPIRY DATE INVALID" TO CARD-REFUSAL-REASON
                   GO TO AMEND-HOLD-EX
               END-IF
           END-IF.
           IF CARD-AMOUNT-X NOT = SPACES
               MOVE CARD-AMOUNT TO HOLD-AMOUNT
           END-IF.
           IF CARD-REASON-CODE NOT = SPACES
               MOVE CARD-REASON-CODE TO HOLD-REASON-CODE
           END-IF.
           IF CARD-EXPIRY-DATE-X NOT = SPACES
               MOVE CARD-EXPIRY-DATE TO HOLD-EXPIRY-DATE
           END-IF.
           REWRITE HOLD-RECORD.
       AMEND-HOLD-EX.
       EXIT.
      *
      * RELEASE-HOLD - THE HOLD MUST BE ON FILE AND STILL ACTIVE; IT
      * IS MARKED RELEASED AS OF TODAY AND EARMARKS NOTHING FROM THE
      * NEXT DEBIT ON.
      *
       RELEASE-HOLD SECTION.
           IF NOT HOLD-ON-FILE
               SET CARD-REFUSED TO TRUE
               MOVE "NO HOLD" TO CARD-REFUSAL-REASON
               GO TO RELEASE-HOLD-EX
           END-IF.
           IF NOT HOLD-ACTIVE
               SET CARD-REFUSED TO TRUE
               MOVE "HOLD NOT ACTIVE" TO CARD-REFUSAL-REASON
               GO TO RELEASE-HOLD-EX
           END-IF.
           SET HOLD-RELEASED TO TRUE.
           MOVE RUN-DATE TO HOLD-RELEASED-DATE.
           REWRITE HOLD-RECORD.
       RELEASE-HOLD-EX.
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
      * LOCATE-CARD-HOLD - THE HOLD UNDER THE ACCOUNT'S WIDE KEY.
      *
       LOCATE-CARD-HOLD SECTION.
           MOVE "N" TO HOLD-FOUND-SWITCH.
           MOVE ACCOUNT-MASTER-WIDE-KEY TO HOLD-WIDE-ACCOUNT-KEY.
           MOVE CARD-HOLD-NUMBER TO HOLD-WIDE-NUMBER.
           READ HOLD-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET HOLD-ON-FILE TO TRUE
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
       READ-HOLD-CARD SECTION.
           READ HOLD-CARDS
               AT END
                   SET END-OF-HOLD-CARDS TO TRUE
           END-READ.
       EXIT.
      *
       END PROGRAM HOLDMNT.
