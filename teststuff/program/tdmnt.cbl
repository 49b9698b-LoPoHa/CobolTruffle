       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDMNT.
      *
      *
      * BATCH MAINTENANCE FOR THE INDEXED TERM-DEPOSIT FILE. READS A
      * CARD FILE OF OPEN AND AMEND REQUESTS IN THE SAME SHAPE
      * HOLDMNT TAKES ITS CARDS: EACH CARD IS VALIDATED, APPLIED OR
      * REFUSED, AND EVERY DECISION GOES INTO THE SAME AUDITLOG
      * TRAIL THE DAILY RUN USES. A DEPOSIT IS OPENED AGAINST AN
      * ACCOUNT ALREADY ON THE ACCOUNT MASTER; ITS PRINCIPAL, RATE
      * AND TERM ARE THE CONTRACT AND ARE NOT AMENDED AFTERWARDS -
      * ONLY THE MATURITY INSTRUCTION AND THE SETTLEMENT ACCOUNT MAY
      * CHANGE WHILE THE DEPOSIT RUNS.
      *
      * A CARD NAMES THE DEPOSIT'S ACCOUNT, AND ANY SETTLEMENT
      * ACCOUNT, BY THE SHORT FIVE-BYTE KEY OR, WITH THAT LEFT BLANK,
      * BY THE SEVEN-BYTE WIDE KEY, AS HOLDMNT'S CARDS DO. EITHER WAY
      * THE ACCOUNT IS FOUND ON THE MASTER AND THE DEPOSIT IS FILED
      * UNDER ITS WIDE KEY, WITH BOTH KEYS OF EACH ACCOUNT ON IT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * KEEP IN STEP WITH TEST'S SPECIAL-NAMES.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-DEPOSITS ASSIGN TO "TERMDEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-WIDE-KEY
               ALTERNATE RECORD KEY IS TD-ACCOUNT-KEY
                   WITH DUPLICATES.
      * ACCOUNT-MASTER - THE DEPOSIT'S OWN ACCOUNT AND ANY SETTLEMENT
      * ACCOUNT A CARD NAMES MUST BE HERE.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-MASTER-WIDE-KEY
               ALTERNATE RECORD KEY IS ACCOUNT-MASTER-KEY
                   WITH DUPLICATES.
      * DEPOSIT-CARDS - ONE CARD PER REQUESTED CHANGE: THE ACTION
      * (O OPEN, A AMEND), THE ACCOUNT KEY, AND THE PARTICULARS;
      * THE WIDE KEYS AT THE END WHEN THE SHORT ONES ARE BLANK.
           SELECT DEPOSIT-CARDS ASSIGN TO "TDCARD"
               ORGANIZATION IS LINE SEQUENTIAL.
      * AUDIT-LOG-FILE - THE SAME CHAIN DISCIPLINE ACCTMNT FOLLOWS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TERM-DEPOSITS
           LABEL RECORDS ARE STANDARD.
           COPY TERMDEPOSIT.
      *
       FD  ACCOUNT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY ACCTMASTER.
      *
       FD  DEPOSIT-CARDS
           LABEL RECORDS ARE STANDARD.
       01  DEPOSIT-CARD.
        05       CARD-ACTION             PIC X.
        05       CARD-ACCOUNT-KEY        PIC X(5).
      * CARD-TERMS - THE CONTRACT. ALL REQUIRED ON AN O CARD EXCEPT
      * THE START DATE, WHICH DEFAULTS TO TODAY; MUST BE LEFT BLANK
      * ON AN A CARD.
        05       CARD-TERMS.
         10      CARD-PRINCIPAL          PIC 9(9)V99.
         10      CARD-PRINCIPAL-X REDEFINES CARD-PRINCIPAL
                                         PIC X(11).
         10      CARD-RATE               PIC 9(2)V9(4).
         10      CARD-RATE-X REDEFINES CARD-RATE
                                         PIC X(6).
         10      CARD-START-DATE         PIC 9(8).
         10      CARD-START-DATE-X REDEFINES CARD-START-DATE
                                         PIC X(8).
         10      CARD-MATURITY-DATE      PIC 9(8).
         10      CARD-MATURITY-DATE-X REDEFINES CARD-MATURITY-DATE
                                         PIC X(8).
      * CARD-INSTRUCTIONS - REQUIRED ON AN O CARD; ON AN A CARD ONLY
      * THE FIELDS PUNCHED ARE CHANGED, SPACES LEAVING THE FILE'S
      * VALUE AS IT IS.
        05       CARD-INSTRUCTIONS.
         10      CARD-INSTRUCTION        PIC X.
         10      CARD-SETTLEMENT-KEY     PIC X(5).
      * CARD-WIDE-KEY / CARD-SETTLEMENT-WIDE-KEY - READ ONLY WHEN THE
      * SHORT KEY BESIDE EACH ABOVE IS BLANK.
        05       CARD-WIDE-KEY           PIC X(7).
        05       CARD-SETTLEMENT-WIDE-KEY PIC X(7).
        05       FILLER                  PIC X(21).
      *
       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITRECORD.
      *
       WORKING-STORAGE SECTION.
       01  DEPOSIT-CARDS-SWITCH         PIC X VALUE "N".
         88      END-OF-DEPOSIT-CARDS       VALUE "Y".
       01  AUDIT-LOG-READ-SWITCH        PIC X VALUE "N".
         88      END-OF-AUDIT-LOG            VALUE "Y".
       01  DEPOSIT-FOUND-SWITCH         PIC X VALUE "N".
         88      DEPOSIT-ON-FILE             VALUE "Y".
       01  ACCOUNT-FOUND-SWITCH         PIC X VALUE "N".
         88      ACCOUNT-ON-FILE             VALUE "Y".
       01  CARD-REFUSED-SWITCH          PIC X VALUE "N".
         88      CARD-REFUSED                VALUE "Y".
       01  CARDS-APPLIED-COUNT          PIC 9(8) VALUE ZERO.
       01  CARDS-REFUSED-COUNT          PIC 9(8) VALUE ZERO.
       01  CARD-REFUSAL-REASON          PIC X(20) VALUE SPACES.
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
      * THE DEPOSIT ACCOUNT'S KEYS AS THE MASTER HOLDS THEM, AND THE
      * KEY THE AUDIT ENTRY NAMES IT BY - THE CARD'S SHORT KEY, OR
      * ITS WIDE KEY WHEN IT CARRIES ONE.
       01  DEPOSIT-ACCOUNT-KEY          PIC X(5) VALUE SPACES.
       01  DEPOSIT-WIDE-KEY             PIC X(7) VALUE SPACES.
       01  AUDIT-KEY-NAME               PIC X(8) VALUE SPACES.
      *
      * THE INSTRUCTION AND SETTLEMENT ACCOUNT THE DEPOSIT WILL CARRY
      * ONCE THE CARD IS APPLIED, JUDGED TOGETHER.
       01  NEW-INSTRUCTION              PIC X VALUE SPACE.
       01  NEW-SETTLEMENT-KEY           PIC X(5) VALUE SPACES.
       01  NEW-SETTLEMENT-WIDE-KEY      PIC X(7) VALUE SPACES.
       01  NEW-START-DATE               PIC 9(8) VALUE ZERO.
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
           DISPLAY "START TDMNT".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM ESTABLISH-AUDIT-SEQUENCE.
           OPEN EXTEND AUDIT-LOG-FILE.
           OPEN I-O TERM-DEPOSITS.
           OPEN INPUT ACCOUNT-MASTER.
           OPEN INPUT DEPOSIT-CARDS.
           PERFORM READ-DEPOSIT-CARD.
           PERFORM APPLY-ONE-CARD UNTIL END-OF-DEPOSIT-CARDS.
           CLOSE DEPOSIT-CARDS.
           CLOSE ACCOUNT-MASTER.
           CLOSE TERM-DEPOSITS.
           PERFORM WRITE-AUDIT-TRAILER.
           CLOSE AUDIT-LOG-FILE.
           DISPLAY "CARDS APPLIED: " CARDS-APPLIED-COUNT.
           DISPLAY "CARDS REFUSED: " CARDS-REFUSED-COUNT.
           IF CARDS-REFUSED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "END TDMNT".
      *
       PROG-EX.
           EXIT PROGRAM.
      *
      * APPLY-ONE-CARD - LOCATES THE ACCOUNT AND THE DEPOSIT AND
      * APPLIES THE ACTION. THE FIRST FAILURE NAMES THE REFUSAL
      * REASON; EVERY DECISION GOES TO THE AUDIT TRAIL UNDER THE
      * ACCOUNT KEY, OR UNDER THE WIDE KEY ON A CARD THAT CARRIES ONE.
      *
       APPLY-ONE-CARD SECTION.
           MOVE "N" TO CARD-REFUSED-SWITCH.
           MOVE SPACES TO CARD-REFUSAL-REASON.
           IF CARD-ACCOUNT-KEY = SPACES
               MOVE CARD-WIDE-KEY TO AUDIT-KEY-NAME
           ELSE
               MOVE CARD-ACCOUNT-KEY TO AUDIT-KEY-NAME
           END-IF.
           IF CARD-ACCOUNT-KEY = SPACES
               MOVE CARD-WIDE-KEY TO ACCOUNT-MASTER-WIDE-KEY
               PERFORM READ-ACCOUNT-BY-WIDE-KEY
           ELSE
               MOVE CARD-ACCOUNT-KEY TO ACCOUNT-MASTER-KEY
               PERFORM READ-ACCOUNT-MASTER
           END-IF.
           IF NOT ACCOUNT-ON-FILE
               SET CARD-REFUSED TO TRUE
               MOVE "NO ACCOUNT" TO CARD-REFUSAL-REASON
               GO TO APPLY-ONE-CARD-DECIDE
           END-IF.
           MOVE ACCOUNT-MASTER-KEY TO DEPOSIT-ACCOUNT-KEY.
           MOVE ACCOUNT-MASTER-WIDE-KEY TO DEPOSIT-WIDE-KEY.
           PERFORM LOCATE-CARD-DEPOSIT.
           EVALUATE CARD-ACTION
               WHEN "O"
                   PERFORM OPEN-DEPOSIT
               WHEN "A"
                   PERFORM AMEND-DEPOSIT
               WHEN OTHER
                   SET CARD-REFUSED TO TRUE
                   MOVE "UNKNOWN ACTION" TO CARD-REFUSAL-REASON
           END-EVALUATE.
       APPLY-ONE-CARD-DECIDE.
           IF CARD-REFUSED
               ADD 1 TO CARDS-REFUSED-COUNT
               DISPLAY "CARD REFUSED (" CARD-REFUSAL-REASON "): "
                   CARD-ACTION " " CARD-ACCOUNT-KEY CARD-WIDE-KEY
               MOVE "DENY" TO AUDIT-NEW-VALUE
           ELSE
               ADD 1 TO CARDS-APPLIED-COUNT
               MOVE "DONE" TO AUDIT-NEW-VALUE
           END-IF.
           MOVE "TDMNT" TO AUDIT-PROGRAM-NAME.
           MOVE AUDIT-KEY-NAME TO AUDIT-FIELD-NAME.
           MOVE CARD-ACTION TO AUDIT-OLD-VALUE.
           MOVE SPACES TO AUDIT-OPERATOR-ID.
           MOVE ZERO TO AUDIT-TXN-NUMBER.
           PERFORM WRITE-AUDIT-RECORD.
           PERFORM READ-DEPOSIT-CARD.
       EXIT.
      *
      * OPEN-DEPOSIT - THE ACCOUNT MUST CARRY NO RUNNING DEPOSIT
      * (ONE PAID OUT MAY BE REPLACED BY A NEW ONE), THE PRINCIPAL
      * AND RATE POSITIVE, AND THE MATURITY DATE AFTER THE START
      * DATE.
      *
       OPEN-DEPOSIT SECTION.
           IF DEPOSIT-ON-FILE AND TD-ACTIVE
               SET CARD-REFUSED TO TRUE
               MOVE "ALREADY ON FILE" TO CARD-REFUSAL-REASON
               GO TO OPEN-DEPOSIT-EX
           END-IF.
           IF CARD-PRINCIPAL NOT NUMERIC
               OR CARD-PRINCIPAL = ZERO
               SET CARD-REFUSED TO TRUE
               MOVE "PRINCIPAL INVALID" TO CARD-REFUSAL-REASON
               GO TO OPEN-DEPOSIT-EX
           END-IF.
           IF CARD-RATE NOT NUMERIC
               OR CARD-RATE = ZERO
               SET CARD-REFUSED TO TRUE
               MOVE "RATE INVALID" TO CARD-REFUSAL-REASON
               GO TO OPEN-DEPOSIT-EX
           END-IF.
           IF CARD-START-DATE-X = SPACES
               MOVE RUN-DATE TO NEW-START-DATE
           ELSE
               IF CARD-START-DATE NOT NUMERIC
                   SET CARD-REFUSED TO TRUE
                   MOVE "START DATE INVALID" TO CARD-REFUSAL-REASON
                   GO TO OPEN-DEPOSIT-EX
               END-IF
               MOVE CARD-START-DATE TO NEW-START-DATE
           END-IF.
           IF CARD-MATURITY-DATE NOT NUMERIC
               OR CARD-MATURITY-DATE NOT > NEW-START-DATE
               OR CARD-MATURITY-DATE < RUN-DATE
               SET CARD-REFUSED TO TRUE
               MOVE "MATURITY INVALID" TO CARD-REFUSAL-REASON
               GO TO OPEN-DEPOSIT-EX
           END-IF.
           MOVE CARD-INSTRUCTION TO NEW-INSTRUCTION.
           MOVE CARD-SETTLEMENT-KEY TO NEW-SETTLEMENT-KEY.
           MOVE CARD-SETTLEMENT-WIDE-KEY TO NEW-SETTLEMENT-WIDE-KEY.
           PERFORM VALIDATE-INSTRUCTION.
           IF CARD-REFUSED
               GO TO OPEN-DEPOSIT-EX
           END-IF.
           MOVE DEPOSIT-ACCOUNT-KEY TO TD-ACCOUNT-KEY.
           MOVE DEPOSIT-WIDE-KEY TO TD-WIDE-KEY.
           MOVE CARD-PRINCIPAL TO TD-PRINCIPAL.
           MOVE CARD-RATE TO TD-RATE.
           MOVE NEW-START-DATE TO TD-START-DATE.
           MOVE CARD-MATURITY-DATE TO TD-MATURITY-DATE.
           MOVE NEW-INSTRUCTION TO TD-INSTRUCTION.
           MOVE NEW-SETTLEMENT-KEY TO TD-SETTLEMENT-KEY.
           MOVE NEW-SETTLEMENT-WIDE-KEY TO TD-SETTLEMENT-WIDE-KEY.
           SET TD-ACTIVE TO TRUE.
           MOVE ZERO TO TD-ROLLOVER-COUNT.
           MOVE ZERO TO TD-CLOSED-DATE.
           IF DEPOSIT-ON-FILE
               REWRITE TERM-DEPOSIT-RECORD
           ELSE
               WRITE TERM-DEPOSIT-RECORD
                   INVALID KEY
                       SET CARD-REFUSED TO TRUE
                       MOVE "WRITE FAILED" TO CARD-REFUSAL-REASON
               END-WRITE
           END-IF.
       OPEN-DEPOSIT-EX.
       EXIT.
      *
      * AMEND-DEPOSIT - THE DEPOSIT MUST BE ON FILE AND STILL
      * RUNNING; ONLY THE INSTRUCTION AND SETTLEMENT ACCOUNT MAY BE
      * PUNCHED, AND THE PAIR THEY LEAVE MUST STILL BE VALID.
      *
       AMEND-DEPOSIT SECTION.
           IF NOT DEPOSIT-ON-FILE
               SET CARD-REFUSED TO TRUE
               MOVE "NO DEPOSIT" TO CARD-REFUSAL-REASON
               GO TO AMEND-DEPOSIT-EX
           END-IF.
           IF NOT TD-ACTIVE
               SET CARD-REFUSED TO TRUE
               MOVE "DEPOSIT PAID OUT" TO CARD-REFUSAL-REASON
               GO TO AMEND-DEPOSIT-EX
           END-IF.
           IF CARD-TERMS NOT = SPACES
               SET CARD-REFUSED TO TRUE
               MOVE "TERMS ARE FIXED" TO CARD-REFUSAL-REASON
               GO TO AMEND-DEPOSIT-EX
           END-IF.
           IF CARD-INSTRUCTIONS = SPACES
               SET CARD-REFUSED TO TRUE
               MOVE "NOTHING TO AMEND" TO CARD-REFUSAL-REASON
               GO TO AMEND-DEPOSIT-EX
           END-IF.
           MOVE TD-INSTRUCTION TO NEW-INSTRUCTION.
           MOVE TD-SETTLEMENT-KEY TO NEW-SETTLEMENT-KEY.
           MOVE TD-SETTLEMENT-WIDE-KEY TO NEW-SETTLEMENT-WIDE-KEY.
           IF CARD-INSTRUCTION NOT = SPACE
               MOVE CARD-INSTRUCTION TO NEW-INSTRUCTION
           END-IF.
           IF CARD-SETTLEMENT-KEY NOT = SPACES
               OR CARD-SETTLEMENT-WIDE-KEY NOT = SPACES
               MOVE CARD-SETTLEMENT-KEY TO NEW-SETTLEMENT-KEY
               MOVE CARD-SETTLEMENT-WIDE-KEY TO NEW-SETTLEMENT-WIDE-KEY
           END-IF.
           PERFORM VALIDATE-INSTRUCTION.
           IF CARD-REFUSED
               GO TO AMEND-DEPOSIT-EX
           END-IF.
           MOVE NEW-INSTRUCTION TO TD-INSTRUCTION.
           MOVE NEW-SETTLEMENT-KEY TO TD-SETTLEMENT-KEY.
           MOVE NEW-SETTLEMENT-WIDE-KEY TO TD-SETTLEMENT-WIDE-KEY.
           REWRITE TERM-DEPOSIT-RECORD.
       AMEND-DEPOSIT-EX.
       EXIT.
      *
      * VALIDATE-INSTRUCTION - ROLLOVER OR PAY OUT; A PAYOUT NEEDS A
      * SETTLEMENT ACCOUNT ON THE MASTER OTHER THAN THE DEPOSIT'S
      * OWN, AND ONE NAMED FOR A ROLLOVER MUST EXIST TOO, SO THE
      * INSTRUCTION CAN LATER BE SWITCHED WITHOUT A SECOND CARD.
      * THE SETTLEMENT ACCOUNT IS READ BY ITS WIDE KEY WHEN THAT IS
      * KNOWN, OTHERWISE BY ITS SHORT KEY, AND LEAVES WITH BOTH.
      *
       VALIDATE-INSTRUCTION SECTION.
           IF NEW-INSTRUCTION NOT = "R" AND NEW-INSTRUCTION NOT = "P"
               SET CARD-REFUSED TO TRUE
               MOVE "INSTRUCTION INVALID" TO CARD-REFUSAL-REASON
               GO TO VALIDATE-INSTRUCTION-EX
           END-IF.
           IF NEW-SETTLEMENT-KEY = SPACES
               AND NEW-SETTLEMENT-WIDE-KEY = SPACES
               IF NEW-INSTRUCTION = "P"
                   SET CARD-REFUSED TO TRUE
                   MOVE "NO SETTLEMENT ACCT" TO CARD-REFUSAL-REASON
               END-IF
               GO TO VALIDATE-INSTRUCTION-EX
           END-IF.
           IF NEW-SETTLEMENT-WIDE-KEY NOT = SPACES
               MOVE NEW-SETTLEMENT-WIDE-KEY TO ACCOUNT-MASTER-WIDE-KEY
               PERFORM READ-ACCOUNT-BY-WIDE-KEY
           ELSE
               MOVE NEW-SETTLEMENT-KEY TO ACCOUNT-MASTER-KEY
               PERFORM READ-ACCOUNT-MASTER
           END-IF.
           IF NOT ACCOUNT-ON-FILE
               SET CARD-REFUSED TO TRUE
               MOVE "NO SETTLEMENT ACCT" TO CARD-REFUSAL-REASON
               GO TO VALIDATE-INSTRUCTION-EX
           END-IF.
           IF ACCOUNT-MASTER-WIDE-KEY = DEPOSIT-WIDE-KEY
               SET CARD-REFUSED TO TRUE
               MOVE "SETTLES TO ITSELF" TO CARD-REFUSAL-REASON
               GO TO VALIDATE-INSTRUCTION-EX
           END-IF.
           MOVE ACCOUNT-MASTER-KEY TO NEW-SETTLEMENT-KEY.
           MOVE ACCOUNT-MASTER-WIDE-KEY TO NEW-SETTLEMENT-WIDE-KEY.
       VALIDATE-INSTRUCTION-EX.
       EXIT.
      *
       LOCATE-CARD-DEPOSIT SECTION.
           MOVE "N" TO DEPOSIT-FOUND-SWITCH.
           MOVE DEPOSIT-WIDE-KEY TO TD-WIDE-KEY.
           READ TERM-DEPOSITS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET DEPOSIT-ON-FILE TO TRUE
           END-READ.
       EXIT.
      *
       READ-ACCOUNT-MASTER SECTION.
           MOVE "N" TO ACCOUNT-FOUND-SWITCH.
           READ ACCOUNT-MASTER KEY IS ACCOUNT-MASTER-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ACCOUNT-ON-FILE TO TRUE
           END-READ.
       EXIT.
      *
       READ-ACCOUNT-BY-WIDE-KEY SECTION.
           MOVE "N" TO ACCOUNT-FOUND-SWITCH.
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ACCOUNT-ON-FILE TO TRUE
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
       READ-DEPOSIT-CARD SECTION.
           READ DEPOSIT-CARDS
               AT END
                   SET END-OF-DEPOSIT-CARDS TO TRUE
           END-READ.
       EXIT.
      *
       END PROGRAM TDMNT.
