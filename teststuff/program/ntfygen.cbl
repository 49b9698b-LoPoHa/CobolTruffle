       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTFYGEN.
      *
      *
      * NIGHTLY CUSTOMER NOTIFICATION RUN. READS THE DAY'S EVENTS
      * FROM CUSTNOTC - WRITTEN BY TEST (FAILED STANDING-INSTRUCTION
      * PAYMENTS, LARGE DEBITS), ACCRUE (OVERDRAWN AND LOW-BALANCE
      * ACCOUNTS) AND DORMSWP (ACCOUNTS MARKED DORMANT) - FOR THE
      * DATE ON THE SYSIN CARD (YYYYMMDD), OR THE CURRENT DATE WHEN
      * THE CARD IS BLANK. EACH EVENT IS CHECKED AGAINST ITS
      * CUSTOMER'S PREFERENCES ON CUSTMAST AND THE SUPPRESSION RULES
      * BELOW, AND WHAT SURVIVES IS WRITTEN TO NTFYOUT FOR THE SMS
      * AND EMAIL GATEWAY: ONE MESSAGE PER CHANNEL THE CUSTOMER
      * TAKES, THEN ONE TRAILER PER EVENT TYPE WITH ITS COUNTS.
      *
      * AN EVENT IS HELD BACK WHEN IT NAMES NO CUSTOMER OR ONE NOT ON
      * FILE; WHEN THE CUSTOMER HAS NOT ASKED FOR ALERTS, HAS OPTED
      * OUT OF THE EVENT, OR HAS NO NUMBER OR ADDRESS FOR THE CHANNEL;
      * WHEN IT REPEATS AN EVENT ALREADY SENT THIS RUN (A RESTARTED
      * DAILY RUN PENDS ITS POSTINGS, AND WRITES THEIR NOTICES, A
      * SECOND TIME); AND, FOR AN OVERDRAWN OR LOW-BALANCE ALERT, WHEN
      * THE ACCOUNT HAS ALREADY HAD ONE TODAY. A CUSTOMER MERGED AWAY
      * IS NOTIFIED THROUGH THE SURVIVOR, WHO NOW OWNS THE ACCOUNT.
      *
      * PAYMENT REFERENCES ARRIVE MASKED AND ARE MASKED AGAIN BEFORE
      * THEY ARE SENT - NOTHING BUT THE LAST TWO CHARACTERS LEAVES
      * THE BANK.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * KEEP IN STEP WITH TEST'S SPECIAL-NAMES.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CUSTOMER-NOTICE-FILE ASSIGN TO "CUSTNOTC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUSTOMER-MASTER-NUMBER.
      * NOTIFY-OUTBOUND - REPLACED EVERY RUN; THE GATEWAY COLLECTS IT
      * WHEN THE STEP ENDS.
           SELECT NOTIFY-OUTBOUND ASSIGN TO "NTFYOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-NOTICE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTNOTICE.
      *
       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CUSTOMERMASTER.
      *
       FD  NOTIFY-OUTBOUND
           LABEL RECORDS ARE STANDARD.
           COPY NOTIFYOUTBOUND.
      *
       WORKING-STORAGE SECTION.
       01  CUSTOMER-NOTICE-SWITCH       PIC X VALUE "N".
         88      END-OF-CUSTOMER-NOTICES    VALUE "Y".
       01  CUSTOMER-FOUND-SWITCH        PIC X VALUE "N".
         88      CUSTOMER-ON-FILE           VALUE "Y".
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
       01  NOTIFY-DATE-CARD             PIC X(8) VALUE SPACES.
       01  NOTIFY-DATE REDEFINES NOTIFY-DATE-CARD PIC 9(8).
      *
      * WHY THE CURRENT EVENT IS HELD BACK - SPACES WHILE IT IS
      * STILL TO BE SENT.
       01  SUPPRESS-REASON              PIC X(20) VALUE SPACES.
       01  OPT-OUT-IDX                  PIC 9 VALUE 1.
      *
      * PER-EVENT TALLY TABLE - RECEIVED, SENT AND HELD BACK PER
      * CUSTNOTICE EVENT CODE, AND THE MESSAGES WRITTEN FOR THEM.
      * THE LAST ROW TAKES ANY CODE THE TABLE DOES NOT NAME. BUILT
      * WITH THE SAME FILLER-VALUES-PLUS-REDEFINES PATTERN AUDRPT
      * USES.
       01  EVENT-TABLE-VALUES.
        05       FILLER PIC X(4)  VALUE "SIFL".
        05       FILLER PIC X(32) VALUE ZEROS.
        05       FILLER PIC X(4)  VALUE "LGDB".
        05       FILLER PIC X(32) VALUE ZEROS.
        05       FILLER PIC X(4)  VALUE "ODRN".
        05       FILLER PIC X(32) VALUE ZEROS.
        05       FILLER PIC X(4)  VALUE "LOWB".
        05       FILLER PIC X(32) VALUE ZEROS.
        05       FILLER PIC X(4)  VALUE "DORM".
        05       FILLER PIC X(32) VALUE ZEROS.
        05       FILLER PIC X(4)  VALUE "OTHR".
        05       FILLER PIC X(32) VALUE ZEROS.
       01  EVENT-TABLE REDEFINES EVENT-TABLE-VALUES.
        05       EVENT-ENTRY OCCURS 6 TIMES.
         10      EVENT-TALLY-CODE        PIC X(4).
         10      EVENT-RECEIVED-COUNT    PIC 9(8).
         10      EVENT-SENT-COUNT        PIC 9(8).
         10      EVENT-SUPPRESSED-COUNT  PIC 9(8).
         10      EVENT-MESSAGE-COUNT     PIC 9(8).
       01  EVENT-IDX                    PIC 9 VALUE 1.
       01  EVENT-FOUND-IDX              PIC 9 VALUE ZERO.
      *
      * SENT-EVENT TABLE - EVERY EVENT SENT THIS RUN, KEYED ON THE
      * ACCOUNT, EVENT CODE, TRANSACTION NUMBER AND AMOUNT. AN
      * OVERDRAWN OR LOW-BALANCE ALERT IS KEYED ON THE ACCOUNT AND
      * CODE ALONE, SO A SECOND ONE FOR THE ACCOUNT TODAY MATCHES THE
      * FIRST WHATEVER ITS BALANCE. A FULL TABLE STOPS CATCHING
      * REPEATS; THE RUN SAYS SO AND CARRIES ON SENDING.
       01  SENT-EVENT-TABLE.
        05       SENT-EVENT-ENTRY OCCURS 5000 TIMES.
         10      SENT-EVENT-ACCOUNT-KEY  PIC X(5).
         10      SENT-EVENT-CODE         PIC X(4).
         10      SENT-EVENT-TXN-NUMBER   PIC 9(4).
         10      SENT-EVENT-AMOUNT       PIC S9(7)V99.
       01  SENT-EVENT-COUNT             PIC 9(4) VALUE ZERO.
       01  SENT-EVENT-IDX               PIC 9(4) VALUE 1.
       01  SENT-EVENT-FOUND-SWITCH      PIC X VALUE "N".
         88      SENT-EVENT-FOUND           VALUE "Y".
       01  SENT-TABLE-FULL-SWITCH       PIC X VALUE "N".
         88      SENT-TABLE-FULL            VALUE "Y".
       01  SENT-KEY.
        05       SENT-KEY-ACCOUNT-KEY    PIC X(5).
        05       SENT-KEY-CODE           PIC X(4).
        05       SENT-KEY-TXN-NUMBER     PIC 9(4).
        05       SENT-KEY-AMOUNT         PIC S9(7)V99.
      *
      * MESSAGE-TEXT WORK FIELDS - THE AMOUNT IS EDITED AND ITS
      * LEADING SPACES DROPPED BEFORE IT GOES INTO THE TEXT.
       01  MESSAGE-AMOUNT               PIC S9(9)V99 VALUE ZERO.
       01  MESSAGE-AMOUNT-EDIT          PIC -ZZZ.ZZZ.ZZ9,99.
       01  MESSAGE-AMOUNT-START         PIC 99 VALUE 1.
       01  MESSAGE-TEXT                 PIC X(80) VALUE SPACES.
       01  MESSAGE-POINTER              PIC 99 VALUE 1.
       01  MESSAGE-REFERENCE            PIC X(8) VALUE SPACES.
      *
       01  NOTICES-READ-COUNT           PIC 9(8) VALUE ZERO.
       01  NOTICES-OTHER-DATE-COUNT     PIC 9(8) VALUE ZERO.
       01  MESSAGES-WRITTEN-COUNT       PIC 9(8) VALUE ZERO.
       01  SUPPRESSED-TOTAL-COUNT       PIC 9(8) VALUE ZERO.
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           DISPLAY "START NTFYGEN".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT NOTIFY-DATE-CARD FROM SYSIN.
           IF NOTIFY-DATE-CARD = SPACES
               MOVE RUN-DATE TO NOTIFY-DATE
           END-IF.
           IF NOTIFY-DATE-CARD NOT NUMERIC
               OR NOTIFY-DATE = ZERO
               DISPLAY "NOTIFICATION DATE INVALID: " NOTIFY-DATE-CARD
                   " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           DISPLAY "CUSTOMER NOTIFICATIONS FOR " NOTIFY-DATE.
           OPEN INPUT CUSTOMER-NOTICE-FILE.
           OPEN INPUT CUSTOMER-MASTER.
           OPEN OUTPUT NOTIFY-OUTBOUND.
           PERFORM READ-CUSTOMER-NOTICE.
           PERFORM NOTIFY-ONE-EVENT UNTIL END-OF-CUSTOMER-NOTICES.
           PERFORM WRITE-EVENT-TRAILER
               VARYING EVENT-IDX FROM 1 BY 1
               UNTIL EVENT-IDX > 6.
           CLOSE NOTIFY-OUTBOUND.
           CLOSE CUSTOMER-MASTER.
           CLOSE CUSTOMER-NOTICE-FILE.
           DISPLAY "  EVENT    RECEIVED     SENT HELD BACK MESSAGES".
           PERFORM REPORT-ONE-EVENT-TYPE
               VARYING EVENT-IDX FROM 1 BY 1
               UNTIL EVENT-IDX > 6.
           DISPLAY "NOTICES READ: " NOTICES-READ-COUNT
               " OTHER DATES: " NOTICES-OTHER-DATE-COUNT.
           DISPLAY "MESSAGES WRITTEN: " MESSAGES-WRITTEN-COUNT
               " NOTICES HELD BACK: " SUPPRESSED-TOTAL-COUNT.
           IF SENT-TABLE-FULL
               DISPLAY "SENT-EVENT TABLE FULL - LATER REPEATS NOT "
                   "HELD BACK"
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
       PROG-EX.
           DISPLAY "END NTFYGEN".
           EXIT PROGRAM.
      *
      * NOTIFY-ONE-EVENT - ONE CUSTNOTC ROW OF THE NOTIFICATION DATE:
      * THE SUPPRESSION RULES IN TURN, THE FIRST THAT APPLIES NAMING
      * THE REASON; OTHERWISE ONE MESSAGE PER CHANNEL AND THE EVENT
      * NOTED AS SENT.
      *
       NOTIFY-ONE-EVENT SECTION.
           ADD 1 TO NOTICES-READ-COUNT.
           IF CUSTOMER-NOTICE-DATE NOT = NOTIFY-DATE
               ADD 1 TO NOTICES-OTHER-DATE-COUNT
               GO TO NOTIFY-ONE-EVENT-NEXT
           END-IF.
           MOVE 6 TO EVENT-FOUND-IDX.
           PERFORM FIND-EVENT-TYPE
               VARYING EVENT-IDX FROM 1 BY 1
               UNTIL EVENT-IDX > 5.
           ADD 1 TO EVENT-RECEIVED-COUNT(EVENT-FOUND-IDX).
           MOVE SPACES TO SUPPRESS-REASON.
           PERFORM CHECK-CUSTOMER-PREFERENCES.
           IF SUPPRESS-REASON = SPACES
               PERFORM CHECK-ALREADY-SENT
           END-IF.
           IF SUPPRESS-REASON NOT = SPACES
               ADD 1 TO EVENT-SUPPRESSED-COUNT(EVENT-FOUND-IDX)
               ADD 1 TO SUPPRESSED-TOTAL-COUNT
               DISPLAY "  HELD BACK (" SUPPRESS-REASON "): "
                   CUSTOMER-NOTICE-TYPE " "
                   CUSTOMER-NOTICE-ACCOUNT-KEY " "
                   CUSTOMER-NOTICE-CUSTOMER
               GO TO NOTIFY-ONE-EVENT-NEXT
           END-IF.
           PERFORM BUILD-MESSAGE-TEXT.
           IF CUSTOMER-NOTIFY-SMS OR CUSTOMER-NOTIFY-BOTH
               MOVE "S" TO NOTIFY-OUT-CHANNEL
               MOVE CUSTOMER-MOBILE TO NOTIFY-OUT-ADDRESS
               PERFORM WRITE-NOTIFY-MESSAGE
           END-IF.
           IF CUSTOMER-NOTIFY-EMAIL OR CUSTOMER-NOTIFY-BOTH
               MOVE "E" TO NOTIFY-OUT-CHANNEL
               MOVE CUSTOMER-EMAIL TO NOTIFY-OUT-ADDRESS
               PERFORM WRITE-NOTIFY-MESSAGE
           END-IF.
           ADD 1 TO EVENT-SENT-COUNT(EVENT-FOUND-IDX).
           PERFORM NOTE-EVENT-SENT.
       NOTIFY-ONE-EVENT-NEXT.
           PERFORM READ-CUSTOMER-NOTICE.
       EXIT.
      *
       FIND-EVENT-TYPE SECTION.
           IF EVENT-TALLY-CODE(EVENT-IDX) = CUSTOMER-NOTICE-TYPE
               MOVE EVENT-IDX TO EVENT-FOUND-IDX
           END-IF.
       EXIT.
      *
      * CHECK-CUSTOMER-PREFERENCES - THE CUSTOMER MUST BE ON FILE
      * (OR MERGED INTO ONE WHO IS), MUST HAVE ASKED FOR ALERTS, MUST
      * NOT HAVE OPTED OUT OF THIS EVENT, AND MUST HAVE A NUMBER OR
      * ADDRESS FOR EVERY CHANNEL NAMED - CUSTMNT INSISTS ON THEM,
      * BUT A RECORD FILED BEFORE IT DID IS NOT TRUSTED.
      *
       CHECK-CUSTOMER-PREFERENCES SECTION.
           IF CUSTOMER-NOTICE-CUSTOMER = SPACES
               MOVE "NO CUSTOMER" TO SUPPRESS-REASON
               GO TO CHECK-CUSTOMER-PREFERENCES-EX
           END-IF.
           MOVE CUSTOMER-NOTICE-CUSTOMER TO CUSTOMER-MASTER-NUMBER.
           PERFORM READ-CUSTOMER.
           IF CUSTOMER-ON-FILE AND CUSTOMER-MERGED
               MOVE CUSTOMER-MERGED-INTO TO CUSTOMER-MASTER-NUMBER
               PERFORM READ-CUSTOMER
           END-IF.
           IF NOT CUSTOMER-ON-FILE
               MOVE "CUSTOMER NOT ON FILE" TO SUPPRESS-REASON
               GO TO CHECK-CUSTOMER-PREFERENCES-EX
           END-IF.
           IF CUSTOMER-MERGED
               MOVE "CUSTOMER MERGED" TO SUPPRESS-REASON
               GO TO CHECK-CUSTOMER-PREFERENCES-EX
           END-IF.
           IF CUSTOMER-NOTIFY-NONE
               MOVE "NOT OPTED IN" TO SUPPRESS-REASON
               GO TO CHECK-CUSTOMER-PREFERENCES-EX
           END-IF.
           PERFORM CHECK-ONE-OPT-OUT
               VARYING OPT-OUT-IDX FROM 1 BY 1
               UNTIL OPT-OUT-IDX > 5.
           IF SUPPRESS-REASON NOT = SPACES
               GO TO CHECK-CUSTOMER-PREFERENCES-EX
           END-IF.
           IF (CUSTOMER-NOTIFY-SMS OR CUSTOMER-NOTIFY-BOTH)
               AND CUSTOMER-MOBILE = SPACES
               MOVE "NO MOBILE" TO SUPPRESS-REASON
               GO TO CHECK-CUSTOMER-PREFERENCES-EX
           END-IF.
           IF (CUSTOMER-NOTIFY-EMAIL OR CUSTOMER-NOTIFY-BOTH)
               AND CUSTOMER-EMAIL = SPACES
               MOVE "NO EMAIL ADDRESS" TO SUPPRESS-REASON
           END-IF.
       CHECK-CUSTOMER-PREFERENCES-EX.
       EXIT.
      *
       CHECK-ONE-OPT-OUT SECTION.
           IF CUSTOMER-NOTIFY-OPT-OUT(OPT-OUT-IDX)
                   = CUSTOMER-NOTICE-TYPE
               MOVE "OPTED OUT" TO SUPPRESS-REASON
           END-IF.
       EXIT.
      *
      * CHECK-ALREADY-SENT - THE EVENT'S KEY AGAINST EVERY EVENT
      * SENT SO FAR THIS RUN.
      *
       CHECK-ALREADY-SENT SECTION.
           PERFORM BUILD-SENT-KEY.
           MOVE "N" TO SENT-EVENT-FOUND-SWITCH.
           PERFORM MATCH-ONE-SENT-EVENT
               VARYING SENT-EVENT-IDX FROM 1 BY 1
               UNTIL SENT-EVENT-IDX > SENT-EVENT-COUNT
               OR SENT-EVENT-FOUND.
           IF SENT-EVENT-FOUND
               IF CUSTOMER-NOTICE-OVERDRAWN
                   OR CUSTOMER-NOTICE-LOW-BALANCE
                   MOVE "ALREADY SENT TODAY" TO SUPPRESS-REASON
               ELSE
                   MOVE "REPEATED EVENT" TO SUPPRESS-REASON
               END-IF
           END-IF.
       EXIT.
      *
       MATCH-ONE-SENT-EVENT SECTION.
           IF SENT-EVENT-ENTRY(SENT-EVENT-IDX) = SENT-KEY
               SET SENT-EVENT-FOUND TO TRUE
           END-IF.
       EXIT.
      *
       BUILD-SENT-KEY SECTION.
           MOVE CUSTOMER-NOTICE-ACCOUNT-KEY TO SENT-KEY-ACCOUNT-KEY.
           MOVE CUSTOMER-NOTICE-TYPE TO SENT-KEY-CODE.
           IF CUSTOMER-NOTICE-OVERDRAWN
               OR CUSTOMER-NOTICE-LOW-BALANCE
               MOVE ZERO TO SENT-KEY-TXN-NUMBER
               MOVE ZERO TO SENT-KEY-AMOUNT
           ELSE
               MOVE CUSTOMER-NOTICE-TXN-NUMBER TO SENT-KEY-TXN-NUMBER
               MOVE CUSTOMER-NOTICE-AMOUNT TO SENT-KEY-AMOUNT
           END-IF.
       EXIT.
      *
       NOTE-EVENT-SENT SECTION.
           IF SENT-EVENT-COUNT = 5000
               SET SENT-TABLE-FULL TO TRUE
               GO TO NOTE-EVENT-SENT-EX
           END-IF.
           ADD 1 TO SENT-EVENT-COUNT.
           MOVE SENT-KEY TO SENT-EVENT-ENTRY(SENT-EVENT-COUNT).
       NOTE-EVENT-SENT-EX.
       EXIT.
      *
      * BUILD-MESSAGE-TEXT - THE EVENT'S OWN TEXT, THE ACCOUNT, THE
      * AMOUNT (THE BALANCE ON AN OVERDRAWN OR LOW-BALANCE ALERT),
      * AND THE MASKED PAYMENT REFERENCE WHEN THE POSTING HAD ONE.
      *
       BUILD-MESSAGE-TEXT SECTION.
           MOVE SPACES TO MESSAGE-TEXT.
           MOVE 1 TO MESSAGE-POINTER.
           IF CUSTOMER-NOTICE-OVERDRAWN
               OR CUSTOMER-NOTICE-LOW-BALANCE
               MOVE CUSTOMER-NOTICE-BALANCE TO MESSAGE-AMOUNT
           ELSE
               MOVE CUSTOMER-NOTICE-AMOUNT TO MESSAGE-AMOUNT
           END-IF.
           STRING CUSTOMER-NOTICE-TEXT DELIMITED BY "  "
               " - ACCOUNT " DELIMITED BY SIZE
               CUSTOMER-NOTICE-ACCOUNT-KEY DELIMITED BY SIZE
               INTO MESSAGE-TEXT
               WITH POINTER MESSAGE-POINTER
           END-STRING.
           IF MESSAGE-AMOUNT NOT = ZERO
               OR CUSTOMER-NOTICE-OVERDRAWN
               OR CUSTOMER-NOTICE-LOW-BALANCE
               MOVE MESSAGE-AMOUNT TO MESSAGE-AMOUNT-EDIT
               MOVE 1 TO MESSAGE-AMOUNT-START
               PERFORM SKIP-AMOUNT-SPACE
                   UNTIL MESSAGE-AMOUNT-EDIT(MESSAGE-AMOUNT-START:1)
                       NOT = SPACE
               STRING " EUR " DELIMITED BY SIZE
                   MESSAGE-AMOUNT-EDIT(MESSAGE-AMOUNT-START:)
                       DELIMITED BY SIZE
                   INTO MESSAGE-TEXT
                   WITH POINTER MESSAGE-POINTER
               END-STRING
           END-IF.
           IF CUSTOMER-NOTICE-REFERENCE NOT = SPACES
               MOVE CUSTOMER-NOTICE-REFERENCE TO MESSAGE-REFERENCE
               IF CUSTOMER-NOTICE-REFERENCE-TYPE = "R"
                   MOVE "******" TO MESSAGE-REFERENCE(1:6)
               END-IF
               STRING " REF " DELIMITED BY SIZE
                   MESSAGE-REFERENCE DELIMITED BY SIZE
                   INTO MESSAGE-TEXT
                   WITH POINTER MESSAGE-POINTER
               END-STRING
           END-IF.
       EXIT.
      *
       SKIP-AMOUNT-SPACE SECTION.
           ADD 1 TO MESSAGE-AMOUNT-START.
       EXIT.
      *
       WRITE-NOTIFY-MESSAGE SECTION.
           SET NOTIFY-OUT-DETAIL TO TRUE.
           MOVE CUSTOMER-MASTER-NUMBER TO NOTIFY-OUT-CUSTOMER.
           MOVE CUSTOMER-NOTICE-ACCOUNT-KEY TO NOTIFY-OUT-ACCOUNT-KEY.
           MOVE CUSTOMER-NOTICE-TYPE TO NOTIFY-OUT-EVENT.
           MOVE CUSTOMER-NOTICE-DATE TO NOTIFY-OUT-DATE.
           MOVE MESSAGE-AMOUNT TO NOTIFY-OUT-AMOUNT.
           MOVE MESSAGE-TEXT TO NOTIFY-OUT-TEXT.
           WRITE NOTIFY-OUTBOUND-RECORD.
           ADD 1 TO EVENT-MESSAGE-COUNT(EVENT-FOUND-IDX).
           ADD 1 TO MESSAGES-WRITTEN-COUNT.
       EXIT.
      *
       WRITE-EVENT-TRAILER SECTION.
           MOVE SPACES TO NOTIFY-OUTBOUND-TRAILER.
           MOVE "T" TO NOTIFY-TRL-RECORD-TYPE.
           MOVE EVENT-TALLY-CODE(EVENT-IDX) TO NOTIFY-TRL-EVENT.
           MOVE EVENT-RECEIVED-COUNT(EVENT-IDX) TO NOTIFY-TRL-RECEIVED.
           MOVE EVENT-SENT-COUNT(EVENT-IDX) TO NOTIFY-TRL-SENT.
           MOVE EVENT-SUPPRESSED-COUNT(EVENT-IDX)
               TO NOTIFY-TRL-SUPPRESSED.
           MOVE EVENT-MESSAGE-COUNT(EVENT-IDX) TO NOTIFY-TRL-MESSAGES.
           WRITE NOTIFY-OUTBOUND-RECORD.
       EXIT.
      *
       REPORT-ONE-EVENT-TYPE SECTION.
           DISPLAY "  " EVENT-TALLY-CODE(EVENT-IDX)
               "    " EVENT-RECEIVED-COUNT(EVENT-IDX)
               " " EVENT-SENT-COUNT(EVENT-IDX)
               "   " EVENT-SUPPRESSED-COUNT(EVENT-IDX)
               " " EVENT-MESSAGE-COUNT(EVENT-IDX).
       EXIT.
      *
       READ-CUSTOMER SECTION.
           MOVE "N" TO CUSTOMER-FOUND-SWITCH.
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CUSTOMER-ON-FILE TO TRUE
           END-READ.
       EXIT.
      *
       READ-CUSTOMER-NOTICE SECTION.
           READ CUSTOMER-NOTICE-FILE
               AT END
                   SET END-OF-CUSTOMER-NOTICES TO TRUE
           END-READ.
       EXIT.
      *
       END PROGRAM NTFYGEN.
