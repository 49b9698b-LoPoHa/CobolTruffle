       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMNT.
      *
      *
      * BATCH MAINTENANCE FOR THE INDEXED CUSTOMER MASTER. READS A
      * CARD FILE OF NEW-CUSTOMER, AMEND AND MERGE REQUESTS IN THE
      * SAME SHAPE ACCTMNT TAKES ITS ACCOUNT CARDS: EACH CARD IS
      * VALIDATED, APPLIED OR REFUSED, AND EVERY DECISION GOES INTO
      * THE SAME AUDITLOG TRAIL THE DAILY RUN USES. A MERGE FOLDS A
      * DUPLICATE CUSTOMER INTO THE ONE THAT SURVIVES: EVERY ACCOUNT
      * THE DUPLICATE OWNED ON THE ACCOUNT MASTER IS MOVED ACROSS,
      * EACH MOVE AUDITED, AND THE DUPLICATE IS KEPT ON FILE MARKED
      * MERGED SO OLD STATEMENTS AND THE TRAIL STILL RESOLVE. THE
      * CARDS ALSO CARRY THE TAX PARTICULARS ACCRUE'S WITHHOLDING
      * READS: CUSTOMER TYPE, RESIDENCE, RATE CODE AND EXEMPTION,
      * AND THE NOTIFICATION PREFERENCES NTFYGEN SENDS BY: CHANNEL,
      * MOBILE NUMBER, EMAIL ADDRESS AND THE EVENTS OPTED OUT OF.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * KEEP IN STEP WITH TEST'S SPECIAL-NAMES.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-MASTER-NUMBER.
      * ACCOUNT-MASTER - WALKED ON A MERGE TO MOVE THE DUPLICATE'S
      * ACCOUNTS TO THE SURVIVING CUSTOMER.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-MASTER-WIDE-KEY
               ALTERNATE RECORD KEY IS ACCOUNT-MASTER-KEY
                   WITH DUPLICATES.
      * CUSTOMER-CARDS - ONE CARD PER REQUESTED CHANGE: THE ACTION
      * (N NEW, A AMEND, M MERGE), THE CUSTOMER NUMBER, AND EITHER
      * THE CUSTOMER DETAILS OR, FOR A MERGE, THE SURVIVOR.
           SELECT CUSTOMER-CARDS ASSIGN TO "CUSTCARD"
               ORGANIZATION IS LINE SEQUENTIAL.
      * AUDIT-LOG-FILE - THE SAME CHAIN DISCIPLINE ACCTMNT FOLLOWS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
      * MASTER-JOURNAL-FILE - A BEFORE AND AN AFTER IMAGE OF EVERY
      * ACCOUNT-MASTER RECORD THIS PROGRAM CHANGES, ON THE SAME
      * JOURNAL THE DAILY RUN WRITES.
           SELECT OPTIONAL MASTER-JOURNAL-FILE ASSIGN TO "MSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CUSTOMERMASTER.
      *
       FD  ACCOUNT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY ACCTMASTER.
      *
       FD  CUSTOMER-CARDS
           LABEL RECORDS ARE STANDARD.
       01  CUSTOMER-CARD.
        05       CARD-ACTION             PIC X.
        05       CARD-CUSTOMER-NUMBER    PIC X(8).
      * CARD-DETAILS - THE CUSTOMER'S PARTICULARS. ON AN N CARD THE
      * NAME, FIRST ADDRESS LINE AND POSTCODE ARE REQUIRED; ON AN A
      * CARD ONLY THE FIELDS PUNCHED ARE CHANGED, SPACES LEAVING THE
      * FILE'S VALUE AS IT IS.
        05       CARD-DETAILS.
         10      CARD-NAME               PIC X(30).
         10      CARD-ADDRESS-LINE-1     PIC X(30).
         10      CARD-ADDRESS-LINE-2     PIC X(30).
         10      CARD-POSTCODE           PIC X(8).
         10      CARD-TAX-ID             PIC X(12).
      * TAX PARTICULARS - TYPE I OR B, RESIDENCE R OR N, THE TAXRATE
      * CODE, AND THE LAST DAY OF A CERTIFIED EXEMPTION. ON AN A
      * CARD AN EXEMPTION DATE OF ZEROS WITHDRAWS THE EXEMPTION.
         10      CARD-CUSTOMER-TYPE      PIC X.
         10      CARD-RESIDENCE          PIC X.
         10      CARD-WHT-RATE-CODE      PIC X(2).
         10      CARD-WHT-EXEMPT-UNTIL   PIC X(8).
         10      CARD-WHT-EXEMPT-DATE REDEFINES CARD-WHT-EXEMPT-UNTIL
                                         PIC 9(8).
      * NOTIFICATION PREFERENCES - CHANNEL N, S, E OR B, THE MOBILE
      * AND EMAIL THE GATEWAY SENDS TO, AND UP TO FIVE EVENT CODES
      * OPTED OUT OF. A TEXT CHANNEL NEEDS A MOBILE AND AN EMAIL
      * CHANNEL AN ADDRESS, ON FILE OR ON THE CARD. ON AN A CARD
      * "NONE" IN THE OPT-OUTS CLEARS THE LIST.
         10      CARD-NOTIFY-CHANNEL     PIC X.
         10      CARD-MOBILE             PIC X(15).
         10      CARD-EMAIL              PIC X(40).
         10      CARD-NOTIFY-OPT-OUTS    PIC X(20).
      * CARD-MERGE-DETAILS - AN M CARD'S VIEW: THE CARD'S CUSTOMER
      * IS THE DUPLICATE, MERGED INTO THE SURVIVOR NAMED HERE.
        05       CARD-MERGE-DETAILS REDEFINES CARD-DETAILS.
         10      CARD-MERGE-INTO         PIC X(8).
         10      FILLER                  PIC X(190).
      *
       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITRECORD.
      *
       FD  MASTER-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MASTERJOURNAL.
      *
       WORKING-STORAGE SECTION.
       01  CUSTOMER-CARDS-SWITCH        PIC X VALUE "N".
         88      END-OF-CUSTOMER-CARDS      VALUE "Y".
       01  AUDIT-LOG-READ-SWITCH        PIC X VALUE "N".
         88      END-OF-AUDIT-LOG            VALUE "Y".
       01  ACCOUNT-MASTER-SWITCH        PIC X VALUE "N".
         88      END-OF-ACCOUNT-MASTER       VALUE "Y".
       01  CUSTOMER-FOUND-SWITCH        PIC X VALUE "N".
         88      CUSTOMER-ON-FILE            VALUE "Y".
       01  CARD-REFUSED-SWITCH          PIC X VALUE "N".
         88      CARD-REFUSED                VALUE "Y".
       01  CARDS-APPLIED-COUNT          PIC 9(8) VALUE ZERO.
       01  CARDS-REFUSED-COUNT          PIC 9(8) VALUE ZERO.
       01  ACCOUNTS-MOVED-COUNT         PIC 9(8) VALUE ZERO.
       01  CARD-REFUSAL-REASON          PIC X(20) VALUE SPACES.
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
      *
      * MERGE WORK FIELDS - THE DUPLICATE AND THE SURVIVOR, AND THE
      * NUMBER OF ACCOUNTS THIS CARD MOVED.
       01  MERGE-FROM-CUSTOMER          PIC X(8) VALUE SPACES.
       01  MERGE-INTO-CUSTOMER          PIC X(8) VALUE SPACES.
       01  MERGE-MOVED-COUNT            PIC 9(8) VALUE ZERO.
      *
      * AUDIT-CHAIN WORK FIELDS - RE-ESTABLISHED FROM THE TRAIL
      * BEFORE THE OPEN EXTEND SO THE CHAIN CONTINUES UNBROKEN.
       01  AUDIT-SEQUENCE-NUMBER        PIC 9(8) VALUE ZERO.
       01  AUDIT-DATA-ENTRY-COUNT       PIC 9(8) VALUE ZERO.
      *
      * MASTER-JOURNAL WORK FIELDS - AS TEST KEEPS THEM: THE RECORD
      * AS READ, THE TIME THE JOURNAL WAS OPENED, THE RUN'S COUNT OF
      * CHANGES, AND THE ACTION AND TRANSACTION NUMBER OF THE NEXT.
       01  MASTER-BEFORE-IMAGE          PIC X(64) VALUE SPACES.
       01  MASTER-JOURNAL-TIME          PIC 9(8) VALUE ZERO.
       01  MASTER-JOURNAL-COUNT         PIC 9(8) VALUE ZERO.
       01  MASTER-JOURNAL-TXN           PIC 9(4) VALUE ZERO.
       01  MASTER-JOURNAL-ACTION-WORK   PIC X VALUE "C".
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           DISPLAY "START CUSTMNT".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM ESTABLISH-AUDIT-SEQUENCE.
           OPEN EXTEND AUDIT-LOG-FILE.
           OPEN I-O CUSTOMER-MASTER.
           OPEN I-O ACCOUNT-MASTER.
           ACCEPT MASTER-JOURNAL-TIME FROM TIME.
           OPEN EXTEND MASTER-JOURNAL-FILE.
           OPEN INPUT CUSTOMER-CARDS.
           PERFORM READ-CUSTOMER-CARD.
           PERFORM APPLY-ONE-CARD UNTIL END-OF-CUSTOMER-CARDS.
           CLOSE CUSTOMER-CARDS.
           CLOSE MASTER-JOURNAL-FILE.
           CLOSE ACCOUNT-MASTER.
           CLOSE CUSTOMER-MASTER.
           PERFORM WRITE-AUDIT-TRAILER.
           CLOSE AUDIT-LOG-FILE.
           DISPLAY "CARDS APPLIED:  " CARDS-APPLIED-COUNT.
           DISPLAY "CARDS REFUSED:  " CARDS-REFUSED-COUNT.
           DISPLAY "ACCOUNTS MOVED: " ACCOUNTS-MOVED-COUNT.
           IF CARDS-REFUSED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "END CUSTMNT".
      *
       PROG-EX.
           EXIT PROGRAM.
      *
      * APPLY-ONE-CARD - VALIDATES THE CUSTOMER NUMBER, LOCATES THE
      * CUSTOMER, AND APPLIES THE ACTION. THE FIRST FAILURE NAMES THE
      * REFUSAL REASON; EVERY DECISION GOES TO THE AUDIT TRAIL.
      *
       APPLY-ONE-CARD SECTION.
           MOVE "N" TO CARD-REFUSED-SWITCH.
           MOVE SPACES TO CARD-REFUSAL-REASON.
           IF CARD-CUSTOMER-NUMBER NOT NUMERIC
               OR CARD-CUSTOMER-NUMBER = ZERO
               SET CARD-REFUSED TO TRUE
               MOVE "CUSTOMER NO. INVALID" TO CARD-REFUSAL-REASON
               GO TO APPLY-ONE-CARD-DECIDE
           END-IF.
           PERFORM LOCATE-CARD-CUSTOMER.
           EVALUATE CARD-ACTION
               WHEN "N"
                   PERFORM ADD-CUSTOMER
               WHEN "A"
                   PERFORM AMEND-CUSTOMER
               WHEN "M"
                   PERFORM MERGE-CUSTOMER
               WHEN OTHER
                   SET CARD-REFUSED TO TRUE
                   MOVE "UNKNOWN ACTION" TO CARD-REFUSAL-REASON
           END-EVALUATE.
       APPLY-ONE-CARD-DECIDE.
           IF CARD-REFUSED
               ADD 1 TO CARDS-REFUSED-COUNT
               DISPLAY "CARD REFUSED (" CARD-REFUSAL-REASON "): "
                   CARD-ACTION " " CARD-CUSTOMER-NUMBER
               MOVE "DENY" TO AUDIT-NEW-VALUE
           ELSE
               ADD 1 TO CARDS-APPLIED-COUNT
               MOVE "DONE" TO AUDIT-NEW-VALUE
           END-IF.
           MOVE "CUSTMNT" TO AUDIT-PROGRAM-NAME.
           MOVE CARD-CUSTOMER-NUMBER TO AUDIT-FIELD-NAME.
           MOVE CARD-ACTION TO AUDIT-OLD-VALUE.
           MOVE SPACES TO AUDIT-OPERATOR-ID.
           MOVE ZERO TO AUDIT-TXN-NUMBER.
           PERFORM WRITE-AUDIT-RECORD.
           PERFORM READ-CUSTOMER-CARD.
       EXIT.
      *
      * ADD-CUSTOMER - THE NUMBER MUST BE NEW AND THE NAME, FIRST
      * ADDRESS LINE AND POSTCODE PRESENT; A STATEMENT CANNOT BE
      * ADDRESSED WITHOUT THEM.
      *
       ADD-CUSTOMER SECTION.
           IF CUSTOMER-ON-FILE
               SET CARD-REFUSED TO TRUE
               MOVE "ALREADY ON FILE" TO CARD-REFUSAL-REASON
               GO TO ADD-CUSTOMER-EX
           END-IF.
           IF CARD-NAME = SPACES
               SET CARD-REFUSED TO TRUE
               MOVE "NAME MISSING" TO CARD-REFUSAL-REASON
               GO TO ADD-CUSTOMER-EX
           END-IF.
           IF CARD-ADDRESS-LINE-1 = SPACES
               OR CARD-POSTCODE = SPACES
               SET CARD-REFUSED TO TRUE
               MOVE "ADDRESS INCOMPLETE" TO CARD-REFUSAL-REASON
               GO TO ADD-CUSTOMER-EX
           END-IF.
           PERFORM VALIDATE-TAX-PARTICULARS.
           IF CARD-REFUSED
               GO TO ADD-CUSTOMER-EX
           END-IF.
           PERFORM VALIDATE-NOTIFY-CHANNEL.
           IF CARD-REFUSED
               GO TO ADD-CUSTOMER-EX
           END-IF.
           MOVE SPACES TO CUSTOMER-MASTER-RECORD.
           MOVE CARD-CUSTOMER-NUMBER TO CUSTOMER-MASTER-NUMBER.
           MOVE CARD-NAME TO CUSTOMER-NAME.
           MOVE CARD-ADDRESS-LINE-1 TO CUSTOMER-ADDRESS-LINE-1.
           MOVE CARD-ADDRESS-LINE-2 TO CUSTOMER-ADDRESS-LINE-2.
           MOVE CARD-POSTCODE TO CUSTOMER-POSTCODE.
           MOVE CARD-TAX-ID TO CUSTOMER-TAX-ID.
           MOVE CARD-CUSTOMER-TYPE TO CUSTOMER-TYPE.
           MOVE CARD-RESIDENCE TO CUSTOMER-RESIDENCE.
           MOVE CARD-WHT-RATE-CODE TO CUSTOMER-WHT-RATE-CODE.
           MOVE ZERO TO CUSTOMER-WHT-EXEMPT-UNTIL.
           IF CARD-WHT-EXEMPT-UNTIL NOT = SPACES
               MOVE CARD-WHT-EXEMPT-DATE TO CUSTOMER-WHT-EXEMPT-UNTIL
           END-IF.
           MOVE CARD-NOTIFY-CHANNEL TO CUSTOMER-NOTIFY-CHANNEL.
           MOVE CARD-MOBILE TO CUSTOMER-MOBILE.
           MOVE CARD-EMAIL TO CUSTOMER-EMAIL.
           IF CARD-NOTIFY-OPT-OUTS(1:4) NOT = "NONE"
               MOVE CARD-NOTIFY-OPT-OUTS TO CUSTOMER-NOTIFY-OPT-OUTS
           END-IF.
           PERFORM CHECK-NOTIFY-CONTACT.
           IF CARD-REFUSED
               GO TO ADD-CUSTOMER-EX
           END-IF.
           SET CUSTOMER-ACTIVE TO TRUE.
           MOVE RUN-DATE TO CUSTOMER-DATE-ADDED.
           MOVE RUN-DATE TO CUSTOMER-DATE-AMENDED.
           WRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   SET CARD-REFUSED TO TRUE
                   MOVE "WRITE FAILED" TO CARD-REFUSAL-REASON
           END-WRITE.
       ADD-CUSTOMER-EX.
       EXIT.
      *
      * AMEND-CUSTOMER - THE CUSTOMER MUST BE ON FILE AND NOT MERGED
      * AWAY; EACH PUNCHED FIELD REPLACES THE FILE'S VALUE. A CARD
      * THAT PUNCHES NOTHING IS REFUSED RATHER THAN AUDITED AS A
      * CHANGE THAT NEVER HAPPENED.
      *
       AMEND-CUSTOMER SECTION.
           IF NOT CUSTOMER-ON-FILE
               SET CARD-REFUSED TO TRUE
               MOVE "NO CUSTOMER" TO CARD-REFUSAL-REASON
               GO TO AMEND-CUSTOMER-EX
           END-IF.
           IF CUSTOMER-MERGED
               SET CARD-REFUSED TO TRUE
               MOVE "CUSTOMER MERGED" TO CARD-REFUSAL-REASON
               GO TO AMEND-CUSTOMER-EX
           END-IF.
           IF CARD-DETAILS = SPACES
               SET CARD-REFUSED TO TRUE
               MOVE "NOTHING TO AMEND" TO CARD-REFUSAL-REASON
               GO TO AMEND-CUSTOMER-EX
           END-IF.
           PERFORM VALIDATE-TAX-PARTICULARS.
           IF CARD-REFUSED
               GO TO AMEND-CUSTOMER-EX
           END-IF.
           PERFORM VALIDATE-NOTIFY-CHANNEL.
           IF CARD-REFUSED
               GO TO AMEND-CUSTOMER-EX
           END-IF.
           IF CARD-NAME NOT = SPACES
               MOVE CARD-NAME TO CUSTOMER-NAME
           END-IF.
           IF CARD-ADDRESS-LINE-1 NOT = SPACES
               MOVE CARD-ADDRESS-LINE-1 TO CUSTOMER-ADDRESS-LINE-1
           END-IF.
           IF CARD-ADDRESS-LINE-2 NOT = SPACES
               MOVE CARD-ADDRESS-LINE-2 TO CUSTOMER-ADDRESS-LINE-2
           END-IF.
           IF CARD-POSTCODE NOT = SPACES
               MOVE CARD-POSTCODE TO CUSTOMER-POSTCODE
           END-IF.
           IF CARD-TAX-ID NOT = SPACES
               MOVE CARD-TAX-ID TO CUSTOMER-TAX-ID
           END-IF.
           IF CARD-CUSTOMER-TYPE NOT = SPACE
               MOVE CARD-CUSTOMER-TYPE TO CUSTOMER-TYPE
           END-IF.
           IF CARD-RESIDENCE NOT = SPACE
               MOVE CARD-RESIDENCE TO CUSTOMER-RESIDENCE
           END-IF.
           IF CARD-WHT-RATE-CODE NOT = SPACES
               MOVE CARD-WHT-RATE-CODE TO CUSTOMER-WHT-RATE-CODE
           END-IF.
           IF CARD-WHT-EXEMPT-UNTIL NOT = SPACES
               MOVE CARD-WHT-EXEMPT-DATE TO CUSTOMER-WHT-EXEMPT-UNTIL
           END-IF.
           IF CARD-NOTIFY-CHANNEL NOT = SPACE
               MOVE CARD-NOTIFY-CHANNEL TO CUSTOMER-NOTIFY-CHANNEL
           END-IF.
           IF CARD-MOBILE NOT = SPACES
               MOVE CARD-MOBILE TO CUSTOMER-MOBILE
           END-IF.
           IF CARD-EMAIL NOT = SPACES
               MOVE CARD-EMAIL TO CUSTOMER-EMAIL
           END-IF.
           IF CARD-NOTIFY-OPT-OUTS(1:4) = "NONE"
               MOVE SPACES TO CUSTOMER-NOTIFY-OPT-OUTS
           ELSE
               IF CARD-NOTIFY-OPT-OUTS NOT = SPACES
                   MOVE CARD-NOTIFY-OPT-OUTS
                       TO CUSTOMER-NOTIFY-OPT-OUTS
               END-IF
           END-IF.
      * THE RECORD AS AMENDED MUST STILL REACH THE CUSTOMER BY THE
      * CHANNEL IT NAMES; A REFUSAL HERE LEAVES THE FILE UNTOUCHED.
           PERFORM CHECK-NOTIFY-CONTACT.
           IF CARD-REFUSED
               GO TO AMEND-CUSTOMER-EX
           END-IF.
           MOVE RUN-DATE TO CUSTOMER-DATE-AMENDED.
           REWRITE CUSTOMER-MASTER-RECORD.
       AMEND-CUSTOMER-EX.
       EXIT.
      *
      * VALIDATE-TAX-PARTICULARS - A PUNCHED TYPE OR RESIDENCE MUST
      * BE ONE OF THE KNOWN CODES AND A PUNCHED EXEMPTION DATE MUST
      * BE NUMERIC; SPACES ARE ALWAYS ALLOWED.
      *
       VALIDATE-TAX-PARTICULARS SECTION.
           IF CARD-CUSTOMER-TYPE NOT = SPACE
               AND CARD-CUSTOMER-TYPE NOT = "I"
               AND CARD-CUSTOMER-TYPE NOT = "B"
               SET CARD-REFUSED TO TRUE
               MOVE "CUSTOMER TYPE BAD" TO CARD-REFUSAL-REASON
               GO TO VALIDATE-TAX-PARTICULARS-EX
           END-IF.
           IF CARD-RESIDENCE NOT = SPACE
               AND CARD-RESIDENCE NOT = "R"
               AND CARD-RESIDENCE NOT = "N"
               SET CARD-REFUSED TO TRUE
               MOVE "RESIDENCE INVALID" TO CARD-REFUSAL-REASON
               GO TO VALIDATE-TAX-PARTICULARS-EX
           END-IF.
           IF CARD-WHT-EXEMPT-UNTIL NOT = SPACES
               AND CARD-WHT-EXEMPT-UNTIL NOT NUMERIC
               SET CARD-REFUSED TO TRUE
               MOVE "EXEMPTION DATE BAD" TO CARD-REFUSAL-REASON
           END-IF.
       VALIDATE-TAX-PARTICULARS-EX.
       EXIT.
      *
      * VALIDATE-NOTIFY-CHANNEL - A PUNCHED CHANNEL MUST BE ONE OF
      * THE KNOWN CODES; SPACE IS ALWAYS ALLOWED.
      *
       VALIDATE-NOTIFY-CHANNEL SECTION.
           IF CARD-NOTIFY-CHANNEL NOT = SPACE
               AND CARD-NOTIFY-CHANNEL NOT = "N"
               AND CARD-NOTIFY-CHANNEL NOT = "S"
               AND CARD-NOTIFY-CHANNEL NOT = "E"
               AND CARD-NOTIFY-CHANNEL NOT = "B"
               SET CARD-REFUSED TO TRUE
               MOVE "NOTIFY CHANNEL BAD" TO CARD-REFUSAL-REASON
           END-IF.
       EXIT.
      *
      * CHECK-NOTIFY-CONTACT - THE CUSTOMER RECORD ABOUT TO BE FILED
      * MUST HOLD A MOBILE FOR A TEXT CHANNEL AND AN EMAIL ADDRESS
      * FOR AN EMAIL CHANNEL.
      *
       CHECK-NOTIFY-CONTACT SECTION.
           IF (CUSTOMER-NOTIFY-SMS OR CUSTOMER-NOTIFY-BOTH)
               AND CUSTOMER-MOBILE = SPACES
               SET CARD-REFUSED TO TRUE
               MOVE "MOBILE MISSING" TO CARD-REFUSAL-REASON
               GO TO CHECK-NOTIFY-CONTACT-EX
           END-IF.
           IF (CUSTOMER-NOTIFY-EMAIL OR CUSTOMER-NOTIFY-BOTH)
               AND CUSTOMER-EMAIL = SPACES
               SET CARD-REFUSED TO TRUE
               MOVE "EMAIL MISSING" TO CARD-REFUSAL-REASON
           END-IF.
       CHECK-NOTIFY-CONTACT-EX.
       EXIT.
      *
      * MERGE-CUSTOMER - THE CARD'S CUSTOMER (THE DUPLICATE) AND THE
      * SURVIVOR MUST BOTH BE LIVE ON FILE AND MUST DIFFER. EVERY
      * ACCOUNT THE DUPLICATE OWNS MOVES TO THE SURVIVOR, THEN THE
      * DUPLICATE IS MARKED MERGED AND POINTED AT THE SURVIVOR.
      *
       MERGE-CUSTOMER SECTION.
           IF NOT CUSTOMER-ON-FILE
               SET CARD-REFUSED TO TRUE
               MOVE "NO CUSTOMER" TO CARD-REFUSAL-REASON
               GO TO MERGE-CUSTOMER-EX
           END-IF.
           IF CUSTOMER-MERGED
               SET CARD-REFUSED TO TRUE
               MOVE "CUSTOMER MERGED" TO CARD-REFUSAL-REASON
               GO TO MERGE-CUSTOMER-EX
           END-IF.
           IF CARD-MERGE-INTO = CARD-CUSTOMER-NUMBER
               SET CARD-REFUSED TO TRUE
               MOVE "MERGE INTO ITSELF" TO CARD-REFUSAL-REASON
               GO TO MERGE-CUSTOMER-EX
           END-IF.
           MOVE CARD-CUSTOMER-NUMBER TO MERGE-FROM-CUSTOMER.
           MOVE CARD-MERGE-INTO TO MERGE-INTO-CUSTOMER.
           MOVE "N" TO CUSTOMER-FOUND-SWITCH.
           MOVE MERGE-INTO-CUSTOMER TO CUSTOMER-MASTER-NUMBER.
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CUSTOMER-ON-FILE TO TRUE
           END-READ.
           IF NOT CUSTOMER-ON-FILE
               SET CARD-REFUSED TO TRUE
               MOVE "NO SURVIVOR" TO CARD-REFUSAL-REASON
               GO TO MERGE-CUSTOMER-EX
           END-IF.
           IF CUSTOMER-MERGED
               SET CARD-REFUSED TO TRUE
               MOVE "SURVIVOR MERGED" TO CARD-REFUSAL-REASON
               GO TO MERGE-CUSTOMER-EX
           END-IF.
           PERFORM MOVE-MERGED-ACCOUNTS.
      * THE DUPLICATE'S RECORD IS READ BACK - THE SURVIVOR'S READ
      * TOOK ITS PLACE IN THE RECORD AREA.
           MOVE MERGE-FROM-CUSTOMER TO CUSTOMER-MASTER-NUMBER.
           READ CUSTOMER-MASTER
               INVALID KEY
                   SET CARD-REFUSED TO TRUE
                   MOVE "REREAD FAILED" TO CARD-REFUSAL-REASON
                   GO TO MERGE-CUSTOMER-EX
           END-READ.
           SET CUSTOMER-MERGED TO TRUE.
           MOVE MERGE-INTO-CUSTOMER TO CUSTOMER-MERGED-INTO.
           MOVE RUN-DATE TO CUSTOMER-DATE-AMENDED.
           REWRITE CUSTOMER-MASTER-RECORD.
           DISPLAY "CUSTOMER " MERGE-FROM-CUSTOMER " MERGED INTO "
               MERGE-INTO-CUSTOMER " - " MERGE-MOVED-COUNT
               " ACCOUNTS MOVED".
       MERGE-CUSTOMER-EX.
       EXIT.
      *
      * MOVE-MERGED-ACCOUNTS - ONE PASS OVER THE ACCOUNT MASTER IN
      * KEY ORDER; EVERY ACCOUNT OWNED BY THE DUPLICATE IS REWRITTEN
      * UNDER THE SURVIVOR AND THE MOVE AUDITED UNDER THE ACCOUNT'S
      * KEY.
      *
       MOVE-MERGED-ACCOUNTS SECTION.
           MOVE ZERO TO MERGE-MOVED-COUNT.
           MOVE "N" TO ACCOUNT-MASTER-SWITCH.
           MOVE LOW-VALUES TO ACCOUNT-MASTER-WIDE-KEY.
           START ACCOUNT-MASTER KEY NOT < ACCOUNT-MASTER-WIDE-KEY
               INVALID KEY
                   SET END-OF-ACCOUNT-MASTER TO TRUE
           END-START.
           IF NOT END-OF-ACCOUNT-MASTER
               PERFORM READ-NEXT-ACCOUNT
           END-IF.
           PERFORM MOVE-ONE-ACCOUNT UNTIL END-OF-ACCOUNT-MASTER.
       EXIT.
      *
       MOVE-ONE-ACCOUNT SECTION.
           IF ACCOUNT-MASTER-CUSTOMER = MERGE-FROM-CUSTOMER
               MOVE ACCOUNT-MASTER-RECORD TO MASTER-BEFORE-IMAGE
               MOVE MERGE-INTO-CUSTOMER TO ACCOUNT-MASTER-CUSTOMER
               REWRITE ACCOUNT-MASTER-RECORD
               PERFORM WRITE-MASTER-JOURNAL
               ADD 1 TO MERGE-MOVED-COUNT
               ADD 1 TO ACCOUNTS-MOVED-COUNT
               MOVE "CUSTMNT" TO AUDIT-PROGRAM-NAME
               MOVE ACCOUNT-MASTER-KEY TO AUDIT-FIELD-NAME
               MOVE "M" TO AUDIT-OLD-VALUE
               MOVE "MOVE" TO AUDIT-NEW-VALUE
               MOVE SPACES TO AUDIT-OPERATOR-ID
               MOVE ZERO TO AUDIT-TXN-NUMBER
               PERFORM WRITE-AUDIT-RECORD
           END-IF.
           PERFORM READ-NEXT-ACCOUNT.
       EXIT.
      *
       READ-NEXT-ACCOUNT SECTION.
           READ ACCOUNT-MASTER NEXT RECORD
               AT END
                   SET END-OF-ACCOUNT-MASTER TO TRUE
           END-READ.
       EXIT.
      *
       LOCATE-CARD-CUSTOMER SECTION.
           MOVE "N" TO CUSTOMER-FOUND-SWITCH.
           MOVE CARD-CUSTOMER-NUMBER TO CUSTOMER-MASTER-NUMBER.
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CUSTOMER-ON-FILE TO TRUE
           END-READ.
       EXIT.
      *
      * WRITE-MASTER-JOURNAL - ONE MSTJRNL RECORD FOR THE MASTER
      * CHANGE JUST MADE. KEEP IN STEP WITH TEST'S. THIS PROGRAM RUNS
      * OUTSIDE THE INTRADAY CYCLES AND JOURNALS UNDER CYCLE ZERO.
      *
       WRITE-MASTER-JOURNAL SECTION.
           ADD 1 TO MASTER-JOURNAL-COUNT.
           MOVE SPACES TO MASTER-JOURNAL-RECORD.
           MOVE "CUSTMNT" TO MASTER-JOURNAL-PROGRAM.
           MOVE RUN-DATE TO MASTER-JOURNAL-RUN-DATE.
           MOVE MASTER-JOURNAL-TIME TO MASTER-JOURNAL-RUN-TIME.
           MOVE ZERO TO MASTER-JOURNAL-CYCLE.
           MOVE MASTER-JOURNAL-COUNT TO MASTER-JOURNAL-SEQUENCE.
           MOVE MASTER-JOURNAL-TXN TO MASTER-JOURNAL-TXN-NUMBER.
           MOVE MASTER-JOURNAL-ACTION-WORK TO MASTER-JOURNAL-ACTION.
           MOVE ACCOUNT-MASTER-KEY TO MASTER-JOURNAL-ACCOUNT-KEY.
           MOVE ACCOUNT-MASTER-WIDE-KEY TO MASTER-JOURNAL-WIDE-KEY.
           MOVE MASTER-BEFORE-IMAGE TO MASTER-JOURNAL-BEFORE-IMAGE.
           IF NOT MASTER-JOURNAL-DELETED
               MOVE ACCOUNT-MASTER-RECORD
                   TO MASTER-JOURNAL-AFTER-IMAGE
           END-IF.
           WRITE MASTER-JOURNAL-RECORD.
           MOVE "C" TO MASTER-JOURNAL-ACTION-WORK.
           MOVE ZERO TO MASTER-JOURNAL-TXN.
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
       READ-CUSTOMER-CARD SECTION.
           READ CUSTOMER-CARDS
               AT END
                   SET END-OF-CUSTOMER-CARDS TO TRUE
           END-READ.
       EXIT.
      *
       END PROGRAM CUSTMNT.
