      * ACCOUNTKEY.CBL (INCLUDING THE SAME MODULUS-11 CHECK DIGIT
      * TEST VALIDATES TRANSACTIONS WITH), REFUSES A CLOSE WHILE THE
      * BALANCE IS NON-ZERO, AND WRITES EVERY APPLIED OR REFUSED
      * CHANGE INTO THE SAME AUDITLOG TRAIL THE DAILY RUN USES. A
      * NEW ACCOUNT IS STAMPED WITH THE LEGAL ENTITY ITS BRANCH BOOKS
      * TO IN THE BRANCH DIRECTORY; A BRANCH WITH NO ENTITY OPENS NO
      * ACCOUNTS. EVERY NEW ACCOUNT NAMES ITS OWNING CUSTOMER, WHO
      * MUST BE ON THE CUSTOMER MASTER AND NOT MERGED AWAY; AN AMEND
      * CARD CARRYING A CUSTOMER NUMBER MOVES THE ACCOUNT TO THAT
      * CUSTOMER UNDER THE SAME CHECK. EVERY NEW ACCOUNT IS OPENED
      * UNDER A PRODUCT FROM THE PRODUCT CATALOG AND TAKES THE
      * PRODUCT'S DEFAULT OVERDRAFT LIMIT UNLESS THE CARD KEYS ITS
      * OWN; AN AMEND CARD CARRYING A PRODUCT CODE MOVES THE ACCOUNT
      * TO THAT PRODUCT.
      *
      * A CARD NAMES ITS ACCOUNT BY THE SHORT FIVE-BYTE KEY OR, WITH
      * THAT LEFT BLANK, BY THE SEVEN-BYTE WIDE KEY. EVERY ACCOUNT IS
      * FILED UNDER ITS WIDE KEY; ONE NUMBERED 999 OR BELOW ALSO
      * CARRIES THE SHORT KEY IT CONVERTS TO, AND ITS OPENING ADDS
      * THE PAIR TO THE KEYCONV TABLE THE BRANCH FEEDS ARE CONVERTED
      * WITH. ONE NUMBERED PAST 999 HAS NO SHORT KEY; ITS CLOSURE IS
      * QUEUED UNDER ITS WIDE KEY LIKE ANY OTHER'S, CLOSREQ BEING
      * KEYED ON THE WIDE KEY.
      *
      * A CLOSED ACCOUNT STAYS ON THE MASTER WITH ITS CLOSED DATE SET
      * AND TAKES NO FURTHER CARDS. AN ACCOUNT STILL CARRYING MONEY IS
      * CLOSED THROUGH A QUEUED CLOSURE REQUEST (Q CARD) RATHER THAN
      * BY HAND: THE REQUEST GOES ONTO CLOSREQ NAMING WHERE THE
      * REMAINING BALANCE IS TO BE PAID, AND ACCTCLOS SETTLES AND
      * CLOSES THE ACCOUNT. NEITHER CLOSES AN ACCOUNT THAT STILL
      * SERVICES AN INSTALMENT LOAN NOT YET PAID OFF.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-MASTER-WIDE-KEY
               ALTERNATE RECORD KEY IS ACCOUNT-MASTER-KEY
                   WITH DUPLICATES.
      * MAINTENANCE-CARDS - ONE CARD PER REQUESTED CHANGE: THE ACTION
      * (O OPEN, A AMEND, C CLOSE, Q QUEUE A CLOSURE), THE ACCOUNT
      * KEY, FOR OPEN AND AMEND THE BALANCE TO CARRY, THE OWNING
      * CUSTOMER AND THE PRODUCT, AND FOR A QUEUED CLOSURE THE PAYOUT
      * ACCOUNT.
           SELECT MAINTENANCE-CARDS ASSIGN TO "ACCTCARD"
               ORGANIZATION IS LINE SEQUENTIAL.
      * AUDIT-LOG-FILE - EVERY MAINTENANCE DECISION, APPLIED OR
      * TRAILER THE SAME WAY TEST DOES IT.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
      * BRANCH-DIRECTORY - THE ENTITY EACH BRANCH BOOKS TO.
           SELECT BRANCH-DIRECTORY ASSIGN TO "BRANCHDIR"
               ORGANIZATION IS LINE SEQUENTIAL.
      * CUSTOMER-MASTER - THE OWNER AN OPEN OR AMEND CARD NAMES MUST
      * BE ON FILE HERE.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-MASTER-NUMBER.
      * PRODUCT-CATALOG - THE PRODUCT AN OPEN OR AMEND CARD NAMES
      * MUST BE HERE; IT SUPPLIES THE DEFAULT OVERDRAFT LIMIT.
           SELECT PRODUCT-CATALOG ASSIGN TO "PRODCAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * CLOSURE-REQUESTS - THE QUEUE OF CLOSURES ACCTCLOS WORKS.
           SELECT CLOSURE-REQUESTS ASSIGN TO "CLOSREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLOSURE-WIDE-KEY
               ALTERNATE RECORD KEY IS CLOSURE-ACCOUNT-KEY
                   WITH DUPLICATES.
      * LOAN-FILE - A CLOSE CARD IS REFUSED WHILE THE ACCOUNT HAS A
      * LOAN HERE THAT IS NOT PAID OFF.
           SELECT LOAN-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LOAN-WIDE-KEY
               ALTERNATE RECORD KEY IS LOAN-ACCOUNT-KEY
                   WITH DUPLICATES.
      * MASTER-JOURNAL-FILE - A BEFORE AND AN AFTER IMAGE OF EVERY
      * ACCOUNT-MASTER RECORD THIS PROGRAM CHANGES, ON THE SAME
      * JOURNAL THE DAILY RUN WRITES.
           SELECT OPTIONAL MASTER-JOURNAL-FILE ASSIGN TO "MSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.
      * KEY-CONVERSIONS - ONE ROW PER ACCOUNT OPENED WITH A SHORT KEY,
      * APPENDED.
           SELECT OPTIONAL KEY-CONVERSIONS ASSIGN TO "KEYCONV"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER
        05       CARD-BALANCE            PIC 9(9)V99.
        05       CARD-BALANCE-SIGN       PIC X.
      * CARD-OVERDRAFT-LIMIT - THE PERMITTED OVERDRAFT MAGNITUDE FOR
      * AN O OR A CARD; ZERO MEANS NO OVERDRAFT. LEFT BLANK, AN O
      * CARD TAKES THE PRODUCT'S DEFAULT AND AN A CARD LEAVES THE
      * LIMIT AS IT IS.
        05       CARD-OVERDRAFT-LIMIT    PIC 9(7)V99.
        05       CARD-OVERDRAFT-LIMIT-X REDEFINES CARD-OVERDRAFT-LIMIT
                                         PIC X(9).
      * CARD-CUSTOMER-NUMBER - THE OWNING CUSTOMER. REQUIRED ON AN O
      * CARD; ON AN A CARD, SPACES LEAVE THE OWNER AS IT IS.
        05       CARD-CUSTOMER-NUMBER    PIC X(8).
      * CARD-PRODUCT-CODE - THE CATALOG PRODUCT. REQUIRED ON AN O
      * CARD; ON AN A CARD, SPACES LEAVE THE PRODUCT AS IT IS.
        05       CARD-PRODUCT-CODE       PIC X(4).
      * CARD-PAYOUT-KEY - ON A Q CARD, THE ACCOUNT THE REMAINING
      * BALANCE IS PAID TO; SPACES SEND IT TO THE BRANCH'S
      * PAYABLE-TO-CUSTOMER SUSPENSE ACCOUNT, UNLESS CARD-PAYOUT-
      * WIDE-KEY BELOW NAMES THE PAYOUT ACCOUNT BY ITS WIDE KEY.
        05       CARD-PAYOUT-KEY         PIC X(5).
      * CARD-WIDE-KEY - THE ACCOUNT'S WIDE KEY, READ ONLY WHEN THE
      * SHORT KEY IN COLUMNS 2 TO 6 IS BLANK.
        05       CARD-WIDE-KEY.
         10      CARD-WIDE-BRANCH-DIGIT  PIC X.
         10      CARD-WIDE-NUMBER        PIC X(5).
         10      CARD-WIDE-CHECK-DIGIT   PIC X.
        05       CARD-PAYOUT-WIDE-KEY    PIC X(7).
        05       FILLER                  PIC X(23).
      *
       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITRECORD.
      *
       FD  LOAN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOANMASTER.
      *
       FD  BRANCH-DIRECTORY
           LABEL RECORDS ARE STANDARD.
           COPY BRANCHDIRECTORY.
      *
       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CUSTOMERMASTER.
      *
       FD  PRODUCT-CATALOG
           LABEL RECORDS ARE STANDARD.
           COPY PRODUCTCATALOG.
      *
       FD  CLOSURE-REQUESTS
           LABEL RECORDS ARE STANDARD.
           COPY CLOSUREREQUEST.
      *
       FD  MASTER-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MASTERJOURNAL.
      *
       FD  KEY-CONVERSIONS
           LABEL RECORDS ARE STANDARD.
           COPY ACCOUNTKEYCONV.
      *
       WORKING-STORAGE SECTION.
       01  MAINTENANCE-CARDS-SWITCH     PIC X VALUE "N".
         88      ACCOUNT-ON-FILE             VALUE "Y".
       01  CARD-REFUSED-SWITCH          PIC X VALUE "N".
         88      CARD-REFUSED                VALUE "Y".
       01  CUSTOMER-FOUND-SWITCH        PIC X VALUE "N".
         88      CUSTOMER-ON-FILE            VALUE "Y".
       01  CLOSURE-FOUND-SWITCH         PIC X VALUE "N".
         88      CLOSURE-ON-FILE             VALUE "Y".
       01  CARDS-APPLIED-COUNT          PIC 9(8) VALUE ZERO.
       01  CARDS-REFUSED-COUNT          PIC 9(8) VALUE ZERO.
       01  CARD-REFUSAL-REASON          PIC X(20) VALUE SPACES.
       01  CARD-SIGNED-BALANCE          PIC S9(9)V99 VALUE ZERO.
      * THE PAYOUT ACCOUNT A Q CARD NAMES, BOTH ITS KEYS AS THE MASTER
      * HOLDS THEM.
       01  QUEUE-PAYOUT-KEY             PIC X(5) VALUE SPACES.
       01  QUEUE-PAYOUT-WIDE-KEY        PIC X(7) VALUE SPACES.
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
      *
      * BRANCH-ENTITY TABLE - SLOT 1 FOR DIGIT 0, SLOT 10 FOR DIGIT
      * 9, LOADED FROM BRANCHDIR AT START OF RUN.
       01  BRANCH-ENTITY-TABLE.
        05       BRANCH-ENTITY OCCURS 10 TIMES PIC X(2).
       01  BRANCH-DIRECTORY-SWITCH      PIC X VALUE "N".
         88      END-OF-BRANCH-DIRECTORY    VALUE "Y".
       01  BRANCH-DIGIT-WORK            PIC X VALUE SPACE.
       01  BRANCH-DIGIT-NUM REDEFINES BRANCH-DIGIT-WORK PIC 9.
      *
      * PRODUCT TABLE - THE CATALOG'S CODES AND DEFAULT OVERDRAFT
      * LIMITS, LOADED FROM PRODCAT AT START OF RUN. ROWS PAST THE
      * TABLE'S SIZE ARE NOT LOADED, SO A CARD NAMING ONE IS REFUSED
      * RATHER THAN OPENED ON A GUESSED LIMIT.
       01  PRODUCT-TABLE.
        05       PRODUCT-ENTRY OCCURS 50 TIMES.
         10      PRODUCT-TABLE-CODE      PIC X(4).
         10      PRODUCT-TABLE-OVERDRAFT PIC 9(7)V99.
       01  PRODUCT-TABLE-COUNT          PIC 99 VALUE ZERO.
       01  PRODUCT-TABLE-IDX            PIC 99 VALUE 1.
       01  PRODUCT-FOUND-IDX            PIC 99 VALUE ZERO.
       01  PRODUCT-CATALOG-SWITCH       PIC X VALUE "N".
         88      END-OF-PRODUCT-CATALOG     VALUE "Y".
      *
      * ACCOUNT-KEY - THE KEY UNDER EDIT, BUILT FROM THE CARD IN THE
      * SHARED BRANCH-DIGIT / NUMBER / CHECK-DIGIT SHAPE, WITH THE
      * WIDE KEY IT CONVERTS TO (OR FROM).
           COPY ACCOUNTKEY.
      * THE KEY DIGITS THE AUDIT ENTRIES NAME THE CARD BY.
       01  AUDIT-KEY-NAME               PIC X(6) VALUE SPACES.
      *
      * AUDIT-CHAIN WORK FIELDS - THE NEXT SEQUENCE NUMBER TO STAMP
      * AND THE DATA-ENTRY COUNT ON FILE, RE-ESTABLISHED FROM THE
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
      *
      * MODULUS-11 CHECK-DIGIT WORK FIELDS - SAME ALGORITHM TEST
      * VALIDATES WITH: THE FOUR KEY DIGITS WEIGHTED 2 THROUGH 5
      * LEFT TO RIGHT.
       01  CHECK-DIGIT-REMAINDER        PIC 9(4) VALUE ZERO.
       01  CHECK-DIGIT-COMPUTED         PIC 9 VALUE ZERO.
       01  CHECK-DIGIT-WORK-STRING      PIC X(4) VALUE SPACES.
      * THE WIDE KEY'S SIX DIGITS, WEIGHTED 2 THROUGH 7 LEFT TO RIGHT
      * UNDER THE SAME RULE.
       01  WIDE-CHECK-DIGIT-WORK-STRING PIC X(6) VALUE SPACES.
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
      *
           DISPLAY "START ACCTMNT".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-BRANCH-ENTITIES.
           PERFORM LOAD-PRODUCT-CATALOG.
           PERFORM ESTABLISH-AUDIT-SEQUENCE.
           OPEN EXTEND AUDIT-LOG-FILE.
           OPEN I-O ACCOUNT-MASTER.
           ACCEPT MASTER-JOURNAL-TIME FROM TIME.
           OPEN EXTEND MASTER-JOURNAL-FILE.
           OPEN EXTEND KEY-CONVERSIONS.
           OPEN INPUT CUSTOMER-MASTER.
           OPEN I-O CLOSURE-REQUESTS.
           OPEN INPUT LOAN-FILE.
           OPEN INPUT MAINTENANCE-CARDS.
           PERFORM READ-MAINTENANCE-CARD.
           PERFORM APPLY-ONE-CARD UNTIL END-OF-MAINTENANCE-CARDS.
           CLOSE MAINTENANCE-CARDS.
           CLOSE LOAN-FILE.
           CLOSE CLOSURE-REQUESTS.
           CLOSE CUSTOMER-MASTER.
           CLOSE KEY-CONVERSIONS.
           CLOSE MASTER-JOURNAL-FILE.
           CLOSE ACCOUNT-MASTER.
           PERFORM WRITE-AUDIT-TRAILER.
           CLOSE AUDIT-LOG-FILE.
      * THE AUDIT ENTRIES NAME THE CARD BY ITS KEY DIGITS - BUILT
      * BEFORE ANY EDIT CAN REFUSE THE CARD, SO A REFUSED CARD IS
      * NEVER AUDITED UNDER THE PREVIOUS CARD'S KEY.
           IF CARD-BRANCH-DIGIT = SPACE
               AND CARD-ACCOUNT-NUMBER = SPACES
               AND CARD-CHECK-DIGIT = SPACE
               MOVE CARD-WIDE-KEY(1:6) TO AUDIT-KEY-NAME
               PERFORM VALIDATE-CARD-WIDE-KEY
               GO TO APPLY-ONE-CARD-LOCATE
           END-IF.
           MOVE CARD-BRANCH-DIGIT TO CHECK-DIGIT-WORK-STRING(1:1).
           MOVE CARD-ACCOUNT-NUMBER TO CHECK-DIGIT-WORK-STRING(2:3).
           MOVE CHECK-DIGIT-WORK-STRING TO AUDIT-KEY-NAME.
           PERFORM VALIDATE-CARD-KEY.
           IF CARD-REFUSED
               GO TO APPLY-ONE-CARD-DECIDE
           MOVE CARD-BRANCH-DIGIT TO ACCOUNT-KEY-BRANCH-DIGIT.
           MOVE CARD-ACCOUNT-NUMBER TO ACCOUNT-KEY-NUMBER.
           MOVE CARD-CHECK-DIGIT TO ACCOUNT-KEY-CHECK-DIGIT.
           PERFORM WIDEN-ACCOUNT-KEY.
       APPLY-ONE-CARD-LOCATE.
           IF CARD-REFUSED
               GO TO APPLY-ONE-CARD-DECIDE
           END-IF.
           PERFORM LOCATE-CARD-ACCOUNT.
           MOVE CARD-BALANCE TO CARD-SIGNED-BALANCE.
           IF CARD-BALANCE-SIGN = "-"
                   PERFORM AMEND-ACCOUNT
               WHEN "C"
                   PERFORM CLOSE-ACCOUNT
               WHEN "Q"
                   PERFORM QUEUE-CLOSURE
               WHEN OTHER
                   SET CARD-REFUSED TO TRUE
                   MOVE "UNKNOWN ACTION" TO CARD-REFUSAL-REASON
       VALIDATE-CARD-KEY-EX.
       EXIT.
      *
      * VALIDATE-CARD-WIDE-KEY - THE SAME EDITS OVER THE WIDE KEY,
      * WHOSE CHECK DIGIT COVERS ALL SIX DIGITS. A WIDE KEY NUMBERED
      * 999 OR BELOW IS GIVEN THE SHORT KEY IT CONVERTS TO; ONE
      * NUMBERED PAST 999 HAS NONE.
      *
       VALIDATE-CARD-WIDE-KEY SECTION.
           IF CARD-WIDE-BRANCH-DIGIT NOT NUMERIC
               OR CARD-WIDE-NUMBER NOT NUMERIC
               SET CARD-REFUSED TO TRUE
               MOVE "KEY NOT NUMERIC" TO CARD-REFUSAL-REASON
               GO TO VALIDATE-CARD-WIDE-KEY-EX
           END-IF.
           IF CARD-WIDE-CHECK-DIGIT NOT NUMERIC
               SET CARD-REFUSED TO TRUE
               MOVE "CHECK DIGIT BAD" TO CARD-REFUSAL-REASON
               GO TO VALIDATE-CARD-WIDE-KEY-EX
           END-IF.
           MOVE CARD-WIDE-KEY(1:6) TO WIDE-CHECK-DIGIT-WORK-STRING.
           PERFORM COMPUTE-WIDE-CHECK-DIGIT.
           IF CHECK-DIGIT-COMPUTED NOT = CARD-WIDE-CHECK-DIGIT
               SET CARD-REFUSED TO TRUE
               MOVE "CHECK DIGIT WRONG" TO CARD-REFUSAL-REASON
               GO TO VALIDATE-CARD-WIDE-KEY-EX
           END-IF.
           MOVE CARD-WIDE-KEY TO ACCOUNT-WIDE-KEY.
           MOVE SPACES TO ACCOUNT-KEY.
           IF ACCOUNT-WIDE-NUMBER(1:2) NOT = "00"
               GO TO VALIDATE-CARD-WIDE-KEY-EX
           END-IF.
           MOVE ACCOUNT-WIDE-BRANCH-DIGIT TO ACCOUNT-KEY-BRANCH-DIGIT.
           MOVE ACCOUNT-WIDE-NUMBER(3:3) TO ACCOUNT-KEY-NUMBER.
           MOVE ACCOUNT-KEY(1:4) TO CHECK-DIGIT-WORK-STRING.
           PERFORM COMPUTE-CHECK-DIGIT.
           MOVE CHECK-DIGIT-COMPUTED TO ACCOUNT-KEY-CHECK-DIGIT.
       VALIDATE-CARD-WIDE-KEY-EX.
       EXIT.
      *
      * WIDEN-ACCOUNT-KEY - THE WIDE KEY A SHORT KEY CONVERTS TO: THE
      * SAME BRANCH, THE NUMBER WITH TWO LEADING ZEROS, AND THE CHECK
      * DIGIT OVER THE SIX. KEEP IN STEP WITH KEYMIGR'S.
      *
       WIDEN-ACCOUNT-KEY SECTION.
           MOVE ACCOUNT-KEY-BRANCH-DIGIT TO ACCOUNT-WIDE-BRANCH-DIGIT.
           MOVE "00" TO ACCOUNT-WIDE-NUMBER(1:2).
           MOVE ACCOUNT-KEY-NUMBER TO ACCOUNT-WIDE-NUMBER(3:3).
           MOVE ACCOUNT-WIDE-KEY(1:6) TO WIDE-CHECK-DIGIT-WORK-STRING.
           PERFORM COMPUTE-WIDE-CHECK-DIGIT.
           MOVE CHECK-DIGIT-COMPUTED TO ACCOUNT-WIDE-CHECK-DIGIT.
       EXIT.
      *
      * OPEN-ACCOUNT - THE KEY MUST NOT ALREADY BE ON FILE, ITS
      * BRANCH MUST BOOK TO AN ENTITY, ITS OWNER MUST BE A LIVE
      * CUSTOMER AND ITS PRODUCT MUST BE ON THE CATALOG. A FRESH
      * ACCOUNT STARTS AT THE CARD'S OPENING BALANCE, WITH THE
      * PRODUCT'S OVERDRAFT LIMIT WHEN THE CARD LEAVES IT BLANK.
      *
       OPEN-ACCOUNT SECTION.
           IF ACCOUNT-ON-FILE
               MOVE "ALREADY ON FILE" TO CARD-REFUSAL-REASON
               GO TO OPEN-ACCOUNT-EX
           END-IF.
           MOVE ACCOUNT-WIDE-BRANCH-DIGIT TO BRANCH-DIGIT-WORK.
           IF BRANCH-ENTITY(BRANCH-DIGIT-NUM + 1) = SPACES
               SET CARD-REFUSED TO TRUE
               MOVE "BRANCH HAS NO ENTITY" TO CARD-REFUSAL-REASON
               GO TO OPEN-ACCOUNT-EX
           END-IF.
           IF CARD-CUSTOMER-NUMBER = SPACES
               SET CARD-REFUSED TO TRUE
               MOVE "NO CUSTOMER NUMBER" TO CARD-REFUSAL-REASON
               GO TO OPEN-ACCOUNT-EX
           END-IF.
           PERFORM CHECK-CARD-CUSTOMER.
           IF CARD-REFUSED
               GO TO OPEN-ACCOUNT-EX
           END-IF.
           IF CARD-PRODUCT-CODE = SPACES
               SET CARD-REFUSED TO TRUE
               MOVE "NO PRODUCT CODE" TO CARD-REFUSAL-REASON
               GO TO OPEN-ACCOUNT-EX
           END-IF.
           PERFORM CHECK-CARD-PRODUCT.
           IF CARD-REFUSED
               GO TO OPEN-ACCOUNT-EX
           END-IF.
           MOVE ACCOUNT-KEY TO ACCOUNT-MASTER-KEY.
           MOVE ACCOUNT-WIDE-KEY TO ACCOUNT-MASTER-WIDE-KEY.
           MOVE CARD-SIGNED-BALANCE TO ACCOUNT-MASTER-BALANCE.
           IF CARD-OVERDRAFT-LIMIT-X = SPACES
               MOVE PRODUCT-TABLE-OVERDRAFT(PRODUCT-FOUND-IDX)
                   TO ACCOUNT-MASTER-OVERDRAFT-LIMIT
           ELSE
               MOVE CARD-OVERDRAFT-LIMIT
                   TO ACCOUNT-MASTER-OVERDRAFT-LIMIT
           END-IF.
      * A FRESH ACCOUNT STARTS ACTIVE AS OF TODAY.
           MOVE RUN-DATE TO ACCOUNT-MASTER-LAST-ACTIVITY.
           MOVE SPACE TO ACCOUNT-MASTER-DORMANT-FLAG.
           MOVE BRANCH-ENTITY(BRANCH-DIGIT-NUM + 1)
               TO ACCOUNT-MASTER-ENTITY.
           MOVE CARD-CUSTOMER-NUMBER TO ACCOUNT-MASTER-CUSTOMER.
           MOVE CARD-PRODUCT-CODE TO ACCOUNT-MASTER-PRODUCT.
           MOVE RUN-DATE TO ACCOUNT-MASTER-OPEN-DATE.
           MOVE ZERO TO ACCOUNT-MASTER-CLOSED-DATE.
           WRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   SET CARD-REFUSED TO TRUE
                   MOVE "WRITE FAILED" TO CARD-REFUSAL-REASON
           END-WRITE.
           IF CARD-REFUSED
               GO TO OPEN-ACCOUNT-EX
           END-IF.
           MOVE SPACES TO MASTER-BEFORE-IMAGE.
           MOVE "A" TO MASTER-JOURNAL-ACTION-WORK.
           PERFORM WRITE-MASTER-JOURNAL.
           IF ACCOUNT-KEY NOT = SPACES
               MOVE ACCOUNT-KEY TO CONV-OLD-KEY
               MOVE ACCOUNT-WIDE-KEY TO CONV-NEW-KEY
               MOVE RUN-DATE TO CONV-DATE
               WRITE ACCOUNT-KEY-CONV-RECORD
           END-IF.
       OPEN-ACCOUNT-EX.
       EXIT.
      *
      * AMEND-ACCOUNT - THE KEY MUST EXIST; THE BALANCE IS REPLACED
      * WITH THE CARD'S CORRECTED FIGURE, A CUSTOMER NUMBER ON THE
      * CARD MOVES THE ACCOUNT TO THAT (LIVE) CUSTOMER AND A PRODUCT
      * CODE TO THAT (CATALOGUED) PRODUCT. A BLANK OVERDRAFT LIMIT
      * LEAVES THE LIMIT ALONE - A PRODUCT CHANGE DOES NOT RESET
      * IT, SINCE THE LIMIT ON FILE MAY HAVE BEEN AGREED BY HAND.
      *
       AMEND-ACCOUNT SECTION.
           IF NOT ACCOUNT-ON-FILE
               MOVE "NO ACCOUNT" TO CARD-REFUSAL-REASON
               GO TO AMEND-ACCOUNT-EX
           END-IF.
           IF ACCOUNT-MASTER-CLOSED-DATE NOT = ZERO
               SET CARD-REFUSED TO TRUE
               MOVE "ACCOUNT CLOSED" TO CARD-REFUSAL-REASON
               GO TO AMEND-ACCOUNT-EX
           END-IF.
           MOVE ACCOUNT-MASTER-RECORD TO MASTER-BEFORE-IMAGE.
           IF CARD-CUSTOMER-NUMBER NOT = SPACES
               PERFORM CHECK-CARD-CUSTOMER
               IF CARD-REFUSED
                   GO TO AMEND-ACCOUNT-EX
               END-IF
               MOVE CARD-CUSTOMER-NUMBER TO ACCOUNT-MASTER-CUSTOMER
           END-IF.
           IF CARD-PRODUCT-CODE NOT = SPACES
               PERFORM CHECK-CARD-PRODUCT
               IF CARD-REFUSED
                   GO TO AMEND-ACCOUNT-EX
               END-IF
               MOVE CARD-PRODUCT-CODE TO ACCOUNT-MASTER-PRODUCT
           END-IF.
           MOVE CARD-SIGNED-BALANCE TO ACCOUNT-MASTER-BALANCE.
           IF CARD-OVERDRAFT-LIMIT-X NOT = SPACES
               MOVE CARD-OVERDRAFT-LIMIT
                   TO ACCOUNT-MASTER-OVERDRAFT-LIMIT
           END-IF.
           REWRITE ACCOUNT-MASTER-RECORD.
           PERFORM WRITE-MASTER-JOURNAL.
       AMEND-ACCOUNT-EX.
       EXIT.
      *
      * CLOSE-ACCOUNT - THE KEY MUST EXIST AND THE BALANCE MUST BE
      * ZERO; CLOSING AN ACCOUNT STILL CARRYING MONEY WOULD LOSE THE
      * MONEY WITHOUT TRACE - THAT IS WHAT A Q CARD IS FOR. THE
      * ACCOUNT STAYS ON FILE, STAMPED CLOSED.
      *
       CLOSE-ACCOUNT SECTION.
           IF NOT ACCOUNT-ON-FILE
               MOVE "NO ACCOUNT" TO CARD-REFUSAL-REASON
               GO TO CLOSE-ACCOUNT-EX
           END-IF.
           IF ACCOUNT-MASTER-CLOSED-DATE NOT = ZERO
               SET CARD-REFUSED TO TRUE
               MOVE "ACCOUNT CLOSED" TO CARD-REFUSAL-REASON
               GO TO CLOSE-ACCOUNT-EX
           END-IF.
           IF ACCOUNT-MASTER-BALANCE NOT = ZERO
               SET CARD-REFUSED TO TRUE
               MOVE "BALANCE NOT ZERO" TO CARD-REFUSAL-REASON
               GO TO CLOSE-ACCOUNT-EX
           END-IF.
           MOVE ACCOUNT-MASTER-WIDE-KEY TO LOAN-WIDE-KEY.
           READ LOAN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT LOAN-PAID-OFF
                       SET CARD-REFUSED TO TRUE
                       MOVE "LOAN NOT PAID OFF" TO CARD-REFUSAL-REASON
                   END-IF
           END-READ.
           IF CARD-REFUSED
               GO TO CLOSE-ACCOUNT-EX
           END-IF.
           MOVE ACCOUNT-MASTER-RECORD TO MASTER-BEFORE-IMAGE.
           MOVE RUN-DATE TO ACCOUNT-MASTER-CLOSED-DATE.
           REWRITE ACCOUNT-MASTER-RECORD.
           PERFORM WRITE-MASTER-JOURNAL.
       CLOSE-ACCOUNT-EX.
       EXIT.
      *
      * QUEUE-CLOSURE - THE ACCOUNT MUST BE ON FILE AND OPEN, AND A
      * NAMED PAYOUT ACCOUNT, BY SHORT KEY OR BY WIDE KEY, MUST BE
      * ANOTHER OPEN ACCOUNT. THE REQUEST IS FILED UNDER THE WIDE KEY
      * WITH THE SHORT KEY BESIDE IT, SPACES FOR AN ACCOUNT NUMBERED
      * PAST 999. A REQUEST ALREADY QUEUED IS REFUSED; ONE ALREADY
      * SETTLED IS QUEUED AGAIN SO ACCTCLOS PAYS OUT WHATEVER HAS
      * LANDED SINCE, WITHOUT CHARGING THE CLOSING FEE A SECOND TIME.
      *
       QUEUE-CLOSURE SECTION.
           IF NOT ACCOUNT-ON-FILE
               SET CARD-REFUSED TO TRUE
               MOVE "NO ACCOUNT" TO CARD-REFUSAL-REASON
               GO TO QUEUE-CLOSURE-EX
           END-IF.
           IF ACCOUNT-MASTER-CLOSED-DATE NOT = ZERO
               SET CARD-REFUSED TO TRUE
               MOVE "ACCOUNT CLOSED" TO CARD-REFUSAL-REASON
               GO TO QUEUE-CLOSURE-EX
           END-IF.
           MOVE "N" TO CLOSURE-FOUND-SWITCH.
           MOVE ACCOUNT-WIDE-KEY TO CLOSURE-WIDE-KEY.
           READ CLOSURE-REQUESTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CLOSURE-ON-FILE TO TRUE
           END-READ.
           IF CLOSURE-ON-FILE AND CLOSURE-QUEUED
               SET CARD-REFUSED TO TRUE
               MOVE "CLOSURE QUEUED" TO CARD-REFUSAL-REASON
               GO TO QUEUE-CLOSURE-EX
           END-IF.
           MOVE SPACES TO QUEUE-PAYOUT-KEY.
           MOVE SPACES TO QUEUE-PAYOUT-WIDE-KEY.
           IF CARD-PAYOUT-KEY NOT = SPACES
               OR CARD-PAYOUT-WIDE-KEY NOT = SPACES
               PERFORM LOCATE-PAYOUT-ACCOUNT
               IF CARD-REFUSED
                   GO TO QUEUE-CLOSURE-EX
               END-IF
               IF ACCOUNT-MASTER-WIDE-KEY = ACCOUNT-WIDE-KEY
                   SET CARD-REFUSED TO TRUE
                   MOVE "PAYOUT TO ITSELF" TO CARD-REFUSAL-REASON
                   GO TO QUEUE-CLOSURE-EX
               END-IF
               IF ACCOUNT-MASTER-CLOSED-DATE NOT = ZERO
                   SET CARD-REFUSED TO TRUE
                   MOVE "PAYOUT ACCT CLOSED" TO CARD-REFUSAL-REASON
                   GO TO QUEUE-CLOSURE-EX
               END-IF
               MOVE ACCOUNT-MASTER-KEY TO QUEUE-PAYOUT-KEY
               MOVE ACCOUNT-MASTER-WIDE-KEY TO QUEUE-PAYOUT-WIDE-KEY
           END-IF.
           IF CLOSURE-ON-FILE
               MOVE QUEUE-PAYOUT-KEY TO CLOSURE-PAYOUT-KEY
               MOVE QUEUE-PAYOUT-WIDE-KEY TO CLOSURE-PAYOUT-WIDE-KEY
               MOVE RUN-DATE TO CLOSURE-REQUESTED-DATE
               SET CLOSURE-QUEUED TO TRUE
               REWRITE CLOSURE-REQUEST-RECORD
               GO TO QUEUE-CLOSURE-EX
           END-IF.
           MOVE SPACES TO CLOSURE-REQUEST-RECORD.
           MOVE ACCOUNT-KEY TO CLOSURE-ACCOUNT-KEY.
           MOVE ACCOUNT-WIDE-KEY TO CLOSURE-WIDE-KEY.
           MOVE QUEUE-PAYOUT-KEY TO CLOSURE-PAYOUT-KEY.
           MOVE QUEUE-PAYOUT-WIDE-KEY TO CLOSURE-PAYOUT-WIDE-KEY.
           MOVE RUN-DATE TO CLOSURE-REQUESTED-DATE.
           SET CLOSURE-QUEUED TO TRUE.
           MOVE "N" TO CLOSURE-FEE-SWITCH.
           MOVE ZERO TO CLOSURE-INTEREST.
           MOVE ZERO TO CLOSURE-FEE.
           MOVE ZERO TO CLOSURE-PAID-OUT.
           MOVE SPACES TO CLOSURE-PAID-TO-KEY.
           MOVE SPACES TO CLOSURE-PAID-TO-WIDE-KEY.
           MOVE ZERO TO CLOSURE-DEBIT-INTEREST.
           MOVE ZERO TO CLOSURE-TEMPLATES-CANCELLED.
           MOVE ZERO TO CLOSURE-HOLDS-RELEASED.
           MOVE ZERO TO CLOSURE-SETTLED-DATE.
           MOVE ZERO TO CLOSURE-CLOSED-DATE.
           WRITE CLOSURE-REQUEST-RECORD
               INVALID KEY
                   SET CARD-REFUSED TO TRUE
                   MOVE "WRITE FAILED" TO CARD-REFUSAL-REASON
           END-WRITE.
       QUEUE-CLOSURE-EX.
       EXIT.
      *
      * LOCATE-PAYOUT-ACCOUNT - THE Q CARD'S PAYOUT ACCOUNT, BY ITS
      * WIDE KEY WHEN THE CARD GIVES ONE, OTHERWISE BY ITS SHORT KEY.
      *
       LOCATE-PAYOUT-ACCOUNT SECTION.
           IF CARD-PAYOUT-WIDE-KEY NOT = SPACES
               MOVE CARD-PAYOUT-WIDE-KEY TO ACCOUNT-MASTER-WIDE-KEY
               READ ACCOUNT-MASTER
                   INVALID KEY
                       SET CARD-REFUSED TO TRUE
                       MOVE "NO PAYOUT ACCOUNT" TO CARD-REFUSAL-REASON
               END-READ
               GO TO LOCATE-PAYOUT-ACCOUNT-EX
           END-IF.
           MOVE CARD-PAYOUT-KEY TO ACCOUNT-MASTER-KEY.
           READ ACCOUNT-MASTER KEY IS ACCOUNT-MASTER-KEY
               INVALID KEY
                   SET CARD-REFUSED TO TRUE
                   MOVE "NO PAYOUT ACCOUNT" TO CARD-REFUSAL-REASON
           END-READ.
       LOCATE-PAYOUT-ACCOUNT-EX.
       EXIT.
      *
      * CHECK-CARD-CUSTOMER - THE CARD'S CUSTOMER MUST BE ON FILE
      * AND NOT MERGED INTO ANOTHER; A MERGED CUSTOMER OWNS NOTHING.
      *
       CHECK-CARD-CUSTOMER SECTION.
           MOVE "N" TO CUSTOMER-FOUND-SWITCH.
           MOVE CARD-CUSTOMER-NUMBER TO CUSTOMER-MASTER-NUMBER.
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CUSTOMER-ON-FILE TO TRUE
           END-READ.
           IF NOT CUSTOMER-ON-FILE
               SET CARD-REFUSED TO TRUE
               MOVE "CUSTOMER NOT ON FILE" TO CARD-REFUSAL-REASON
               GO TO CHECK-CARD-CUSTOMER-EX
           END-IF.
           IF CUSTOMER-MERGED
               SET CARD-REFUSED TO TRUE
               MOVE "CUSTOMER MERGED" TO CARD-REFUSAL-REASON
           END-IF.
       CHECK-CARD-CUSTOMER-EX.
       EXIT.
      *
      * CHECK-CARD-PRODUCT - THE CARD'S PRODUCT MUST BE ON THE
      * CATALOG; PRODUCT-FOUND-IDX IS LEFT ON ITS ROW.
      *
       CHECK-CARD-PRODUCT SECTION.
           MOVE ZERO TO PRODUCT-FOUND-IDX.
           PERFORM MATCH-ONE-PRODUCT
               VARYING PRODUCT-TABLE-IDX FROM 1 BY 1
               UNTIL PRODUCT-TABLE-IDX > PRODUCT-TABLE-COUNT.
           IF PRODUCT-FOUND-IDX = ZERO
               SET CARD-REFUSED TO TRUE
               MOVE "PRODUCT NOT ON FILE" TO CARD-REFUSAL-REASON
           END-IF.
       EXIT.
      *
       MATCH-ONE-PRODUCT SECTION.
           IF PRODUCT-TABLE-CODE(PRODUCT-TABLE-IDX) = CARD-PRODUCT-CODE
               MOVE PRODUCT-TABLE-IDX TO PRODUCT-FOUND-IDX
           END-IF.
       EXIT.
      *
      * LOAD-PRODUCT-CATALOG - EVERY CATALOG ROW GIVES A PRODUCT'S
      * CODE AND DEFAULT OVERDRAFT LIMIT.
      *
       LOAD-PRODUCT-CATALOG SECTION.
           OPEN INPUT PRODUCT-CATALOG.
           PERFORM READ-PRODUCT-CATALOG.
           PERFORM LOAD-ONE-PRODUCT
               UNTIL END-OF-PRODUCT-CATALOG
               OR PRODUCT-TABLE-COUNT = 50.
           CLOSE PRODUCT-CATALOG.
           DISPLAY "PRODUCTS LOADED: " PRODUCT-TABLE-COUNT.
       EXIT.
      *
       LOAD-ONE-PRODUCT SECTION.
           IF PRODUCT-CODE NOT = SPACES
               ADD 1 TO PRODUCT-TABLE-COUNT
               MOVE PRODUCT-CODE
                   TO PRODUCT-TABLE-CODE(PRODUCT-TABLE-COUNT)
               MOVE PRODUCT-OVERDRAFT-LIMIT
                   TO PRODUCT-TABLE-OVERDRAFT(PRODUCT-TABLE-COUNT)
           END-IF.
           PERFORM READ-PRODUCT-CATALOG.
       EXIT.
      *
       READ-PRODUCT-CATALOG SECTION.
           READ PRODUCT-CATALOG
               AT END
                   SET END-OF-PRODUCT-CATALOG TO TRUE
           END-READ.
       EXIT.
      *
      * LOAD-BRANCH-ENTITIES - EVERY DIRECTORY ROW GIVES ITS
      * BRANCH'S ENTITY.
      *
       LOAD-BRANCH-ENTITIES SECTION.
           MOVE SPACES TO BRANCH-ENTITY-TABLE.
           OPEN INPUT BRANCH-DIRECTORY.
           PERFORM READ-BRANCH-DIRECTORY.
           PERFORM LOAD-ONE-BRANCH-ENTITY
               UNTIL END-OF-BRANCH-DIRECTORY.
           CLOSE BRANCH-DIRECTORY.
       EXIT.
      *
       LOAD-ONE-BRANCH-ENTITY SECTION.
           MOVE DIRECTORY-BRANCH-DIGIT TO BRANCH-DIGIT-WORK.
           IF BRANCH-DIGIT-WORK NUMERIC
               MOVE DIRECTORY-BRANCH-ENTITY
                   TO BRANCH-ENTITY(BRANCH-DIGIT-NUM + 1)
           END-IF.
           PERFORM READ-BRANCH-DIRECTORY.
       EXIT.
      *
       READ-BRANCH-DIRECTORY SECTION.
           READ BRANCH-DIRECTORY
               AT END
                   SET END-OF-BRANCH-DIRECTORY TO TRUE
           END-READ.
       EXIT.
      *
       LOCATE-CARD-ACCOUNT SECTION.
           MOVE "N" TO ACCOUNT-FOUND-SWITCH.
           MOVE ACCOUNT-WIDE-KEY TO ACCOUNT-MASTER-WIDE-KEY.
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
      *
       WRITE-MAINTENANCE-AUDIT-APPLY SECTION.
           MOVE "ACCTMNT" TO AUDIT-PROGRAM-NAME.
           MOVE AUDIT-KEY-NAME TO AUDIT-FIELD-NAME.
           MOVE CARD-ACTION TO AUDIT-OLD-VALUE.
           MOVE "DONE" TO AUDIT-NEW-VALUE.
           MOVE SPACES TO AUDIT-OPERATOR-ID.
      *
       WRITE-MAINTENANCE-AUDIT-DENY SECTION.
           MOVE "ACCTMNT" TO AUDIT-PROGRAM-NAME.
           MOVE AUDIT-KEY-NAME TO AUDIT-FIELD-NAME.
           MOVE CARD-ACTION TO AUDIT-OLD-VALUE.
           MOVE "DENY" TO AUDIT-NEW-VALUE.
           MOVE SPACES TO AUDIT-OPERATOR-ID.
           PERFORM WRITE-AUDIT-RECORD.
       EXIT.
      *
      * WRITE-MASTER-JOURNAL - ONE MSTJRNL RECORD FOR THE MASTER
      * CHANGE JUST MADE. KEEP IN STEP WITH TEST'S. THIS PROGRAM RUNS
      * OUTSIDE THE INTRADAY CYCLES AND JOURNALS UNDER CYCLE ZERO.
      *
       WRITE-MASTER-JOURNAL SECTION.
           ADD 1 TO MASTER-JOURNAL-COUNT.
           MOVE SPACES TO MASTER-JOURNAL-RECORD.
           MOVE "ACCTMNT" TO MASTER-JOURNAL-PROGRAM.
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
      * WRITE-AUDIT-TRAILER - THE SAME CHAIN DISCIPLINE TEST APPLIES:
      * THE SEQUENCE CONTINUES FROM THE LAST ENTRY ON FILE AND THE
           COMPUTE CHECK-DIGIT-SUM = CHECK-DIGIT-SUM +
               (CHECK-DIGIT-DIGIT * CHECK-DIGIT-WEIGHT).
       EXIT.
      *
      * COMPUTE-WIDE-CHECK-DIGIT - THE MODULUS-11 CHECK DIGIT OVER
      * THE WIDE KEY'S SIX DIGITS, MATCHING VALIDATE-CHECK-DIGIT IN
      * TEST.
      *
       COMPUTE-WIDE-CHECK-DIGIT SECTION.
           MOVE ZERO TO CHECK-DIGIT-SUM.
           PERFORM ACCUMULATE-WIDE-CHECK-DIGIT
               VARYING CHECK-DIGIT-INDEX FROM 1 BY 1
               UNTIL CHECK-DIGIT-INDEX > 6.
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
       ACCUMULATE-WIDE-CHECK-DIGIT SECTION.
           MOVE WIDE-CHECK-DIGIT-WORK-STRING(CHECK-DIGIT-INDEX:1) TO
               CHECK-DIGIT-CHAR.
           MOVE CHECK-DIGIT-CHAR TO CHECK-DIGIT-DIGIT.
           COMPUTE CHECK-DIGIT-WEIGHT = CHECK-DIGIT-INDEX + 1.
           COMPUTE CHECK-DIGIT-SUM = CHECK-DIGIT-SUM +
               (CHECK-DIGIT-DIGIT * CHECK-DIGIT-WEIGHT).
       EXIT.
      *
       READ-MAINTENANCE-CARD SECTION.
           READ MAINTENANCE-CARDS
