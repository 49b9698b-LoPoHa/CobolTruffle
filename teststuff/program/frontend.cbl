               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-MESSAGE-FILE ASSIGN TO "JOBMSG"
               ORGANIZATION IS LINE SEQUENTIAL.
      * KEY-CONVERSION-FILE - EACH SHORT ACCOUNT KEY AND THE WIDE KEY
      * ITS ACCOUNT NOW LIVES UNDER. A BRANCH FEED MAY SEND EITHER
      * WHILE THE BRANCHES MOVE ACROSS; A CLEAN DETAIL LEAVES THIS
      * STEP CARRYING BOTH WHERE THE TABLE KNOWS THEM.
           SELECT OPTIONAL KEY-CONVERSION-FILE ASSIGN TO "KEYCONV"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * KEEP THE DETAIL AND CONTROL-RECORD VIEWS IN STEP WITH THE
      * RAW-STRING-TYPE - "R" MARKS THE STRING PART AS ONE 8-BYTE
      * PAYMENT REFERENCE; SPACE OR "P" IS PARTS-WISE.
        05       RAW-STRING-TYPE         PIC X.
      * RAW-COUNTER-ACCOUNT-KEY - THE RECEIVING ACCOUNT OF A TYPE-T
      * INTERNAL TRANSFER; TEST VALIDATES IT, NOT THIS STEP.
        05       RAW-COUNTER-ACCOUNT-KEY PIC X(5).
        05       FILLER                  PIC X(12).
      * RAW-WIDE-ACCOUNT-KEY - THE SEVEN-BYTE WIDE KEY FROM A BRANCH
      * THAT HAS MOVED ACROSS TO IT, JUDGED ON ITS OWN CHECK DIGIT IN
      * PLACE OF THE STRING PART'S; SPACES FROM A BRANCH STILL ON THE
      * SHORT KEY. RAW-COUNTER-WIDE-KEY IS THE SAME FOR A TRANSFER'S
      * RECEIVING ACCOUNT.
        05       RAW-WIDE-ACCOUNT-KEY    PIC X(7).
        05       RAW-COUNTER-WIDE-KEY    PIC X(7).
        05       FILLER                  PIC X(12).
       01  RAW-HEADER-RECORD.
        05       RAW-HEADER-TYPE         PIC X(3).
        05       RAW-HEADER-DATE         PIC 9(8).
      *
      * KEEP THIS LAYOUT IN STEP WITH THE SAME 01 IN EVERY PROGRAM
      * THAT EMITS THROUGH THE CATALOG.
       FD  KEY-CONVERSION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCOUNTKEYCONV.
      *
       FD  JOB-MESSAGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  JOB-MESSAGE-RECORD.
      * MUST CARRY NO SPACES; THE PARTS-WISE CHECK DIGIT DOES NOT
      * APPLY TO A REFERENCE.
       01  PAYMENT-REF-SPACE-COUNT      PIC 9(2) VALUE ZERO.
      * THE WIDE KEY'S SIX DIGITS, WEIGHTED 2 THROUGH 7 LEFT TO RIGHT
      * FOR ITS CHECK DIGIT.
       01  WIDE-CHECK-DIGIT-WORK-STRING PIC X(6) VALUE SPACES.
      *
      * KEY-CONVERSION TABLE - KEYCONV, LOADED AT START-UP. A ROW
      * LATER IN THE FILE FOR THE SAME SHORT KEY REPLACES AN EARLIER
      * ONE. AN OVERFLOWED TABLE SAYS SO ON THE CONSOLE, AND THE
      * KEYS IT COULD NOT HOLD REACH TEST AS FED.
       01  KEY-CONV-TABLE.
        05       KEY-CONV-ENTRY OCCURS 9999 TIMES.
         10      KCT-OLD-KEY             PIC X(5).
         10      KCT-NEW-KEY             PIC X(7).
       01  KEY-CONV-COUNT               PIC 9(5) VALUE ZERO.
       01  KEY-CONV-IDX                 PIC 9(5) VALUE 1.
       01  KEY-CONV-FOUND-IDX           PIC 9(5) VALUE ZERO.
       01  KEY-CONV-OVERFLOW-COUNT      PIC 9(8) VALUE ZERO.
       01  KEY-CONV-SWITCH              PIC X VALUE "N".
         88      END-OF-KEY-CONV            VALUE "Y".
       01  KEY-CONV-OLD-WORK            PIC X(5) VALUE SPACES.
       01  KEY-CONV-NEW-WORK            PIC X(7) VALUE SPACES.
       01  WIDE-KEY-FED-COUNT           PIC 9(8) VALUE ZERO.
       01  WIDE-KEY-STAMPED-COUNT       PIC 9(8) VALUE ZERO.
      *
      * FEED-MAP WORK FIELDS - THE MAP ROWS FOR THE HEADER'S FEED
      * IDENTIFIER, LOADED WHEN THE HEADER IS SEEN, AND THE MAPPED
        05       MAPPED-AMOUNT-SIGN      PIC X.
        05       MAPPED-PRIOR-STATUS     PIC X.
        05       MAPPED-STRING-TYPE      PIC X.
        05       MAPPED-COUNTER-ACCOUNT-KEY PIC X(5).
        05       FILLER                  PIC X(12).
        05       MAPPED-WIDE-ACCOUNT-KEY PIC X(7).
        05       MAPPED-COUNTER-WIDE-KEY PIC X(7).
        05       FILLER                  PIC X(12).
      * STEP-LEDGER WORK FIELDS - THE PREREQUISITE THIS STEP WAITS
      * ON AND THE LEDGER-WALK STATE.
       01  STEP-LEDGER-SWITCH           PIC X VALUE "N".
               GO TO PROG-EX
           END-IF.
           PERFORM RECORD-STEP-START.
           PERFORM LOAD-KEY-CONVERSIONS.
           OPEN INPUT RAW-TRANSACTIONS.
           OPEN OUTPUT CLEAN-TRANSACTIONS.
           OPEN OUTPUT FRONTEND-REJECTS.
           DISPLAY "CLEAN RECORDS:    " CLEAN-RECORD-COUNT.
           DISPLAY "REJECTED RECORDS: " REJECT-RECORD-COUNT.
           DISPLAY "WAREHOUSED RECORDS: " WAREHOUSED-RECORD-COUNT.
           DISPLAY "FED BY WIDE KEY:  " WIDE-KEY-FED-COUNT.
           DISPLAY "WIDE KEY ADDED:   " WIDE-KEY-STAMPED-COUNT.
           IF AFTER-CUT-OFF
               DISPLAY "CARRIED OVER (AFTER CUT-OFF): "
                   CARRYOVER-RECORD-COUNT
      *
       EDIT-DETAIL-RECORD SECTION.
           MOVE SPACES TO EDIT-FAIL-REASON.
      * A DETAIL FED BY ITS WIDE KEY TAKES ITS STRING PART AND CHECK
      * DIGIT FROM THE CONVERSION TABLE BEFORE THE EDITS RUN.
           IF RAW-STRING-TYPE NOT = "R"
               AND RAW-WIDE-ACCOUNT-KEY NOT = SPACES
               ADD 1 TO WIDE-KEY-FED-COUNT
               PERFORM FILL-RAW-SHORT-KEY
           END-IF.
           IF RAW-NUMBER-PART1 NOT NUMERIC
               MOVE "NUMBER PART 1 NOT NUMERIC" TO EDIT-FAIL-REASON
               PERFORM LOG-NUMERIC-EXCEPTION
               PERFORM LOG-NUMERIC-EXCEPTION
           ELSE
      * THE PARTS-WISE CHECK DIGIT FOR AN ORDINARY RECORD, THE FULL
      * 8-BYTE FORMAT CHECK FOR A PAYMENT REFERENCE, THE WIDE KEY'S
      * OWN CHECK DIGIT FOR A RECORD FED BY ITS WIDE KEY.
               IF RAW-STRING-TYPE = "R"
                   PERFORM VALIDATE-RAW-PAYMENT-REF
               ELSE
                   IF RAW-WIDE-ACCOUNT-KEY NOT = SPACES
                       PERFORM VALIDATE-RAW-WIDE-KEY
                   ELSE
                       PERFORM VALIDATE-RAW-CHECK-DIGIT
                   END-IF
               END-IF
               IF EDIT-FAIL-REASON = SPACES
                   PERFORM VALIDATE-TRANSACTION-TYPE
           END-IF
           END-IF
           END-IF.
      * A CLEAN DETAIL STILL KEYED THE OLD WAY LEAVES CARRYING THE
      * WIDE KEY TOO, WHEREVER IT GOES FROM HERE.
           IF EDIT-FAIL-REASON = SPACES
               AND RAW-STRING-TYPE NOT = "R"
               PERFORM STAMP-RAW-WIDE-KEYS
           END-IF.
           IF EDIT-FAIL-REASON = SPACES
      * A CLEAN DETAIL DATED PAST TODAY IS NOT FOR TODAY - IT WAITS
      * ON THE WAREHOUSE, OUTSIDE THE CLEAN TRAILER'S CLAIM, UNTIL
               (CHECK-DIGIT-DIGIT * CHECK-DIGIT-WEIGHT).
       EXIT.
      *
      * VALIDATE-RAW-WIDE-KEY - THE MODULUS-11 CHECK DIGIT OVER THE
      * WIDE KEY'S SIX DIGITS, MATCHING VALIDATE-WIDE-CHECK-DIGIT IN
      * TEST.
      *
       VALIDATE-RAW-WIDE-KEY SECTION.
           IF RAW-WIDE-ACCOUNT-KEY NOT NUMERIC
               MOVE "WIDE KEY NOT NUMERIC" TO EDIT-FAIL-REASON
               GO TO VALIDATE-RAW-WIDE-KEY-EX
           END-IF.
           MOVE RAW-WIDE-ACCOUNT-KEY(1:6)
               TO WIDE-CHECK-DIGIT-WORK-STRING.
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
           IF RAW-WIDE-ACCOUNT-KEY(7:1) NOT = CHECK-DIGIT-COMPUTED
               MOVE "CHECK DIGIT MISMATCH" TO EDIT-FAIL-REASON
           END-IF.
       VALIDATE-RAW-WIDE-KEY-EX.
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
      * FILL-RAW-SHORT-KEY - THE SHORT KEY THE CONVERSION TABLE TIES
      * TO A FED WIDE KEY GOES INTO THE STRING PART AND CHECK DIGIT.
      * AN ACCOUNT NUMBERED PAST 999 HAS NO SHORT KEY - ITS STRING
      * PART CARRIES THE BRANCH DIGIT ALONE AND ITS CHECK DIGIT ZERO,
      * AND THE WIDE KEY IS WHAT TEST LOCATES IT BY.
      *
       FILL-RAW-SHORT-KEY SECTION.
           MOVE RAW-WIDE-ACCOUNT-KEY TO KEY-CONV-NEW-WORK.
           PERFORM FIND-KEY-CONV-BY-NEW.
           IF KEY-CONV-FOUND-IDX > ZERO
               MOVE KCT-OLD-KEY(KEY-CONV-FOUND-IDX)(1:4)
                   TO RAW-STRING-PART1
               MOVE KCT-OLD-KEY(KEY-CONV-FOUND-IDX)(5:1)
                   TO RAW-CHECK-DIGIT
           ELSE
               MOVE SPACES TO RAW-STRING-PART1
               MOVE RAW-WIDE-ACCOUNT-KEY(1:1) TO RAW-STRING-PART1(1:1)
               MOVE ZERO TO RAW-CHECK-DIGIT
           END-IF.
       EXIT.
      *
      * STAMP-RAW-WIDE-KEYS - A CLEAN DETAIL KEYED THE OLD WAY TAKES
      * THE WIDE KEY ITS ACCOUNT NOW LIVES UNDER, AND A TRANSFER'S
      * RECEIVING KEY THE SAME. A KEY WITH NO ROW IS LEFT AS FED.
      *
       STAMP-RAW-WIDE-KEYS SECTION.
           IF RAW-WIDE-ACCOUNT-KEY = SPACES
               MOVE RAW-STRING-PART1 TO KEY-CONV-OLD-WORK(1:4)
               MOVE RAW-CHECK-DIGIT TO KEY-CONV-OLD-WORK(5:1)
               PERFORM FIND-KEY-CONV-BY-OLD
               IF KEY-CONV-FOUND-IDX > ZERO
                   MOVE KCT-NEW-KEY(KEY-CONV-FOUND-IDX)
                       TO RAW-WIDE-ACCOUNT-KEY
                   ADD 1 TO WIDE-KEY-STAMPED-COUNT
               END-IF
           END-IF.
           IF RAW-COUNTER-WIDE-KEY = SPACES
               AND RAW-COUNTER-ACCOUNT-KEY NOT = SPACES
               MOVE RAW-COUNTER-ACCOUNT-KEY TO KEY-CONV-OLD-WORK
               PERFORM FIND-KEY-CONV-BY-OLD
               IF KEY-CONV-FOUND-IDX > ZERO
                   MOVE KCT-NEW-KEY(KEY-CONV-FOUND-IDX)
                       TO RAW-COUNTER-WIDE-KEY
               END-IF
           END-IF.
       EXIT.
      *
      * LOAD-KEY-CONVERSIONS - FILLS THE KEY-CONVERSION TABLE FROM
      * KEYCONV. AN EMPTY OR MISSING FILE LEAVES EVERY KEY AS FED.
      *
       LOAD-KEY-CONVERSIONS SECTION.
           MOVE ZERO TO KEY-CONV-COUNT.
           MOVE "N" TO KEY-CONV-SWITCH.
           OPEN INPUT KEY-CONVERSION-FILE.
           PERFORM READ-KEY-CONVERSION.
           PERFORM LOAD-ONE-KEY-CONVERSION
               UNTIL END-OF-KEY-CONV.
           CLOSE KEY-CONVERSION-FILE.
           IF KEY-CONV-OVERFLOW-COUNT > ZERO
               DISPLAY "KEY CONVERSION TABLE FULL - "
                   KEY-CONV-OVERFLOW-COUNT " ROWS NOT LOADED"
           END-IF.
       EXIT.
      *
       LOAD-ONE-KEY-CONVERSION SECTION.
           MOVE CONV-OLD-KEY TO KEY-CONV-OLD-WORK.
           PERFORM FIND-KEY-CONV-BY-OLD.
           IF KEY-CONV-FOUND-IDX > ZERO
               MOVE CONV-NEW-KEY TO KCT-NEW-KEY(KEY-CONV-FOUND-IDX)
               GO TO LOAD-ONE-KEY-CONVERSION-NEXT
           END-IF.
           IF KEY-CONV-COUNT = 9999
               ADD 1 TO KEY-CONV-OVERFLOW-COUNT
               GO TO LOAD-ONE-KEY-CONVERSION-NEXT
           END-IF.
           ADD 1 TO KEY-CONV-COUNT.
           MOVE CONV-OLD-KEY TO KCT-OLD-KEY(KEY-CONV-COUNT).
           MOVE CONV-NEW-KEY TO KCT-NEW-KEY(KEY-CONV-COUNT).
       LOAD-ONE-KEY-CONVERSION-NEXT.
           PERFORM READ-KEY-CONVERSION.
       EXIT.
      *
       READ-KEY-CONVERSION SECTION.
           READ KEY-CONVERSION-FILE
               AT END
                   SET END-OF-KEY-CONV TO TRUE
           END-READ.
       EXIT.
      *
       FIND-KEY-CONV-BY-OLD SECTION.
           MOVE ZERO TO KEY-CONV-FOUND-IDX.
           PERFORM MATCH-ONE-KEY-CONV-OLD
               VARYING KEY-CONV-IDX FROM 1 BY 1
               UNTIL KEY-CONV-IDX > KEY-CONV-COUNT
               OR KEY-CONV-FOUND-IDX > ZERO.
       EXIT.
      *
       MATCH-ONE-KEY-CONV-OLD SECTION.
           IF KCT-OLD-KEY(KEY-CONV-IDX) = KEY-CONV-OLD-WORK
               MOVE KEY-CONV-IDX TO KEY-CONV-FOUND-IDX
           END-IF.
       EXIT.
      *
       FIND-KEY-CONV-BY-NEW SECTION.
           MOVE ZERO TO KEY-CONV-FOUND-IDX.
           PERFORM MATCH-ONE-KEY-CONV-NEW
               VARYING KEY-CONV-IDX FROM 1 BY 1
               UNTIL KEY-CONV-IDX > KEY-CONV-COUNT
               OR KEY-CONV-FOUND-IDX > ZERO.
       EXIT.
      *
       MATCH-ONE-KEY-CONV-NEW SECTION.
           IF KCT-NEW-KEY(KEY-CONV-IDX) = KEY-CONV-NEW-WORK
               MOVE KEY-CONV-IDX TO KEY-CONV-FOUND-IDX
           END-IF.
       EXIT.
      *
      * LOAD-FEED-MAP - LOADS THE MAP ROWS WHOSE FEED IDENTIFIER
      * MATCHES THE HEADER'S. AN OVERFULL FILE STOPS AT THE TABLE
      * LIMIT; A FEED WITH NO MATCHING ROWS LEAVES THE COUNT AT
           MOVE "N" TO TRANSITION-LEGAL-SWITCH.
           PERFORM CHECK-TRANSITION-ENTRY
               VARYING STATUS-TRANSITION-IDX FROM 1 BY 1
               UNTIL STATUS-TRANSITION-IDX > 8.
           IF NOT TRANSITION-LEGAL
               MOVE "ILLEGAL TYPE OR TRANSITION" TO EDIT-FAIL-REASON
           END-IF.
