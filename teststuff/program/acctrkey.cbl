       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTRKEY.
      *
      *
      * ACCOUNT RE-KEYING FOR BRANCH TRANSFERS AND BRANCH CLOSURES.
      * THE BRANCH DIGIT LEADS THE ACCOUNT KEY, SO A CUSTOMER MOVING
      * BRANCH, OR A BRANCH CLOSING, USED TO MEAN CLOSING THE ACCOUNT
      * AND OPENING A NEW ONE - LOSING ITS BALANCE HISTORY, STANDING
      * INSTRUCTIONS AND HOLDS. THIS JOB READS A CARD FILE OF OLD-KEY
      * / NEW-KEY PAIRS AND MOVES EACH ACCOUNT WHOLE.
      *
      * THE OLD KEY MUST BE AN OPEN ACCOUNT WITH NO CLOSURE QUEUED.
      * THE NEW KEY MUST HAVE THE BRANCH-DIGIT / ACCOUNT-NUMBER /
      * CHECK-DIGIT SHAPE OF ACCOUNTKEY.CBL WITH THE SAME MODULUS-11
      * CHECK DIGIT ACCTMNT OPENS ACCOUNTS UNDER, MUST NOT BE IN USE
      * ON THE MASTER, AND ITS BRANCH MUST BOOK TO AN ENTITY. THE
      * ACCOUNT IS WRITTEN UNDER THE NEW KEY WITH ITS BALANCE, LIMIT,
      * OWNER AND PRODUCT, STAMPED WITH THE NEW BRANCH'S ENTITY AND
      * OPENED TODAY; THE OLD KEY STAYS ON THE MASTER CLOSED AT ZERO,
      * SO IT IS NEVER ISSUED AGAIN. BOTH CHANGES GO ON THE MASTER
      * JOURNAL. THE ACCOUNT'S HOLDS, MANDATES, STANDING-INSTRUCTION
      * TEMPLATES AND SUSPENSE ITEMS MOVE TO THE NEW KEY WITH IT, AND
      * AN ACCTXREF ROW TIES THE TWO KEYS TOGETHER SO BALHINQ,
      * ACCTSTMT AND TXNTRACE CAN FOLLOW THE HISTORY ACROSS THE
      * CHANGE. EVERY CARD, MOVED OR REFUSED, GOES TO AUDITLOG.
      *
      * EITHER KEY ON A CARD MAY BE GIVEN SHORT OR, WITH THE SHORT
      * ONE LEFT BLANK, WIDE, THE WAY ACCTMNT'S CARDS NAME AN
      * ACCOUNT. A NEW SHORT KEY IS FILED UNDER THE WIDE KEY IT
      * CONVERTS TO, AS ACCTMNT WOULD OPEN IT, AND THE PAIR IS ADDED
      * TO KEYCONV; A NEW WIDE KEY NUMBERED PAST 999 HAS NO SHORT
      * KEY. THE HOLDS, MANDATES, TEMPLATES AND SUSPENSE ITEMS ARE
      * FOUND BY THE OLD WIDE KEY AND TAKE BOTH NEW KEYS WITH THEM,
      * AND THE ACCTXREF ROW CARRIES BOTH WIDE KEYS.
      *
      * STANDING AND SUSPITEM ARE LOADED WHOLE AND REWRITTEN AT THE
      * END; WHEN EITHER HOLDS MORE THAN ITS TABLE, NOTHING IS MOVED
      * AND THE JOB ENDS RC 8. A REFUSED CARD ENDS IT RC 4.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * KEEP IN STEP WITH TEST'S SPECIAL-NAMES - THE SAME BALANCE
      * FIELDS FLOW THROUGH THIS PROGRAM AND MUST EDIT THE SAME WAY.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-MASTER-WIDE-KEY
               ALTERNATE RECORD KEY IS ACCOUNT-MASTER-KEY
                   WITH DUPLICATES.
      * RE-KEY-CARDS - ONE CARD PER ACCOUNT TO MOVE: THE OLD KEY,
      * THE NEW KEY, AND WHY (T BRANCH TRANSFER, C BRANCH CLOSURE),
      * AND THE WIDE KEYS FOR EITHER SHORT ONE LEFT BLANK.
           SELECT RE-KEY-CARDS ASSIGN TO "RKEYCARD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
      * BRANCH-DIRECTORY - THE ENTITY EACH BRANCH BOOKS TO.
           SELECT BRANCH-DIRECTORY ASSIGN TO "BRANCHDIR"
               ORGANIZATION IS LINE SEQUENTIAL.
      * CLOSURE-REQUESTS - AN ACCOUNT ACCTCLOS IS ABOUT TO CLOSE IS
      * NOT MOVED.
           SELECT CLOSURE-REQUESTS ASSIGN TO "CLOSREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLOSURE-WIDE-KEY
               ALTERNATE RECORD KEY IS CLOSURE-ACCOUNT-KEY
                   WITH DUPLICATES.
           SELECT HOLD-MASTER ASSIGN TO "HOLDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-WIDE-KEY
               ALTERNATE RECORD KEY IS HOLD-KEY
                   WITH DUPLICATES.
           SELECT MANDATE-FILE ASSIGN TO "MANDATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MANDATE-WIDE-KEY
               ALTERNATE RECORD KEY IS MANDATE-KEY
                   WITH DUPLICATES.
      * KEEP THE TEMPLATE LAYOUT IN STEP WITH
      * STANDING-INSTRUCTION-RECORD IN TEST.
           SELECT STANDING-INSTRUCTIONS ASSIGN TO "STANDING"
               ORGANIZATION IS LINE SEQUENTIAL.
      * KEEP THE ITEM LAYOUT IN STEP WITH THE SAME 01 IN TEST.
           SELECT SUSPENSE-ITEMS ASSIGN TO "SUSPITEM"
               ORGANIZATION IS LINE SEQUENTIAL.
      * KEY-XREF - ONE ROW PER ACCOUNT MOVED, APPENDED.
           SELECT OPTIONAL KEY-XREF ASSIGN TO "ACCTXREF"
               ORGANIZATION IS LINE SEQUENTIAL.
      * KEY-CONVERSIONS - ONE ROW PER ACCOUNT MOVED, APPENDED.
           SELECT OPTIONAL KEY-CONVERSIONS ASSIGN TO "KEYCONV"
               ORGANIZATION IS LINE SEQUENTIAL.
      * MASTER-JOURNAL-FILE - A BEFORE AND AN AFTER IMAGE OF EVERY
      * ACCOUNT-MASTER RECORD THIS PROGRAM WRITES OR CHANGES.
           SELECT OPTIONAL MASTER-JOURNAL-FILE ASSIGN TO "MSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY ACCTMASTER.
      *
       FD  RE-KEY-CARDS
           LABEL RECORDS ARE STANDARD.
       01  RE-KEY-CARD.
        05       CARD-OLD-KEY            PIC X(5).
        05       CARD-NEW-KEY.
         10      CARD-NEW-BRANCH-DIGIT   PIC X.
         10      CARD-NEW-ACCOUNT-NUMBER PIC X(3).
         10      CARD-NEW-CHECK-DIGIT    PIC X.
        05       CARD-REASON             PIC X.
      * CARD-OLD-WIDE-KEY / CARD-NEW-WIDE-KEY - READ ONLY WHEN THE
      * SHORT KEY BEFORE THEM IS BLANK.
        05       CARD-OLD-WIDE-KEY       PIC X(7).
        05       CARD-NEW-WIDE-KEY.
         10      CARD-NEW-WIDE-BRANCH-DIGIT PIC X.
         10      CARD-NEW-WIDE-NUMBER    PIC X(5).
         10      CARD-NEW-WIDE-CHECK-DIGIT PIC X.
        05       FILLER                  PIC X(55).
      *
       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITRECORD.
      *
       FD  BRANCH-DIRECTORY
           LABEL RECORDS ARE STANDARD.
           COPY BRANCHDIRECTORY.
      *
       FD  CLOSURE-REQUESTS
           LABEL RECORDS ARE STANDARD.
           COPY CLOSUREREQUEST.
      *
       FD  HOLD-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY HOLDRECORD.
      *
       FD  MANDATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MANDATEMASTER.
      *
       FD  STANDING-INSTRUCTIONS
           LABEL RECORDS ARE STANDARD.
       01  STANDING-INSTRUCTION-RECORD PIC X(47).
      *
       FD  SUSPENSE-ITEMS
           LABEL RECORDS ARE STANDARD.
       01  SUSPENSE-ITEM-RECORD         PIC X(39).
      *
       FD  KEY-XREF
           LABEL RECORDS ARE STANDARD.
           COPY ACCOUNTKEYXREF.
      *
       FD  KEY-CONVERSIONS
           LABEL RECORDS ARE STANDARD.
           COPY ACCOUNTKEYCONV.
      *
       FD  MASTER-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MASTERJOURNAL.
      *
       WORKING-STORAGE SECTION.
       01  RE-KEY-CARDS-SWITCH          PIC X VALUE "N".
         88      END-OF-RE-KEY-CARDS        VALUE "Y".
       01  AUDIT-LOG-READ-SWITCH        PIC X VALUE "N".
         88      END-OF-AUDIT-LOG            VALUE "Y".
       01  CARD-REFUSED-SWITCH          PIC X VALUE "N".
         88      CARD-REFUSED                VALUE "Y".
       01  CLOSURE-FOUND-SWITCH         PIC X VALUE "N".
         88      CLOSURE-ON-FILE             VALUE "Y".
       01  ACCOUNT-HOLDS-SWITCH         PIC X VALUE "N".
         88      END-OF-ACCOUNT-HOLDS        VALUE "Y".
       01  ACCOUNT-MANDATES-SWITCH      PIC X VALUE "N".
         88      END-OF-ACCOUNT-MANDATES     VALUE "Y".
       01  STANDING-FILE-SWITCH         PIC X VALUE "N".
         88      END-OF-STANDING             VALUE "Y".
       01  SUSPENSE-FILE-SWITCH         PIC X VALUE "N".
         88      END-OF-SUSPENSE-ITEMS       VALUE "Y".
       01  BRANCH-DIRECTORY-SWITCH      PIC X VALUE "N".
         88      END-OF-BRANCH-DIRECTORY     VALUE "Y".
       01  CARDS-APPLIED-COUNT          PIC 9(8) VALUE ZERO.
       01  CARDS-REFUSED-COUNT          PIC 9(8) VALUE ZERO.
       01  CARD-REFUSAL-REASON          PIC X(20) VALUE SPACES.
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
      *
      * BRANCH-ENTITY TABLE - SLOT 1 FOR DIGIT 0, SLOT 10 FOR DIGIT
      * 9, LOADED FROM BRANCHDIR AT START OF RUN.
       01  BRANCH-ENTITY-TABLE.
        05       BRANCH-ENTITY OCCURS 10 TIMES PIC X(2).
       01  BRANCH-DIGIT-WORK            PIC X VALUE SPACE.
       01  BRANCH-DIGIT-NUM REDEFINES BRANCH-DIGIT-WORK PIC 9.
      *
      * THE ACCOUNT UNDER MOVE - THE SHORT AND WIDE KEYS IT MOVES
      * FROM AND TO, AND ITS MASTER RECORD AS READ UNDER THE OLD ONE.
      * A SHORT KEY IS SPACES WHERE THE ACCOUNT HAS NONE.
       01  RE-KEY-OLD-KEY               PIC X(5) VALUE SPACES.
       01  RE-KEY-OLD-WIDE-KEY          PIC X(7) VALUE SPACES.
       01  RE-KEY-NEW-KEY               PIC X(5) VALUE SPACES.
       01  RE-KEY-NEW-WIDE-KEY          PIC X(7) VALUE SPACES.
       01  RE-KEY-NEW-BRANCH            PIC X VALUE SPACE.
       01  RE-KEY-OLD-RECORD            PIC X(71) VALUE SPACES.
       01  RE-KEY-MOVED-BALANCE         PIC S9(9)V99 VALUE ZERO.
      *
      * THE ACCOUNT'S HOLDS AND MANDATES, COLLECTED BEFORE ANY IS
      * MOVED SO THE MOVES DO NOT DISTURB THE BROWSE.
       01  HOLD-MOVE-TABLE.
        05       HOLD-MOVE-IMAGE OCCURS 999 TIMES PIC X(58).
       01  HOLD-MOVE-COUNT              PIC 9(4) VALUE ZERO.
       01  MANDATE-MOVE-TABLE.
        05       MANDATE-MOVE-IMAGE OCCURS 200 TIMES PIC X(79).
       01  MANDATE-MOVE-COUNT           PIC 9(4) VALUE ZERO.
       01  MOVE-IDX                     PIC 9(4) VALUE ZERO.
      *
      * THE STANDING-INSTRUCTION TEMPLATES AND THE SUSPENSE ITEMS,
      * LOADED WHOLE AND REWRITTEN ONCE THE CARDS ARE APPLIED. A
      * TEMPLATE'S ACCOUNT IS ITS FIRST STRING PART AND ITS CHECK
      * DIGIT; AN ITEM NAMES THE ACCOUNT IT WAS MEANT FOR AND THE
      * SUSPENSE ACCOUNT IT WAS PARKED ON. BOTH CARRY THE WIDE KEY
      * OF THE ACCOUNT THEY NAME.
       01  STANDING-TABLE.
        05       STANDING-ENTRY OCCURS 100 TIMES.
         10      STT-STRING-PART1        PIC X(4).
         10      FILLER                  PIC X(13).
         10      STT-CHECK-DIGIT         PIC X.
         10      FILLER                  PIC X(22).
         10      STT-WIDE-KEY            PIC X(7).
       01  STANDING-COUNT               PIC 9(4) VALUE ZERO.
       01  STANDING-OVERFLOW-COUNT      PIC 9(4) VALUE ZERO.
       01  SUSPENSE-TABLE.
        05       SUSPENSE-ENTRY OCCURS 500 TIMES.
         10      SIT-DATE                PIC X(8).
         10      SIT-ORIGINAL-KEY        PIC X(5).
         10      FILLER                  PIC X(14).
         10      SIT-ACCOUNT-KEY         PIC X(5).
         10      SIT-ORIGINAL-WIDE-KEY   PIC X(7).
       01  SUSPENSE-COUNT               PIC 9(4) VALUE ZERO.
       01  SUSPENSE-OVERFLOW-COUNT      PIC 9(4) VALUE ZERO.
       01  TABLE-IDX                    PIC 9(4) VALUE ZERO.
      *
      * WHAT EACH MOVE TOOK WITH IT, AND WHAT THE RUN MOVED IN ALL.
       01  HOLDS-MOVED-COUNT            PIC 9(4) VALUE ZERO.
       01  MANDATES-MOVED-COUNT         PIC 9(4) VALUE ZERO.
       01  TEMPLATES-MOVED-COUNT        PIC 9(4) VALUE ZERO.
       01  ITEMS-MOVED-COUNT            PIC 9(4) VALUE ZERO.
       01  LEFT-BEHIND-COUNT            PIC 9(8) VALUE ZERO.
       01  TOTAL-HOLDS-MOVED            PIC 9(8) VALUE ZERO.
       01  TOTAL-MANDATES-MOVED         PIC 9(8) VALUE ZERO.
       01  TOTAL-TEMPLATES-MOVED        PIC 9(8) VALUE ZERO.
       01  TOTAL-ITEMS-MOVED            PIC 9(8) VALUE ZERO.
      *
      * ACCOUNT-KEY - THE NEW KEY UNDER EDIT, IN THE SHARED
      * BRANCH-DIGIT / NUMBER / CHECK-DIGIT SHAPE.
           COPY ACCOUNTKEY.
      *
      * AUDIT-CHAIN WORK FIELDS - AS ACCTMNT KEEPS THEM.
       01  AUDIT-SEQUENCE-NUMBER        PIC 9(8) VALUE ZERO.
       01  AUDIT-DATA-ENTRY-COUNT       PIC 9(8) VALUE ZERO.
      *
      * MASTER-JOURNAL WORK FIELDS - AS ACCTMNT KEEPS THEM.
       01  MASTER-BEFORE-IMAGE          PIC X(64) VALUE SPACES.
       01  MASTER-JOURNAL-TIME          PIC 9(8) VALUE ZERO.
       01  MASTER-JOURNAL-COUNT         PIC 9(8) VALUE ZERO.
       01  MASTER-JOURNAL-ACTION-WORK   PIC X VALUE "C".
      *
      * MODULUS-11 CHECK-DIGIT WORK FIELDS - SAME ALGORITHM TEST
      * VALIDATES WITH: THE FOUR KEY DIGITS WEIGHTED 2 THROUGH 5
      * LEFT TO RIGHT.
       01  CHECK-DIGIT-WEIGHT           PIC 9 VALUE ZERO.
       01  CHECK-DIGIT-SUM              PIC 9(4) VALUE ZERO.
       01  CHECK-DIGIT-INDEX            PIC 9 VALUE 1.
       01  CHECK-DIGIT-CHAR             PIC X VALUE SPACE.
       01  CHECK-DIGIT-DIGIT            PIC 9 VALUE ZERO.
       01  CHECK-DIGIT-QUOTIENT         PIC 9(4) VALUE ZERO.
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
       MAIN SECTION.
      *
           DISPLAY "START ACCTRKEY".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-STANDING-TEMPLATES.
           PERFORM LOAD-SUSPENSE-ITEMS.
           IF STANDING-OVERFLOW-COUNT > ZERO
               OR SUSPENSE-OVERFLOW-COUNT > ZERO
               DISPLAY "STANDING OR SUSPITEM TOO LARGE TO REWRITE - "
                   "NO ACCOUNT MOVED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           PERFORM LOAD-BRANCH-ENTITIES.
           PERFORM ESTABLISH-AUDIT-SEQUENCE.
           OPEN EXTEND AUDIT-LOG-FILE.
           OPEN I-O ACCOUNT-MASTER.
           ACCEPT MASTER-JOURNAL-TIME FROM TIME.
           OPEN EXTEND MASTER-JOURNAL-FILE.
           OPEN INPUT CLOSURE-REQUESTS.
           OPEN I-O HOLD-MASTER.
           OPEN I-O MANDATE-FILE.
           OPEN EXTEND KEY-XREF.
           OPEN EXTEND KEY-CONVERSIONS.
           OPEN INPUT RE-KEY-CARDS.
           PERFORM READ-RE-KEY-CARD.
           PERFORM APPLY-ONE-CARD UNTIL END-OF-RE-KEY-CARDS.
           CLOSE RE-KEY-CARDS.
           CLOSE KEY-CONVERSIONS.
           CLOSE KEY-XREF.
           CLOSE MANDATE-FILE.
           CLOSE HOLD-MASTER.
           CLOSE CLOSURE-REQUESTS.
           CLOSE MASTER-JOURNAL-FILE.
           CLOSE ACCOUNT-MASTER.
           PERFORM WRITE-AUDIT-TRAILER.
           CLOSE AUDIT-LOG-FILE.
           IF CARDS-APPLIED-COUNT > ZERO
               PERFORM REWRITE-STANDING-TEMPLATES
               PERFORM REWRITE-SUSPENSE-ITEMS
           END-IF.
           DISPLAY "ACCOUNTS MOVED:    " CARDS-APPLIED-COUNT.
           DISPLAY "CARDS REFUSED:     " CARDS-REFUSED-COUNT.
           DISPLAY "HOLDS MOVED:       " TOTAL-HOLDS-MOVED.
           DISPLAY "MANDATES MOVED:    " TOTAL-MANDATES-MOVED.
           DISPLAY "TEMPLATES MOVED:   " TOTAL-TEMPLATES-MOVED.
           DISPLAY "SUSPENSE ITEMS:    " TOTAL-ITEMS-MOVED.
           DISPLAY "NOT MOVED:         " LEFT-BEHIND-COUNT.
           IF CARDS-REFUSED-COUNT > ZERO
               OR LEFT-BEHIND-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
       PROG-EX.
           DISPLAY "END ACCTRKEY".
           EXIT PROGRAM.
      *
      * APPLY-ONE-CARD - VALIDATES BOTH KEYS AND MOVES THE ACCOUNT
      * AND EVERYTHING KEYED ON IT. THE FIRST FAILURE NAMES THE
      * REFUSAL REASON; EVERY DECISION GOES TO THE AUDIT TRAIL.
      *
       APPLY-ONE-CARD SECTION.
           MOVE "N" TO CARD-REFUSED-SWITCH.
           MOVE SPACES TO CARD-REFUSAL-REASON.
           MOVE CARD-OLD-KEY TO RE-KEY-OLD-KEY.
           MOVE SPACES TO RE-KEY-OLD-WIDE-KEY.
           MOVE CARD-NEW-KEY TO RE-KEY-NEW-KEY.
           MOVE SPACES TO RE-KEY-NEW-WIDE-KEY.
           PERFORM VALIDATE-RE-KEY-CARD.
           IF CARD-REFUSED
               ADD 1 TO CARDS-REFUSED-COUNT
               DISPLAY "CARD REFUSED (" CARD-REFUSAL-REASON "): "
                   CARD-OLD-KEY CARD-OLD-WIDE-KEY " TO "
                   CARD-NEW-KEY CARD-NEW-WIDE-KEY
               PERFORM WRITE-RE-KEY-AUDIT-DENY
               GO TO APPLY-ONE-CARD-NEXT
           END-IF.
           PERFORM MOVE-MASTER-RECORD.
           IF CARD-REFUSED
               ADD 1 TO CARDS-REFUSED-COUNT
               DISPLAY "CARD REFUSED (" CARD-REFUSAL-REASON "): "
                   CARD-OLD-KEY CARD-OLD-WIDE-KEY " TO "
                   CARD-NEW-KEY CARD-NEW-WIDE-KEY
               PERFORM WRITE-RE-KEY-AUDIT-DENY
               GO TO APPLY-ONE-CARD-NEXT
           END-IF.
           PERFORM MOVE-ACCOUNT-HOLDS.
           PERFORM MOVE-ACCOUNT-MANDATES.
           PERFORM MOVE-STANDING-TEMPLATES.
           PERFORM MOVE-SUSPENSE-ITEMS.
           PERFORM WRITE-KEY-XREF.
           PERFORM WRITE-KEY-CONVERSION.
           ADD 1 TO CARDS-APPLIED-COUNT.
           PERFORM WRITE-RE-KEY-AUDIT-APPLY.
           DISPLAY "MOVED " RE-KEY-OLD-WIDE-KEY
               " TO " RE-KEY-NEW-WIDE-KEY
               " HOLDS " HOLDS-MOVED-COUNT
               " MANDATES " MANDATES-MOVED-COUNT
               " TEMPLATES " TEMPLATES-MOVED-COUNT
               " SUSPENSE " ITEMS-MOVED-COUNT.
       APPLY-ONE-CARD-NEXT.
           PERFORM READ-RE-KEY-CARD.
       EXIT.
      *
      * VALIDATE-RE-KEY-CARD - THE REASON MUST BE KNOWN, THE NEW KEY
      * WELL FORMED WITH ITS CHECK DIGIT RIGHT, NEITHER KEY THE SAME
      * AS THE OTHER, THE NEW BRANCH AN ENTITY'S, THE NEW KEY AND ITS
      * WIDE KEY FREE, AND THE OLD KEY AN OPEN ACCOUNT NOT QUEUED FOR
      * CLOSURE.
      * THE OLD ACCOUNT'S RECORD IS LEFT IN RE-KEY-OLD-RECORD.
      *
       VALIDATE-RE-KEY-CARD SECTION.
           IF CARD-REASON NOT = "T" AND CARD-REASON NOT = "C"
               SET CARD-REFUSED TO TRUE
               MOVE "UNKNOWN REASON" TO CARD-REFUSAL-REASON
               GO TO VALIDATE-RE-KEY-CARD-EX
           END-IF.
           IF CARD-NEW-KEY = SPACES
               PERFORM VALIDATE-NEW-WIDE-KEY
           ELSE
               PERFORM VALIDATE-NEW-SHORT-KEY
           END-IF.
           IF CARD-REFUSED
               GO TO VALIDATE-RE-KEY-CARD-EX
           END-IF.
           MOVE RE-KEY-NEW-BRANCH TO BRANCH-DIGIT-WORK.
           IF BRANCH-ENTITY(BRANCH-DIGIT-NUM + 1) = SPACES
               SET CARD-REFUSED TO TRUE
               MOVE "BRANCH HAS NO ENTITY" TO CARD-REFUSAL-REASON
               GO TO VALIDATE-RE-KEY-CARD-EX
           END-IF.
           IF RE-KEY-NEW-KEY NOT = SPACES
               MOVE RE-KEY-NEW-KEY TO ACCOUNT-MASTER-KEY
               READ ACCOUNT-MASTER KEY IS ACCOUNT-MASTER-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CARD-REFUSED TO TRUE
                       MOVE "NEW KEY IN USE" TO CARD-REFUSAL-REASON
               END-READ
           END-IF.
           IF CARD-REFUSED
               GO TO VALIDATE-RE-KEY-CARD-EX
           END-IF.
           MOVE RE-KEY-NEW-WIDE-KEY TO ACCOUNT-MASTER-WIDE-KEY.
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CARD-REFUSED TO TRUE
                   MOVE "NEW KEY IN USE" TO CARD-REFUSAL-REASON
           END-READ.
           IF CARD-REFUSED
               GO TO VALIDATE-RE-KEY-CARD-EX
           END-IF.
           IF CARD-OLD-KEY = SPACES
               MOVE CARD-OLD-WIDE-KEY TO ACCOUNT-MASTER-WIDE-KEY
               READ ACCOUNT-MASTER
                   INVALID KEY
                       SET CARD-REFUSED TO TRUE
                       MOVE "NO ACCOUNT" TO CARD-REFUSAL-REASON
               END-READ
           ELSE
               MOVE CARD-OLD-KEY TO ACCOUNT-MASTER-KEY
               READ ACCOUNT-MASTER KEY IS ACCOUNT-MASTER-KEY
                   INVALID KEY
                       SET CARD-REFUSED TO TRUE
                       MOVE "NO ACCOUNT" TO CARD-REFUSAL-REASON
               END-READ
           END-IF.
           IF CARD-REFUSED
               GO TO VALIDATE-RE-KEY-CARD-EX
           END-IF.
           MOVE ACCOUNT-MASTER-KEY TO RE-KEY-OLD-KEY.
           MOVE ACCOUNT-MASTER-WIDE-KEY TO RE-KEY-OLD-WIDE-KEY.
           IF ACCOUNT-MASTER-CLOSED-DATE NOT = ZERO
               SET CARD-REFUSED TO TRUE
               MOVE "ACCOUNT CLOSED" TO CARD-REFUSAL-REASON
               GO TO VALIDATE-RE-KEY-CARD-EX
           END-IF.
           MOVE ACCOUNT-MASTER-RECORD TO RE-KEY-OLD-RECORD.
           MOVE "N" TO CLOSURE-FOUND-SWITCH.
           MOVE RE-KEY-OLD-WIDE-KEY TO CLOSURE-WIDE-KEY.
           READ CLOSURE-REQUESTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CLOSURE-ON-FILE TO TRUE
           END-READ.
           IF CLOSURE-ON-FILE AND CLOSURE-QUEUED
               SET CARD-REFUSED TO TRUE
               MOVE "CLOSURE QUEUED" TO CARD-REFUSAL-REASON
           END-IF.
       VALIDATE-RE-KEY-CARD-EX.
       EXIT.
      *
      * VALIDATE-NEW-SHORT-KEY - A SHORT NEW KEY, CHECKED UNDER THE
      * FOUR-DIGIT RULE AND WIDENED.
      *
       VALIDATE-NEW-SHORT-KEY SECTION.
           IF CARD-NEW-BRANCH-DIGIT NOT NUMERIC
               OR CARD-NEW-ACCOUNT-NUMBER NOT NUMERIC
               SET CARD-REFUSED TO TRUE
               MOVE "KEY NOT NUMERIC" TO CARD-REFUSAL-REASON
               GO TO VALIDATE-NEW-SHORT-KEY-EX
           END-IF.
           IF CARD-NEW-CHECK-DIGIT NOT NUMERIC
               SET CARD-REFUSED TO TRUE
               MOVE "CHECK DIGIT BAD" TO CARD-REFUSAL-REASON
               GO TO VALIDATE-NEW-SHORT-KEY-EX
           END-IF.
           MOVE CARD-NEW-KEY(1:4) TO CHECK-DIGIT-WORK-STRING.
           PERFORM COMPUTE-CHECK-DIGIT.
           IF CHECK-DIGIT-COMPUTED NOT = CARD-NEW-CHECK-DIGIT
               SET CARD-REFUSED TO TRUE
               MOVE "CHECK DIGIT WRONG" TO CARD-REFUSAL-REASON
               GO TO VALIDATE-NEW-SHORT-KEY-EX
           END-IF.
           IF RE-KEY-NEW-KEY = CARD-OLD-KEY
               SET CARD-REFUSED TO TRUE
               MOVE "SAME KEY" TO CARD-REFUSAL-REASON
               GO TO VALIDATE-NEW-SHORT-KEY-EX
           END-IF.
           MOVE CARD-NEW-KEY TO ACCOUNT-KEY.
           PERFORM WIDEN-ACCOUNT-KEY.
           MOVE ACCOUNT-WIDE-KEY TO RE-KEY-NEW-WIDE-KEY.
           MOVE CARD-NEW-BRANCH-DIGIT TO RE-KEY-NEW-BRANCH.
       VALIDATE-NEW-SHORT-KEY-EX.
       EXIT.
      *
      * VALIDATE-NEW-WIDE-KEY - A WIDE NEW KEY, CHECKED UNDER THE
      * SIX-DIGIT RULE. ONE NUMBERED 999 OR BELOW ALSO HAS THE SHORT
      * KEY IT WOULD HAVE BEEN WIDENED FROM, AS ACCTMNT WORKS IT OUT.
      *
       VALIDATE-NEW-WIDE-KEY SECTION.
           IF CARD-NEW-WIDE-BRANCH-DIGIT NOT NUMERIC
               OR CARD-NEW-WIDE-NUMBER NOT NUMERIC
               SET CARD-REFUSED TO TRUE
               MOVE "KEY NOT NUMERIC" TO CARD-REFUSAL-REASON
               GO TO VALIDATE-NEW-WIDE-KEY-EX
           END-IF.
           IF CARD-NEW-WIDE-CHECK-DIGIT NOT NUMERIC
               SET CARD-REFUSED TO TRUE
               MOVE "CHECK DIGIT BAD" TO CARD-REFUSAL-REASON
               GO TO VALIDATE-NEW-WIDE-KEY-EX
           END-IF.
           MOVE CARD-NEW-WIDE-KEY(1:6) TO WIDE-CHECK-DIGIT-WORK-STRING.
           PERFORM COMPUTE-WIDE-CHECK-DIGIT.
           IF CHECK-DIGIT-COMPUTED NOT = CARD-NEW-WIDE-CHECK-DIGIT
               SET CARD-REFUSED TO TRUE
               MOVE "CHECK DIGIT WRONG" TO CARD-REFUSAL-REASON
               GO TO VALIDATE-NEW-WIDE-KEY-EX
           END-IF.
           IF CARD-NEW-WIDE-KEY = CARD-OLD-WIDE-KEY
               SET CARD-REFUSED TO TRUE
               MOVE "SAME KEY" TO CARD-REFUSAL-REASON
               GO TO VALIDATE-NEW-WIDE-KEY-EX
           END-IF.
           MOVE CARD-NEW-WIDE-KEY TO RE-KEY-NEW-WIDE-KEY.
           MOVE CARD-NEW-WIDE-BRANCH-DIGIT TO RE-KEY-NEW-BRANCH.
           MOVE SPACES TO RE-KEY-NEW-KEY.
           IF CARD-NEW-WIDE-NUMBER(1:2) NOT = "00"
               GO TO VALIDATE-NEW-WIDE-KEY-EX
           END-IF.
           MOVE CARD-NEW-WIDE-BRANCH-DIGIT TO RE-KEY-NEW-KEY(1:1).
           MOVE CARD-NEW-WIDE-NUMBER(3:3) TO RE-KEY-NEW-KEY(2:3).
           MOVE RE-KEY-NEW-KEY(1:4) TO CHECK-DIGIT-WORK-STRING.
           PERFORM COMPUTE-CHECK-DIGIT.
           MOVE CHECK-DIGIT-COMPUTED TO RE-KEY-NEW-KEY(5:1).
       VALIDATE-NEW-WIDE-KEY-EX.
       EXIT.
      *
      * MOVE-MASTER-RECORD - THE ACCOUNT IS WRITTEN UNDER THE NEW
      * KEY AS IT STOOD UNDER THE OLD, WITH THE NEW BRANCH'S ENTITY
      * AND TODAY'S OPENED DATE; THE OLD KEY IS THEN CLOSED AT ZERO.
      * THE OLD KEY KEEPS ITS RECORD SO NOTHING ELSE IS EVER OPENED
      * UNDER IT.
      *
       MOVE-MASTER-RECORD SECTION.
           MOVE RE-KEY-OLD-RECORD TO ACCOUNT-MASTER-RECORD.
           MOVE ACCOUNT-MASTER-BALANCE TO RE-KEY-MOVED-BALANCE.
           MOVE RE-KEY-NEW-KEY TO ACCOUNT-MASTER-KEY.
           MOVE RE-KEY-NEW-WIDE-KEY TO ACCOUNT-MASTER-WIDE-KEY.
           MOVE RE-KEY-NEW-BRANCH TO BRANCH-DIGIT-WORK.
           MOVE BRANCH-ENTITY(BRANCH-DIGIT-NUM + 1)
               TO ACCOUNT-MASTER-ENTITY.
           MOVE RUN-DATE TO ACCOUNT-MASTER-OPEN-DATE.
           WRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   SET CARD-REFUSED TO TRUE
                   MOVE "WRITE FAILED" TO CARD-REFUSAL-REASON
           END-WRITE.
           IF CARD-REFUSED
               GO TO MOVE-MASTER-RECORD-EX
           END-IF.
           MOVE SPACES TO MASTER-BEFORE-IMAGE.
           MOVE "A" TO MASTER-JOURNAL-ACTION-WORK.
           PERFORM WRITE-MASTER-JOURNAL.
           MOVE RE-KEY-OLD-RECORD TO ACCOUNT-MASTER-RECORD.
           MOVE RE-KEY-OLD-RECORD TO MASTER-BEFORE-IMAGE.
           MOVE ZERO TO ACCOUNT-MASTER-BALANCE.
           MOVE RUN-DATE TO ACCOUNT-MASTER-CLOSED-DATE.
           REWRITE ACCOUNT-MASTER-RECORD.
           PERFORM WRITE-MASTER-JOURNAL.
       MOVE-MASTER-RECORD-EX.
       EXIT.
      *
      * MOVE-ACCOUNT-HOLDS - THE ACCOUNT'S HOLDS SIT TOGETHER IN
      * WIDE-KEY ORDER FROM HOLD NUMBER ZERO. EACH IS WRITTEN UNDER
      * THE NEW KEYS WITH ITS NUMBER, AMOUNT AND STATUS, AND ONLY THEN
      * TAKEN
      * OFF THE OLD ONE; A HOLD THE NEW KEY ALREADY HAS THE NUMBER
      * OF STAYS WHERE IT IS AND IS REPORTED.
      *
       MOVE-ACCOUNT-HOLDS SECTION.
           MOVE ZERO TO HOLDS-MOVED-COUNT.
           MOVE ZERO TO HOLD-MOVE-COUNT.
           MOVE "N" TO ACCOUNT-HOLDS-SWITCH.
           MOVE RE-KEY-OLD-WIDE-KEY TO HOLD-WIDE-ACCOUNT-KEY.
           MOVE ZERO TO HOLD-WIDE-NUMBER.
           START HOLD-MASTER KEY IS NOT < HOLD-WIDE-KEY
               INVALID KEY
                   SET END-OF-ACCOUNT-HOLDS TO TRUE
           END-START.
           IF NOT END-OF-ACCOUNT-HOLDS
               PERFORM READ-NEXT-ACCOUNT-HOLD
           END-IF.
           PERFORM COLLECT-ONE-HOLD UNTIL END-OF-ACCOUNT-HOLDS.
           PERFORM MOVE-ONE-HOLD
               VARYING MOVE-IDX FROM 1 BY 1
               UNTIL MOVE-IDX > HOLD-MOVE-COUNT.
           ADD HOLDS-MOVED-COUNT TO TOTAL-HOLDS-MOVED.
       EXIT.
      *
       COLLECT-ONE-HOLD SECTION.
           IF HOLD-MOVE-COUNT < 999
               ADD 1 TO HOLD-MOVE-COUNT
               MOVE HOLD-RECORD TO HOLD-MOVE-IMAGE(HOLD-MOVE-COUNT)
           END-IF.
           PERFORM READ-NEXT-ACCOUNT-HOLD.
       EXIT.
      *
       MOVE-ONE-HOLD SECTION.
           MOVE HOLD-MOVE-IMAGE(MOVE-IDX) TO HOLD-RECORD.
           MOVE RE-KEY-NEW-KEY TO HOLD-ACCOUNT-KEY.
           MOVE RE-KEY-NEW-WIDE-KEY TO HOLD-WIDE-ACCOUNT-KEY.
           WRITE HOLD-RECORD
               INVALID KEY
                   ADD 1 TO LEFT-BEHIND-COUNT
                   DISPLAY "HOLD NOT MOVED - " HOLD-WIDE-KEY
                       " ALREADY ON FILE"
                   GO TO MOVE-ONE-HOLD-EX
           END-WRITE.
           MOVE HOLD-MOVE-IMAGE(MOVE-IDX) TO HOLD-RECORD.
           DELETE HOLD-MASTER RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           ADD 1 TO HOLDS-MOVED-COUNT.
       MOVE-ONE-HOLD-EX.
       EXIT.
      *
       READ-NEXT-ACCOUNT-HOLD SECTION.
           READ HOLD-MASTER NEXT RECORD
               AT END
                   SET END-OF-ACCOUNT-HOLDS TO TRUE
           END-READ.
           IF NOT END-OF-ACCOUNT-HOLDS
               AND HOLD-WIDE-ACCOUNT-KEY NOT = RE-KEY-OLD-WIDE-KEY
               SET END-OF-ACCOUNT-HOLDS TO TRUE
           END-IF.
       EXIT.
      *
      * MOVE-ACCOUNT-MANDATES - THE SAME FOR THE ACCOUNT'S MANDATES,
      * WHICH SIT TOGETHER IN CREDITOR-REFERENCE ORDER.
      *
       MOVE-ACCOUNT-MANDATES SECTION.
           MOVE ZERO TO MANDATES-MOVED-COUNT.
           MOVE ZERO TO MANDATE-MOVE-COUNT.
           MOVE "N" TO ACCOUNT-MANDATES-SWITCH.
           MOVE RE-KEY-OLD-WIDE-KEY TO MANDATE-WIDE-ACCOUNT-KEY.
           MOVE LOW-VALUES TO MANDATE-WIDE-CREDITOR-REF.
           START MANDATE-FILE KEY IS NOT < MANDATE-WIDE-KEY
               INVALID KEY
                   SET END-OF-ACCOUNT-MANDATES TO TRUE
           END-START.
           IF NOT END-OF-ACCOUNT-MANDATES
               PERFORM READ-NEXT-ACCOUNT-MANDATE
           END-IF.
           PERFORM COLLECT-ONE-MANDATE UNTIL END-OF-ACCOUNT-MANDATES.
           PERFORM MOVE-ONE-MANDATE
               VARYING MOVE-IDX FROM 1 BY 1
               UNTIL MOVE-IDX > MANDATE-MOVE-COUNT.
           ADD MANDATES-MOVED-COUNT TO TOTAL-MANDATES-MOVED.
       EXIT.
      *
       COLLECT-ONE-MANDATE SECTION.
           IF MANDATE-MOVE-COUNT < 200
               ADD 1 TO MANDATE-MOVE-COUNT
               MOVE MANDATE-RECORD
                   TO MANDATE-MOVE-IMAGE(MANDATE-MOVE-COUNT)
           END-IF.
           PERFORM READ-NEXT-ACCOUNT-MANDATE.
       EXIT.
      *
       MOVE-ONE-MANDATE SECTION.
           MOVE MANDATE-MOVE-IMAGE(MOVE-IDX) TO MANDATE-RECORD.
           MOVE RE-KEY-NEW-KEY TO MANDATE-ACCOUNT-KEY.
           MOVE RE-KEY-NEW-WIDE-KEY TO MANDATE-WIDE-ACCOUNT-KEY.
           WRITE MANDATE-RECORD
               INVALID KEY
                   ADD 1 TO LEFT-BEHIND-COUNT
                   DISPLAY "MANDATE NOT MOVED - " MANDATE-WIDE-KEY
                       " ALREADY ON FILE"
                   GO TO MOVE-ONE-MANDATE-EX
           END-WRITE.
           MOVE MANDATE-MOVE-IMAGE(MOVE-IDX) TO MANDATE-RECORD.
           DELETE MANDATE-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           ADD 1 TO MANDATES-MOVED-COUNT.
       MOVE-ONE-MANDATE-EX.
       EXIT.
      *
       READ-NEXT-ACCOUNT-MANDATE SECTION.
           READ MANDATE-FILE NEXT RECORD
               AT END
                   SET END-OF-ACCOUNT-MANDATES TO TRUE
           END-READ.
           IF NOT END-OF-ACCOUNT-MANDATES
               AND MANDATE-WIDE-ACCOUNT-KEY NOT = RE-KEY-OLD-WIDE-KEY
               SET END-OF-ACCOUNT-MANDATES TO TRUE
           END-IF.
       EXIT.
      *
      * MOVE-STANDING-TEMPLATES / MOVE-SUSPENSE-ITEMS - THE TABLED
      * TEMPLATES AND ITEMS THAT NAME THE OLD WIDE KEY ARE CHANGED TO
      * THE NEW KEYS; THE FILES ARE REWRITTEN FROM THE TABLES AT THE
      * END. A TEMPLATE FOR AN ACCOUNT WITH NO SHORT KEY CARRIES ONLY
      * ITS BRANCH IN THE STRING PART, AND A ZERO CHECK DIGIT. THE
      * SUSPENSE ACCOUNT AN ITEM IS PARKED ON IS ALWAYS ONE OF THE
      * BRANCH'S OWN, AND SHORT.
      *
       MOVE-STANDING-TEMPLATES SECTION.
           MOVE ZERO TO TEMPLATES-MOVED-COUNT.
           PERFORM MOVE-ONE-TEMPLATE
               VARYING TABLE-IDX FROM 1 BY 1
               UNTIL TABLE-IDX > STANDING-COUNT.
           ADD TEMPLATES-MOVED-COUNT TO TOTAL-TEMPLATES-MOVED.
       EXIT.
      *
       MOVE-ONE-TEMPLATE SECTION.
           IF STT-WIDE-KEY(TABLE-IDX) NOT = RE-KEY-OLD-WIDE-KEY
               GO TO MOVE-ONE-TEMPLATE-EX
           END-IF.
           IF RE-KEY-NEW-KEY = SPACES
               MOVE SPACES TO STT-STRING-PART1(TABLE-IDX)
               MOVE RE-KEY-NEW-BRANCH
                   TO STT-STRING-PART1(TABLE-IDX)(1:1)
               MOVE "0" TO STT-CHECK-DIGIT(TABLE-IDX)
           ELSE
               MOVE RE-KEY-NEW-KEY(1:4) TO STT-STRING-PART1(TABLE-IDX)
               MOVE RE-KEY-NEW-KEY(5:1) TO STT-CHECK-DIGIT(TABLE-IDX)
           END-IF.
           MOVE RE-KEY-NEW-WIDE-KEY TO STT-WIDE-KEY(TABLE-IDX).
           ADD 1 TO TEMPLATES-MOVED-COUNT.
       MOVE-ONE-TEMPLATE-EX.
       EXIT.
      *
       MOVE-SUSPENSE-ITEMS SECTION.
           MOVE ZERO TO ITEMS-MOVED-COUNT.
           PERFORM MOVE-ONE-SUSPENSE-ITEM
               VARYING TABLE-IDX FROM 1 BY 1
               UNTIL TABLE-IDX > SUSPENSE-COUNT.
           ADD ITEMS-MOVED-COUNT TO TOTAL-ITEMS-MOVED.
       EXIT.
      *
       MOVE-ONE-SUSPENSE-ITEM SECTION.
           IF SIT-ORIGINAL-WIDE-KEY(TABLE-IDX) = RE-KEY-OLD-WIDE-KEY
               MOVE RE-KEY-NEW-KEY TO SIT-ORIGINAL-KEY(TABLE-IDX)
               MOVE RE-KEY-NEW-WIDE-KEY
                   TO SIT-ORIGINAL-WIDE-KEY(TABLE-IDX)
               ADD 1 TO ITEMS-MOVED-COUNT
           END-IF.
           IF SIT-ACCOUNT-KEY(TABLE-IDX) = RE-KEY-OLD-KEY
               AND RE-KEY-OLD-KEY NOT = SPACES
               MOVE RE-KEY-NEW-KEY TO SIT-ACCOUNT-KEY(TABLE-IDX)
               ADD 1 TO ITEMS-MOVED-COUNT
           END-IF.
       EXIT.
      *
       WRITE-KEY-XREF SECTION.
           MOVE RE-KEY-OLD-KEY TO XREF-OLD-KEY.
           MOVE RE-KEY-NEW-KEY TO XREF-NEW-KEY.
           MOVE RE-KEY-OLD-WIDE-KEY TO XREF-OLD-WIDE-KEY.
           MOVE RE-KEY-NEW-WIDE-KEY TO XREF-NEW-WIDE-KEY.
           MOVE RUN-DATE TO XREF-MOVED-DATE.
           MOVE CARD-REASON TO XREF-REASON.
           MOVE RE-KEY-MOVED-BALANCE TO XREF-MOVED-BALANCE.
           WRITE ACCOUNT-KEY-XREF-RECORD.
       EXIT.
      *
      * WRITE-KEY-CONVERSION - ONLY A NEW KEY WITH A SHORT FORM HAS
      * A CONVERSION TO RECORD.
      *
       WRITE-KEY-CONVERSION SECTION.
           IF RE-KEY-NEW-KEY = SPACES
               GO TO WRITE-KEY-CONVERSION-EX
           END-IF.
           MOVE RE-KEY-NEW-KEY TO CONV-OLD-KEY.
           MOVE RE-KEY-NEW-WIDE-KEY TO CONV-NEW-KEY.
           MOVE RUN-DATE TO CONV-DATE.
           WRITE ACCOUNT-KEY-CONV-RECORD.
       WRITE-KEY-CONVERSION-EX.
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
      * LOAD-STANDING-TEMPLATES / LOAD-SUSPENSE-ITEMS - BOTH FILES
      * WHOLE INTO THEIR TABLES; A ROW PAST A TABLE'S SIZE IS
      * COUNTED, AND STOPS THE RUN BEFORE ANYTHING IS MOVED.
      *
       LOAD-STANDING-TEMPLATES SECTION.
           OPEN INPUT STANDING-INSTRUCTIONS.
           PERFORM READ-STANDING-TEMPLATE.
           PERFORM LOAD-ONE-TEMPLATE UNTIL END-OF-STANDING.
           CLOSE STANDING-INSTRUCTIONS.
       EXIT.
      *
       LOAD-ONE-TEMPLATE SECTION.
           IF STANDING-COUNT = 100
               ADD 1 TO STANDING-OVERFLOW-COUNT
           ELSE
               ADD 1 TO STANDING-COUNT
               MOVE STANDING-INSTRUCTION-RECORD
                   TO STANDING-ENTRY(STANDING-COUNT)
           END-IF.
           PERFORM READ-STANDING-TEMPLATE.
       EXIT.
      *
       READ-STANDING-TEMPLATE SECTION.
           READ STANDING-INSTRUCTIONS
               AT END
                   SET END-OF-STANDING TO TRUE
           END-READ.
       EXIT.
      *
       LOAD-SUSPENSE-ITEMS SECTION.
           OPEN INPUT SUSPENSE-ITEMS.
           PERFORM READ-SUSPENSE-ITEM.
           PERFORM LOAD-ONE-SUSPENSE-ITEM
               UNTIL END-OF-SUSPENSE-ITEMS.
           CLOSE SUSPENSE-ITEMS.
       EXIT.
      *
       LOAD-ONE-SUSPENSE-ITEM SECTION.
           IF SUSPENSE-COUNT = 500
               ADD 1 TO SUSPENSE-OVERFLOW-COUNT
           ELSE
               ADD 1 TO SUSPENSE-COUNT
               MOVE SUSPENSE-ITEM-RECORD
                   TO SUSPENSE-ENTRY(SUSPENSE-COUNT)
           END-IF.
           PERFORM READ-SUSPENSE-ITEM.
       EXIT.
      *
       READ-SUSPENSE-ITEM SECTION.
           READ SUSPENSE-ITEMS
               AT END
                   SET END-OF-SUSPENSE-ITEMS TO TRUE
           END-READ.
       EXIT.
      *
       REWRITE-STANDING-TEMPLATES SECTION.
           OPEN OUTPUT STANDING-INSTRUCTIONS.
           PERFORM WRITE-ONE-TEMPLATE
               VARYING TABLE-IDX FROM 1 BY 1
               UNTIL TABLE-IDX > STANDING-COUNT.
           CLOSE STANDING-INSTRUCTIONS.
       EXIT.
      *
       WRITE-ONE-TEMPLATE SECTION.
           MOVE STANDING-ENTRY(TABLE-IDX)
               TO STANDING-INSTRUCTION-RECORD.
           WRITE STANDING-INSTRUCTION-RECORD.
       EXIT.
      *
       REWRITE-SUSPENSE-ITEMS SECTION.
           OPEN OUTPUT SUSPENSE-ITEMS.
           PERFORM WRITE-ONE-SUSPENSE-ITEM
               VARYING TABLE-IDX FROM 1 BY 1
               UNTIL TABLE-IDX > SUSPENSE-COUNT.
           CLOSE SUSPENSE-ITEMS.
       EXIT.
      *
       WRITE-ONE-SUSPENSE-ITEM SECTION.
           MOVE SUSPENSE-ENTRY(TABLE-IDX) TO SUSPENSE-ITEM-RECORD.
           WRITE SUSPENSE-ITEM-RECORD.
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
      * WRITE-RE-KEY-AUDIT-APPLY / -DENY - ONE TRAIL ENTRY PER CARD.
      * THE FIELD NAMES THE OLD KEY (THE WIDE ONE WHERE IT HAS NO
      * SHORT ONE), THE OLD VALUE CARRIES THE REASON, AND THE NEW
      * VALUE THE NEW KEY'S BRANCH AND NUMBER (ITS CHECK DIGIT
      * FOLLOWS FROM THEM), "WIDE" FOR A NEW KEY WITH NO SHORT FORM -
      * THE ACCTXREF ROW CARRIES IT - OR "DENY".
      *
       WRITE-RE-KEY-AUDIT-APPLY SECTION.
           MOVE "ACCTRKEY" TO AUDIT-PROGRAM-NAME.
           IF RE-KEY-OLD-KEY = SPACES
               MOVE RE-KEY-OLD-WIDE-KEY TO AUDIT-FIELD-NAME
           ELSE
               MOVE RE-KEY-OLD-KEY TO AUDIT-FIELD-NAME
           END-IF.
           MOVE CARD-REASON TO AUDIT-OLD-VALUE.
           IF RE-KEY-NEW-KEY = SPACES
               MOVE "WIDE" TO AUDIT-NEW-VALUE
           ELSE
               MOVE RE-KEY-NEW-KEY(1:4) TO AUDIT-NEW-VALUE
           END-IF.
           MOVE SPACES TO AUDIT-OPERATOR-ID.
           MOVE ZERO TO AUDIT-TXN-NUMBER.
           PERFORM WRITE-AUDIT-RECORD.
       EXIT.
      *
       WRITE-RE-KEY-AUDIT-DENY SECTION.
           MOVE "ACCTRKEY" TO AUDIT-PROGRAM-NAME.
           IF CARD-OLD-KEY = SPACES
               MOVE CARD-OLD-WIDE-KEY TO AUDIT-FIELD-NAME
           ELSE
               MOVE CARD-OLD-KEY TO AUDIT-FIELD-NAME
           END-IF.
           MOVE CARD-REASON TO AUDIT-OLD-VALUE.
           MOVE "DENY" TO AUDIT-NEW-VALUE.
           MOVE SPACES TO AUDIT-OPERATOR-ID.
           MOVE ZERO TO AUDIT-TXN-NUMBER.
           PERFORM WRITE-AUDIT-RECORD.
       EXIT.
      *
      * WRITE-MASTER-JOURNAL - ONE MSTJRNL RECORD FOR THE MASTER
      * CHANGE JUST MADE. KEEP IN STEP WITH ACCTMNT'S. THIS PROGRAM
      * RUNS OUTSIDE THE INTRADAY CYCLES AND JOURNALS UNDER CYCLE
      * ZERO.
      *
       WRITE-MASTER-JOURNAL SECTION.
           ADD 1 TO MASTER-JOURNAL-COUNT.
           MOVE SPACES TO MASTER-JOURNAL-RECORD.
           MOVE "ACCTRKEY" TO MASTER-JOURNAL-PROGRAM.
           MOVE RUN-DATE TO MASTER-JOURNAL-RUN-DATE.
           MOVE MASTER-JOURNAL-TIME TO MASTER-JOURNAL-RUN-TIME.
           MOVE ZERO TO MASTER-JOURNAL-CYCLE.
           MOVE MASTER-JOURNAL-COUNT TO MASTER-JOURNAL-SEQUENCE.
           MOVE ZERO TO MASTER-JOURNAL-TXN-NUMBER.
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
       EXIT.
      *
      * WRITE-AUDIT-RECORD / ESTABLISH-AUDIT-SEQUENCE /
      * WRITE-AUDIT-TRAILER - THE SAME CHAIN DISCIPLINE TEST APPLIES.
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
      * COMPUTE-CHECK-DIGIT - THE MODULUS-11 CHECK DIGIT OVER THE
      * FOUR KEY DIGITS, MATCHING VALIDATE-CHECK-DIGIT IN TEST.
      *
       COMPUTE-CHECK-DIGIT SECTION.
           MOVE ZERO TO CHECK-DIGIT-SUM.
           PERFORM ACCUMULATE-CHECK-DIGIT VARYING CHECK-DIGIT-INDEX
               FROM 1 BY 1 UNTIL CHECK-DIGIT-INDEX > 4.
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
       ACCUMULATE-CHECK-DIGIT SECTION.
           MOVE CHECK-DIGIT-WORK-STRING(CHECK-DIGIT-INDEX:1) TO
               CHECK-DIGIT-CHAR.
           MOVE CHECK-DIGIT-CHAR TO CHECK-DIGIT-DIGIT.
           COMPUTE CHECK-DIGIT-WEIGHT = CHECK-DIGIT-INDEX + 1.
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
       READ-RE-KEY-CARD SECTION.
           READ RE-KEY-CARDS
               AT END
                   SET END-OF-RE-KEY-CARDS TO TRUE
           END-READ.
       EXIT.
      *
       END PROGRAM ACCTRKEY.
