      * EXISTS - COMPARES THE REBUILT BALANCES TO IT AND REPORTS
      * EVERY DIFFERENCE. USABLE AS DISASTER RECOVERY AND AS A
      * PERIODIC INTEGRITY AUDIT.
      * THE REBUILT GENERATION IS JOURNALLED ON MSTJRNL AS IT IS
      * WRITTEN: EVERY ACCOUNT IT WILL CHANGE, ADD OR DROP ONCE THE
      * JCL RENAMES IT INTO PLACE, WITH THE LIVE RECORD AS THE
      * BEFORE IMAGE, SO MSTRBACK CAN TAKE A BAD REBUILD BACK OUT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT OPTIONAL ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNT-MASTER-WIDE-KEY
               ALTERNATE RECORD KEY IS ACCOUNT-MASTER-KEY
                   WITH DUPLICATES
               FILE STATUS IS ACCOUNT-MASTER-STATUS.
           SELECT REBUILT-MASTER ASSIGN TO "ACCTMSTN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REBUILT-MASTER-WIDE-KEY
               ALTERNATE RECORD KEY IS REBUILT-MASTER-KEY
                   WITH DUPLICATES.
      * MASTER-JOURNAL-FILE - A BEFORE AND AN AFTER IMAGE OF EVERY
      * ACCOUNT-MASTER RECORD THIS PROGRAM CHANGES, ON THE SAME
      * JOURNAL THE DAILY RUN WRITES.
           SELECT OPTIONAL MASTER-JOURNAL-FILE ASSIGN TO "MSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-SNAPSHOT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTMASTER.
      *
      * THE REBUILT FILE CARRIES THE SAME SHAPE AS THE LIVE MASTER.
      * THE ENTITY RIDES ON THE POSTING TRAIL; THE OVERDRAFT LIMIT
      * AND LIFECYCLE FIELDS ARE NOT DERIVABLE
      * FROM THE MOVEMENT HISTORY AND ARE COPIED FROM THE LIVE FILE
      * WHERE IT SURVIVES, OTHERWISE ZEROED FOR ACCTMNT TO RESTORE.
       FD  REBUILT-MASTER
        05       REBUILT-OVERDRAFT-LIMIT PIC 9(7)V99.
        05       REBUILT-LAST-ACTIVITY   PIC 9(8).
        05       REBUILT-DORMANT-FLAG    PIC X.
        05       REBUILT-ENTITY          PIC X(2).
        05       REBUILT-CUSTOMER        PIC X(8).
        05       REBUILT-PRODUCT         PIC X(4).
        05       REBUILT-OPEN-DATE       PIC 9(8).
        05       REBUILT-CLOSED-DATE     PIC 9(8).
        05       REBUILT-MASTER-WIDE-KEY PIC X(7).
      *
       FD  MASTER-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MASTERJOURNAL.
      *
       WORKING-STORAGE SECTION.
       01  BALANCE-SNAPSHOT-SWITCH      PIC X VALUE "N".
       01  LIVE-MASTER-SWITCH           PIC X VALUE "N".
         88      LIVE-MASTER-PRESENT        VALUE "Y".
       01  REBUILD-FROM-DATE            PIC 9(8) VALUE ZERO.
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
      *
      * THE REBUILT BALANCES, KEYED BY ACCOUNT. THE COMPARED FLAG
      * MARKS ENTRIES THE LIVE-FILE WALK HAS SEEN, SO ACCOUNTS ON
       01  REBUILD-TABLE.
        05       REBUILD-ENTRY OCCURS 2000 TIMES.
         10      RB-ACCOUNT-KEY          PIC X(5).
         10      RB-WIDE-KEY             PIC X(7).
         10      RB-BALANCE              PIC S9(9)V99.
         10      RB-OVERDRAFT-LIMIT      PIC 9(7)V99.
         10      RB-LAST-ACTIVITY        PIC 9(8).
         10      RB-DORMANT-FLAG         PIC X.
         10      RB-ENTITY               PIC X(2).
         10      RB-CUSTOMER             PIC X(8).
         10      RB-PRODUCT              PIC X(4).
         10      RB-OPEN-DATE            PIC 9(8).
         10      RB-CLOSED-DATE          PIC 9(8).
         10      RB-COMPARED-FLAG        PIC X.
      * THE LIVE RECORD AS THE COMPARE FOUND IT - SPACES WHEN THE
      * ACCOUNT WAS NOT ON THE LIVE FILE.
         10      RB-LIVE-IMAGE           PIC X(71).
       01  REBUILD-COUNT                PIC 9(4) VALUE ZERO.
       01  REBUILD-IDX                  PIC 9(4) VALUE 1.
       01  REBUILD-FOUND-IDX            PIC 9(4) VALUE ZERO.
       01  REBUILD-OVERFLOW-COUNT       PIC 9(8) VALUE ZERO.
       01  REBUILD-WORK-KEY             PIC X(5) VALUE SPACES.
       01  REBUILD-WORK-WIDE-KEY        PIC X(7) VALUE SPACES.
       01  POSTINGS-APPLIED-COUNT       PIC 9(8) VALUE ZERO.
       01  DIFFERENCE-COUNT             PIC 9(8) VALUE ZERO.
       01  DIFFERENCE-AMOUNT            PIC S9(11)V99 VALUE ZERO.
       01  CHECK-DIGIT-QUOTIENT         PIC 9(4) VALUE ZERO.
       01  CHECK-DIGIT-REMAINDER        PIC 9(4) VALUE ZERO.
       01  CHECK-DIGIT-COMPUTED         PIC 9 VALUE ZERO.
       01  WIDE-CHECK-DIGIT-WORK-STRING PIC X(6) VALUE SPACES.
      *
      * WRITE-ORDER WORK FIELDS - AN INDEXED OUTPUT FILE TAKES ITS
      * RECORDS IN ASCENDING KEY ORDER, SO THE REBUILT ENTRIES ARE
      * WRITTEN BY REPEATED SELECTION OF THE LOWEST UNWRITTEN KEY.
       01  WRITE-PASS-COUNT             PIC 9(4) VALUE ZERO.
       01  WRITE-BEST-IDX               PIC 9(4) VALUE ZERO.
       01  WRITE-BEST-KEY               PIC X(7) VALUE SPACES.
      *
      * MASTER-JOURNAL WORK FIELDS - AS TEST KEEPS THEM: THE RECORD
      * AS READ, THE TIME THE JOURNAL WAS OPENED, THE RUN'S COUNT OF
      * CHANGES, AND THE ACTION AND TRANSACTION NUMBER OF THE NEXT.
       01  MASTER-BEFORE-IMAGE          PIC X(64) VALUE SPACES.
       01  MASTER-JOURNAL-TIME          PIC 9(8) VALUE ZERO.
       01  MASTER-JOURNAL-COUNT         PIC 9(8) VALUE ZERO.
       01  MASTER-JOURNAL-TXN           PIC 9(4) VALUE ZERO.
       01  MASTER-JOURNAL-ACTION-WORK   PIC X VALUE "C".
       01  MASTER-AFTER-IMAGE           PIC X(64) VALUE SPACES.
       01  MASTER-JOURNAL-KEY-WORK      PIC X(5) VALUE SPACES.
       01  MASTER-JOURNAL-WIDE-KEY-WORK PIC X(7) VALUE SPACES.
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
               GO TO PROG-EX
           END-IF.
           PERFORM APPLY-POSTING-TRAIL.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT MASTER-JOURNAL-TIME FROM TIME.
           OPEN EXTEND MASTER-JOURNAL-FILE.
           PERFORM COMPARE-TO-LIVE-MASTER.
           PERFORM WRITE-REBUILT-MASTER.
           CLOSE MASTER-JOURNAL-FILE.
           DISPLAY "ACCOUNTS REBUILT:  " REBUILD-COUNT.
           DISPLAY "POSTINGS APPLIED:  " POSTINGS-APPLIED-COUNT.
           DISPLAY "DIFFERENCES FOUND: " DIFFERENCE-COUNT.
           IF SNAPSHOT-DATE NOT = REBUILD-FROM-DATE
               GO TO LOAD-ONE-SNAPSHOT-NEXT
           END-IF.
      * A LETTER WHERE THE BRANCH DIGIT STANDS IS RETPURGE'S
      * SURROGATE FOR AN ACCOUNT PURGED AFTER ITS RETENTION PERIOD -
      * IT IS NO LONGER ON THE MASTER AND IS NOT REBUILT. RETPURGE
      * BLANKS THE WIDE KEY OF SUCH A ROW; AN ACCOUNT NUMBERED PAST
      * 999 HAS A BLANK SHORT KEY BUT KEEPS ITS WIDE ONE.
           IF SNAPSHOT-ACCOUNT-KEY(1:1) NOT NUMERIC
               AND SNAPSHOT-WIDE-KEY = SPACES
               GO TO LOAD-ONE-SNAPSHOT-NEXT
           END-IF.
      * A SAME-DAY REPRO, REPLAY, OR LATER CYCLE APPENDS A SECOND
      * SNAPSHOT SET UNDER THE SAME DATE - THE LATEST ROW FOR AN
      * ACCOUNT IS ITS TRUE CLOSING POSITION, SO AN ENTRY ALREADY
      * ON HAND IS REPLACED, NEVER DOUBLED.
           MOVE SNAPSHOT-ACCOUNT-KEY TO REBUILD-WORK-KEY.
           MOVE SNAPSHOT-WIDE-KEY TO REBUILD-WORK-WIDE-KEY.
           MOVE ZERO TO REBUILD-FOUND-IDX.
           PERFORM MATCH-ONE-REBUILD-ENTRY
               VARYING REBUILD-IDX FROM 1 BY 1
               UNTIL REBUILD-IDX > REBUILD-COUNT.
           IF REBUILD-FOUND-IDX > ZERO
               MOVE SNAPSHOT-BALANCE TO RB-BALANCE(REBUILD-FOUND-IDX)
               PERFORM FILL-REBUILD-WIDE-KEY
               GO TO LOAD-ONE-SNAPSHOT-NEXT
           END-IF.
           IF REBUILD-COUNT = 2000
           ADD 1 TO REBUILD-COUNT.
           MOVE SNAPSHOT-ACCOUNT-KEY
               TO RB-ACCOUNT-KEY(REBUILD-COUNT).
           MOVE SNAPSHOT-WIDE-KEY TO RB-WIDE-KEY(REBUILD-COUNT).
           MOVE SNAPSHOT-BALANCE TO RB-BALANCE(REBUILD-COUNT).
           MOVE ZERO TO RB-OVERDRAFT-LIMIT(REBUILD-COUNT).
           MOVE ZERO TO RB-LAST-ACTIVITY(REBUILD-COUNT).
           MOVE SPACE TO RB-DORMANT-FLAG(REBUILD-COUNT).
           MOVE SPACES TO RB-ENTITY(REBUILD-COUNT).
           MOVE SPACES TO RB-CUSTOMER(REBUILD-COUNT).
           MOVE SPACES TO RB-PRODUCT(REBUILD-COUNT).
           MOVE ZERO TO RB-OPEN-DATE(REBUILD-COUNT).
           MOVE ZERO TO RB-CLOSED-DATE(REBUILD-COUNT).
           MOVE "N" TO RB-COMPARED-FLAG(REBUILD-COUNT).
           MOVE SPACES TO RB-LIVE-IMAGE(REBUILD-COUNT).
       LOAD-ONE-SNAPSHOT-NEXT.
           PERFORM READ-BALANCE-SNAPSHOT.
       EXIT.
           CLOSE POSTED-TRANSACTIONS.
       EXIT.
      *
      * A SNAPSHOT OLDER THAN THE TRAIL'S RETAINED WINDOW NEEDS THE
      * POSTINGS POSTROLL HAS ROLLED OFF - THE JCL CONCATENATES
      * PTXNARCH AHEAD OF POSTEDTX FOR SUCH A REBUILD, AND THE
      * BROUGHT-FORWARD ROWS THAT STAND IN FOR THOSE POSTINGS ARE
      * PASSED OVER SO NOTHING IS COUNTED TWICE.
       APPLY-ONE-TRAIL-POSTING SECTION.
           IF POSTED-DATE NOT > REBUILD-FROM-DATE
               OR POSTED-STRING-PART1(1:1) NOT NUMERIC
               OR POSTED-BROUGHT-FORWARD
               GO TO APPLY-ONE-TRAIL-POSTING-NEXT
           END-IF.
           PERFORM BUILD-POSTING-KEY.
               MOVE REBUILD-COUNT TO REBUILD-FOUND-IDX
               MOVE REBUILD-WORK-KEY
                   TO RB-ACCOUNT-KEY(REBUILD-FOUND-IDX)
               MOVE REBUILD-WORK-WIDE-KEY
                   TO RB-WIDE-KEY(REBUILD-FOUND-IDX)
               MOVE ZERO TO RB-BALANCE(REBUILD-FOUND-IDX)
               MOVE ZERO TO RB-OVERDRAFT-LIMIT(REBUILD-FOUND-IDX)
               MOVE ZERO TO RB-LAST-ACTIVITY(REBUILD-FOUND-IDX)
               MOVE SPACE TO RB-DORMANT-FLAG(REBUILD-FOUND-IDX)
               MOVE SPACES TO RB-ENTITY(REBUILD-FOUND-IDX)
               MOVE SPACES TO RB-CUSTOMER(REBUILD-FOUND-IDX)
               MOVE SPACES TO RB-PRODUCT(REBUILD-FOUND-IDX)
               MOVE ZERO TO RB-OPEN-DATE(REBUILD-FOUND-IDX)
               MOVE ZERO TO RB-CLOSED-DATE(REBUILD-FOUND-IDX)
               MOVE "N" TO RB-COMPARED-FLAG(REBUILD-FOUND-IDX)
               MOVE SPACES TO RB-LIVE-IMAGE(REBUILD-FOUND-IDX)
           END-IF.
           PERFORM FILL-REBUILD-WIDE-KEY.
           ADD POSTED-AMOUNT TO RB-BALANCE(REBUILD-FOUND-IDX).
           IF POSTED-ENTITY NOT = SPACES
               MOVE POSTED-ENTITY TO RB-ENTITY(REBUILD-FOUND-IDX)
           END-IF.
           IF POSTED-DATE > RB-LAST-ACTIVITY(REBUILD-FOUND-IDX)
               MOVE POSTED-DATE
                   TO RB-LAST-ACTIVITY(REBUILD-FOUND-IDX)
           PERFORM READ-POSTED-TRANSACTION.
       EXIT.
      *
      * A POSTING FOR AN ACCOUNT NUMBERED PAST 999 CARRIES THE
      * BRANCH DIGIT ALONE IN ITS STRING PART - IT HAS NO SHORT KEY
      * AND IS KNOWN BY ITS WIDE KEY ONLY.
       BUILD-POSTING-KEY SECTION.
           MOVE POSTED-STRING-PART1 TO REBUILD-WORK-KEY(1:4).
           PERFORM COMPUTE-CHECK-DIGIT.
           MOVE CHECK-DIGIT-COMPUTED TO REBUILD-WORK-KEY(5:1).
           IF POSTED-STRING-PART1(2:3) = SPACES
               MOVE SPACES TO REBUILD-WORK-KEY
           END-IF.
           MOVE POSTED-WIDE-KEY TO REBUILD-WORK-WIDE-KEY.
       EXIT.
      *
      * MATCH-ONE-REBUILD-ENTRY - ON THE WIDE KEY WHEN BOTH SIDES
      * CARRY ONE; A ROW OR ENTRY FROM BEFORE THE WIDE KEY WAS
      * STAMPED FALLS BACK TO THE SHORT KEY.
      *
       MATCH-ONE-REBUILD-ENTRY SECTION.
           IF REBUILD-WORK-WIDE-KEY NOT = SPACES
               AND RB-WIDE-KEY(REBUILD-IDX) NOT = SPACES
               IF RB-WIDE-KEY(REBUILD-IDX) = REBUILD-WORK-WIDE-KEY
                   MOVE REBUILD-IDX TO REBUILD-FOUND-IDX
               END-IF
               GO TO MATCH-ONE-REBUILD-ENTRY-EX
           END-IF.
           IF REBUILD-WORK-KEY NOT = SPACES
               AND RB-ACCOUNT-KEY(REBUILD-IDX) = REBUILD-WORK-KEY
               MOVE REBUILD-IDX TO REBUILD-FOUND-IDX
           END-IF.
       MATCH-ONE-REBUILD-ENTRY-EX.
       EXIT.
      *
      * FILL-REBUILD-WIDE-KEY - AN ENTRY FOUND BY ITS SHORT KEY TAKES
      * THE WIDE KEY FROM THE FIRST ROW THAT CARRIES ONE.
      *
       FILL-REBUILD-WIDE-KEY SECTION.
           IF RB-WIDE-KEY(REBUILD-FOUND-IDX) = SPACES
               MOVE REBUILD-WORK-WIDE-KEY
                   TO RB-WIDE-KEY(REBUILD-FOUND-IDX)
           END-IF.
       EXIT.
      *
      * COMPARE-TO-LIVE-MASTER - WHEN THE LIVE FILE SURVIVES, EVERY
      *
       COMPARE-ONE-LIVE-ACCOUNT SECTION.
           MOVE ACCOUNT-MASTER-KEY TO REBUILD-WORK-KEY.
           MOVE ACCOUNT-MASTER-WIDE-KEY TO REBUILD-WORK-WIDE-KEY.
           MOVE ZERO TO REBUILD-FOUND-IDX.
           PERFORM MATCH-ONE-REBUILD-ENTRY
               VARYING REBUILD-IDX FROM 1 BY 1
               UNTIL REBUILD-IDX > REBUILD-COUNT.
           IF REBUILD-FOUND-IDX = ZERO
               ADD 1 TO DIFFERENCE-COUNT
               DISPLAY "ACCOUNT " ACCOUNT-MASTER-WIDE-KEY
                   " ON THE LIVE FILE BUT NOT REBUILT"
               MOVE ACCOUNT-MASTER-KEY TO MASTER-JOURNAL-KEY-WORK
               MOVE ACCOUNT-MASTER-WIDE-KEY
                   TO MASTER-JOURNAL-WIDE-KEY-WORK
               MOVE ACCOUNT-MASTER-RECORD TO MASTER-BEFORE-IMAGE
               MOVE SPACES TO MASTER-AFTER-IMAGE
               MOVE "D" TO MASTER-JOURNAL-ACTION-WORK
               PERFORM WRITE-MASTER-JOURNAL
               GO TO COMPARE-ONE-LIVE-ACCOUNT-NEXT
           END-IF.
           MOVE "Y" TO RB-COMPARED-FLAG(REBUILD-FOUND-IDX).
           PERFORM FILL-REBUILD-WIDE-KEY.
           MOVE ACCOUNT-MASTER-KEY TO RB-ACCOUNT-KEY(REBUILD-FOUND-IDX).
           MOVE ACCOUNT-MASTER-RECORD
               TO RB-LIVE-IMAGE(REBUILD-FOUND-IDX).
      * THE NON-DERIVABLE FIELDS RIDE ACROSS FROM THE LIVE FILE.
           MOVE ACCOUNT-MASTER-OVERDRAFT-LIMIT
               TO RB-OVERDRAFT-LIMIT(REBUILD-FOUND-IDX).
           MOVE ACCOUNT-MASTER-DORMANT-FLAG
               TO RB-DORMANT-FLAG(REBUILD-FOUND-IDX).
           MOVE ACCOUNT-MASTER-CUSTOMER
               TO RB-CUSTOMER(REBUILD-FOUND-IDX).
           MOVE ACCOUNT-MASTER-PRODUCT
               TO RB-PRODUCT(REBUILD-FOUND-IDX).
           MOVE ACCOUNT-MASTER-OPEN-DATE
               TO RB-OPEN-DATE(REBUILD-FOUND-IDX).
           MOVE ACCOUNT-MASTER-CLOSED-DATE
               TO RB-CLOSED-DATE(REBUILD-FOUND-IDX).
           IF ACCOUNT-MASTER-ENTITY NOT = SPACES
               MOVE ACCOUNT-MASTER-ENTITY
                   TO RB-ENTITY(REBUILD-FOUND-IDX)
           END-IF.
           IF ACCOUNT-MASTER-LAST-ACTIVITY >
                   RB-LAST-ACTIVITY(REBUILD-FOUND-IDX)
               MOVE ACCOUNT-MASTER-LAST-ACTIVITY
                   ACCOUNT-MASTER-BALANCE
                   - RB-BALANCE(REBUILD-FOUND-IDX)
               MOVE DIFFERENCE-AMOUNT TO DIFFERENCE-EDIT
               DISPLAY "ACCOUNT " ACCOUNT-MASTER-WIDE-KEY
                   " LIVE " ACCOUNT-MASTER-BALANCE
                   " REBUILT " RB-BALANCE(REBUILD-FOUND-IDX)
                   " DIFFERENCE " DIFFERENCE-EDIT
           IF RB-COMPARED-FLAG(REBUILD-IDX) = "N"
               AND LIVE-MASTER-PRESENT
               ADD 1 TO DIFFERENCE-COUNT
               DISPLAY "ACCOUNT " RB-WIDE-KEY(REBUILD-IDX)
                   " " RB-ACCOUNT-KEY(REBUILD-IDX)
                   " REBUILT BUT NOT ON THE LIVE FILE"
           END-IF.
       EXIT.
      *
      * WRITE-REBUILT-MASTER - THE FRESH INDEXED FILE TAKES ITS
      * RECORDS LOWEST WIDE KEY FIRST, BY REPEATED SELECTION OVER THE
      * TABLE. AN ENTRY NO ROW GAVE A WIDE KEY TO IS WIDENED FIRST.
      *
       WRITE-REBUILT-MASTER SECTION.
           PERFORM WIDEN-REBUILD-ENTRY
               VARYING REBUILD-IDX FROM 1 BY 1
               UNTIL REBUILD-IDX > REBUILD-COUNT.
           OPEN OUTPUT REBUILT-MASTER.
           PERFORM WRITE-NEXT-REBUILT-RECORD
               VARYING WRITE-PASS-COUNT FROM 1 BY 1
           MOVE "W" TO RB-COMPARED-FLAG(WRITE-BEST-IDX).
           MOVE RB-ACCOUNT-KEY(WRITE-BEST-IDX)
               TO REBUILT-MASTER-KEY.
           MOVE RB-WIDE-KEY(WRITE-BEST-IDX)
               TO REBUILT-MASTER-WIDE-KEY.
           MOVE RB-BALANCE(WRITE-BEST-IDX)
               TO REBUILT-MASTER-BALANCE.
           MOVE RB-OVERDRAFT-LIMIT(WRITE-BEST-IDX)
               TO REBUILT-LAST-ACTIVITY.
           MOVE RB-DORMANT-FLAG(WRITE-BEST-IDX)
               TO REBUILT-DORMANT-FLAG.
           MOVE RB-ENTITY(WRITE-BEST-IDX) TO REBUILT-ENTITY.
           MOVE RB-CUSTOMER(WRITE-BEST-IDX) TO REBUILT-CUSTOMER.
           MOVE RB-PRODUCT(WRITE-BEST-IDX) TO REBUILT-PRODUCT.
           MOVE RB-OPEN-DATE(WRITE-BEST-IDX) TO REBUILT-OPEN-DATE.
           MOVE RB-CLOSED-DATE(WRITE-BEST-IDX) TO REBUILT-CLOSED-DATE.
           WRITE REBUILT-MASTER-RECORD.
      * AN ACCOUNT THE REBUILD LEAVES EXACTLY AS IT WAS IS NOT A
      * CHANGE AND IS NOT JOURNALLED.
           IF REBUILT-MASTER-RECORD = RB-LIVE-IMAGE(WRITE-BEST-IDX)
               GO TO WRITE-NEXT-REBUILT-RECORD-EX
           END-IF.
           MOVE REBUILT-MASTER-KEY TO MASTER-JOURNAL-KEY-WORK.
           MOVE REBUILT-MASTER-WIDE-KEY TO MASTER-JOURNAL-WIDE-KEY-WORK.
           MOVE RB-LIVE-IMAGE(WRITE-BEST-IDX) TO MASTER-BEFORE-IMAGE.
           MOVE REBUILT-MASTER-RECORD TO MASTER-AFTER-IMAGE.
           IF MASTER-BEFORE-IMAGE = SPACES
               MOVE "A" TO MASTER-JOURNAL-ACTION-WORK
           END-IF.
           PERFORM WRITE-MASTER-JOURNAL.
       WRITE-NEXT-REBUILT-RECORD-EX.
       EXIT.
      *
       FIND-LOWEST-UNWRITTEN-KEY SECTION.
           IF RB-COMPARED-FLAG(REBUILD-IDX) NOT = "W"
               AND RB-WIDE-KEY(REBUILD-IDX) < WRITE-BEST-KEY
               MOVE REBUILD-IDX TO WRITE-BEST-IDX
               MOVE RB-WIDE-KEY(REBUILD-IDX) TO WRITE-BEST-KEY
           END-IF.
       EXIT.
      *
      * WIDEN-REBUILD-ENTRY - THE SAME RULE KEYMIGR WIDENED THE
      * MASTER BY: BRANCH DIGIT, TWO ZEROS, THE THREE-DIGIT NUMBER,
      * AND A MODULUS-11 CHECK DIGIT OVER THE SIX.
      *
       WIDEN-REBUILD-ENTRY SECTION.
           IF RB-WIDE-KEY(REBUILD-IDX) NOT = SPACES
               GO TO WIDEN-REBUILD-ENTRY-EX
           END-IF.
           MOVE RB-ACCOUNT-KEY(REBUILD-IDX)(1:1)
               TO WIDE-CHECK-DIGIT-WORK-STRING(1:1).
           MOVE "00" TO WIDE-CHECK-DIGIT-WORK-STRING(2:2).
           MOVE RB-ACCOUNT-KEY(REBUILD-IDX)(2:3)
               TO WIDE-CHECK-DIGIT-WORK-STRING(4:3).
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
           MOVE WIDE-CHECK-DIGIT-WORK-STRING
               TO RB-WIDE-KEY(REBUILD-IDX)(1:6).
           MOVE CHECK-DIGIT-COMPUTED TO RB-WIDE-KEY(REBUILD-IDX)(7:1).
       WIDEN-REBUILD-ENTRY-EX.
       EXIT.
      *
       ACCUMULATE-WIDE-CHECK-DIGIT SECTION.
           MOVE WIDE-CHECK-DIGIT-WORK-STRING(CHECK-DIGIT-INDEX:1) TO
               CHECK-DIGIT-CHAR.
           IF CHECK-DIGIT-CHAR NOT NUMERIC
               MOVE ZERO TO CHECK-DIGIT-DIGIT
           ELSE
               MOVE CHECK-DIGIT-CHAR TO CHECK-DIGIT-DIGIT
           END-IF.
           COMPUTE CHECK-DIGIT-WEIGHT = CHECK-DIGIT-INDEX + 1.
           COMPUTE CHECK-DIGIT-SUM = CHECK-DIGIT-SUM +
               (CHECK-DIGIT-DIGIT * CHECK-DIGIT-WEIGHT).
       EXIT.
      *
      * COMPUTE-CHECK-DIGIT - MODULUS-11 OVER THE POSTED STRING
                   SET END-OF-POSTED-TRANSACTIONS TO TRUE
           END-READ.
       EXIT.
      *
      * WRITE-MASTER-JOURNAL - ONE MSTJRNL RECORD FOR THE CHANGE THE
      * REBUILT GENERATION MAKES TO ONE ACCOUNT. KEEP IN STEP WITH
      * TEST'S; THE KEY AND AFTER IMAGE COME FROM WORK FIELDS HERE
      * AS THE RECORD MAY BE IN EITHER FILE. THIS PROGRAM RUNS
      * OUTSIDE THE INTRADAY CYCLES AND JOURNALS UNDER CYCLE ZERO.
      *
       WRITE-MASTER-JOURNAL SECTION.
           ADD 1 TO MASTER-JOURNAL-COUNT.
           MOVE SPACES TO MASTER-JOURNAL-RECORD.
           MOVE "ACCTRBLD" TO MASTER-JOURNAL-PROGRAM.
           MOVE RUN-DATE TO MASTER-JOURNAL-RUN-DATE.
           MOVE MASTER-JOURNAL-TIME TO MASTER-JOURNAL-RUN-TIME.
           MOVE ZERO TO MASTER-JOURNAL-CYCLE.
           MOVE MASTER-JOURNAL-COUNT TO MASTER-JOURNAL-SEQUENCE.
           MOVE MASTER-JOURNAL-TXN TO MASTER-JOURNAL-TXN-NUMBER.
           MOVE MASTER-JOURNAL-ACTION-WORK TO MASTER-JOURNAL-ACTION.
           MOVE MASTER-JOURNAL-KEY-WORK TO MASTER-JOURNAL-ACCOUNT-KEY.
           MOVE MASTER-JOURNAL-WIDE-KEY-WORK TO MASTER-JOURNAL-WIDE-KEY.
           MOVE MASTER-BEFORE-IMAGE TO MASTER-JOURNAL-BEFORE-IMAGE.
           IF NOT MASTER-JOURNAL-DELETED
               MOVE MASTER-AFTER-IMAGE TO MASTER-JOURNAL-AFTER-IMAGE
           END-IF.
           WRITE MASTER-JOURNAL-RECORD.
           MOVE "C" TO MASTER-JOURNAL-ACTION-WORK.
           MOVE ZERO TO MASTER-JOURNAL-TXN.
       EXIT.
      *
       READ-ACCOUNT-MASTER SECTION.
           READ ACCOUNT-MASTER
