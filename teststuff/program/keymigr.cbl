       IDENTIFICATION DIVISION.
       PROGRAM-ID. KEYMIGR.
      *
      *
      * ONE-OFF CONVERSION OF THE ACCOUNT FILES TO THE WIDE ACCOUNT
      * KEY. THE SHORT KEY - BRANCH DIGIT, THREE-DIGIT NUMBER, CHECK
      * DIGIT - CAPS A BRANCH AT 999 ACCOUNTS; THE WIDE KEY IN
      * ACCOUNTKEY.CBL CARRIES A FIVE-DIGIT NUMBER WITH THE CHECK
      * DIGIT TAKEN OVER ALL SIX DIGITS. EVERY ACCOUNT ON THE OLD
      * MASTER IS WIDENED THE WAY ACCTMNT WIDENS A NEW ONE - SAME
      * BRANCH, THE NUMBER WITH TWO LEADING ZEROS - AND:
      *
      * THE MASTER IS COPIED TO ITS NEW GENERATION FILED UNDER THE
      * WIDE KEY, THE SHORT KEY KEPT AS ITS ALTERNATE KEY;
      *
      * ONE KEYCONV ROW PER ACCOUNT TIES THE TWO KEYS TOGETHER, SO
      * FRONTEND AND TEST CAN POST A BRANCH FEED STILL SENDING THE
      * SHORT KEY WHILE THE BRANCHES MOVE ACROSS;
      *
      * BALSNAP, POSTEDTX, SUSPITEM AND STANDING ARE COPIED TO THEIR
      * NEW GENERATIONS WITH THE WIDE KEY STAMPED BESIDE THE SHORT
      * ONE WHEREVER THE SHORT ONE NAMES AN ACCOUNT ON THE MASTER.
      * NOTHING ELSE IN ANY RECORD CHANGES AND NO RECORD IS ADDED OR
      * DROPPED.
      *
      * THE JCL RENAMES THE LIVE ACCTMAST TO ACCTMSTO AHEAD OF THE
      * STEP, AND EACH NEW GENERATION INTO PLACE ONCE IT ENDS CLEAN,
      * THE WAY IT DOES RETPURGE'S. THE CONVERSION REPORT PROVES THE
      * RUN: EVERY FILE'S RECORDS AND AMOUNTS IN AGAINST OUT, AND THE
      * MASTER'S ACCOUNTS AND BALANCES BRANCH BY BRANCH. A PROOF THAT
      * DOES NOT AGREE ENDS THE JOB RC 8 SO THE RENAME IS NOT MADE;
      * A HISTORY ROW WHOSE KEY NAMES NO ACCOUNT ON THE MASTER IS
      * CARRIED ACROSS UNSTAMPED AND ENDS IT RC 4. RETPURGE'S
      * SURROGATES AND PAYMENT REFERENCES ARE NOT ACCOUNT KEYS AND
      * ARE LEFT AS THEY ARE.
      *
      * THE CONVERSION IS MADE ONCE: A KEYCONV THAT ALREADY HOLDS
      * ROWS REFUSES THE RUN, AS DOES A HELD RUN-LOCK.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * KEEP IN STEP WITH TEST'S SPECIAL-NAMES - SAME COPYBOOK FIELDS
      * FLOW THROUGH THIS PROGRAM AND MUST EDIT THE SAME WAY.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OLD-ACCOUNT-MASTER - THE MASTER AS IT STOOD, ON THE SHORT
      * KEY, WALKED IN KEY ORDER. THAT IS ALSO WIDE-KEY ORDER, SINCE
      * WIDENING KEEPS THE BRANCH AND THE NUMBER'S ORDER.
           SELECT OLD-ACCOUNT-MASTER ASSIGN TO "ACCTMSTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-MASTER-KEY.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNT-MASTER-WIDE-KEY
               ALTERNATE RECORD KEY IS ACCOUNT-MASTER-KEY
                   WITH DUPLICATES
               FILE STATUS IS ACCOUNT-MASTER-STATUS.
      * OPTIONAL - READ FIRST TO SEE THE CONVERSION HAS NOT BEEN
      * MADE, THEN WRITTEN AFRESH.
           SELECT OPTIONAL KEY-CONVERSIONS ASSIGN TO "KEYCONV"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BALANCE-SNAPSHOT-FILE ASSIGN TO "BALSNAP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BALANCE-SNAPSHOT-NEW ASSIGN TO "BALSNAPN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSTED-TRANSACTIONS ASSIGN TO "POSTEDTX"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSTED-TRANSACTIONS-NEW ASSIGN TO "POSTEDTN"
               ORGANIZATION IS LINE SEQUENTIAL.
      * KEEP THE ITEM LAYOUT IN STEP WITH THE SAME 01 IN TEST.
           SELECT SUSPENSE-ITEMS ASSIGN TO "SUSPITEM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUSPENSE-ITEMS-NEW ASSIGN TO "SUSPITEN"
               ORGANIZATION IS LINE SEQUENTIAL.
      * KEEP THE TEMPLATE LAYOUT IN STEP WITH
      * STANDING-INSTRUCTION-RECORD IN TEST.
           SELECT STANDING-INSTRUCTIONS ASSIGN TO "STANDING"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STANDING-INSTRUCTIONS-NEW ASSIGN TO "STANDINN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONVERSION-REPORT ASSIGN TO "KEYMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * RUN-LOCK - HELD BY TEST FROM START-UP UNTIL ITS COMPLETION
      * FLAG IS WRITTEN.
           SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK"
               ORGANIZATION IS LINE SEQUENTIAL.
      * AUDIT-LOG-FILE - THE SAME CHAIN DISCIPLINE ACCTMNT FOLLOWS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * KEEP THIS LAYOUT IN STEP WITH THE FIRST 64 BYTES OF
      * ACCOUNT-MASTER-RECORD IN ACCTMASTER - THE WHOLE RECORD AS IT
      * WAS BEFORE THE WIDE KEY WAS ADDED ON THE END.
       FD  OLD-ACCOUNT-MASTER
           LABEL RECORDS ARE STANDARD.
       01  OLD-MASTER-RECORD.
        05       OLD-MASTER-KEY.
         10      OLD-MASTER-BRANCH-DIGIT PIC X.
         10      OLD-MASTER-NUMBER       PIC X(3).
         10      OLD-MASTER-CHECK-DIGIT  PIC X.
        05       OLD-MASTER-BALANCE      PIC S9(9)V99.
        05       OLD-MASTER-OVERDRAFT-LIMIT PIC 9(7)V99.
        05       FILLER                  PIC X(39).
      *
       FD  ACCOUNT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY ACCTMASTER.
      *
       FD  KEY-CONVERSIONS
           LABEL RECORDS ARE STANDARD.
           COPY ACCOUNTKEYCONV.
      *
      * EACH HISTORY FILE IS READ IN ITS NEW SHAPE - A ROW WRITTEN
      * BEFORE THE WIDE KEY READS WITH IT BLANK - AND ITS NEW
      * GENERATION IS WRITTEN FROM THE SAME RECORD.
       FD  BALANCE-SNAPSHOT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BALSNAPSHOT.
      *
       FD  BALANCE-SNAPSHOT-NEW
           LABEL RECORDS ARE STANDARD.
       01  BALANCE-SNAPSHOT-NEW-RECORD     PIC X(31).
      *
       FD  POSTED-TRANSACTIONS
           LABEL RECORDS ARE STANDARD.
           COPY POSTEDTXN.
      *
       FD  POSTED-TRANSACTIONS-NEW
           LABEL RECORDS ARE STANDARD.
       01  POSTED-TRANSACTION-NEW-RECORD   PIC X(57).
      *
       FD  SUSPENSE-ITEMS
           LABEL RECORDS ARE STANDARD.
       01  SUSPENSE-ITEM-RECORD.
        05       SUSP-DATE               PIC 9(8).
        05       SUSP-ORIGINAL-KEY       PIC X(5).
        05       SUSP-TXN-NUMBER         PIC 9(4).
        05       SUSP-TXN-TYPE           PIC X.
        05       SUSP-AMOUNT             PIC S9(7)V99.
        05       SUSP-ACCOUNT-KEY        PIC X(5).
        05       SUSP-ORIGINAL-WIDE-KEY  PIC X(7).
      *
       FD  SUSPENSE-ITEMS-NEW
           LABEL RECORDS ARE STANDARD.
       01  SUSPENSE-ITEM-NEW-RECORD        PIC X(39).
      *
       FD  STANDING-INSTRUCTIONS
           LABEL RECORDS ARE STANDARD.
       01  STANDING-INSTRUCTION-RECORD.
        05       STANDING-STRING-PART1   PIC X(4).
        05       STANDING-STRING-PART2   PIC X(4).
        05       STANDING-NUMBER-PART1   PIC 9(4).
        05       STANDING-NUMBER-PART2   PIC 9(4).
        05       STANDING-TYPE           PIC X.
        05       STANDING-CHECK-DIGIT    PIC 9.
        05       STANDING-CURRENCY-CODE  PIC X(3).
        05       STANDING-FREQUENCY      PIC X.
        05       STANDING-DAY-OF-MONTH   PIC 99.
        05       STANDING-ACTIVE-FROM    PIC 9(8).
        05       STANDING-ACTIVE-TO      PIC 9(8).
        05       STANDING-WIDE-KEY       PIC X(7).
      *
       FD  STANDING-INSTRUCTIONS-NEW
           LABEL RECORDS ARE STANDARD.
       01  STANDING-INSTRUCTION-NEW-RECORD PIC X(47).
      *
       FD  CONVERSION-REPORT
           LABEL RECORDS ARE STANDARD.
       01  CONVERSION-REPORT-LINE          PIC X(132).
      *
      * KEEP THIS LAYOUT IN STEP WITH RUN-LOCK-RECORD IN TEST.
       FD  RUN-LOCK-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-LOCK-RECORD.
        05       RUN-LOCK-STATUS         PIC X.
        05       RUN-LOCK-DATE           PIC 9(8).
        05       RUN-LOCK-TIME           PIC 9(8).
      *
       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITRECORD.
      *
       WORKING-STORAGE SECTION.
       01  OLD-ACCOUNT-MASTER-SWITCH    PIC X VALUE "N".
         88      END-OF-OLD-ACCOUNT-MASTER    VALUE "Y".
       01  ACCOUNT-MASTER-STATUS        PIC XX VALUE "00".
       01  KEY-CONVERSIONS-SWITCH       PIC X VALUE "N".
         88      END-OF-KEY-CONVERSIONS       VALUE "Y".
       01  SNAPSHOT-SWITCH              PIC X VALUE "N".
         88      END-OF-SNAPSHOTS             VALUE "Y".
       01  POSTED-TRANSACTIONS-SWITCH   PIC X VALUE "N".
         88      END-OF-POSTED-TRANSACTIONS   VALUE "Y".
       01  SUSPENSE-ITEMS-SWITCH        PIC X VALUE "N".
         88      END-OF-SUSPENSE-ITEMS        VALUE "Y".
       01  STANDING-INSTRUCTIONS-SWITCH PIC X VALUE "N".
         88      END-OF-STANDING-INSTRUCTIONS VALUE "Y".
       01  RUN-LOCK-SWITCH              PIC X VALUE "N".
         88      END-OF-RUN-LOCK              VALUE "Y".
       01  AUDIT-LOG-READ-SWITCH        PIC X VALUE "N".
         88      END-OF-AUDIT-LOG             VALUE "Y".
      * "Y" ONCE ANY PROOF FAILS TO AGREE - THE RUN ENDS RC 8 AND
      * ITS NEW GENERATIONS ARE NOT TO BE RENAMED INTO PLACE.
       01  PROOF-FAILED-SWITCH          PIC X VALUE "N".
         88      PROOF-FAILED                 VALUE "Y".
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
      *
      * ACCOUNT-KEY - THE KEY UNDER CONVERSION, IN THE SHARED
      * BRANCH-DIGIT / NUMBER / CHECK-DIGIT SHAPE, AND THE WIDE KEY
      * IT CONVERTS TO.
           COPY ACCOUNTKEY.
      *
      * MODULUS-11 CHECK-DIGIT WORK FIELDS - THE SAME RULE ACCTMNT
      * APPLIES, OVER THE WIDE KEY'S SIX DIGITS WEIGHTED 2 THROUGH 7
      * LEFT TO RIGHT.
       01  CHECK-DIGIT-WEIGHT           PIC 9 VALUE ZERO.
       01  CHECK-DIGIT-SUM              PIC 9(4) VALUE ZERO.
       01  CHECK-DIGIT-INDEX            PIC 9 VALUE 1.
       01  CHECK-DIGIT-CHAR             PIC X VALUE SPACE.
       01  CHECK-DIGIT-DIGIT            PIC 9 VALUE ZERO.
       01  CHECK-DIGIT-QUOTIENT         PIC 9(4) VALUE ZERO.
       01  CHECK-DIGIT-REMAINDER        PIC 9(4) VALUE ZERO.
       01  CHECK-DIGIT-COMPUTED         PIC 9 VALUE ZERO.
       01  WIDE-CHECK-DIGIT-WORK-STRING PIC X(6) VALUE SPACES.
      *
      * CONVERSION TABLE - EVERY ACCOUNT CARRIED ACROSS, SHORT KEY
      * AGAINST WIDE, FOR STAMPING THE HISTORY FILES. TEN BRANCHES
      * OF 999 ACCOUNTS FIT; AN ACCOUNT PAST THE TABLE IS STILL
      * CONVERTED BUT ITS HISTORY IS NOT STAMPED, AND THE RUN FAILS.
       01  CONVERSION-TABLE.
        05       CONVERSION-ENTRY OCCURS 9999 TIMES.
         10      CVT-OLD-KEY             PIC X(5).
         10      CVT-NEW-KEY             PIC X(7).
       01  CONVERSION-COUNT             PIC 9(4) VALUE ZERO.
       01  CONVERSION-IDX               PIC 9(4) VALUE 1.
       01  CONVERSION-FOUND-IDX         PIC 9(4) VALUE ZERO.
       01  CONVERSION-OVERFLOW-COUNT    PIC 9(8) VALUE ZERO.
      * ONLY THE FIRST FOUR BYTES ARE MATCHED - THE CHECK DIGIT
      * FOLLOWS FROM THEM, AND THE POSTING TRAIL DOES NOT CARRY IT.
       01  CONVERSION-WANTED-PART1      PIC X(4) VALUE SPACES.
      *
      * BRANCH PROOF - THE MASTER'S ACCOUNTS AND BALANCES PER BRANCH
      * DIGIT, ON THE OLD KEY AS READ AND ON THE WIDE KEY AS WRITTEN.
       01  BRANCH-PROOF-TABLE.
        05       BRANCH-PROOF-ENTRY OCCURS 10 TIMES.
         10      BP-COUNT-IN             PIC 9(8).
         10      BP-COUNT-OUT            PIC 9(8).
         10      BP-BALANCE-IN           PIC S9(13)V99.
         10      BP-BALANCE-OUT          PIC S9(13)V99.
       01  BRANCH-PROOF-IDX             PIC 9(2) VALUE 1.
       01  BRANCH-DIGIT-WORK            PIC X VALUE SPACE.
       01  BRANCH-DIGIT-NUM REDEFINES BRANCH-DIGIT-WORK PIC 9.
      *
      * RUN COUNTS AND TOTALS - EACH FILE'S RECORDS AND AMOUNTS IN
      * AND OUT, HOW MANY ROWS TOOK A WIDE KEY, AND HOW MANY NAMED
      * AN ACCOUNT THE MASTER DOES NOT HOLD.
       01  MASTER-READ-COUNT            PIC 9(8) VALUE ZERO.
       01  MASTER-WRITTEN-COUNT         PIC 9(8) VALUE ZERO.
       01  MASTER-REFUSED-COUNT         PIC 9(8) VALUE ZERO.
       01  MASTER-BALANCE-IN            PIC S9(13)V99 VALUE ZERO.
       01  MASTER-BALANCE-OUT           PIC S9(13)V99 VALUE ZERO.
       01  MASTER-OVERDRAFT-IN          PIC S9(13)V99 VALUE ZERO.
       01  MASTER-OVERDRAFT-OUT         PIC S9(13)V99 VALUE ZERO.
       01  CONVERSIONS-WRITTEN-COUNT    PIC 9(8) VALUE ZERO.
       01  SNAPSHOTS-READ-COUNT         PIC 9(8) VALUE ZERO.
       01  SNAPSHOTS-WRITTEN-COUNT      PIC 9(8) VALUE ZERO.
       01  SNAPSHOTS-WIDENED-COUNT      PIC 9(8) VALUE ZERO.
       01  SNAPSHOTS-UNMATCHED-COUNT    PIC 9(8) VALUE ZERO.
       01  SNAPSHOT-TOTAL-IN            PIC S9(13)V99 VALUE ZERO.
       01  SNAPSHOT-TOTAL-OUT           PIC S9(13)V99 VALUE ZERO.
       01  POSTINGS-READ-COUNT          PIC 9(8) VALUE ZERO.
       01  POSTINGS-WRITTEN-COUNT       PIC 9(8) VALUE ZERO.
       01  POSTINGS-WIDENED-COUNT       PIC 9(8) VALUE ZERO.
       01  POSTINGS-UNMATCHED-COUNT     PIC 9(8) VALUE ZERO.
       01  POSTING-TOTAL-IN             PIC S9(13)V99 VALUE ZERO.
       01  POSTING-TOTAL-OUT            PIC S9(13)V99 VALUE ZERO.
       01  SUSPENSE-READ-COUNT          PIC 9(8) VALUE ZERO.
       01  SUSPENSE-WRITTEN-COUNT       PIC 9(8) VALUE ZERO.
       01  SUSPENSE-WIDENED-COUNT       PIC 9(8) VALUE ZERO.
       01  SUSPENSE-UNMATCHED-COUNT     PIC 9(8) VALUE ZERO.
       01  SUSPENSE-TOTAL-IN            PIC S9(13)V99 VALUE ZERO.
       01  SUSPENSE-TOTAL-OUT           PIC S9(13)V99 VALUE ZERO.
       01  STANDING-READ-COUNT          PIC 9(8) VALUE ZERO.
       01  STANDING-WRITTEN-COUNT       PIC 9(8) VALUE ZERO.
       01  STANDING-WIDENED-COUNT       PIC 9(8) VALUE ZERO.
       01  STANDING-UNMATCHED-COUNT     PIC 9(8) VALUE ZERO.
       01  UNMATCHED-TOTAL-COUNT        PIC 9(8) VALUE ZERO.
      *
      * PRINT WORK FIELDS - SAME LINE-COUNTED, PAGE-HEADED SHAPE AS
      * TEST'S DAILY REPORT.
       01  REPORT-PAGE-NUMBER           PIC 9(4) VALUE ZERO.
       01  REPORT-LINE-COUNT            PIC 9(2) VALUE ZERO.
       01  REPORT-PAGE-DEPTH            PIC 9(2) VALUE 55.
       01  REPORT-HEADING-LINE.
        05       FILLER                  PIC X(30) VALUE
                 "ACCOUNT KEY CONVERSION REPORT".
        05       FILLER                  PIC X(6) VALUE "  RUN ".
        05       REPORT-HEADING-DATE     PIC 9(8).
        05       FILLER                  PIC X(7) VALUE "   PAGE".
        05       REPORT-HEADING-PAGE     PIC ZZZ9.
       01  REPORT-BUILD-LINE            PIC X(132) VALUE SPACES.
       01  REPORT-LABEL-WORK            PIC X(8) VALUE SPACES.
       01  REPORT-PROOF-WORK            PIC X(12) VALUE SPACES.
       01  REPORT-COUNT-EDIT            PIC ZZ.ZZZ.ZZ9.
       01  REPORT-COUNT-EDIT-2          PIC ZZ.ZZZ.ZZ9.
       01  REPORT-COUNT-EDIT-3          PIC ZZ.ZZZ.ZZ9.
       01  REPORT-COUNT-EDIT-4          PIC ZZ.ZZZ.ZZ9.
       01  TOTAL-EDIT                   PIC -ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  TOTAL-EDIT-2                 PIC -ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
      * AUDIT-CHAIN WORK FIELDS - SAME DISCIPLINE AS TEST.
       01  AUDIT-SEQUENCE-NUMBER        PIC 9(8) VALUE ZERO.
       01  AUDIT-DATA-ENTRY-COUNT       PIC 9(8) VALUE ZERO.
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           DISPLAY "START KEYMIGR".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
      * A HELD RUN-LOCK MEANS TEST IS MID-FLIGHT AND THE FILES MUST
      * NOT BE TOUCHED.
           OPEN INPUT RUN-LOCK-FILE.
           READ RUN-LOCK-FILE
               AT END
                   SET END-OF-RUN-LOCK TO TRUE
           END-READ.
           CLOSE RUN-LOCK-FILE.
           IF NOT END-OF-RUN-LOCK AND RUN-LOCK-STATUS = "H"
               DISPLAY "RUN LOCK HELD SINCE " RUN-LOCK-DATE " "
                   RUN-LOCK-TIME " - CONVERSION REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
      * A CONVERSION TABLE WITH ROWS ON IT MEANS THE FILES ARE ON THE
      * WIDE KEY ALREADY.
           OPEN INPUT KEY-CONVERSIONS.
           READ KEY-CONVERSIONS
               AT END
                   SET END-OF-KEY-CONVERSIONS TO TRUE
           END-READ.
           CLOSE KEY-CONVERSIONS.
           IF NOT END-OF-KEY-CONVERSIONS
               DISPLAY "KEYCONV ALREADY HOLDS CONVERSIONS - "
                   "CONVERSION REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           PERFORM CLEAR-ONE-BRANCH-PROOF
               VARYING BRANCH-PROOF-IDX FROM 1 BY 1
               UNTIL BRANCH-PROOF-IDX > 10.
           PERFORM CONVERT-ACCOUNT-MASTER.
           PERFORM CONVERT-BALANCE-SNAPSHOTS.
           PERFORM CONVERT-POSTING-TRAIL.
           PERFORM CONVERT-SUSPENSE-ITEMS.
           PERFORM CONVERT-STANDING-INSTRUCTIONS.
           PERFORM PROVE-CONVERSION.
           COMPUTE UNMATCHED-TOTAL-COUNT = SNAPSHOTS-UNMATCHED-COUNT
               + POSTINGS-UNMATCHED-COUNT + SUSPENSE-UNMATCHED-COUNT
               + STANDING-UNMATCHED-COUNT.
           PERFORM PRINT-CONVERSION-REPORT.
           PERFORM ESTABLISH-AUDIT-SEQUENCE.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE "ACCTMAST" TO REPORT-LABEL-WORK.
           PERFORM WRITE-CONVERSION-AUDIT.
           MOVE "BALSNAP " TO REPORT-LABEL-WORK.
           PERFORM WRITE-CONVERSION-AUDIT.
           MOVE "POSTEDTX" TO REPORT-LABEL-WORK.
           PERFORM WRITE-CONVERSION-AUDIT.
           MOVE "SUSPITEM" TO REPORT-LABEL-WORK.
           PERFORM WRITE-CONVERSION-AUDIT.
           MOVE "STANDING" TO REPORT-LABEL-WORK.
           PERFORM WRITE-CONVERSION-AUDIT.
           PERFORM WRITE-AUDIT-TRAILER.
           CLOSE AUDIT-LOG-FILE.
           DISPLAY "ACCOUNTS CONVERTED:       " MASTER-WRITTEN-COUNT.
           DISPLAY "ACCOUNTS REFUSED:         " MASTER-REFUSED-COUNT.
           DISPLAY "CONVERSIONS WRITTEN:      "
               CONVERSIONS-WRITTEN-COUNT.
           DISPLAY "HISTORY ROWS UNMATCHED:   " UNMATCHED-TOTAL-COUNT.
           IF UNMATCHED-TOTAL-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF PROOF-FAILED
               DISPLAY "CONVERSION PROOF FAILED - DO NOT RENAME"
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       PROG-EX.
           DISPLAY "END KEYMIGR".
           EXIT PROGRAM.
      *
       CLEAR-ONE-BRANCH-PROOF SECTION.
           MOVE ZERO TO BP-COUNT-IN(BRANCH-PROOF-IDX).
           MOVE ZERO TO BP-COUNT-OUT(BRANCH-PROOF-IDX).
           MOVE ZERO TO BP-BALANCE-IN(BRANCH-PROOF-IDX).
           MOVE ZERO TO BP-BALANCE-OUT(BRANCH-PROOF-IDX).
       EXIT.
      *
      * CONVERT-ACCOUNT-MASTER - EVERY ACCOUNT IS WRITTEN UNDER ITS
      * WIDE KEY WITH THE REST OF THE RECORD AS IT WAS, AND ITS
      * CONVERSION ROW GOES ON KEYCONV.
      *
       CONVERT-ACCOUNT-MASTER SECTION.
           OPEN INPUT OLD-ACCOUNT-MASTER.
           OPEN OUTPUT ACCOUNT-MASTER.
           OPEN OUTPUT KEY-CONVERSIONS.
           PERFORM READ-OLD-ACCOUNT-MASTER.
           PERFORM CONVERT-ONE-ACCOUNT
               UNTIL END-OF-OLD-ACCOUNT-MASTER.
           CLOSE KEY-CONVERSIONS.
           CLOSE ACCOUNT-MASTER.
           CLOSE OLD-ACCOUNT-MASTER.
       EXIT.
      *
       CONVERT-ONE-ACCOUNT SECTION.
           ADD 1 TO MASTER-READ-COUNT.
           ADD OLD-MASTER-BALANCE TO MASTER-BALANCE-IN.
           ADD OLD-MASTER-OVERDRAFT-LIMIT TO MASTER-OVERDRAFT-IN.
           MOVE OLD-MASTER-BRANCH-DIGIT TO BRANCH-DIGIT-WORK.
           IF BRANCH-DIGIT-WORK NUMERIC
               ADD 1 TO BP-COUNT-IN(BRANCH-DIGIT-NUM + 1)
               ADD OLD-MASTER-BALANCE
                   TO BP-BALANCE-IN(BRANCH-DIGIT-NUM + 1)
           END-IF.
      * A KEY THAT IS NOT ALL DIGITS CANNOT BE WIDENED. IT IS LISTED
      * AND LEFT OFF THE NEW MASTER, WHICH FAILS THE PROOF.
           IF OLD-MASTER-KEY NOT NUMERIC
               ADD 1 TO MASTER-REFUSED-COUNT
               DISPLAY "ACCOUNT " OLD-MASTER-KEY
                   " KEY NOT NUMERIC - NOT CONVERTED"
               GO TO CONVERT-ONE-ACCOUNT-NEXT
           END-IF.
           MOVE OLD-MASTER-KEY TO ACCOUNT-KEY.
           PERFORM WIDEN-ACCOUNT-KEY.
           MOVE SPACES TO ACCOUNT-MASTER-RECORD.
           MOVE OLD-MASTER-RECORD TO ACCOUNT-MASTER-RECORD(1:64).
           MOVE ACCOUNT-WIDE-KEY TO ACCOUNT-MASTER-WIDE-KEY.
           WRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO MASTER-REFUSED-COUNT
                   DISPLAY "ACCOUNT " OLD-MASTER-KEY " WIDE KEY "
                       ACCOUNT-WIDE-KEY " NOT WRITTEN, STATUS "
                       ACCOUNT-MASTER-STATUS
                   GO TO CONVERT-ONE-ACCOUNT-NEXT
           END-WRITE.
           ADD 1 TO MASTER-WRITTEN-COUNT.
           ADD ACCOUNT-MASTER-BALANCE TO MASTER-BALANCE-OUT.
           ADD ACCOUNT-MASTER-OVERDRAFT-LIMIT TO MASTER-OVERDRAFT-OUT.
           MOVE ACCOUNT-MASTER-WIDE-BRANCH TO BRANCH-DIGIT-WORK.
           ADD 1 TO BP-COUNT-OUT(BRANCH-DIGIT-NUM + 1).
           ADD ACCOUNT-MASTER-BALANCE
               TO BP-BALANCE-OUT(BRANCH-DIGIT-NUM + 1).
           MOVE ACCOUNT-MASTER-KEY TO CONV-OLD-KEY.
           MOVE ACCOUNT-MASTER-WIDE-KEY TO CONV-NEW-KEY.
           MOVE RUN-DATE TO CONV-DATE.
           WRITE ACCOUNT-KEY-CONV-RECORD.
           ADD 1 TO CONVERSIONS-WRITTEN-COUNT.
           IF CONVERSION-COUNT = 9999
               ADD 1 TO CONVERSION-OVERFLOW-COUNT
               GO TO CONVERT-ONE-ACCOUNT-NEXT
           END-IF.
           ADD 1 TO CONVERSION-COUNT.
           MOVE ACCOUNT-MASTER-KEY TO CVT-OLD-KEY(CONVERSION-COUNT).
           MOVE ACCOUNT-MASTER-WIDE-KEY
               TO CVT-NEW-KEY(CONVERSION-COUNT).
       CONVERT-ONE-ACCOUNT-NEXT.
           PERFORM READ-OLD-ACCOUNT-MASTER.
       EXIT.
      *
      * WIDEN-ACCOUNT-KEY - THE WIDE KEY A SHORT KEY CONVERTS TO: THE
      * SAME BRANCH, THE NUMBER WITH TWO LEADING ZEROS, AND THE CHECK
      * DIGIT OVER THE SIX. KEEP IN STEP WITH ACCTMNT'S.
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
      * CONVERT-BALANCE-SNAPSHOTS - EACH SNAPSHOT TAKES ITS ACCOUNT'S
      * WIDE KEY.
      *
       CONVERT-BALANCE-SNAPSHOTS SECTION.
           OPEN INPUT BALANCE-SNAPSHOT-FILE.
           OPEN OUTPUT BALANCE-SNAPSHOT-NEW.
           PERFORM READ-BALANCE-SNAPSHOT.
           PERFORM CONVERT-ONE-SNAPSHOT UNTIL END-OF-SNAPSHOTS.
           CLOSE BALANCE-SNAPSHOT-NEW.
           CLOSE BALANCE-SNAPSHOT-FILE.
       EXIT.
      *
      * A LETTER WHERE THE BRANCH DIGIT STANDS IS RETPURGE'S
      * SURROGATE FOR A PURGED ACCOUNT, WHICH KEEPS NO WIDE KEY.
       CONVERT-ONE-SNAPSHOT SECTION.
           ADD 1 TO SNAPSHOTS-READ-COUNT.
           ADD SNAPSHOT-BALANCE TO SNAPSHOT-TOTAL-IN.
           IF SNAPSHOT-ACCOUNT-KEY(1:1) NUMERIC
               MOVE SNAPSHOT-ACCOUNT-KEY(1:4)
                   TO CONVERSION-WANTED-PART1
               PERFORM FIND-CONVERSION
               IF CONVERSION-FOUND-IDX > ZERO
                   MOVE CVT-NEW-KEY(CONVERSION-FOUND-IDX)
                       TO SNAPSHOT-WIDE-KEY
                   ADD 1 TO SNAPSHOTS-WIDENED-COUNT
               ELSE
                   ADD 1 TO SNAPSHOTS-UNMATCHED-COUNT
               END-IF
           END-IF.
           MOVE BALANCE-SNAPSHOT-RECORD TO BALANCE-SNAPSHOT-NEW-RECORD.
           WRITE BALANCE-SNAPSHOT-NEW-RECORD.
           ADD 1 TO SNAPSHOTS-WRITTEN-COUNT.
           ADD SNAPSHOT-BALANCE TO SNAPSHOT-TOTAL-OUT.
           PERFORM READ-BALANCE-SNAPSHOT.
       EXIT.
      *
      * CONVERT-POSTING-TRAIL - EACH POSTING TAKES ITS ACCOUNT'S WIDE
      * KEY AND, ON A TRANSFER LEG, THE OTHER LEG'S. A PAYMENT-
      * REFERENCE POSTING'S STRING PART IS NOT AN ACCOUNT.
      *
       CONVERT-POSTING-TRAIL SECTION.
           OPEN INPUT POSTED-TRANSACTIONS.
           OPEN OUTPUT POSTED-TRANSACTIONS-NEW.
           PERFORM READ-POSTED-TRANSACTION.
           PERFORM CONVERT-ONE-POSTING
               UNTIL END-OF-POSTED-TRANSACTIONS.
           CLOSE POSTED-TRANSACTIONS-NEW.
           CLOSE POSTED-TRANSACTIONS.
       EXIT.
      *
       CONVERT-ONE-POSTING SECTION.
           ADD 1 TO POSTINGS-READ-COUNT.
           ADD POSTED-AMOUNT TO POSTING-TOTAL-IN.
           IF POSTED-STRING-TYPE NOT = "R"
               AND POSTED-STRING-PART1(1:1) NUMERIC
               MOVE POSTED-STRING-PART1 TO CONVERSION-WANTED-PART1
               PERFORM FIND-CONVERSION
               IF CONVERSION-FOUND-IDX > ZERO
                   MOVE CVT-NEW-KEY(CONVERSION-FOUND-IDX)
                       TO POSTED-WIDE-KEY
                   ADD 1 TO POSTINGS-WIDENED-COUNT
               ELSE
                   ADD 1 TO POSTINGS-UNMATCHED-COUNT
               END-IF
           END-IF.
           IF POSTED-COUNTER-KEY(1:1) NUMERIC
               MOVE POSTED-COUNTER-KEY(1:4) TO CONVERSION-WANTED-PART1
               PERFORM FIND-CONVERSION
               IF CONVERSION-FOUND-IDX > ZERO
                   MOVE CVT-NEW-KEY(CONVERSION-FOUND-IDX)
                       TO POSTED-COUNTER-WIDE-KEY
               ELSE
                   ADD 1 TO POSTINGS-UNMATCHED-COUNT
               END-IF
           END-IF.
           MOVE POSTED-TRANSACTION-RECORD
               TO POSTED-TRANSACTION-NEW-RECORD.
           WRITE POSTED-TRANSACTION-NEW-RECORD.
           ADD 1 TO POSTINGS-WRITTEN-COUNT.
           ADD POSTED-AMOUNT TO POSTING-TOTAL-OUT.
           PERFORM READ-POSTED-TRANSACTION.
       EXIT.
      *
      * CONVERT-SUSPENSE-ITEMS - AN ITEM'S ORIGINAL KEY TAKES ITS WIDE
      * KEY WHEN IT NAMES AN ACCOUNT; MOST DO NOT, WHICH IS WHY THE
      * ITEM IS IN SUSPENSE, SO NO MATCH IS NOT COUNTED AGAINST IT.
      *
       CONVERT-SUSPENSE-ITEMS SECTION.
           OPEN INPUT SUSPENSE-ITEMS.
           OPEN OUTPUT SUSPENSE-ITEMS-NEW.
           PERFORM READ-SUSPENSE-ITEM.
           PERFORM CONVERT-ONE-SUSPENSE-ITEM
               UNTIL END-OF-SUSPENSE-ITEMS.
           CLOSE SUSPENSE-ITEMS-NEW.
           CLOSE SUSPENSE-ITEMS.
       EXIT.
      *
       CONVERT-ONE-SUSPENSE-ITEM SECTION.
           ADD 1 TO SUSPENSE-READ-COUNT.
           ADD SUSP-AMOUNT TO SUSPENSE-TOTAL-IN.
           IF SUSP-ORIGINAL-KEY(1:1) NUMERIC
               MOVE SUSP-ORIGINAL-KEY(1:4) TO CONVERSION-WANTED-PART1
               PERFORM FIND-CONVERSION
               IF CONVERSION-FOUND-IDX > ZERO
                   MOVE CVT-NEW-KEY(CONVERSION-FOUND-IDX)
                       TO SUSP-ORIGINAL-WIDE-KEY
                   ADD 1 TO SUSPENSE-WIDENED-COUNT
               END-IF
           END-IF.
      * THE SUSPENSE ACCOUNT ITSELF IS THE BRANCH'S OWN AND MUST BE
      * ON THE MASTER.
           MOVE SUSP-ACCOUNT-KEY(1:4) TO CONVERSION-WANTED-PART1.
           PERFORM FIND-CONVERSION.
           IF CONVERSION-FOUND-IDX = ZERO
               ADD 1 TO SUSPENSE-UNMATCHED-COUNT
           END-IF.
           MOVE SUSPENSE-ITEM-RECORD TO SUSPENSE-ITEM-NEW-RECORD.
           WRITE SUSPENSE-ITEM-NEW-RECORD.
           ADD 1 TO SUSPENSE-WRITTEN-COUNT.
           ADD SUSP-AMOUNT TO SUSPENSE-TOTAL-OUT.
           PERFORM READ-SUSPENSE-ITEM.
       EXIT.
      *
      * CONVERT-STANDING-INSTRUCTIONS - EACH TEMPLATE TAKES ITS PAYING
      * ACCOUNT'S WIDE KEY, WHICH TEST CARRIES ONTO THE RECORDS IT
      * GENERATES.
      *
       CONVERT-STANDING-INSTRUCTIONS SECTION.
           OPEN INPUT STANDING-INSTRUCTIONS.
           OPEN OUTPUT STANDING-INSTRUCTIONS-NEW.
           PERFORM READ-STANDING-INSTRUCTION.
           PERFORM CONVERT-ONE-STANDING-INSTRUCTION
               UNTIL END-OF-STANDING-INSTRUCTIONS.
           CLOSE STANDING-INSTRUCTIONS-NEW.
           CLOSE STANDING-INSTRUCTIONS.
       EXIT.
      *
       CONVERT-ONE-STANDING-INSTRUCTION SECTION.
           ADD 1 TO STANDING-READ-COUNT.
           MOVE STANDING-STRING-PART1 TO CONVERSION-WANTED-PART1.
           PERFORM FIND-CONVERSION.
           IF CONVERSION-FOUND-IDX > ZERO
               MOVE CVT-NEW-KEY(CONVERSION-FOUND-IDX)
                   TO STANDING-WIDE-KEY
               ADD 1 TO STANDING-WIDENED-COUNT
           ELSE
               ADD 1 TO STANDING-UNMATCHED-COUNT
           END-IF.
           MOVE STANDING-INSTRUCTION-RECORD
               TO STANDING-INSTRUCTION-NEW-RECORD.
           WRITE STANDING-INSTRUCTION-NEW-RECORD.
           ADD 1 TO STANDING-WRITTEN-COUNT.
           PERFORM READ-STANDING-INSTRUCTION.
       EXIT.
      *
      * PROVE-CONVERSION - EVERY FILE MUST HAVE WRITTEN WHAT IT READ,
      * EVERY AMOUNT TOTAL AND EVERY BRANCH MUST AGREE, AND EVERY
      * ACCOUNT MUST BE ON THE CONVERSION TABLE.
      *
       PROVE-CONVERSION SECTION.
           IF MASTER-WRITTEN-COUNT NOT = MASTER-READ-COUNT
               OR MASTER-BALANCE-OUT NOT = MASTER-BALANCE-IN
               OR MASTER-OVERDRAFT-OUT NOT = MASTER-OVERDRAFT-IN
               OR CONVERSIONS-WRITTEN-COUNT NOT = MASTER-WRITTEN-COUNT
               OR CONVERSION-OVERFLOW-COUNT > ZERO
               OR SNAPSHOTS-WRITTEN-COUNT NOT = SNAPSHOTS-READ-COUNT
               OR SNAPSHOT-TOTAL-OUT NOT = SNAPSHOT-TOTAL-IN
               OR POSTINGS-WRITTEN-COUNT NOT = POSTINGS-READ-COUNT
               OR POSTING-TOTAL-OUT NOT = POSTING-TOTAL-IN
               OR SUSPENSE-WRITTEN-COUNT NOT = SUSPENSE-READ-COUNT
               OR SUSPENSE-TOTAL-OUT NOT = SUSPENSE-TOTAL-IN
               OR STANDING-WRITTEN-COUNT NOT = STANDING-READ-COUNT
               SET PROOF-FAILED TO TRUE
           END-IF.
           PERFORM PROVE-ONE-BRANCH
               VARYING BRANCH-PROOF-IDX FROM 1 BY 1
               UNTIL BRANCH-PROOF-IDX > 10.
       EXIT.
      *
       PROVE-ONE-BRANCH SECTION.
           IF BP-COUNT-OUT(BRANCH-PROOF-IDX)
                   NOT = BP-COUNT-IN(BRANCH-PROOF-IDX)
               OR BP-BALANCE-OUT(BRANCH-PROOF-IDX)
                   NOT = BP-BALANCE-IN(BRANCH-PROOF-IDX)
               SET PROOF-FAILED TO TRUE
           END-IF.
       EXIT.
      *
      * PRINT-CONVERSION-REPORT - THE MASTER'S PROOF BRANCH BY
      * BRANCH, EACH FILE'S RECORDS AND AMOUNTS IN AGAINST OUT, AND
      * THE VERDICT.
      *
       PRINT-CONVERSION-REPORT SECTION.
           OPEN OUTPUT CONVERSION-REPORT.
           PERFORM WRITE-REPORT-HEADING.
           MOVE "BRANCH    ACCOUNTS BEFORE  ACCOUNTS AFTER          BALA
      -        "NCE BEFORE            BALANCE AFTER"
               TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM PRINT-ONE-BRANCH-PROOF
               VARYING BRANCH-PROOF-IDX FROM 1 BY 1
               UNTIL BRANCH-PROOF-IDX > 10.
           MOVE SPACES TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE MASTER-READ-COUNT TO REPORT-COUNT-EDIT.
           MOVE MASTER-WRITTEN-COUNT TO REPORT-COUNT-EDIT-2.
           MOVE MASTER-WRITTEN-COUNT TO REPORT-COUNT-EDIT-3.
           MOVE MASTER-REFUSED-COUNT TO REPORT-COUNT-EDIT-4.
           MOVE "ACCTMAST" TO REPORT-LABEL-WORK.
           PERFORM WRITE-RECORD-COUNT-LINE.
           MOVE MASTER-BALANCE-IN TO TOTAL-EDIT.
           MOVE MASTER-BALANCE-OUT TO TOTAL-EDIT-2.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE SPACES TO REPORT-BUILD-LINE.
           MOVE MASTER-OVERDRAFT-IN TO TOTAL-EDIT.
           MOVE MASTER-OVERDRAFT-OUT TO TOTAL-EDIT-2.
           STRING "          LIMITS IN " DELIMITED BY SIZE
               TOTAL-EDIT DELIMITED BY SIZE
               "   OUT " DELIMITED BY SIZE
               TOTAL-EDIT-2 DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE CONVERSIONS-WRITTEN-COUNT TO REPORT-COUNT-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "KEYCONV   ROWS WRITTEN " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SNAPSHOTS-READ-COUNT TO REPORT-COUNT-EDIT.
           MOVE SNAPSHOTS-WRITTEN-COUNT TO REPORT-COUNT-EDIT-2.
           MOVE SNAPSHOTS-WIDENED-COUNT TO REPORT-COUNT-EDIT-3.
           MOVE SNAPSHOTS-UNMATCHED-COUNT TO REPORT-COUNT-EDIT-4.
           MOVE "BALSNAP " TO REPORT-LABEL-WORK.
           PERFORM WRITE-RECORD-COUNT-LINE.
           MOVE SNAPSHOT-TOTAL-IN TO TOTAL-EDIT.
           MOVE SNAPSHOT-TOTAL-OUT TO TOTAL-EDIT-2.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE POSTINGS-READ-COUNT TO REPORT-COUNT-EDIT.
           MOVE POSTINGS-WRITTEN-COUNT TO REPORT-COUNT-EDIT-2.
           MOVE POSTINGS-WIDENED-COUNT TO REPORT-COUNT-EDIT-3.
           MOVE POSTINGS-UNMATCHED-COUNT TO REPORT-COUNT-EDIT-4.
           MOVE "POSTEDTX" TO REPORT-LABEL-WORK.
           PERFORM WRITE-RECORD-COUNT-LINE.
           MOVE POSTING-TOTAL-IN TO TOTAL-EDIT.
           MOVE POSTING-TOTAL-OUT TO TOTAL-EDIT-2.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE SUSPENSE-READ-COUNT TO REPORT-COUNT-EDIT.
           MOVE SUSPENSE-WRITTEN-COUNT TO REPORT-COUNT-EDIT-2.
           MOVE SUSPENSE-WIDENED-COUNT TO REPORT-COUNT-EDIT-3.
           MOVE SUSPENSE-UNMATCHED-COUNT TO REPORT-COUNT-EDIT-4.
           MOVE "SUSPITEM" TO REPORT-LABEL-WORK.
           PERFORM WRITE-RECORD-COUNT-LINE.
           MOVE SUSPENSE-TOTAL-IN TO TOTAL-EDIT.
           MOVE SUSPENSE-TOTAL-OUT TO TOTAL-EDIT-2.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE STANDING-READ-COUNT TO REPORT-COUNT-EDIT.
           MOVE STANDING-WRITTEN-COUNT TO REPORT-COUNT-EDIT-2.
           MOVE STANDING-WIDENED-COUNT TO REPORT-COUNT-EDIT-3.
           MOVE STANDING-UNMATCHED-COUNT TO REPORT-COUNT-EDIT-4.
           MOVE "STANDING" TO REPORT-LABEL-WORK.
           PERFORM WRITE-RECORD-COUNT-LINE.
           MOVE SPACES TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF PROOF-FAILED
               MOVE "PROOF FAILED - THE NEW GENERATIONS MUST NOT BE RENA
      -            "MED INTO PLACE." TO REPORT-BUILD-LINE
           ELSE
               MOVE "PROOF AGREED - EVERY RECORD AND AMOUNT READ WAS WRI
      -            "TTEN, AND EVERY BRANCH BALANCES ON THE WIDE KEY."
                   TO REPORT-BUILD-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           IF UNMATCHED-TOTAL-COUNT > ZERO
               MOVE "ROWS COUNTED NO ACCOUNT NAME A KEY THE MASTER DOES 
      -            "NOT HOLD, AND WERE CARRIED ACROSS UNSTAMPED."
                   TO REPORT-BUILD-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           CLOSE CONVERSION-REPORT.
       EXIT.
      *
       PRINT-ONE-BRANCH-PROOF SECTION.
           IF BP-COUNT-IN(BRANCH-PROOF-IDX) = ZERO
               AND BP-COUNT-OUT(BRANCH-PROOF-IDX) = ZERO
               GO TO PRINT-ONE-BRANCH-PROOF-EX
           END-IF.
           COMPUTE BRANCH-DIGIT-NUM = BRANCH-PROOF-IDX - 1.
           MOVE BP-COUNT-IN(BRANCH-PROOF-IDX) TO REPORT-COUNT-EDIT.
           MOVE BP-COUNT-OUT(BRANCH-PROOF-IDX) TO REPORT-COUNT-EDIT-2.
           MOVE BP-BALANCE-IN(BRANCH-PROOF-IDX) TO TOTAL-EDIT.
           MOVE BP-BALANCE-OUT(BRANCH-PROOF-IDX) TO TOTAL-EDIT-2.
           IF BP-COUNT-OUT(BRANCH-PROOF-IDX)
                   = BP-COUNT-IN(BRANCH-PROOF-IDX)
               AND BP-BALANCE-OUT(BRANCH-PROOF-IDX)
                   = BP-BALANCE-IN(BRANCH-PROOF-IDX)
               MOVE "AGREED" TO REPORT-PROOF-WORK
           ELSE
               MOVE "NOT AGREED" TO REPORT-PROOF-WORK
           END-IF.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "  " DELIMITED BY SIZE
               BRANCH-DIGIT-WORK DELIMITED BY SIZE
               "         " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               REPORT-COUNT-EDIT-2 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               TOTAL-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               TOTAL-EDIT-2 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               REPORT-PROOF-WORK DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
       PRINT-ONE-BRANCH-PROOF-EX.
       EXIT.
      *
       WRITE-RECORD-COUNT-LINE SECTION.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING REPORT-LABEL-WORK DELIMITED BY SIZE
               "  RECORDS IN " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               "   OUT " DELIMITED BY SIZE
               REPORT-COUNT-EDIT-2 DELIMITED BY SIZE
               "   WIDENED " DELIMITED BY SIZE
               REPORT-COUNT-EDIT-3 DELIMITED BY SIZE
               "   NO ACCOUNT " DELIMITED BY SIZE
               REPORT-COUNT-EDIT-4 DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
       EXIT.
      *
       WRITE-AMOUNT-LINE SECTION.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "          AMOUNT IN " DELIMITED BY SIZE
               TOTAL-EDIT DELIMITED BY SIZE
               "   OUT " DELIMITED BY SIZE
               TOTAL-EDIT-2 DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
       EXIT.
      *
       WRITE-REPORT-HEADING SECTION.
           ADD 1 TO REPORT-PAGE-NUMBER.
           MOVE RUN-DATE TO REPORT-HEADING-DATE.
           MOVE REPORT-PAGE-NUMBER TO REPORT-HEADING-PAGE.
           MOVE REPORT-HEADING-LINE TO CONVERSION-REPORT-LINE.
           WRITE CONVERSION-REPORT-LINE AFTER ADVANCING PAGE.
           MOVE SPACES TO CONVERSION-REPORT-LINE.
           WRITE CONVERSION-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE 2 TO REPORT-LINE-COUNT.
       EXIT.
      *
       WRITE-REPORT-LINE SECTION.
           IF REPORT-LINE-COUNT NOT < REPORT-PAGE-DEPTH
               PERFORM WRITE-REPORT-HEADING
           END-IF.
           MOVE REPORT-BUILD-LINE TO CONVERSION-REPORT-LINE.
           WRITE CONVERSION-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO REPORT-LINE-COUNT.
       EXIT.
      *
      * FIND-CONVERSION - LOCATES CONVERSION-WANTED-PART1 IN THE
      * CONVERSION TABLE; CONVERSION-FOUND-IDX STAYS ZERO WHEN IT IS
      * NOT THERE.
      *
       FIND-CONVERSION SECTION.
           MOVE ZERO TO CONVERSION-FOUND-IDX.
           PERFORM MATCH-ONE-CONVERSION
               VARYING CONVERSION-IDX FROM 1 BY 1
               UNTIL CONVERSION-IDX > CONVERSION-COUNT
               OR CONVERSION-FOUND-IDX > ZERO.
       EXIT.
      *
       MATCH-ONE-CONVERSION SECTION.
           IF CVT-OLD-KEY(CONVERSION-IDX)(1:4) = CONVERSION-WANTED-PART1
               MOVE CONVERSION-IDX TO CONVERSION-FOUND-IDX
           END-IF.
       EXIT.
      *
      * COMPUTE-WIDE-CHECK-DIGIT - MODULUS-11 OVER
      * WIDE-CHECK-DIGIT-WORK-STRING, MATCHING ACCTMNT'S.
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
       READ-OLD-ACCOUNT-MASTER SECTION.
           READ OLD-ACCOUNT-MASTER NEXT RECORD
               AT END
                   SET END-OF-OLD-ACCOUNT-MASTER TO TRUE
           END-READ.
       EXIT.
      *
       READ-BALANCE-SNAPSHOT SECTION.
           READ BALANCE-SNAPSHOT-FILE
               AT END
                   SET END-OF-SNAPSHOTS TO TRUE
           END-READ.
       EXIT.
      *
       READ-POSTED-TRANSACTION SECTION.
           READ POSTED-TRANSACTIONS
               AT END
                   SET END-OF-POSTED-TRANSACTIONS TO TRUE
           END-READ.
       EXIT.
      *
       READ-SUSPENSE-ITEM SECTION.
           READ SUSPENSE-ITEMS
               AT END
                   SET END-OF-SUSPENSE-ITEMS TO TRUE
           END-READ.
       EXIT.
      *
       READ-STANDING-INSTRUCTION SECTION.
           READ STANDING-INSTRUCTIONS
               AT END
                   SET END-OF-STANDING-INSTRUCTIONS TO TRUE
           END-READ.
       EXIT.
      *
      * WRITE-CONVERSION-AUDIT - ONE ENTRY PER FILE CONVERTED, NAMED
      * BY THE FILE, "K" FOR THE KEY CONVERSION AND WHETHER ITS PROOF
      * AGREED.
      *
       WRITE-CONVERSION-AUDIT SECTION.
           MOVE REPORT-LABEL-WORK TO AUDIT-FIELD-NAME.
           MOVE "K" TO AUDIT-OLD-VALUE.
           IF PROOF-FAILED
               MOVE "FAIL" TO AUDIT-NEW-VALUE
           ELSE
               MOVE "DONE" TO AUDIT-NEW-VALUE
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.
       EXIT.
      *
      * WRITE-AUDIT-RECORD / ESTABLISH-AUDIT-SEQUENCE /
      * WRITE-AUDIT-TRAILER - THE SAME CHAIN DISCIPLINE TEST APPLIES.
      *
       WRITE-AUDIT-RECORD SECTION.
           MOVE "KEYMIGR" TO AUDIT-PROGRAM-NAME.
           MOVE SPACES TO AUDIT-OPERATOR-ID.
           MOVE ZERO TO AUDIT-TXN-NUMBER.
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
       END PROGRAM KEYMIGR.
