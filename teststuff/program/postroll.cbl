       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTROLL.
      *
      *
      * PERIOD-END ROLL-OFF OF THE POSTING TRAIL. POSTEDTX IS ONLY
      * EVER APPENDED TO, SO EVERY JOB THAT WALKS IT - THE PROOF,
      * THE STATEMENTS, THE EXTRACTS - WALKS THE WHOLE HISTORY AND
      * GETS SLOWER EVERY DAY. THIS JOB TAKES THE RETAINED WINDOW
      * (WHOLE MONTHS) ON SYSIN AND MOVES EVERY POSTING DATED BEFORE
      * THE FIRST OF THE MONTH THAT FAR BACK OUT OF THE TRAIL:
      *
      * THE POSTINGS ARE APPENDED UNCHANGED, IN THE POSTEDTXN LAYOUT,
      * TO THE CUMULATIVE POSTING ARCHIVE PTXNARCH, AND ONE INDEX
      * RECORD FOR THE ROLL (DATES, RECORD RANGE, COUNT, NET) IS
      * APPENDED TO PTXNINDX - THE WAY DTXARCH FILES THE DAILY
      * TRANSACTION FILES. A JOB THAT NEEDS POSTINGS OLDER THAN THE
      * WINDOW HAS THE JCL CONCATENATE PTXNARCH AHEAD OF POSTEDTX.
      *
      * THE NEW GENERATION OF THE TRAIL, POSTEDTN, OPENS WITH ONE
      * BROUGHT-FORWARD ROW PER STRING PART AND ENTITY CARRYING THE
      * NET OF WHAT WAS ROLLED OFF, THEN HOLDS THE RETAINED POSTINGS
      * AS THEY WERE. A BROUGHT-FORWARD ROW LEFT BY AN EARLIER ROLL
      * THAT FALLS BEFORE THE CUTOFF IS FOLDED INTO THE NEW ONE. THE
      * TRAIL'S NET - PER ACCOUNT AND PER ENTITY - IS THE SAME BEFORE
      * AND AFTER, SO TRIALBAL'S PROOF AND ACCTSTMT'S OPENING
      * BALANCES STILL TIE. THE JCL RENAMES POSTEDTN INTO PLACE ONCE
      * THE STEP ENDS CLEAN, THE WAY IT DOES ACCTRBLD'S ACCTMSTN.
      *
      * THE JOB REWRITES THE POSTING TRAIL, SO LIKE BIGPURGE IT
      * REFUSES TO RUN WHILE THE RUN-LOCK SAYS TEST IS MID-FLIGHT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * KEEP IN STEP WITH TEST'S SPECIAL-NAMES - SAME COPYBOOK FIELDS
      * FLOW THROUGH THIS PROGRAM AND MUST EDIT THE SAME WAY.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * POSTED-TRANSACTIONS - WALKED TWICE: ONCE TO TOTAL WHAT ROLLS
      * OFF, ONCE TO SPLIT IT BETWEEN THE ARCHIVE AND THE NEW TRAIL.
           SELECT POSTED-TRANSACTIONS ASSIGN TO "POSTEDTX"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSTED-TRANSACTIONS-NEW ASSIGN TO "POSTEDTN"
               ORGANIZATION IS LINE SEQUENTIAL.
      * OPTIONAL - BOTH ARE EMPTY UNTIL THE FIRST ROLL.
           SELECT OPTIONAL POSTING-ARCHIVE ASSIGN TO "PTXNARCH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL POSTING-ARCHIVE-INDEX ASSIGN TO "PTXNINDX"
               ORGANIZATION IS LINE SEQUENTIAL.
      * RUN-LOCK - HELD BY TEST FROM START-UP UNTIL ITS COMPLETION
      * FLAG IS WRITTEN.
           SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  POSTED-TRANSACTIONS
           LABEL RECORDS ARE STANDARD.
           COPY POSTEDTXN.
      *
      * THE NEW GENERATION AND THE ARCHIVE ARE WRITTEN FROM THE OLD
      * TRAIL'S RECORD, SO THEIR RECORDS ARE ONLY THE RIGHT LENGTH
      * HERE.
       FD  POSTED-TRANSACTIONS-NEW
           LABEL RECORDS ARE STANDARD.
       01  POSTED-TRANSACTION-NEW-RECORD   PIC X(57).
      *
       FD  POSTING-ARCHIVE
           LABEL RECORDS ARE STANDARD.
       01  POSTING-ARCHIVE-RECORD          PIC X(57).
      *
       FD  POSTING-ARCHIVE-INDEX
           LABEL RECORDS ARE STANDARD.
           COPY POSTARCHINDEX.
      *
      * KEEP THIS LAYOUT IN STEP WITH RUN-LOCK-RECORD IN TEST.
       FD  RUN-LOCK-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-LOCK-RECORD.
        05       RUN-LOCK-STATUS         PIC X.
        05       RUN-LOCK-DATE           PIC 9(8).
        05       RUN-LOCK-TIME           PIC 9(8).
      *
       WORKING-STORAGE SECTION.
       01  POSTED-TRANSACTIONS-SWITCH   PIC X VALUE "N".
         88      END-OF-POSTED-TRANSACTIONS   VALUE "Y".
       01  POSTING-INDEX-SWITCH         PIC X VALUE "N".
         88      END-OF-POSTING-INDEX         VALUE "Y".
       01  RUN-LOCK-SWITCH              PIC X VALUE "N".
         88      END-OF-RUN-LOCK              VALUE "Y".
       01  ROLL-DONE-SWITCH             PIC X VALUE "N".
         88      ROLL-ALREADY-DONE            VALUE "Y".
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
       01  RUN-DATE-PARTS REDEFINES RUN-DATE.
        05       RUN-YEAR                PIC 9(4).
        05       RUN-MONTH               PIC 9(2).
        05       RUN-DAY                 PIC 9(2).
      *
      * ROLL-WINDOW-MONTHS - WHOLE MONTHS OF POSTINGS KEPT ON THE
      * TRAIL BEHIND THE CURRENT ONE, KEYED ON SYSIN. ZERO REFUSES
      * THE RUN - IT WOULD ROLL OFF THIS MONTH'S OWN POSTINGS.
       01  ROLL-WINDOW-MONTHS           PIC 9(2) VALUE ZERO.
      * THE EARLIEST DATE KEPT - THE FIRST OF THE RUN MONTH SET BACK
      * BY THE WINDOW.
       01  CUTOFF-DATE                  PIC 9(8) VALUE ZERO.
       01  CUTOFF-DATE-PARTS REDEFINES CUTOFF-DATE.
        05       CUTOFF-YEAR             PIC 9(4).
        05       CUTOFF-MONTH            PIC 9(2).
        05       CUTOFF-DAY              PIC 9(2).
       01  CUTOFF-MONTH-COUNT           PIC 9(6) VALUE ZERO.
      *
      * CARRY TABLE - ONE ENTRY PER STRING PART AND ENTITY WITH
      * ANYTHING ROLLING OFF: THE NET ROLLED AND THE LATEST DATE IT
      * CARRIES. A TRAIL WITH MORE THAN THE TABLE HOLDS IS NOT
      * ROLLED AT ALL.
       01  CARRY-TABLE.
        05       CARRY-ENTRY OCCURS 5000 TIMES.
         10      CF-STRING-PART1         PIC X(4).
         10      CF-ENTITY               PIC X(2).
         10      CF-WIDE-KEY             PIC X(7).
         10      CF-NET                  PIC S9(13)V99.
         10      CF-LATEST-DATE          PIC 9(8).
       01  CARRY-COUNT                  PIC 9(4) VALUE ZERO.
       01  CARRY-IDX                    PIC 9(4) VALUE 1.
       01  CARRY-FOUND-IDX              PIC 9(4) VALUE ZERO.
       01  CARRY-OVERFLOW-SWITCH        PIC X VALUE "N".
         88      CARRY-TABLE-FULL             VALUE "Y".
      * A BROUGHT-FORWARD ROW'S AMOUNT FITS THE TRAIL'S PICTURE, SO A
      * LARGER NET GOES ACROSS IN AS MANY ROWS AS IT TAKES.
       01  CARRY-REMAINING              PIC S9(13)V99 VALUE ZERO.
       01  CARRY-PIECE-LIMIT            PIC S9(7)V99 VALUE 9999999,99.
      *
      * RUN COUNTS AND TOTALS. THE TRAIL'S NET GOING IN MUST EQUAL
      * ITS NET COMING OUT - THE ROLL MOVES POSTINGS, NOT MONEY.
       01  POSTINGS-READ-COUNT          PIC 9(8) VALUE ZERO.
       01  POSTINGS-ARCHIVED-COUNT      PIC 9(8) VALUE ZERO.
       01  POSTINGS-RETAINED-COUNT      PIC 9(8) VALUE ZERO.
       01  CARRY-FOLDED-COUNT           PIC 9(8) VALUE ZERO.
       01  CARRY-ROWS-WRITTEN-COUNT     PIC 9(6) VALUE ZERO.
       01  ARCHIVED-NET-TOTAL           PIC S9(13)V99 VALUE ZERO.
       01  ARCHIVED-FIRST-DATE          PIC 9(8) VALUE ZERO.
       01  ARCHIVED-LAST-DATE           PIC 9(8) VALUE ZERO.
       01  ARCHIVE-RECORDS-ON-FILE      PIC 9(10) VALUE ZERO.
       01  TRAIL-TOTAL-IN               PIC S9(13)V99 VALUE ZERO.
       01  TRAIL-TOTAL-OUT              PIC S9(13)V99 VALUE ZERO.
       01  TOTAL-EDIT                   PIC -ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  TOTAL-EDIT-2                 PIC -ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           DISPLAY "START POSTROLL".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
      * A HELD RUN-LOCK MEANS TEST IS MID-FLIGHT AND STILL APPENDING
      * TO THE TRAIL.
           OPEN INPUT RUN-LOCK-FILE.
           READ RUN-LOCK-FILE
               AT END
                   SET END-OF-RUN-LOCK TO TRUE
           END-READ.
           CLOSE RUN-LOCK-FILE.
           IF NOT END-OF-RUN-LOCK AND RUN-LOCK-STATUS = "H"
               DISPLAY "RUN LOCK HELD SINCE " RUN-LOCK-DATE " "
                   RUN-LOCK-TIME " - ROLL-OFF REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           ACCEPT ROLL-WINDOW-MONTHS FROM SYSIN.
           IF ROLL-WINDOW-MONTHS = ZERO
               DISPLAY "NO RETAINED WINDOW SUPPLIED - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           COMPUTE CUTOFF-MONTH-COUNT =
               RUN-YEAR * 12 + RUN-MONTH - 1 - ROLL-WINDOW-MONTHS.
           DIVIDE CUTOFF-MONTH-COUNT BY 12 GIVING CUTOFF-YEAR
               REMAINDER CUTOFF-MONTH.
           ADD 1 TO CUTOFF-MONTH.
           MOVE 1 TO CUTOFF-DAY.
      * A RERUN BEFORE THE JCL HAS RENAMED POSTEDTN INTO PLACE WOULD
      * ARCHIVE THE SAME POSTINGS TWICE - A ROLL ALREADY ON THE
      * INDEX FOR TODAY REFUSES. THE INDEX ALSO SAYS WHERE THE
      * ARCHIVE ENDS.
           OPEN INPUT POSTING-ARCHIVE-INDEX.
           PERFORM READ-POSTING-INDEX.
           PERFORM CHECK-ONE-INDEX-ENTRY UNTIL END-OF-POSTING-INDEX.
           CLOSE POSTING-ARCHIVE-INDEX.
           IF ROLL-ALREADY-DONE
               DISPLAY "ROLL-OFF FOR " RUN-DATE
                   " ALREADY ON FILE - ROLL-OFF REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           OPEN INPUT POSTED-TRANSACTIONS.
           PERFORM READ-POSTED-TRANSACTION.
           PERFORM TOTAL-ONE-POSTING UNTIL END-OF-POSTED-TRANSACTIONS.
           CLOSE POSTED-TRANSACTIONS.
           IF CARRY-TABLE-FULL
               DISPLAY "MORE THAN 5000 KEYS ROLLING OFF - ROLL-OFF "
                   "REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           MOVE ZERO TO TRAIL-TOTAL-IN.
           MOVE ZERO TO POSTINGS-READ-COUNT.
           MOVE "N" TO POSTED-TRANSACTIONS-SWITCH.
           OPEN INPUT POSTED-TRANSACTIONS.
           OPEN OUTPUT POSTED-TRANSACTIONS-NEW.
           OPEN EXTEND POSTING-ARCHIVE.
           PERFORM WRITE-CARRY-FORWARD
               VARYING CARRY-IDX FROM 1 BY 1
               UNTIL CARRY-IDX > CARRY-COUNT.
           PERFORM READ-POSTED-TRANSACTION.
           PERFORM SPLIT-ONE-POSTING UNTIL END-OF-POSTED-TRANSACTIONS.
           CLOSE POSTING-ARCHIVE.
           CLOSE POSTED-TRANSACTIONS-NEW.
           CLOSE POSTED-TRANSACTIONS.
           OPEN EXTEND POSTING-ARCHIVE-INDEX.
           MOVE SPACES TO POSTING-INDEX-RECORD.
           MOVE RUN-DATE TO POSTING-INDEX-ROLL-DATE.
           MOVE CUTOFF-DATE TO POSTING-INDEX-CUTOFF-DATE.
           MOVE ARCHIVED-FIRST-DATE TO POSTING-INDEX-FIRST-DATE.
           MOVE ARCHIVED-LAST-DATE TO POSTING-INDEX-LAST-DATE.
           COMPUTE POSTING-INDEX-FIRST-RECORD =
               ARCHIVE-RECORDS-ON-FILE + 1.
           MOVE POSTINGS-ARCHIVED-COUNT TO POSTING-INDEX-COUNT.
           MOVE ARCHIVED-NET-TOTAL TO POSTING-INDEX-NET.
           MOVE CARRY-COUNT TO POSTING-INDEX-CARRY-KEYS.
           MOVE CARRY-ROWS-WRITTEN-COUNT TO POSTING-INDEX-CARRY-ROWS.
           MOVE POSTINGS-RETAINED-COUNT TO POSTING-INDEX-RETAINED-COUNT.
           WRITE POSTING-INDEX-RECORD.
           CLOSE POSTING-ARCHIVE-INDEX.
           MOVE TRAIL-TOTAL-IN TO TOTAL-EDIT.
           MOVE TRAIL-TOTAL-OUT TO TOTAL-EDIT-2.
           DISPLAY "POSTINGS BEFORE " CUTOFF-DATE " ROLLED OFF".
           DISPLAY "POSTINGS READ:            " POSTINGS-READ-COUNT.
           DISPLAY "POSTINGS ARCHIVED:        "
               POSTINGS-ARCHIVED-COUNT.
           DISPLAY "POSTINGS RETAINED:        "
               POSTINGS-RETAINED-COUNT.
           DISPLAY "BROUGHT-FORWARD FOLDED:   " CARRY-FOLDED-COUNT.
           DISPLAY "BROUGHT-FORWARD WRITTEN:  "
               CARRY-ROWS-WRITTEN-COUNT.
           DISPLAY "TRAIL NET IN:  " TOTAL-EDIT.
           DISPLAY "TRAIL NET OUT: " TOTAL-EDIT-2.
           IF TRAIL-TOTAL-IN NOT = TRAIL-TOTAL-OUT
               DISPLAY "TRAIL NET DOES NOT TIE - POSTEDTN NOT TO BE "
                   "RENAMED INTO PLACE"
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       PROG-EX.
           DISPLAY "END POSTROLL".
           EXIT PROGRAM.
      *
      * CHECK-ONE-INDEX-ENTRY - ONE ROLL PER DAY; THE COUNTS OF ALL
      * ROLLS SO FAR ARE THE ARCHIVE'S LENGTH.
      *
       CHECK-ONE-INDEX-ENTRY SECTION.
           IF POSTING-INDEX-ROLL-DATE = RUN-DATE
               SET ROLL-ALREADY-DONE TO TRUE
           END-IF.
           ADD POSTING-INDEX-COUNT TO ARCHIVE-RECORDS-ON-FILE.
           PERFORM READ-POSTING-INDEX.
       EXIT.
      *
      * TOTAL-ONE-POSTING - FIRST PASS. EVERYTHING DATED BEFORE THE
      * CUTOFF, BROUGHT-FORWARD ROWS INCLUDED, GOES INTO THE CARRY
      * FOR ITS STRING PART AND ENTITY.
      *
       TOTAL-ONE-POSTING SECTION.
           ADD 1 TO POSTINGS-READ-COUNT.
           ADD POSTED-AMOUNT TO TRAIL-TOTAL-IN.
           IF POSTED-DATE NOT < CUTOFF-DATE
               GO TO TOTAL-ONE-POSTING-NEXT
           END-IF.
           PERFORM FIND-CARRY-ENTRY.
           IF CARRY-FOUND-IDX = ZERO
               IF CARRY-COUNT = 5000
                   SET CARRY-TABLE-FULL TO TRUE
                   GO TO TOTAL-ONE-POSTING-NEXT
               END-IF
               ADD 1 TO CARRY-COUNT
               MOVE CARRY-COUNT TO CARRY-FOUND-IDX
               MOVE POSTED-STRING-PART1
                   TO CF-STRING-PART1(CARRY-FOUND-IDX)
               MOVE POSTED-ENTITY TO CF-ENTITY(CARRY-FOUND-IDX)
               MOVE POSTED-WIDE-KEY TO CF-WIDE-KEY(CARRY-FOUND-IDX)
               MOVE ZERO TO CF-NET(CARRY-FOUND-IDX)
               MOVE ZERO TO CF-LATEST-DATE(CARRY-FOUND-IDX)
           END-IF.
           ADD POSTED-AMOUNT TO CF-NET(CARRY-FOUND-IDX).
           IF POSTED-DATE > CF-LATEST-DATE(CARRY-FOUND-IDX)
               MOVE POSTED-DATE TO CF-LATEST-DATE(CARRY-FOUND-IDX)
           END-IF.
       TOTAL-ONE-POSTING-NEXT.
           PERFORM READ-POSTED-TRANSACTION.
       EXIT.
      *
      * WRITE-CARRY-FORWARD - THE BROUGHT-FORWARD ROWS FOR ONE CARRY
      * ENTRY AT THE HEAD OF THE NEW TRAIL. A KEY WHOSE ROLLED
      * POSTINGS NET TO NOTHING HAS NOTHING TO BRING FORWARD.
      *
       WRITE-CARRY-FORWARD SECTION.
           MOVE CF-NET(CARRY-IDX) TO CARRY-REMAINING.
           PERFORM WRITE-ONE-CARRY-PIECE
               UNTIL CARRY-REMAINING = ZERO.
       EXIT.
      *
       WRITE-ONE-CARRY-PIECE SECTION.
           MOVE CF-STRING-PART1(CARRY-IDX) TO POSTED-STRING-PART1.
           MOVE "BFWD" TO POSTED-STRING-PART2.
           MOVE ZERO TO POSTED-NUMBER-PART1.
           MOVE ZERO TO POSTED-NUMBER-PART2.
           MOVE SPACE TO POSTED-TXN-TYPE.
           MOVE CF-LATEST-DATE(CARRY-IDX) TO POSTED-DATE.
           EVALUATE TRUE
               WHEN CARRY-REMAINING > CARRY-PIECE-LIMIT
                   MOVE CARRY-PIECE-LIMIT TO POSTED-AMOUNT
               WHEN CARRY-REMAINING < ZERO - CARRY-PIECE-LIMIT
                   COMPUTE POSTED-AMOUNT = ZERO - CARRY-PIECE-LIMIT
               WHEN OTHER
                   MOVE CARRY-REMAINING TO POSTED-AMOUNT
           END-EVALUATE.
           SET POSTED-BROUGHT-FORWARD TO TRUE.
           MOVE CF-ENTITY(CARRY-IDX) TO POSTED-ENTITY.
           MOVE SPACE TO POSTED-TRANSFER-LEG.
           MOVE SPACES TO POSTED-COUNTER-KEY.
           MOVE CF-WIDE-KEY(CARRY-IDX) TO POSTED-WIDE-KEY.
           MOVE SPACES TO POSTED-COUNTER-WIDE-KEY.
           WRITE POSTED-TRANSACTION-NEW-RECORD
               FROM POSTED-TRANSACTION-RECORD.
           ADD 1 TO CARRY-ROWS-WRITTEN-COUNT.
           ADD POSTED-AMOUNT TO TRAIL-TOTAL-OUT.
           SUBTRACT POSTED-AMOUNT FROM CARRY-REMAINING.
       EXIT.
      *
      * SPLIT-ONE-POSTING - SECOND PASS. A POSTING BEFORE THE CUTOFF
      * GOES TO THE ARCHIVE; AN OLD BROUGHT-FORWARD ROW BEFORE IT IS
      * ALREADY IN THE NEW CARRY AND GOES NOWHERE - WHAT IT STOOD FOR
      * IS IN THE ARCHIVE FROM ITS OWN ROLL. EVERYTHING ELSE STAYS.
      *
       SPLIT-ONE-POSTING SECTION.
           ADD 1 TO POSTINGS-READ-COUNT.
           ADD POSTED-AMOUNT TO TRAIL-TOTAL-IN.
           IF POSTED-DATE NOT < CUTOFF-DATE
               WRITE POSTED-TRANSACTION-NEW-RECORD
                   FROM POSTED-TRANSACTION-RECORD
               ADD 1 TO POSTINGS-RETAINED-COUNT
               ADD POSTED-AMOUNT TO TRAIL-TOTAL-OUT
               GO TO SPLIT-ONE-POSTING-NEXT
           END-IF.
           IF POSTED-BROUGHT-FORWARD
               ADD 1 TO CARRY-FOLDED-COUNT
               GO TO SPLIT-ONE-POSTING-NEXT
           END-IF.
           WRITE POSTING-ARCHIVE-RECORD FROM POSTED-TRANSACTION-RECORD.
           ADD 1 TO POSTINGS-ARCHIVED-COUNT.
           ADD POSTED-AMOUNT TO ARCHIVED-NET-TOTAL.
           IF ARCHIVED-FIRST-DATE = ZERO
               OR POSTED-DATE < ARCHIVED-FIRST-DATE
               MOVE POSTED-DATE TO ARCHIVED-FIRST-DATE
           END-IF.
           IF POSTED-DATE > ARCHIVED-LAST-DATE
               MOVE POSTED-DATE TO ARCHIVED-LAST-DATE
           END-IF.
       SPLIT-ONE-POSTING-NEXT.
           PERFORM READ-POSTED-TRANSACTION.
       EXIT.
      *
      * FIND-CARRY-ENTRY - LOCATES THE POSTING'S STRING PART, ENTITY
      * AND WIDE KEY IN THE CARRY TABLE; CARRY-FOUND-IDX STAYS ZERO
      * WHEN IT IS NOT THERE. THE WIDE KEY KEEPS APART ACCOUNTS
      * NUMBERED PAST 999, WHOSE STRING PARTS CARRY ONLY THE BRANCH.
      *
       FIND-CARRY-ENTRY SECTION.
           MOVE ZERO TO CARRY-FOUND-IDX.
           PERFORM MATCH-ONE-CARRY-ENTRY
               VARYING CARRY-IDX FROM 1 BY 1
               UNTIL CARRY-IDX > CARRY-COUNT.
       EXIT.
      *
       MATCH-ONE-CARRY-ENTRY SECTION.
           IF CF-STRING-PART1(CARRY-IDX) = POSTED-STRING-PART1
               AND CF-ENTITY(CARRY-IDX) = POSTED-ENTITY
               AND CF-WIDE-KEY(CARRY-IDX) = POSTED-WIDE-KEY
               MOVE CARRY-IDX TO CARRY-FOUND-IDX
           END-IF.
       EXIT.
      *
       READ-POSTED-TRANSACTION SECTION.
           READ POSTED-TRANSACTIONS
               AT END
                   SET END-OF-POSTED-TRANSACTIONS TO TRUE
           END-READ.
       EXIT.
      *
       READ-POSTING-INDEX SECTION.
           READ POSTING-ARCHIVE-INDEX
               AT END
                   SET END-OF-POSTING-INDEX TO TRUE
           END-READ.
       EXIT.
      *
       END PROGRAM POSTROLL.
