      * POSTINGS MUST EQUAL TODAY'S MASTER TOTAL. THE PROOF IS
      * PRINTED; A DIFFERENCE - A MASTER CORRUPTED BY AN ABEND WOULD
      * OTHERWISE GO UNNOTICED UNTIL A CUSTOMER COMPLAINS - WRITES
      * AN OPSALERT RECORD AND A NON-ZERO RETURN CODE. THE SAME
      * PROOF IS THEN MADE FOR EACH LEGAL ENTITY ON ITS OWN - THE
      * ACCOUNT'S ENTITY FROM THE MASTER, THE POSTING'S FROM THE
      * TRAIL, AND THE BRANCH DIRECTORY'S ENTITY FOR THE BRANCH
      * WHERE A RECORD PREDATES THE FIELD - SO A MOVEMENT BOOKED TO
      * THE WRONG ENTITY SHOWS EVEN WHEN THE WHOLE MASTER PROVES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNT-MASTER-WIDE-KEY
               ALTERNATE RECORD KEY IS ACCOUNT-MASTER-KEY
                   WITH DUPLICATES.
           SELECT POSTED-TRANSACTIONS ASSIGN TO "POSTEDTX"
               ORGANIZATION IS LINE SEQUENTIAL.
      * TRIAL-BALANCE-CARRY - THE FILE CARRYING THE LAST PROOF'S
      * DATE AND MASTER TOTAL FORWARD TO THE NEXT RUN, ONE RECORD
      * PER ENTITY. AN EMPTY FILE (FIRST EVER PROOF) ESTABLISHES THE
      * BASELINE WITHOUT PROVING ANYTHING.
           SELECT TRIAL-BALANCE-CARRY ASSIGN TO "TBALCARR"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE BRANCH DIRECTORY - THE ENTITY OF A RECORD THAT CARRIES
      * NONE OF ITS OWN.
           SELECT BRANCH-DIRECTORY ASSIGN TO "BRANCHDIR"
               ORGANIZATION IS LINE SEQUENTIAL.
      * OPERATIONS-ALERT-FILE - APPENDED TO, NOT REWRITTEN: THE DAILY
      * RUN OWNS THE FILE AND WRITES IT FIRST; THIS PROOF ADDS ITS
      * OWN CONDITION BEHIND THE RUN'S.
       01  TRIAL-BALANCE-CARRY-RECORD.
        05       CARRY-PROOF-DATE        PIC 9(8).
        05       CARRY-MASTER-TOTAL      PIC S9(11)V99.
      * "E" ON A PER-ENTITY RECORD; A CARRY FILE WRITTEN BEFORE THE
      * ENTITY PROOF HOLDS ONE WHOLE-MASTER RECORD WITH SPACES HERE.
        05       CARRY-KIND              PIC X.
         88      CARRY-ENTITY-ROW            VALUE "E".
        05       CARRY-ENTITY            PIC X(2).
      *
       FD  BRANCH-DIRECTORY
           LABEL RECORDS ARE STANDARD.
           COPY BRANCHDIRECTORY.
      *
      * KEEP THIS LAYOUT IN STEP WITH OPERATIONS-ALERT-RECORD IN TEST.
       FD  OPERATIONS-ALERT-FILE
       01  MASTER-ACCOUNT-COUNT         PIC 9(8) VALUE ZERO.
       01  POSTED-RECORD-COUNT          PIC 9(8) VALUE ZERO.
       01  PROOF-AMOUNT-EDIT            PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
      *
      * PER-ENTITY PROOF TABLE. THE PRIOR-FOUND FLAG IS "N" FOR AN
      * ENTITY THE CARRY FILE DID NOT KNOW - ITS FIRST PROOF ONLY
      * ESTABLISHES ITS BASELINE.
       01  ENTITY-TABLE.
        05       ENTITY-ENTRY OCCURS 20 TIMES.
         10      ENTITY-CODE             PIC X(2).
         10      ENTITY-MASTER-TOTAL     PIC S9(11)V99.
         10      ENTITY-ACCOUNT-COUNT    PIC 9(8).
         10      ENTITY-POSTED-NET       PIC S9(11)V99.
         10      ENTITY-POSTED-COUNT     PIC 9(8).
         10      ENTITY-PRIOR-TOTAL      PIC S9(11)V99.
         10      ENTITY-PRIOR-FOUND      PIC X.
       01  ENTITY-COUNT                 PIC 99 VALUE ZERO.
       01  ENTITY-IDX                   PIC 99 VALUE 1.
       01  ENTITY-FOUND-IDX             PIC 99 VALUE ZERO.
       01  ENTITY-WORK-CODE             PIC X(2) VALUE SPACES.
       01  ENTITY-OVERFLOW-COUNT        PIC 9(8) VALUE ZERO.
       01  ENTITY-PROOF-DIFFERENCE      PIC S9(11)V99 VALUE ZERO.
       01  ENTITY-FAILED-COUNT          PIC 99 VALUE ZERO.
       01  CARRY-DATE-HOLD              PIC 9(8) VALUE ZERO.
      *
      * BRANCH-ENTITY TABLE - SLOT 1 FOR DIGIT 0, SLOT 10 FOR DIGIT
      * 9, LOADED FROM BRANCHDIR.
       01  BRANCH-ENTITY-TABLE.
        05       BRANCH-ENTITY OCCURS 10 TIMES PIC X(2).
       01  BRANCH-DIRECTORY-SWITCH      PIC X VALUE "N".
         88      END-OF-BRANCH-DIRECTORY    VALUE "Y".
       01  BRANCH-DIGIT-WORK            PIC X VALUE SPACE.
       01  BRANCH-DIGIT-NUM REDEFINES BRANCH-DIGIT-WORK PIC 9.
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
      *
           DISPLAY "START TRIALBAL".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-BRANCH-ENTITIES.
           PERFORM SUM-ACCOUNT-MASTER.
           PERFORM SUM-POSTED-TRANSACTIONS.
           PERFORM READ-PRIOR-PROOF.
           ELSE
               PERFORM PROVE-TRIAL-BALANCE
           END-IF.
           DISPLAY "TRIAL BALANCE PROOF BY ENTITY:".
           PERFORM PROVE-ONE-ENTITY
               VARYING ENTITY-IDX FROM 1 BY 1
               UNTIL ENTITY-IDX > ENTITY-COUNT.
           IF ENTITY-OVERFLOW-COUNT > ZERO
               DISPLAY "ENTITY TABLE FULL - RECORDS NOT PROVED BY "
                   "ENTITY: " ENTITY-OVERFLOW-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF ENTITY-FAILED-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-CARRY-FORWARD.
           DISPLAY "END TRIALBAL".
      *
       SUM-ONE-ACCOUNT SECTION.
           ADD 1 TO MASTER-ACCOUNT-COUNT.
           ADD ACCOUNT-MASTER-BALANCE TO MASTER-BALANCE-TOTAL.
           MOVE ACCOUNT-MASTER-ENTITY TO ENTITY-WORK-CODE.
           IF ENTITY-WORK-CODE = SPACES
               MOVE ACCOUNT-MASTER-WIDE-BRANCH TO BRANCH-DIGIT-WORK
               PERFORM LOOK-UP-BRANCH-ENTITY
           END-IF.
           PERFORM FIND-ENTITY-ENTRY.
           IF ENTITY-FOUND-IDX > ZERO
               ADD 1 TO ENTITY-ACCOUNT-COUNT(ENTITY-FOUND-IDX)
               ADD ACCOUNT-MASTER-BALANCE
                   TO ENTITY-MASTER-TOTAL(ENTITY-FOUND-IDX)
           END-IF.
           PERFORM READ-ACCOUNT-MASTER.
       EXIT.
      *
           CLOSE POSTED-TRANSACTIONS.
       EXIT.
      *
      * A BROUGHT-FORWARD ROW POSTROLL LEFT IN PLACE OF THE POSTINGS
      * IT ROLLED OFF IS SUMMED LIKE THEM - IT IS THEIR NET.
       SUM-ONE-POSTING SECTION.
           ADD 1 TO POSTED-RECORD-COUNT.
           ADD POSTED-AMOUNT TO POSTED-NET-TOTAL.
           MOVE POSTED-ENTITY TO ENTITY-WORK-CODE.
           IF ENTITY-WORK-CODE = SPACES
               MOVE POSTED-STRING-PART1(1:1) TO BRANCH-DIGIT-WORK
               PERFORM LOOK-UP-BRANCH-ENTITY
           END-IF.
           PERFORM FIND-ENTITY-ENTRY.
           IF ENTITY-FOUND-IDX > ZERO
               ADD 1 TO ENTITY-POSTED-COUNT(ENTITY-FOUND-IDX)
               ADD POSTED-AMOUNT TO ENTITY-POSTED-NET(ENTITY-FOUND-IDX)
           END-IF.
           PERFORM READ-POSTED-TRANSACTION.
       EXIT.
      *
      * READ-PRIOR-PROOF - THE WHOLE-MASTER PRIOR IS THE SUM OF THE
      * ENTITY ROWS, OR THE ONE RECORD OF A CARRY FILE WRITTEN
      * BEFORE THE ENTITY PROOF (WHICH LEAVES EVERY ENTITY TO
      * ESTABLISH ITS BASELINE).
      *
       READ-PRIOR-PROOF SECTION.
           OPEN INPUT TRIAL-BALANCE-CARRY.
               AT END
                   SET NO-PRIOR-PROOF TO TRUE
           END-READ.
           IF NOT NO-PRIOR-PROOF
               MOVE CARRY-PROOF-DATE TO CARRY-DATE-HOLD
           END-IF.
           PERFORM TAKE-ONE-CARRY-RECORD
               UNTIL NO-PRIOR-PROOF.
           CLOSE TRIAL-BALANCE-CARRY.
           IF CARRY-DATE-HOLD NOT = ZERO
               MOVE "N" TO CARRY-FILE-SWITCH
           END-IF.
       EXIT.
      *
       TAKE-ONE-CARRY-RECORD SECTION.
           ADD CARRY-MASTER-TOTAL TO PRIOR-MASTER-TOTAL.
           IF CARRY-ENTITY-ROW
               MOVE CARRY-ENTITY TO ENTITY-WORK-CODE
               PERFORM FIND-ENTITY-ENTRY
               IF ENTITY-FOUND-IDX > ZERO
                   MOVE CARRY-MASTER-TOTAL
                       TO ENTITY-PRIOR-TOTAL(ENTITY-FOUND-IDX)
                   MOVE "Y" TO ENTITY-PRIOR-FOUND(ENTITY-FOUND-IDX)
               END-IF
           END-IF.
           READ TRIAL-BALANCE-CARRY
               AT END
                   SET NO-PRIOR-PROOF TO TRUE
           END-READ.
       EXIT.
      *
      * PROVE-TRIAL-BALANCE - THE PROOF ITSELF: THE LAST PROOF'S
               MASTER-BALANCE-TOTAL - PROVEN-MASTER-TOTAL.
           DISPLAY "TRIAL BALANCE PROOF FOR " RUN-DATE ":".
           MOVE PRIOR-MASTER-TOTAL TO PROOF-AMOUNT-EDIT.
           DISPLAY "  PRIOR MASTER TOTAL (" CARRY-DATE-HOLD "): "
               PROOF-AMOUNT-EDIT.
           MOVE POSTED-NET-TOTAL TO PROOF-AMOUNT-EDIT.
           DISPLAY "  NET POSTED (" POSTED-RECORD-COUNT
           CLOSE OPERATIONS-ALERT-FILE.
       EXIT.
      *
      * PROVE-ONE-ENTITY - THE SAME PROOF, ONE ENTITY AT A TIME. AN
      * ENTITY WITH NO PRIOR FIGURE ESTABLISHES ITS BASELINE; A
      * DIFFERENCE RAISES THE ALERT NAMING THE ENTITY.
      *
       PROVE-ONE-ENTITY SECTION.
           MOVE ENTITY-MASTER-TOTAL(ENTITY-IDX) TO PROOF-AMOUNT-EDIT.
           DISPLAY "  ENTITY " ENTITY-CODE(ENTITY-IDX)
               " ACCOUNTS " ENTITY-ACCOUNT-COUNT(ENTITY-IDX)
               " POSTINGS " ENTITY-POSTED-COUNT(ENTITY-IDX)
               " MASTER " PROOF-AMOUNT-EDIT.
           IF ENTITY-PRIOR-FOUND(ENTITY-IDX) NOT = "Y"
               DISPLAY "    NO PRIOR PROOF FOR THE ENTITY - "
                   "BASELINE ESTABLISHED"
               GO TO PROVE-ONE-ENTITY-EX
           END-IF.
           COMPUTE ENTITY-PROOF-DIFFERENCE =
               ENTITY-MASTER-TOTAL(ENTITY-IDX)
               - ENTITY-PRIOR-TOTAL(ENTITY-IDX)
               - ENTITY-POSTED-NET(ENTITY-IDX).
           IF ENTITY-PROOF-DIFFERENCE = ZERO
               DISPLAY "    ENTITY PROVES CLEAN"
           ELSE
               MOVE ENTITY-PROOF-DIFFERENCE TO PROOF-AMOUNT-EDIT
               DISPLAY "    ENTITY OUT OF PROOF BY " PROOF-AMOUNT-EDIT
               ADD 1 TO ENTITY-FAILED-COUNT
               PERFORM WRITE-ENTITY-PROOF-ALERT
           END-IF.
       PROVE-ONE-ENTITY-EX.
       EXIT.
      *
       WRITE-ENTITY-PROOF-ALERT SECTION.
           OPEN EXTEND OPERATIONS-ALERT-FILE.
           MOVE "TRIALBAL" TO ALERT-REASON-CODE.
           MOVE 8 TO ALERT-SEVERITY.
           MOVE SPACES TO ALERT-DETAIL.
           MOVE ENTITY-PROOF-DIFFERENCE TO PROOF-AMOUNT-EDIT.
           STRING "ENTITY " DELIMITED BY SIZE
               ENTITY-CODE(ENTITY-IDX) DELIMITED BY SIZE
               " OUT OF PROOF BY " DELIMITED BY SIZE
               PROOF-AMOUNT-EDIT DELIMITED BY SIZE
               INTO ALERT-DETAIL.
           WRITE OPERATIONS-ALERT-RECORD.
           CLOSE OPERATIONS-ALERT-FILE.
       EXIT.
      *
      * WRITE-CARRY-FORWARD - TODAY'S MASTER TOTALS BECOME THE NEXT
      * PROOF'S STARTING FIGURES, ONE RECORD PER ENTITY. WRITTEN
      * EVEN WHEN THE PROOF FAILED - THE FAILURE IS ON THE RECORD,
      * AND TOMORROW'S PROOF MUST JUDGE TOMORROW'S MOVEMENT, NOT
      * RE-LITIGATE TODAY'S.
      *
       WRITE-CARRY-FORWARD SECTION.
           OPEN OUTPUT TRIAL-BALANCE-CARRY.
           PERFORM WRITE-ONE-ENTITY-CARRY
               VARYING ENTITY-IDX FROM 1 BY 1
               UNTIL ENTITY-IDX > ENTITY-COUNT.
           CLOSE TRIAL-BALANCE-CARRY.
       EXIT.
      *
       WRITE-ONE-ENTITY-CARRY SECTION.
           MOVE RUN-DATE TO CARRY-PROOF-DATE.
           MOVE ENTITY-MASTER-TOTAL(ENTITY-IDX) TO CARRY-MASTER-TOTAL.
           MOVE "E" TO CARRY-KIND.
           MOVE ENTITY-CODE(ENTITY-IDX) TO CARRY-ENTITY.
           WRITE TRIAL-BALANCE-CARRY-RECORD.
       EXIT.
      *
      * FIND-ENTITY-ENTRY - LOCATES (OR OPENS) THE PROOF ENTRY FOR
      * THE ENTITY IN ENTITY-WORK-CODE; ZERO WHEN THE TABLE IS FULL.
      *
       FIND-ENTITY-ENTRY SECTION.
           MOVE ZERO TO ENTITY-FOUND-IDX.
           PERFORM MATCH-ONE-ENTITY
               VARYING ENTITY-IDX FROM 1 BY 1
               UNTIL ENTITY-IDX > ENTITY-COUNT.
           IF ENTITY-FOUND-IDX = ZERO
               IF ENTITY-COUNT = 20
                   ADD 1 TO ENTITY-OVERFLOW-COUNT
               ELSE
                   ADD 1 TO ENTITY-COUNT
                   MOVE ENTITY-COUNT TO ENTITY-FOUND-IDX
                   MOVE ENTITY-WORK-CODE TO ENTITY-CODE(ENTITY-COUNT)
                   MOVE ZERO TO ENTITY-MASTER-TOTAL(ENTITY-COUNT)
                   MOVE ZERO TO ENTITY-ACCOUNT-COUNT(ENTITY-COUNT)
                   MOVE ZERO TO ENTITY-POSTED-NET(ENTITY-COUNT)
                   MOVE ZERO TO ENTITY-POSTED-COUNT(ENTITY-COUNT)
                   MOVE ZERO TO ENTITY-PRIOR-TOTAL(ENTITY-COUNT)
                   MOVE "N" TO ENTITY-PRIOR-FOUND(ENTITY-COUNT)
               END-IF
           END-IF.
       EXIT.
      *
       MATCH-ONE-ENTITY SECTION.
           IF ENTITY-CODE(ENTITY-IDX) = ENTITY-WORK-CODE
               MOVE ENTITY-IDX TO ENTITY-FOUND-IDX
           END-IF.
       EXIT.
      *
      * LOOK-UP-BRANCH-ENTITY - THE DIRECTORY'S ENTITY FOR THE
      * BRANCH DIGIT IN BRANCH-DIGIT-WORK; SPACES IF THE DIGIT IS
      * NOT NUMERIC OR THE BRANCH NAMES NONE.
      *
       LOOK-UP-BRANCH-ENTITY SECTION.
           MOVE SPACES TO ENTITY-WORK-CODE.
           IF BRANCH-DIGIT-WORK NUMERIC
               MOVE BRANCH-ENTITY(BRANCH-DIGIT-NUM + 1)
                   TO ENTITY-WORK-CODE
           END-IF.
       EXIT.
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
       READ-ACCOUNT-MASTER SECTION.
