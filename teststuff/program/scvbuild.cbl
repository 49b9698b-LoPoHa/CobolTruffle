       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCVBUILD.
      *
      *
      * SINGLE-CUSTOMER-VIEW BUILD FOR DEPOSIT-INSURANCE REPORTING.
      * THE REGULATOR WANTS, FOR EVERY DEPOSITOR, ALL OF THEIR
      * ACCOUNTS, EACH BALANCE, THE AGGREGATE, AND HOW MUCH OF IT IS
      * COVERED UNDER THE INSURANCE LIMIT. THIS JOB TAKES EACH
      * ACCOUNT'S BALANCE FROM THE LATEST BALSNAP SNAPSHOT, ITS OWNER
      * AND LEGAL ENTITY FROM THE ACCOUNT MASTER, AND THE DEPOSITOR'S
      * PARTICULARS FROM THE CUSTOMER MASTER; SORTS THE ACCOUNTS BY
      * CUSTOMER AND ENTITY; AND APPLIES THE LIMIT ONCE PER CUSTOMER
      * PER ENTITY - EACH ENTITY IS INSURED ON ITS OWN, WITH ITS OWN
      * LIMIT FROM SYSIN. IT WRITES THE REGULATORY EXTRACT (SCVEXTR)
      * AND A SUMMARY PRINT BY ENTITY (SCVRPT). AN ACCOUNT WHOSE
      * CUSTOMER DATA IS MISSING OR INCOMPLETE IS KEPT OUT OF THE
      * EXTRACT AND LISTED ON SCVEXCP INSTEAD, SO IT CAN BE CLEANED
      * UP BEFORE THE FILE IS SUBMITTED.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * KEEP IN STEP WITH TEST'S SPECIAL-NAMES - SAME MONEY FIELDS,
      * SAME EDITING.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNT-MASTER-WIDE-KEY
               ALTERNATE RECORD KEY IS ACCOUNT-MASTER-KEY
                   WITH DUPLICATES.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-MASTER-NUMBER.
      * BALANCE-SNAPSHOT-FILE - ONLY THE ROWS OF THE LATEST DATE ON
      * FILE ARE USED.
           SELECT BALANCE-SNAPSHOT-FILE ASSIGN TO "BALSNAP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".
      * SCV-WORK-FILE - THE ACCOUNTS IN CUSTOMER / ENTITY / ACCOUNT
      * ORDER, AS THE SORT GIVES THEM.
           SELECT SCV-WORK-FILE ASSIGN TO "SCVWORK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SCV-EXTRACT ASSIGN TO "SCVEXTR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SCV-REPORT ASSIGN TO "SCVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SCV-EXCEPTIONS ASSIGN TO "SCVEXCP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY ACCTMASTER.
      *
       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CUSTOMERMASTER.
      *
       FD  BALANCE-SNAPSHOT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BALSNAPSHOT.
      *
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
        05       SW-CUSTOMER             PIC X(8).
        05       SW-ENTITY               PIC X(2).
        05       SW-ACCOUNT-KEY          PIC X(5).
        05       SW-BALANCE              PIC S9(9)V99.
        05       SW-NAME                 PIC X(30).
        05       SW-TAX-ID               PIC X(12).
      *
       FD  SCV-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  SCV-WORK-RECORD.
        05       WORK-CUSTOMER           PIC X(8).
        05       WORK-ENTITY             PIC X(2).
        05       WORK-ACCOUNT-KEY        PIC X(5).
        05       WORK-BALANCE            PIC S9(9)V99.
        05       WORK-NAME               PIC X(30).
        05       WORK-TAX-ID             PIC X(12).
      *
       FD  SCV-EXTRACT
           LABEL RECORDS ARE STANDARD.
           COPY SCVEXTRACT.
      *
       FD  SCV-REPORT
           LABEL RECORDS ARE STANDARD.
       01  SCV-REPORT-LINE                 PIC X(132).
      *
       FD  SCV-EXCEPTIONS
           LABEL RECORDS ARE STANDARD.
       01  SCV-EXCEPTION-LINE              PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  ACCOUNT-MASTER-SWITCH        PIC X VALUE "N".
         88      END-OF-ACCOUNT-MASTER      VALUE "Y".
       01  SNAPSHOT-SWITCH              PIC X VALUE "N".
         88      END-OF-SNAPSHOTS           VALUE "Y".
       01  SCV-WORK-SWITCH              PIC X VALUE "N".
         88      END-OF-SCV-WORK            VALUE "Y".
       01  CUSTOMER-FOUND-SWITCH        PIC X VALUE "N".
         88      CUSTOMER-ON-FILE           VALUE "Y".
       01  LIMIT-CARDS-SWITCH           PIC X VALUE "N".
         88      END-OF-LIMIT-CARDS         VALUE "Y".
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
       01  LATEST-SNAPSHOT-DATE         PIC 9(8) VALUE ZERO.
      *
      * INSURANCE LIMITS - ONE SYSIN CARD PER ENTITY: THE ENTITY CODE
      * AND ITS LIMIT; "**" SETS THE LIMIT FOR ANY ENTITY WITHOUT A
      * CARD OF ITS OWN. A BLANK CARD ENDS THE LIST.
       01  LIMIT-CARD.
        05       LIMIT-CARD-ENTITY       PIC X(2).
        05       LIMIT-CARD-AMOUNT       PIC 9(9)V99.
       01  LIMIT-TABLE.
        05       LIMIT-ENTRY OCCURS 20 TIMES.
         10      LIMIT-ENTITY            PIC X(2).
         10      LIMIT-AMOUNT            PIC 9(9)V99.
       01  LIMIT-COUNT                  PIC 99 VALUE ZERO.
       01  LIMIT-IDX                    PIC 99 VALUE 1.
       01  LIMIT-DEFAULT-SWITCH         PIC X VALUE "N".
         88      LIMIT-DEFAULT-GIVEN        VALUE "Y".
       01  LIMIT-DEFAULT-AMOUNT         PIC 9(9)V99 VALUE ZERO.
       01  LIMIT-FOUND-SWITCH           PIC X VALUE "N".
         88      LIMIT-FOUND                VALUE "Y".
       01  LIMIT-FOUND-AMOUNT           PIC 9(9)V99 VALUE ZERO.
      *
      * THE LATEST SNAPSHOT'S BALANCES, KEYED BY ACCOUNT. A LATER ROW
      * FOR THE SAME ACCOUNT AND DATE (AN INTRADAY CYCLE) REPLACES
      * THE EARLIER ONE.
       01  SNAPSHOT-TABLE.
        05       SNAPSHOT-ENTRY OCCURS 2000 TIMES.
         10      SNAP-ACCOUNT-KEY        PIC X(5).
         10      SNAP-BALANCE            PIC S9(9)V99.
       01  SNAPSHOT-COUNT               PIC 9(4) VALUE ZERO.
       01  SNAPSHOT-IDX                 PIC 9(4) VALUE 1.
       01  SNAPSHOT-FOUND-IDX           PIC 9(4) VALUE ZERO.
       01  SNAPSHOT-OVERFLOW-COUNT      PIC 9(8) VALUE ZERO.
       01  SNAPSHOT-WORK-KEY            PIC X(5) VALUE SPACES.
      *
      * EXCEPTION WORK - THE FIRST MISSING ITEM FOUND NAMES THE
      * REASON AN ACCOUNT IS HELD OUT OF THE EXTRACT.
       01  EXCEPTION-REASON             PIC X(24) VALUE SPACES.
       01  EXCEPTION-COUNT              PIC 9(8) VALUE ZERO.
       01  EXCEPTION-BALANCE-TOTAL      PIC S9(11)V99 VALUE ZERO.
       01  EXCEPTION-BALANCE            PIC S9(9)V99 VALUE ZERO.
       01  ACCOUNTS-RELEASED-COUNT      PIC 9(8) VALUE ZERO.
      *
      * DEPOSITOR CONTROL-BREAK FIELDS - ONE DEPOSITOR IS ONE
      * CUSTOMER AT ONE ENTITY.
       01  DEPOSITOR-CUSTOMER           PIC X(8) VALUE SPACES.
       01  DEPOSITOR-ENTITY             PIC X(2) VALUE SPACES.
       01  DEPOSITOR-NAME               PIC X(30) VALUE SPACES.
       01  DEPOSITOR-TAX-ID             PIC X(12) VALUE SPACES.
       01  DEPOSITOR-ACCOUNT-COUNT      PIC 9(4) VALUE ZERO.
       01  DEPOSITOR-AGGREGATE          PIC 9(11)V99 VALUE ZERO.
       01  DEPOSITOR-COVERED            PIC 9(11)V99 VALUE ZERO.
       01  DEPOSITOR-NOT-COVERED        PIC 9(11)V99 VALUE ZERO.
      *
      * PER-ENTITY TOTALS FOR THE SUMMARY PRINT AND THE GRAND TOTALS
      * THE TRAILER CARRIES.
       01  ENTITY-TOTAL-TABLE.
        05       ENTITY-TOTAL-ENTRY OCCURS 20 TIMES.
         10      ENTITY-TOTAL-CODE       PIC X(2).
         10      ENTITY-TOTAL-LIMIT      PIC 9(9)V99.
         10      ENTITY-TOTAL-DEPOSITORS PIC 9(8).
         10      ENTITY-TOTAL-ACCOUNTS   PIC 9(8).
         10      ENTITY-TOTAL-AGGREGATE  PIC 9(13)V99.
         10      ENTITY-TOTAL-COVERED    PIC 9(13)V99.
         10      ENTITY-TOTAL-NOT-COVERED PIC 9(13)V99.
         10      ENTITY-TOTAL-OVER-LIMIT PIC 9(8).
       01  ENTITY-TOTAL-COUNT           PIC 99 VALUE ZERO.
       01  ENTITY-TOTAL-IDX             PIC 99 VALUE 1.
       01  ENTITY-TOTAL-FOUND-IDX       PIC 99 VALUE ZERO.
       01  GRAND-DEPOSITOR-COUNT        PIC 9(8) VALUE ZERO.
       01  GRAND-ACCOUNT-COUNT          PIC 9(8) VALUE ZERO.
       01  GRAND-AGGREGATE              PIC 9(13)V99 VALUE ZERO.
       01  GRAND-COVERED                PIC 9(13)V99 VALUE ZERO.
       01  GRAND-NOT-COVERED            PIC 9(13)V99 VALUE ZERO.
      *
      * PRINT WORK FIELDS - SAME LINE-COUNTED, PAGE-HEADED SHAPE AS
      * TEST'S DAILY REPORT.
       01  REPORT-PAGE-NUMBER           PIC 9(4) VALUE ZERO.
       01  REPORT-LINE-COUNT            PIC 9(2) VALUE ZERO.
       01  REPORT-PAGE-DEPTH            PIC 9(2) VALUE 55.
       01  REPORT-HEADING-LINE.
        05       FILLER                  PIC X(36)
                 VALUE "SINGLE CUSTOMER VIEW SUMMARY  SNAP ".
        05       REPORT-HEADING-DATE     PIC 9(8).
        05       FILLER                  PIC X(7) VALUE "   PAGE".
        05       REPORT-HEADING-PAGE     PIC ZZZ9.
       01  REPORT-COLUMN-LINE           PIC X(132) VALUE
           "EN  DEPOSITORS  ACCOUNTS           AGGREGATE          LIMI
      -    "T             COVERED         NOT COVERED  OVER LIMIT".
       01  REPORT-BUILD-LINE            PIC X(132) VALUE SPACES.
       01  REPORT-COUNT-EDIT            PIC ZZ.ZZZ.ZZ9.
       01  REPORT-COUNT-EDIT-2          PIC ZZ.ZZZ.ZZ9.
       01  REPORT-COUNT-EDIT-3          PIC ZZ.ZZZ.ZZ9.
       01  REPORT-AGGREGATE-EDIT        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  REPORT-LIMIT-EDIT            PIC ZZZ.ZZZ.ZZ9,99.
       01  REPORT-COVERED-EDIT          PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  REPORT-NOT-COVERED-EDIT      PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  REPORT-BALANCE-EDIT          PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           DISPLAY "START SCVBUILD".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-INSURANCE-LIMITS.
           IF LIMIT-COUNT = ZERO AND NOT LIMIT-DEFAULT-GIVEN
               DISPLAY "NO INSURANCE LIMITS ON SYSIN - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           PERFORM FIND-LATEST-SNAPSHOT-DATE.
           IF LATEST-SNAPSHOT-DATE = ZERO
               DISPLAY "NO BALANCE SNAPSHOT ON FILE - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           PERFORM LOAD-LATEST-SNAPSHOT.
           IF SNAPSHOT-OVERFLOW-COUNT > ZERO
               DISPLAY "SNAPSHOT TABLE FULL - " SNAPSHOT-OVERFLOW-COUNT
                   " ACCOUNTS NOT LOADED - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           DISPLAY "SNAPSHOT DATE:     " LATEST-SNAPSHOT-DATE.
           OPEN OUTPUT SCV-EXCEPTIONS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-CUSTOMER SW-ENTITY SW-ACCOUNT-KEY
               INPUT PROCEDURE IS RELEASE-SCV-ACCOUNTS
               GIVING SCV-WORK-FILE.
           PERFORM WRITE-EXCEPTION-FOOTING.
           CLOSE SCV-EXCEPTIONS.
           OPEN OUTPUT SCV-EXTRACT.
           MOVE SPACES TO SCV-HEADER-RECORD.
           SET SCV-HEADER TO TRUE.
           MOVE LATEST-SNAPSHOT-DATE TO SCV-SNAPSHOT-DATE.
           MOVE RUN-DATE TO SCV-RUN-DATE.
           WRITE SCV-HEADER-RECORD.
           OPEN INPUT SCV-WORK-FILE.
           PERFORM READ-SCV-WORK.
           PERFORM BUILD-ONE-DEPOSITOR UNTIL END-OF-SCV-WORK.
           CLOSE SCV-WORK-FILE.
           MOVE SPACES TO SCV-TRAILER-RECORD.
           SET SCV-TRAILER TO TRUE.
           MOVE GRAND-DEPOSITOR-COUNT TO SCV-TRL-DEPOSITOR-COUNT.
           MOVE GRAND-ACCOUNT-COUNT TO SCV-TRL-ACCOUNT-COUNT.
           MOVE GRAND-AGGREGATE TO SCV-TRL-AGGREGATE.
           MOVE GRAND-COVERED TO SCV-TRL-COVERED.
           MOVE GRAND-NOT-COVERED TO SCV-TRL-NOT-COVERED.
           WRITE SCV-TRAILER-RECORD.
           CLOSE SCV-EXTRACT.
           OPEN OUTPUT SCV-REPORT.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM REPORT-ONE-ENTITY
               VARYING ENTITY-TOTAL-IDX FROM 1 BY 1
               UNTIL ENTITY-TOTAL-IDX > ENTITY-TOTAL-COUNT.
           PERFORM WRITE-REPORT-FOOTING.
           CLOSE SCV-REPORT.
           DISPLAY "DEPOSITORS:        " GRAND-DEPOSITOR-COUNT.
           DISPLAY "ACCOUNTS REPORTED: " GRAND-ACCOUNT-COUNT.
           DISPLAY "ACCOUNTS HELD OUT: " EXCEPTION-COUNT.
           IF EXCEPTION-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "END SCVBUILD".
      *
       PROG-EX.
           EXIT PROGRAM.
      *
      * LOAD-INSURANCE-LIMITS - THE ENTITY LIMIT CARDS FROM SYSIN.
      *
       LOAD-INSURANCE-LIMITS SECTION.
           PERFORM READ-LIMIT-CARD.
           PERFORM NOTE-ONE-LIMIT-CARD UNTIL END-OF-LIMIT-CARDS.
           DISPLAY "INSURANCE LIMITS IN EFFECT:".
           PERFORM DISPLAY-ONE-LIMIT
               VARYING LIMIT-IDX FROM 1 BY 1
               UNTIL LIMIT-IDX > LIMIT-COUNT.
           IF LIMIT-DEFAULT-GIVEN
               DISPLAY "  OTHER ENTITIES " LIMIT-DEFAULT-AMOUNT
           END-IF.
       EXIT.
      *
       NOTE-ONE-LIMIT-CARD SECTION.
           IF LIMIT-CARD-ENTITY = "**"
               SET LIMIT-DEFAULT-GIVEN TO TRUE
               MOVE LIMIT-CARD-AMOUNT TO LIMIT-DEFAULT-AMOUNT
           ELSE
               IF LIMIT-COUNT < 20
                   ADD 1 TO LIMIT-COUNT
                   MOVE LIMIT-CARD-ENTITY TO LIMIT-ENTITY(LIMIT-COUNT)
                   MOVE LIMIT-CARD-AMOUNT TO LIMIT-AMOUNT(LIMIT-COUNT)
               END-IF
           END-IF.
           PERFORM READ-LIMIT-CARD.
       EXIT.
      *
       DISPLAY-ONE-LIMIT SECTION.
           DISPLAY "  ENTITY " LIMIT-ENTITY(LIMIT-IDX) " "
               LIMIT-AMOUNT(LIMIT-IDX).
       EXIT.
      *
       READ-LIMIT-CARD SECTION.
           MOVE SPACES TO LIMIT-CARD.
           ACCEPT LIMIT-CARD FROM SYSIN.
           IF LIMIT-CARD = SPACES
               SET END-OF-LIMIT-CARDS TO TRUE
           END-IF.
       EXIT.
      *
      * FIND-ENTITY-LIMIT - THE LIMIT FOR THE ENTITY IN
      * DEPOSITOR-ENTITY: ITS OWN CARD, ELSE THE "**" CARD.
      *
       FIND-ENTITY-LIMIT SECTION.
           MOVE "N" TO LIMIT-FOUND-SWITCH.
           MOVE ZERO TO LIMIT-FOUND-AMOUNT.
           PERFORM MATCH-ONE-LIMIT
               VARYING LIMIT-IDX FROM 1 BY 1
               UNTIL LIMIT-IDX > LIMIT-COUNT.
           IF NOT LIMIT-FOUND AND LIMIT-DEFAULT-GIVEN
               SET LIMIT-FOUND TO TRUE
               MOVE LIMIT-DEFAULT-AMOUNT TO LIMIT-FOUND-AMOUNT
           END-IF.
       EXIT.
      *
       MATCH-ONE-LIMIT SECTION.
           IF LIMIT-ENTITY(LIMIT-IDX) = DEPOSITOR-ENTITY
               SET LIMIT-FOUND TO TRUE
               MOVE LIMIT-AMOUNT(LIMIT-IDX) TO LIMIT-FOUND-AMOUNT
           END-IF.
       EXIT.
      *
      * FIND-LATEST-SNAPSHOT-DATE / LOAD-LATEST-SNAPSHOT - TWO PASSES
      * OVER BALSNAP: THE FIRST FINDS THE LATEST DATE ON FILE, THE
      * SECOND LOADS THAT DATE'S BALANCES.
      *
       FIND-LATEST-SNAPSHOT-DATE SECTION.
           MOVE "N" TO SNAPSHOT-SWITCH.
           OPEN INPUT BALANCE-SNAPSHOT-FILE.
           PERFORM READ-SNAPSHOT.
           PERFORM NOTE-ONE-SNAPSHOT-DATE UNTIL END-OF-SNAPSHOTS.
           CLOSE BALANCE-SNAPSHOT-FILE.
       EXIT.
      *
       NOTE-ONE-SNAPSHOT-DATE SECTION.
           IF SNAPSHOT-DATE > LATEST-SNAPSHOT-DATE
               MOVE SNAPSHOT-DATE TO LATEST-SNAPSHOT-DATE
           END-IF.
           PERFORM READ-SNAPSHOT.
       EXIT.
      *
       LOAD-LATEST-SNAPSHOT SECTION.
           MOVE "N" TO SNAPSHOT-SWITCH.
           OPEN INPUT BALANCE-SNAPSHOT-FILE.
           PERFORM READ-SNAPSHOT.
           PERFORM LOAD-ONE-SNAPSHOT UNTIL END-OF-SNAPSHOTS.
           CLOSE BALANCE-SNAPSHOT-FILE.
       EXIT.
      *
       LOAD-ONE-SNAPSHOT SECTION.
           IF SNAPSHOT-DATE NOT = LATEST-SNAPSHOT-DATE
               GO TO LOAD-ONE-SNAPSHOT-NEXT
           END-IF.
           MOVE SNAPSHOT-ACCOUNT-KEY TO SNAPSHOT-WORK-KEY.
           PERFORM FIND-SNAPSHOT-ENTRY.
           IF SNAPSHOT-FOUND-IDX > ZERO
               MOVE SNAPSHOT-BALANCE
                   TO SNAP-BALANCE(SNAPSHOT-FOUND-IDX)
               GO TO LOAD-ONE-SNAPSHOT-NEXT
           END-IF.
           IF SNAPSHOT-COUNT = 2000
               ADD 1 TO SNAPSHOT-OVERFLOW-COUNT
               GO TO LOAD-ONE-SNAPSHOT-NEXT
           END-IF.
           ADD 1 TO SNAPSHOT-COUNT.
           MOVE SNAPSHOT-ACCOUNT-KEY
               TO SNAP-ACCOUNT-KEY(SNAPSHOT-COUNT).
           MOVE SNAPSHOT-BALANCE TO SNAP-BALANCE(SNAPSHOT-COUNT).
       LOAD-ONE-SNAPSHOT-NEXT.
           PERFORM READ-SNAPSHOT.
       EXIT.
      *
       FIND-SNAPSHOT-ENTRY SECTION.
           MOVE ZERO TO SNAPSHOT-FOUND-IDX.
           PERFORM MATCH-ONE-SNAPSHOT
               VARYING SNAPSHOT-IDX FROM 1 BY 1
               UNTIL SNAPSHOT-IDX > SNAPSHOT-COUNT.
       EXIT.
      *
       MATCH-ONE-SNAPSHOT SECTION.
           IF SNAP-ACCOUNT-KEY(SNAPSHOT-IDX) = SNAPSHOT-WORK-KEY
               MOVE SNAPSHOT-IDX TO SNAPSHOT-FOUND-IDX
           END-IF.
       EXIT.
      *
      * RELEASE-SCV-ACCOUNTS - THE SORT'S INPUT: EVERY ACCOUNT ON
      * THE MASTER, WITH ITS SNAPSHOT BALANCE AND ITS OWNER'S
      * PARTICULARS. AN ACCOUNT WITH ANYTHING MISSING GOES TO THE
      * EXCEPTION LIST INSTEAD.
      *
       RELEASE-SCV-ACCOUNTS SECTION.
           PERFORM WRITE-EXCEPTION-HEADING.
           OPEN INPUT ACCOUNT-MASTER.
           OPEN INPUT CUSTOMER-MASTER.
           PERFORM READ-ACCOUNT-MASTER.
           PERFORM RELEASE-ONE-ACCOUNT UNTIL END-OF-ACCOUNT-MASTER.
           CLOSE CUSTOMER-MASTER.
           CLOSE ACCOUNT-MASTER.
       EXIT.
      *
       RELEASE-ONE-ACCOUNT SECTION.
           MOVE SPACES TO EXCEPTION-REASON.
           MOVE ACCOUNT-MASTER-KEY TO SNAPSHOT-WORK-KEY.
           PERFORM FIND-SNAPSHOT-ENTRY.
           IF SNAPSHOT-FOUND-IDX = ZERO
               MOVE ACCOUNT-MASTER-BALANCE TO EXCEPTION-BALANCE
               MOVE "NO SNAPSHOT BALANCE" TO EXCEPTION-REASON
               GO TO RELEASE-ONE-ACCOUNT-DECIDE
           END-IF.
           MOVE SNAP-BALANCE(SNAPSHOT-FOUND-IDX) TO EXCEPTION-BALANCE.
           IF ACCOUNT-MASTER-ENTITY = SPACES
               MOVE "NO LEGAL ENTITY" TO EXCEPTION-REASON
               GO TO RELEASE-ONE-ACCOUNT-DECIDE
           END-IF.
           MOVE ACCOUNT-MASTER-ENTITY TO DEPOSITOR-ENTITY.
           PERFORM FIND-ENTITY-LIMIT.
           IF NOT LIMIT-FOUND
               MOVE "NO LIMIT FOR ENTITY" TO EXCEPTION-REASON
               GO TO RELEASE-ONE-ACCOUNT-DECIDE
           END-IF.
           IF ACCOUNT-MASTER-CUSTOMER = SPACES
               MOVE "NO CUSTOMER NUMBER" TO EXCEPTION-REASON
               GO TO RELEASE-ONE-ACCOUNT-DECIDE
           END-IF.
           MOVE "N" TO CUSTOMER-FOUND-SWITCH.
           MOVE ACCOUNT-MASTER-CUSTOMER TO CUSTOMER-MASTER-NUMBER.
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CUSTOMER-ON-FILE TO TRUE
           END-READ.
           EVALUATE TRUE
               WHEN NOT CUSTOMER-ON-FILE
                   MOVE "CUSTOMER NOT ON FILE" TO EXCEPTION-REASON
               WHEN CUSTOMER-MERGED
                   MOVE "CUSTOMER MERGED AWAY" TO EXCEPTION-REASON
               WHEN CUSTOMER-NAME = SPACES
                   MOVE "NAME MISSING" TO EXCEPTION-REASON
               WHEN CUSTOMER-ADDRESS-LINE-1 = SPACES
                   OR CUSTOMER-POSTCODE = SPACES
                   MOVE "ADDRESS INCOMPLETE" TO EXCEPTION-REASON
               WHEN CUSTOMER-TAX-ID = SPACES
                   MOVE "TAX ID MISSING" TO EXCEPTION-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       RELEASE-ONE-ACCOUNT-DECIDE.
           IF EXCEPTION-REASON NOT = SPACES
               PERFORM WRITE-EXCEPTION-LINE
               GO TO RELEASE-ONE-ACCOUNT-NEXT
           END-IF.
           MOVE ACCOUNT-MASTER-CUSTOMER TO SW-CUSTOMER.
           MOVE ACCOUNT-MASTER-ENTITY TO SW-ENTITY.
           MOVE ACCOUNT-MASTER-KEY TO SW-ACCOUNT-KEY.
           MOVE SNAP-BALANCE(SNAPSHOT-FOUND-IDX) TO SW-BALANCE.
           MOVE CUSTOMER-NAME TO SW-NAME.
           MOVE CUSTOMER-TAX-ID TO SW-TAX-ID.
           RELEASE SORT-WORK-RECORD.
           ADD 1 TO ACCOUNTS-RELEASED-COUNT.
       RELEASE-ONE-ACCOUNT-NEXT.
           PERFORM READ-ACCOUNT-MASTER.
       EXIT.
      *
      * BUILD-ONE-DEPOSITOR - ONE CUSTOMER AT ONE ENTITY: AN "A"
      * RECORD PER ACCOUNT, THEN THE "S" RECORD WITH THE AGGREGATE
      * OF THE CREDIT BALANCES SPLIT AT THE ENTITY'S LIMIT.
      *
       BUILD-ONE-DEPOSITOR SECTION.
           MOVE WORK-CUSTOMER TO DEPOSITOR-CUSTOMER.
           MOVE WORK-ENTITY TO DEPOSITOR-ENTITY.
           MOVE WORK-NAME TO DEPOSITOR-NAME.
           MOVE WORK-TAX-ID TO DEPOSITOR-TAX-ID.
           MOVE ZERO TO DEPOSITOR-ACCOUNT-COUNT.
           MOVE ZERO TO DEPOSITOR-AGGREGATE.
           PERFORM TAKE-ONE-DEPOSITOR-ACCOUNT
               UNTIL END-OF-SCV-WORK
               OR WORK-CUSTOMER NOT = DEPOSITOR-CUSTOMER
               OR WORK-ENTITY NOT = DEPOSITOR-ENTITY.
           PERFORM FIND-ENTITY-LIMIT.
           IF DEPOSITOR-AGGREGATE > LIMIT-FOUND-AMOUNT
               MOVE LIMIT-FOUND-AMOUNT TO DEPOSITOR-COVERED
           ELSE
               MOVE DEPOSITOR-AGGREGATE TO DEPOSITOR-COVERED
           END-IF.
           COMPUTE DEPOSITOR-NOT-COVERED =
               DEPOSITOR-AGGREGATE - DEPOSITOR-COVERED.
           MOVE SPACES TO SCV-DEPOSITOR-RECORD.
           SET SCV-DEPOSITOR TO TRUE.
           MOVE DEPOSITOR-CUSTOMER TO SCV-DEP-CUSTOMER.
           MOVE DEPOSITOR-ENTITY TO SCV-DEP-ENTITY.
           MOVE DEPOSITOR-NAME TO SCV-DEP-NAME.
           MOVE DEPOSITOR-TAX-ID TO SCV-DEP-TAX-ID.
           MOVE DEPOSITOR-ACCOUNT-COUNT TO SCV-DEP-ACCOUNT-COUNT.
           MOVE DEPOSITOR-AGGREGATE TO SCV-DEP-AGGREGATE.
           MOVE LIMIT-FOUND-AMOUNT TO SCV-DEP-LIMIT.
           MOVE DEPOSITOR-COVERED TO SCV-DEP-COVERED.
           MOVE DEPOSITOR-NOT-COVERED TO SCV-DEP-NOT-COVERED.
           WRITE SCV-DEPOSITOR-RECORD.
           PERFORM ADD-DEPOSITOR-TO-TOTALS.
       EXIT.
      *
       TAKE-ONE-DEPOSITOR-ACCOUNT SECTION.
           MOVE SPACES TO SCV-ACCOUNT-RECORD.
           SET SCV-ACCOUNT TO TRUE.
           MOVE WORK-CUSTOMER TO SCV-ACCT-CUSTOMER.
           MOVE WORK-ENTITY TO SCV-ACCT-ENTITY.
           MOVE WORK-ACCOUNT-KEY TO SCV-ACCT-KEY.
           MOVE WORK-BALANCE TO SCV-ACCT-BALANCE.
           WRITE SCV-ACCOUNT-RECORD.
           ADD 1 TO DEPOSITOR-ACCOUNT-COUNT.
      * AN OVERDRAWN ACCOUNT IS REPORTED BUT NOT SET OFF AGAINST THE
      * DEPOSITOR'S OTHER BALANCES.
           IF WORK-BALANCE > ZERO
               ADD WORK-BALANCE TO DEPOSITOR-AGGREGATE
           END-IF.
           PERFORM READ-SCV-WORK.
       EXIT.
      *
       ADD-DEPOSITOR-TO-TOTALS SECTION.
           MOVE ZERO TO ENTITY-TOTAL-FOUND-IDX.
           PERFORM MATCH-ONE-ENTITY-TOTAL
               VARYING ENTITY-TOTAL-IDX FROM 1 BY 1
               UNTIL ENTITY-TOTAL-IDX > ENTITY-TOTAL-COUNT.
           IF ENTITY-TOTAL-FOUND-IDX = ZERO
               AND ENTITY-TOTAL-COUNT < 20
               ADD 1 TO ENTITY-TOTAL-COUNT
               MOVE ENTITY-TOTAL-COUNT TO ENTITY-TOTAL-FOUND-IDX
               MOVE DEPOSITOR-ENTITY
                   TO ENTITY-TOTAL-CODE(ENTITY-TOTAL-FOUND-IDX)
               MOVE LIMIT-FOUND-AMOUNT
                   TO ENTITY-TOTAL-LIMIT(ENTITY-TOTAL-FOUND-IDX)
               MOVE ZERO
                   TO ENTITY-TOTAL-DEPOSITORS(ENTITY-TOTAL-FOUND-IDX)
               MOVE ZERO
                   TO ENTITY-TOTAL-ACCOUNTS(ENTITY-TOTAL-FOUND-IDX)
               MOVE ZERO
                   TO ENTITY-TOTAL-AGGREGATE(ENTITY-TOTAL-FOUND-IDX)
               MOVE ZERO
                   TO ENTITY-TOTAL-COVERED(ENTITY-TOTAL-FOUND-IDX)
               MOVE ZERO
                   TO ENTITY-TOTAL-NOT-COVERED(ENTITY-TOTAL-FOUND-IDX)
               MOVE ZERO
                   TO ENTITY-TOTAL-OVER-LIMIT(ENTITY-TOTAL-FOUND-IDX)
           END-IF.
           IF ENTITY-TOTAL-FOUND-IDX > ZERO
               ADD 1 TO ENTITY-TOTAL-DEPOSITORS(ENTITY-TOTAL-FOUND-IDX)
               ADD DEPOSITOR-ACCOUNT-COUNT
                   TO ENTITY-TOTAL-ACCOUNTS(ENTITY-TOTAL-FOUND-IDX)
               ADD DEPOSITOR-AGGREGATE
                   TO ENTITY-TOTAL-AGGREGATE(ENTITY-TOTAL-FOUND-IDX)
               ADD DEPOSITOR-COVERED
                   TO ENTITY-TOTAL-COVERED(ENTITY-TOTAL-FOUND-IDX)
               ADD DEPOSITOR-NOT-COVERED
                   TO ENTITY-TOTAL-NOT-COVERED(ENTITY-TOTAL-FOUND-IDX)
               IF DEPOSITOR-NOT-COVERED > ZERO
                   ADD 1
                     TO ENTITY-TOTAL-OVER-LIMIT(ENTITY-TOTAL-FOUND-IDX)
               END-IF
           END-IF.
           ADD 1 TO GRAND-DEPOSITOR-COUNT.
           ADD DEPOSITOR-ACCOUNT-COUNT TO GRAND-ACCOUNT-COUNT.
           ADD DEPOSITOR-AGGREGATE TO GRAND-AGGREGATE.
           ADD DEPOSITOR-COVERED TO GRAND-COVERED.
           ADD DEPOSITOR-NOT-COVERED TO GRAND-NOT-COVERED.
       EXIT.
      *
       MATCH-ONE-ENTITY-TOTAL SECTION.
           IF ENTITY-TOTAL-CODE(ENTITY-TOTAL-IDX) = DEPOSITOR-ENTITY
               MOVE ENTITY-TOTAL-IDX TO ENTITY-TOTAL-FOUND-IDX
           END-IF.
       EXIT.
      *
      * REPORT-ONE-ENTITY - THE SUMMARY LINE FOR ONE ENTITY.
      *
       REPORT-ONE-ENTITY SECTION.
           MOVE ENTITY-TOTAL-DEPOSITORS(ENTITY-TOTAL-IDX)
               TO REPORT-COUNT-EDIT.
           MOVE ENTITY-TOTAL-ACCOUNTS(ENTITY-TOTAL-IDX)
               TO REPORT-COUNT-EDIT-2.
           MOVE ENTITY-TOTAL-OVER-LIMIT(ENTITY-TOTAL-IDX)
               TO REPORT-COUNT-EDIT-3.
           MOVE ENTITY-TOTAL-AGGREGATE(ENTITY-TOTAL-IDX)
               TO REPORT-AGGREGATE-EDIT.
           MOVE ENTITY-TOTAL-LIMIT(ENTITY-TOTAL-IDX)
               TO REPORT-LIMIT-EDIT.
           MOVE ENTITY-TOTAL-COVERED(ENTITY-TOTAL-IDX)
               TO REPORT-COVERED-EDIT.
           MOVE ENTITY-TOTAL-NOT-COVERED(ENTITY-TOTAL-IDX)
               TO REPORT-NOT-COVERED-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING ENTITY-TOTAL-CODE(ENTITY-TOTAL-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               REPORT-COUNT-EDIT-2 DELIMITED BY SIZE
               REPORT-AGGREGATE-EDIT DELIMITED BY SIZE
               REPORT-LIMIT-EDIT DELIMITED BY SIZE
               REPORT-COVERED-EDIT DELIMITED BY SIZE
               REPORT-NOT-COVERED-EDIT DELIMITED BY SIZE
               REPORT-COUNT-EDIT-3 DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
       EXIT.
      *
       WRITE-REPORT-FOOTING SECTION.
           MOVE SPACES TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE GRAND-DEPOSITOR-COUNT TO REPORT-COUNT-EDIT.
           MOVE GRAND-ACCOUNT-COUNT TO REPORT-COUNT-EDIT-2.
           MOVE GRAND-AGGREGATE TO REPORT-AGGREGATE-EDIT.
           MOVE GRAND-COVERED TO REPORT-COVERED-EDIT.
           MOVE GRAND-NOT-COVERED TO REPORT-NOT-COVERED-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "ALL" DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               REPORT-COUNT-EDIT-2 DELIMITED BY SIZE
               REPORT-AGGREGATE-EDIT DELIMITED BY SIZE
               "               " DELIMITED BY SIZE
               REPORT-COVERED-EDIT DELIMITED BY SIZE
               REPORT-NOT-COVERED-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE EXCEPTION-COUNT TO REPORT-COUNT-EDIT.
           MOVE EXCEPTION-BALANCE-TOTAL TO REPORT-BALANCE-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "ACCOUNTS HELD OUT FOR MISSING DATA "
                   DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               "  BALANCE " DELIMITED BY SIZE
               REPORT-BALANCE-EDIT DELIMITED BY SIZE
               "  - SEE SCVEXCP" DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
       EXIT.
      *
       WRITE-REPORT-HEADING SECTION.
           ADD 1 TO REPORT-PAGE-NUMBER.
           MOVE LATEST-SNAPSHOT-DATE TO REPORT-HEADING-DATE.
           MOVE REPORT-PAGE-NUMBER TO REPORT-HEADING-PAGE.
           MOVE REPORT-HEADING-LINE TO SCV-REPORT-LINE.
           WRITE SCV-REPORT-LINE AFTER ADVANCING PAGE.
           MOVE 1 TO REPORT-LINE-COUNT.
           MOVE SPACES TO SCV-REPORT-LINE.
           WRITE SCV-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE REPORT-COLUMN-LINE TO SCV-REPORT-LINE.
           WRITE SCV-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 2 TO REPORT-LINE-COUNT.
       EXIT.
      *
       WRITE-REPORT-LINE SECTION.
           IF REPORT-LINE-COUNT NOT < REPORT-PAGE-DEPTH
               PERFORM WRITE-REPORT-HEADING
           END-IF.
           MOVE REPORT-BUILD-LINE TO SCV-REPORT-LINE.
           WRITE SCV-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO REPORT-LINE-COUNT.
       EXIT.
      *
      * THE EXCEPTION LIST - ONE LINE PER ACCOUNT HELD OUT, WITH THE
      * FIRST PROBLEM FOUND ON IT.
      *
       WRITE-EXCEPTION-HEADING SECTION.
           MOVE SPACES TO SCV-EXCEPTION-LINE.
           STRING "SINGLE CUSTOMER VIEW - ACCOUNTS HELD OUT  SNAP "
                   DELIMITED BY SIZE
               LATEST-SNAPSHOT-DATE DELIMITED BY SIZE
               INTO SCV-EXCEPTION-LINE.
           WRITE SCV-EXCEPTION-LINE.
           MOVE "ACCT   CUSTOMER  EN           BALANCE  REASON"
               TO SCV-EXCEPTION-LINE.
           WRITE SCV-EXCEPTION-LINE.
       EXIT.
      *
       WRITE-EXCEPTION-LINE SECTION.
           ADD 1 TO EXCEPTION-COUNT.
           ADD EXCEPTION-BALANCE TO EXCEPTION-BALANCE-TOTAL.
           MOVE EXCEPTION-BALANCE TO REPORT-BALANCE-EDIT.
           MOVE SPACES TO SCV-EXCEPTION-LINE.
           STRING ACCOUNT-MASTER-KEY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ACCOUNT-MASTER-CUSTOMER DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ACCOUNT-MASTER-ENTITY DELIMITED BY SIZE
               REPORT-BALANCE-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               EXCEPTION-REASON DELIMITED BY SIZE
               INTO SCV-EXCEPTION-LINE.
           WRITE SCV-EXCEPTION-LINE.
       EXIT.
      *
       WRITE-EXCEPTION-FOOTING SECTION.
           MOVE EXCEPTION-BALANCE-TOTAL TO REPORT-BALANCE-EDIT.
           MOVE SPACES TO SCV-EXCEPTION-LINE.
           STRING "ACCOUNTS HELD OUT " DELIMITED BY SIZE
               EXCEPTION-COUNT DELIMITED BY SIZE
               "  BALANCE " DELIMITED BY SIZE
               REPORT-BALANCE-EDIT DELIMITED BY SIZE
               INTO SCV-EXCEPTION-LINE.
           WRITE SCV-EXCEPTION-LINE.
       EXIT.
      *
       READ-ACCOUNT-MASTER SECTION.
           READ ACCOUNT-MASTER NEXT RECORD
               AT END
                   SET END-OF-ACCOUNT-MASTER TO TRUE
           END-READ.
       EXIT.
      *
       READ-SNAPSHOT SECTION.
           READ BALANCE-SNAPSHOT-FILE
               AT END
                   SET END-OF-SNAPSHOTS TO TRUE
           END-READ.
       EXIT.
      *
       READ-SCV-WORK SECTION.
           READ SCV-WORK-FILE
               AT END
                   SET END-OF-SCV-WORK TO TRUE
           END-READ.
       EXIT.
      *
       END PROGRAM SCVBUILD.
