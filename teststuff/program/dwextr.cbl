       IDENTIFICATION DIVISION.
       PROGRAM-ID. DWEXTR.
      *
      *
      * NIGHTLY CHANGE-DATA EXTRACT FOR THE ENTERPRISE DATA WAREHOUSE,
      * SO THE WAREHOUSE LOADS THE STREAM'S OWN FIGURES INSTEAD OF
      * SCRAPING THE PRINT REPORTS. FOUR DELIMITED FILES ARE WRITTEN,
      * EACH WITH A SCHEMA HEADER AND A CONTROL TRAILER CARRYING ITS
      * OWN RECORD COUNT AND AMOUNT TOTALS (LAYOUTS IN DWEXTRACT):
      *
      *   DWACCT - EVERY ACCTMAST ACCOUNT THE MASTER JOURNAL SHOWS WAS
      *            ADDED, CHANGED OR DELETED ON THE RUN DATE, AS IT
      *            STANDS NOW;
      *   DWPOST - THE DAY'S POSTEDTX POSTINGS;
      *   DWSTAT - THE STATHIST TRANSITIONS DATED THE RUN DATE;
      *   DWSNAP - THE CLOSING BALSNAP SNAPSHOT - EACH ACCOUNT'S LAST
      *            BALANCE TAKEN ON THE RUN DATE.
      *
      * UNDER THE DATA-SHARING AGREEMENT A PAYMENT REFERENCE KEEPS
      * ONLY ITS LAST TWO CHARACTERS, THE SAME MASK THE STATEMENTS
      * USE, AND A CUSTOMER NUMBER NEVER LEAVES - THE ACCOUNT LINE
      * CARRIES THE CUSTOMER'S CUSTSURR SURROGATE, ASSIGNED HERE THE
      * FIRST TIME THE CUSTOMER IS EXTRACTED.
      *
      * BEFORE THE EXTRACT IS RELEASED IT IS RECONCILED: THE POSTING
      * TRAIL AS READ MUST MATCH THE COUNT AND HASH OF TEST'S
      * POSTEDTX MANIFEST ROW, AND THE CLOSING SNAPSHOT TOTAL MUST
      * EQUAL THE MASTER TOTAL OF THE DAY'S TRIALBAL PROOF ON
      * TBALCARR. DWRELEAS GETS ONE LINE PER FILE - RELEASED WHEN
      * BOTH HOLD, WITHHELD WHEN EITHER FAILS OR THERE IS NOTHING TO
      * RECONCILE AGAINST, IN WHICH CASE AN OPSALERT IS RAISED AT
      * SEVERITY 8 AND THE JOB ENDS RC 8. RUN IT AFTER TRIALBAL.
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
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-MASTER-WIDE-KEY
               ALTERNATE RECORD KEY IS ACCOUNT-MASTER-KEY
                   WITH DUPLICATES.
      * CUSTOMER-SURROGATE - READ BY CUSTOMER NUMBER, A NEW CUSTOMER
      * WRITTEN BEHIND THE HIGHEST SURROGATE ON FILE.
           SELECT CUSTOMER-SURROGATE ASSIGN TO "CUSTSURR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SURROGATE-CUSTOMER.
           SELECT OPTIONAL MASTER-JOURNAL-FILE ASSIGN TO "MSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSTED-TRANSACTIONS ASSIGN TO "POSTEDTX"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STATUS-HISTORY-FILE ASSIGN TO "STATHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BALANCE-SNAPSHOT-FILE ASSIGN TO "BALSNAP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MANIFEST-FILE ASSIGN TO "MANIFEST"
               ORGANIZATION IS LINE SEQUENTIAL.
      * TRIAL-BALANCE-CARRY - THE LAST PROOF'S MASTER TOTAL, ONE ROW
      * PER ENTITY, AS TRIALBAL LEFT IT.
           SELECT OPTIONAL TRIAL-BALANCE-CARRY ASSIGN TO "TBALCARR"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE DAY'S JOURNAL ENTRIES IN ACCOUNT ORDER, AND THE DAY'S
      * SNAPSHOTS IN ACCOUNT ORDER - EACH KEPT IN FILE ORDER WITHIN
      * THE ACCOUNT, SO THE LAST ONE IS THE LATEST.
           SELECT JOURNAL-SORT-FILE ASSIGN TO "JRNLSORT".
           SELECT SNAPSHOT-SORT-FILE ASSIGN TO "SNAPSORT".
           SELECT ACCOUNT-EXTRACT ASSIGN TO "DWACCT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSTING-EXTRACT ASSIGN TO "DWPOST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATUS-EXTRACT ASSIGN TO "DWSTAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SNAPSHOT-EXTRACT ASSIGN TO "DWSNAP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELEASE-CONTROL ASSIGN TO "DWRELEAS"
               ORGANIZATION IS LINE SEQUENTIAL.
      * OPERATIONS-ALERT-FILE - APPENDED TO, NOT REWRITTEN.
           SELECT OPERATIONS-ALERT-FILE ASSIGN TO "OPSALERT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY ACCTMASTER.
      *
       FD  CUSTOMER-SURROGATE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTSURROGATE.
      *
       FD  MASTER-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MASTERJOURNAL.
      *
       FD  POSTED-TRANSACTIONS
           LABEL RECORDS ARE STANDARD.
           COPY POSTEDTXN.
      *
       FD  STATUS-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STATUSHISTORY.
      *
       FD  BALANCE-SNAPSHOT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BALSNAPSHOT.
      *
       FD  MANIFEST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MANIFEST.
      *
      * KEEP THIS LAYOUT IN STEP WITH TRIAL-BALANCE-CARRY-RECORD IN
      * TRIALBAL.
       FD  TRIAL-BALANCE-CARRY
           LABEL RECORDS ARE STANDARD.
       01  TRIAL-BALANCE-CARRY-RECORD.
        05       CARRY-PROOF-DATE        PIC 9(8).
        05       CARRY-MASTER-TOTAL      PIC S9(11)V99.
        05       CARRY-KIND              PIC X.
         88      CARRY-ENTITY-ROW            VALUE "E".
        05       CARRY-ENTITY            PIC X(2).
      *
      * JOURNAL SORT - THE IMAGE IS THE ENTRY'S AFTER IMAGE, OR ITS
      * BEFORE IMAGE ON A DELETE: THE LAST RECORD THE ACCOUNT WAS.
       SD  JOURNAL-SORT-FILE.
       01  JOURNAL-SORT-RECORD.
        05       JS-ACCOUNT-KEY          PIC X(5).
        05       JS-SEQUENCE             PIC 9(8).
        05       JS-ACTION               PIC X.
        05       JS-IMAGE                PIC X(64).
      *
       SD  SNAPSHOT-SORT-FILE.
       01  SNAPSHOT-SORT-RECORD.
        05       SS-ACCOUNT-KEY          PIC X(5).
        05       SS-SEQUENCE             PIC 9(8).
        05       SS-BALANCE              PIC S9(9)V99.
      *
       FD  ACCOUNT-EXTRACT
           LABEL RECORDS ARE STANDARD.
       01  ACCOUNT-EXTRACT-LINE         PIC X(200).
      *
       FD  POSTING-EXTRACT
           LABEL RECORDS ARE STANDARD.
       01  POSTING-EXTRACT-LINE         PIC X(200).
      *
       FD  STATUS-EXTRACT
           LABEL RECORDS ARE STANDARD.
       01  STATUS-EXTRACT-LINE          PIC X(200).
      *
       FD  SNAPSHOT-EXTRACT
           LABEL RECORDS ARE STANDARD.
       01  SNAPSHOT-EXTRACT-LINE        PIC X(200).
      *
       FD  RELEASE-CONTROL
           LABEL RECORDS ARE STANDARD.
       01  RELEASE-CONTROL-LINE         PIC X(80).
      *
      * KEEP THIS LAYOUT IN STEP WITH OPERATIONS-ALERT-RECORD IN TEST.
       FD  OPERATIONS-ALERT-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPERATIONS-ALERT-RECORD.
        05       ALERT-REASON-CODE       PIC X(8).
        05       ALERT-SEVERITY          PIC 9(2).
        05       ALERT-DETAIL            PIC X(60).
      *
       WORKING-STORAGE SECTION.
           COPY DWEXTRACT.
      *
       01  JOURNAL-FILE-SWITCH          PIC X VALUE "N".
         88      END-OF-JOURNAL             VALUE "Y".
       01  JOURNAL-SORT-SWITCH          PIC X VALUE "N".
         88      END-OF-JOURNAL-SORT        VALUE "Y".
       01  POSTED-FILE-SWITCH           PIC X VALUE "N".
         88      END-OF-POSTED              VALUE "Y".
       01  STATUS-HISTORY-SWITCH        PIC X VALUE "N".
         88      END-OF-STATUS-HISTORY      VALUE "Y".
       01  SNAPSHOT-FILE-SWITCH         PIC X VALUE "N".
         88      END-OF-SNAPSHOT            VALUE "Y".
       01  SNAPSHOT-SORT-SWITCH         PIC X VALUE "N".
         88      END-OF-SNAPSHOT-SORT       VALUE "Y".
       01  MANIFEST-FILE-SWITCH         PIC X VALUE "N".
         88      END-OF-MANIFEST            VALUE "Y".
       01  CARRY-FILE-SWITCH            PIC X VALUE "N".
         88      END-OF-CARRY               VALUE "Y".
       01  SURROGATE-FILE-SWITCH        PIC X VALUE "N".
         88      END-OF-SURROGATES          VALUE "Y".
       01  ACCOUNT-FOUND-SWITCH         PIC X VALUE "N".
         88      ACCOUNT-ON-MASTER          VALUE "Y".
       01  SURROGATE-FOUND-SWITCH       PIC X VALUE "N".
         88      SURROGATE-ON-FILE          VALUE "Y".
       01  MANIFEST-ROW-SWITCH          PIC X VALUE "N".
         88      MANIFEST-ROW-FOUND         VALUE "Y".
      *
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
      *
      * EXTRACT CONTROL TABLE - ONE ENTRY PER EXTRACT FILE, THE
      * FIGURES ITS TRAILER AND ITS RELEASE LINE CARRY.
       01  EXTRACT-TABLE-VALUES.
        05       FILLER PIC X(8) VALUE "DWACCT".
        05       FILLER PIC X(8) VALUE "DWPOST".
        05       FILLER PIC X(8) VALUE "DWSTAT".
        05       FILLER PIC X(8) VALUE "DWSNAP".
       01  EXTRACT-TABLE REDEFINES EXTRACT-TABLE-VALUES.
        05       EXTRACT-FILE-ID         PIC X(8) OCCURS 4 TIMES.
       01  EXTRACT-WORK-TABLE VALUE ZEROS.
        05       EXTRACT-WORK-ENTRY OCCURS 4 TIMES.
         10      EXTRACT-RECORD-COUNT    PIC 9(8).
         10      EXTRACT-PLUS-TOTAL      PIC 9(11)V99.
         10      EXTRACT-MINUS-TOTAL     PIC 9(11)V99.
       01  EXTRACT-COUNT                PIC 9 VALUE 4.
       01  EXTRACT-IDX                  PIC 9 VALUE 1.
       01  ACCOUNT-EXTRACT-IDX          PIC 9 VALUE 1.
       01  POSTING-EXTRACT-IDX          PIC 9 VALUE 2.
       01  STATUS-EXTRACT-IDX           PIC 9 VALUE 3.
       01  SNAPSHOT-EXTRACT-IDX         PIC 9 VALUE 4.
       01  TALLY-AMOUNT                 PIC S9(11)V99 VALUE ZERO.
       01  NET-TOTAL-WORK               PIC S9(11)V99 VALUE ZERO.
      *
      * CHANGED-ACCOUNT WORK FIELDS - ONE ACCOUNT'S DAY ON THE
      * JOURNAL.
       01  CHANGE-ACCOUNT-KEY           PIC X(5) VALUE SPACES.
       01  CHANGE-FIRST-ACTION          PIC X VALUE SPACE.
       01  CHANGE-LAST-IMAGE            PIC X(64) VALUE SPACES.
       01  JOURNAL-SEQUENCE             PIC 9(8) VALUE ZERO.
       01  JOURNAL-ENTRIES-COUNT        PIC 9(8) VALUE ZERO.
      *
      * SURROGATE WORK FIELDS.
       01  HIGHEST-SURROGATE            PIC 9(9) VALUE ZERO.
       01  SURROGATE-WORK               PIC 9(9) VALUE ZERO.
       01  SURROGATES-ASSIGNED-COUNT    PIC 9(8) VALUE ZERO.
      *
      * POSTING WORK FIELDS - THE WHOLE TRAIL AS READ, FOR THE
      * MANIFEST: EVERY ROW COUNTED, EVERY AMOUNT'S MAGNITUDE ADDED TO
      * THE HASH IN FILE ORDER, TRUNCATING AS TEST'S DOES.
       01  POSTED-READ-COUNT            PIC 9(8) VALUE ZERO.
       01  POSTED-READ-HASH             PIC 9(8) VALUE ZERO.
       01  BROUGHT-FORWARD-COUNT        PIC 9(8) VALUE ZERO.
      * PAYMENT-REFERENCE MASKING WORK FIELD - ONLY THE LAST TWO
      * CHARACTERS OF AN R RECORD'S 8-BYTE REFERENCE LEAVE THE TRAIL.
       01  POSTING-REFERENCE-WORK       PIC X(8) VALUE SPACES.
       01  REFERENCES-MASKED-COUNT      PIC 9(8) VALUE ZERO.
      *
      * SNAPSHOT WORK FIELDS.
       01  SNAPSHOT-SEQUENCE            PIC 9(8) VALUE ZERO.
       01  SNAPSHOT-ACCOUNT-HOLD        PIC X(5) VALUE SPACES.
       01  SNAPSHOT-BALANCE-HOLD        PIC S9(9)V99 VALUE ZERO.
       01  CLOSING-SNAPSHOT-TOTAL       PIC S9(11)V99 VALUE ZERO.
      *
      * RECONCILIATION WORK FIELDS.
       01  MANIFEST-COUNT-WORK          PIC 9(8) VALUE ZERO.
       01  MANIFEST-HASH-WORK           PIC 9(8) VALUE ZERO.
       01  PROOF-MASTER-TOTAL           PIC S9(11)V99 VALUE ZERO.
       01  PROOF-ROWS-COUNT             PIC 9(4) VALUE ZERO.
       01  RECONCILE-FAILED-COUNT       PIC 9(4) VALUE ZERO.
       01  AMOUNT-EDIT                  PIC -9(11),99.
       01  SECOND-AMOUNT-EDIT           PIC -9(11),99.
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           DISPLAY "START DWEXTR".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT ACCOUNT-MASTER.
           OPEN I-O CUSTOMER-SURROGATE.
           PERFORM FIND-HIGHEST-SURROGATE.
           OPEN OUTPUT ACCOUNT-EXTRACT.
           MOVE ACCOUNT-EXTRACT-IDX TO EXTRACT-IDX.
           MOVE DW-ACCOUNT-COLUMNS TO DW-HDR-COLUMNS.
           PERFORM WRITE-EXTRACT-HEADER.
           SORT JOURNAL-SORT-FILE
               ON ASCENDING KEY JS-ACCOUNT-KEY JS-SEQUENCE
               INPUT PROCEDURE IS RELEASE-DAYS-JOURNAL
               OUTPUT PROCEDURE IS EXTRACT-CHANGED-ACCOUNTS.
           MOVE ACCOUNT-EXTRACT-IDX TO EXTRACT-IDX.
           PERFORM WRITE-EXTRACT-TRAILER.
           CLOSE ACCOUNT-EXTRACT.
           CLOSE CUSTOMER-SURROGATE.
           CLOSE ACCOUNT-MASTER.
           PERFORM EXTRACT-POSTINGS.
           PERFORM EXTRACT-STATUS-HISTORY.
           OPEN OUTPUT SNAPSHOT-EXTRACT.
           MOVE SNAPSHOT-EXTRACT-IDX TO EXTRACT-IDX.
           MOVE DW-SNAPSHOT-COLUMNS TO DW-HDR-COLUMNS.
           PERFORM WRITE-EXTRACT-HEADER.
           SORT SNAPSHOT-SORT-FILE
               ON ASCENDING KEY SS-ACCOUNT-KEY SS-SEQUENCE
               INPUT PROCEDURE IS RELEASE-DAYS-SNAPSHOTS
               OUTPUT PROCEDURE IS EXTRACT-CLOSING-SNAPSHOT.
           MOVE SNAPSHOT-EXTRACT-IDX TO EXTRACT-IDX.
           PERFORM WRITE-EXTRACT-TRAILER.
           CLOSE SNAPSHOT-EXTRACT.
           OPEN EXTEND OPERATIONS-ALERT-FILE.
           PERFORM RECONCILE-TO-MANIFEST.
           PERFORM RECONCILE-TO-TRIAL-BALANCE.
           CLOSE OPERATIONS-ALERT-FILE.
           PERFORM WRITE-RELEASE-CONTROL.
           DISPLAY "JOURNAL ENTRIES FOR " RUN-DATE ": "
               JOURNAL-ENTRIES-COUNT.
           PERFORM DISPLAY-EXTRACT-COUNT
               VARYING EXTRACT-IDX FROM 1 BY 1
               UNTIL EXTRACT-IDX > EXTRACT-COUNT.
           DISPLAY "BROUGHT-FORWARD ROWS LEFT OUT: "
               BROUGHT-FORWARD-COUNT.
           DISPLAY "PAYMENT REFERENCES MASKED: "
               REFERENCES-MASKED-COUNT.
           DISPLAY "CUSTOMER SURROGATES ASSIGNED: "
               SURROGATES-ASSIGNED-COUNT.
           IF RECONCILE-FAILED-COUNT > ZERO
               DISPLAY "EXTRACT WITHHELD - RECONCILIATION FAILED"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "EXTRACT RELEASED"
           END-IF.
      *
       PROG-EX.
           DISPLAY "END DWEXTR".
           EXIT PROGRAM.
      *
      * FIND-HIGHEST-SURROGATE - A NEW CUSTOMER TAKES THE NUMBER
      * AFTER THE HIGHEST EVER GIVEN. THE REGISTER IS KEYED ON THE
      * CUSTOMER, SO THE WHOLE OF IT IS READ FOR THE HIGHEST.
      *
       FIND-HIGHEST-SURROGATE SECTION.
           MOVE ZERO TO HIGHEST-SURROGATE.
           MOVE LOW-VALUES TO SURROGATE-CUSTOMER.
           START CUSTOMER-SURROGATE
               KEY IS NOT LESS THAN SURROGATE-CUSTOMER
               INVALID KEY
                   SET END-OF-SURROGATES TO TRUE
           END-START.
           IF NOT END-OF-SURROGATES
               PERFORM READ-NEXT-SURROGATE
           END-IF.
           PERFORM TAKE-ONE-SURROGATE UNTIL END-OF-SURROGATES.
       EXIT.
      *
       TAKE-ONE-SURROGATE SECTION.
           IF SURROGATE-NUMBER > HIGHEST-SURROGATE
               MOVE SURROGATE-NUMBER TO HIGHEST-SURROGATE
           END-IF.
           PERFORM READ-NEXT-SURROGATE.
       EXIT.
      *
       READ-NEXT-SURROGATE SECTION.
           READ CUSTOMER-SURROGATE NEXT RECORD
               AT END
                   SET END-OF-SURROGATES TO TRUE
           END-READ.
       EXIT.
      *
      * RELEASE-DAYS-JOURNAL - THE SORT'S INPUT: EVERY MASTER-JOURNAL
      * ENTRY MADE ON THE RUN DATE, NUMBERED IN FILE ORDER.
      *
       RELEASE-DAYS-JOURNAL SECTION.
           OPEN INPUT MASTER-JOURNAL-FILE.
           PERFORM READ-MASTER-JOURNAL.
           PERFORM RELEASE-ONE-JOURNAL-ENTRY UNTIL END-OF-JOURNAL.
           CLOSE MASTER-JOURNAL-FILE.
       EXIT.
      *
       RELEASE-ONE-JOURNAL-ENTRY SECTION.
           ADD 1 TO JOURNAL-SEQUENCE.
           IF MASTER-JOURNAL-RUN-DATE = RUN-DATE
               ADD 1 TO JOURNAL-ENTRIES-COUNT
               MOVE MASTER-JOURNAL-ACCOUNT-KEY TO JS-ACCOUNT-KEY
               MOVE JOURNAL-SEQUENCE TO JS-SEQUENCE
               MOVE MASTER-JOURNAL-ACTION TO JS-ACTION
               IF MASTER-JOURNAL-DELETED
                   MOVE MASTER-JOURNAL-BEFORE-IMAGE TO JS-IMAGE
               ELSE
                   MOVE MASTER-JOURNAL-AFTER-IMAGE TO JS-IMAGE
               END-IF
               RELEASE JOURNAL-SORT-RECORD
           END-IF.
           PERFORM READ-MASTER-JOURNAL.
       EXIT.
      *
       READ-MASTER-JOURNAL SECTION.
           READ MASTER-JOURNAL-FILE
               AT END
                   SET END-OF-JOURNAL TO TRUE
           END-READ.
       EXIT.
      *
      * EXTRACT-CHANGED-ACCOUNTS - THE SORT'S OUTPUT: ONE ACCOUNT LINE
      * PER ACCOUNT, HOWEVER OFTEN IT CHANGED DURING THE DAY.
      *
       EXTRACT-CHANGED-ACCOUNTS SECTION.
           PERFORM RETURN-JOURNAL-SORT.
           PERFORM EXTRACT-ONE-ACCOUNT UNTIL END-OF-JOURNAL-SORT.
       EXIT.
      *
       EXTRACT-ONE-ACCOUNT SECTION.
           MOVE JS-ACCOUNT-KEY TO CHANGE-ACCOUNT-KEY.
           MOVE JS-ACTION TO CHANGE-FIRST-ACTION.
           PERFORM TAKE-ONE-JOURNAL-ENTRY
               UNTIL END-OF-JOURNAL-SORT
               OR JS-ACCOUNT-KEY NOT = CHANGE-ACCOUNT-KEY.
           PERFORM WRITE-ACCOUNT-LINE.
       EXIT.
      *
       TAKE-ONE-JOURNAL-ENTRY SECTION.
           MOVE JS-IMAGE TO CHANGE-LAST-IMAGE.
           PERFORM RETURN-JOURNAL-SORT.
       EXIT.
      *
       RETURN-JOURNAL-SORT SECTION.
           RETURN JOURNAL-SORT-FILE
               AT END
                   SET END-OF-JOURNAL-SORT TO TRUE
           END-RETURN.
       EXIT.
      *
      * WRITE-ACCOUNT-LINE - THE ACCOUNT AS THE MASTER HOLDS IT NOW;
      * ONE NO LONGER ON THE MASTER GOES OUT AS A DELETE WITH THE
      * LAST IMAGE THE JOURNAL HOLDS OF IT.
      *
       WRITE-ACCOUNT-LINE SECTION.
           MOVE CHANGE-ACCOUNT-KEY TO ACCOUNT-MASTER-KEY.
           MOVE "Y" TO ACCOUNT-FOUND-SWITCH.
           READ ACCOUNT-MASTER KEY IS ACCOUNT-MASTER-KEY
               INVALID KEY
                   MOVE "N" TO ACCOUNT-FOUND-SWITCH
           END-READ.
           IF ACCOUNT-ON-MASTER
               IF CHANGE-FIRST-ACTION = "A"
                   MOVE "A" TO DW-ACCT-CHANGE
               ELSE
                   MOVE "C" TO DW-ACCT-CHANGE
               END-IF
           ELSE
               MOVE CHANGE-LAST-IMAGE TO ACCOUNT-MASTER-RECORD
               MOVE "D" TO DW-ACCT-CHANGE
           END-IF.
           MOVE CHANGE-ACCOUNT-KEY TO DW-ACCT-KEY.
           MOVE ACCOUNT-MASTER-ENTITY TO DW-ACCT-ENTITY.
           PERFORM FIND-CUSTOMER-SURROGATE.
           MOVE SURROGATE-WORK TO DW-ACCT-CUSTOMER-SURROGATE.
           MOVE ACCOUNT-MASTER-PRODUCT TO DW-ACCT-PRODUCT.
           MOVE ACCOUNT-MASTER-BALANCE TO DW-ACCT-BALANCE.
           MOVE ACCOUNT-MASTER-OVERDRAFT-LIMIT
               TO DW-ACCT-OVERDRAFT-LIMIT.
           MOVE ACCOUNT-MASTER-LAST-ACTIVITY TO DW-ACCT-LAST-ACTIVITY.
           MOVE ACCOUNT-MASTER-DORMANT-FLAG TO DW-ACCT-DORMANT-FLAG.
           MOVE ACCOUNT-MASTER-OPEN-DATE TO DW-ACCT-OPEN-DATE.
           MOVE ACCOUNT-MASTER-CLOSED-DATE TO DW-ACCT-CLOSED-DATE.
           MOVE DW-ACCOUNT-LINE TO ACCOUNT-EXTRACT-LINE.
           WRITE ACCOUNT-EXTRACT-LINE.
           MOVE ACCOUNT-EXTRACT-IDX TO EXTRACT-IDX.
           MOVE ACCOUNT-MASTER-BALANCE TO TALLY-AMOUNT.
           PERFORM TALLY-EXTRACT-LINE.
       EXIT.
      *
      * FIND-CUSTOMER-SURROGATE - THE CUSTOMER'S SURROGATE FROM THE
      * REGISTER, OR THE NEXT ONE REGISTERED TO IT NOW. AN ACCOUNT
      * WITH NO CUSTOMER ON IT TAKES ZERO.
      *
       FIND-CUSTOMER-SURROGATE SECTION.
           MOVE ZERO TO SURROGATE-WORK.
           IF ACCOUNT-MASTER-CUSTOMER = SPACES
               GO TO FIND-CUSTOMER-SURROGATE-EX
           END-IF.
           MOVE ACCOUNT-MASTER-CUSTOMER TO SURROGATE-CUSTOMER.
           MOVE "Y" TO SURROGATE-FOUND-SWITCH.
           READ CUSTOMER-SURROGATE
               INVALID KEY
                   MOVE "N" TO SURROGATE-FOUND-SWITCH
           END-READ.
           IF NOT SURROGATE-ON-FILE
               ADD 1 TO HIGHEST-SURROGATE
               MOVE ACCOUNT-MASTER-CUSTOMER TO SURROGATE-CUSTOMER
               MOVE HIGHEST-SURROGATE TO SURROGATE-NUMBER
               MOVE RUN-DATE TO SURROGATE-ASSIGNED-DATE
               WRITE CUSTOMER-SURROGATE-RECORD
               ADD 1 TO SURROGATES-ASSIGNED-COUNT
           END-IF.
           MOVE SURROGATE-NUMBER TO SURROGATE-WORK.
       FIND-CUSTOMER-SURROGATE-EX.
       EXIT.
      *
      * EXTRACT-POSTINGS - THE WHOLE POSTING TRAIL IS READ AND
      * COUNTED FOR THE MANIFEST; EVERY ROW BUT A BROUGHT-FORWARD ONE
      * GOES OUT.
      *
       EXTRACT-POSTINGS SECTION.
           OPEN OUTPUT POSTING-EXTRACT.
           MOVE POSTING-EXTRACT-IDX TO EXTRACT-IDX.
           MOVE DW-POSTING-COLUMNS TO DW-HDR-COLUMNS.
           PERFORM WRITE-EXTRACT-HEADER.
           OPEN INPUT POSTED-TRANSACTIONS.
           PERFORM READ-POSTED-TRANSACTION.
           PERFORM EXTRACT-ONE-POSTING UNTIL END-OF-POSTED.
           CLOSE POSTED-TRANSACTIONS.
           MOVE POSTING-EXTRACT-IDX TO EXTRACT-IDX.
           PERFORM WRITE-EXTRACT-TRAILER.
           CLOSE POSTING-EXTRACT.
       EXIT.
      *
       EXTRACT-ONE-POSTING SECTION.
           ADD 1 TO POSTED-READ-COUNT.
           IF POSTED-AMOUNT < ZERO
               SUBTRACT POSTED-AMOUNT FROM POSTED-READ-HASH
           ELSE
               ADD POSTED-AMOUNT TO POSTED-READ-HASH
           END-IF.
           IF POSTED-BROUGHT-FORWARD
               ADD 1 TO BROUGHT-FORWARD-COUNT
               GO TO EXTRACT-ONE-POSTING-NEXT
           END-IF.
           MOVE POSTED-STRING-PART1 TO POSTING-REFERENCE-WORK(1:4).
           MOVE POSTED-STRING-PART2 TO POSTING-REFERENCE-WORK(5:4).
           IF POSTED-STRING-TYPE = "R"
               MOVE "******" TO POSTING-REFERENCE-WORK(1:6)
               ADD 1 TO REFERENCES-MASKED-COUNT
           END-IF.
           MOVE POSTED-READ-COUNT TO DW-POST-SEQUENCE.
           MOVE POSTING-REFERENCE-WORK TO DW-POST-REFERENCE.
           MOVE POSTED-STRING-TYPE TO DW-POST-STRING-TYPE.
           MOVE POSTED-NUMBER-PART1 TO DW-POST-NUMBER-PART1.
           MOVE POSTED-NUMBER-PART2 TO DW-POST-NUMBER-PART2.
           MOVE POSTED-TXN-TYPE TO DW-POST-TXN-TYPE.
           MOVE POSTED-DATE TO DW-POST-DATE.
           MOVE POSTED-AMOUNT TO DW-POST-AMOUNT.
           MOVE POSTED-ENTITY TO DW-POST-ENTITY.
           MOVE POSTED-TRANSFER-LEG TO DW-POST-TRANSFER-LEG.
           MOVE POSTED-COUNTER-KEY TO DW-POST-COUNTER-KEY.
           MOVE DW-POSTING-LINE TO POSTING-EXTRACT-LINE.
           WRITE POSTING-EXTRACT-LINE.
           MOVE POSTING-EXTRACT-IDX TO EXTRACT-IDX.
           MOVE POSTED-AMOUNT TO TALLY-AMOUNT.
           PERFORM TALLY-EXTRACT-LINE.
       EXTRACT-ONE-POSTING-NEXT.
           PERFORM READ-POSTED-TRANSACTION.
       EXIT.
      *
       READ-POSTED-TRANSACTION SECTION.
           READ POSTED-TRANSACTIONS
               AT END
                   SET END-OF-POSTED TO TRUE
           END-READ.
       EXIT.
      *
      * EXTRACT-STATUS-HISTORY - THE TRANSITIONS DATED THE RUN DATE.
      * A TRANSITION CARRIES NO AMOUNT, SO THE TRAILER'S TOTALS STAY
      * ZERO.
      *
       EXTRACT-STATUS-HISTORY SECTION.
           OPEN OUTPUT STATUS-EXTRACT.
           MOVE STATUS-EXTRACT-IDX TO EXTRACT-IDX.
           MOVE DW-STATUS-COLUMNS TO DW-HDR-COLUMNS.
           PERFORM WRITE-EXTRACT-HEADER.
           OPEN INPUT STATUS-HISTORY-FILE.
           PERFORM READ-STATUS-HISTORY.
           PERFORM EXTRACT-ONE-TRANSITION UNTIL END-OF-STATUS-HISTORY.
           CLOSE STATUS-HISTORY-FILE.
           MOVE STATUS-EXTRACT-IDX TO EXTRACT-IDX.
           PERFORM WRITE-EXTRACT-TRAILER.
           CLOSE STATUS-EXTRACT.
       EXIT.
      *
       EXTRACT-ONE-TRANSITION SECTION.
           IF STATUS-HIST-DATE = RUN-DATE
               MOVE STATUS-HIST-TXN-NUMBER TO DW-STAT-TXN-NUMBER
               MOVE STATUS-HIST-FROM TO DW-STAT-FROM
               MOVE STATUS-HIST-TO TO DW-STAT-TO
               MOVE STATUS-HIST-DATE TO DW-STAT-DATE
               MOVE STATUS-HIST-PROGRAM TO DW-STAT-PROGRAM
               MOVE STATUS-HIST-TRANSFER-LEG TO DW-STAT-TRANSFER-LEG
               MOVE STATUS-HIST-ACCOUNT-KEY TO DW-STAT-ACCOUNT-KEY
               MOVE STATUS-HIST-COUNTER-KEY TO DW-STAT-COUNTER-KEY
               MOVE DW-STATUS-LINE TO STATUS-EXTRACT-LINE
               WRITE STATUS-EXTRACT-LINE
               MOVE STATUS-EXTRACT-IDX TO EXTRACT-IDX
               MOVE ZERO TO TALLY-AMOUNT
               PERFORM TALLY-EXTRACT-LINE
           END-IF.
           PERFORM READ-STATUS-HISTORY.
       EXIT.
      *
       READ-STATUS-HISTORY SECTION.
           READ STATUS-HISTORY-FILE
               AT END
                   SET END-OF-STATUS-HISTORY TO TRUE
           END-READ.
       EXIT.
      *
      * RELEASE-DAYS-SNAPSHOTS - THE SORT'S INPUT: EVERY SNAPSHOT
      * TAKEN ON THE RUN DATE. A LATER INTRADAY CYCLE SNAPSHOTS THE
      * MASTER AGAIN, SO AN ACCOUNT CAN HAVE SEVERAL.
      *
       RELEASE-DAYS-SNAPSHOTS SECTION.
           OPEN INPUT BALANCE-SNAPSHOT-FILE.
           PERFORM READ-BALANCE-SNAPSHOT.
           PERFORM RELEASE-ONE-SNAPSHOT UNTIL END-OF-SNAPSHOT.
           CLOSE BALANCE-SNAPSHOT-FILE.
       EXIT.
      *
       RELEASE-ONE-SNAPSHOT SECTION.
           ADD 1 TO SNAPSHOT-SEQUENCE.
           IF SNAPSHOT-DATE = RUN-DATE
               MOVE SNAPSHOT-ACCOUNT-KEY TO SS-ACCOUNT-KEY
               MOVE SNAPSHOT-SEQUENCE TO SS-SEQUENCE
               MOVE SNAPSHOT-BALANCE TO SS-BALANCE
               RELEASE SNAPSHOT-SORT-RECORD
           END-IF.
           PERFORM READ-BALANCE-SNAPSHOT.
       EXIT.
      *
       READ-BALANCE-SNAPSHOT SECTION.
           READ BALANCE-SNAPSHOT-FILE
               AT END
                   SET END-OF-SNAPSHOT TO TRUE
           END-READ.
       EXIT.
      *
      * EXTRACT-CLOSING-SNAPSHOT - THE SORT'S OUTPUT: EACH ACCOUNT'S
      * LAST SNAPSHOT OF THE DAY IS ITS CLOSING BALANCE.
      *
       EXTRACT-CLOSING-SNAPSHOT SECTION.
           PERFORM RETURN-SNAPSHOT-SORT.
           PERFORM EXTRACT-ONE-SNAPSHOT UNTIL END-OF-SNAPSHOT-SORT.
       EXIT.
      *
       EXTRACT-ONE-SNAPSHOT SECTION.
           MOVE SS-ACCOUNT-KEY TO SNAPSHOT-ACCOUNT-HOLD.
           PERFORM TAKE-ONE-SNAPSHOT
               UNTIL END-OF-SNAPSHOT-SORT
               OR SS-ACCOUNT-KEY NOT = SNAPSHOT-ACCOUNT-HOLD.
           MOVE RUN-DATE TO DW-SNAP-DATE.
           MOVE SNAPSHOT-ACCOUNT-HOLD TO DW-SNAP-ACCOUNT-KEY.
           MOVE SNAPSHOT-BALANCE-HOLD TO DW-SNAP-BALANCE.
           MOVE DW-SNAPSHOT-LINE TO SNAPSHOT-EXTRACT-LINE.
           WRITE SNAPSHOT-EXTRACT-LINE.
           ADD SNAPSHOT-BALANCE-HOLD TO CLOSING-SNAPSHOT-TOTAL.
           MOVE SNAPSHOT-EXTRACT-IDX TO EXTRACT-IDX.
           MOVE SNAPSHOT-BALANCE-HOLD TO TALLY-AMOUNT.
           PERFORM TALLY-EXTRACT-LINE.
       EXIT.
      *
       TAKE-ONE-SNAPSHOT SECTION.
           MOVE SS-BALANCE TO SNAPSHOT-BALANCE-HOLD.
           PERFORM RETURN-SNAPSHOT-SORT.
       EXIT.
      *
       RETURN-SNAPSHOT-SORT SECTION.
           RETURN SNAPSHOT-SORT-FILE
               AT END
                   SET END-OF-SNAPSHOT-SORT TO TRUE
           END-RETURN.
       EXIT.
      *
      * WRITE-EXTRACT-HEADER / WRITE-EXTRACT-TRAILER - FOR THE FILE
      * IN EXTRACT-IDX; THE HEADER'S COLUMNS ARE MOVED IN BY THE
      * CALLER.
      *
       WRITE-EXTRACT-HEADER SECTION.
           MOVE EXTRACT-FILE-ID(EXTRACT-IDX) TO DW-HDR-FILE-ID.
           MOVE RUN-DATE TO DW-HDR-RUN-DATE.
           MOVE DW-LAYOUT-VERSION TO DW-HDR-LAYOUT-VERSION.
           EVALUATE EXTRACT-IDX
               WHEN 1
                   MOVE DW-HEADER-LINE TO ACCOUNT-EXTRACT-LINE
                   WRITE ACCOUNT-EXTRACT-LINE
               WHEN 2
                   MOVE DW-HEADER-LINE TO POSTING-EXTRACT-LINE
                   WRITE POSTING-EXTRACT-LINE
               WHEN 3
                   MOVE DW-HEADER-LINE TO STATUS-EXTRACT-LINE
                   WRITE STATUS-EXTRACT-LINE
               WHEN 4
                   MOVE DW-HEADER-LINE TO SNAPSHOT-EXTRACT-LINE
                   WRITE SNAPSHOT-EXTRACT-LINE
           END-EVALUATE.
       EXIT.
      *
       WRITE-EXTRACT-TRAILER SECTION.
           MOVE EXTRACT-FILE-ID(EXTRACT-IDX) TO DW-TRL-FILE-ID.
           MOVE RUN-DATE TO DW-TRL-RUN-DATE.
           MOVE EXTRACT-RECORD-COUNT(EXTRACT-IDX)
               TO DW-TRL-RECORD-COUNT.
           MOVE EXTRACT-PLUS-TOTAL(EXTRACT-IDX) TO DW-TRL-PLUS-TOTAL.
           MOVE EXTRACT-MINUS-TOTAL(EXTRACT-IDX) TO DW-TRL-MINUS-TOTAL.
           COMPUTE NET-TOTAL-WORK = EXTRACT-PLUS-TOTAL(EXTRACT-IDX)
               - EXTRACT-MINUS-TOTAL(EXTRACT-IDX).
           MOVE NET-TOTAL-WORK TO DW-TRL-NET-TOTAL.
           EVALUATE EXTRACT-IDX
               WHEN 1
                   MOVE DW-TRAILER-LINE TO ACCOUNT-EXTRACT-LINE
                   WRITE ACCOUNT-EXTRACT-LINE
               WHEN 2
                   MOVE DW-TRAILER-LINE TO POSTING-EXTRACT-LINE
                   WRITE POSTING-EXTRACT-LINE
               WHEN 3
                   MOVE DW-TRAILER-LINE TO STATUS-EXTRACT-LINE
                   WRITE STATUS-EXTRACT-LINE
               WHEN 4
                   MOVE DW-TRAILER-LINE TO SNAPSHOT-EXTRACT-LINE
                   WRITE SNAPSHOT-EXTRACT-LINE
           END-EVALUATE.
       EXIT.
      *
      * TALLY-EXTRACT-LINE - COUNTS THE LINE JUST WRITTEN AND ADDS
      * TALLY-AMOUNT TO THE PLUS OR MINUS TOTAL BY ITS SIGN.
      *
       TALLY-EXTRACT-LINE SECTION.
           ADD 1 TO EXTRACT-RECORD-COUNT(EXTRACT-IDX).
           IF TALLY-AMOUNT < ZERO
               SUBTRACT TALLY-AMOUNT
                   FROM EXTRACT-MINUS-TOTAL(EXTRACT-IDX)
           ELSE
               ADD TALLY-AMOUNT TO EXTRACT-PLUS-TOTAL(EXTRACT-IDX)
           END-IF.
       EXIT.
      *
      * RECONCILE-TO-MANIFEST - THE POSTING TRAIL AS READ AGAINST
      * TEST'S POSTEDTX ROW. NO MANIFEST, OR NO ROW ON IT, LEAVES THE
      * POSTINGS UNPROVED AND THE EXTRACT WITHHELD.
      *
       RECONCILE-TO-MANIFEST SECTION.
           OPEN INPUT MANIFEST-FILE.
           PERFORM READ-MANIFEST-ROW.
           PERFORM TAKE-ONE-MANIFEST-ROW UNTIL END-OF-MANIFEST.
           CLOSE MANIFEST-FILE.
           IF NOT MANIFEST-ROW-FOUND
               MOVE SPACES TO ALERT-DETAIL
               MOVE "NO POSTEDTX MANIFEST ROW - POSTINGS UNPROVED"
                   TO ALERT-DETAIL
               PERFORM RAISE-RECONCILE-ALERT
               GO TO RECONCILE-TO-MANIFEST-EX
           END-IF.
           DISPLAY "POSTINGS READ: " POSTED-READ-COUNT
               " HASH " POSTED-READ-HASH.
           DISPLAY "MANIFEST:      " MANIFEST-COUNT-WORK
               " HASH " MANIFEST-HASH-WORK.
           IF POSTED-READ-COUNT NOT = MANIFEST-COUNT-WORK
               OR POSTED-READ-HASH NOT = MANIFEST-HASH-WORK
               MOVE SPACES TO ALERT-DETAIL
               STRING "POSTEDTX " DELIMITED BY SIZE
                   POSTED-READ-COUNT DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   POSTED-READ-HASH DELIMITED BY SIZE
                   " MANIFEST " DELIMITED BY SIZE
                   MANIFEST-COUNT-WORK DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   MANIFEST-HASH-WORK DELIMITED BY SIZE
                   INTO ALERT-DETAIL
               PERFORM RAISE-RECONCILE-ALERT
           END-IF.
       RECONCILE-TO-MANIFEST-EX.
       EXIT.
      *
       TAKE-ONE-MANIFEST-ROW SECTION.
           IF MANIFEST-FILE-ID = "POSTEDTX"
               MOVE "Y" TO MANIFEST-ROW-SWITCH
               MOVE MANIFEST-RECORD-COUNT TO MANIFEST-COUNT-WORK
               MOVE MANIFEST-HASH-TOTAL TO MANIFEST-HASH-WORK
           END-IF.
           PERFORM READ-MANIFEST-ROW.
       EXIT.
      *
       READ-MANIFEST-ROW SECTION.
           READ MANIFEST-FILE
               AT END
                   SET END-OF-MANIFEST TO TRUE
           END-READ.
       EXIT.
      *
      * RECONCILE-TO-TRIAL-BALANCE - THE CLOSING SNAPSHOT TOTAL
      * AGAINST THE MASTER TOTAL OF THE DAY'S TRIAL-BALANCE PROOF,
      * SUMMED OVER ITS ENTITY ROWS. A CARRY FILE NOT DATED THE RUN
      * DATE MEANS THE PROOF HAS NOT RUN YET.
      *
       RECONCILE-TO-TRIAL-BALANCE SECTION.
           OPEN INPUT TRIAL-BALANCE-CARRY.
           PERFORM READ-CARRY-RECORD.
           PERFORM TAKE-ONE-CARRY-RECORD UNTIL END-OF-CARRY.
           CLOSE TRIAL-BALANCE-CARRY.
           IF PROOF-ROWS-COUNT = ZERO
               MOVE SPACES TO ALERT-DETAIL
               STRING "NO TRIALBAL PROOF DATED " DELIMITED BY SIZE
                   RUN-DATE DELIMITED BY SIZE
                   " - SNAPSHOT UNPROVED" DELIMITED BY SIZE
                   INTO ALERT-DETAIL
               PERFORM RAISE-RECONCILE-ALERT
               GO TO RECONCILE-TO-TRIAL-BALANCE-EX
           END-IF.
           MOVE CLOSING-SNAPSHOT-TOTAL TO AMOUNT-EDIT.
           MOVE PROOF-MASTER-TOTAL TO SECOND-AMOUNT-EDIT.
           DISPLAY "CLOSING SNAPSHOT TOTAL: " AMOUNT-EDIT.
           DISPLAY "TRIALBAL MASTER TOTAL:  " SECOND-AMOUNT-EDIT.
           IF CLOSING-SNAPSHOT-TOTAL NOT = PROOF-MASTER-TOTAL
               MOVE SPACES TO ALERT-DETAIL
               STRING "DWSNAP " DELIMITED BY SIZE
                   AMOUNT-EDIT DELIMITED BY SIZE
                   " TRIALBAL " DELIMITED BY SIZE
                   SECOND-AMOUNT-EDIT DELIMITED BY SIZE
                   INTO ALERT-DETAIL
               PERFORM RAISE-RECONCILE-ALERT
           END-IF.
       RECONCILE-TO-TRIAL-BALANCE-EX.
       EXIT.
      *
       TAKE-ONE-CARRY-RECORD SECTION.
           IF CARRY-PROOF-DATE = RUN-DATE
               ADD 1 TO PROOF-ROWS-COUNT
               ADD CARRY-MASTER-TOTAL TO PROOF-MASTER-TOTAL
           END-IF.
           PERFORM READ-CARRY-RECORD.
       EXIT.
      *
       READ-CARRY-RECORD SECTION.
           READ TRIAL-BALANCE-CARRY
               AT END
                   SET END-OF-CARRY TO TRUE
           END-READ.
       EXIT.
      *
       RAISE-RECONCILE-ALERT SECTION.
           ADD 1 TO RECONCILE-FAILED-COUNT.
           MOVE "DWRECON" TO ALERT-REASON-CODE.
           MOVE 8 TO ALERT-SEVERITY.
           WRITE OPERATIONS-ALERT-RECORD.
           DISPLAY "RECONCILIATION FAILED: " ALERT-DETAIL.
       EXIT.
      *
      * WRITE-RELEASE-CONTROL - ONE LINE PER EXTRACT FILE, ALL
      * RELEASED OR ALL WITHHELD: THE WAREHOUSE TAKES THE DAY WHOLE
      * OR NOT AT ALL.
      *
       WRITE-RELEASE-CONTROL SECTION.
           OPEN OUTPUT RELEASE-CONTROL.
           PERFORM WRITE-ONE-RELEASE-LINE
               VARYING EXTRACT-IDX FROM 1 BY 1
               UNTIL EXTRACT-IDX > EXTRACT-COUNT.
           CLOSE RELEASE-CONTROL.
       EXIT.
      *
       WRITE-ONE-RELEASE-LINE SECTION.
           MOVE EXTRACT-FILE-ID(EXTRACT-IDX) TO DW-REL-FILE-ID.
           MOVE RUN-DATE TO DW-REL-RUN-DATE.
           MOVE EXTRACT-RECORD-COUNT(EXTRACT-IDX)
               TO DW-REL-RECORD-COUNT.
           COMPUTE NET-TOTAL-WORK = EXTRACT-PLUS-TOTAL(EXTRACT-IDX)
               - EXTRACT-MINUS-TOTAL(EXTRACT-IDX).
           MOVE NET-TOTAL-WORK TO DW-REL-NET-TOTAL.
           IF RECONCILE-FAILED-COUNT > ZERO
               SET DW-WITHHELD TO TRUE
           ELSE
               SET DW-RELEASED TO TRUE
           END-IF.
           MOVE DW-RELEASE-LINE TO RELEASE-CONTROL-LINE.
           WRITE RELEASE-CONTROL-LINE.
       EXIT.
      *
       DISPLAY-EXTRACT-COUNT SECTION.
           DISPLAY EXTRACT-FILE-ID(EXTRACT-IDX) " LINES WRITTEN: "
               EXTRACT-RECORD-COUNT(EXTRACT-IDX).
       EXIT.
      *
       END PROGRAM DWEXTR.
