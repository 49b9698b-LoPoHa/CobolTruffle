           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-MASTER-WIDE-KEY
               ALTERNATE RECORD KEY IS ACCOUNT-MASTER-KEY
                   WITH DUPLICATES.
           SELECT POSTED-TRANSACTIONS ASSIGN TO "POSTEDTX"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSTED-REVERSALS ASSIGN TO "POSTEDTX"
      * ACCOUNTS THE POSTINGS WERE JOURNALED TO.
           SELECT CHART-OF-ACCOUNTS ASSIGN TO "COACCTS"
               ORGANIZATION IS LINE SEQUENTIAL.
      * MASTER-JOURNAL-FILE - A BEFORE AND AN AFTER IMAGE OF EVERY
      * ACCOUNT-MASTER RECORD THIS PROGRAM CHANGES, ON THE SAME
      * JOURNAL THE DAILY RUN WRITES.
           SELECT OPTIONAL MASTER-JOURNAL-FILE ASSIGN TO "MSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER
      * ORIGINALS THEY BACK OUT.
       FD  POSTED-REVERSALS
           LABEL RECORDS ARE STANDARD.
       01  POSTED-REVERSAL-RECORD          PIC X(57).
      *
       FD  COMPLETION-FLAG-FILE
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
           COPY AUDITRECORD.
      *
       FD  BACKOUT-JOURNAL
           LABEL RECORDS ARE STANDARD.
           COPY GLJOURNAL.
      *
       FD  CHART-OF-ACCOUNTS
           LABEL RECORDS ARE STANDARD.
           COPY CHARTOFACCTS.
      *
       FD  MASTER-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MASTERJOURNAL.
      *
       WORKING-STORAGE SECTION.
       01  POSTED-TRANSACTIONS-SWITCH   PIC X VALUE "N".
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
       01  BACKED-OUT-DATE              PIC 9(8) VALUE ZERO.
       01  BACKED-OUT-CYCLE             PIC 9(2) VALUE 1.
      *
      * MASTER-JOURNAL WORK FIELDS - AS TEST KEEPS THEM: THE RECORD
      * AS READ, THE TIME THE JOURNAL WAS OPENED, THE RUN'S COUNT OF
      * CHANGES, AND THE ACTION AND TRANSACTION NUMBER OF THE NEXT.
       01  MASTER-BEFORE-IMAGE          PIC X(64) VALUE SPACES.
       01  MASTER-JOURNAL-TIME          PIC 9(8) VALUE ZERO.
       01  MASTER-JOURNAL-COUNT         PIC 9(8) VALUE ZERO.
       01  MASTER-JOURNAL-TXN           PIC 9(4) VALUE ZERO.
       01  MASTER-JOURNAL-ACTION-WORK   PIC X VALUE "C".
       01  POSTINGS-REVERSED-COUNT      PIC 9(8) VALUE ZERO.
       01  POSTINGS-LOST-COUNT          PIC 9(8) VALUE ZERO.
      *
      * POSTED-TRANSACTION-RECORD IN POSTEDTXN.CBL.
       01  REVERSAL-TABLE.
        05       REVERSAL-ENTRY OCCURS 9999 TIMES.
         10      REVERSAL-IMAGE          PIC X(57).
       01  REVERSAL-COUNT               PIC 9(4) VALUE ZERO.
       01  REVERSAL-IDX                 PIC 9(4) VALUE 1.
       01  REVERSAL-OVERFLOW-COUNT      PIC 9(8) VALUE ZERO.
        05       REV-DATE                PIC 9(8).
        05       REV-AMOUNT              PIC S9(7)V99.
        05       REV-STRING-TYPE         PIC X.
        05       REV-ENTITY              PIC X(2).
        05       REV-TRANSFER-LEG        PIC X.
        05       REV-COUNTER-KEY         PIC X(5).
        05       REV-WIDE-KEY            PIC X(7).
        05       REV-COUNTER-WIDE-KEY    PIC X(7).
      *
      * TRANSFER WORK FIELDS - GLEXTR JOURNALS A SAME-ENTITY
      * TRANSFER AS ONE PAIR OFF ITS RECEIVING LEG, SO THE PAYING
      * LEG'S REVERSING PAIR IS HELD BACK UNTIL THE NEXT RECORD SHOWS
      * WHETHER THAT PAIR EXISTS: IF SO THE RECEIVING LEG'S REVERSAL
      * UNDOES IT ALONE; IF NOT THE PAYING LEG IS JOURNALED ON ITS
      * OWN, JUST AS GLEXTR DID.
       01  TRANSFER-WAITING-SWITCH      PIC X VALUE "N".
         88      TRANSFER-DEBIT-WAITING      VALUE "Y".
       01  TRANSFER-DEBIT-IMAGE         PIC X(57) VALUE SPACES.
       01  TRANSFER-CREDIT-IMAGE        PIC X(57) VALUE SPACES.
       01  TRANSFER-DEBIT-NUMBER        PIC 9(4) VALUE ZERO.
       01  TRANSFER-DEBIT-AMOUNT        PIC S9(7)V99 VALUE ZERO.
       01  TRANSFER-DEBIT-ENTITY        PIC X(2) VALUE SPACES.
      *
      * AUDIT-CHAIN WORK FIELDS - SAME DISCIPLINE AS TEST: CONTINUE
      * THE SEQUENCE, SEAL THE SEGMENT.
           PERFORM ESTABLISH-AUDIT-SEQUENCE.
           OPEN EXTEND AUDIT-LOG-FILE.
           OPEN I-O ACCOUNT-MASTER.
           ACCEPT MASTER-JOURNAL-TIME FROM TIME.
           OPEN EXTEND MASTER-JOURNAL-FILE.
           OPEN OUTPUT BACKOUT-JOURNAL.
           MOVE SPACES TO JOURNAL-HEADER-RECORD.
           MOVE "H" TO JRNL-HEADER-TYPE.
           PERFORM READ-POSTED-TRANSACTION.
           PERFORM REVERSE-ONE-POSTING
               UNTIL END-OF-POSTED-TRANSACTIONS.
           IF TRANSFER-DEBIT-WAITING
               PERFORM JOURNAL-DEBIT-LEG-ALONE
           END-IF.
           CLOSE POSTED-TRANSACTIONS.
           MOVE SPACES TO JOURNAL-TRAILER-RECORD.
           MOVE "T" TO JRNL-TRAILER-TYPE.
           MOVE JOURNAL-CR-TOTAL TO JRNL-TRAILER-CR-TOTAL.
           WRITE JOURNAL-TRAILER-RECORD.
           CLOSE BACKOUT-JOURNAL.
           CLOSE MASTER-JOURNAL-FILE.
           CLOSE ACCOUNT-MASTER.
      * THE REVERSING TRAIL RECORDS LAND BEHIND THE ORIGINALS NOW
      * THAT THE READ PASS IS DONE, SO THE TRAIL AND THE TRIAL-
      * REVERSE-ONE-POSTING - BACKS ONE POSTED AMOUNT OFF ITS
      * ACCOUNT, JOURNALS THE REVERSING PAIR, WRITES THE AUDIT
      * ENTRY, AND HOLDS THE REVERSING TRAIL RECORD FOR THE APPEND
      * PASS. A BROUGHT-FORWARD ROW IS NO POSTING OF THE RUN BEING
      * BACKED OUT AND IS LEFT ALONE.
      *
       REVERSE-ONE-POSTING SECTION.
           IF POSTED-BROUGHT-FORWARD
               GO TO REVERSE-ONE-POSTING-NEXT
           END-IF.
           MOVE "N" TO ACCOUNT-NOT-FOUND-SWITCH.
      * A POSTING THAT CARRIES ITS ACCOUNT'S WIDE KEY IS FOUND BY IT;
      * AN OLDER ONE BY THE KEY ITS STRING PART GIVES.
           IF POSTED-WIDE-KEY NOT = SPACES
               MOVE POSTED-WIDE-KEY TO ACCOUNT-MASTER-WIDE-KEY
               MOVE SPACES TO ACCOUNT-KEY
               READ ACCOUNT-MASTER KEY IS ACCOUNT-MASTER-WIDE-KEY
                   INVALID KEY
                       SET ACCOUNT-NOT-FOUND TO TRUE
               END-READ
               GO TO REVERSE-ONE-POSTING-FOUND
           END-IF.
           MOVE POSTED-STRING-PART1(1:1) TO ACCOUNT-KEY-BRANCH-DIGIT.
           MOVE POSTED-STRING-PART1(2:3) TO ACCOUNT-KEY-NUMBER.
           PERFORM COMPUTE-CHECK-DIGIT.
           MOVE CHECK-DIGIT-COMPUTED TO ACCOUNT-KEY-CHECK-DIGIT.
           MOVE ACCOUNT-KEY TO ACCOUNT-MASTER-KEY.
           READ ACCOUNT-MASTER KEY IS ACCOUNT-MASTER-KEY
               INVALID KEY
                   SET ACCOUNT-NOT-FOUND TO TRUE
           END-READ.
       REVERSE-ONE-POSTING-FOUND.
           IF ACCOUNT-NOT-FOUND
               ADD 1 TO POSTINGS-LOST-COUNT
               DISPLAY "NO ACCOUNT FOR POSTED KEY " ACCOUNT-KEY
                   " " POSTED-WIDE-KEY
                   " - POSTING NOT REVERSED"
               GO TO REVERSE-ONE-POSTING-NEXT
           END-IF.
           MOVE ACCOUNT-MASTER-RECORD TO MASTER-BEFORE-IMAGE.
           SUBTRACT POSTED-AMOUNT FROM ACCOUNT-MASTER-BALANCE.
           REWRITE ACCOUNT-MASTER-RECORD.
           MOVE POSTED-NUMBER-PART1 TO MASTER-JOURNAL-TXN.
           PERFORM WRITE-MASTER-JOURNAL.
           ADD 1 TO POSTINGS-REVERSED-COUNT.
           PERFORM HOLD-REVERSAL-RECORD.
           PERFORM WRITE-BACKOUT-AUDIT.
           PERFORM JOURNAL-REVERSED-POSTING.
       REVERSE-ONE-POSTING-NEXT.
           PERFORM READ-POSTED-TRANSACTION.
       EXIT.
      *
      * JOURNAL-REVERSED-POSTING - THE REVERSING PAIR FOR THE RECORD
      * IN HAND, WITH A TRANSFER'S PAYING LEG HELD BACK AS ABOVE.
      *
       JOURNAL-REVERSED-POSTING SECTION.
           IF TRANSFER-DEBIT-WAITING
               MOVE "N" TO TRANSFER-WAITING-SWITCH
               IF NOT POSTED-TRANSFER-CREDIT
                   OR POSTED-NUMBER-PART1 NOT = TRANSFER-DEBIT-NUMBER
                   OR POSTED-AMOUNT + TRANSFER-DEBIT-AMOUNT NOT = ZERO
                   OR POSTED-ENTITY NOT = TRANSFER-DEBIT-ENTITY
                   PERFORM JOURNAL-DEBIT-LEG-ALONE
               END-IF
           END-IF.
           IF POSTED-TRANSFER-DEBIT
               MOVE POSTED-TRANSACTION-RECORD TO TRANSFER-DEBIT-IMAGE
               MOVE POSTED-NUMBER-PART1 TO TRANSFER-DEBIT-NUMBER
               MOVE POSTED-AMOUNT TO TRANSFER-DEBIT-AMOUNT
               MOVE POSTED-ENTITY TO TRANSFER-DEBIT-ENTITY
               SET TRANSFER-DEBIT-WAITING TO TRUE
               GO TO JOURNAL-REVERSED-POSTING-EX
           END-IF.
           PERFORM WRITE-REVERSING-JOURNAL-PAIR.
       JOURNAL-REVERSED-POSTING-EX.
       EXIT.
      *
       JOURNAL-DEBIT-LEG-ALONE SECTION.
           MOVE POSTED-TRANSACTION-RECORD TO TRANSFER-CREDIT-IMAGE.
           MOVE TRANSFER-DEBIT-IMAGE TO POSTED-TRANSACTION-RECORD.
           PERFORM WRITE-REVERSING-JOURNAL-PAIR.
           MOVE TRANSFER-CREDIT-IMAGE TO POSTED-TRANSACTION-RECORD.
       EXIT.
      *
       HOLD-REVERSAL-RECORD SECTION.
           IF REVERSAL-COUNT = 9999
           MOVE RUN-DATE TO REV-DATE.
           COMPUTE REV-AMOUNT = ZERO - POSTED-AMOUNT.
           MOVE POSTED-STRING-TYPE TO REV-STRING-TYPE.
           MOVE POSTED-ENTITY TO REV-ENTITY.
           MOVE POSTED-TRANSFER-LEG TO REV-TRANSFER-LEG.
           MOVE POSTED-COUNTER-KEY TO REV-COUNTER-KEY.
           MOVE POSTED-WIDE-KEY TO REV-WIDE-KEY.
           MOVE POSTED-COUNTER-WIDE-KEY TO REV-COUNTER-WIDE-KEY.
           ADD 1 TO REVERSAL-COUNT.
           MOVE REVERSAL-BUILD-RECORD TO
               REVERSAL-IMAGE(REVERSAL-COUNT).
               TO POSTED-REVERSAL-RECORD.
           WRITE POSTED-REVERSAL-RECORD.
       EXIT.
      *
      * WRITE-MASTER-JOURNAL - ONE MSTJRNL RECORD FOR THE MASTER
      * CHANGE JUST MADE. KEEP IN STEP WITH TEST'S. THIS PROGRAM RUNS
      * OUTSIDE THE INTRADAY CYCLES AND JOURNALS UNDER CYCLE ZERO.
      *
       WRITE-MASTER-JOURNAL SECTION.
           ADD 1 TO MASTER-JOURNAL-COUNT.
           MOVE SPACES TO MASTER-JOURNAL-RECORD.
           MOVE "BACKOUT" TO MASTER-JOURNAL-PROGRAM.
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
       WRITE-BACKOUT-AUDIT SECTION.
           MOVE "BACKOUT" TO AUDIT-PROGRAM-NAME.
               MOVE ZERO TO JRNL-DETAIL-TXN-NUMBER
           END-IF.
           MOVE POSTED-TXN-TYPE TO JRNL-DETAIL-TXN-TYPE.
           MOVE POSTED-ENTITY TO JRNL-DETAIL-ENTITY.
           WRITE JOURNAL-DETAIL-RECORD.
           ADD 1 TO JOURNAL-DETAIL-COUNT.
           ADD JRNL-DETAIL-TXN-NUMBER TO JOURNAL-HASH-TOTAL.
       EXIT.
      *
       LOAD-ONE-CHART-ROW SECTION.
      * BALANCE-CONTROL AND ACCOUNT-CLASS ROWS MAP NO TRANSACTION
      * TYPE - THEY BELONG TO THE GL BALANCE RECONCILIATION AND THE
      * YEAR-END CLOSE, NOT THE JOURNAL.
           IF COA-NON-TYPE-ROW
               GO TO LOAD-ONE-CHART-ROW-NEXT
           END-IF.
           ADD 1 TO GL-ACCOUNT-COUNT.
           MOVE COA-TXN-TYPE TO
               GL-ACCOUNT-TXN-TYPE(GL-ACCOUNT-COUNT).
           MOVE COA-DR-ACCOUNT TO GL-ACCOUNT-DR(GL-ACCOUNT-COUNT).
           MOVE COA-CR-ACCOUNT TO GL-ACCOUNT-CR(GL-ACCOUNT-COUNT).
       LOAD-ONE-CHART-ROW-NEXT.
           PERFORM READ-CHART-ROW.
       EXIT.
      *
