      * RECEIVED, VALIDATED, CONVERTED, DISPATCHED, POSTED OR
      * DIVERTED, AUDITED - WITH PAYMENT REFERENCES MASKED TO THEIR
      * LAST TWO CHARACTERS PER THE EXISTING RULES.
      *
      * AN ACCOUNT THE TRANSACTION TOUCHED MAY SINCE HAVE BEEN MOVED
      * TO A NEW KEY BY ACCTRKEY; THE POSTING AND THE TRANSFER LEGS
      * THEN SAY SO, FROM THE ACCTXREF CROSS-REFERENCE, SO THE
      * INVESTIGATOR LOOKS THE ACCOUNT UP WHERE IT LIVES NOW.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEAD-LETTER-FILE ASSIGN TO "DEADLTR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL KEY-XREF ASSIGN TO "ACCTXREF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSTED-TRANSACTIONS ASSIGN TO "POSTEDTX"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
         10      FILLER                  PIC X(68).
        05       APPROVAL-BASE-AMOUNT    PIC S9(7)V99.
        05       APPROVAL-HELD-DATE      PIC 9(8).
        05       APPROVAL-REASON-CODE    PIC X(4).
      *
       FD  DEAD-LETTER-FILE
           LABEL RECORDS ARE STANDARD.
       FD  POSTED-TRANSACTIONS
           LABEL RECORDS ARE STANDARD.
           COPY POSTEDTXN.
      *
       FD  KEY-XREF
           LABEL RECORDS ARE STANDARD.
           COPY ACCOUNTKEYXREF.
      *
       WORKING-STORAGE SECTION.
       01  STATUS-HISTORY-SWITCH        PIC X VALUE "N".
      * BIGINQ APPLIES.
       01  SNAPSHOT-DISPLAY-WORK        PIC X(38) VALUE SPACES.
       01  REFERENCE-DISPLAY-WORK       PIC X(8) VALUE SPACES.
      *
      * EVERY RE-KEYING ON ACCTXREF, AND THE ACCOUNT BEING FOLLOWED
      * FORWARD THROUGH THEM - BY THE KEY'S BRANCH AND NUMBER, ALL A
      * POSTING CARRIES. KEEP IN STEP WITH THE SAME TABLE IN BALHINQ
      * AND ACCTSTMT.
       01  KEY-XREF-SWITCH              PIC X VALUE "N".
         88      END-OF-KEY-XREF             VALUE "Y".
       01  XREF-TABLE.
        05       XREF-ENTRY OCCURS 500 TIMES.
         10      XT-OLD-KEY              PIC X(5).
         10      XT-NEW-KEY              PIC X(5).
         10      XT-MOVED-DATE           PIC 9(8).
       01  XREF-COUNT                   PIC 9(4) VALUE ZERO.
       01  XREF-IDX                     PIC 9(4) VALUE ZERO.
       01  XREF-FOUND-IDX               PIC 9(4) VALUE ZERO.
       01  FOLLOW-KEY-PART              PIC X(4) VALUE SPACES.
       01  FOLLOW-HOP-COUNT             PIC 99 VALUE ZERO.
      *
           COPY BIGWORKDETAIL.
       LINKAGE SECTION.
           ACCEPT TRACE-TXN-NUMBER FROM SYSIN.
           ACCEPT TRACE-DATE FROM SYSIN.
           DISPLAY "TRACE FOR TRANSACTION " TRACE-TXN-NUMBER ":".
           PERFORM LOAD-KEY-XREF.
           PERFORM TRACE-STATUS-HISTORY.
           PERFORM TRACE-WORK-FILE-PASSES.
           PERFORM TRACE-DUPLICATES.
               DISPLAY "  " STATUS-HIST-DATE " "
                   STATUS-HIST-PROGRAM " MOVED "
                   STATUS-HIST-FROM " TO " STATUS-HIST-TO
      * A TRANSFER LEG NAMES ITS OWN ACCOUNT AND THE OTHER LEG'S.
               IF STATUS-HIST-TRANSFER-LEG NOT = SPACE
                   DISPLAY "      TRANSFER LEG "
                       STATUS-HIST-TRANSFER-LEG
                       " ACCOUNT " STATUS-HIST-ACCOUNT-KEY
                       " COUNTER " STATUS-HIST-COUNTER-KEY
                   MOVE STATUS-HIST-ACCOUNT-KEY(1:4)
                       TO FOLLOW-KEY-PART
                   PERFORM SHOW-LATER-KEYS
                   MOVE STATUS-HIST-COUNTER-KEY(1:4)
                       TO FOLLOW-KEY-PART
                   PERFORM SHOW-LATER-KEYS
               END-IF
      * A RETURNED PAYMENT CARRIES THE CLEARING HOUSE'S REASON.
               IF STATUS-HIST-TO = "N"
                   DISPLAY "      RETURN REASON "
                       STATUS-HIST-RETURN-REASON
               END-IF
           END-IF.
           PERFORM READ-STATUS-HISTORY.
       EXIT.
               MOVE APPROVAL-BASE-AMOUNT TO TRACE-AMOUNT-EDIT
               DISPLAY "  HELD ON THE APPROVAL QUEUE SINCE "
                   APPROVAL-HELD-DATE " FOR " TRACE-AMOUNT-EDIT
                   " REASON " APPROVAL-REASON-CODE
           END-IF.
           PERFORM READ-APPROVAL-ITEM.
       EXIT.
           END-IF.
           PERFORM READ-DEAD-LETTER.
       EXIT.
      *
      * TRACE-POSTINGS - A TRANSACTION OLDER THAN THE TRAIL'S
      * RETAINED WINDOW IS FOUND BY HAVING THE JCL CONCATENATE
      * POSTROLL'S PTXNARCH AHEAD OF POSTEDTX. BROUGHT-FORWARD ROWS
      * CARRY NO TRANSACTION AND ARE PASSED OVER.
      *
       TRACE-POSTINGS SECTION.
           OPEN INPUT POSTED-TRANSACTIONS.
       EXIT.
      *
       TRACE-ONE-POSTING SECTION.
           IF POSTED-BROUGHT-FORWARD
               OR POSTED-NUMBER-PART1 NOT = TRACE-TXN-NUMBER
               OR (TRACE-DATE > ZERO
                   AND POSTED-DATE NOT = TRACE-DATE)
               GO TO TRACE-ONE-POSTING-NEXT
           DISPLAY "  POSTED " POSTED-DATE " ON "
               REFERENCE-DISPLAY-WORK " TYPE " POSTED-TXN-TYPE
               " FOR " TRACE-AMOUNT-EDIT.
           IF POSTED-STRING-TYPE NOT = "R"
               MOVE POSTED-STRING-PART1 TO FOLLOW-KEY-PART
               PERFORM SHOW-LATER-KEYS
           END-IF.
       TRACE-ONE-POSTING-NEXT.
           PERFORM READ-POSTED-TRANSACTION.
       EXIT.
      *
      * SHOW-LATER-KEYS - ONE LINE FOR EACH MOVE THE ACCOUNT IN
      * FOLLOW-KEY-PART HAS HAD SINCE, IN ORDER. THE HOP LIMIT ONLY
      * GUARDS AGAINST A DAMAGED CROSS-REFERENCE.
      *
       SHOW-LATER-KEYS SECTION.
           MOVE ZERO TO FOLLOW-HOP-COUNT.
       SHOW-LATER-KEYS-NEXT.
           IF FOLLOW-KEY-PART = SPACES OR FOLLOW-HOP-COUNT = 20
               GO TO SHOW-LATER-KEYS-EX
           END-IF.
           MOVE ZERO TO XREF-FOUND-IDX.
           PERFORM FIND-LATER-KEY
               VARYING XREF-IDX FROM 1 BY 1
               UNTIL XREF-IDX > XREF-COUNT OR XREF-FOUND-IDX > ZERO.
           IF XREF-FOUND-IDX = ZERO
               GO TO SHOW-LATER-KEYS-EX
           END-IF.
           ADD 1 TO FOLLOW-HOP-COUNT.
           DISPLAY "      ACCOUNT " XT-OLD-KEY(XREF-FOUND-IDX)
               " SINCE RE-KEYED TO " XT-NEW-KEY(XREF-FOUND-IDX)
               " ON " XT-MOVED-DATE(XREF-FOUND-IDX).
           MOVE XT-NEW-KEY(XREF-FOUND-IDX)(1:4) TO FOLLOW-KEY-PART.
           GO TO SHOW-LATER-KEYS-NEXT.
       SHOW-LATER-KEYS-EX.
       EXIT.
      *
       FIND-LATER-KEY SECTION.
           IF XT-OLD-KEY(XREF-IDX)(1:4) = FOLLOW-KEY-PART
               MOVE XREF-IDX TO XREF-FOUND-IDX
           END-IF.
       EXIT.
      *
       LOAD-KEY-XREF SECTION.
           MOVE ZERO TO XREF-COUNT.
           MOVE "N" TO KEY-XREF-SWITCH.
           OPEN INPUT KEY-XREF.
           PERFORM READ-KEY-XREF.
           PERFORM LOAD-ONE-KEY-XREF
               UNTIL END-OF-KEY-XREF OR XREF-COUNT = 500.
           CLOSE KEY-XREF.
       EXIT.
      *
       LOAD-ONE-KEY-XREF SECTION.
           ADD 1 TO XREF-COUNT.
           MOVE XREF-OLD-KEY TO XT-OLD-KEY(XREF-COUNT).
           MOVE XREF-NEW-KEY TO XT-NEW-KEY(XREF-COUNT).
           MOVE XREF-MOVED-DATE TO XT-MOVED-DATE(XREF-COUNT).
           PERFORM READ-KEY-XREF.
       EXIT.
      *
       READ-KEY-XREF SECTION.
           READ KEY-XREF
               AT END
                   SET END-OF-KEY-XREF TO TRUE
           END-READ.
       EXIT.
      *
       TRACE-AUDIT-TRAIL SECTION.
           DISPLAY "AUDIT TRAIL:".
