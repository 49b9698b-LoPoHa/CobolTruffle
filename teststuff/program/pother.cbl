      * OPEN FOR THE LIFE OF THE BATCH - PER-CALL OPEN/CLOSE CHURN
      * IS EXACTLY WHAT THE AUDIT TRAIL'S HANDOVER WAS BUILT TO
      * AVOID, AND PENDING IS THE HIGHEST-VOLUME TYPE IN THE FEED.
      * TEST RELEASES WHAT HAS WAITED A CYCLE AT THE START OF THE
      * NEXT RUN, AND PENDAGE AGES AND EXPIRES WHAT IS LEFT.
           SELECT HOLD-QUEUE-FILE ASSIGN TO "PENDHOLD"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-QUEUE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PENDHOLDQUEUE.
      *
      *
       WORKING-STORAGE SECTION.
      * VALIDATION APPLIES: IT IS HELD ON THE QUEUE FILE FOR A LATER
      * CYCLE. LETTER-B IS FLAGGED "H" SO THE CALLER'S SNAPSHOT
      * COMPARISON SHOWS THE RECORD WAS QUEUED AND NOT SILENTLY
      * DROPPED - AND SO THE CALLER KNOWS NOT TO POST IT TODAY. A
      * TRIAL FLAGS THE RECORD THE SAME WAY BUT LEAVES THE QUEUE
      * FILE ALONE. A RECORD THE CALLER HAS ALREADY REJECTED COMES
      * WITHOUT ITS DETAIL AND IS NOT HELD - IT IS ON ITS WAY TO
      * THE REJECT FILE, AND A LATER RUN MUST NOT RELEASE IT.
      *
       MAIN SECTION.
      *
          SET CALL-STATUS-SUCCESS TO TRUE.
          IF COPY-DETAIL-IMAGE = SPACES
              GO TO PROG-EX
          END-IF.
          PERFORM QUEUE-PENDING-TRANSACTION.
      * THE AUDIT ENTRY IS HANDED BACK THROUGH COPY-BASE FOR THE
      * CALLER, WHO OWNS THE AUDIT LOG FOR THE LIFE OF THE BATCH.
      *
      * QUEUE-PENDING-TRANSACTION - APPENDS THE RECORD'S IDENTIFYING
      * FIELDS AND AMOUNT TO THE HOLD QUEUE SO A LATER CYCLE CAN PICK
      * THE TRANSACTION BACK UP, WITH THE DAY IT WAS HELD AND THE
      * DETAIL AS READ SO THE RELEASE CAN PUT IT BACK IN THE SORT.
      *
       QUEUE-PENDING-TRANSACTION SECTION.
           IF COPY-RUN-IS-TRIAL
               GO TO QUEUE-PENDING-TRANSACTION-EX
           END-IF.
           IF NOT HOLD-QUEUE-OPENED
               OPEN EXTEND HOLD-QUEUE-FILE
               SET HOLD-QUEUE-OPENED TO TRUE
           MOVE COPY-NUMBER-PART2 TO HOLD-QUEUE-NUMBER-PART2.
           MOVE COPY-DATE TO HOLD-QUEUE-DATE.
           MOVE COPY-AMOUNT TO HOLD-QUEUE-AMOUNT.
           MOVE COPY-RUN-DATE TO HOLD-QUEUE-HELD-DATE.
           MOVE COPY-DETAIL-IMAGE TO HOLD-QUEUE-DETAIL.
           WRITE HOLD-QUEUE-RECORD.
       QUEUE-PENDING-TRANSACTION-EX.
       EXIT.
      *
       END PROGRAM POTHER.
