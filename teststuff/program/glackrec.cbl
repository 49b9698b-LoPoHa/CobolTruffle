       PROGRAM-ID. GLACKREC.
      *
      *
      * GL LOAD-ACKNOWLEDGMENT RECONCILIATION. WE SEND THE LEDGER
      * ONE CONSOLIDATED GLSUBMIT FILE - A NUMBERED BATCH PER SOURCE
      * JOURNAL GLCONSOL COLLECTS (DAILY EXTRACT, SETTLEMENT,
      * REVALUATION, BACKOUT, YEAR-END CLOSE, WITHHOLDING TAX, LOAN
      * AND DEBIT INTEREST), EACH WITH ITS HEADER, BALANCED PAIRS,
      * AND SUBTOTAL TRAILER - AND THEN ASSUME THE LEDGER SYSTEM
      * LOADED IT - A BATCH THE GL
      * SIDE BOUNCED USED TO SURFACE AT MONTH END. THIS JOB READS
      * THE ACKNOWLEDGMENT FILE THE GL SYSTEM RETURNS (BATCH ID,
      * ACCEPTED COUNT, ACCEPTED DEBIT/CREDIT TOTALS), MATCHES EACH
      * SUBMITTED BATCH AGAINST ITS TRAILER, REPORTS UNACKNOWLEDGED
      * OR OUT-OF-BALANCE BATCHES, AND KEEPS A CARRY-FORWARD FILE OF
      * BATCHES STILL AWAITING ACKNOWLEDGMENT WITH THEIR AGE IN
      * RUNS. THE CARRY FILE FOLLOWS THE OLD-MASTER/NEW-MASTER
      * CONVENTION - THE JCL SWAPS THE -I AND -O DATASETS.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE CONSOLIDATED SUBMISSION GLCONSOL WRITES.
           SELECT GL-SUBMISSION ASSIGN TO "GLSUBMIT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-ACKNOWLEDGMENTS ASSIGN TO "GLACK"
               ORGANIZATION IS LINE SEQUENTIAL.
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  GL-SUBMISSION
           LABEL RECORDS ARE STANDARD.
           COPY GLSUBMISSION.
      *
      * THE GL SYSTEM'S ACKNOWLEDGMENT - WHAT IT ACTUALLY ACCEPTED
      * OF EACH BATCH.
        05       PEND-IN-COUNT           PIC 9(8).
        05       PEND-IN-DR-TOTAL        PIC 9(9)V99.
        05       PEND-IN-CR-TOTAL        PIC 9(9)V99.
      * THE SOURCE JOURNAL THE BATCH WAS COLLECTED FROM.
        05       PEND-IN-SOURCE          PIC X(8).
      *
       FD  PENDING-BATCHES-OUT
           LABEL RECORDS ARE STANDARD.
        05       PEND-OUT-COUNT          PIC 9(8).
        05       PEND-OUT-DR-TOTAL       PIC 9(9)V99.
        05       PEND-OUT-CR-TOTAL       PIC 9(9)V99.
        05       PEND-OUT-SOURCE         PIC X(8).
      *
       WORKING-STORAGE SECTION.
       01  GL-SUBMISSION-SWITCH         PIC X VALUE "N".
         88      END-OF-SUBMISSION           VALUE "Y".
       01  GL-ACK-SWITCH                PIC X VALUE "N".
         88      END-OF-ACKNOWLEDGMENTS      VALUE "Y".
       01  PENDING-IN-SWITCH            PIC X VALUE "N".
       01  ACK-IDX                      PIC 99 VALUE 1.
       01  ACK-FOUND-IDX                PIC 99 VALUE ZERO.
      *
      * THE BATCH UNDER JUDGMENT - EITHER ONE OF TODAY'S SUBMITTED
      * BATCHES OR A CARRIED PENDING ONE.
       01  JUDGE-BATCH-ID               PIC X(8) VALUE SPACES.
       01  JUDGE-SOURCE                 PIC X(8) VALUE SPACES.
       01  JUDGE-BATCH-DATE             PIC 9(8) VALUE ZERO.
       01  JUDGE-AGE-RUNS               PIC 9(4) VALUE ZERO.
       01  JUDGE-COUNT                  PIC 9(8) VALUE ZERO.
       01  JUDGE-DR-TOTAL               PIC 9(9)V99 VALUE ZERO.
       01  JUDGE-CR-TOTAL               PIC 9(9)V99 VALUE ZERO.
      *
      * TODAY'S SUBMITTED BATCHES AS READ - ONE PER SOURCE JOURNAL
      * GLCONSOL COLLECTED. A BATCH ALREADY ON THE CARRY FILE (A
      * SUBMISSION NOT REWRITTEN SINCE THE LAST RUN) IS JUDGED ONCE,
      * AS THE CARRIED ITEM.
       01  TODAY-BATCH-TABLE.
        05       TODAY-BATCH-ENTRY OCCURS 10 TIMES.
         10      TODAY-BATCH-ID          PIC X(8).
         10      TODAY-BATCH-DATE        PIC 9(8).
         10      TODAY-SOURCE            PIC X(8).
         10      TODAY-COUNT             PIC 9(8).
         10      TODAY-DR-TOTAL          PIC 9(9)V99.
         10      TODAY-CR-TOTAL          PIC 9(9)V99.
         10      TODAY-CARRIED-FLAG      PIC X.
       01  TODAY-BATCH-COUNT            PIC 99 VALUE ZERO.
       01  TODAY-BATCH-IDX              PIC 99 VALUE 1.
      *
       01  ACKNOWLEDGED-COUNT           PIC 9(4) VALUE ZERO.
       01  OUT-OF-BALANCE-COUNT         PIC 9(4) VALUE ZERO.
           PERFORM JUDGE-ONE-PENDING-BATCH
               UNTIL END-OF-PENDING-IN.
           CLOSE PENDING-BATCHES-IN.
      * THEN TODAY'S BATCHES JOIN THE JUDGMENT.
           PERFORM JUDGE-ONE-TODAY-BATCH
               VARYING TODAY-BATCH-IDX FROM 1 BY 1
               UNTIL TODAY-BATCH-IDX > TODAY-BATCH-COUNT.
           CLOSE PENDING-BATCHES-OUT.
           DISPLAY "BATCHES ACKNOWLEDGED CLEAN: "
               ACKNOWLEDGED-COUNT.
           PERFORM READ-ACKNOWLEDGMENT.
       EXIT.
      *
      * READ-TODAY-BATCH - EACH HEADER NAMES A BATCH AND ITS SOURCE,
      * THE TRAILER THAT CLOSES IT CARRIES THE FIGURES THE ACK MUST
      * MATCH. THE DETAIL RECORDS BETWEEN THEM AND THE CLOSING
      * SUMMARY ARE NOT THE RECONCILIATION'S BUSINESS.
      *
       READ-TODAY-BATCH SECTION.
           OPEN INPUT GL-SUBMISSION.
           PERFORM READ-SUBMISSION-RECORD.
           PERFORM NOTE-ONE-SUBMISSION-RECORD UNTIL END-OF-SUBMISSION.
           CLOSE GL-SUBMISSION.
           IF TODAY-BATCH-COUNT = ZERO
               DISPLAY "NO BATCH HEADER ON GLSUBMIT - NOTHING NEW"
           END-IF.
       EXIT.
      *
       NOTE-ONE-SUBMISSION-RECORD SECTION.
           EVALUATE SUBM-HEADER-TYPE
               WHEN "H"
                   IF TODAY-BATCH-COUNT < 10
                       ADD 1 TO TODAY-BATCH-COUNT
                       MOVE SUBM-HEADER-BATCH-ID
                           TO TODAY-BATCH-ID(TODAY-BATCH-COUNT)
                       MOVE SUBM-HEADER-DATE
                           TO TODAY-BATCH-DATE(TODAY-BATCH-COUNT)
                       MOVE SUBM-HEADER-SOURCE
                           TO TODAY-SOURCE(TODAY-BATCH-COUNT)
                       MOVE "N"
                           TO TODAY-CARRIED-FLAG(TODAY-BATCH-COUNT)
                   ELSE
                       DISPLAY "MORE THAN 10 BATCHES ON GLSUBMIT - "
                           "BATCH " SUBM-HEADER-BATCH-ID " IGNORED"
                   END-IF
               WHEN "T"
                   IF TODAY-BATCH-COUNT > ZERO
                       MOVE SUBM-TRAILER-COUNT
                           TO TODAY-COUNT(TODAY-BATCH-COUNT)
                       MOVE SUBM-TRAILER-DR-TOTAL
                           TO TODAY-DR-TOTAL(TODAY-BATCH-COUNT)
                       MOVE SUBM-TRAILER-CR-TOTAL
                           TO TODAY-CR-TOTAL(TODAY-BATCH-COUNT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM READ-SUBMISSION-RECORD.
       EXIT.
      *
       JUDGE-ONE-TODAY-BATCH SECTION.
           IF TODAY-CARRIED-FLAG(TODAY-BATCH-IDX) = "Y"
               GO TO JUDGE-ONE-TODAY-BATCH-EX
           END-IF.
           MOVE TODAY-BATCH-ID(TODAY-BATCH-IDX) TO JUDGE-BATCH-ID.
           MOVE TODAY-BATCH-DATE(TODAY-BATCH-IDX) TO JUDGE-BATCH-DATE.
           MOVE TODAY-SOURCE(TODAY-BATCH-IDX) TO JUDGE-SOURCE.
           MOVE ZERO TO JUDGE-AGE-RUNS.
           MOVE TODAY-COUNT(TODAY-BATCH-IDX) TO JUDGE-COUNT.
           MOVE TODAY-DR-TOTAL(TODAY-BATCH-IDX) TO JUDGE-DR-TOTAL.
           MOVE TODAY-CR-TOTAL(TODAY-BATCH-IDX) TO JUDGE-CR-TOTAL.
           PERFORM JUDGE-ONE-BATCH.
       JUDGE-ONE-TODAY-BATCH-EX.
       EXIT.
      *
      * MARK-TODAY-BATCH-CARRIED - A PENDING BATCH THAT IS ALSO ON
      * TODAY'S SUBMISSION IS THE SAME BATCH, NOT A NEW ONE.
      *
       MARK-TODAY-BATCH-CARRIED SECTION.
           IF TODAY-BATCH-ID(TODAY-BATCH-IDX) = PEND-IN-BATCH-ID
               AND TODAY-BATCH-DATE(TODAY-BATCH-IDX) =
                   PEND-IN-BATCH-DATE
               MOVE "Y" TO TODAY-CARRIED-FLAG(TODAY-BATCH-IDX)
           END-IF.
       EXIT.
      *
       JUDGE-ONE-PENDING-BATCH SECTION.
           PERFORM MARK-TODAY-BATCH-CARRIED
               VARYING TODAY-BATCH-IDX FROM 1 BY 1
               UNTIL TODAY-BATCH-IDX > TODAY-BATCH-COUNT.
           MOVE PEND-IN-BATCH-ID TO JUDGE-BATCH-ID.
           MOVE PEND-IN-SOURCE TO JUDGE-SOURCE.
           MOVE PEND-IN-BATCH-DATE TO JUDGE-BATCH-DATE.
           MOVE PEND-IN-AGE-RUNS TO JUDGE-AGE-RUNS.
           MOVE PEND-IN-COUNT TO JUDGE-COUNT.
           IF ACK-FOUND-IDX = ZERO
               ADD 1 TO CARRIED-FORWARD-COUNT
               ADD 1 TO JUDGE-AGE-RUNS
               DISPLAY "BATCH " JUDGE-BATCH-ID " (" JUDGE-SOURCE
                   ") OF " JUDGE-BATCH-DATE " UNACKNOWLEDGED - AGE "
                   JUDGE-AGE-RUNS " RUNS"
               MOVE JUDGE-BATCH-ID TO PEND-OUT-BATCH-ID
               MOVE JUDGE-BATCH-DATE TO PEND-OUT-BATCH-DATE
               MOVE JUDGE-COUNT TO PEND-OUT-COUNT
               MOVE JUDGE-DR-TOTAL TO PEND-OUT-DR-TOTAL
               MOVE JUDGE-CR-TOTAL TO PEND-OUT-CR-TOTAL
               MOVE JUDGE-SOURCE TO PEND-OUT-SOURCE
               WRITE PENDING-BATCH-OUT-RECORD
               GO TO JUDGE-ONE-BATCH-EX
           END-IF.
               OR ACK-TABLE-DR(ACK-FOUND-IDX) NOT = JUDGE-DR-TOTAL
               OR ACK-TABLE-CR(ACK-FOUND-IDX) NOT = JUDGE-CR-TOTAL
               ADD 1 TO OUT-OF-BALANCE-COUNT
               DISPLAY "BATCH " JUDGE-BATCH-ID " (" JUDGE-SOURCE
                   ") OF " JUDGE-BATCH-DATE " ACK DISAGREES - SENT "
                   JUDGE-COUNT " FOR " JUDGE-DR-TOTAL "/"
                   JUDGE-CR-TOTAL " ACKED "
                   ACK-TABLE-COUNT(ACK-FOUND-IDX) " FOR "
                   ACK-TABLE-CR(ACK-FOUND-IDX)
           ELSE
               ADD 1 TO ACKNOWLEDGED-COUNT
               DISPLAY "BATCH " JUDGE-BATCH-ID " (" JUDGE-SOURCE
                   ") OF " JUDGE-BATCH-DATE " ACKNOWLEDGED CLEAN"
           END-IF.
       JUDGE-ONE-BATCH-EX.
       EXIT.
           END-IF.
       EXIT.
      *
       READ-SUBMISSION-RECORD SECTION.
           READ GL-SUBMISSION
               AT END
                   SET END-OF-SUBMISSION TO TRUE
           END-READ.
       EXIT.
      *
