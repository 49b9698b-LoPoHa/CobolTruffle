        05       APPROVAL-DETAIL         PIC X(80).
        05       APPROVAL-BASE-AMOUNT    PIC S9(7)V99.
        05       APPROVAL-HELD-DATE      PIC 9(8).
        05       APPROVAL-REASON-CODE    PIC X(4).
      *
       FD  DEAD-LETTER-FILE
           LABEL RECORDS ARE STANDARD.
               UNTIL END-OF-POSTED-TRANSACTIONS.
           CLOSE POSTED-TRANSACTIONS.
       EXIT.
      *
      * ACK-ONE-POSTED - AN INTERNAL TRANSFER IS ONE TRANSACTION ON
      * TWO TRAIL RECORDS; THE BRANCH THAT SENT IT HEARS ONCE, ON THE
      * PAYING LEG, WHOSE KEY IS THE ONE IT FED. A BROUGHT-FORWARD
      * ROW WAS FED BY NO BRANCH.
      *
       ACK-ONE-POSTED SECTION.
           IF POSTED-TRANSFER-CREDIT
               OR POSTED-BROUGHT-FORWARD
               GO TO ACK-ONE-POSTED-NEXT
           END-IF.
           MOVE SPACES TO ACK-BUILD-RECORD.
           MOVE POSTED-STRING-PART1(1:1) TO ACK-BRANCH-DIGIT.
           MOVE POSTED-NUMBER-PART1 TO ACK-TXN-NUMBER.
           MOVE "POST" TO ACK-DISPOSITION.
           MOVE SPACES TO ACK-REASON.
           PERFORM WRITE-BRANCH-ACK.
       ACK-ONE-POSTED-NEXT.
           PERFORM READ-POSTED-TRANSACTION.
       EXIT.
      *
           MOVE SPACES TO ACK-BUILD-RECORD.
           MOVE ACK-DETAIL-BRANCH TO ACK-BRANCH-DIGIT.
           MOVE ACK-DETAIL-TXN-NUMBER TO ACK-TXN-NUMBER.
      * A PAYMENT REJECTED ON A CUSTOMER'S STOP GOES BACK WITH ITS
      * OWN DISPOSITION SO THE BRANCH DOES NOT TRY TO REPAIR IT. SO
      * DOES A COLLECTION NO MANDATE COVERS - THE CREDITOR HAS TO
      * TAKE IT UP WITH THE CUSTOMER, NOT RESEND IT.
           EVALUATE REJECT-REASON
               WHEN "STOPPED"
                   MOVE "STOP" TO ACK-DISPOSITION
               WHEN "NO MANDATE"
               WHEN "MANDATE NOT ACTIVE"
               WHEN "OVER MANDATE LIMIT"
                   MOVE "MNDT" TO ACK-DISPOSITION
               WHEN OTHER
                   MOVE "REJ " TO ACK-DISPOSITION
           END-EVALUATE.
           MOVE REJECT-REASON TO ACK-REASON.
           PERFORM WRITE-BRANCH-ACK.
           PERFORM READ-REJECT-TRANSACTION.
