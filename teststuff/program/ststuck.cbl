           PERFORM READ-STATUS-HISTORY.
       EXIT.
      *
      * JUDGE-ONE-TRANSACTION - O, J, V, C, S, AND T ARE FINAL;
      * ANYTHING ELSE STILL ON FILE IS WAITING FOR SOMEBODY, AND PAST
      * THE THRESHOLD IT IS STUCK.
      *
       JUDGE-ONE-TRANSACTION SECTION.
           IF LATEST-STATUS(LATEST-STATUS-IDX) = SPACE
               OR LATEST-STATUS(LATEST-STATUS-IDX) = "J"
               OR LATEST-STATUS(LATEST-STATUS-IDX) = "V"
               OR LATEST-STATUS(LATEST-STATUS-IDX) = "C"
               OR LATEST-STATUS(LATEST-STATUS-IDX) = "S"
               OR LATEST-STATUS(LATEST-STATUS-IDX) = "T"
               GO TO JUDGE-ONE-TRANSACTION-EX
           END-IF.
           MOVE ZERO TO STUCK-BUSINESS-DAYS.
