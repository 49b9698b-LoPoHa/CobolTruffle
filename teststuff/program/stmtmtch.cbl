           CLOSE POSTED-TRANSACTIONS.
       EXIT.
      *
      * A BROUGHT-FORWARD ROW MATCHES NO STATEMENT LINE.
       LOAD-ONE-POSTING SECTION.
           IF POSTED-BROUGHT-FORWARD
               GO TO LOAD-ONE-POSTING-NEXT
           END-IF.
           IF POSTING-COUNT = 9999
               ADD 1 TO POSTING-OVERFLOW-COUNT
               GO TO LOAD-ONE-POSTING-NEXT
