           SET CALL-STATUS-FAILURE TO TRUE.
           PERFORM CHECK-STATUS-TRANSITION-ENTRY
               VARYING STATUS-TRANSITION-IDX FROM 1 BY 1
               UNTIL STATUS-TRANSITION-IDX > 8.
       EXIT.
      *
       CHECK-STATUS-TRANSITION-ENTRY SECTION.
