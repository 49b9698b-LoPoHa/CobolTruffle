        05       STANDING-DAY-OF-MONTH   PIC 99.
        05       STANDING-ACTIVE-FROM    PIC 9(8).
        05       STANDING-ACTIVE-TO      PIC 9(8).
      * THE PAYING ACCOUNT'S WIDE KEY, CARRIED ONTO THE GENERATED
      * RECORD. SPACES ON A TEMPLATE THE CONVERSION NEVER REACHED.
        05       STANDING-WIDE-KEY       PIC X(7).
      *
      * ONE CARD PER REQUESTED CHANGE - THE ACTION (A ADD, M AMEND,
      * C CANCEL) FOLLOWED BY THE FULL TEMPLATE IN THE FILE'S OWN
      * SHAPE. AMEND AND CANCEL MATCH ON THE STRING PARTS. THE WIDE
      * KEY IS OPTIONAL - LEFT BLANK, AN AMEND KEEPS THE ONE THE
      * TEMPLATE ALREADY CARRIES.
       FD  MAINTENANCE-CARDS
           LABEL RECORDS ARE STANDARD.
       01  MAINTENANCE-CARD.
        05       CARD-DAY-OF-MONTH       PIC X(2).
        05       CARD-ACTIVE-FROM        PIC 9(8).
        05       CARD-ACTIVE-TO          PIC 9(8).
        05       CARD-WIDE-KEY           PIC X(7).
      *
      * KEEP THIS LAYOUT IN STEP WITH CURRENCY-RATE-RECORD IN TEST.
       FD  CURRENCY-RATE-FILE
      * CARDS ARE APPLIED.
       01  TEMPLATE-TABLE.
        05       TEMPLATE-ENTRY OCCURS 100 TIMES.
         10      TPL-IMAGE               PIC X(47).
         10      TPL-CANCELLED-FLAG      PIC X.
       01  TEMPLATE-COUNT               PIC 9(4) VALUE ZERO.
       01  TEMPLATE-IDX                 PIC 9(4) VALUE 1.
        05       FILLER                  PIC X(3).
        05       TPL-ACTIVE-FROM         PIC 9(8).
        05       TPL-ACTIVE-TO           PIC 9(8).
        05       TPL-WIDE-KEY            PIC X(7).
      * THE WIDE KEY THE TEMPLATE HELD BEFORE THE CARD - SPACES ON
      * AN ADD.
       01  TPL-PRIOR-WIDE-KEY           PIC X(7) VALUE SPACES.
      *
       01  CARD-REFUSED-SWITCH          PIC X VALUE "N".
         88      CARD-REFUSED               VALUE "Y".
           END-IF.
           ADD 1 TO TEMPLATE-COUNT.
           MOVE TEMPLATE-COUNT TO TEMPLATE-FOUND-IDX.
           MOVE SPACES TO TPL-PRIOR-WIDE-KEY.
           PERFORM BUILD-TEMPLATE-FROM-CARD.
       ADD-TEMPLATE-EX.
       EXIT.
      *
       AMEND-TEMPLATE SECTION.
           MOVE TPL-IMAGE(TEMPLATE-FOUND-IDX) TO TPL-WORK-RECORD.
           MOVE TPL-WIDE-KEY TO TPL-PRIOR-WIDE-KEY.
           PERFORM BUILD-TEMPLATE-FROM-CARD.
       EXIT.
      *
           END-IF.
           MOVE CARD-ACTIVE-FROM TO STANDING-ACTIVE-FROM.
           MOVE CARD-ACTIVE-TO TO STANDING-ACTIVE-TO.
           IF CARD-WIDE-KEY NOT = SPACES
               MOVE CARD-WIDE-KEY TO STANDING-WIDE-KEY
           ELSE
               MOVE TPL-PRIOR-WIDE-KEY TO STANDING-WIDE-KEY
           END-IF.
           MOVE STANDING-INSTRUCTION-RECORD
               TO TPL-IMAGE(TEMPLATE-FOUND-IDX).
           MOVE "N" TO TPL-CANCELLED-FLAG(TEMPLATE-FOUND-IDX).
