      * NEW-MASTER CONVENTION - THE JCL SWAPS THE -I AND -O DATASETS
      * BETWEEN RUNS. AGE IS A CARRIED COUNT OF DAILY RUNS THE
      * EXCEPTION HAS SURVIVED, SO NO CALENDAR ARITHMETIC IS NEEDED.
      *
      * THE WEEKLY INTGSWP SWEEP'S CROSS-FILE FINDINGS STAND ON
      * INTGEXCP UNTIL ITS NEXT RUN AND ARE READ EVERY DAY BESIDE
      * EDITEXCP, SO AN ORPHAN AGES LIKE ANY OTHER DATA PROBLEM AND
      * DROPS AS RESOLVED ONCE A SWEEP NO LONGER FINDS IT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           SELECT FIELD-EDIT-EXCEPTIONS ASSIGN TO "EDITEXCP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL INTEGRITY-EXCEPTIONS ASSIGN TO "INTGEXCP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-MASTER-IN ASSIGN TO "EXCPMSTI"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-MASTER-OUT ASSIGN TO "EXCPMSTO"
       FD  FIELD-EDIT-EXCEPTIONS
           LABEL RECORDS ARE STANDARD.
           COPY EDITEXCEPTION.
      *
      * THE SAME EDIT-EXCEPTION LAYOUT, UNDER ITS OWN NAMES.
       FD  INTEGRITY-EXCEPTIONS
           LABEL RECORDS ARE STANDARD.
       01  INTEGRITY-EXCEPTION-RECORD.
        05       INTEGRITY-EXCEPTION-PROGRAM PIC X(12).
        05       INTEGRITY-EXCEPTION-REASON  PIC X(40).
      *
       FD  EXCEPTION-MASTER-IN
           LABEL RECORDS ARE STANDARD.
       WORKING-STORAGE SECTION.
       01  FIELD-EDIT-EXCEPTIONS-SWITCH PIC X VALUE "N".
         88      END-OF-FIELD-EDIT-EXCEPTIONS  VALUE "Y".
       01  INTEGRITY-EXCEPTIONS-SWITCH  PIC X VALUE "N".
         88      END-OF-INTEGRITY-EXCEPTIONS   VALUE "Y".
       01  EXCEPTION-MASTER-SWITCH      PIC X VALUE "N".
         88      END-OF-EXCEPTION-MASTER      VALUE "Y".
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
                   "AGES FROM TOMORROW"
           END-IF.
           CLOSE FIELD-EDIT-EXCEPTIONS.
           OPEN INPUT INTEGRITY-EXCEPTIONS.
           PERFORM READ-INTEGRITY-EXCEPTION.
           PERFORM LOAD-ONE-INTEGRITY-EXCEPTION
               UNTIL END-OF-INTEGRITY-EXCEPTIONS
               OR TODAY-EXCEPTION-COUNT = 200.
           IF NOT END-OF-INTEGRITY-EXCEPTIONS
               DISPLAY "INTEGRITY FINDINGS EXCEED TABLE - EXCESS "
                   "AGES FROM TOMORROW"
           END-IF.
           CLOSE INTEGRITY-EXCEPTIONS.
       EXIT.
      *
       LOAD-ONE-TODAY-EXCEPTION SECTION.
           MOVE "N" TO TODAY-EXCP-MATCHED(TODAY-EXCEPTION-COUNT).
           PERFORM READ-FIELD-EDIT-EXCEPTION.
       EXIT.
      *
       LOAD-ONE-INTEGRITY-EXCEPTION SECTION.
           ADD 1 TO TODAY-EXCEPTION-COUNT.
           MOVE INTEGRITY-EXCEPTION-PROGRAM TO
               TODAY-EXCP-PROGRAM(TODAY-EXCEPTION-COUNT).
           MOVE INTEGRITY-EXCEPTION-REASON TO
               TODAY-EXCP-REASON(TODAY-EXCEPTION-COUNT).
           MOVE "N" TO TODAY-EXCP-MATCHED(TODAY-EXCEPTION-COUNT).
           PERFORM READ-INTEGRITY-EXCEPTION.
       EXIT.
      *
      * AGE-ONE-MASTER-ENTRY - AN ENTRY STILL OCCURRING TODAY IS
      * CARRIED FORWARD ONE DAY OLDER WITH ITS ORIGINAL FIRST-SEEN
                   SET END-OF-FIELD-EDIT-EXCEPTIONS TO TRUE
           END-READ.
       EXIT.
      *
       READ-INTEGRITY-EXCEPTION SECTION.
           READ INTEGRITY-EXCEPTIONS
               AT END
                   SET END-OF-INTEGRITY-EXCEPTIONS TO TRUE
           END-READ.
       EXIT.
      *
       READ-EXCEPTION-MASTER SECTION.
           READ EXCEPTION-MASTER-IN
