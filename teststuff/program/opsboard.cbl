               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATUS-BOARD ASSIGN TO "STATBORD"
               ORGANIZATION IS LINE SEQUENTIAL.
      * STEP-LEDGER - THE STREAM'S START/CLEAN-END LEDGER; THIS STEP
      * RECORDS ITSELF SO SLAMON CAN JUDGE IT AGAINST ITS DEADLINE.
           SELECT STEP-LEDGER ASSIGN TO "STEPLEDG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * KEEP THIS LAYOUT IN STEP WITH COMPLETION-FLAG-RECORD IN
       FD  STATUS-BOARD
           LABEL RECORDS ARE STANDARD.
       01  STATUS-BOARD-LINE               PIC X(132).
      *
       FD  STEP-LEDGER
           LABEL RECORDS ARE STANDARD.
           COPY STEPLEDGER.
      *
       WORKING-STORAGE SECTION.
       01  COMPLETION-FLAG-SWITCH       PIC X VALUE "N".
      * NIGHT, AMBER RAN BUT NEEDS EYES, RED NEEDS HANDS NOW.
       01  BOARD-VERDICT                PIC X(5) VALUE "GREEN".
       01  BOARD-BUILD-LINE             PIC X(132) VALUE SPACES.
      * STEP-LEDGER WORK FIELDS.
       01  STEP-PROGRAM-NAME            PIC X(8) VALUE "OPSBOARD".
       01  STEP-TIME-WORK               PIC 9(8) VALUE ZERO.
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
      *
           DISPLAY "START OPSBOARD".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM RECORD-STEP-START.
           OPEN OUTPUT STATUS-BOARD.
           MOVE SPACES TO BOARD-BUILD-LINE.
           STRING "OPERATIONS STATUS BOARD FOR " DELIMITED BY SIZE
           PERFORM WRITE-BOARD-LINE.
           CLOSE STATUS-BOARD.
           DISPLAY "VERDICT: " BOARD-VERDICT.
      * A CLEAN END GOES ON THE LEDGER FOR THE DEADLINE MONITOR.
           IF RETURN-CODE < 8
               PERFORM RECORD-STEP-END
           END-IF.
           DISPLAY "END OPSBOARD".
      *
       PROG-EX.
                   SET END-OF-DEAD-LETTERS TO TRUE
           END-READ.
       EXIT.
      *
      * STEP-LEDGER SECTIONS - KEEP IN STEP WITH THE SAME SECTIONS
      * IN THE OTHER STREAM PROGRAMS.
      *
       RECORD-STEP-START SECTION.
           OPEN EXTEND STEP-LEDGER.
           MOVE RUN-DATE TO STEP-LEDGER-DATE.
           MOVE STEP-PROGRAM-NAME TO STEP-LEDGER-PROGRAM.
           MOVE "S" TO STEP-LEDGER-STATUS.
           ACCEPT STEP-TIME-WORK FROM TIME.
           MOVE STEP-TIME-WORK TO STEP-LEDGER-TIME.
           WRITE STEP-LEDGER-RECORD.
           CLOSE STEP-LEDGER.
       EXIT.
      *
       RECORD-STEP-END SECTION.
           OPEN EXTEND STEP-LEDGER.
           MOVE RUN-DATE TO STEP-LEDGER-DATE.
           MOVE STEP-PROGRAM-NAME TO STEP-LEDGER-PROGRAM.
           MOVE "E" TO STEP-LEDGER-STATUS.
           ACCEPT STEP-TIME-WORK FROM TIME.
           MOVE STEP-TIME-WORK TO STEP-LEDGER-TIME.
           WRITE STEP-LEDGER-RECORD.
           CLOSE STEP-LEDGER.
       EXIT.
      *
       END PROGRAM OPSBOARD.
