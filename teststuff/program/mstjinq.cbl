       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTJINQ.
      *
      *
      * ACCOUNT-MASTER CHANGE INQUIRY OVER THE MASTER JOURNAL. SYSIN
      * CARRIES THE ACCOUNT KEY AND, OPTIONALLY, ONE FIELD NAME: THE
      * ANSWER IS EVERY CHANGE THE JOURNAL HOLDS FOR THAT ACCOUNT -
      * WHEN, WHICH PROGRAM, WHICH CYCLE AND TRANSACTION, AND THE
      * FIELD'S VALUE BEFORE AND AFTER - SO "WHO CHANGED THIS
      * OVERDRAFT LIMIT AND WHEN" IS ANSWERED FROM ONE FILE THE WAY
      * BALHINQ ANSWERS A BALANCE QUESTION FROM THE SNAPSHOTS.
      *
      * FIELD NAMES - BALANCE, OVERDRFT, LASTACT, DORMANT, ENTITY,
      * CUSTOMER, PRODUCT, OPENED, CLOSED. A BLANK NAME LISTS EVERY
      * FIELD THAT MOVED.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * KEEP IN STEP WITH TEST'S SPECIAL-NAMES - SAME MONEY FIELDS,
      * SAME EDITING.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MASTER-JOURNAL-FILE ASSIGN TO "MSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MASTERJOURNAL.
      *
       WORKING-STORAGE SECTION.
       01  MASTER-JOURNAL-SWITCH        PIC X VALUE "N".
         88      END-OF-MASTER-JOURNAL        VALUE "Y".
      * THE REQUEST, KEYED ON SYSIN - THE ACCOUNT KEY AND THE FIELD
      * TO ANSWER FOR. A SEVEN-CHARACTER KEY IS THE WIDE ONE AND IS
      * MATCHED TO THE JOURNAL'S WIDE KEY; ROWS JOURNALLED BEFORE THE
      * KEYMIGR CONVERSION CARRY NONE AND ARE FOUND BY THE SHORT KEY.
       01  INQUIRY-ACCOUNT-KEY          PIC X(7) VALUE SPACES.
       01  INQUIRY-WIDE-KEY             PIC X(7) VALUE SPACES.
       01  INQUIRY-FIELD-NAME           PIC X(8) VALUE SPACES.
      *
      * THE FIELDS THE INQUIRY KNOWS, IN ACCTMASTER ORDER.
       01  FIELD-NAME-LIST.
        05       FILLER                  PIC X(8) VALUE "BALANCE".
        05       FILLER                  PIC X(8) VALUE "OVERDRFT".
        05       FILLER                  PIC X(8) VALUE "LASTACT".
        05       FILLER                  PIC X(8) VALUE "DORMANT".
        05       FILLER                  PIC X(8) VALUE "ENTITY".
        05       FILLER                  PIC X(8) VALUE "CUSTOMER".
        05       FILLER                  PIC X(8) VALUE "PRODUCT".
        05       FILLER                  PIC X(8) VALUE "OPENED".
        05       FILLER                  PIC X(8) VALUE "CLOSED".
       01  FIELD-NAME-TABLE REDEFINES FIELD-NAME-LIST.
        05       FIELD-NAME              PIC X(8) OCCURS 9 TIMES.
       01  FIELD-IDX                    PIC 9(2) VALUE 1.
       01  FIELD-FOUND-IDX              PIC 9(2) VALUE ZERO.
      *
      * KEEP THESE TWO LAYOUTS IN STEP WITH ACCOUNT-MASTER-RECORD IN
      * ACCTMASTER - THE JOURNAL'S BEFORE AND AFTER IMAGES, TAKEN
      * APART.
       01  JOURNAL-BEFORE-VIEW.
        05       BEFORE-KEY              PIC X(5).
        05       BEFORE-BALANCE          PIC S9(9)V99.
        05       BEFORE-OVERDRAFT-LIMIT  PIC 9(7)V99.
        05       BEFORE-LAST-ACTIVITY    PIC 9(8).
        05       BEFORE-DORMANT-FLAG     PIC X.
        05       BEFORE-ENTITY           PIC X(2).
        05       BEFORE-CUSTOMER         PIC X(8).
        05       BEFORE-PRODUCT          PIC X(4).
        05       BEFORE-OPEN-DATE        PIC 9(8).
        05       BEFORE-CLOSED-DATE      PIC 9(8).
       01  JOURNAL-AFTER-VIEW.
        05       AFTER-KEY               PIC X(5).
        05       AFTER-BALANCE           PIC S9(9)V99.
        05       AFTER-OVERDRAFT-LIMIT   PIC 9(7)V99.
        05       AFTER-LAST-ACTIVITY     PIC 9(8).
        05       AFTER-DORMANT-FLAG      PIC X.
        05       AFTER-ENTITY            PIC X(2).
        05       AFTER-CUSTOMER          PIC X(8).
        05       AFTER-PRODUCT           PIC X(4).
        05       AFTER-OPEN-DATE         PIC 9(8).
        05       AFTER-CLOSED-DATE       PIC 9(8).
      *
      * ONE FIELD'S VALUE EITHER SIDE OF THE CHANGE, AS PRINTED. A
      * SIDE WITH NO RECORD - BEFORE AN ADD, AFTER A DELETE - SHOWS
      * "(NONE)".
       01  OLD-VALUE-TEXT               PIC X(16) VALUE SPACES.
       01  NEW-VALUE-TEXT               PIC X(16) VALUE SPACES.
       01  MONEY-DISPLAY-EDIT           PIC -ZZZ.ZZZ.ZZ9,99.
       01  CHANGES-LISTED-COUNT         PIC 9(8) VALUE ZERO.
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           DISPLAY "START MSTJINQ".
           ACCEPT INQUIRY-ACCOUNT-KEY FROM SYSIN.
           ACCEPT INQUIRY-FIELD-NAME FROM SYSIN.
           IF INQUIRY-ACCOUNT-KEY(6:2) NOT = SPACES
               MOVE INQUIRY-ACCOUNT-KEY TO INQUIRY-WIDE-KEY
           END-IF.
           IF INQUIRY-FIELD-NAME NOT = SPACES
               MOVE ZERO TO FIELD-FOUND-IDX
               PERFORM MATCH-ONE-FIELD-NAME
                   VARYING FIELD-IDX FROM 1 BY 1
                   UNTIL FIELD-IDX > 9
               IF FIELD-FOUND-IDX = ZERO
                   DISPLAY "FIELD " INQUIRY-FIELD-NAME
                       " NOT KNOWN - INQUIRY REFUSED"
                   MOVE 8 TO RETURN-CODE
                   GO TO PROG-EX
               END-IF
           END-IF.
           OPEN INPUT MASTER-JOURNAL-FILE.
           PERFORM READ-MASTER-JOURNAL.
           PERFORM EXAMINE-ONE-JOURNAL-RECORD
               UNTIL END-OF-MASTER-JOURNAL.
           CLOSE MASTER-JOURNAL-FILE.
           IF CHANGES-LISTED-COUNT = ZERO
               DISPLAY "NO JOURNALLED CHANGES FOR ACCOUNT "
                   INQUIRY-ACCOUNT-KEY " " INQUIRY-FIELD-NAME
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "CHANGES LISTED: " CHANGES-LISTED-COUNT
           END-IF.
      *
       PROG-EX.
           DISPLAY "END MSTJINQ".
           EXIT PROGRAM.
      *
       MATCH-ONE-FIELD-NAME SECTION.
           IF FIELD-NAME(FIELD-IDX) = INQUIRY-FIELD-NAME
               MOVE FIELD-IDX TO FIELD-FOUND-IDX
           END-IF.
       EXIT.
      *
      * EXAMINE-ONE-JOURNAL-RECORD - A RECORD FOR THE ACCOUNT IS
      * TAKEN APART AND EACH FIELD ASKED ABOUT IS COMPARED ACROSS IT.
      *
       EXAMINE-ONE-JOURNAL-RECORD SECTION.
           IF INQUIRY-WIDE-KEY NOT = SPACES
               IF MASTER-JOURNAL-WIDE-KEY NOT = INQUIRY-WIDE-KEY
                   GO TO EXAMINE-ONE-JOURNAL-RECORD-NEXT
               END-IF
           ELSE
               IF MASTER-JOURNAL-ACCOUNT-KEY NOT = INQUIRY-ACCOUNT-KEY
                   GO TO EXAMINE-ONE-JOURNAL-RECORD-NEXT
               END-IF
           END-IF.
           MOVE MASTER-JOURNAL-BEFORE-IMAGE TO JOURNAL-BEFORE-VIEW.
           MOVE MASTER-JOURNAL-AFTER-IMAGE TO JOURNAL-AFTER-VIEW.
           PERFORM EXAMINE-ONE-FIELD
               VARYING FIELD-IDX FROM 1 BY 1
               UNTIL FIELD-IDX > 9.
       EXAMINE-ONE-JOURNAL-RECORD-NEXT.
           PERFORM READ-MASTER-JOURNAL.
       EXIT.
      *
      * EXAMINE-ONE-FIELD - BOTH SIDES OF ONE FIELD AS PRINTED; THE
      * FIELD IS LISTED ONLY WHEN THE PRINTED VALUES DIFFER.
      *
       EXAMINE-ONE-FIELD SECTION.
           IF INQUIRY-FIELD-NAME NOT = SPACES
               AND FIELD-NAME(FIELD-IDX) NOT = INQUIRY-FIELD-NAME
               GO TO EXAMINE-ONE-FIELD-EX
           END-IF.
           MOVE "(NONE)" TO OLD-VALUE-TEXT.
           MOVE "(NONE)" TO NEW-VALUE-TEXT.
           IF MASTER-JOURNAL-BEFORE-IMAGE NOT = SPACES
               EVALUATE FIELD-IDX
                   WHEN 1
                       MOVE BEFORE-BALANCE TO MONEY-DISPLAY-EDIT
                       MOVE MONEY-DISPLAY-EDIT TO OLD-VALUE-TEXT
                   WHEN 2
                       MOVE BEFORE-OVERDRAFT-LIMIT
                           TO MONEY-DISPLAY-EDIT
                       MOVE MONEY-DISPLAY-EDIT TO OLD-VALUE-TEXT
                   WHEN 3
                       MOVE BEFORE-LAST-ACTIVITY TO OLD-VALUE-TEXT
                   WHEN 4
                       MOVE BEFORE-DORMANT-FLAG TO OLD-VALUE-TEXT
                   WHEN 5
                       MOVE BEFORE-ENTITY TO OLD-VALUE-TEXT
                   WHEN 6
                       MOVE BEFORE-CUSTOMER TO OLD-VALUE-TEXT
                   WHEN 7
                       MOVE BEFORE-PRODUCT TO OLD-VALUE-TEXT
                   WHEN 8
                       MOVE BEFORE-OPEN-DATE TO OLD-VALUE-TEXT
                   WHEN 9
                       MOVE BEFORE-CLOSED-DATE TO OLD-VALUE-TEXT
               END-EVALUATE
           END-IF.
           IF MASTER-JOURNAL-AFTER-IMAGE NOT = SPACES
               EVALUATE FIELD-IDX
                   WHEN 1
                       MOVE AFTER-BALANCE TO MONEY-DISPLAY-EDIT
                       MOVE MONEY-DISPLAY-EDIT TO NEW-VALUE-TEXT
                   WHEN 2
                       MOVE AFTER-OVERDRAFT-LIMIT
                           TO MONEY-DISPLAY-EDIT
                       MOVE MONEY-DISPLAY-EDIT TO NEW-VALUE-TEXT
                   WHEN 3
                       MOVE AFTER-LAST-ACTIVITY TO NEW-VALUE-TEXT
                   WHEN 4
                       MOVE AFTER-DORMANT-FLAG TO NEW-VALUE-TEXT
                   WHEN 5
                       MOVE AFTER-ENTITY TO NEW-VALUE-TEXT
                   WHEN 6
                       MOVE AFTER-CUSTOMER TO NEW-VALUE-TEXT
                   WHEN 7
                       MOVE AFTER-PRODUCT TO NEW-VALUE-TEXT
                   WHEN 8
                       MOVE AFTER-OPEN-DATE TO NEW-VALUE-TEXT
                   WHEN 9
                       MOVE AFTER-CLOSED-DATE TO NEW-VALUE-TEXT
               END-EVALUATE
           END-IF.
           IF OLD-VALUE-TEXT = NEW-VALUE-TEXT
               GO TO EXAMINE-ONE-FIELD-EX
           END-IF.
           ADD 1 TO CHANGES-LISTED-COUNT.
           DISPLAY MASTER-JOURNAL-RUN-DATE " " MASTER-JOURNAL-RUN-TIME
               " CYCLE " MASTER-JOURNAL-CYCLE " "
               MASTER-JOURNAL-PROGRAM " TXN "
               MASTER-JOURNAL-TXN-NUMBER " "
               MASTER-JOURNAL-ACTION " " FIELD-NAME(FIELD-IDX) " "
               OLD-VALUE-TEXT " -> " NEW-VALUE-TEXT.
       EXAMINE-ONE-FIELD-EX.
       EXIT.
      *
       READ-MASTER-JOURNAL SECTION.
           READ MASTER-JOURNAL-FILE
               AT END
                   SET END-OF-MASTER-JOURNAL TO TRUE
           END-READ.
       EXIT.
      *
       END PROGRAM MSTJINQ.
