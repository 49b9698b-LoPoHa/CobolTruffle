      * THE TRAIL'S NET), EVERY POSTING WITH ITS DATE AND TYPE, AND
      * THE CLOSING BALANCE - WITH PAYMENT-REFERENCE TRANSACTIONS
      * MASKED DOWN TO THEIR LAST TWO CHARACTERS THE SAME WAY BIGINQ
      * MASKS THEM. THE PAGE IS ADDRESSED TO THE ACCOUNT'S OWNING
      * CUSTOMER FROM THE CUSTOMER MASTER.
      *
      * AN ACCOUNT ACCTRKEY HAS MOVED TO A NEW KEY KEEPS ITS HISTORY:
      * THE ACCTXREF CROSS-REFERENCE NAMES EVERY KEY THE ACCOUNT HAD
      * BEFORE, AND THE POSTINGS UNDER THOSE KEYS PRINT ON THE NEW
      * KEY'S STATEMENT - THE BALANCE CAME ACROSS WITH THE ACCOUNT,
      * SO THE OPENING BALANCE STILL BACKS OFF TO WHERE IT BEGAN. THE
      * STATEMENT OF A KEY THE ACCOUNT HAS LEFT ENDS WITH THE MOVE,
      * THE BALANCE CARRIED ACROSS SHOWN AS GOING OUT.
      *
      * THE MONTH-END DEBIT INTEREST DEBITINT CHARGES ON AN OVERDRAWN
      * ACCOUNT CARRIES "DINT" IN ITS SECOND STRING PART AND PRINTS
      * NAMED AS DEBIT INTEREST.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-MASTER-WIDE-KEY
               ALTERNATE RECORD KEY IS ACCOUNT-MASTER-KEY
                   WITH DUPLICATES.
           SELECT POSTED-TRANSACTIONS ASSIGN TO "POSTEDTX"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATEMENT-FILE ASSIGN TO "STMTFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
      * CUSTOMER-MASTER - THE NAME AND ADDRESS EACH STATEMENT IS
      * ADDRESSED TO.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-MASTER-NUMBER.
      * STEP-LEDGER - THE STREAM'S START/CLEAN-END LEDGER; THIS STEP
      * RECORDS ITSELF SO SLAMON CAN JUDGE IT AGAINST ITS DEADLINE.
           SELECT STEP-LEDGER ASSIGN TO "STEPLEDG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL KEY-XREF ASSIGN TO "ACCTXREF"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER
       FD  STATEMENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  STATEMENT-LINE                  PIC X(132).
      *
       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CUSTOMERMASTER.
      *
       FD  STEP-LEDGER
           LABEL RECORDS ARE STANDARD.
           COPY STEPLEDGER.
      *
       FD  KEY-XREF
           LABEL RECORDS ARE STANDARD.
           COPY ACCOUNTKEYXREF.
      *
       WORKING-STORAGE SECTION.
       01  POSTED-TRANSACTIONS-SWITCH   PIC X VALUE "N".
         88      END-OF-ACCOUNT-MASTER      VALUE "Y".
       01  ACCOUNT-FOUND-SWITCH         PIC X VALUE "N".
         88      ACCOUNT-ON-FILE            VALUE "Y".
       01  CUSTOMER-FOUND-SWITCH        PIC X VALUE "N".
         88      CUSTOMER-ON-FILE           VALUE "Y".
       01  REQUEST-DONE-SWITCH          PIC X VALUE "N".
         88      REQUESTS-DONE              VALUE "Y".
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
      * A REQUEST NAMES THE ACCOUNT BY ITS FIVE-BYTE SHORT KEY OR
      * ITS SEVEN-BYTE WIDE KEY.
       01  STATEMENT-REQUEST            PIC X(7) VALUE SPACES.
      * STEP-LEDGER WORK FIELDS.
       01  STEP-PROGRAM-NAME            PIC X(8) VALUE "ACCTSTMT".
       01  STEP-TIME-WORK               PIC 9(8) VALUE ZERO.
       01  STATEMENTS-PRODUCED-COUNT    PIC 9(8) VALUE ZERO.
      *
      * THE ACCOUNT UNDER STATEMENT - THE MASTER KEY'S FIRST FOUR
      * BYTES ARE WHAT THE POSTING TRAIL CARRIES AS ITS STRING PART,
      * SO THE TRAIL IS MATCHED ON THEM - AND ON THE WIDE KEY, THE
      * ONLY KEY AN ACCOUNT NUMBERED PAST 999 HAS.
       01  STATEMENT-ACCOUNT-KEY        PIC X(5) VALUE SPACES.
       01  STATEMENT-WIDE-KEY           PIC X(7) VALUE SPACES.
       01  STATEMENT-MATCH-PART         PIC X(4) VALUE SPACES.
       01  STATEMENT-CLOSING-BALANCE    PIC S9(9)V99 VALUE ZERO.
       01  STATEMENT-OPENING-BALANCE    PIC S9(9)V99 VALUE ZERO.
       01  STATEMENT-NET-POSTED         PIC S9(9)V99 VALUE ZERO.
       01  STATEMENT-POSTING-COUNT      PIC 9(8) VALUE ZERO.
       01  STATEMENT-MATCH-SWITCH       PIC X VALUE "N".
         88      STATEMENT-POSTING-MATCHED  VALUE "Y".
      *
      * THE KEYS THE ACCOUNT HAS HAD - SLOT 1 THE STATEMENT'S KEY,
      * EACH NEXT SLOT THE KEY IT WAS MOVED FROM - AND, WHERE THE
      * ACCOUNT HAS SINCE LEFT THE STATEMENT'S KEY, WHERE IT WENT.
      * KEEP IN STEP WITH THE SAME TABLES IN BALHINQ AND TXNTRACE.
       01  KEY-XREF-SWITCH              PIC X VALUE "N".
         88      END-OF-KEY-XREF             VALUE "Y".
       01  XREF-TABLE.
        05       XREF-ENTRY OCCURS 500 TIMES.
         10      XT-OLD-KEY              PIC X(5).
         10      XT-NEW-KEY              PIC X(5).
         10      XT-MOVED-DATE           PIC 9(8).
         10      XT-MOVED-BALANCE        PIC S9(9)V99.
       01  XREF-COUNT                   PIC 9(4) VALUE ZERO.
       01  XREF-IDX                     PIC 9(4) VALUE ZERO.
       01  LINEAGE-TABLE.
        05       LINEAGE-ENTRY OCCURS 20 TIMES.
         10      LINEAGE-KEY             PIC X(5).
         10      LINEAGE-UNTIL-DATE      PIC 9(8).
       01  LINEAGE-COUNT                PIC 99 VALUE ZERO.
       01  LINEAGE-IDX                  PIC 99 VALUE ZERO.
       01  LINEAGE-EXTENDED-SWITCH      PIC X VALUE "N".
         88      LINEAGE-EXTENDED            VALUE "Y".
       01  LATER-KEY-IDX                PIC 9(4) VALUE ZERO.
      *
      * PAYMENT-REFERENCE MASKING WORK FIELD - ONLY THE LAST TWO
      * CHARACTERS OF AN R RECORD'S 8-BYTE REFERENCE EVER LEAVE THE
      * TRAIL ON A STATEMENT.
       01  STATEMENT-REFERENCE-WORK     PIC X(8) VALUE SPACES.
      * STATEMENT-NARRATIVE-WORK - WHAT A CHARGE THE BANK RAISED WAS,
      * FOR THE CUSTOMER TO READ; SPACES ON EVERY OTHER POSTING.
       01  STATEMENT-NARRATIVE-WORK     PIC X(14) VALUE SPACES.
      *
      * PRINT WORK FIELDS - SAME LINE-COUNTED, PAGE-HEADED SHAPE AS
      * TEST'S DAILY REPORT. EACH ACCOUNT'S STATEMENT STARTS ON A
       01  STATEMENT-HEADING-LINE.
        05       FILLER                  PIC X(18)
                 VALUE "ACCOUNT STATEMENT ".
        05       STATEMENT-HEADING-KEY   PIC X(7).
        05       FILLER                  PIC X(5) VALUE " RUN ".
        05       STATEMENT-HEADING-DATE  PIC 9(8).
        05       FILLER                  PIC X(7) VALUE "   PAGE".
      *
           DISPLAY "START ACCTSTMT".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM RECORD-STEP-START.
           PERFORM LOAD-KEY-XREF.
           OPEN OUTPUT STATEMENT-FILE.
           OPEN INPUT ACCOUNT-MASTER.
           OPEN INPUT CUSTOMER-MASTER.
           PERFORM TAKE-ONE-REQUEST UNTIL REQUESTS-DONE.
           CLOSE CUSTOMER-MASTER.
           CLOSE ACCOUNT-MASTER.
           CLOSE STATEMENT-FILE.
           DISPLAY "STATEMENTS PRODUCED: " STATEMENTS-PRODUCED-COUNT.
           IF STATEMENTS-PRODUCED-COUNT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
      * A CLEAN END GOES ON THE LEDGER FOR THE DEADLINE MONITOR.
           IF RETURN-CODE < 8
               PERFORM RECORD-STEP-END
           END-IF.
           DISPLAY "END ACCTSTMT".
      *
       PROG-EX.
      *
       STATEMENT-ONE-ACCOUNT SECTION.
           MOVE "N" TO ACCOUNT-FOUND-SWITCH.
           IF STATEMENT-REQUEST(6:2) = SPACES
               MOVE STATEMENT-REQUEST TO ACCOUNT-MASTER-KEY
               READ ACCOUNT-MASTER KEY IS ACCOUNT-MASTER-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ACCOUNT-ON-FILE TO TRUE
               END-READ
           ELSE
               MOVE STATEMENT-REQUEST TO ACCOUNT-MASTER-WIDE-KEY
               READ ACCOUNT-MASTER KEY IS ACCOUNT-MASTER-WIDE-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ACCOUNT-ON-FILE TO TRUE
               END-READ
           END-IF.
           IF NOT ACCOUNT-ON-FILE
               DISPLAY "NO ACCOUNT FOR KEY " STATEMENT-REQUEST
               MOVE 4 TO RETURN-CODE
      *
       STATEMENT-FULL-RUN SECTION.
           MOVE "N" TO ACCOUNT-MASTER-SWITCH.
           MOVE LOW-VALUES TO ACCOUNT-MASTER-WIDE-KEY.
           START ACCOUNT-MASTER KEY NOT < ACCOUNT-MASTER-WIDE-KEY
               INVALID KEY
                   SET END-OF-ACCOUNT-MASTER TO TRUE
           END-START.
      * PRODUCE-ONE-STATEMENT - TWO PASSES OVER THE POSTING TRAIL FOR
      * THE ACCOUNT IN THE MASTER RECORD AREA: THE FIRST ACCUMULATES
      * THE NET SO THE OPENING BALANCE CAN LEAD THE PAGE, THE SECOND
      * PRINTS EACH POSTING. POSTROLL KEEPS THE TRAIL TO ITS RETAINED
      * WINDOW, SO THE SECOND WALK STAYS CHEAP; WHAT IT ROLLED OFF
      * SITS IN THE NET AS A BROUGHT-FORWARD ROW, SO THE OPENING
      * BALANCE IS THE SAME AS BEFORE THE ROLL.
      *
       PRODUCE-ONE-STATEMENT SECTION.
           MOVE ACCOUNT-MASTER-KEY TO STATEMENT-ACCOUNT-KEY.
           MOVE ACCOUNT-MASTER-WIDE-KEY TO STATEMENT-WIDE-KEY.
           MOVE STATEMENT-ACCOUNT-KEY(1:4) TO STATEMENT-MATCH-PART.
           MOVE ACCOUNT-MASTER-BALANCE TO STATEMENT-CLOSING-BALANCE.
           MOVE ZERO TO STATEMENT-NET-POSTED.
           MOVE ZERO TO STATEMENT-POSTING-COUNT.
           PERFORM BUILD-KEY-LINEAGE.
           MOVE ZERO TO LATER-KEY-IDX.
           PERFORM FIND-LATER-KEY
               VARYING XREF-IDX FROM 1 BY 1
               UNTIL XREF-IDX > XREF-COUNT OR LATER-KEY-IDX > ZERO.
           IF LATER-KEY-IDX > ZERO
               SUBTRACT XT-MOVED-BALANCE(LATER-KEY-IDX)
                   FROM STATEMENT-NET-POSTED
           END-IF.
           MOVE "N" TO POSTED-TRANSACTIONS-SWITCH.
           OPEN INPUT POSTED-TRANSACTIONS.
           PERFORM READ-POSTED-TRANSACTION.
               STATEMENT-CLOSING-BALANCE - STATEMENT-NET-POSTED.
           MOVE ZERO TO STATEMENT-PAGE-NUMBER.
           PERFORM WRITE-STATEMENT-HEADING.
           PERFORM WRITE-STATEMENT-ADDRESS.
           PERFORM WRITE-EARLIER-KEY-LINE
               VARYING LINEAGE-IDX FROM 2 BY 1
               UNTIL LINEAGE-IDX > LINEAGE-COUNT.
           MOVE STATEMENT-OPENING-BALANCE TO STATEMENT-AMOUNT-EDIT.
           MOVE SPACES TO STATEMENT-BUILD-LINE.
           STRING "OPENING BALANCE       " DELIMITED BY SIZE
                   TO STATEMENT-BUILD-LINE
               PERFORM WRITE-STATEMENT-LINE
           END-IF.
           IF LATER-KEY-IDX > ZERO
               COMPUTE STATEMENT-AMOUNT-EDIT =
                   ZERO - XT-MOVED-BALANCE(LATER-KEY-IDX)
               MOVE SPACES TO STATEMENT-BUILD-LINE
               STRING "  " DELIMITED BY SIZE
                   XT-MOVED-DATE(LATER-KEY-IDX) DELIMITED BY SIZE
                   "  MOVED TO ACCOUNT " DELIMITED BY SIZE
                   XT-NEW-KEY(LATER-KEY-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   STATEMENT-AMOUNT-EDIT DELIMITED BY SIZE
                   INTO STATEMENT-BUILD-LINE
               PERFORM WRITE-STATEMENT-LINE
           END-IF.
           MOVE STATEMENT-CLOSING-BALANCE TO STATEMENT-AMOUNT-EDIT.
           MOVE SPACES TO STATEMENT-BUILD-LINE.
           STRING "CLOSING BALANCE       " DELIMITED BY SIZE
           PERFORM WRITE-STATEMENT-LINE.
           ADD 1 TO STATEMENTS-PRODUCED-COUNT.
       EXIT.
      *
      * WRITE-STATEMENT-ADDRESS - THE OWNING CUSTOMER'S NAME AND
      * ADDRESS UNDER THE HEADING. AN ACCOUNT WITH NO CUSTOMER, OR
      * ONE WHOSE CUSTOMER IS MISSING, STILL GETS ITS STATEMENT -
      * FLAGGED SO THE BACK OFFICE CAN FIX THE LINK BEFORE MAILING.
      *
       WRITE-STATEMENT-ADDRESS SECTION.
           MOVE "N" TO CUSTOMER-FOUND-SWITCH.
           IF ACCOUNT-MASTER-CUSTOMER NOT = SPACES
               MOVE ACCOUNT-MASTER-CUSTOMER TO CUSTOMER-MASTER-NUMBER
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CUSTOMER-ON-FILE TO TRUE
               END-READ
           END-IF.
           IF NOT CUSTOMER-ON-FILE
               MOVE SPACES TO STATEMENT-BUILD-LINE
               STRING "NO CUSTOMER ON FILE FOR THIS ACCOUNT ("
                       DELIMITED BY SIZE
                   ACCOUNT-MASTER-CUSTOMER DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO STATEMENT-BUILD-LINE
               PERFORM WRITE-STATEMENT-LINE
               GO TO WRITE-STATEMENT-ADDRESS-GAP
           END-IF.
           MOVE SPACES TO STATEMENT-BUILD-LINE.
           STRING "CUSTOMER " DELIMITED BY SIZE
               CUSTOMER-MASTER-NUMBER DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CUSTOMER-NAME DELIMITED BY SIZE
               INTO STATEMENT-BUILD-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-BUILD-LINE.
           MOVE CUSTOMER-ADDRESS-LINE-1 TO STATEMENT-BUILD-LINE(19:30).
           PERFORM WRITE-STATEMENT-LINE.
           IF CUSTOMER-ADDRESS-LINE-2 NOT = SPACES
               MOVE SPACES TO STATEMENT-BUILD-LINE
               MOVE CUSTOMER-ADDRESS-LINE-2
                   TO STATEMENT-BUILD-LINE(19:30)
               PERFORM WRITE-STATEMENT-LINE
           END-IF.
           MOVE SPACES TO STATEMENT-BUILD-LINE.
           MOVE CUSTOMER-POSTCODE TO STATEMENT-BUILD-LINE(19:8).
           PERFORM WRITE-STATEMENT-LINE.
       WRITE-STATEMENT-ADDRESS-GAP.
           MOVE SPACES TO STATEMENT-BUILD-LINE.
           PERFORM WRITE-STATEMENT-LINE.
       EXIT.
      *
       SUM-ONE-POSTING SECTION.
           PERFORM MATCH-POSTING-TO-ACCOUNT.
           IF STATEMENT-POSTING-MATCHED
               ADD POSTED-AMOUNT TO STATEMENT-NET-POSTED
           END-IF.
           PERFORM READ-POSTED-TRANSACTION.
      *
      * PRINT-ONE-POSTING - ONE DETAIL LINE PER POSTING. AN R-TYPE
      * POSTING'S STRING PART IS THE PAYMENT REFERENCE - ONLY THE
      * LAST TWO CHARACTERS LEAVE THE TRAIL, THE REST MASKED. A
      * BROUGHT-FORWARD ROW PRINTS AS ONE LINE FOR THE ROLLED-OFF
      * POSTINGS IT STANDS FOR, UNDER THE LAST OF THEIR DATES.
      *
       PRINT-ONE-POSTING SECTION.
           PERFORM MATCH-POSTING-TO-ACCOUNT.
           IF NOT STATEMENT-POSTING-MATCHED
               GO TO PRINT-ONE-POSTING-NEXT
           END-IF.
           ADD 1 TO STATEMENT-POSTING-COUNT.
           IF POSTED-BROUGHT-FORWARD
               MOVE POSTED-AMOUNT TO STATEMENT-AMOUNT-EDIT
               MOVE SPACES TO STATEMENT-BUILD-LINE
               STRING "  " DELIMITED BY SIZE
                   POSTED-DATE DELIMITED BY SIZE
                   "  BROUGHT FORWARD       " DELIMITED BY SIZE
                   STATEMENT-AMOUNT-EDIT DELIMITED BY SIZE
                   INTO STATEMENT-BUILD-LINE
               PERFORM WRITE-STATEMENT-LINE
               GO TO PRINT-ONE-POSTING-NEXT
           END-IF.
           MOVE POSTED-STRING-PART1 TO STATEMENT-REFERENCE-WORK(1:4).
           MOVE POSTED-STRING-PART2 TO STATEMENT-REFERENCE-WORK(5:4).
           IF POSTED-STRING-TYPE = "R"
               MOVE "******" TO STATEMENT-REFERENCE-WORK(1:6)
           END-IF.
           MOVE SPACES TO STATEMENT-NARRATIVE-WORK.
           IF POSTED-STRING-PART2 = "DINT"
               MOVE "DEBIT INTEREST" TO STATEMENT-NARRATIVE-WORK
           END-IF.
           MOVE POSTED-AMOUNT TO STATEMENT-AMOUNT-EDIT.
           MOVE SPACES TO STATEMENT-BUILD-LINE.
           STRING "  " DELIMITED BY SIZE
               STATEMENT-REFERENCE-WORK DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               STATEMENT-AMOUNT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               STATEMENT-NARRATIVE-WORK DELIMITED BY SIZE
               INTO STATEMENT-BUILD-LINE.
           PERFORM WRITE-STATEMENT-LINE.
       PRINT-ONE-POSTING-NEXT.
           PERFORM READ-POSTED-TRANSACTION.
       EXIT.
      *
      * MATCH-POSTING-TO-ACCOUNT - A POSTING IS THE ACCOUNT'S WHEN
      * ITS STRING PART IS THE STATEMENT'S KEY OR ANY KEY THE
      * ACCOUNT HAD BEFORE IT, OR WHEN IT CARRIES THE STATEMENT'S
      * WIDE KEY. AN EARLIER KEY IS CLOSED FROM THE DAY OF THE MOVE,
      * SO IT CARRIES NOTHING LATER.
      *
       MATCH-POSTING-TO-ACCOUNT SECTION.
           MOVE "N" TO STATEMENT-MATCH-SWITCH.
           IF POSTED-WIDE-KEY NOT = SPACES
               AND POSTED-WIDE-KEY = STATEMENT-WIDE-KEY
               SET STATEMENT-POSTING-MATCHED TO TRUE
           END-IF.
           PERFORM MATCH-ONE-LINEAGE-KEY
               VARYING LINEAGE-IDX FROM 1 BY 1
               UNTIL LINEAGE-IDX > LINEAGE-COUNT
               OR STATEMENT-POSTING-MATCHED.
       EXIT.
      *
       MATCH-ONE-LINEAGE-KEY SECTION.
           IF POSTED-STRING-PART1 = LINEAGE-KEY(LINEAGE-IDX)(1:4)
               AND LINEAGE-KEY(LINEAGE-IDX) NOT = SPACES
               SET STATEMENT-POSTING-MATCHED TO TRUE
           END-IF.
       EXIT.
      *
       WRITE-EARLIER-KEY-LINE SECTION.
           MOVE SPACES TO STATEMENT-BUILD-LINE.
           STRING "HISTORY INCLUDES EARLIER KEY " DELIMITED BY SIZE
               LINEAGE-KEY(LINEAGE-IDX) DELIMITED BY SIZE
               " - MOVED " DELIMITED BY SIZE
               LINEAGE-UNTIL-DATE(LINEAGE-IDX) DELIMITED BY SIZE
               INTO STATEMENT-BUILD-LINE.
           PERFORM WRITE-STATEMENT-LINE.
       EXIT.
      *
      * LOAD-KEY-XREF / BUILD-KEY-LINEAGE - EVERY RE-KEYING ON
      * ACCTXREF, THEN THE CHAIN OF KEYS BACK FROM THE STATEMENT'S:
      * EACH ROW WHOSE NEW KEY IS THE LAST KEY FOUND GIVES THE KEY
      * BEFORE IT. KEEP IN STEP WITH THE SAME SECTIONS IN BALHINQ
      * AND TXNTRACE.
      *
       LOAD-KEY-XREF SECTION.
           MOVE ZERO TO XREF-COUNT.
           MOVE "N" TO KEY-XREF-SWITCH.
           OPEN INPUT KEY-XREF.
           PERFORM READ-KEY-XREF.
           PERFORM LOAD-ONE-KEY-XREF
               UNTIL END-OF-KEY-XREF OR XREF-COUNT = 500.
           CLOSE KEY-XREF.
       EXIT.
      *
       LOAD-ONE-KEY-XREF SECTION.
           ADD 1 TO XREF-COUNT.
           MOVE XREF-OLD-KEY TO XT-OLD-KEY(XREF-COUNT).
           MOVE XREF-NEW-KEY TO XT-NEW-KEY(XREF-COUNT).
           MOVE XREF-MOVED-DATE TO XT-MOVED-DATE(XREF-COUNT).
           MOVE XREF-MOVED-BALANCE TO XT-MOVED-BALANCE(XREF-COUNT).
           PERFORM READ-KEY-XREF.
       EXIT.
      *
       READ-KEY-XREF SECTION.
           READ KEY-XREF
               AT END
                   SET END-OF-KEY-XREF TO TRUE
           END-READ.
       EXIT.
      *
       BUILD-KEY-LINEAGE SECTION.
           MOVE 1 TO LINEAGE-COUNT.
           MOVE STATEMENT-ACCOUNT-KEY TO LINEAGE-KEY(1).
           MOVE 99999999 TO LINEAGE-UNTIL-DATE(1).
           MOVE "Y" TO LINEAGE-EXTENDED-SWITCH.
           PERFORM EXTEND-KEY-LINEAGE
               UNTIL NOT LINEAGE-EXTENDED OR LINEAGE-COUNT = 20.
       EXIT.
      *
       EXTEND-KEY-LINEAGE SECTION.
           MOVE "N" TO LINEAGE-EXTENDED-SWITCH.
           PERFORM FIND-EARLIER-KEY
               VARYING XREF-IDX FROM 1 BY 1
               UNTIL XREF-IDX > XREF-COUNT OR LINEAGE-EXTENDED.
       EXIT.
      *
       FIND-EARLIER-KEY SECTION.
           IF XT-NEW-KEY(XREF-IDX) = LINEAGE-KEY(LINEAGE-COUNT)
               ADD 1 TO LINEAGE-COUNT
               MOVE XT-OLD-KEY(XREF-IDX) TO LINEAGE-KEY(LINEAGE-COUNT)
               MOVE XT-MOVED-DATE(XREF-IDX)
                   TO LINEAGE-UNTIL-DATE(LINEAGE-COUNT)
               SET LINEAGE-EXTENDED TO TRUE
           END-IF.
       EXIT.
      *
       FIND-LATER-KEY SECTION.
           IF XT-OLD-KEY(XREF-IDX) = STATEMENT-ACCOUNT-KEY
               MOVE XREF-IDX TO LATER-KEY-IDX
           END-IF.
       EXIT.
      *
       WRITE-STATEMENT-HEADING SECTION.
           ADD 1 TO STATEMENT-PAGE-NUMBER.
           MOVE STATEMENT-WIDE-KEY TO STATEMENT-HEADING-KEY.
           MOVE RUN-DATE TO STATEMENT-HEADING-DATE.
           MOVE STATEMENT-PAGE-NUMBER TO STATEMENT-HEADING-PAGE.
           MOVE STATEMENT-HEADING-LINE TO STATEMENT-LINE.
                   SET END-OF-POSTED-TRANSACTIONS TO TRUE
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
       END PROGRAM ACCTSTMT.
