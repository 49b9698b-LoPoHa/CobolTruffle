       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDEXP.
      *
      *
      * DAILY HOLD EXPIRY. A HOLD EARMARKS PART OF AN ACCOUNT'S
      * BALANCE UP TO AND INCLUDING ITS EXPIRY DATE; THIS JOB WALKS
      * THE HOLD FILE, MARKS EXPIRED EVERY ACTIVE HOLD WHOSE EXPIRY
      * DATE LIES BEHIND THE RUN DATE, AND LISTS ON THE HOLD REPORT
      * (HOLDRPT) EACH HOLD IT RELEASED AND EACH ONE STILL ACTIVE,
      * WITH COUNTS AND AMOUNTS. AN EXPIRED HOLD STAYS ON FILE SO THE
      * TRAIL STILL RESOLVES; HOLDS ALREADY RELEASED BY CARD ARE
      * PASSED OVER.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * KEEP IN STEP WITH TEST'S SPECIAL-NAMES - SAME COPYBOOK FIELDS
      * FLOW THROUGH THIS PROGRAM AND MUST EDIT THE SAME WAY.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-MASTER ASSIGN TO "HOLDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HOLD-WIDE-KEY
               ALTERNATE RECORD KEY IS HOLD-KEY
                   WITH DUPLICATES.
      * HOLD-REPORT - THE HOLDS RELEASED TODAY AND THE HOLDS STILL
      * ACTIVE, ACCOUNT BY ACCOUNT.
           SELECT HOLD-REPORT ASSIGN TO "HOLDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY HOLDRECORD.
      *
       FD  HOLD-REPORT
           LABEL RECORDS ARE STANDARD.
       01  HOLD-REPORT-LINE                PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  HOLD-MASTER-SWITCH           PIC X VALUE "N".
         88      END-OF-HOLD-MASTER         VALUE "Y".
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
      *
       01  HOLDS-EXAMINED-COUNT         PIC 9(8) VALUE ZERO.
       01  HOLDS-EXPIRED-COUNT          PIC 9(8) VALUE ZERO.
       01  HOLDS-EXPIRED-TOTAL          PIC 9(11)V99 VALUE ZERO.
       01  HOLDS-ACTIVE-COUNT           PIC 9(8) VALUE ZERO.
       01  HOLDS-ACTIVE-TOTAL           PIC 9(11)V99 VALUE ZERO.
       01  HOLD-LINE-STATUS             PIC X(8) VALUE SPACES.
      *
      * PRINT WORK FIELDS - SAME LINE-COUNTED, PAGE-HEADED SHAPE AS
      * TEST'S DAILY REPORT.
       01  REPORT-PAGE-NUMBER           PIC 9(4) VALUE ZERO.
       01  REPORT-LINE-COUNT            PIC 9(2) VALUE ZERO.
       01  REPORT-PAGE-DEPTH            PIC 9(2) VALUE 55.
       01  REPORT-HEADING-LINE.
        05       FILLER                  PIC X(29)
                 VALUE "ACCOUNT HOLD EXPIRY REPORT  ".
        05       REPORT-HEADING-DATE     PIC 9(8).
        05       FILLER                  PIC X(7) VALUE "   PAGE".
        05       REPORT-HEADING-PAGE     PIC ZZZ9.
       01  REPORT-COLUMN-LINE.
        05       FILLER                  PIC X(49) VALUE
                 "ACCT   WIDE KEY HOLD  REASON  PLACED    EXPIRY".
        05       FILLER                  PIC X(83) VALUE
                 "         AMOUNT  STATUS".
       01  REPORT-BUILD-LINE            PIC X(132) VALUE SPACES.
       01  REPORT-COUNT-EDIT            PIC ZZ.ZZZ.ZZ9.
       01  REPORT-AMOUNT-EDIT           PIC ZZZ.ZZZ.ZZ9,99.
       01  REPORT-TOTAL-EDIT            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           DISPLAY "START HOLDEXP".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN I-O HOLD-MASTER.
           OPEN OUTPUT HOLD-REPORT.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM READ-HOLD-MASTER.
           PERFORM EXAMINE-ONE-HOLD UNTIL END-OF-HOLD-MASTER.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE HOLD-REPORT.
           CLOSE HOLD-MASTER.
           DISPLAY "HOLDS EXAMINED:     " HOLDS-EXAMINED-COUNT.
           DISPLAY "HOLDS EXPIRED:      " HOLDS-EXPIRED-COUNT.
           DISPLAY "HOLDS STILL ACTIVE: " HOLDS-ACTIVE-COUNT.
      *
       PROG-EX.
           DISPLAY "END HOLDEXP".
           EXIT PROGRAM.
      *
      * EXAMINE-ONE-HOLD - AN ACTIVE HOLD PAST ITS EXPIRY DATE IS
      * MARKED EXPIRED AS OF TODAY; ONE STILL IN DATE IS LISTED AS
      * ACTIVE. RELEASED AND PREVIOUSLY EXPIRED HOLDS ARE SKIPPED.
      *
       EXAMINE-ONE-HOLD SECTION.
           ADD 1 TO HOLDS-EXAMINED-COUNT.
           IF NOT HOLD-ACTIVE
               GO TO EXAMINE-ONE-HOLD-NEXT
           END-IF.
           IF HOLD-EXPIRY-DATE < RUN-DATE
               SET HOLD-EXPIRED TO TRUE
               MOVE RUN-DATE TO HOLD-RELEASED-DATE
               REWRITE HOLD-RECORD
               ADD 1 TO HOLDS-EXPIRED-COUNT
               ADD HOLD-AMOUNT TO HOLDS-EXPIRED-TOTAL
               MOVE "EXPIRED" TO HOLD-LINE-STATUS
           ELSE
               ADD 1 TO HOLDS-ACTIVE-COUNT
               ADD HOLD-AMOUNT TO HOLDS-ACTIVE-TOTAL
               MOVE "ACTIVE" TO HOLD-LINE-STATUS
           END-IF.
           MOVE HOLD-AMOUNT TO REPORT-AMOUNT-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING HOLD-ACCOUNT-KEY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               HOLD-WIDE-ACCOUNT-KEY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               HOLD-NUMBER DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               HOLD-REASON-CODE DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               HOLD-PLACED-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               HOLD-EXPIRY-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               REPORT-AMOUNT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               HOLD-LINE-STATUS DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
       EXAMINE-ONE-HOLD-NEXT.
           PERFORM READ-HOLD-MASTER.
       EXIT.
      *
       WRITE-REPORT-TOTALS SECTION.
           MOVE SPACES TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE HOLDS-EXPIRED-COUNT TO REPORT-COUNT-EDIT.
           MOVE HOLDS-EXPIRED-TOTAL TO REPORT-TOTAL-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "HOLDS EXPIRED TODAY: " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               "  AMOUNT RELEASED: " DELIMITED BY SIZE
               REPORT-TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE HOLDS-ACTIVE-COUNT TO REPORT-COUNT-EDIT.
           MOVE HOLDS-ACTIVE-TOTAL TO REPORT-TOTAL-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "HOLDS STILL ACTIVE:  " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               "  AMOUNT HELD:     " DELIMITED BY SIZE
               REPORT-TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
       EXIT.
      *
       WRITE-REPORT-HEADING SECTION.
           ADD 1 TO REPORT-PAGE-NUMBER.
           MOVE RUN-DATE TO REPORT-HEADING-DATE.
           MOVE REPORT-PAGE-NUMBER TO REPORT-HEADING-PAGE.
           MOVE REPORT-HEADING-LINE TO HOLD-REPORT-LINE.
           WRITE HOLD-REPORT-LINE AFTER ADVANCING PAGE.
           MOVE 1 TO REPORT-LINE-COUNT.
           MOVE SPACES TO HOLD-REPORT-LINE.
           WRITE HOLD-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE REPORT-COLUMN-LINE TO HOLD-REPORT-LINE.
           WRITE HOLD-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 2 TO REPORT-LINE-COUNT.
       EXIT.
      *
       WRITE-REPORT-LINE SECTION.
           IF REPORT-LINE-COUNT NOT < REPORT-PAGE-DEPTH
               PERFORM WRITE-REPORT-HEADING
           END-IF.
           MOVE REPORT-BUILD-LINE TO HOLD-REPORT-LINE.
           WRITE HOLD-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO REPORT-LINE-COUNT.
       EXIT.
      *
       READ-HOLD-MASTER SECTION.
           READ HOLD-MASTER NEXT RECORD
               AT END
                   SET END-OF-HOLD-MASTER TO TRUE
           END-READ.
       EXIT.
      *
       END PROGRAM HOLDEXP.
