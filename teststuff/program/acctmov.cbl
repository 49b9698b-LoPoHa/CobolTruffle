       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTMOV.
      *
      *
      * MONTHLY ACCOUNT-BASE MOVEMENT REPORT. FOR THE MONTH ON THE
      * SYSIN CARD (YYYYMM), OR THE MONTH BEFORE THE CURRENT ONE WHEN
      * THE CARD IS BLANK, SAYS PER BRANCH DIGIT HOW MANY ACCOUNTS
      * WERE OPENED, CLOSED, WENT DORMANT AND WERE WON BACK, AND
      * RECONCILES THE OPENING COUNT PLUS THOSE MOVEMENTS TO THE
      * CLOSING COUNT.
      *
      * THE MOVEMENTS COME FROM THE MASTER JOURNAL, WHICH HOLDS THE
      * BEFORE AND AFTER IMAGE OF EVERY CHANGE TO ACCTMAST: ACCTMNT'S
      * OPENS AND CLOSES, ACCTCLOS'S QUEUED CLOSES, THE DORMANT FLAG
      * DORMSWP SETS AND THE FLAG TEST CLEARS WHEN A HELD POSTING IS
      * RELEASED. A CHANGE MSTRBACK PUT BACK COUNTS AGAINST THE
      * MOVEMENT IT UNDID; ACCTRBLD'S REBUILD RESTATES THE MASTER AND
      * IS NOT A MOVEMENT AT ALL.
      *
      * THE OPENING AND CLOSING COUNTS COME FROM THE OPENED AND
      * CLOSED DATES ON ACCTMAST. THE MASTER CARRIES NO DATE FOR THE
      * DORMANT FLAG, SO THE CLOSING DORMANT COUNT IS THE FLAG AS IT
      * STANDS - RUN THIS BEFORE THE NEW MONTH'S FIRST SWEEP - AND
      * THE OPENING DORMANT COUNT IS LAST MONTH'S CLOSING ONE FROM
      * THE ACMVHIST HISTORY THIS JOB APPENDS TO. WITH NO HISTORY
      * ROW IT IS WORKED BACK FROM THE CLOSING COUNT AND MARKED.
      * THE HISTORY ALSO GIVES THE ROLLING YEAR'S CLOSING COUNTS AT
      * THE FOOT OF THE REPORT. ENDS RC 4 WHEN A BRANCH DOES NOT
      * RECONCILE.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * KEEP IN STEP WITH TEST'S SPECIAL-NAMES - SAME MONEY FIELDS,
      * SAME EDITING.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNT-MASTER-WIDE-KEY
               ALTERNATE RECORD KEY IS ACCOUNT-MASTER-KEY
                   WITH DUPLICATES.
           SELECT OPTIONAL MASTER-JOURNAL-FILE ASSIGN TO "MSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.
      * MOVEMENT-HISTORY - READ FOR LAST MONTH AND THE ROLLING YEAR,
      * THEN APPENDED TO.
           SELECT OPTIONAL MOVEMENT-HISTORY ASSIGN TO "ACMVHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MOVEMENT-REPORT ASSIGN TO "ACMVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY ACCTMASTER.
      *
       FD  MASTER-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MASTERJOURNAL.
      *
       FD  MOVEMENT-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY ACCOUNTMOVEHIST.
      *
       FD  MOVEMENT-REPORT
           LABEL RECORDS ARE STANDARD.
       01  MOVEMENT-REPORT-LINE         PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  ACCOUNT-MASTER-SWITCH        PIC X VALUE "N".
         88      END-OF-ACCOUNT-MASTER      VALUE "Y".
       01  MASTER-JOURNAL-SWITCH        PIC X VALUE "N".
         88      END-OF-MASTER-JOURNAL      VALUE "Y".
       01  MOVEMENT-HISTORY-SWITCH      PIC X VALUE "N".
         88      END-OF-MOVEMENT-HISTORY    VALUE "Y".
      *
      * THE REPORTING MONTH, THE MONTH BEFORE IT, AND THE DATE RANGE
      * THE MONTH COVERS.
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
       01  RUN-DATE-PARTS REDEFINES RUN-DATE.
        05       RUN-DATE-YEAR           PIC 9(4).
        05       RUN-DATE-MONTH          PIC 9(2).
        05       RUN-DATE-DAY            PIC 9(2).
       01  PERIOD-CARD                  PIC X(6) VALUE SPACES.
       01  PERIOD-ID REDEFINES PERIOD-CARD PIC 9(6).
       01  PERIOD-PARTS REDEFINES PERIOD-CARD.
        05       PERIOD-YEAR             PIC 9(4).
        05       PERIOD-MONTH            PIC 9(2).
       01  PRIOR-PERIOD-ID              PIC 9(6) VALUE ZERO.
       01  PRIOR-PERIOD-PARTS REDEFINES PRIOR-PERIOD-ID.
        05       PRIOR-PERIOD-YEAR       PIC 9(4).
        05       PRIOR-PERIOD-MONTH      PIC 9(2).
       01  PERIOD-FROM-DATE             PIC 9(8) VALUE ZERO.
       01  PERIOD-TO-DATE               PIC 9(8) VALUE ZERO.
      *
      * MONTHS COUNTED FROM YEAR ZERO, SO THE ROLLING YEAR CAN STEP
      * BACK ACROSS A YEAR END.
       01  PERIOD-MONTH-NUMBER          PIC 9(6) VALUE ZERO.
       01  HISTORY-MONTH-NUMBER         PIC 9(6) VALUE ZERO.
       01  MONTHS-BACK                  PIC S9(6) VALUE ZERO.
       01  HISTORY-PERIOD-WORK          PIC 9(6) VALUE ZERO.
       01  HISTORY-PERIOD-PARTS REDEFINES HISTORY-PERIOD-WORK.
        05       HISTORY-PERIOD-YEAR     PIC 9(4).
        05       HISTORY-PERIOD-MONTH    PIC 9(2).
      *
      * PER-BRANCH MOVEMENT TABLE - SLOT 1 TALLIES DIGIT 0, SLOT 10
      * DIGIT 9, THE SAME CONVENTION AS SETTLE'S SETTLEMENT TABLE.
      * THE MOVEMENTS ARE SIGNED: A ROLLED-BACK OPEN OR CLOSE TAKES
      * ONE OFF.
       01  BASE-TABLE VALUE ZEROS.
        05       BASE-ENTRY OCCURS 10 TIMES.
         10      BASE-OPENING-COUNT      PIC 9(7).
         10      BASE-CLOSING-COUNT      PIC 9(7).
         10      BASE-OPENED-COUNT       PIC S9(7).
         10      BASE-CLOSED-COUNT       PIC S9(7).
         10      BASE-DORMANT-COUNT      PIC S9(7).
         10      BASE-REACTIVATED-COUNT  PIC S9(7).
         10      BASE-CLOSED-DORMANT-COUNT PIC S9(7).
         10      BASE-OPENING-DORMANT    PIC 9(7).
         10      BASE-CLOSING-DORMANT    PIC 9(7).
         10      BASE-DIFFERENCE         PIC S9(7).
         10      BASE-DORMANT-DIFFERENCE PIC S9(7).
         10      BASE-DORMANT-SOURCE     PIC X.
           88    BASE-DORMANT-FROM-HISTORY   VALUE "H".
         10      BASE-ACTIVE-SWITCH      PIC X.
           88    BASE-BRANCH-ACTIVE          VALUE "Y".
       01  BASE-IDX                     PIC 99 VALUE 1.
       01  BASE-BRANCH-DIGIT            PIC X VALUE SPACE.
       01  BASE-BRANCH-DIGIT-NUM REDEFINES BASE-BRANCH-DIGIT PIC 9.
       01  DORMANT-WORK                 PIC S9(7) VALUE ZERO.
      *
      * BANK TOTALS - THE SUM OF THE BRANCH LINES.
       01  TOTAL-OPENING-COUNT          PIC S9(7) VALUE ZERO.
       01  TOTAL-CLOSING-COUNT          PIC S9(7) VALUE ZERO.
       01  TOTAL-OPENED-COUNT           PIC S9(7) VALUE ZERO.
       01  TOTAL-CLOSED-COUNT           PIC S9(7) VALUE ZERO.
       01  TOTAL-DORMANT-COUNT          PIC S9(7) VALUE ZERO.
       01  TOTAL-REACTIVATED-COUNT      PIC S9(7) VALUE ZERO.
       01  TOTAL-CLOSED-DORMANT-COUNT   PIC S9(7) VALUE ZERO.
       01  TOTAL-OPENING-DORMANT        PIC S9(7) VALUE ZERO.
       01  TOTAL-CLOSING-DORMANT        PIC S9(7) VALUE ZERO.
       01  TOTAL-DIFFERENCE             PIC S9(7) VALUE ZERO.
       01  TOTAL-DORMANT-DIFFERENCE     PIC S9(7) VALUE ZERO.
      *
      * ROLLING-YEAR TABLE - SLOT 12 IS THE REPORTING MONTH, SLOT 1
      * ELEVEN MONTHS BEFORE IT. THE EARLIER SLOTS ARE FILLED FROM
      * THE HISTORY; A MONTH NEVER REPORTED STAYS OFF THE REPORT.
       01  TREND-TABLE VALUE ZEROS.
        05       TREND-ENTRY OCCURS 12 TIMES.
         10      TREND-PERIOD            PIC 9(6).
         10      TREND-FOUND-SWITCH      PIC X.
           88    TREND-MONTH-FOUND           VALUE "Y".
         10      TREND-CLOSING-COUNT OCCURS 10 TIMES
                                         PIC 9(7).
       01  TREND-IDX                    PIC 99 VALUE 1.
       01  TREND-MONTH-NUMBER           PIC 9(6) VALUE ZERO.
       01  TREND-YEAR-WORK              PIC 9(4) VALUE ZERO.
       01  TREND-MONTH-WORK             PIC 9(2) VALUE ZERO.
       01  TREND-TOTAL                  PIC 9(8) VALUE ZERO.
      *
      * KEEP THESE TWO LAYOUTS IN STEP WITH ACCOUNT-MASTER-RECORD IN
      * ACCTMASTER - THE JOURNAL'S BEFORE AND AFTER IMAGES, TAKEN
      * APART. THE SAME VIEWS AS MSTJINQ'S.
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
      * EACH SIDE OF A JOURNALED CHANGE: NO RECORD, AN OPEN ACCOUNT
      * OR A CLOSED ONE, AND WHETHER IT WAS DORMANT.
       01  BEFORE-STATE                 PIC X VALUE SPACE.
         88      BEFORE-NO-RECORD            VALUE "N".
         88      BEFORE-OPEN                 VALUE "O".
         88      BEFORE-CLOSED               VALUE "C".
       01  AFTER-STATE                  PIC X VALUE SPACE.
         88      AFTER-NO-RECORD             VALUE "N".
         88      AFTER-OPEN                  VALUE "O".
         88      AFTER-CLOSED                VALUE "C".
      *
      * MASTER WORK FIELDS - THE DATES OF THE RECORD READ, ZERO
      * WHERE A RECORD SEEDED BEFORE THE FIELD HOLDS NO DATE.
       01  MASTER-OPEN-DATE             PIC 9(8) VALUE ZERO.
       01  MASTER-CLOSED-DATE           PIC 9(8) VALUE ZERO.
      *
       01  JOURNAL-READ-COUNT           PIC 9(8) VALUE ZERO.
       01  JOURNAL-USED-COUNT           PIC 9(8) VALUE ZERO.
       01  JOURNAL-REBUILD-COUNT        PIC 9(8) VALUE ZERO.
       01  MASTER-READ-COUNT            PIC 9(8) VALUE ZERO.
       01  UNRECONCILED-COUNT           PIC 9(4) VALUE ZERO.
       01  WORKED-BACK-SWITCH           PIC X VALUE "N".
         88      DORMANT-WORKED-BACK         VALUE "Y".
      *
      * PRINT WORK FIELDS - SAME LINE-COUNTED, PAGE-HEADED SHAPE AS
      * TEST'S DAILY REPORT.
       01  REPORT-PAGE-NUMBER           PIC 9(4) VALUE ZERO.
       01  REPORT-LINE-COUNT            PIC 9(2) VALUE ZERO.
       01  REPORT-PAGE-DEPTH            PIC 9(2) VALUE 55.
       01  REPORT-HEADING-LINE.
        05       FILLER                  PIC X(34)
                 VALUE "ACCOUNT BASE MOVEMENT FOR MONTH ".
        05       REPORT-HEADING-PERIOD   PIC 9(6).
        05       FILLER                  PIC X(12) VALUE " - RUN DATE ".
        05       REPORT-HEADING-RUN-DATE PIC 9(8).
        05       FILLER                  PIC X(7) VALUE "   PAGE".
        05       REPORT-HEADING-PAGE     PIC ZZZ9.
       01  REPORT-COLUMN-LINE.
        05       FILLER                  PIC X(5) VALUE "  BR ".
        05       FILLER                  PIC X(11) VALUE "    OPENING".
        05       FILLER                  PIC X(11) VALUE "     OPENED".
        05       FILLER                  PIC X(11) VALUE "     CLOSED".
        05       FILLER                  PIC X(11) VALUE "    CLOSING".
        05       FILLER                  PIC X(11) VALUE " DIFFERENCE".
        05       FILLER                  PIC X(11) VALUE "  DORM OPEN".
        05       FILLER                  PIC X(11) VALUE " TO DORMANT".
        05       FILLER                  PIC X(11) VALUE "   WON BACK".
        05       FILLER                  PIC X(11) VALUE "  CLSD DORM".
        05       FILLER                  PIC X(11) VALUE " DORM CLOSE".
        05       FILLER                  PIC X(11) VALUE "  DORM DIFF".
        05       FILLER                  PIC X(6) VALUE SPACES.
       01  REPORT-DETAIL-LINE.
        05       REPORT-LABEL            PIC X(5).
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-OPENING-EDIT     PIC -Z.ZZZ.ZZ9.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-OPENED-EDIT      PIC -Z.ZZZ.ZZ9.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-CLOSED-EDIT      PIC -Z.ZZZ.ZZ9.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-CLOSING-EDIT     PIC -Z.ZZZ.ZZ9.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-DIFFERENCE-EDIT  PIC -Z.ZZZ.ZZ9.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-DORM-OPEN-EDIT   PIC -Z.ZZZ.ZZ9.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-DORMANT-EDIT     PIC -Z.ZZZ.ZZ9.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-REACTIVATED-EDIT PIC -Z.ZZZ.ZZ9.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-CLOSED-DORM-EDIT PIC -Z.ZZZ.ZZ9.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-DORM-CLOSE-EDIT  PIC -Z.ZZZ.ZZ9.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-DORM-DIFF-EDIT   PIC -Z.ZZZ.ZZ9.
        05       FILLER                  PIC X(6) VALUE SPACES.
       01  REPORT-TREND-HEADING.
        05       FILLER                  PIC X(8) VALUE "  MONTH ".
        05       FILLER                  PIC X(50) VALUE
                 "      BR 0      BR 1      BR 2      BR 3      BR 4".
        05       FILLER                  PIC X(50) VALUE
                 "      BR 5      BR 6      BR 7      BR 8      BR 9".
        05       FILLER                  PIC X(11) VALUE "      TOTAL".
        05       FILLER                  PIC X(13) VALUE SPACES.
       01  REPORT-TREND-LINE.
        05       FILLER                  PIC X(2) VALUE SPACES.
        05       REPORT-TREND-PERIOD     PIC 9(6).
        05       REPORT-TREND-COLUMN OCCURS 10 TIMES.
         10      FILLER                  PIC X.
         10      REPORT-TREND-COUNT      PIC Z.ZZZ.ZZ9.
        05       FILLER                  PIC X.
        05       REPORT-TREND-TOTAL      PIC ZZ.ZZZ.ZZ9.
        05       FILLER                  PIC X(13).
       01  REPORT-BUILD-LINE            PIC X(132) VALUE SPACES.
      *
      * WHAT THE CURRENT LINE SHOWS - A BRANCH'S FIGURES OR THE
      * BANK'S TOTALS.
       01  LINE-OPENING-COUNT           PIC S9(7) VALUE ZERO.
       01  LINE-OPENED-COUNT            PIC S9(7) VALUE ZERO.
       01  LINE-CLOSED-COUNT            PIC S9(7) VALUE ZERO.
       01  LINE-CLOSING-COUNT           PIC S9(7) VALUE ZERO.
       01  LINE-DIFFERENCE              PIC S9(7) VALUE ZERO.
       01  LINE-OPENING-DORMANT         PIC S9(7) VALUE ZERO.
       01  LINE-DORMANT-COUNT           PIC S9(7) VALUE ZERO.
       01  LINE-REACTIVATED-COUNT       PIC S9(7) VALUE ZERO.
       01  LINE-CLOSED-DORMANT-COUNT    PIC S9(7) VALUE ZERO.
       01  LINE-CLOSING-DORMANT         PIC S9(7) VALUE ZERO.
       01  LINE-DORMANT-DIFFERENCE      PIC S9(7) VALUE ZERO.
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           DISPLAY "START ACCTMOV".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT PERIOD-CARD FROM SYSIN.
           IF PERIOD-CARD = SPACES
               MOVE RUN-DATE-YEAR TO PERIOD-YEAR
               MOVE RUN-DATE-MONTH TO PERIOD-MONTH
               IF PERIOD-MONTH = 1
                   SUBTRACT 1 FROM PERIOD-YEAR
                   MOVE 12 TO PERIOD-MONTH
               ELSE
                   SUBTRACT 1 FROM PERIOD-MONTH
               END-IF
           END-IF.
           IF PERIOD-CARD NOT NUMERIC
               OR PERIOD-MONTH < 1
               OR PERIOD-MONTH > 12
               DISPLAY "REPORTING MONTH INVALID: " PERIOD-CARD
                   " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           COMPUTE PERIOD-FROM-DATE = PERIOD-ID * 100 + 1.
           COMPUTE PERIOD-TO-DATE = PERIOD-ID * 100 + 31.
           MOVE PERIOD-YEAR TO PRIOR-PERIOD-YEAR.
           MOVE PERIOD-MONTH TO PRIOR-PERIOD-MONTH.
           IF PRIOR-PERIOD-MONTH = 1
               SUBTRACT 1 FROM PRIOR-PERIOD-YEAR
               MOVE 12 TO PRIOR-PERIOD-MONTH
           ELSE
               SUBTRACT 1 FROM PRIOR-PERIOD-MONTH
           END-IF.
           COMPUTE PERIOD-MONTH-NUMBER =
               PERIOD-YEAR * 12 + PERIOD-MONTH - 1.
           PERFORM SET-TREND-PERIOD
               VARYING TREND-IDX FROM 1 BY 1
               UNTIL TREND-IDX > 12.
           PERFORM COUNT-ACCOUNT-BASE.
           PERFORM ACCUMULATE-MOVEMENTS.
           PERFORM LOAD-MOVEMENT-HISTORY.
           PERFORM RECONCILE-ONE-BRANCH
               VARYING BASE-IDX FROM 1 BY 1
               UNTIL BASE-IDX > 10.
           OPEN OUTPUT MOVEMENT-REPORT.
           PERFORM WRITE-REPORT-HEADING.
           OPEN EXTEND MOVEMENT-HISTORY.
           PERFORM REPORT-ONE-BRANCH
               VARYING BASE-IDX FROM 1 BY 1
               UNTIL BASE-IDX > 10.
           CLOSE MOVEMENT-HISTORY.
           PERFORM REPORT-BANK-TOTALS.
           PERFORM REPORT-ROLLING-YEAR.
           CLOSE MOVEMENT-REPORT.
           DISPLAY "MONTH " PERIOD-ID " FROM " PERIOD-FROM-DATE
               " TO " PERIOD-TO-DATE.
           DISPLAY "MASTER RECORDS READ: " MASTER-READ-COUNT.
           DISPLAY "JOURNAL RECORDS READ: " JOURNAL-READ-COUNT
               " IN MONTH: " JOURNAL-USED-COUNT
               " REBUILD, NOT COUNTED: " JOURNAL-REBUILD-COUNT.
           DISPLAY "OPENED: " TOTAL-OPENED-COUNT
               " CLOSED: " TOTAL-CLOSED-COUNT
               " TO DORMANT: " TOTAL-DORMANT-COUNT
               " WON BACK: " TOTAL-REACTIVATED-COUNT.
           IF UNRECONCILED-COUNT > ZERO
               DISPLAY "BRANCHES NOT RECONCILED: " UNRECONCILED-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
       PROG-EX.
           DISPLAY "END ACCTMOV".
           EXIT PROGRAM.
      *
      * SET-TREND-PERIOD - THE YEAR AND MONTH EACH ROLLING-YEAR SLOT
      * STANDS FOR.
      *
       SET-TREND-PERIOD SECTION.
           COMPUTE TREND-MONTH-NUMBER =
               PERIOD-MONTH-NUMBER - 12 + TREND-IDX.
           DIVIDE TREND-MONTH-NUMBER BY 12 GIVING TREND-YEAR-WORK
               REMAINDER TREND-MONTH-WORK.
           ADD 1 TO TREND-MONTH-WORK.
           COMPUTE TREND-PERIOD(TREND-IDX) =
               TREND-YEAR-WORK * 100 + TREND-MONTH-WORK.
       EXIT.
      *
      * COUNT-ACCOUNT-BASE - OPEN ACCOUNTS PER BRANCH AT THE START
      * AND END OF THE MONTH BY THEIR DATES, AND THE DORMANT ONES
      * STILL OPEN NOW.
      *
       COUNT-ACCOUNT-BASE SECTION.
           OPEN INPUT ACCOUNT-MASTER.
           PERFORM READ-ACCOUNT-MASTER.
           PERFORM COUNT-ONE-ACCOUNT UNTIL END-OF-ACCOUNT-MASTER.
           CLOSE ACCOUNT-MASTER.
       EXIT.
      *
       COUNT-ONE-ACCOUNT SECTION.
           ADD 1 TO MASTER-READ-COUNT.
           MOVE ACCOUNT-MASTER-WIDE-BRANCH TO BASE-BRANCH-DIGIT.
           IF BASE-BRANCH-DIGIT NOT NUMERIC
               GO TO COUNT-ONE-ACCOUNT-NEXT
           END-IF.
           COMPUTE BASE-IDX = BASE-BRANCH-DIGIT-NUM + 1.
           MOVE ZERO TO MASTER-OPEN-DATE.
           IF ACCOUNT-MASTER-OPEN-DATE NUMERIC
               MOVE ACCOUNT-MASTER-OPEN-DATE TO MASTER-OPEN-DATE
           END-IF.
           MOVE ZERO TO MASTER-CLOSED-DATE.
           IF ACCOUNT-MASTER-CLOSED-DATE NUMERIC
               MOVE ACCOUNT-MASTER-CLOSED-DATE TO MASTER-CLOSED-DATE
           END-IF.
           IF MASTER-OPEN-DATE < PERIOD-FROM-DATE
               AND (MASTER-CLOSED-DATE = ZERO
                    OR MASTER-CLOSED-DATE NOT < PERIOD-FROM-DATE)
               ADD 1 TO BASE-OPENING-COUNT(BASE-IDX)
               SET BASE-BRANCH-ACTIVE(BASE-IDX) TO TRUE
           END-IF.
           IF MASTER-OPEN-DATE NOT > PERIOD-TO-DATE
               AND (MASTER-CLOSED-DATE = ZERO
                    OR MASTER-CLOSED-DATE > PERIOD-TO-DATE)
               ADD 1 TO BASE-CLOSING-COUNT(BASE-IDX)
               SET BASE-BRANCH-ACTIVE(BASE-IDX) TO TRUE
               IF ACCOUNT-MASTER-DORMANT-FLAG = "D"
                   AND MASTER-CLOSED-DATE = ZERO
                   ADD 1 TO BASE-CLOSING-DORMANT(BASE-IDX)
               END-IF
           END-IF.
       COUNT-ONE-ACCOUNT-NEXT.
           PERFORM READ-ACCOUNT-MASTER.
       EXIT.
      *
      * ACCUMULATE-MOVEMENTS - EVERY JOURNALED CHANGE RUN IN THE
      * MONTH, BY THE BRANCH DIGIT OF THE ACCOUNT IT CHANGED.
      *
       ACCUMULATE-MOVEMENTS SECTION.
           OPEN INPUT MASTER-JOURNAL-FILE.
           PERFORM READ-MASTER-JOURNAL.
           PERFORM ACCUMULATE-ONE-CHANGE UNTIL END-OF-MASTER-JOURNAL.
           CLOSE MASTER-JOURNAL-FILE.
       EXIT.
      *
      * ACCUMULATE-ONE-CHANGE - AN ACCOUNT COMING ON FILE IS OPENED
      * AND ONE BECOMING CLOSED IS CLOSED; A CLOSED ACCOUNT COMING
      * BACK OPEN, OR AN ADDED ONE TAKEN OFF, CAN ONLY BE A ROLLBACK
      * AND TAKES ONE OFF WHAT IT UNDID. ON AN ACCOUNT OPEN BOTH
      * SIDES, THE DORMANT FLAG SET IS A MOVE TO DORMANT AND THE
      * FLAG CLEARED IS ONE WON BACK - UNLESS MSTRBACK DID IT.
      *
       ACCUMULATE-ONE-CHANGE SECTION.
           ADD 1 TO JOURNAL-READ-COUNT.
           IF MASTER-JOURNAL-RUN-DATE < PERIOD-FROM-DATE
               OR MASTER-JOURNAL-RUN-DATE > PERIOD-TO-DATE
               GO TO ACCUMULATE-ONE-CHANGE-NEXT
           END-IF.
           IF MASTER-JOURNAL-PROGRAM = "ACCTRBLD"
               ADD 1 TO JOURNAL-REBUILD-COUNT
               GO TO ACCUMULATE-ONE-CHANGE-NEXT
           END-IF.
           MOVE MASTER-JOURNAL-ACCOUNT-KEY(1:1) TO BASE-BRANCH-DIGIT.
           IF BASE-BRANCH-DIGIT NOT NUMERIC
               GO TO ACCUMULATE-ONE-CHANGE-NEXT
           END-IF.
           ADD 1 TO JOURNAL-USED-COUNT.
           COMPUTE BASE-IDX = BASE-BRANCH-DIGIT-NUM + 1.
           SET BASE-BRANCH-ACTIVE(BASE-IDX) TO TRUE.
           MOVE MASTER-JOURNAL-BEFORE-IMAGE TO JOURNAL-BEFORE-VIEW.
           MOVE MASTER-JOURNAL-AFTER-IMAGE TO JOURNAL-AFTER-VIEW.
           SET BEFORE-OPEN TO TRUE.
           IF JOURNAL-BEFORE-VIEW = SPACES
               SET BEFORE-NO-RECORD TO TRUE
           ELSE
               IF BEFORE-CLOSED-DATE NUMERIC
                   AND BEFORE-CLOSED-DATE NOT = ZERO
                   SET BEFORE-CLOSED TO TRUE
               END-IF
           END-IF.
           SET AFTER-OPEN TO TRUE.
           IF JOURNAL-AFTER-VIEW = SPACES
               SET AFTER-NO-RECORD TO TRUE
           ELSE
               IF AFTER-CLOSED-DATE NUMERIC
                   AND AFTER-CLOSED-DATE NOT = ZERO
                   SET AFTER-CLOSED TO TRUE
               END-IF
           END-IF.
           IF AFTER-OPEN AND NOT BEFORE-OPEN
               IF BEFORE-NO-RECORD
                   ADD 1 TO BASE-OPENED-COUNT(BASE-IDX)
               ELSE
                   SUBTRACT 1 FROM BASE-CLOSED-COUNT(BASE-IDX)
                   IF AFTER-DORMANT-FLAG = "D"
                       SUBTRACT 1
                           FROM BASE-CLOSED-DORMANT-COUNT(BASE-IDX)
                   END-IF
               END-IF
               GO TO ACCUMULATE-ONE-CHANGE-NEXT
           END-IF.
           IF BEFORE-OPEN AND NOT AFTER-OPEN
               IF AFTER-NO-RECORD
                   SUBTRACT 1 FROM BASE-OPENED-COUNT(BASE-IDX)
               ELSE
                   ADD 1 TO BASE-CLOSED-COUNT(BASE-IDX)
                   IF BEFORE-DORMANT-FLAG = "D"
                       ADD 1 TO BASE-CLOSED-DORMANT-COUNT(BASE-IDX)
                   END-IF
               END-IF
               GO TO ACCUMULATE-ONE-CHANGE-NEXT
           END-IF.
           IF NOT BEFORE-OPEN
               GO TO ACCUMULATE-ONE-CHANGE-NEXT
           END-IF.
           IF BEFORE-DORMANT-FLAG NOT = "D"
               AND AFTER-DORMANT-FLAG = "D"
               IF MASTER-JOURNAL-PROGRAM = "MSTRBACK"
                   SUBTRACT 1 FROM BASE-REACTIVATED-COUNT(BASE-IDX)
               ELSE
                   ADD 1 TO BASE-DORMANT-COUNT(BASE-IDX)
               END-IF
           END-IF.
           IF BEFORE-DORMANT-FLAG = "D"
               AND AFTER-DORMANT-FLAG NOT = "D"
               IF MASTER-JOURNAL-PROGRAM = "MSTRBACK"
                   SUBTRACT 1 FROM BASE-DORMANT-COUNT(BASE-IDX)
               ELSE
                   ADD 1 TO BASE-REACTIVATED-COUNT(BASE-IDX)
               END-IF
           END-IF.
       ACCUMULATE-ONE-CHANGE-NEXT.
           PERFORM READ-MASTER-JOURNAL.
       EXIT.
      *
      * LOAD-MOVEMENT-HISTORY - LAST MONTH'S CLOSING DORMANT COUNT
      * PER BRANCH, AND THE CLOSING COUNT OF EACH OF THE ELEVEN
      * MONTHS BEFORE THIS ONE. A MONTH REPORTED TWICE IS TAKEN AS
      * LAST FILED.
      *
       LOAD-MOVEMENT-HISTORY SECTION.
           OPEN INPUT MOVEMENT-HISTORY.
           PERFORM READ-MOVEMENT-HISTORY.
           PERFORM LOAD-ONE-HISTORY-ROW
               UNTIL END-OF-MOVEMENT-HISTORY.
           CLOSE MOVEMENT-HISTORY.
       EXIT.
      *
       LOAD-ONE-HISTORY-ROW SECTION.
           MOVE AMH-BRANCH-DIGIT TO BASE-BRANCH-DIGIT.
           IF BASE-BRANCH-DIGIT NOT NUMERIC
               OR AMH-PERIOD NOT NUMERIC
               GO TO LOAD-ONE-HISTORY-ROW-NEXT
           END-IF.
           COMPUTE BASE-IDX = BASE-BRANCH-DIGIT-NUM + 1.
           IF AMH-PERIOD = PRIOR-PERIOD-ID
               MOVE AMH-CLOSING-DORMANT
                   TO BASE-OPENING-DORMANT(BASE-IDX)
               MOVE "H" TO BASE-DORMANT-SOURCE(BASE-IDX)
               SET BASE-BRANCH-ACTIVE(BASE-IDX) TO TRUE
           END-IF.
           MOVE AMH-PERIOD TO HISTORY-PERIOD-WORK.
           IF HISTORY-PERIOD-MONTH < 1
               OR HISTORY-PERIOD-MONTH > 12
               GO TO LOAD-ONE-HISTORY-ROW-NEXT
           END-IF.
           COMPUTE HISTORY-MONTH-NUMBER =
               HISTORY-PERIOD-YEAR * 12 + HISTORY-PERIOD-MONTH - 1.
           COMPUTE MONTHS-BACK =
               PERIOD-MONTH-NUMBER - HISTORY-MONTH-NUMBER.
           IF MONTHS-BACK > ZERO
               AND MONTHS-BACK < 12
               COMPUTE TREND-IDX = 12 - MONTHS-BACK
               SET TREND-MONTH-FOUND(TREND-IDX) TO TRUE
               MOVE AMH-CLOSING-COUNT
                   TO TREND-CLOSING-COUNT(TREND-IDX, BASE-IDX)
           END-IF.
       LOAD-ONE-HISTORY-ROW-NEXT.
           PERFORM READ-MOVEMENT-HISTORY.
       EXIT.
      *
      * RECONCILE-ONE-BRANCH - OPENING PLUS OPENED LESS CLOSED MUST
      * MAKE THE CLOSING COUNT; LIKEWISE THE DORMANT COUNT, WHERE
      * LAST MONTH'S HISTORY GIVES AN OPENING FIGURE TO START FROM.
      * WITHOUT ONE THE OPENING DORMANT COUNT IS WORKED BACK FROM
      * THE CLOSING ONE AND RECONCILES BY CONSTRUCTION.
      *
       RECONCILE-ONE-BRANCH SECTION.
           MOVE BASE-CLOSING-COUNT(BASE-IDX)
               TO TREND-CLOSING-COUNT(12, BASE-IDX).
           SET TREND-MONTH-FOUND(12) TO TRUE.
           IF NOT BASE-BRANCH-ACTIVE(BASE-IDX)
               GO TO RECONCILE-ONE-BRANCH-EX
           END-IF.
           COMPUTE BASE-DIFFERENCE(BASE-IDX) =
               BASE-OPENING-COUNT(BASE-IDX)
               + BASE-OPENED-COUNT(BASE-IDX)
               - BASE-CLOSED-COUNT(BASE-IDX)
               - BASE-CLOSING-COUNT(BASE-IDX).
           IF NOT BASE-DORMANT-FROM-HISTORY(BASE-IDX)
               COMPUTE DORMANT-WORK =
                   BASE-CLOSING-DORMANT(BASE-IDX)
                   - BASE-DORMANT-COUNT(BASE-IDX)
                   + BASE-REACTIVATED-COUNT(BASE-IDX)
                   + BASE-CLOSED-DORMANT-COUNT(BASE-IDX)
               IF DORMANT-WORK < ZERO
                   MOVE ZERO TO DORMANT-WORK
               END-IF
               MOVE DORMANT-WORK TO BASE-OPENING-DORMANT(BASE-IDX)
           END-IF.
           COMPUTE BASE-DORMANT-DIFFERENCE(BASE-IDX) =
               BASE-OPENING-DORMANT(BASE-IDX)
               + BASE-DORMANT-COUNT(BASE-IDX)
               - BASE-REACTIVATED-COUNT(BASE-IDX)
               - BASE-CLOSED-DORMANT-COUNT(BASE-IDX)
               - BASE-CLOSING-DORMANT(BASE-IDX).
           IF BASE-DIFFERENCE(BASE-IDX) NOT = ZERO
               OR BASE-DORMANT-DIFFERENCE(BASE-IDX) NOT = ZERO
               ADD 1 TO UNRECONCILED-COUNT
           END-IF.
       RECONCILE-ONE-BRANCH-EX.
       EXIT.
      *
      * REPORT-ONE-BRANCH - ONE REPORT LINE AND ONE HISTORY ROW PER
      * BRANCH WITH ANY ACCOUNTS OR MOVEMENTS. AN OPENING DORMANT
      * COUNT WORKED BACK RATHER THAN TAKEN FROM HISTORY IS MARKED *.
      *
       REPORT-ONE-BRANCH SECTION.
           IF NOT BASE-BRANCH-ACTIVE(BASE-IDX)
               GO TO REPORT-ONE-BRANCH-EX
           END-IF.
           COMPUTE BASE-BRANCH-DIGIT-NUM = BASE-IDX - 1.
           MOVE BASE-OPENING-COUNT(BASE-IDX) TO LINE-OPENING-COUNT.
           MOVE BASE-OPENED-COUNT(BASE-IDX) TO LINE-OPENED-COUNT.
           MOVE BASE-CLOSED-COUNT(BASE-IDX) TO LINE-CLOSED-COUNT.
           MOVE BASE-CLOSING-COUNT(BASE-IDX) TO LINE-CLOSING-COUNT.
           MOVE BASE-DIFFERENCE(BASE-IDX) TO LINE-DIFFERENCE.
           MOVE BASE-OPENING-DORMANT(BASE-IDX) TO LINE-OPENING-DORMANT.
           MOVE BASE-DORMANT-COUNT(BASE-IDX) TO LINE-DORMANT-COUNT.
           MOVE BASE-REACTIVATED-COUNT(BASE-IDX)
               TO LINE-REACTIVATED-COUNT.
           MOVE BASE-CLOSED-DORMANT-COUNT(BASE-IDX)
               TO LINE-CLOSED-DORMANT-COUNT.
           MOVE BASE-CLOSING-DORMANT(BASE-IDX) TO LINE-CLOSING-DORMANT.
           MOVE BASE-DORMANT-DIFFERENCE(BASE-IDX)
               TO LINE-DORMANT-DIFFERENCE.
           ADD LINE-OPENING-COUNT TO TOTAL-OPENING-COUNT.
           ADD LINE-OPENED-COUNT TO TOTAL-OPENED-COUNT.
           ADD LINE-CLOSED-COUNT TO TOTAL-CLOSED-COUNT.
           ADD LINE-CLOSING-COUNT TO TOTAL-CLOSING-COUNT.
           ADD LINE-DIFFERENCE TO TOTAL-DIFFERENCE.
           ADD LINE-OPENING-DORMANT TO TOTAL-OPENING-DORMANT.
           ADD LINE-DORMANT-COUNT TO TOTAL-DORMANT-COUNT.
           ADD LINE-REACTIVATED-COUNT TO TOTAL-REACTIVATED-COUNT.
           ADD LINE-CLOSED-DORMANT-COUNT TO TOTAL-CLOSED-DORMANT-COUNT.
           ADD LINE-CLOSING-DORMANT TO TOTAL-CLOSING-DORMANT.
           ADD LINE-DORMANT-DIFFERENCE TO TOTAL-DORMANT-DIFFERENCE.
           MOVE SPACES TO REPORT-LABEL.
           MOVE BASE-BRANCH-DIGIT TO REPORT-LABEL(3:1).
           IF NOT BASE-DORMANT-FROM-HISTORY(BASE-IDX)
               MOVE "*" TO REPORT-LABEL(5:1)
               SET DORMANT-WORKED-BACK TO TRUE
           END-IF.
           PERFORM WRITE-MOVEMENT-LINE.
           MOVE PERIOD-ID TO AMH-PERIOD.
           MOVE BASE-BRANCH-DIGIT TO AMH-BRANCH-DIGIT.
           MOVE LINE-OPENING-COUNT TO AMH-OPENING-COUNT.
           MOVE LINE-CLOSING-COUNT TO AMH-CLOSING-COUNT.
           MOVE LINE-OPENED-COUNT TO AMH-OPENED-COUNT.
           MOVE LINE-CLOSED-COUNT TO AMH-CLOSED-COUNT.
           MOVE LINE-DORMANT-COUNT TO AMH-DORMANT-COUNT.
           MOVE LINE-REACTIVATED-COUNT TO AMH-REACTIVATED-COUNT.
           MOVE LINE-CLOSED-DORMANT-COUNT TO AMH-CLOSED-DORMANT-COUNT.
           MOVE LINE-OPENING-DORMANT TO AMH-OPENING-DORMANT.
           MOVE LINE-CLOSING-DORMANT TO AMH-CLOSING-DORMANT.
           MOVE LINE-DIFFERENCE TO AMH-DIFFERENCE.
           WRITE ACCOUNT-MOVE-HISTORY-RECORD.
       REPORT-ONE-BRANCH-EX.
       EXIT.
      *
       REPORT-BANK-TOTALS SECTION.
           MOVE TOTAL-OPENING-COUNT TO LINE-OPENING-COUNT.
           MOVE TOTAL-OPENED-COUNT TO LINE-OPENED-COUNT.
           MOVE TOTAL-CLOSED-COUNT TO LINE-CLOSED-COUNT.
           MOVE TOTAL-CLOSING-COUNT TO LINE-CLOSING-COUNT.
           MOVE TOTAL-DIFFERENCE TO LINE-DIFFERENCE.
           MOVE TOTAL-OPENING-DORMANT TO LINE-OPENING-DORMANT.
           MOVE TOTAL-DORMANT-COUNT TO LINE-DORMANT-COUNT.
           MOVE TOTAL-REACTIVATED-COUNT TO LINE-REACTIVATED-COUNT.
           MOVE TOTAL-CLOSED-DORMANT-COUNT TO LINE-CLOSED-DORMANT-COUNT.
           MOVE TOTAL-CLOSING-DORMANT TO LINE-CLOSING-DORMANT.
           MOVE TOTAL-DORMANT-DIFFERENCE TO LINE-DORMANT-DIFFERENCE.
           MOVE SPACES TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "TOTAL" TO REPORT-LABEL.
           PERFORM WRITE-MOVEMENT-LINE.
           IF DORMANT-WORKED-BACK
               MOVE SPACES TO REPORT-BUILD-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "* OPENING DORMANT COUNT WORKED BACK - NO HISTORY"
                   TO REPORT-BUILD-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
       EXIT.
      *
       WRITE-MOVEMENT-LINE SECTION.
           MOVE LINE-OPENING-COUNT TO REPORT-OPENING-EDIT.
           MOVE LINE-OPENED-COUNT TO REPORT-OPENED-EDIT.
           MOVE LINE-CLOSED-COUNT TO REPORT-CLOSED-EDIT.
           MOVE LINE-CLOSING-COUNT TO REPORT-CLOSING-EDIT.
           MOVE LINE-DIFFERENCE TO REPORT-DIFFERENCE-EDIT.
           MOVE LINE-OPENING-DORMANT TO REPORT-DORM-OPEN-EDIT.
           MOVE LINE-DORMANT-COUNT TO REPORT-DORMANT-EDIT.
           MOVE LINE-REACTIVATED-COUNT TO REPORT-REACTIVATED-EDIT.
           MOVE LINE-CLOSED-DORMANT-COUNT TO REPORT-CLOSED-DORM-EDIT.
           MOVE LINE-CLOSING-DORMANT TO REPORT-DORM-CLOSE-EDIT.
           MOVE LINE-DORMANT-DIFFERENCE TO REPORT-DORM-DIFF-EDIT.
           MOVE REPORT-DETAIL-LINE TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
       EXIT.
      *
      * REPORT-ROLLING-YEAR - CLOSING ACCOUNTS PER BRANCH FOR EACH
      * MONTH OF THE YEAR TO THIS ONE THAT HAS BEEN REPORTED.
      *
       REPORT-ROLLING-YEAR SECTION.
           MOVE SPACES TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "CLOSING ACCOUNTS - ROLLING YEAR" TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE REPORT-TREND-HEADING TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM REPORT-ONE-TREND-MONTH
               VARYING TREND-IDX FROM 1 BY 1
               UNTIL TREND-IDX > 12.
       EXIT.
      *
       REPORT-ONE-TREND-MONTH SECTION.
           IF NOT TREND-MONTH-FOUND(TREND-IDX)
               GO TO REPORT-ONE-TREND-MONTH-EX
           END-IF.
           MOVE SPACES TO REPORT-TREND-LINE.
           MOVE TREND-PERIOD(TREND-IDX) TO REPORT-TREND-PERIOD.
           MOVE ZERO TO TREND-TOTAL.
           PERFORM EDIT-ONE-TREND-COUNT
               VARYING BASE-IDX FROM 1 BY 1
               UNTIL BASE-IDX > 10.
           MOVE TREND-TOTAL TO REPORT-TREND-TOTAL.
           MOVE REPORT-TREND-LINE TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
       REPORT-ONE-TREND-MONTH-EX.
       EXIT.
      *
       EDIT-ONE-TREND-COUNT SECTION.
           MOVE TREND-CLOSING-COUNT(TREND-IDX, BASE-IDX)
               TO REPORT-TREND-COUNT(BASE-IDX).
           ADD TREND-CLOSING-COUNT(TREND-IDX, BASE-IDX) TO TREND-TOTAL.
       EXIT.
      *
       WRITE-REPORT-HEADING SECTION.
           ADD 1 TO REPORT-PAGE-NUMBER.
           MOVE PERIOD-ID TO REPORT-HEADING-PERIOD.
           MOVE RUN-DATE TO REPORT-HEADING-RUN-DATE.
           MOVE REPORT-PAGE-NUMBER TO REPORT-HEADING-PAGE.
           MOVE REPORT-HEADING-LINE TO MOVEMENT-REPORT-LINE.
           WRITE MOVEMENT-REPORT-LINE AFTER ADVANCING PAGE.
           MOVE 1 TO REPORT-LINE-COUNT.
           MOVE SPACES TO MOVEMENT-REPORT-LINE.
           WRITE MOVEMENT-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE REPORT-COLUMN-LINE TO MOVEMENT-REPORT-LINE.
           WRITE MOVEMENT-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 2 TO REPORT-LINE-COUNT.
       EXIT.
      *
       WRITE-REPORT-LINE SECTION.
           IF REPORT-LINE-COUNT NOT < REPORT-PAGE-DEPTH
               PERFORM WRITE-REPORT-HEADING
           END-IF.
           MOVE REPORT-BUILD-LINE TO MOVEMENT-REPORT-LINE.
           WRITE MOVEMENT-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO REPORT-LINE-COUNT.
       EXIT.
      *
       READ-ACCOUNT-MASTER SECTION.
           READ ACCOUNT-MASTER
               AT END
                   SET END-OF-ACCOUNT-MASTER TO TRUE
           END-READ.
       EXIT.
      *
       READ-MASTER-JOURNAL SECTION.
           READ MASTER-JOURNAL-FILE
               AT END
                   SET END-OF-MASTER-JOURNAL TO TRUE
           END-READ.
       EXIT.
      *
       READ-MOVEMENT-HISTORY SECTION.
           READ MOVEMENT-HISTORY
               AT END
                   SET END-OF-MOVEMENT-HISTORY TO TRUE
           END-READ.
       EXIT.
      *
       END PROGRAM ACCTMOV.
