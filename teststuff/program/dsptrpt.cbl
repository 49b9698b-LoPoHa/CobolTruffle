       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSPTRPT.
      *
      *
      * OPEN-DISPUTE REPORT. LISTS EVERY DISPUTE DSPTMNT HAS OPENED
      * AND NOT YET RESOLVED, AGAINST THE BUSINESS DATE IT MUST BE
      * RESOLVED BY: THE ACCOUNT AND THE DISPUTED DEBIT, THE
      * PROVISIONAL CREDIT, HOW MANY BUSINESS DAYS IT HAS BEEN OPEN
      * AND HOW MANY ARE LEFT. A DISPUTE PAST ITS DEADLINE IS MARKED
      * OVERDUE; ONE OPENED WHEN THE CALENDAR DID NOT REACH ITS
      * DEADLINE IS MARKED NO DATE. ENDS RC 4 WHEN ANY DISPUTE IS
      * OVERDUE OR HAS NO DEADLINE - THOSE WANT RESOLVING TODAY.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * KEEP IN STEP WITH TEST'S SPECIAL-NAMES.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DISPUTE-FILE ASSIGN TO "DISPUTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DISPUTE-NUMBER.
           SELECT BUSINESS-CALENDAR ASSIGN TO "BUSIDAYS"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DISPUTEMASTER.
      *
      * KEEP THIS LAYOUT IN STEP WITH BUSINESS-CALENDAR-RECORD IN
      * TEST.
       FD  BUSINESS-CALENDAR
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-CALENDAR-RECORD.
        05       CALENDAR-DATE           PIC 9(8).
        05       CALENDAR-DAY-TYPE       PIC X.
      *
       WORKING-STORAGE SECTION.
       01  DISPUTE-FILE-SWITCH          PIC X VALUE "N".
         88      END-OF-DISPUTE-FILE        VALUE "Y".
       01  BUSINESS-CALENDAR-SWITCH     PIC X VALUE "N".
         88      END-OF-BUSINESS-CALENDAR   VALUE "Y".
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
      *
       01  BUSINESS-DATE-TABLE.
        05       BUSINESS-DATE-ENTRY OCCURS 1500 TIMES.
         10      BUSINESS-TABLE-DATE     PIC 9(8).
       01  BUSINESS-DATE-COUNT          PIC 9(4) VALUE ZERO.
       01  BUSINESS-DATE-IDX            PIC 9(4) VALUE 1.
      *
      * BUSINESS DAYS OPEN - AFTER THE OPENING DATE UP TO AND
      * INCLUDING TODAY; BUSINESS DAYS LEFT - AFTER TODAY UP TO AND
      * INCLUDING THE DEADLINE.
       01  DAYS-OPEN                    PIC 9(4) VALUE ZERO.
       01  DAYS-LEFT                    PIC 9(4) VALUE ZERO.
       01  DISPUTE-MARK                 PIC X(7) VALUE SPACES.
      *
       01  OPEN-DISPUTE-COUNT           PIC 9(6) VALUE ZERO.
       01  OVERDUE-DISPUTE-COUNT        PIC 9(6) VALUE ZERO.
       01  NO-DEADLINE-COUNT            PIC 9(6) VALUE ZERO.
       01  RESOLVED-DISPUTE-COUNT       PIC 9(6) VALUE ZERO.
       01  PROVISIONAL-CREDIT-TOTAL     PIC 9(11)V99 VALUE ZERO.
       01  AMOUNT-EDIT                  PIC -ZZZ.ZZZ.ZZ9,99.
       01  DAYS-EDIT                    PIC ZZZ9.
       01  DAYS-LEFT-EDIT               PIC ZZZ9.
       01  TOTAL-EDIT                   PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           DISPLAY "START DSPTRPT".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-BUSINESS-DATES.
           DISPLAY "OPEN DISPUTES AT " RUN-DATE.
           DISPLAY "  DISPUTE  ACCOUNT TXN  POSTED  "
               "           CREDIT RSN  OPENED   OPEN DEADLINE LEFT".
           OPEN INPUT DISPUTE-FILE.
           PERFORM READ-DISPUTE.
           PERFORM REPORT-ONE-DISPUTE UNTIL END-OF-DISPUTE-FILE.
           CLOSE DISPUTE-FILE.
           MOVE PROVISIONAL-CREDIT-TOTAL TO TOTAL-EDIT.
           DISPLAY "  OPEN: " OPEN-DISPUTE-COUNT
               " PROVISIONAL CREDIT " TOTAL-EDIT.
           DISPLAY "  OVERDUE: " OVERDUE-DISPUTE-COUNT
               " NO DEADLINE: " NO-DEADLINE-COUNT
               " RESOLVED ON FILE: " RESOLVED-DISPUTE-COUNT.
           IF OVERDUE-DISPUTE-COUNT > ZERO
               OR NO-DEADLINE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
       PROG-EX.
           DISPLAY "END DSPTRPT".
           EXIT PROGRAM.
      *
      * REPORT-ONE-DISPUTE - ONE LINE PER OPEN DISPUTE; A RESOLVED
      * ONE IS ONLY COUNTED.
      *
       REPORT-ONE-DISPUTE SECTION.
           IF NOT DISPUTE-OPEN
               ADD 1 TO RESOLVED-DISPUTE-COUNT
               GO TO REPORT-ONE-DISPUTE-NEXT
           END-IF.
           ADD 1 TO OPEN-DISPUTE-COUNT.
           ADD DISPUTE-AMOUNT TO PROVISIONAL-CREDIT-TOTAL.
           MOVE ZERO TO DAYS-OPEN.
           MOVE ZERO TO DAYS-LEFT.
           PERFORM COUNT-ONE-BUSINESS-DAY
               VARYING BUSINESS-DATE-IDX FROM 1 BY 1
               UNTIL BUSINESS-DATE-IDX > BUSINESS-DATE-COUNT.
           MOVE SPACES TO DISPUTE-MARK.
           IF DISPUTE-DEADLINE-DATE = ZERO
               MOVE "NO DATE" TO DISPUTE-MARK
               ADD 1 TO NO-DEADLINE-COUNT
           ELSE
               IF DISPUTE-DEADLINE-DATE < RUN-DATE
                   MOVE "OVERDUE" TO DISPUTE-MARK
                   ADD 1 TO OVERDUE-DISPUTE-COUNT
               END-IF
           END-IF.
           MOVE DISPUTE-AMOUNT TO AMOUNT-EDIT.
           MOVE DAYS-OPEN TO DAYS-EDIT.
           MOVE DAYS-LEFT TO DAYS-LEFT-EDIT.
           DISPLAY "  " DISPUTE-NUMBER
               " " DISPUTE-ACCOUNT-KEY
               "   " DISPUTE-TXN-NUMBER
               " " DISPUTE-POSTED-DATE
               " " AMOUNT-EDIT
               " " DISPUTE-REASON
               " " DISPUTE-OPENED-DATE
               " " DAYS-EDIT
               " " DISPUTE-DEADLINE-DATE
               " " DAYS-LEFT-EDIT
               " " DISPUTE-MARK.
       REPORT-ONE-DISPUTE-NEXT.
           PERFORM READ-DISPUTE.
       EXIT.
      *
       COUNT-ONE-BUSINESS-DAY SECTION.
           IF BUSINESS-TABLE-DATE(BUSINESS-DATE-IDX)
                   > DISPUTE-OPENED-DATE
               AND BUSINESS-TABLE-DATE(BUSINESS-DATE-IDX)
                   NOT > RUN-DATE
               ADD 1 TO DAYS-OPEN
           END-IF.
           IF BUSINESS-TABLE-DATE(BUSINESS-DATE-IDX) > RUN-DATE
               AND BUSINESS-TABLE-DATE(BUSINESS-DATE-IDX)
                   NOT > DISPUTE-DEADLINE-DATE
               ADD 1 TO DAYS-LEFT
           END-IF.
       EXIT.
      *
       LOAD-BUSINESS-DATES SECTION.
           OPEN INPUT BUSINESS-CALENDAR.
           PERFORM READ-BUSINESS-CALENDAR.
           PERFORM LOAD-ONE-BUSINESS-DATE
               UNTIL END-OF-BUSINESS-CALENDAR
               OR BUSINESS-DATE-COUNT = 1500.
           CLOSE BUSINESS-CALENDAR.
       EXIT.
      *
       LOAD-ONE-BUSINESS-DATE SECTION.
           IF CALENDAR-DAY-TYPE = "B"
               ADD 1 TO BUSINESS-DATE-COUNT
               MOVE CALENDAR-DATE TO
                   BUSINESS-TABLE-DATE(BUSINESS-DATE-COUNT)
           END-IF.
           PERFORM READ-BUSINESS-CALENDAR.
       EXIT.
      *
       READ-BUSINESS-CALENDAR SECTION.
           READ BUSINESS-CALENDAR
               AT END
                   SET END-OF-BUSINESS-CALENDAR TO TRUE
           END-READ.
       EXIT.
      *
       READ-DISPUTE SECTION.
           READ DISPUTE-FILE
               AT END
                   SET END-OF-DISPUTE-FILE TO TRUE
           END-READ.
       EXIT.
      *
       END PROGRAM DSPTRPT.
