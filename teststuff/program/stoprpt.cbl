       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOPRPT.
      *
      *
      * DAILY STOP-PAYMENT REPORT. RUN AFTER THE DAILY RUN, THIS JOB
      * WALKS THE STOP-PAYMENT FILE, MARKS EXPIRED EVERY LIVE STOP
      * WHOSE EXPIRY DATE LIES BEHIND THE RUN DATE, AND LISTS ON THE
      * STOP REPORT (STOPRPT) EVERY STOP PLACED, TRIGGERED, EXPIRED
      * OR CANCELLED TODAY - A TRIGGERED STOP WITH THE NUMBER OF THE
      * PAYMENT IT REJECTED - FOLLOWED BY THE DAY'S COUNTS AND THE
      * NUMBER OF STOPS STILL LIVE. EACH STOP IS LISTED UNDER ITS
      * SHORT KEY AND ITS WIDE KEY; THE SHORT KEY IS BLANK FOR AN
      * ACCOUNT NUMBERED PAST 999.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * KEEP IN STEP WITH TEST'S SPECIAL-NAMES - SAME COPYBOOK FIELDS
      * FLOW THROUGH THIS PROGRAM AND MUST EDIT THE SAME WAY.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOP-PAYMENT-FILE ASSIGN TO "STOPPAY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STOP-WIDE-KEY
               ALTERNATE RECORD KEY IS STOP-KEY
                   WITH DUPLICATES.
      * STOP-REPORT - THE DAY'S STOP EVENTS, STOP BY STOP.
           SELECT STOP-REPORT ASSIGN TO "STOPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  STOP-PAYMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STOPRECORD.
      *
       FD  STOP-REPORT
           LABEL RECORDS ARE STANDARD.
       01  STOP-REPORT-LINE                PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  STOP-PAYMENT-SWITCH          PIC X VALUE "N".
         88      END-OF-STOP-PAYMENTS       VALUE "Y".
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
      *
       01  STOPS-EXAMINED-COUNT         PIC 9(8) VALUE ZERO.
       01  STOPS-PLACED-COUNT           PIC 9(8) VALUE ZERO.
       01  STOPS-TRIGGERED-COUNT        PIC 9(8) VALUE ZERO.
       01  STOPS-EXPIRED-COUNT          PIC 9(8) VALUE ZERO.
       01  STOPS-CANCELLED-COUNT        PIC 9(8) VALUE ZERO.
       01  STOPS-LIVE-COUNT             PIC 9(8) VALUE ZERO.
       01  STOP-LINE-EVENT              PIC X(9) VALUE SPACES.
      *
      * PRINT WORK FIELDS - SAME LINE-COUNTED, PAGE-HEADED SHAPE AS
      * TEST'S DAILY REPORT.
       01  REPORT-PAGE-NUMBER           PIC 9(4) VALUE ZERO.
       01  REPORT-LINE-COUNT            PIC 9(2) VALUE ZERO.
       01  REPORT-PAGE-DEPTH            PIC 9(2) VALUE 55.
       01  REPORT-HEADING-LINE.
        05       FILLER                  PIC X(21)
                 VALUE "STOP-PAYMENT REPORT  ".
        05       REPORT-HEADING-DATE     PIC 9(8).
        05       FILLER                  PIC X(7) VALUE "   PAGE".
        05       REPORT-HEADING-PAGE     PIC ZZZ9.
       01  REPORT-COLUMN-LINE.
        05       FILLER                  PIC X(59) VALUE
           "ACCT   WIDE KEY STOP  EVENT      T  REFERENCE       AMOUNT".
        05       FILLER                  PIC X(73) VALUE
                 " FROM      TO        EXPIRY    TXN".
       01  REPORT-BUILD-LINE            PIC X(132) VALUE SPACES.
       01  REPORT-COUNT-EDIT            PIC ZZ.ZZZ.ZZ9.
       01  REPORT-AMOUNT-EDIT           PIC Z.ZZZ.ZZ9,99.
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           DISPLAY "START STOPRPT".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN I-O STOP-PAYMENT-FILE.
           OPEN OUTPUT STOP-REPORT.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM READ-STOP-PAYMENT.
           PERFORM EXAMINE-ONE-STOP UNTIL END-OF-STOP-PAYMENTS.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE STOP-REPORT.
           CLOSE STOP-PAYMENT-FILE.
           DISPLAY "STOPS EXAMINED:   " STOPS-EXAMINED-COUNT.
           DISPLAY "STOPS PLACED:     " STOPS-PLACED-COUNT.
           DISPLAY "STOPS TRIGGERED:  " STOPS-TRIGGERED-COUNT.
           DISPLAY "STOPS EXPIRED:    " STOPS-EXPIRED-COUNT.
           DISPLAY "STOPS CANCELLED:  " STOPS-CANCELLED-COUNT.
           DISPLAY "STOPS STILL LIVE: " STOPS-LIVE-COUNT.
      *
       PROG-EX.
           DISPLAY "END STOPRPT".
           EXIT PROGRAM.
      *
      * EXAMINE-ONE-STOP - A LIVE STOP PAST ITS EXPIRY DATE IS
      * MARKED EXPIRED AS OF TODAY. A STOP PLACED TODAY GETS A
      * PLACED LINE; ONE THAT ENDED TODAY, HOWEVER IT ENDED, GETS A
      * LINE FOR THE WAY IT ENDED. A STOP PLACED AND ENDED THE SAME
      * DAY GETS BOTH.
      *
       EXAMINE-ONE-STOP SECTION.
           ADD 1 TO STOPS-EXAMINED-COUNT.
           IF STOP-ACTIVE
               AND STOP-EXPIRY-DATE < RUN-DATE
               SET STOP-EXPIRED TO TRUE
               MOVE RUN-DATE TO STOP-ENDED-DATE
               REWRITE STOP-PAYMENT-RECORD
           END-IF.
           IF STOP-PLACED-DATE = RUN-DATE
               ADD 1 TO STOPS-PLACED-COUNT
               MOVE "PLACED" TO STOP-LINE-EVENT
               PERFORM WRITE-STOP-LINE
           END-IF.
           IF STOP-ACTIVE
               ADD 1 TO STOPS-LIVE-COUNT
               GO TO EXAMINE-ONE-STOP-NEXT
           END-IF.
           IF STOP-ENDED-DATE NOT = RUN-DATE
               GO TO EXAMINE-ONE-STOP-NEXT
           END-IF.
           EVALUATE TRUE
               WHEN STOP-TRIGGERED
                   ADD 1 TO STOPS-TRIGGERED-COUNT
                   MOVE "TRIGGERED" TO STOP-LINE-EVENT
               WHEN STOP-EXPIRED
                   ADD 1 TO STOPS-EXPIRED-COUNT
                   MOVE "EXPIRED" TO STOP-LINE-EVENT
               WHEN OTHER
                   ADD 1 TO STOPS-CANCELLED-COUNT
                   MOVE "CANCELLED" TO STOP-LINE-EVENT
           END-EVALUATE.
           PERFORM WRITE-STOP-LINE.
       EXAMINE-ONE-STOP-NEXT.
           PERFORM READ-STOP-PAYMENT.
       EXIT.
      *
       WRITE-STOP-LINE SECTION.
           MOVE STOP-AMOUNT TO REPORT-AMOUNT-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING STOP-ACCOUNT-KEY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               STOP-WIDE-ACCOUNT-KEY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               STOP-NUMBER DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               STOP-LINE-EVENT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               STOP-MATCH-TYPE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               STOP-PAYMENT-REF DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               REPORT-AMOUNT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               STOP-DATE-FROM DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               STOP-DATE-TO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               STOP-EXPIRY-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               STOP-TRIGGERED-TXN DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
       EXIT.
      *
       WRITE-REPORT-TOTALS SECTION.
           MOVE SPACES TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE STOPS-PLACED-COUNT TO REPORT-COUNT-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "STOPS PLACED TODAY:     " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE STOPS-TRIGGERED-COUNT TO REPORT-COUNT-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "STOPS TRIGGERED TODAY:  " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE STOPS-EXPIRED-COUNT TO REPORT-COUNT-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "STOPS EXPIRED TODAY:    " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE STOPS-CANCELLED-COUNT TO REPORT-COUNT-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "STOPS CANCELLED TODAY:  " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE STOPS-LIVE-COUNT TO REPORT-COUNT-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "STOPS STILL LIVE:       " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
       EXIT.
      *
       WRITE-REPORT-HEADING SECTION.
           ADD 1 TO REPORT-PAGE-NUMBER.
           MOVE RUN-DATE TO REPORT-HEADING-DATE.
           MOVE REPORT-PAGE-NUMBER TO REPORT-HEADING-PAGE.
           MOVE REPORT-HEADING-LINE TO STOP-REPORT-LINE.
           WRITE STOP-REPORT-LINE AFTER ADVANCING PAGE.
           MOVE 1 TO REPORT-LINE-COUNT.
           MOVE SPACES TO STOP-REPORT-LINE.
           WRITE STOP-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE REPORT-COLUMN-LINE TO STOP-REPORT-LINE.
           WRITE STOP-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 2 TO REPORT-LINE-COUNT.
       EXIT.
      *
       WRITE-REPORT-LINE SECTION.
           IF REPORT-LINE-COUNT NOT < REPORT-PAGE-DEPTH
               PERFORM WRITE-REPORT-HEADING
           END-IF.
           MOVE REPORT-BUILD-LINE TO STOP-REPORT-LINE.
           WRITE STOP-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO REPORT-LINE-COUNT.
       EXIT.
      *
       READ-STOP-PAYMENT SECTION.
           READ STOP-PAYMENT-FILE NEXT RECORD
               AT END
                   SET END-OF-STOP-PAYMENTS TO TRUE
           END-READ.
       EXIT.
      *
       END PROGRAM STOPRPT.
