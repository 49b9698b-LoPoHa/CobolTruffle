       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLAMON.
      *
      *
      * COMPLETION-DEADLINE MONITOR. FEEDSLA WATCHES THE FEEDS COMING
      * IN, BUT THE SERVICE LEVELS REPORTED TO THE BUSINESS ARE WHEN
      * THINGS GO OUT - THE GL FILE BY 05:00, STATEMENTS BY 06:00,
      * THE STATUS BOARD BY 06:30. FOR EVERY PROGRAM ON THE JOBSLA
      * TABLE THIS JOB READS THE DAY'S STEPLEDG ROWS AND JUDGES THE
      * STEP: ON TIME, AT RISK (ENDED, OR STILL RUNNING, INSIDE THE
      * WARNING MARGIN), LATE (ENDED AFTER THE DEADLINE, OR STARTED
      * AND NOT ENDED BY IT) OR NOT RUN (NO START BY THE DEADLINE).
      * A STEP WHOSE DEADLINE IS STILL AHEAD AND NOT YET IN THE
      * MARGIN IS PENDING. A LATE OR NOT-RUN STEP WRITES AN OPSALERT
      * RECORD; EVERY JUDGMENT IS APPENDED TO SLAHIST FOR THE
      * MONTHLY ATTAINMENT REPORT. THE DAY JUDGED IS TODAY UNLESS THE
      * SYSIN CARD NAMES AN EARLIER ONE, WHEN EVERY DEADLINE HAS
      * PASSED.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-SLA-TABLE ASSIGN TO "JOBSLA"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STEP-LEDGER ASSIGN TO "STEPLEDG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SLA-HISTORY-FILE ASSIGN TO "SLAHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERATIONS-ALERT-FILE ASSIGN TO "OPSALERT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  JOB-SLA-TABLE
           LABEL RECORDS ARE STANDARD.
           COPY JOBSLA.
      *
       FD  STEP-LEDGER
           LABEL RECORDS ARE STANDARD.
           COPY STEPLEDGER.
      *
       FD  SLA-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SLAHISTORY.
      *
      * KEEP THIS LAYOUT IN STEP WITH OPERATIONS-ALERT-RECORD IN
      * TEST.
       FD  OPERATIONS-ALERT-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPERATIONS-ALERT-RECORD.
        05       ALERT-REASON-CODE       PIC X(8).
        05       ALERT-SEVERITY          PIC 9(2).
        05       ALERT-DETAIL            PIC X(60).
      *
       WORKING-STORAGE SECTION.
       01  JOB-SLA-SWITCH               PIC X VALUE "N".
         88      END-OF-JOB-SLA-TABLE       VALUE "Y".
       01  STEP-LEDGER-SWITCH           PIC X VALUE "N".
         88      END-OF-STEP-LEDGER         VALUE "Y".
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
       01  SLA-DATE-CARD                PIC X(8) VALUE SPACES.
       01  SLA-DATE REDEFINES SLA-DATE-CARD
                                        PIC 9(8).
      * THE TIME THE MONITOR RAN, AS HHMMSSCC FROM ACCEPT FROM TIME,
      * AND IN MINUTES SINCE MIDNIGHT. ONLY A JUDGMENT OF TODAY
      * LOOKS AT IT; ON AN EARLIER DAY THE CLOCK HAS PASSED EVERY
      * DEADLINE.
       01  CLOCK-TIME                   PIC 9(8) VALUE ZERO.
       01  CLOCK-TIME-PARTS REDEFINES CLOCK-TIME.
        05       CLOCK-HOURS             PIC 9(2).
        05       CLOCK-MINUTES           PIC 9(2).
        05       FILLER                  PIC 9(4).
       01  CLOCK-MINUTE-OF-DAY          PIC 9(4) VALUE ZERO.
      *
      * THE TABLE, WITH WHAT THE STEP LEDGER SHOWED FOR EACH JOB:
      * ITS FIRST START AND FIRST CLEAN END OF THE DAY.
       01  SLA-JOB-TABLE.
        05       SLA-JOB-ENTRY OCCURS 50 TIMES.
         10      SJ-PROGRAM              PIC X(8).
         10      SJ-DEADLINE             PIC 9(4).
         10      SJ-DEADLINE-MINUTE      PIC 9(4).
         10      SJ-WARNING-MINUTES      PIC 9(3).
         10      SJ-START-SWITCH         PIC X.
          88     SJ-STARTED                  VALUE "Y".
         10      SJ-END-SWITCH           PIC X.
          88     SJ-ENDED                    VALUE "Y".
         10      SJ-END-TIME             PIC 9(8).
         10      SJ-END-TIME-PARTS REDEFINES SJ-END-TIME.
          15     SJ-END-HOURS            PIC 9(2).
          15     SJ-END-MINUTES          PIC 9(2).
          15     FILLER                  PIC 9(4).
         10      SJ-END-MINUTE           PIC 9(4).
         10      SJ-STATUS               PIC X(8).
         10      SJ-MINUTES-LATE         PIC 9(4).
       01  SLA-JOB-COUNT                PIC 99 VALUE ZERO.
       01  SLA-JOB-IDX                  PIC 99 VALUE 1.
       01  SLA-JOB-FOUND-IDX            PIC 99 VALUE ZERO.
       01  SLA-ROWS-SKIPPED-COUNT       PIC 9(4) VALUE ZERO.
       01  WARNING-START-MINUTE         PIC S9(4) VALUE ZERO.
      *
       01  ON-TIME-COUNT                PIC 9(4) VALUE ZERO.
       01  AT-RISK-COUNT                PIC 9(4) VALUE ZERO.
       01  LATE-COUNT                   PIC 9(4) VALUE ZERO.
       01  NOT-RUN-COUNT                PIC 9(4) VALUE ZERO.
       01  PENDING-COUNT                PIC 9(4) VALUE ZERO.
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           DISPLAY "START SLAMON".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT CLOCK-TIME FROM TIME.
           COMPUTE CLOCK-MINUTE-OF-DAY =
               CLOCK-HOURS * 60 + CLOCK-MINUTES.
           ACCEPT SLA-DATE-CARD FROM SYSIN.
           IF SLA-DATE-CARD = SPACES
               MOVE RUN-DATE TO SLA-DATE
           END-IF.
           IF SLA-DATE-CARD NOT NUMERIC
               OR SLA-DATE = ZERO
               OR SLA-DATE > RUN-DATE
               DISPLAY "SLA DATE INVALID: " SLA-DATE-CARD
                   " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           PERFORM LOAD-JOB-SLA-TABLE.
           IF SLA-JOB-COUNT = ZERO
               DISPLAY "JOBSLA TABLE IS EMPTY - NOTHING TO JUDGE"
               MOVE 4 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           OPEN INPUT STEP-LEDGER.
           PERFORM READ-STEP-LEDGER.
           PERFORM NOTE-ONE-STEP-ROW UNTIL END-OF-STEP-LEDGER.
           CLOSE STEP-LEDGER.
           DISPLAY "COMPLETION SLAS FOR " SLA-DATE ":".
           OPEN EXTEND SLA-HISTORY-FILE.
           OPEN EXTEND OPERATIONS-ALERT-FILE.
           PERFORM JUDGE-ONE-JOB
               VARYING SLA-JOB-IDX FROM 1 BY 1
               UNTIL SLA-JOB-IDX > SLA-JOB-COUNT.
           CLOSE OPERATIONS-ALERT-FILE.
           CLOSE SLA-HISTORY-FILE.
           DISPLAY "ON TIME: " ON-TIME-COUNT
               "  AT RISK: " AT-RISK-COUNT
               "  LATE: " LATE-COUNT
               "  NOT RUN: " NOT-RUN-COUNT
               "  PENDING: " PENDING-COUNT.
           IF LATE-COUNT > ZERO
               OR NOT-RUN-COUNT > ZERO
               OR SLA-ROWS-SKIPPED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
       PROG-EX.
           DISPLAY "END SLAMON".
           EXIT PROGRAM.
      *
      * LOAD-JOB-SLA-TABLE - A ROW WITH A DEADLINE THAT IS NOT A
      * CLOCK TIME OR A MARGIN THAT IS NOT A NUMBER IS SKIPPED AND
      * NAMED, NOT GUESSED AT.
      *
       LOAD-JOB-SLA-TABLE SECTION.
           OPEN INPUT JOB-SLA-TABLE.
           PERFORM READ-JOB-SLA.
           PERFORM LOAD-ONE-JOB-SLA
               UNTIL END-OF-JOB-SLA-TABLE
               OR SLA-JOB-COUNT = 50.
           CLOSE JOB-SLA-TABLE.
       EXIT.
      *
       LOAD-ONE-JOB-SLA SECTION.
           IF JOB-SLA-DEADLINE NOT NUMERIC
               OR JOB-SLA-WARNING-MINUTES NOT NUMERIC
               OR JOB-SLA-DEADLINE-HOURS > 23
               OR JOB-SLA-DEADLINE-MINUTES > 59
               ADD 1 TO SLA-ROWS-SKIPPED-COUNT
               DISPLAY "JOBSLA ROW SKIPPED - BAD DEADLINE OR MARGIN: "
                   JOB-SLA-PROGRAM
               GO TO LOAD-ONE-JOB-SLA-NEXT
           END-IF.
           ADD 1 TO SLA-JOB-COUNT.
           MOVE JOB-SLA-PROGRAM TO SJ-PROGRAM(SLA-JOB-COUNT).
           MOVE JOB-SLA-DEADLINE TO SJ-DEADLINE(SLA-JOB-COUNT).
           COMPUTE SJ-DEADLINE-MINUTE(SLA-JOB-COUNT) =
               JOB-SLA-DEADLINE-HOURS * 60 + JOB-SLA-DEADLINE-MINUTES.
           MOVE JOB-SLA-WARNING-MINUTES
               TO SJ-WARNING-MINUTES(SLA-JOB-COUNT).
           MOVE "N" TO SJ-START-SWITCH(SLA-JOB-COUNT).
           MOVE "N" TO SJ-END-SWITCH(SLA-JOB-COUNT).
           MOVE ZERO TO SJ-END-TIME(SLA-JOB-COUNT).
           MOVE ZERO TO SJ-END-MINUTE(SLA-JOB-COUNT).
           MOVE SPACES TO SJ-STATUS(SLA-JOB-COUNT).
           MOVE ZERO TO SJ-MINUTES-LATE(SLA-JOB-COUNT).
       LOAD-ONE-JOB-SLA-NEXT.
           PERFORM READ-JOB-SLA.
       EXIT.
      *
      * NOTE-ONE-STEP-ROW - A RERUN OR A LATER INTRADAY CYCLE ADDS
      * MORE ROWS FOR THE SAME STEP; THE SERVICE WAS DELIVERED BY THE
      * FIRST CLEAN END, SO THAT IS THE ONE JUDGED.
      *
       NOTE-ONE-STEP-ROW SECTION.
           IF STEP-LEDGER-DATE NOT = SLA-DATE
               GO TO NOTE-ONE-STEP-ROW-NEXT
           END-IF.
           MOVE ZERO TO SLA-JOB-FOUND-IDX.
           PERFORM MATCH-ONE-SLA-JOB
               VARYING SLA-JOB-IDX FROM 1 BY 1
               UNTIL SLA-JOB-IDX > SLA-JOB-COUNT.
           IF SLA-JOB-FOUND-IDX = ZERO
               GO TO NOTE-ONE-STEP-ROW-NEXT
           END-IF.
           IF STEP-LEDGER-STATUS = "S"
               SET SJ-STARTED(SLA-JOB-FOUND-IDX) TO TRUE
           END-IF.
           IF STEP-LEDGER-STATUS = "E"
               AND STEP-LEDGER-TIME NUMERIC
               IF NOT SJ-ENDED(SLA-JOB-FOUND-IDX)
                   OR STEP-LEDGER-TIME < SJ-END-TIME(SLA-JOB-FOUND-IDX)
                   SET SJ-ENDED(SLA-JOB-FOUND-IDX) TO TRUE
                   MOVE STEP-LEDGER-TIME
                       TO SJ-END-TIME(SLA-JOB-FOUND-IDX)
               END-IF
           END-IF.
       NOTE-ONE-STEP-ROW-NEXT.
           PERFORM READ-STEP-LEDGER.
       EXIT.
      *
       MATCH-ONE-SLA-JOB SECTION.
           IF SJ-PROGRAM(SLA-JOB-IDX) = STEP-LEDGER-PROGRAM
               MOVE SLA-JOB-IDX TO SLA-JOB-FOUND-IDX
           END-IF.
       EXIT.
      *
      * JUDGE-ONE-JOB - AN ENDED STEP IS JUDGED BY ITS END TIME. ONE
      * NOT ENDED IS JUDGED BY THE CLOCK: STILL AHEAD OF THE MARGIN
      * IS PENDING, INSIDE IT IS AT RISK, PAST THE DEADLINE IS LATE
      * IF IT STARTED AND NOT RUN IF IT NEVER DID.
      *
       JUDGE-ONE-JOB SECTION.
           COMPUTE WARNING-START-MINUTE =
               SJ-DEADLINE-MINUTE(SLA-JOB-IDX)
               - SJ-WARNING-MINUTES(SLA-JOB-IDX).
           IF SJ-ENDED(SLA-JOB-IDX)
               COMPUTE SJ-END-MINUTE(SLA-JOB-IDX) =
                   SJ-END-HOURS(SLA-JOB-IDX) * 60
                   + SJ-END-MINUTES(SLA-JOB-IDX)
               EVALUATE TRUE
                   WHEN SJ-END-MINUTE(SLA-JOB-IDX) >
                           SJ-DEADLINE-MINUTE(SLA-JOB-IDX)
                       MOVE "LATE" TO SJ-STATUS(SLA-JOB-IDX)
                       COMPUTE SJ-MINUTES-LATE(SLA-JOB-IDX) =
                           SJ-END-MINUTE(SLA-JOB-IDX)
                           - SJ-DEADLINE-MINUTE(SLA-JOB-IDX)
                   WHEN SJ-END-MINUTE(SLA-JOB-IDX) >
                           WARNING-START-MINUTE
                       MOVE "ATRISK" TO SJ-STATUS(SLA-JOB-IDX)
                   WHEN OTHER
                       MOVE "ONTIME" TO SJ-STATUS(SLA-JOB-IDX)
               END-EVALUATE
               GO TO JUDGE-ONE-JOB-RECORD
           END-IF.
           IF SLA-DATE = RUN-DATE
               AND CLOCK-MINUTE-OF-DAY
                   NOT > SJ-DEADLINE-MINUTE(SLA-JOB-IDX)
               IF CLOCK-MINUTE-OF-DAY > WARNING-START-MINUTE
                   MOVE "ATRISK" TO SJ-STATUS(SLA-JOB-IDX)
               ELSE
                   MOVE "PENDING" TO SJ-STATUS(SLA-JOB-IDX)
               END-IF
               GO TO JUDGE-ONE-JOB-RECORD
           END-IF.
           IF SJ-STARTED(SLA-JOB-IDX)
               MOVE "LATE" TO SJ-STATUS(SLA-JOB-IDX)
               IF SLA-DATE = RUN-DATE
                   COMPUTE SJ-MINUTES-LATE(SLA-JOB-IDX) =
                       CLOCK-MINUTE-OF-DAY
                       - SJ-DEADLINE-MINUTE(SLA-JOB-IDX)
               END-IF
           ELSE
               MOVE "NOTRUN" TO SJ-STATUS(SLA-JOB-IDX)
           END-IF.
       JUDGE-ONE-JOB-RECORD.
           EVALUATE SJ-STATUS(SLA-JOB-IDX)
               WHEN "ONTIME"
                   ADD 1 TO ON-TIME-COUNT
               WHEN "ATRISK"
                   ADD 1 TO AT-RISK-COUNT
               WHEN "LATE"
                   ADD 1 TO LATE-COUNT
                   PERFORM WRITE-SLA-ALERT
               WHEN "NOTRUN"
                   ADD 1 TO NOT-RUN-COUNT
                   PERFORM WRITE-SLA-ALERT
               WHEN OTHER
                   ADD 1 TO PENDING-COUNT
           END-EVALUATE.
           DISPLAY "  " SJ-PROGRAM(SLA-JOB-IDX)
               " DUE " SJ-DEADLINE(SLA-JOB-IDX)
               " ENDED " SJ-END-HOURS(SLA-JOB-IDX)
               SJ-END-MINUTES(SLA-JOB-IDX)
               " " SJ-STATUS(SLA-JOB-IDX)
               " MINUTES LATE " SJ-MINUTES-LATE(SLA-JOB-IDX).
           MOVE SLA-DATE TO SLA-HIST-DATE.
           MOVE SJ-PROGRAM(SLA-JOB-IDX) TO SLA-HIST-PROGRAM.
           MOVE SJ-STATUS(SLA-JOB-IDX) TO SLA-HIST-STATUS.
           MOVE SJ-DEADLINE(SLA-JOB-IDX) TO SLA-HIST-DEADLINE.
           MOVE SJ-END-TIME(SLA-JOB-IDX)(1:4) TO SLA-HIST-END-TIME.
           MOVE SJ-MINUTES-LATE(SLA-JOB-IDX) TO SLA-HIST-MINUTES-LATE.
           WRITE SLA-HISTORY-RECORD.
       EXIT.
      *
      * WRITE-SLA-ALERT - A LATE STEP IS A WARNING THE HAND-OVER
      * MUST SEE; A STEP THAT NEVER RAN IS SEVERE.
      *
       WRITE-SLA-ALERT SECTION.
           MOVE SPACES TO ALERT-DETAIL.
           IF SJ-STATUS(SLA-JOB-IDX) = "LATE"
               MOVE "SLALATE" TO ALERT-REASON-CODE
               MOVE 8 TO ALERT-SEVERITY
           END-IF.
           IF SJ-STATUS(SLA-JOB-IDX) = "LATE"
               AND SJ-ENDED(SLA-JOB-IDX)
               STRING SJ-PROGRAM(SLA-JOB-IDX) DELIMITED BY SPACE
                   " MISSED " DELIMITED BY SIZE
                   SJ-DEADLINE(SLA-JOB-IDX) DELIMITED BY SIZE
                   " DEADLINE BY " DELIMITED BY SIZE
                   SJ-MINUTES-LATE(SLA-JOB-IDX) DELIMITED BY SIZE
                   " MINUTES ON " DELIMITED BY SIZE
                   SLA-DATE DELIMITED BY SIZE
                   INTO ALERT-DETAIL
           END-IF.
           IF SJ-STATUS(SLA-JOB-IDX) = "LATE"
               AND NOT SJ-ENDED(SLA-JOB-IDX)
               STRING SJ-PROGRAM(SLA-JOB-IDX) DELIMITED BY SPACE
                   " STARTED, NOT ENDED BY " DELIMITED BY SIZE
                   SJ-DEADLINE(SLA-JOB-IDX) DELIMITED BY SIZE
                   " DEADLINE ON " DELIMITED BY SIZE
                   SLA-DATE DELIMITED BY SIZE
                   INTO ALERT-DETAIL
           END-IF.
           IF SJ-STATUS(SLA-JOB-IDX) = "NOTRUN"
               MOVE "SLANORUN" TO ALERT-REASON-CODE
               MOVE 16 TO ALERT-SEVERITY
               STRING SJ-PROGRAM(SLA-JOB-IDX) DELIMITED BY SPACE
                   " NOT STARTED BY ITS " DELIMITED BY SIZE
                   SJ-DEADLINE(SLA-JOB-IDX) DELIMITED BY SIZE
                   " DEADLINE ON " DELIMITED BY SIZE
                   SLA-DATE DELIMITED BY SIZE
                   INTO ALERT-DETAIL
           END-IF.
           WRITE OPERATIONS-ALERT-RECORD.
       EXIT.
      *
       READ-JOB-SLA SECTION.
           READ JOB-SLA-TABLE
               AT END
                   SET END-OF-JOB-SLA-TABLE TO TRUE
           END-READ.
       EXIT.
      *
       READ-STEP-LEDGER SECTION.
           READ STEP-LEDGER
               AT END
                   SET END-OF-STEP-LEDGER TO TRUE
           END-READ.
       EXIT.
      *
       END PROGRAM SLAMON.
