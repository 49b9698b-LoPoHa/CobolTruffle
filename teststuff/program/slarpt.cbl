       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLARPT.
      *
      *
      * MONTHLY SLA ATTAINMENT REPORT FOR THE SERVICE REVIEW. FOR
      * EVERY JOB ON THE JOBSLA TABLE, THE DAYS OF THE MONTH SLAMON
      * JUDGED IT ON TIME, AT RISK, LATE AND NOT RUN, THE WORST
      * MINUTES LATE, AND THE ATTAINMENT - THE SHARE OF JUDGED DAYS
      * THE DEADLINE WAS MET, AT RISK COUNTING AS MET. THE MONTH IS
      * THE YYYYMM ON THE SYSIN CARD, OR THE CURRENT ONE. WHERE
      * SLAMON JUDGED A JOB TWICE ON ONE DAY THE LATER ROW STANDS,
      * AND A DAY STILL PENDING COUNTS FOR NOTHING.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * KEEP IN STEP WITH TEST'S SPECIAL-NAMES.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-SLA-TABLE ASSIGN TO "JOBSLA"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SLA-HISTORY-FILE ASSIGN TO "SLAHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  JOB-SLA-TABLE
           LABEL RECORDS ARE STANDARD.
           COPY JOBSLA.
      *
       FD  SLA-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SLAHISTORY.
      *
       WORKING-STORAGE SECTION.
       01  JOB-SLA-SWITCH               PIC X VALUE "N".
         88      END-OF-JOB-SLA-TABLE       VALUE "Y".
       01  SLA-HISTORY-SWITCH           PIC X VALUE "N".
         88      END-OF-SLA-HISTORY         VALUE "Y".
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
       01  RUN-DATE-PARTS REDEFINES RUN-DATE.
        05       RUN-DATE-MONTH          PIC 9(6).
        05       FILLER                  PIC 9(2).
       01  REPORT-MONTH-CARD            PIC X(6) VALUE SPACES.
       01  REPORT-MONTH REDEFINES REPORT-MONTH-CARD
                                        PIC 9(6).
       01  HISTORY-DATE-PARTS.
        05       HISTORY-MONTH           PIC 9(6).
        05       HISTORY-DAY             PIC 9(2).
      *
      * ONE ENTRY PER JOB ON THE TABLE, WITH ITS JUDGMENT FOR EACH
      * DAY OF THE MONTH - SPACES WHERE NONE WAS MADE - SO A LATER
      * ROW FOR THE SAME DAY SIMPLY REPLACES AN EARLIER ONE.
       01  REPORT-JOB-TABLE.
        05       REPORT-JOB-ENTRY OCCURS 50 TIMES.
         10      RJ-PROGRAM              PIC X(8).
         10      RJ-DEADLINE             PIC 9(4).
         10      RJ-DAY-STATUS           PIC X(8) OCCURS 31 TIMES.
         10      RJ-WORST-MINUTES-LATE   PIC 9(4).
         10      RJ-ON-TIME-COUNT        PIC 9(2).
         10      RJ-AT-RISK-COUNT        PIC 9(2).
         10      RJ-LATE-COUNT           PIC 9(2).
         10      RJ-NOT-RUN-COUNT        PIC 9(2).
       01  REPORT-JOB-COUNT             PIC 99 VALUE ZERO.
       01  REPORT-JOB-IDX               PIC 99 VALUE 1.
       01  REPORT-JOB-FOUND-IDX         PIC 99 VALUE ZERO.
       01  REPORT-DAY-IDX               PIC 99 VALUE 1.
      *
       01  JUDGED-DAY-COUNT             PIC 9(2) VALUE ZERO.
       01  MET-DAY-COUNT                PIC 9(2) VALUE ZERO.
       01  ATTAINMENT-PCT               PIC 9(3)V9 VALUE ZERO.
       01  ATTAINMENT-EDIT              PIC ZZ9,9.
       01  TOTAL-JUDGED-COUNT           PIC 9(6) VALUE ZERO.
       01  TOTAL-MET-COUNT              PIC 9(6) VALUE ZERO.
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           DISPLAY "START SLARPT".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT REPORT-MONTH-CARD FROM SYSIN.
           IF REPORT-MONTH-CARD = SPACES
               MOVE RUN-DATE-MONTH TO REPORT-MONTH
           END-IF.
           IF REPORT-MONTH-CARD NOT NUMERIC
               OR REPORT-MONTH-CARD(5:2) < "01"
               OR REPORT-MONTH-CARD(5:2) > "12"
               DISPLAY "REPORT MONTH INVALID: " REPORT-MONTH-CARD
                   " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           PERFORM LOAD-JOB-SLA-TABLE.
           OPEN INPUT SLA-HISTORY-FILE.
           PERFORM READ-SLA-HISTORY.
           PERFORM NOTE-ONE-HISTORY-ROW UNTIL END-OF-SLA-HISTORY.
           CLOSE SLA-HISTORY-FILE.
           DISPLAY "COMPLETION SLA ATTAINMENT FOR " REPORT-MONTH.
           DISPLAY "  JOB      DUE  ONTIME ATRISK LATE NOTRUN"
               " WORST-LATE ATTAINMENT".
           PERFORM REPORT-ONE-JOB
               VARYING REPORT-JOB-IDX FROM 1 BY 1
               UNTIL REPORT-JOB-IDX > REPORT-JOB-COUNT.
           IF TOTAL-JUDGED-COUNT > ZERO
               COMPUTE ATTAINMENT-PCT ROUNDED =
                   TOTAL-MET-COUNT * 100 / TOTAL-JUDGED-COUNT
               MOVE ATTAINMENT-PCT TO ATTAINMENT-EDIT
               DISPLAY "STREAM ATTAINMENT: " ATTAINMENT-EDIT " PCT OF "
                   TOTAL-JUDGED-COUNT " JOB-DAYS"
           ELSE
               DISPLAY "NO JUDGED JOB-DAYS IN THE MONTH"
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
       PROG-EX.
           DISPLAY "END SLARPT".
           EXIT PROGRAM.
      *
      * LOAD-JOB-SLA-TABLE - THE TABLE SLAMON JUDGES AGAINST; ONLY
      * THE PROGRAM AND DEADLINE ARE NEEDED HERE.
      *
       LOAD-JOB-SLA-TABLE SECTION.
           OPEN INPUT JOB-SLA-TABLE.
           PERFORM READ-JOB-SLA.
           PERFORM LOAD-ONE-JOB-SLA
               UNTIL END-OF-JOB-SLA-TABLE
               OR REPORT-JOB-COUNT = 50.
           CLOSE JOB-SLA-TABLE.
       EXIT.
      *
       LOAD-ONE-JOB-SLA SECTION.
           ADD 1 TO REPORT-JOB-COUNT.
           MOVE JOB-SLA-PROGRAM TO RJ-PROGRAM(REPORT-JOB-COUNT).
           MOVE JOB-SLA-DEADLINE TO RJ-DEADLINE(REPORT-JOB-COUNT).
           PERFORM CLEAR-ONE-DAY-STATUS
               VARYING REPORT-DAY-IDX FROM 1 BY 1
               UNTIL REPORT-DAY-IDX > 31.
           MOVE ZERO TO RJ-WORST-MINUTES-LATE(REPORT-JOB-COUNT).
           MOVE ZERO TO RJ-ON-TIME-COUNT(REPORT-JOB-COUNT).
           MOVE ZERO TO RJ-AT-RISK-COUNT(REPORT-JOB-COUNT).
           MOVE ZERO TO RJ-LATE-COUNT(REPORT-JOB-COUNT).
           MOVE ZERO TO RJ-NOT-RUN-COUNT(REPORT-JOB-COUNT).
           PERFORM READ-JOB-SLA.
       EXIT.
      *
       CLEAR-ONE-DAY-STATUS SECTION.
           MOVE SPACES
               TO RJ-DAY-STATUS(REPORT-JOB-COUNT, REPORT-DAY-IDX).
       EXIT.
      *
       NOTE-ONE-HISTORY-ROW SECTION.
           IF SLA-HIST-DATE NOT NUMERIC
               GO TO NOTE-ONE-HISTORY-ROW-NEXT
           END-IF.
           MOVE SLA-HIST-DATE TO HISTORY-DATE-PARTS.
           IF HISTORY-MONTH NOT = REPORT-MONTH
               OR HISTORY-DAY < 1
               OR HISTORY-DAY > 31
               OR SLA-HIST-PENDING
               GO TO NOTE-ONE-HISTORY-ROW-NEXT
           END-IF.
           MOVE ZERO TO REPORT-JOB-FOUND-IDX.
           PERFORM MATCH-ONE-REPORT-JOB
               VARYING REPORT-JOB-IDX FROM 1 BY 1
               UNTIL REPORT-JOB-IDX > REPORT-JOB-COUNT.
           IF REPORT-JOB-FOUND-IDX = ZERO
               GO TO NOTE-ONE-HISTORY-ROW-NEXT
           END-IF.
           MOVE SLA-HIST-STATUS
               TO RJ-DAY-STATUS(REPORT-JOB-FOUND-IDX, HISTORY-DAY).
           IF SLA-HIST-MINUTES-LATE NUMERIC
               AND SLA-HIST-MINUTES-LATE >
                   RJ-WORST-MINUTES-LATE(REPORT-JOB-FOUND-IDX)
               MOVE SLA-HIST-MINUTES-LATE
                   TO RJ-WORST-MINUTES-LATE(REPORT-JOB-FOUND-IDX)
           END-IF.
       NOTE-ONE-HISTORY-ROW-NEXT.
           PERFORM READ-SLA-HISTORY.
       EXIT.
      *
       MATCH-ONE-REPORT-JOB SECTION.
           IF RJ-PROGRAM(REPORT-JOB-IDX) = SLA-HIST-PROGRAM
               MOVE REPORT-JOB-IDX TO REPORT-JOB-FOUND-IDX
           END-IF.
       EXIT.
      *
       REPORT-ONE-JOB SECTION.
           PERFORM COUNT-ONE-JOB-DAY
               VARYING REPORT-DAY-IDX FROM 1 BY 1
               UNTIL REPORT-DAY-IDX > 31.
           COMPUTE MET-DAY-COUNT =
               RJ-ON-TIME-COUNT(REPORT-JOB-IDX)
               + RJ-AT-RISK-COUNT(REPORT-JOB-IDX).
           COMPUTE JUDGED-DAY-COUNT = MET-DAY-COUNT
               + RJ-LATE-COUNT(REPORT-JOB-IDX)
               + RJ-NOT-RUN-COUNT(REPORT-JOB-IDX).
           ADD JUDGED-DAY-COUNT TO TOTAL-JUDGED-COUNT.
           ADD MET-DAY-COUNT TO TOTAL-MET-COUNT.
           IF JUDGED-DAY-COUNT = ZERO
               DISPLAY "  " RJ-PROGRAM(REPORT-JOB-IDX)
                   " " RJ-DEADLINE(REPORT-JOB-IDX)
                   " NOT JUDGED THIS MONTH"
               GO TO REPORT-ONE-JOB-EX
           END-IF.
           COMPUTE ATTAINMENT-PCT ROUNDED =
               MET-DAY-COUNT * 100 / JUDGED-DAY-COUNT.
           MOVE ATTAINMENT-PCT TO ATTAINMENT-EDIT.
           DISPLAY "  " RJ-PROGRAM(REPORT-JOB-IDX)
               " " RJ-DEADLINE(REPORT-JOB-IDX)
               "     " RJ-ON-TIME-COUNT(REPORT-JOB-IDX)
               "     " RJ-AT-RISK-COUNT(REPORT-JOB-IDX)
               "   " RJ-LATE-COUNT(REPORT-JOB-IDX)
               "     " RJ-NOT-RUN-COUNT(REPORT-JOB-IDX)
               "       " RJ-WORST-MINUTES-LATE(REPORT-JOB-IDX)
               "     " ATTAINMENT-EDIT " PCT".
       REPORT-ONE-JOB-EX.
       EXIT.
      *
       COUNT-ONE-JOB-DAY SECTION.
           EVALUATE RJ-DAY-STATUS(REPORT-JOB-IDX, REPORT-DAY-IDX)
               WHEN "ONTIME"
                   ADD 1 TO RJ-ON-TIME-COUNT(REPORT-JOB-IDX)
               WHEN "ATRISK"
                   ADD 1 TO RJ-AT-RISK-COUNT(REPORT-JOB-IDX)
               WHEN "LATE"
                   ADD 1 TO RJ-LATE-COUNT(REPORT-JOB-IDX)
               WHEN "NOTRUN"
                   ADD 1 TO RJ-NOT-RUN-COUNT(REPORT-JOB-IDX)
           END-EVALUATE.
       EXIT.
      *
       READ-JOB-SLA SECTION.
           READ JOB-SLA-TABLE
               AT END
                   SET END-OF-JOB-SLA-TABLE TO TRUE
           END-READ.
       EXIT.
      *
       READ-SLA-HISTORY SECTION.
           READ SLA-HISTORY-FILE
               AT END
                   SET END-OF-SLA-HISTORY TO TRUE
           END-READ.
       EXIT.
      *
       END PROGRAM SLARPT.
