      * CLOSING PERIOD AGAINST THE PRIOR ONE IN ABSOLUTE AND
      * PERCENTAGE TERMS, A SIMPLE TREND OVER THE LAST N PERIODS,
      * AND A WARNING LINE WHEN THE SWING EXCEEDS THE THRESHOLD.
      * THE PARAMETER MASTER, OR SYSIN WHERE NO ROW IS IN FORCE,
      * CARRIES THE WARNING THRESHOLD IN WHOLE PERCENT (DEFAULT 10)
      * AND THE TREND LENGTH (DEFAULT 6).
      *
      * THE BUDGET-VERSUS-ACTUAL SECTION CLOSES THE LAST GAP: THE
      * CLOSING PERIOD'S PER-STATUS ACTUALS, ROLLED UP FROM THE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DAILY-STATISTICS-FILE ASSIGN TO "DAILYSTAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * PARAMETER-MASTER - THE EFFECTIVE-DATED SETTINGS FILE. A
      * SETTING WITH A ROW IN FORCE ON THE RUN DATE OVERRIDES THE
      * PROGRAM'S OWN DEFAULT; WITH NONE THE DEFAULT STANDS.
           SELECT OPTIONAL PARAMETER-MASTER ASSIGN TO "PARMMAST"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-HISTORY-FILE
       FD  DAILY-STATISTICS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DAILYSTATS.
      *
       FD  PARAMETER-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY PARMMASTER.
      *
       WORKING-STORAGE SECTION.
       01  PERIOD-HISTORY-SWITCH        PIC X VALUE "N".
         88      END-OF-PERIOD-HISTORY       VALUE "Y".
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
       01  VARIANCE-THRESHOLD-PCT       PIC 9(3) VALUE ZERO.
       01  TREND-PERIOD-COUNT           PIC 9(2) VALUE ZERO.
      *
        05       FILLER PIC X VALUE "C".
        05       FILLER PIC 9(8) VALUE ZERO.
        05       FILLER PIC S9(11)V99 VALUE ZERO.
        05       FILLER PIC X VALUE "T".
        05       FILLER PIC 9(8) VALUE ZERO.
        05       FILLER PIC S9(11)V99 VALUE ZERO.
       01  ACTUAL-STATUS-TABLE REDEFINES ACTUAL-STATUS-TABLE-VALUES.
        05       ACTUAL-STATUS-ENTRY OCCURS 6 TIMES.
         10      ACTUAL-STAT-TYPE        PIC X.
         10      ACTUAL-STAT-COUNT       PIC 9(8).
         10      ACTUAL-STAT-AMOUNT      PIC S9(11)V99.
       01  BUDGET-DEVIATION-PCT         PIC S9(5)V99 VALUE ZERO.
       01  BUDGET-DEVIATION-MAG         PIC 9(5)V99 VALUE ZERO.
       01  BUDGET-ROWS-JUDGED           PIC 9(4) VALUE ZERO.
      *
      * PARAMETER-LOOKUP WORK FIELDS - THE SETTING ASKED FOR, AND
      * THE ROW IN FORCE FOR IT ON THE RUN DATE IF THERE IS ONE.
      * KEEP IN STEP WITH THE SAME FIELDS IN TEST.
       01  PARAMETER-MASTER-SWITCH      PIC X VALUE "N".
         88      END-OF-PARAMETER-MASTER    VALUE "Y".
       01  PARM-LOOKUP-NAME             PIC X(24) VALUE SPACES.
       01  PARM-LOOKUP-SWITCH           PIC X VALUE "N".
         88      PARM-LOOKUP-FOUND          VALUE "Y".
       01  PARM-LOOKUP-EFFECTIVE-DATE   PIC 9(8) VALUE ZERO.
       01  PARM-LOOKUP-VALUE            PIC 9(9)V99 VALUE ZERO.
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
       MAIN SECTION.
      *
           DISPLAY "START VARRPT".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT VARIANCE-THRESHOLD-PCT FROM SYSIN.
           ACCEPT TREND-PERIOD-COUNT FROM SYSIN.
           MOVE "VARIANCE-THRESHOLD-PCT" TO PARM-LOOKUP-NAME.
           PERFORM LOOK-UP-PARAMETER.
           IF PARM-LOOKUP-FOUND
               MOVE PARM-LOOKUP-VALUE TO VARIANCE-THRESHOLD-PCT
           END-IF.
           MOVE "TREND-PERIOD-COUNT" TO PARM-LOOKUP-NAME.
           PERFORM LOOK-UP-PARAMETER.
           IF PARM-LOOKUP-FOUND
               MOVE PARM-LOOKUP-VALUE TO TREND-PERIOD-COUNT
           END-IF.
           IF VARIANCE-THRESHOLD-PCT = ZERO
               MOVE 10 TO VARIANCE-THRESHOLD-PCT
           END-IF.
           IF STAT-PERIOD-WORK = CLOSING-PERIOD-ID
               PERFORM FOLD-ONE-STATISTIC
                   VARYING ACTUAL-STATUS-IDX FROM 1 BY 1
                   UNTIL ACTUAL-STATUS-IDX > 6
           END-IF.
           PERFORM READ-DAILY-STATISTIC.
       EXIT.
           ADD 1 TO BUDGET-ROWS-JUDGED.
           PERFORM FIND-ACTUAL-FOR-BUDGET
               VARYING ACTUAL-STATUS-IDX FROM 1 BY 1
               UNTIL ACTUAL-STATUS-IDX > 6
               OR ACTUAL-STAT-TYPE(ACTUAL-STATUS-IDX)
                   = BUDGET-STAT-TYPE.
           IF ACTUAL-STATUS-IDX > 6
               DISPLAY "  STATUS " BUDGET-STAT-TYPE
                   " PLANNED BUT NOT A TRACKED STATUS"
               GO TO JUDGE-ONE-BUDGET-ROW-NEXT
                   SET END-OF-PERIOD-HISTORY TO TRUE
           END-READ.
       EXIT.
      *
      * LOOK-UP-PARAMETER - FINDS THE PARAMETER-MASTER ROW IN FORCE
      * ON THE RUN DATE FOR THIS PROGRAM AND PARM-LOOKUP-NAME: THE
      * LATEST EFFECTIVE DATE NOT AFTER THE RUN DATE, AND OF TWO
      * ROWS FOR THE SAME DATE THE LATER FILED. A MISSING FILE OR NO
      * SUCH ROW LEAVES PARM-LOOKUP-FOUND OFF AND THE CALLER'S
      * DEFAULT STANDS. KEEP IN STEP WITH THE SAME SECTION IN TEST.
      *
       LOOK-UP-PARAMETER SECTION.
           MOVE "N" TO PARM-LOOKUP-SWITCH.
           MOVE ZERO TO PARM-LOOKUP-EFFECTIVE-DATE.
           MOVE ZERO TO PARM-LOOKUP-VALUE.
           MOVE "N" TO PARAMETER-MASTER-SWITCH.
           OPEN INPUT PARAMETER-MASTER.
           PERFORM READ-PARAMETER-MASTER.
           PERFORM MATCH-ONE-PARAMETER-ROW
               UNTIL END-OF-PARAMETER-MASTER.
           CLOSE PARAMETER-MASTER.
           IF PARM-LOOKUP-FOUND
               DISPLAY "PARMMAST " PARM-LOOKUP-NAME " EFFECTIVE "
                   PARM-LOOKUP-EFFECTIVE-DATE
           END-IF.
       EXIT.
      *
       MATCH-ONE-PARAMETER-ROW SECTION.
           IF PARM-MASTER-PROGRAM NOT = "VARRPT"
               OR PARM-MASTER-NAME NOT = PARM-LOOKUP-NAME
               OR PARM-MASTER-EFFECTIVE-DATE NOT NUMERIC
               OR PARM-MASTER-VALUE NOT NUMERIC
               GO TO MATCH-ONE-PARAMETER-ROW-NEXT
           END-IF.
           IF PARM-MASTER-EFFECTIVE-DATE NOT > RUN-DATE
               AND PARM-MASTER-EFFECTIVE-DATE
                   NOT < PARM-LOOKUP-EFFECTIVE-DATE
               SET PARM-LOOKUP-FOUND TO TRUE
               MOVE PARM-MASTER-EFFECTIVE-DATE
                   TO PARM-LOOKUP-EFFECTIVE-DATE
               MOVE PARM-MASTER-VALUE TO PARM-LOOKUP-VALUE
           END-IF.
       MATCH-ONE-PARAMETER-ROW-NEXT.
           PERFORM READ-PARAMETER-MASTER.
       EXIT.
      *
       READ-PARAMETER-MASTER SECTION.
           READ PARAMETER-MASTER
               AT END
                   SET END-OF-PARAMETER-MASTER TO TRUE
           END-READ.
       EXIT.
      *
       END PROGRAM VARRPT.
