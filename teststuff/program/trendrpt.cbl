        05       FILLER PIC 9(8)  VALUE ZERO.
        05       FILLER PIC 9(8)  VALUE ZERO.
        05       FILLER PIC 9(8)  VALUE ZERO.
      * THE COMMIT PHASE IS CLOCKED UNDER THE MODE IT RAN IN, SO
      * KEYED AND KEY-ORDER COMMITS TREND SEPARATELY.
        05       FILLER PIC X(12) VALUE "COMMIT".
        05       FILLER PIC 9(8)  VALUE ZERO.
        05       FILLER PIC 9(8)  VALUE ZERO.
        05       FILLER PIC 9(8)  VALUE ZERO.
        05       FILLER PIC X(12) VALUE "COMMIT-SEQ".
        05       FILLER PIC 9(8)  VALUE ZERO.
        05       FILLER PIC 9(8)  VALUE ZERO.
        05       FILLER PIC 9(8)  VALUE ZERO.
       01  PHASE-TREND-TABLE REDEFINES PHASE-TREND-TABLE-VALUES.
        05       PHASE-TREND-ENTRY OCCURS 5 TIMES.
         10      PHASE-TREND-NAME        PIC X(12).
         10      PHASE-TREND-COUNT       PIC 9(8).
         10      PHASE-TREND-TOTAL       PIC 9(8).
               " RECORDED TIMINGS:".
           PERFORM REPORT-PHASE-TREND
               VARYING PHASE-TREND-IDX FROM 1 BY 1
               UNTIL PHASE-TREND-IDX > 5.
           DISPLAY "END TRENDRPT".
      *
       PROG-EX.
               RUN-STAT-SECONDS " SECONDS".
           PERFORM FOLD-STATISTIC-INTO-PHASE
               VARYING PHASE-TREND-IDX FROM 1 BY 1
               UNTIL PHASE-TREND-IDX > 5.
           PERFORM READ-RUN-STATISTIC.
       EXIT.
      *
