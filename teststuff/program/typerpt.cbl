       01  STATISTIC-DAY-COUNT          PIC 9(4) VALUE ZERO.
       01  PRIOR-STAT-DATE              PIC 9(8) VALUE ZERO.
      *
      * PER-STATUS ROLLUP ACROSS EVERY DAY ON FILE - SAME SIX
      * STATUSES TEST TALLIES.
       01  TYPE-ROLLUP-TABLE-VALUES.
        05       FILLER PIC X VALUE "P".
        05       FILLER PIC X VALUE "C".
        05       FILLER PIC 9(8) VALUE ZERO.
        05       FILLER PIC S9(9)V99 VALUE ZERO.
        05       FILLER PIC X VALUE "T".
        05       FILLER PIC 9(8) VALUE ZERO.
        05       FILLER PIC S9(9)V99 VALUE ZERO.
       01  TYPE-ROLLUP-TABLE REDEFINES TYPE-ROLLUP-TABLE-VALUES.
        05       TYPE-ROLLUP-ENTRY OCCURS 6 TIMES.
         10      TYPE-ROLLUP-TYPE        PIC X.
         10      TYPE-ROLLUP-COUNT       PIC 9(8).
         10      TYPE-ROLLUP-AMOUNT      PIC S9(9)V99.
           DISPLAY "TYPE MIX OVER " STATISTIC-DAY-COUNT " DAYS:".
           PERFORM DISPLAY-TYPE-ROLLUP
               VARYING TYPE-ROLLUP-IDX FROM 1 BY 1
               UNTIL TYPE-ROLLUP-IDX > 6.
           DISPLAY "END TYPERPT".
      *
       PROG-EX.
               " FOR " DAILY-STAT-AMOUNT.
           PERFORM ROLL-UP-STATISTIC
               VARYING TYPE-ROLLUP-IDX FROM 1 BY 1
               UNTIL TYPE-ROLLUP-IDX > 6.
           PERFORM READ-DAILY-STATISTIC.
       EXIT.
      *
