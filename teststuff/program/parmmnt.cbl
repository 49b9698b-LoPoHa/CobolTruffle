       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMMNT.
      *
      *
      * BATCH MAINTENANCE FOR THE PARAMETER MASTER. THE STREAM'S
      * THRESHOLDS AND INTERVALS USED TO LIVE ON A DOZEN SYSIN CARDS
      * AND IN COMPILED-IN VALUES, AND NOBODY COULD SAY WHAT VALUE
      * WAS IN FORCE ON A GIVEN DAY. EACH CARD ASKS FOR ONE SETTING
      * OF ONE PROGRAM TO TAKE A NEW VALUE FROM AN EFFECTIVE DATE.
      * A SETTING NEVER CHANGES ON ONE PERSON'S WORD: AN ACCEPTED
      * CARD IS QUEUED ON PENDCHG UNDER THE REQUESTING OPERATOR, AND
      * THE ROW ONLY REACHES PARMMAST WHEN A SECOND, DIFFERENT
      * OPERATOR APPLIES IT IN TEST'S REVW SESSION. A CARD FOR A
      * SETTING NO PROGRAM READS, AN EFFECTIVE DATE ALREADY PAST, OR
      * A VALUE THE PROGRAM'S FIELD CANNOT HOLD IS REFUSED. EVERY
      * DECISION GOES TO THE AUDITLOG TRAIL UNDER THE OPERATOR.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * KEEP IN STEP WITH TEST'S SPECIAL-NAMES.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * PARAMETER-CARDS - ONE CARD PER REQUESTED SETTING: THE
      * REQUESTING OPERATOR, THE PROGRAM AND PARAMETER NAME, THE
      * EFFECTIVE DATE AND THE NEW VALUE.
           SELECT PARAMETER-CARDS ASSIGN TO "PARMCARD"
               ORGANIZATION IS LINE SEQUENTIAL.
      * PENDING-CHANGES - THE SAME DUAL-CONTROL QUEUE TEST'S
      * MAINTENANCE SESSION FILLS AND ITS REVW SESSION WORKS.
           SELECT OPTIONAL PENDING-CHANGES ASSIGN TO "PENDCHG"
               ORGANIZATION IS LINE SEQUENTIAL.
      * KEEP THIS LAYOUT IN STEP WITH OPERATOR-AUTH-RECORD IN TEST.
           SELECT OPERATOR-AUTH-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL.
      * AUDIT-LOG-FILE - THE SAME CHAIN DISCIPLINE ACCTMNT FOLLOWS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-CARDS
           LABEL RECORDS ARE STANDARD.
       01  PARAMETER-CARD.
        05       CARD-OPERATOR-ID        PIC X(8).
        05       CARD-PROGRAM            PIC X(8).
        05       CARD-PARM-NAME          PIC X(24).
        05       CARD-EFFECTIVE-DATE     PIC 9(8).
        05       CARD-EFFECTIVE-DATE-X REDEFINES CARD-EFFECTIVE-DATE
                                         PIC X(8).
        05       CARD-VALUE              PIC 9(9)V99.
        05       CARD-VALUE-X REDEFINES CARD-VALUE
                                         PIC X(11).
        05       CARD-VALUE-PARTS REDEFINES CARD-VALUE.
         10      CARD-VALUE-WHOLE        PIC 9(9).
         10      CARD-VALUE-FRACTION     PIC 9(2).
        05       FILLER                  PIC X(21).
      *
      * KEEP THIS LAYOUT IN STEP WITH PENDING-CHANGE-RECORD IN TEST.
       FD  PENDING-CHANGES
           LABEL RECORDS ARE STANDARD.
       01  PENDING-CHANGE-RECORD.
        05       PEND-CHG-FIELD          PIC X(8).
        05       PEND-CHG-VALUE          PIC X(4).
        05       PEND-CHG-OPERATOR       PIC X(8).
        05       PEND-CHG-DATE           PIC 9(8).
        05       PEND-CHG-PARM-DETAIL.
         10      PEND-CHG-PARM-PROGRAM   PIC X(8).
         10      PEND-CHG-PARM-NAME      PIC X(24).
         10      PEND-CHG-PARM-EFFECTIVE PIC 9(8).
         10      PEND-CHG-PARM-VALUE     PIC 9(9)V99.
      *
       FD  OPERATOR-AUTH-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPERATOR-AUTH-RECORD.
        05       OPER-AUTH-ID            PIC X(8).
        05       OPER-AUTH-PASSWORD      PIC X(8).
        05       OPER-AUTH-LEVEL         PIC X.
        05       OPER-AUTH-PROGRAMNAME   PIC X.
        05       OPER-AUTH-LETTER-A      PIC X.
        05       OPER-AUTH-LETTER-B      PIC X.
        05       OPER-AUTH-LETTER        PIC X.
        05       OPER-AUTH-PWD-CHANGED   PIC 9(8).
        05       OPER-AUTH-FAIL-COUNT    PIC 9(2).
        05       OPER-AUTH-LOCKED        PIC X.
      *
       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITRECORD.
      *
       WORKING-STORAGE SECTION.
       01  PARAMETER-CARDS-SWITCH       PIC X VALUE "N".
         88      END-OF-PARAMETER-CARDS     VALUE "Y".
       01  OPERATOR-AUTH-SWITCH         PIC X VALUE "N".
         88      END-OF-OPERATOR-AUTH       VALUE "Y".
       01  AUDIT-LOG-READ-SWITCH        PIC X VALUE "N".
         88      END-OF-AUDIT-LOG            VALUE "Y".
       01  OPERATOR-FOUND-SWITCH        PIC X VALUE "N".
         88      OPERATOR-ON-FILE            VALUE "Y".
       01  OPERATOR-LOCKED-SWITCH       PIC X VALUE "N".
         88      OPERATOR-LOCKED             VALUE "Y".
       01  CARD-REFUSED-SWITCH          PIC X VALUE "N".
         88      CARD-REFUSED                VALUE "Y".
       01  CARDS-QUEUED-COUNT           PIC 9(8) VALUE ZERO.
       01  CARDS-REFUSED-COUNT          PIC 9(8) VALUE ZERO.
       01  CARD-REFUSAL-REASON          PIC X(20) VALUE SPACES.
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
      *
      * THE SETTINGS THE PROGRAMS LOOK UP ON PARMMAST, WITH THE
      * LARGEST VALUE EACH PROGRAM'S OWN FIELD CAN HOLD AND WHETHER
      * IT TAKES WHOLE NUMBERS ONLY ("W") OR AN AMOUNT ("A"). A NEW
      * SETTING IS ADDED HERE WHEN A PROGRAM STARTS READING IT. KEEP
      * IN STEP WITH THE SAME TABLE IN PARMRPT.
       01  KNOWN-PARM-TABLE-VALUES.
        05       FILLER PIC X(8)  VALUE "DORMSWP".
        05       FILLER PIC X(24) VALUE "DORMANCY-THRESHOLD-DAYS".
        05       FILLER PIC 9(9)V99 VALUE 9999.
        05       FILLER PIC X     VALUE "W".
        05       FILLER PIC X(8)  VALUE "SUSPCLR".
        05       FILLER PIC X(24) VALUE "AGE-ALERT-THRESHOLD".
        05       FILLER PIC 9(9)V99 VALUE 9999.
        05       FILLER PIC X     VALUE "W".
        05       FILLER PIC X(8)  VALUE "SUSPCLR".
        05       FILLER PIC X(24) VALUE "AMOUNT-ALERT-THRESHOLD".
        05       FILLER PIC 9(9)V99 VALUE 999999999,99.
        05       FILLER PIC X     VALUE "A".
        05       FILLER PIC X(8)  VALUE "COMPLRPT".
        05       FILLER PIC X(24) VALUE "REPORTING-THRESHOLD".
        05       FILLER PIC 9(9)V99 VALUE 999999999,99.
        05       FILLER PIC X     VALUE "A".
        05       FILLER PIC X(8)  VALUE "VARRPT".
        05       FILLER PIC X(24) VALUE "VARIANCE-THRESHOLD-PCT".
        05       FILLER PIC 9(9)V99 VALUE 999.
        05       FILLER PIC X     VALUE "W".
      * THE TREND CANNOT RUN LONGER THAN VARRPT'S PERIOD TABLE.
        05       FILLER PIC X(8)  VALUE "VARRPT".
        05       FILLER PIC X(24) VALUE "TREND-PERIOD-COUNT".
        05       FILLER PIC 9(9)V99 VALUE 24.
        05       FILLER PIC X     VALUE "W".
        05       FILLER PIC X(8)  VALUE "APPRAGE".
        05       FILLER PIC X(24) VALUE "ESCALATION-AGE-DAYS".
        05       FILLER PIC 9(9)V99 VALUE 9999.
        05       FILLER PIC X     VALUE "W".
        05       FILLER PIC X(8)  VALUE "APPRAGE".
        05       FILLER PIC X(24) VALUE "EXPIRY-LIMIT-DAYS".
        05       FILLER PIC 9(9)V99 VALUE 9999.
        05       FILLER PIC X     VALUE "W".
        05       FILLER PIC X(8)  VALUE "TEST".
        05       FILLER PIC X(24) VALUE "CHECKPOINT-INTERVAL".
        05       FILLER PIC 9(9)V99 VALUE 9999.
        05       FILLER PIC X     VALUE "W".
        05       FILLER PIC X(8)  VALUE "TEST".
        05       FILLER PIC X(24) VALUE "HEARTBEAT-INTERVAL".
        05       FILLER PIC 9(9)V99 VALUE 9999.
        05       FILLER PIC X     VALUE "W".
        05       FILLER PIC X(8)  VALUE "TEST".
        05       FILLER PIC X(24) VALUE "SI-RETRY-ATTEMPTS".
        05       FILLER PIC 9(9)V99 VALUE 99.
        05       FILLER PIC X     VALUE "W".
      * THE WINDOW CANNOT RUN LONGER THAN MSGDGST'S DATE TABLE.
        05       FILLER PIC X(8)  VALUE "MSGDGST".
        05       FILLER PIC X(24) VALUE "TRAILING-DAY-COUNT".
        05       FILLER PIC 9(9)V99 VALUE 31.
        05       FILLER PIC X     VALUE "W".
        05       FILLER PIC X(8)  VALUE "ALERTTRK".
        05       FILLER PIC X(24) VALUE "RERAISE-AGE-DAYS".
        05       FILLER PIC 9(9)V99 VALUE 9999.
        05       FILLER PIC X     VALUE "W".
        05       FILLER PIC X(8)  VALUE "PENDAGE".
        05       FILLER PIC X(24) VALUE "EXPIRY-LIMIT-DAYS".
        05       FILLER PIC 9(9)V99 VALUE 9999.
        05       FILLER PIC X     VALUE "W".
        05       FILLER PIC X(8)  VALUE "CASETRK".
        05       FILLER PIC X(24) VALUE "FILING-DEADLINE-DAYS".
        05       FILLER PIC 9(9)V99 VALUE 9999.
        05       FILLER PIC X     VALUE "W".
        05       FILLER PIC X(8)  VALUE "DSPTMNT".
        05       FILLER PIC X(24) VALUE "RESOLVE-DEADLINE-DAYS".
        05       FILLER PIC 9(9)V99 VALUE 9999.
        05       FILLER PIC X     VALUE "W".
        05       FILLER PIC X(8)  VALUE "ACCRUE".
        05       FILLER PIC X(24) VALUE "LOW-BALANCE-NOTICE-LEVEL".
        05       FILLER PIC 9(9)V99 VALUE 9999999,99.
        05       FILLER PIC X     VALUE "A".
        05       FILLER PIC X(8)  VALUE "TEST".
        05       FILLER PIC X(24) VALUE "LARGE-DEBIT-NOTICE-LEVEL".
        05       FILLER PIC 9(9)V99 VALUE 9999999,99.
        05       FILLER PIC X     VALUE "A".
      * ONE ROW PER DATASET IN CAPRPT'S OWN TABLE.
        05       FILLER PIC X(8)  VALUE "CAPRPT".
        05       FILLER PIC X(24) VALUE "BIGWORK-RECORD-LIMIT".
        05       FILLER PIC 9(9)V99 VALUE 999999999.
        05       FILLER PIC X     VALUE "W".
        05       FILLER PIC X(8)  VALUE "CAPRPT".
        05       FILLER PIC X(24) VALUE "AUDITLOG-RECORD-LIMIT".
        05       FILLER PIC 9(9)V99 VALUE 999999999.
        05       FILLER PIC X     VALUE "W".
        05       FILLER PIC X(8)  VALUE "CAPRPT".
        05       FILLER PIC X(24) VALUE "STATHIST-RECORD-LIMIT".
        05       FILLER PIC 9(9)V99 VALUE 999999999.
        05       FILLER PIC X     VALUE "W".
        05       FILLER PIC X(8)  VALUE "CAPRPT".
        05       FILLER PIC X(24) VALUE "BALSNAP-RECORD-LIMIT".
        05       FILLER PIC 9(9)V99 VALUE 999999999.
        05       FILLER PIC X     VALUE "W".
        05       FILLER PIC X(8)  VALUE "CAPRPT".
        05       FILLER PIC X(24) VALUE "QUALHIST-RECORD-LIMIT".
        05       FILLER PIC 9(9)V99 VALUE 999999999.
        05       FILLER PIC X     VALUE "W".
        05       FILLER PIC X(8)  VALUE "CAPRPT".
        05       FILLER PIC X(24) VALUE "RATEHIST-RECORD-LIMIT".
        05       FILLER PIC 9(9)V99 VALUE 999999999.
        05       FILLER PIC X     VALUE "W".
        05       FILLER PIC X(8)  VALUE "CAPRPT".
        05       FILLER PIC X(24) VALUE "POSTEDTX-RECORD-LIMIT".
        05       FILLER PIC 9(9)V99 VALUE 999999999.
        05       FILLER PIC X     VALUE "W".
        05       FILLER PIC X(8)  VALUE "CAPRPT".
        05       FILLER PIC X(24) VALUE "MSTJRNL-RECORD-LIMIT".
        05       FILLER PIC 9(9)V99 VALUE 999999999.
        05       FILLER PIC X     VALUE "W".
        05       FILLER PIC X(8)  VALUE "CAPRPT".
        05       FILLER PIC X(24) VALUE "STEPLEDG-RECORD-LIMIT".
        05       FILLER PIC 9(9)V99 VALUE 999999999.
        05       FILLER PIC X     VALUE "W".
        05       FILLER PIC X(8)  VALUE "CAPRPT".
        05       FILLER PIC X(24) VALUE "SLAHIST-RECORD-LIMIT".
        05       FILLER PIC 9(9)V99 VALUE 999999999.
        05       FILLER PIC X     VALUE "W".
        05       FILLER PIC X(8)  VALUE "CAPRPT".
        05       FILLER PIC X(24) VALUE "GLACTHIS-RECORD-LIMIT".
        05       FILLER PIC 9(9)V99 VALUE 999999999.
        05       FILLER PIC X     VALUE "W".
        05       FILLER PIC X(8)  VALUE "CAPRPT".
        05       FILLER PIC X(24) VALUE "RUNSTATS-RECORD-LIMIT".
        05       FILLER PIC 9(9)V99 VALUE 999999999.
        05       FILLER PIC X     VALUE "W".
       01  KNOWN-PARM-TABLE REDEFINES KNOWN-PARM-TABLE-VALUES.
        05       KNOWN-PARM-ENTRY OCCURS 30 TIMES.
         10      KNOWN-PARM-PROGRAM      PIC X(8).
         10      KNOWN-PARM-NAME         PIC X(24).
         10      KNOWN-PARM-MAXIMUM      PIC 9(9)V99.
         10      KNOWN-PARM-KIND         PIC X.
          88     KNOWN-PARM-WHOLE            VALUE "W".
       01  KNOWN-PARM-COUNT             PIC 99 VALUE 30.
       01  KNOWN-PARM-IDX               PIC 99 VALUE 1.
       01  KNOWN-PARM-FOUND-IDX         PIC 99 VALUE ZERO.
      *
      * AUDIT-CHAIN WORK FIELDS - RE-ESTABLISHED FROM THE TRAIL
      * BEFORE THE OPEN EXTEND SO THE CHAIN CONTINUES UNBROKEN.
       01  AUDIT-SEQUENCE-NUMBER        PIC 9(8) VALUE ZERO.
       01  AUDIT-DATA-ENTRY-COUNT       PIC 9(8) VALUE ZERO.
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           DISPLAY "START PARMMNT".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM ESTABLISH-AUDIT-SEQUENCE.
           OPEN EXTEND AUDIT-LOG-FILE.
           OPEN EXTEND PENDING-CHANGES.
           OPEN INPUT PARAMETER-CARDS.
           PERFORM READ-PARAMETER-CARD.
           PERFORM QUEUE-ONE-CARD UNTIL END-OF-PARAMETER-CARDS.
           CLOSE PARAMETER-CARDS.
           CLOSE PENDING-CHANGES.
           PERFORM WRITE-AUDIT-TRAILER.
           CLOSE AUDIT-LOG-FILE.
           DISPLAY "CARDS QUEUED FOR REVIEW: " CARDS-QUEUED-COUNT.
           DISPLAY "CARDS REFUSED:           " CARDS-REFUSED-COUNT.
           IF CARDS-REFUSED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "END PARMMNT".
      *
       PROG-EX.
           EXIT PROGRAM.
      *
      * QUEUE-ONE-CARD - THE OPERATOR MUST BE ON OPERAUTH AND NOT
      * LOCKED, THE SETTING ONE A PROGRAM READS, THE EFFECTIVE DATE
      * NO EARLIER THAN TODAY - A ROW BACKDATED INTO HISTORY WOULD
      * REWRITE WHAT WAS IN FORCE ON A DAY ALREADY RUN - AND THE
      * VALUE ABOVE ZERO AND WITHIN WHAT THE PROGRAM'S FIELD HOLDS.
      * THE FIRST FAILURE NAMES THE REFUSAL REASON.
      *
       QUEUE-ONE-CARD SECTION.
           MOVE "N" TO CARD-REFUSED-SWITCH.
           MOVE SPACES TO CARD-REFUSAL-REASON.
           IF CARD-OPERATOR-ID = SPACES
               SET CARD-REFUSED TO TRUE
               MOVE "NO OPERATOR" TO CARD-REFUSAL-REASON
               GO TO QUEUE-ONE-CARD-DECIDE
           END-IF.
           PERFORM LOCATE-CARD-OPERATOR.
           IF NOT OPERATOR-ON-FILE
               SET CARD-REFUSED TO TRUE
               MOVE "UNKNOWN OPERATOR" TO CARD-REFUSAL-REASON
               GO TO QUEUE-ONE-CARD-DECIDE
           END-IF.
           IF OPERATOR-LOCKED
               SET CARD-REFUSED TO TRUE
               MOVE "OPERATOR LOCKED" TO CARD-REFUSAL-REASON
               GO TO QUEUE-ONE-CARD-DECIDE
           END-IF.
           MOVE ZERO TO KNOWN-PARM-FOUND-IDX.
           PERFORM MATCH-ONE-KNOWN-PARM
               VARYING KNOWN-PARM-IDX FROM 1 BY 1
               UNTIL KNOWN-PARM-IDX > KNOWN-PARM-COUNT.
           IF KNOWN-PARM-FOUND-IDX = ZERO
               SET CARD-REFUSED TO TRUE
               MOVE "UNKNOWN PARAMETER" TO CARD-REFUSAL-REASON
               GO TO QUEUE-ONE-CARD-DECIDE
           END-IF.
           IF CARD-EFFECTIVE-DATE-X NOT NUMERIC
               OR CARD-EFFECTIVE-DATE = ZERO
               SET CARD-REFUSED TO TRUE
               MOVE "DATE INVALID" TO CARD-REFUSAL-REASON
               GO TO QUEUE-ONE-CARD-DECIDE
           END-IF.
           IF CARD-EFFECTIVE-DATE < RUN-DATE
               SET CARD-REFUSED TO TRUE
               MOVE "DATE ALREADY PAST" TO CARD-REFUSAL-REASON
               GO TO QUEUE-ONE-CARD-DECIDE
           END-IF.
           IF CARD-VALUE-X NOT NUMERIC
               OR CARD-VALUE = ZERO
               SET CARD-REFUSED TO TRUE
               MOVE "VALUE INVALID" TO CARD-REFUSAL-REASON
               GO TO QUEUE-ONE-CARD-DECIDE
           END-IF.
           IF CARD-VALUE > KNOWN-PARM-MAXIMUM(KNOWN-PARM-FOUND-IDX)
               SET CARD-REFUSED TO TRUE
               MOVE "VALUE TOO LARGE" TO CARD-REFUSAL-REASON
               GO TO QUEUE-ONE-CARD-DECIDE
           END-IF.
           IF KNOWN-PARM-WHOLE(KNOWN-PARM-FOUND-IDX)
               AND CARD-VALUE-FRACTION NOT = ZERO
               SET CARD-REFUSED TO TRUE
               MOVE "WHOLE NUMBER ONLY" TO CARD-REFUSAL-REASON
               GO TO QUEUE-ONE-CARD-DECIDE
           END-IF.
           MOVE "PARMMAST" TO PEND-CHG-FIELD.
           MOVE "SET " TO PEND-CHG-VALUE.
           MOVE CARD-OPERATOR-ID TO PEND-CHG-OPERATOR.
           MOVE RUN-DATE TO PEND-CHG-DATE.
           MOVE CARD-PROGRAM TO PEND-CHG-PARM-PROGRAM.
           MOVE CARD-PARM-NAME TO PEND-CHG-PARM-NAME.
           MOVE CARD-EFFECTIVE-DATE TO PEND-CHG-PARM-EFFECTIVE.
           MOVE CARD-VALUE TO PEND-CHG-PARM-VALUE.
           WRITE PENDING-CHANGE-RECORD.
       QUEUE-ONE-CARD-DECIDE.
           IF CARD-REFUSED
               ADD 1 TO CARDS-REFUSED-COUNT
               DISPLAY "CARD REFUSED (" CARD-REFUSAL-REASON "): "
                   CARD-OPERATOR-ID " " CARD-PROGRAM " "
                   CARD-PARM-NAME
               MOVE "DENY" TO AUDIT-NEW-VALUE
           ELSE
               ADD 1 TO CARDS-QUEUED-COUNT
               DISPLAY "QUEUED FOR SECOND-OPERATOR REVIEW: "
                   CARD-PROGRAM " " CARD-PARM-NAME
                   " FROM " CARD-EFFECTIVE-DATE
               MOVE "PEND" TO AUDIT-NEW-VALUE
           END-IF.
           MOVE "PARMMNT" TO AUDIT-PROGRAM-NAME.
           MOVE CARD-PROGRAM TO AUDIT-FIELD-NAME.
           MOVE "SET " TO AUDIT-OLD-VALUE.
           MOVE CARD-OPERATOR-ID TO AUDIT-OPERATOR-ID.
           MOVE ZERO TO AUDIT-TXN-NUMBER.
           PERFORM WRITE-AUDIT-RECORD.
           PERFORM READ-PARAMETER-CARD.
       EXIT.
      *
       MATCH-ONE-KNOWN-PARM SECTION.
           IF KNOWN-PARM-PROGRAM(KNOWN-PARM-IDX) = CARD-PROGRAM
               AND KNOWN-PARM-NAME(KNOWN-PARM-IDX) = CARD-PARM-NAME
               MOVE KNOWN-PARM-IDX TO KNOWN-PARM-FOUND-IDX
           END-IF.
       EXIT.
      *
      * LOCATE-CARD-OPERATOR - ONE PASS OVER OPERAUTH FOR THE CARD'S
      * OPERATOR; THE FILE IS A HANDFUL OF ROWS.
      *
       LOCATE-CARD-OPERATOR SECTION.
           MOVE "N" TO OPERATOR-FOUND-SWITCH.
           MOVE "N" TO OPERATOR-LOCKED-SWITCH.
           MOVE "N" TO OPERATOR-AUTH-SWITCH.
           OPEN INPUT OPERATOR-AUTH-FILE.
           PERFORM READ-OPERATOR-AUTH.
           PERFORM MATCH-ONE-OPERATOR
               UNTIL END-OF-OPERATOR-AUTH
               OR OPERATOR-ON-FILE.
           CLOSE OPERATOR-AUTH-FILE.
       EXIT.
      *
       MATCH-ONE-OPERATOR SECTION.
           IF OPER-AUTH-ID = CARD-OPERATOR-ID
               SET OPERATOR-ON-FILE TO TRUE
               IF OPER-AUTH-LOCKED = "L"
                   SET OPERATOR-LOCKED TO TRUE
               END-IF
           ELSE
               PERFORM READ-OPERATOR-AUTH
           END-IF.
       EXIT.
      *
       READ-OPERATOR-AUTH SECTION.
           READ OPERATOR-AUTH-FILE
               AT END
                   SET END-OF-OPERATOR-AUTH TO TRUE
           END-READ.
       EXIT.
      *
      * WRITE-AUDIT-RECORD / ESTABLISH-AUDIT-SEQUENCE /
      * WRITE-AUDIT-TRAILER - THE SAME CHAIN DISCIPLINE TEST AND
      * ACCTMNT APPLY.
      *
       WRITE-AUDIT-RECORD SECTION.
           ADD 1 TO AUDIT-SEQUENCE-NUMBER.
           ADD 1 TO AUDIT-DATA-ENTRY-COUNT.
           MOVE AUDIT-SEQUENCE-NUMBER TO AUDIT-SEQUENCE.
           MOVE RUN-DATE TO AUDIT-DATE.
           WRITE AUDIT-LOG-RECORD.
       EXIT.
      *
       ESTABLISH-AUDIT-SEQUENCE SECTION.
           MOVE ZERO TO AUDIT-SEQUENCE-NUMBER.
           MOVE ZERO TO AUDIT-DATA-ENTRY-COUNT.
           MOVE "N" TO AUDIT-LOG-READ-SWITCH.
           OPEN INPUT AUDIT-LOG-FILE.
           PERFORM READ-NEXT-AUDIT-ENTRY.
           PERFORM NOTE-AUDIT-CHAIN-ENTRY UNTIL END-OF-AUDIT-LOG.
           CLOSE AUDIT-LOG-FILE.
       EXIT.
      *
       NOTE-AUDIT-CHAIN-ENTRY SECTION.
           IF AUDIT-PROGRAM-NAME NOT = "*TRAILER"
               MOVE AUDIT-SEQUENCE TO AUDIT-SEQUENCE-NUMBER
               ADD 1 TO AUDIT-DATA-ENTRY-COUNT
           END-IF.
           PERFORM READ-NEXT-AUDIT-ENTRY.
       EXIT.
      *
       WRITE-AUDIT-TRAILER SECTION.
           MOVE AUDIT-SEQUENCE-NUMBER TO AUDIT-TRAILER-SEQUENCE.
           MOVE "*TRAILER" TO AUDIT-TRAILER-MARK.
           MOVE AUDIT-DATA-ENTRY-COUNT TO AUDIT-TRAILER-COUNT.
           WRITE AUDIT-TRAILER-RECORD.
       EXIT.
      *
       READ-NEXT-AUDIT-ENTRY SECTION.
           READ AUDIT-LOG-FILE
               AT END
                   SET END-OF-AUDIT-LOG TO TRUE
           END-READ.
       EXIT.
      *
       READ-PARAMETER-CARD SECTION.
           READ PARAMETER-CARDS
               AT END
                   SET END-OF-PARAMETER-CARDS TO TRUE
           END-READ.
       EXIT.
      *
       END PROGRAM PARMMNT.
