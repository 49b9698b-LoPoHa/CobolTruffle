       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMRPT.
      *
      *
      * PARAMETERS-IN-FORCE REPORT. LISTS, FOR EVERY SETTING THE
      * BATCH PROGRAMS READ FROM THE PARAMETER MASTER, THE VALUE IN
      * FORCE ON THE DATE KEYED ON SYSIN (TODAY WHEN THE CARD IS
      * BLANK): THE ROW'S EFFECTIVE DATE AND THE TWO OPERATORS WHO
      * REQUESTED AND APPROVED IT, OR THE PROGRAM'S OWN DEFAULT
      * WHERE NO ROW WAS IN FORCE. A CHANGE ALREADY APPROVED FOR A
      * LATER DATE IS SHOWN BESIDE IT, SO THE REPORT ANSWERS BOTH
      * "WHAT RAN ON THE 3RD" AND "WHAT CHANGES NEXT". ROWS FOR A
      * SETTING NO PROGRAM READS ARE COUNTED.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * KEEP IN STEP WITH TEST'S SPECIAL-NAMES.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARAMETER-MASTER ASSIGN TO "PARMMAST"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY PARMMASTER.
      *
       WORKING-STORAGE SECTION.
       01  PARAMETER-MASTER-SWITCH      PIC X VALUE "N".
         88      END-OF-PARAMETER-MASTER    VALUE "Y".
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
       01  AS-OF-CARD                   PIC X(8) VALUE SPACES.
       01  AS-OF-DATE REDEFINES AS-OF-CARD
                                        PIC 9(8).
      *
      * THE SETTINGS THE PROGRAMS LOOK UP ON PARMMAST, WITH WHAT EACH
      * PROGRAM FALLS BACK ON WHEN NO ROW IS IN FORCE. KEEP IN STEP
      * WITH THE SAME TABLE IN PARMMNT.
       01  KNOWN-PARM-TABLE-VALUES.
        05       FILLER PIC X(8)  VALUE "DORMSWP".
        05       FILLER PIC X(24) VALUE "DORMANCY-THRESHOLD-DAYS".
        05       FILLER PIC X(20) VALUE "SYSIN CARD".
        05       FILLER PIC X(8)  VALUE "SUSPCLR".
        05       FILLER PIC X(24) VALUE "AGE-ALERT-THRESHOLD".
        05       FILLER PIC X(20) VALUE "SYSIN CARD".
        05       FILLER PIC X(8)  VALUE "SUSPCLR".
        05       FILLER PIC X(24) VALUE "AMOUNT-ALERT-THRESHOLD".
        05       FILLER PIC X(20) VALUE "SYSIN CARD".
        05       FILLER PIC X(8)  VALUE "COMPLRPT".
        05       FILLER PIC X(24) VALUE "REPORTING-THRESHOLD".
        05       FILLER PIC X(20) VALUE "SYSIN CARD".
        05       FILLER PIC X(8)  VALUE "VARRPT".
        05       FILLER PIC X(24) VALUE "VARIANCE-THRESHOLD-PCT".
        05       FILLER PIC X(20) VALUE "SYSIN CARD, ELSE 10".
        05       FILLER PIC X(8)  VALUE "VARRPT".
        05       FILLER PIC X(24) VALUE "TREND-PERIOD-COUNT".
        05       FILLER PIC X(20) VALUE "SYSIN CARD, ELSE 6".
        05       FILLER PIC X(8)  VALUE "APPRAGE".
        05       FILLER PIC X(24) VALUE "ESCALATION-AGE-DAYS".
        05       FILLER PIC X(20) VALUE "SYSIN CARD".
        05       FILLER PIC X(8)  VALUE "APPRAGE".
        05       FILLER PIC X(24) VALUE "EXPIRY-LIMIT-DAYS".
        05       FILLER PIC X(20) VALUE "SYSIN CARD".
        05       FILLER PIC X(8)  VALUE "TEST".
        05       FILLER PIC X(24) VALUE "CHECKPOINT-INTERVAL".
        05       FILLER PIC X(20) VALUE "4".
        05       FILLER PIC X(8)  VALUE "TEST".
        05       FILLER PIC X(24) VALUE "HEARTBEAT-INTERVAL".
        05       FILLER PIC X(20) VALUE "10".
        05       FILLER PIC X(8)  VALUE "TEST".
        05       FILLER PIC X(24) VALUE "SI-RETRY-ATTEMPTS".
        05       FILLER PIC X(20) VALUE "3".
        05       FILLER PIC X(8)  VALUE "MSGDGST".
        05       FILLER PIC X(24) VALUE "TRAILING-DAY-COUNT".
        05       FILLER PIC X(20) VALUE "SYSIN CARD, ELSE 7".
        05       FILLER PIC X(8)  VALUE "ALERTTRK".
        05       FILLER PIC X(24) VALUE "RERAISE-AGE-DAYS".
        05       FILLER PIC X(20) VALUE "SYSIN CARD, ELSE 3".
        05       FILLER PIC X(8)  VALUE "PENDAGE".
        05       FILLER PIC X(24) VALUE "EXPIRY-LIMIT-DAYS".
        05       FILLER PIC X(20) VALUE "SYSIN CARD".
        05       FILLER PIC X(8)  VALUE "CASETRK".
        05       FILLER PIC X(24) VALUE "FILING-DEADLINE-DAYS".
        05       FILLER PIC X(20) VALUE "SYSIN CARD, ELSE 20".
        05       FILLER PIC X(8)  VALUE "DSPTMNT".
        05       FILLER PIC X(24) VALUE "RESOLVE-DEADLINE-DAYS".
        05       FILLER PIC X(20) VALUE "SYSIN CARD, ELSE 30".
        05       FILLER PIC X(8)  VALUE "ACCRUE".
        05       FILLER PIC X(24) VALUE "LOW-BALANCE-NOTICE-LEVEL".
        05       FILLER PIC X(20) VALUE "100,00".
        05       FILLER PIC X(8)  VALUE "TEST".
        05       FILLER PIC X(24) VALUE "LARGE-DEBIT-NOTICE-LEVEL".
        05       FILLER PIC X(20) VALUE "1000,00".
      * ONE ROW PER DATASET IN CAPRPT'S OWN TABLE.
        05       FILLER PIC X(8)  VALUE "CAPRPT".
        05       FILLER PIC X(24) VALUE "BIGWORK-RECORD-LIMIT".
        05       FILLER PIC X(20) VALUE "2000000".
        05       FILLER PIC X(8)  VALUE "CAPRPT".
        05       FILLER PIC X(24) VALUE "AUDITLOG-RECORD-LIMIT".
        05       FILLER PIC X(20) VALUE "5000000".
        05       FILLER PIC X(8)  VALUE "CAPRPT".
        05       FILLER PIC X(24) VALUE "STATHIST-RECORD-LIMIT".
        05       FILLER PIC X(20) VALUE "5000000".
        05       FILLER PIC X(8)  VALUE "CAPRPT".
        05       FILLER PIC X(24) VALUE "BALSNAP-RECORD-LIMIT".
        05       FILLER PIC X(20) VALUE "10000000".
        05       FILLER PIC X(8)  VALUE "CAPRPT".
        05       FILLER PIC X(24) VALUE "QUALHIST-RECORD-LIMIT".
        05       FILLER PIC X(20) VALUE "500000".
        05       FILLER PIC X(8)  VALUE "CAPRPT".
        05       FILLER PIC X(24) VALUE "RATEHIST-RECORD-LIMIT".
        05       FILLER PIC X(20) VALUE "500000".
        05       FILLER PIC X(8)  VALUE "CAPRPT".
        05       FILLER PIC X(24) VALUE "POSTEDTX-RECORD-LIMIT".
        05       FILLER PIC X(20) VALUE "10000000".
        05       FILLER PIC X(8)  VALUE "CAPRPT".
        05       FILLER PIC X(24) VALUE "MSTJRNL-RECORD-LIMIT".
        05       FILLER PIC X(20) VALUE "10000000".
        05       FILLER PIC X(8)  VALUE "CAPRPT".
        05       FILLER PIC X(24) VALUE "STEPLEDG-RECORD-LIMIT".
        05       FILLER PIC X(20) VALUE "1000000".
        05       FILLER PIC X(8)  VALUE "CAPRPT".
        05       FILLER PIC X(24) VALUE "SLAHIST-RECORD-LIMIT".
        05       FILLER PIC X(20) VALUE "500000".
        05       FILLER PIC X(8)  VALUE "CAPRPT".
        05       FILLER PIC X(24) VALUE "GLACTHIS-RECORD-LIMIT".
        05       FILLER PIC X(20) VALUE "2000000".
        05       FILLER PIC X(8)  VALUE "CAPRPT".
        05       FILLER PIC X(24) VALUE "RUNSTATS-RECORD-LIMIT".
        05       FILLER PIC X(20) VALUE "1000000".
       01  KNOWN-PARM-TABLE REDEFINES KNOWN-PARM-TABLE-VALUES.
        05       KNOWN-PARM-ENTRY OCCURS 30 TIMES.
         10      KNOWN-PARM-PROGRAM      PIC X(8).
         10      KNOWN-PARM-NAME         PIC X(24).
         10      KNOWN-PARM-DEFAULT      PIC X(20).
       01  KNOWN-PARM-COUNT             PIC 99 VALUE 30.
       01  KNOWN-PARM-IDX               PIC 99 VALUE 1.
       01  KNOWN-PARM-FOUND-IDX         PIC 99 VALUE ZERO.
      *
      * THE ROW IN FORCE FOR THE SETTING BEING REPORTED, AND THE
      * EARLIEST ROW APPROVED FOR A LATER DATE.
       01  IN-FORCE-SWITCH              PIC X VALUE "N".
         88      ROW-IN-FORCE               VALUE "Y".
       01  IN-FORCE-EFFECTIVE-DATE      PIC 9(8) VALUE ZERO.
       01  IN-FORCE-VALUE               PIC 9(9)V99 VALUE ZERO.
       01  IN-FORCE-REQUESTED-BY        PIC X(8) VALUE SPACES.
       01  IN-FORCE-APPROVED-BY         PIC X(8) VALUE SPACES.
       01  NEXT-CHANGE-SWITCH           PIC X VALUE "N".
         88      NEXT-CHANGE-FOUND          VALUE "Y".
       01  NEXT-CHANGE-DATE             PIC 9(8) VALUE ZERO.
       01  NEXT-CHANGE-VALUE            PIC 9(9)V99 VALUE ZERO.
       01  PARM-VALUE-EDIT              PIC ZZZ.ZZZ.ZZ9,99.
       01  SETTINGS-FROM-MASTER-COUNT   PIC 9(4) VALUE ZERO.
       01  SETTINGS-AT-DEFAULT-COUNT    PIC 9(4) VALUE ZERO.
       01  UNKNOWN-ROW-COUNT            PIC 9(8) VALUE ZERO.
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           DISPLAY "START PARMRPT".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AS-OF-CARD FROM SYSIN.
           IF AS-OF-CARD = SPACES
               MOVE RUN-DATE TO AS-OF-DATE
           END-IF.
           IF AS-OF-CARD NOT NUMERIC
               OR AS-OF-DATE = ZERO
               DISPLAY "AS-OF DATE INVALID: " AS-OF-CARD
                   " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           DISPLAY "PARAMETERS IN FORCE ON " AS-OF-DATE.
           PERFORM REPORT-ONE-SETTING
               VARYING KNOWN-PARM-IDX FROM 1 BY 1
               UNTIL KNOWN-PARM-IDX > KNOWN-PARM-COUNT.
           PERFORM COUNT-UNKNOWN-ROWS.
           DISPLAY "SETTINGS FROM PARMMAST:    "
               SETTINGS-FROM-MASTER-COUNT.
           DISPLAY "SETTINGS AT PROGRAM DEFAULT: "
               SETTINGS-AT-DEFAULT-COUNT.
           IF UNKNOWN-ROW-COUNT > ZERO
               DISPLAY "PARMMAST ROWS FOR NO KNOWN SETTING: "
                   UNKNOWN-ROW-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
       PROG-EX.
           DISPLAY "END PARMRPT".
           EXIT PROGRAM.
      *
      * REPORT-ONE-SETTING - ONE PASS OVER PARMMAST FOR THE SETTING:
      * THE LATEST ROW EFFECTIVE ON OR BEFORE THE AS-OF DATE (OF TWO
      * FOR THE SAME DATE THE LATER FILED, AS THE PROGRAMS CHOOSE
      * IT), AND THE EARLIEST ROW EFFECTIVE AFTER IT.
      *
       REPORT-ONE-SETTING SECTION.
           MOVE "N" TO IN-FORCE-SWITCH.
           MOVE ZERO TO IN-FORCE-EFFECTIVE-DATE.
           MOVE "N" TO NEXT-CHANGE-SWITCH.
           MOVE ZERO TO NEXT-CHANGE-DATE.
           MOVE "N" TO PARAMETER-MASTER-SWITCH.
           OPEN INPUT PARAMETER-MASTER.
           PERFORM READ-PARAMETER-MASTER.
           PERFORM JUDGE-ONE-PARAMETER-ROW
               UNTIL END-OF-PARAMETER-MASTER.
           CLOSE PARAMETER-MASTER.
           DISPLAY KNOWN-PARM-PROGRAM(KNOWN-PARM-IDX) " "
               KNOWN-PARM-NAME(KNOWN-PARM-IDX).
           IF ROW-IN-FORCE
               ADD 1 TO SETTINGS-FROM-MASTER-COUNT
               MOVE IN-FORCE-VALUE TO PARM-VALUE-EDIT
               DISPLAY "    VALUE " PARM-VALUE-EDIT
                   " EFFECTIVE " IN-FORCE-EFFECTIVE-DATE
                   " REQUESTED BY " IN-FORCE-REQUESTED-BY
                   " APPROVED BY " IN-FORCE-APPROVED-BY
           ELSE
               ADD 1 TO SETTINGS-AT-DEFAULT-COUNT
               DISPLAY "    NO ROW IN FORCE - PROGRAM DEFAULT: "
                   KNOWN-PARM-DEFAULT(KNOWN-PARM-IDX)
           END-IF.
           IF NEXT-CHANGE-FOUND
               MOVE NEXT-CHANGE-VALUE TO PARM-VALUE-EDIT
               DISPLAY "    CHANGES TO " PARM-VALUE-EDIT
                   " ON " NEXT-CHANGE-DATE
           END-IF.
       EXIT.
      *
       JUDGE-ONE-PARAMETER-ROW SECTION.
           IF PARM-MASTER-PROGRAM
                   NOT = KNOWN-PARM-PROGRAM(KNOWN-PARM-IDX)
               OR PARM-MASTER-NAME
                   NOT = KNOWN-PARM-NAME(KNOWN-PARM-IDX)
               OR PARM-MASTER-EFFECTIVE-DATE NOT NUMERIC
               OR PARM-MASTER-VALUE NOT NUMERIC
               GO TO JUDGE-ONE-PARAMETER-ROW-NEXT
           END-IF.
           IF PARM-MASTER-EFFECTIVE-DATE NOT > AS-OF-DATE
               IF PARM-MASTER-EFFECTIVE-DATE
                       NOT < IN-FORCE-EFFECTIVE-DATE
                   SET ROW-IN-FORCE TO TRUE
                   MOVE PARM-MASTER-EFFECTIVE-DATE
                       TO IN-FORCE-EFFECTIVE-DATE
                   MOVE PARM-MASTER-VALUE TO IN-FORCE-VALUE
                   MOVE PARM-MASTER-REQUESTED-BY
                       TO IN-FORCE-REQUESTED-BY
                   MOVE PARM-MASTER-APPROVED-BY
                       TO IN-FORCE-APPROVED-BY
               END-IF
               GO TO JUDGE-ONE-PARAMETER-ROW-NEXT
           END-IF.
           IF NOT NEXT-CHANGE-FOUND
               OR PARM-MASTER-EFFECTIVE-DATE NOT > NEXT-CHANGE-DATE
               SET NEXT-CHANGE-FOUND TO TRUE
               MOVE PARM-MASTER-EFFECTIVE-DATE TO NEXT-CHANGE-DATE
               MOVE PARM-MASTER-VALUE TO NEXT-CHANGE-VALUE
           END-IF.
       JUDGE-ONE-PARAMETER-ROW-NEXT.
           PERFORM READ-PARAMETER-MASTER.
       EXIT.
      *
      * COUNT-UNKNOWN-ROWS - A ROW NO PROGRAM READS IS A MIS-KEYED
      * NAME OR A SETTING WHOSE PROGRAM STOPPED READING IT; EITHER
      * WAY NOTHING IS USING IT AND SOMEBODY SHOULD KNOW.
      *
       COUNT-UNKNOWN-ROWS SECTION.
           MOVE "N" TO PARAMETER-MASTER-SWITCH.
           OPEN INPUT PARAMETER-MASTER.
           PERFORM READ-PARAMETER-MASTER.
           PERFORM CHECK-ONE-PARAMETER-ROW
               UNTIL END-OF-PARAMETER-MASTER.
           CLOSE PARAMETER-MASTER.
       EXIT.
      *
       CHECK-ONE-PARAMETER-ROW SECTION.
           MOVE ZERO TO KNOWN-PARM-FOUND-IDX.
           PERFORM MATCH-ONE-KNOWN-PARM
               VARYING KNOWN-PARM-IDX FROM 1 BY 1
               UNTIL KNOWN-PARM-IDX > KNOWN-PARM-COUNT.
           IF KNOWN-PARM-FOUND-IDX = ZERO
               ADD 1 TO UNKNOWN-ROW-COUNT
               DISPLAY "NO PROGRAM READS " PARM-MASTER-PROGRAM " "
                   PARM-MASTER-NAME
           END-IF.
           PERFORM READ-PARAMETER-MASTER.
       EXIT.
      *
       MATCH-ONE-KNOWN-PARM SECTION.
           IF KNOWN-PARM-PROGRAM(KNOWN-PARM-IDX) = PARM-MASTER-PROGRAM
               AND KNOWN-PARM-NAME(KNOWN-PARM-IDX) = PARM-MASTER-NAME
               MOVE KNOWN-PARM-IDX TO KNOWN-PARM-FOUND-IDX
           END-IF.
       EXIT.
      *
       READ-PARAMETER-MASTER SECTION.
           READ PARAMETER-MASTER
               AT END
                   SET END-OF-PARAMETER-MASTER TO TRUE
           END-READ.
       EXIT.
      *
       END PROGRAM PARMRPT.
