       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTTRK.
      *
      *
      * OPERATIONS-ALERT TRACKING. OPSBOARD PRINTS THE DAY'S OPSALERT
      * RECORDS BUT NOTHING RECORDED WHETHER ANYONE ACTED ON THEM, AND
      * THE NEXT RUN OF TEST STARTS THE FILE AFRESH - A SEVERITY-8
      * TRIAL-BALANCE BREAK COULD SCROLL OFF UNNOTICED. THIS DAILY
      * JOB TAKES EVERY NEW OPSALERT RECORD INTO THE ALRTREG REGISTER
      * AS AN OPEN ALERT WITH ITS OWN ID, APPLIES THE OPERATORS'
      * ACKNOWLEDGMENT CARDS, AND CARRIES EVERY UNACKNOWLEDGED ALERT
      * FORWARD WITH ITS AGE IN BUSINESS DAYS. AN ALERT LEFT OPEN FOR
      * THE RE-RAISE AGE HAS ITS SEVERITY RAISED ONE BAND AND IS
      * RE-ISSUED TO OPSALERT, AND AGAIN EACH TIME IT DOUBLES THAT
      * AGE; AN OPEN ALERT AT THE SEVERE BAND IS REPORTED AS BLOCKING
      * THE STREAM AND ENDS THE JOB RC 8 SO THE DOWNSTREAM JOBS HOLD.
      *
      * AN ACKNOWLEDGMENT CARD NAMES THE ALERT ID, THE OPERATOR AND
      * THE ACTION TAKEN. THE OPERATOR MUST BE ON OPERAUTH AND NOT
      * LOCKED, AND EVERY DECISION GOES TO THE AUDITLOG TRAIL. THE
      * RE-RAISE AGE COMES FROM THE PARAMETER MASTER, ELSE THE SYSIN
      * CARD, ELSE THREE BUSINESS DAYS.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATIONS-ALERT-FILE ASSIGN TO "OPSALERT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ALERT-REGISTER ASSIGN TO "ALRTREG"
               ORGANIZATION IS LINE SEQUENTIAL.
      * ALERT-INTAKE-CONTROL - HOW MUCH OF TODAY'S OPSALERT IS
      * ALREADY ON THE REGISTER, SO A SECOND RUN IN THE SAME DAY
      * TAKES IN ONLY WHAT WAS WRITTEN SINCE.
           SELECT OPTIONAL ALERT-INTAKE-CONTROL ASSIGN TO "ALRTCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
      * ACKNOWLEDGMENT-CARDS - ONE CARD PER ALERT ACTED ON.
           SELECT OPTIONAL ACKNOWLEDGMENT-CARDS ASSIGN TO "ALERTACK"
               ORGANIZATION IS LINE SEQUENTIAL.
      * KEEP THIS LAYOUT IN STEP WITH OPERATOR-AUTH-RECORD IN TEST.
           SELECT OPERATOR-AUTH-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL.
      * AUDIT-LOG-FILE - THE SAME CHAIN DISCIPLINE ACCTMNT FOLLOWS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-CALENDAR ASSIGN TO "BUSIDAYS"
               ORGANIZATION IS LINE SEQUENTIAL.
      * PARAMETER-MASTER - THE EFFECTIVE-DATED SETTINGS FILE. A
      * SETTING WITH A ROW IN FORCE ON THE RUN DATE OVERRIDES THE
      * PROGRAM'S OWN DEFAULT; WITH NONE THE DEFAULT STANDS.
           SELECT OPTIONAL PARAMETER-MASTER ASSIGN TO "PARMMAST"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * KEEP THIS LAYOUT IN STEP WITH OPERATIONS-ALERT-RECORD IN
      * TEST.
       FD  OPERATIONS-ALERT-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPERATIONS-ALERT-RECORD.
        05       ALERT-REASON-CODE       PIC X(8).
        05       ALERT-SEVERITY          PIC 9(2).
        05       ALERT-DETAIL            PIC X(60).
      *
       FD  ALERT-REGISTER
           LABEL RECORDS ARE STANDARD.
           COPY ALERTREGISTER.
      *
      * THE FIRST OPSALERT RECORD IS KEPT WITH THE COUNT: IF TODAY'S
      * FILE NO LONGER STARTS WITH IT, OR IS SHORTER THAN THE COUNT,
      * TEST HAS STARTED IT AFRESH AND ALL OF IT IS NEW.
       FD  ALERT-INTAKE-CONTROL
           LABEL RECORDS ARE STANDARD.
       01  ALERT-INTAKE-RECORD.
        05       INTAKE-DATE             PIC 9(8).
        05       INTAKE-RECORD-COUNT     PIC 9(6).
        05       INTAKE-LAST-SEQUENCE    PIC 9(4).
        05       INTAKE-FIRST-ALERT      PIC X(70).
      *
       FD  ACKNOWLEDGMENT-CARDS
           LABEL RECORDS ARE STANDARD.
       01  ACKNOWLEDGMENT-CARD.
        05       CARD-ALERT-ID           PIC X(12).
        05       CARD-OPERATOR-ID        PIC X(8).
        05       CARD-ACTION-NOTE        PIC X(40).
        05       FILLER                  PIC X(20).
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
      * KEEP THIS LAYOUT IN STEP WITH BUSINESS-CALENDAR-RECORD IN
      * TEST.
       FD  BUSINESS-CALENDAR
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-CALENDAR-RECORD.
        05       CALENDAR-DATE           PIC 9(8).
        05       CALENDAR-DAY-TYPE       PIC X.
      *
       FD  PARAMETER-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY PARMMASTER.
      *
       WORKING-STORAGE SECTION.
       01  ALERT-FILE-SWITCH            PIC X VALUE "N".
         88      END-OF-ALERTS              VALUE "Y".
       01  ALERT-REGISTER-SWITCH        PIC X VALUE "N".
         88      END-OF-ALERT-REGISTER      VALUE "Y".
       01  INTAKE-CONTROL-SWITCH        PIC X VALUE "N".
         88      END-OF-INTAKE-CONTROL      VALUE "Y".
       01  ACKNOWLEDGMENT-CARDS-SWITCH  PIC X VALUE "N".
         88      END-OF-ACKNOWLEDGMENT-CARDS VALUE "Y".
       01  OPERATOR-AUTH-SWITCH         PIC X VALUE "N".
         88      END-OF-OPERATOR-AUTH       VALUE "Y".
       01  AUDIT-LOG-READ-SWITCH        PIC X VALUE "N".
         88      END-OF-AUDIT-LOG            VALUE "Y".
       01  BUSINESS-CALENDAR-SWITCH     PIC X VALUE "N".
         88      END-OF-BUSINESS-CALENDAR   VALUE "Y".
       01  OPERATOR-FOUND-SWITCH        PIC X VALUE "N".
         88      OPERATOR-ON-FILE            VALUE "Y".
       01  OPERATOR-LOCKED-SWITCH       PIC X VALUE "N".
         88      OPERATOR-LOCKED             VALUE "Y".
       01  CARD-REFUSED-SWITCH          PIC X VALUE "N".
         88      CARD-REFUSED                VALUE "Y".
       01  CARD-REFUSAL-REASON          PIC X(20) VALUE SPACES.
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
       01  RERAISE-AGE-DAYS             PIC 9(4) VALUE ZERO.
      *
      * THE REGISTER, LOADED WHOLE SO IT CAN BE REWRITTEN. AN
      * ACKNOWLEDGED ALERT STAYS ON IT, WITH ITS NOTE, FOR THE
      * RETENTION AGE AND IS THEN DROPPED - THE AUDITLOG KEEPS WHO
      * ACKNOWLEDGED IT.
       01  ALERT-TABLE.
        05       ALERT-ENTRY OCCURS 500 TIMES.
         10      AT-ID.
          15     AT-ID-DATE              PIC 9(8).
          15     AT-ID-SEQUENCE          PIC 9(4).
         10      AT-STATE                PIC X.
          88     AT-OPEN                     VALUE "O".
          88     AT-ACKNOWLEDGED             VALUE "A".
         10      AT-REASON-CODE          PIC X(8).
         10      AT-ORIGINAL-SEVERITY    PIC 9(2).
         10      AT-SEVERITY             PIC 9(2).
         10      AT-RAISE-COUNT          PIC 9(2).
         10      AT-AGE-DAYS             PIC 9(4).
         10      AT-DETAIL               PIC X(60).
         10      AT-ACK-OPERATOR         PIC X(8).
         10      AT-ACK-DATE             PIC 9(8).
         10      AT-ACK-NOTE             PIC X(40).
         10      AT-ACK-AGE-DAYS         PIC 9(4).
         10      AT-ACKED-TODAY-FLAG     PIC X.
       01  ALERT-COUNT                  PIC 9(4) VALUE ZERO.
       01  ALERT-IDX                    PIC 9(4) VALUE 1.
       01  ALERT-FOUND-IDX              PIC 9(4) VALUE ZERO.
       01  ALERT-OVERFLOW-COUNT         PIC 9(8) VALUE ZERO.
       01  ACKED-RETENTION-DAYS         PIC 9(4) VALUE 20.
      *
      * TODAY'S OPSALERT AGAINST WHAT WAS TAKEN IN BEFORE.
       01  INTAKE-SKIP-COUNT            PIC 9(6) VALUE ZERO.
       01  INTAKE-SEQUENCE              PIC 9(4) VALUE ZERO.
       01  OPSALERT-RECORD-COUNT        PIC 9(6) VALUE ZERO.
       01  OPSALERT-FIRST-ALERT         PIC X(70) VALUE SPACES.
       01  ALERTS-TAKEN-IN-COUNT        PIC 9(6) VALUE ZERO.
      *
       01  BUSINESS-DATE-TABLE.
        05       BUSINESS-DATE-ENTRY OCCURS 1500 TIMES.
         10      BUSINESS-TABLE-DATE     PIC 9(8).
       01  BUSINESS-DATE-COUNT          PIC 9(4) VALUE ZERO.
       01  BUSINESS-DATE-IDX            PIC 9(4) VALUE 1.
      *
      * ONE BAND IS EIGHT SEVERITY POINTS; THE SEVERE BAND STARTS
      * AT 16, THE SAME LINE OPSBOARD DRAWS FOR A RED VERDICT.
       01  SEVERITY-BAND-STEP           PIC 9(2) VALUE 8.
       01  SEVERITY-CEILING             PIC 9(2) VALUE 24.
       01  BLOCKING-SEVERITY            PIC 9(2) VALUE 16.
       01  RERAISE-DUE-AGE              PIC 9(6) VALUE ZERO.
       01  CARDS-APPLIED-COUNT          PIC 9(8) VALUE ZERO.
       01  CARDS-REPEATED-COUNT         PIC 9(8) VALUE ZERO.
       01  CARDS-REFUSED-COUNT          PIC 9(8) VALUE ZERO.
       01  ALERTS-RAISED-COUNT          PIC 9(4) VALUE ZERO.
       01  OPEN-ALERT-COUNT             PIC 9(4) VALUE ZERO.
       01  BLOCKING-ALERT-COUNT         PIC 9(4) VALUE ZERO.
       01  ALERTS-DROPPED-COUNT         PIC 9(4) VALUE ZERO.
      *
      * AUDIT-CHAIN WORK FIELDS - RE-ESTABLISHED FROM THE TRAIL
      * BEFORE THE OPEN EXTEND SO THE CHAIN CONTINUES UNBROKEN.
       01  AUDIT-SEQUENCE-NUMBER        PIC 9(8) VALUE ZERO.
       01  AUDIT-DATA-ENTRY-COUNT       PIC 9(8) VALUE ZERO.
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
      *
       MAIN SECTION.
      *
           DISPLAY "START ALERTTRK".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RERAISE-AGE-DAYS FROM SYSIN.
           MOVE "RERAISE-AGE-DAYS" TO PARM-LOOKUP-NAME.
           PERFORM LOOK-UP-PARAMETER.
           IF PARM-LOOKUP-FOUND
               MOVE PARM-LOOKUP-VALUE TO RERAISE-AGE-DAYS
           END-IF.
           IF RERAISE-AGE-DAYS = ZERO
               MOVE 3 TO RERAISE-AGE-DAYS
           END-IF.
           PERFORM LOAD-BUSINESS-DATES.
           PERFORM LOAD-ALERT-REGISTER.
           PERFORM READ-INTAKE-CONTROL.
           PERFORM TAKE-IN-NEW-ALERTS.
      * A REGISTER PAST THE TABLE CANNOT BE REWRITTEN WITHOUT LOSING
      * THE ALERTS PAST IT. THE RUN REFUSES BEFORE ANYTHING IS
      * TOUCHED, AND THE NEXT RUN TAKES TODAY'S ALERTS IN AGAIN.
           IF ALERT-OVERFLOW-COUNT > ZERO
               DISPLAY "ALRTREG EXCEEDS THE TABLE BY "
                   ALERT-OVERFLOW-COUNT " ALERTS - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           PERFORM ESTABLISH-AUDIT-SEQUENCE.
           OPEN EXTEND AUDIT-LOG-FILE.
           OPEN INPUT ACKNOWLEDGMENT-CARDS.
           PERFORM READ-ACKNOWLEDGMENT-CARD.
           PERFORM APPLY-ONE-ACKNOWLEDGMENT
               UNTIL END-OF-ACKNOWLEDGMENT-CARDS.
           CLOSE ACKNOWLEDGMENT-CARDS.
           PERFORM WRITE-AUDIT-TRAILER.
           CLOSE AUDIT-LOG-FILE.
           OPEN EXTEND OPERATIONS-ALERT-FILE.
           PERFORM AGE-ONE-ALERT
               VARYING ALERT-IDX FROM 1 BY 1
               UNTIL ALERT-IDX > ALERT-COUNT.
           CLOSE OPERATIONS-ALERT-FILE.
           PERFORM PRINT-OPEN-ALERTS.
           PERFORM REWRITE-ALERT-REGISTER.
           PERFORM WRITE-INTAKE-CONTROL.
           DISPLAY "ALERTS TAKEN IN:        " ALERTS-TAKEN-IN-COUNT.
           DISPLAY "ACKNOWLEDGMENTS APPLIED: " CARDS-APPLIED-COUNT.
           DISPLAY "ACKNOWLEDGMENTS REFUSED: " CARDS-REFUSED-COUNT.
           DISPLAY "ALERTS RAISED:          " ALERTS-RAISED-COUNT.
           DISPLAY "ALERTS STILL OPEN:      " OPEN-ALERT-COUNT.
           DISPLAY "ALERTS BLOCKING:        " BLOCKING-ALERT-COUNT.
           IF CARDS-REFUSED-COUNT > ZERO
               OR ALERTS-RAISED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF BLOCKING-ALERT-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       PROG-EX.
           DISPLAY "END ALERTTRK".
           EXIT PROGRAM.
      *
       LOAD-ALERT-REGISTER SECTION.
           OPEN INPUT ALERT-REGISTER.
           PERFORM READ-ALERT-REGISTER.
           PERFORM LOAD-ONE-REGISTERED-ALERT
               UNTIL END-OF-ALERT-REGISTER.
           CLOSE ALERT-REGISTER.
       EXIT.
      *
       LOAD-ONE-REGISTERED-ALERT SECTION.
           IF ALERT-COUNT = 500
               ADD 1 TO ALERT-OVERFLOW-COUNT
               GO TO LOAD-ONE-REGISTERED-ALERT-NEXT
           END-IF.
           ADD 1 TO ALERT-COUNT.
           MOVE ALERT-REG-ID TO AT-ID(ALERT-COUNT).
           MOVE ALERT-REG-STATE TO AT-STATE(ALERT-COUNT).
           MOVE ALERT-REG-REASON-CODE TO AT-REASON-CODE(ALERT-COUNT).
           MOVE ALERT-REG-ORIGINAL-SEVERITY
               TO AT-ORIGINAL-SEVERITY(ALERT-COUNT).
           MOVE ALERT-REG-SEVERITY TO AT-SEVERITY(ALERT-COUNT).
           MOVE ALERT-REG-RAISE-COUNT TO AT-RAISE-COUNT(ALERT-COUNT).
           MOVE ALERT-REG-AGE-DAYS TO AT-AGE-DAYS(ALERT-COUNT).
           MOVE ALERT-REG-DETAIL TO AT-DETAIL(ALERT-COUNT).
           MOVE ALERT-REG-ACK-OPERATOR
               TO AT-ACK-OPERATOR(ALERT-COUNT).
           MOVE ALERT-REG-ACK-DATE TO AT-ACK-DATE(ALERT-COUNT).
           MOVE ALERT-REG-ACK-NOTE TO AT-ACK-NOTE(ALERT-COUNT).
           MOVE ZERO TO AT-ACK-AGE-DAYS(ALERT-COUNT).
           MOVE "N" TO AT-ACKED-TODAY-FLAG(ALERT-COUNT).
       LOAD-ONE-REGISTERED-ALERT-NEXT.
           PERFORM READ-ALERT-REGISTER.
       EXIT.
      *
      * READ-INTAKE-CONTROL - WITH NO CONTROL RECORD ALL OF OPSALERT
      * IS NEW. THE COUNT STANDS WHATEVER ITS DATE - ON A DAY TEST
      * HAS NOT RUN, OPSALERT STILL HOLDS WHAT WAS TAKEN IN LAST
      * TIME - BUT TODAY'S IDS START AT ONE ON A NEW DATE.
      *
       READ-INTAKE-CONTROL SECTION.
           MOVE ZERO TO INTAKE-SKIP-COUNT.
           MOVE ZERO TO INTAKE-SEQUENCE.
           OPEN INPUT ALERT-INTAKE-CONTROL.
           READ ALERT-INTAKE-CONTROL
               AT END
                   SET END-OF-INTAKE-CONTROL TO TRUE
           END-READ.
           CLOSE ALERT-INTAKE-CONTROL.
           IF END-OF-INTAKE-CONTROL
               MOVE SPACES TO ALERT-INTAKE-RECORD
               GO TO READ-INTAKE-CONTROL-EX
           END-IF.
           MOVE INTAKE-RECORD-COUNT TO INTAKE-SKIP-COUNT.
           IF INTAKE-DATE = RUN-DATE
               MOVE INTAKE-LAST-SEQUENCE TO INTAKE-SEQUENCE
           END-IF.
       READ-INTAKE-CONTROL-EX.
       EXIT.
      *
      * TAKE-IN-NEW-ALERTS - THE RECORDS PAST THE ONES ALREADY TAKEN
      * IN BECOME OPEN ALERTS WITH THE NEXT IDS OF THE DAY.
      *
       TAKE-IN-NEW-ALERTS SECTION.
           MOVE ZERO TO OPSALERT-RECORD-COUNT.
           MOVE SPACES TO OPSALERT-FIRST-ALERT.
           MOVE "N" TO ALERT-FILE-SWITCH.
           OPEN INPUT OPERATIONS-ALERT-FILE.
           PERFORM READ-ALERT-RECORD.
           IF NOT END-OF-ALERTS
               MOVE OPERATIONS-ALERT-RECORD TO OPSALERT-FIRST-ALERT
           END-IF.
           IF OPSALERT-FIRST-ALERT NOT = INTAKE-FIRST-ALERT
               MOVE ZERO TO INTAKE-SKIP-COUNT
           END-IF.
           PERFORM TAKE-IN-ONE-ALERT UNTIL END-OF-ALERTS.
           CLOSE OPERATIONS-ALERT-FILE.
      * A FILE SHORTER THAN WHAT WAS TAKEN IN WAS STARTED AFRESH
      * AND REFILLED WITH FEWER RECORDS; READ IT AGAIN FROM THE TOP.
           IF OPSALERT-RECORD-COUNT < INTAKE-SKIP-COUNT
               MOVE ZERO TO INTAKE-SKIP-COUNT
               MOVE ZERO TO OPSALERT-RECORD-COUNT
               MOVE "N" TO ALERT-FILE-SWITCH
               OPEN INPUT OPERATIONS-ALERT-FILE
               PERFORM READ-ALERT-RECORD
               PERFORM TAKE-IN-ONE-ALERT UNTIL END-OF-ALERTS
               CLOSE OPERATIONS-ALERT-FILE
           END-IF.
       EXIT.
      *
       TAKE-IN-ONE-ALERT SECTION.
           ADD 1 TO OPSALERT-RECORD-COUNT.
           IF OPSALERT-RECORD-COUNT NOT > INTAKE-SKIP-COUNT
               GO TO TAKE-IN-ONE-ALERT-NEXT
           END-IF.
           IF ALERT-COUNT = 500
               ADD 1 TO ALERT-OVERFLOW-COUNT
               GO TO TAKE-IN-ONE-ALERT-NEXT
           END-IF.
           ADD 1 TO ALERT-COUNT.
           ADD 1 TO INTAKE-SEQUENCE.
           ADD 1 TO ALERTS-TAKEN-IN-COUNT.
           MOVE RUN-DATE TO AT-ID-DATE(ALERT-COUNT).
           MOVE INTAKE-SEQUENCE TO AT-ID-SEQUENCE(ALERT-COUNT).
           SET AT-OPEN(ALERT-COUNT) TO TRUE.
           MOVE ALERT-REASON-CODE TO AT-REASON-CODE(ALERT-COUNT).
           IF ALERT-SEVERITY NOT NUMERIC
               MOVE ZERO TO ALERT-SEVERITY
           END-IF.
           MOVE ALERT-SEVERITY TO AT-ORIGINAL-SEVERITY(ALERT-COUNT).
           MOVE ALERT-SEVERITY TO AT-SEVERITY(ALERT-COUNT).
           MOVE ZERO TO AT-RAISE-COUNT(ALERT-COUNT).
           MOVE ZERO TO AT-AGE-DAYS(ALERT-COUNT).
           MOVE ALERT-DETAIL TO AT-DETAIL(ALERT-COUNT).
           MOVE SPACES TO AT-ACK-OPERATOR(ALERT-COUNT).
           MOVE ZERO TO AT-ACK-DATE(ALERT-COUNT).
           MOVE SPACES TO AT-ACK-NOTE(ALERT-COUNT).
           MOVE ZERO TO AT-ACK-AGE-DAYS(ALERT-COUNT).
           MOVE "N" TO AT-ACKED-TODAY-FLAG(ALERT-COUNT).
       TAKE-IN-ONE-ALERT-NEXT.
           PERFORM READ-ALERT-RECORD.
       EXIT.
      *
      * APPLY-ONE-ACKNOWLEDGMENT - THE ID MUST NAME AN ALERT ON THE
      * REGISTER, THE OPERATOR MUST BE ON OPERAUTH AND NOT LOCKED,
      * AND THE CARD MUST SAY WHAT WAS DONE. A CARD FOR AN ALERT THE
      * SAME OPERATOR ALREADY ACKNOWLEDGED IS A REPEAT AND IS PASSED
      * OVER; ANOTHER OPERATOR CANNOT ACKNOWLEDGE IT OVER THEM. THE
      * FIRST FAILURE NAMES THE REFUSAL REASON.
      *
       APPLY-ONE-ACKNOWLEDGMENT SECTION.
           MOVE "N" TO CARD-REFUSED-SWITCH.
           MOVE SPACES TO CARD-REFUSAL-REASON.
           IF CARD-ALERT-ID NOT NUMERIC
               SET CARD-REFUSED TO TRUE
               MOVE "ALERT ID INVALID" TO CARD-REFUSAL-REASON
               GO TO APPLY-ONE-ACKNOWLEDGMENT-DECIDE
           END-IF.
           IF CARD-OPERATOR-ID = SPACES
               SET CARD-REFUSED TO TRUE
               MOVE "NO OPERATOR" TO CARD-REFUSAL-REASON
               GO TO APPLY-ONE-ACKNOWLEDGMENT-DECIDE
           END-IF.
           PERFORM LOCATE-CARD-OPERATOR.
           IF NOT OPERATOR-ON-FILE
               SET CARD-REFUSED TO TRUE
               MOVE "UNKNOWN OPERATOR" TO CARD-REFUSAL-REASON
               GO TO APPLY-ONE-ACKNOWLEDGMENT-DECIDE
           END-IF.
           IF OPERATOR-LOCKED
               SET CARD-REFUSED TO TRUE
               MOVE "OPERATOR LOCKED" TO CARD-REFUSAL-REASON
               GO TO APPLY-ONE-ACKNOWLEDGMENT-DECIDE
           END-IF.
           IF CARD-ACTION-NOTE = SPACES
               SET CARD-REFUSED TO TRUE
               MOVE "NO ACTION NOTE" TO CARD-REFUSAL-REASON
               GO TO APPLY-ONE-ACKNOWLEDGMENT-DECIDE
           END-IF.
           MOVE ZERO TO ALERT-FOUND-IDX.
           PERFORM MATCH-ONE-ALERT
               VARYING ALERT-IDX FROM 1 BY 1
               UNTIL ALERT-IDX > ALERT-COUNT.
           IF ALERT-FOUND-IDX = ZERO
               SET CARD-REFUSED TO TRUE
               MOVE "NO SUCH ALERT" TO CARD-REFUSAL-REASON
               GO TO APPLY-ONE-ACKNOWLEDGMENT-DECIDE
           END-IF.
           IF AT-ACKNOWLEDGED(ALERT-FOUND-IDX)
               IF AT-ACK-OPERATOR(ALERT-FOUND-IDX) = CARD-OPERATOR-ID
                   ADD 1 TO CARDS-REPEATED-COUNT
                   GO TO APPLY-ONE-ACKNOWLEDGMENT-NEXT
               END-IF
               SET CARD-REFUSED TO TRUE
               MOVE "ALREADY ACKNOWLEDGED" TO CARD-REFUSAL-REASON
               GO TO APPLY-ONE-ACKNOWLEDGMENT-DECIDE
           END-IF.
           SET AT-ACKNOWLEDGED(ALERT-FOUND-IDX) TO TRUE.
           MOVE CARD-OPERATOR-ID TO AT-ACK-OPERATOR(ALERT-FOUND-IDX).
           MOVE RUN-DATE TO AT-ACK-DATE(ALERT-FOUND-IDX).
           MOVE CARD-ACTION-NOTE TO AT-ACK-NOTE(ALERT-FOUND-IDX).
           MOVE "Y" TO AT-ACKED-TODAY-FLAG(ALERT-FOUND-IDX).
       APPLY-ONE-ACKNOWLEDGMENT-DECIDE.
           IF CARD-REFUSED
               ADD 1 TO CARDS-REFUSED-COUNT
               DISPLAY "ACKNOWLEDGMENT REFUSED (" CARD-REFUSAL-REASON
                   "): " CARD-ALERT-ID " " CARD-OPERATOR-ID
               MOVE "DENY" TO AUDIT-NEW-VALUE
           ELSE
               ADD 1 TO CARDS-APPLIED-COUNT
               DISPLAY "ALERT " CARD-ALERT-ID " ACKNOWLEDGED BY "
                   CARD-OPERATOR-ID ": " CARD-ACTION-NOTE
               MOVE "ACK " TO AUDIT-NEW-VALUE
           END-IF.
           MOVE "ALERTTRK" TO AUDIT-PROGRAM-NAME.
           MOVE "OPSALERT" TO AUDIT-FIELD-NAME.
           MOVE "OPEN" TO AUDIT-OLD-VALUE.
           MOVE CARD-OPERATOR-ID TO AUDIT-OPERATOR-ID.
           MOVE ZERO TO AUDIT-TXN-NUMBER.
           PERFORM WRITE-AUDIT-RECORD.
       APPLY-ONE-ACKNOWLEDGMENT-NEXT.
           PERFORM READ-ACKNOWLEDGMENT-CARD.
       EXIT.
      *
       MATCH-ONE-ALERT SECTION.
           IF AT-ID(ALERT-IDX) = CARD-ALERT-ID
               MOVE ALERT-IDX TO ALERT-FOUND-IDX
           END-IF.
       EXIT.
      *
      * AGE-ONE-ALERT - AN OPEN ALERT'S AGE IS THE BUSINESS DAYS
      * SINCE IT WAS TAKEN IN. EACH TIME THE AGE REACHES THE NEXT
      * MULTIPLE OF THE RE-RAISE AGE THE SEVERITY GOES UP ONE BAND,
      * TO THE CEILING, AND THE ALERT IS RE-ISSUED TO OPSALERT SO
      * OPSBOARD SHOWS IT AGAIN. AN ACKNOWLEDGED ALERT IS AGED FROM
      * ITS ACKNOWLEDGMENT ONLY TO DECIDE WHEN IT LEAVES THE REGISTER.
      *
       AGE-ONE-ALERT SECTION.
           MOVE ZERO TO AT-AGE-DAYS(ALERT-IDX).
           MOVE ZERO TO AT-ACK-AGE-DAYS(ALERT-IDX).
           PERFORM COUNT-OPEN-BUSINESS-DAYS
               VARYING BUSINESS-DATE-IDX FROM 1 BY 1
               UNTIL BUSINESS-DATE-IDX > BUSINESS-DATE-COUNT.
           IF NOT AT-OPEN(ALERT-IDX)
               GO TO AGE-ONE-ALERT-EX
           END-IF.
           COMPUTE RERAISE-DUE-AGE =
               RERAISE-AGE-DAYS * (AT-RAISE-COUNT(ALERT-IDX) + 1).
           IF AT-AGE-DAYS(ALERT-IDX) < RERAISE-DUE-AGE
               OR AT-SEVERITY(ALERT-IDX) NOT < SEVERITY-CEILING
               GO TO AGE-ONE-ALERT-EX
           END-IF.
           ADD 1 TO AT-RAISE-COUNT(ALERT-IDX).
           ADD SEVERITY-BAND-STEP TO AT-SEVERITY(ALERT-IDX).
           IF AT-SEVERITY(ALERT-IDX) > SEVERITY-CEILING
               MOVE SEVERITY-CEILING TO AT-SEVERITY(ALERT-IDX)
           END-IF.
           ADD 1 TO ALERTS-RAISED-COUNT.
           MOVE AT-REASON-CODE(ALERT-IDX) TO ALERT-REASON-CODE.
           MOVE AT-SEVERITY(ALERT-IDX) TO ALERT-SEVERITY.
           MOVE SPACES TO ALERT-DETAIL.
           STRING "RE-RAISED: ALERT " DELIMITED BY SIZE
               AT-ID(ALERT-IDX) DELIMITED BY SIZE
               " UNACKNOWLEDGED " DELIMITED BY SIZE
               AT-AGE-DAYS(ALERT-IDX) DELIMITED BY SIZE
               " DAYS" DELIMITED BY SIZE
               INTO ALERT-DETAIL.
           WRITE OPERATIONS-ALERT-RECORD.
           ADD 1 TO OPSALERT-RECORD-COUNT.
           DISPLAY "ALERT " AT-ID(ALERT-IDX) " RAISED TO SEVERITY "
               AT-SEVERITY(ALERT-IDX).
       AGE-ONE-ALERT-EX.
       EXIT.
      *
       COUNT-OPEN-BUSINESS-DAYS SECTION.
           IF BUSINESS-TABLE-DATE(BUSINESS-DATE-IDX) >
                   AT-ID-DATE(ALERT-IDX)
               AND BUSINESS-TABLE-DATE(BUSINESS-DATE-IDX)
                   NOT > RUN-DATE
               ADD 1 TO AT-AGE-DAYS(ALERT-IDX)
           END-IF.
           IF AT-ACKNOWLEDGED(ALERT-IDX)
               AND BUSINESS-TABLE-DATE(BUSINESS-DATE-IDX) >
                   AT-ACK-DATE(ALERT-IDX)
               AND BUSINESS-TABLE-DATE(BUSINESS-DATE-IDX)
                   NOT > RUN-DATE
               ADD 1 TO AT-ACK-AGE-DAYS(ALERT-IDX)
           END-IF.
       EXIT.
      *
      * PRINT-OPEN-ALERTS - EVERY OPEN ALERT IN THE ORDER IT ARRIVED,
      * WITH ITS AGE AND SEVERITY, THEN THE ONES AT THE SEVERE BAND
      * THAT ARE BLOCKING THE STREAM UNTIL SOMEBODY ACKNOWLEDGES
      * THEM.
      *
       PRINT-OPEN-ALERTS SECTION.
           DISPLAY "OPEN ALERTS, OLDEST FIRST:".
           PERFORM PRINT-ONE-OPEN-ALERT
               VARYING ALERT-IDX FROM 1 BY 1
               UNTIL ALERT-IDX > ALERT-COUNT.
           IF OPEN-ALERT-COUNT = ZERO
               DISPLAY "  NONE"
           END-IF.
           DISPLAY "OPEN ALERTS BLOCKING THE STREAM:".
           PERFORM PRINT-ONE-BLOCKING-ALERT
               VARYING ALERT-IDX FROM 1 BY 1
               UNTIL ALERT-IDX > ALERT-COUNT.
           IF BLOCKING-ALERT-COUNT = ZERO
               DISPLAY "  NONE"
           END-IF.
       EXIT.
      *
       PRINT-ONE-OPEN-ALERT SECTION.
           IF AT-OPEN(ALERT-IDX)
               ADD 1 TO OPEN-ALERT-COUNT
               DISPLAY "  " AT-ID(ALERT-IDX)
                   " SEV " AT-SEVERITY(ALERT-IDX)
                   " AGE " AT-AGE-DAYS(ALERT-IDX)
                   " " AT-REASON-CODE(ALERT-IDX)
                   " " AT-DETAIL(ALERT-IDX)
           END-IF.
       EXIT.
      *
       PRINT-ONE-BLOCKING-ALERT SECTION.
           IF AT-OPEN(ALERT-IDX)
               AND AT-SEVERITY(ALERT-IDX) NOT < BLOCKING-SEVERITY
               ADD 1 TO BLOCKING-ALERT-COUNT
               DISPLAY "  " AT-ID(ALERT-IDX)
                   " SEV " AT-SEVERITY(ALERT-IDX)
                   " RAISED FROM " AT-ORIGINAL-SEVERITY(ALERT-IDX)
                   " " AT-REASON-CODE(ALERT-IDX)
           END-IF.
       EXIT.
      *
       REWRITE-ALERT-REGISTER SECTION.
           OPEN OUTPUT ALERT-REGISTER.
           PERFORM WRITE-ONE-REGISTERED-ALERT
               VARYING ALERT-IDX FROM 1 BY 1
               UNTIL ALERT-IDX > ALERT-COUNT.
           CLOSE ALERT-REGISTER.
           IF ALERTS-DROPPED-COUNT > ZERO
               DISPLAY "ACKNOWLEDGED ALERTS RETIRED: "
                   ALERTS-DROPPED-COUNT
           END-IF.
       EXIT.
      *
       WRITE-ONE-REGISTERED-ALERT SECTION.
           IF AT-ACKNOWLEDGED(ALERT-IDX)
               AND AT-ACK-AGE-DAYS(ALERT-IDX) > ACKED-RETENTION-DAYS
               ADD 1 TO ALERTS-DROPPED-COUNT
               GO TO WRITE-ONE-REGISTERED-ALERT-EX
           END-IF.
           MOVE AT-ID(ALERT-IDX) TO ALERT-REG-ID.
           MOVE AT-STATE(ALERT-IDX) TO ALERT-REG-STATE.
           MOVE AT-REASON-CODE(ALERT-IDX) TO ALERT-REG-REASON-CODE.
           MOVE AT-ORIGINAL-SEVERITY(ALERT-IDX)
               TO ALERT-REG-ORIGINAL-SEVERITY.
           MOVE AT-SEVERITY(ALERT-IDX) TO ALERT-REG-SEVERITY.
           MOVE AT-RAISE-COUNT(ALERT-IDX) TO ALERT-REG-RAISE-COUNT.
           MOVE AT-AGE-DAYS(ALERT-IDX) TO ALERT-REG-AGE-DAYS.
           MOVE AT-DETAIL(ALERT-IDX) TO ALERT-REG-DETAIL.
           MOVE AT-ACK-OPERATOR(ALERT-IDX) TO ALERT-REG-ACK-OPERATOR.
           MOVE AT-ACK-DATE(ALERT-IDX) TO ALERT-REG-ACK-DATE.
           MOVE AT-ACK-NOTE(ALERT-IDX) TO ALERT-REG-ACK-NOTE.
           WRITE ALERT-REGISTER-RECORD.
       WRITE-ONE-REGISTERED-ALERT-EX.
       EXIT.
      *
      * WRITE-INTAKE-CONTROL - THE COUNT INCLUDES THE RE-ISSUES JUST
      * APPENDED, SO A LATER RUN TODAY DOES NOT TAKE THEM IN AS NEW
      * ALERTS.
      *
       WRITE-INTAKE-CONTROL SECTION.
           OPEN OUTPUT ALERT-INTAKE-CONTROL.
           MOVE RUN-DATE TO INTAKE-DATE.
           MOVE OPSALERT-RECORD-COUNT TO INTAKE-RECORD-COUNT.
           MOVE INTAKE-SEQUENCE TO INTAKE-LAST-SEQUENCE.
           MOVE OPSALERT-FIRST-ALERT TO INTAKE-FIRST-ALERT.
           IF OPSALERT-FIRST-ALERT = SPACES
               AND ALERTS-RAISED-COUNT > ZERO
               PERFORM NOTE-FIRST-REISSUE
           END-IF.
           WRITE ALERT-INTAKE-RECORD.
           CLOSE ALERT-INTAKE-CONTROL.
       EXIT.
      *
      * NOTE-FIRST-REISSUE - OPSALERT WAS EMPTY BEFORE THE RE-ISSUES,
      * SO THE FIRST OF THEM IS NOW THE FILE'S FIRST RECORD.
      *
       NOTE-FIRST-REISSUE SECTION.
           MOVE "N" TO ALERT-FILE-SWITCH.
           OPEN INPUT OPERATIONS-ALERT-FILE.
           PERFORM READ-ALERT-RECORD.
           IF NOT END-OF-ALERTS
               MOVE OPERATIONS-ALERT-RECORD TO INTAKE-FIRST-ALERT
           END-IF.
           CLOSE OPERATIONS-ALERT-FILE.
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
       READ-ALERT-RECORD SECTION.
           READ OPERATIONS-ALERT-FILE
               AT END
                   SET END-OF-ALERTS TO TRUE
           END-READ.
       EXIT.
      *
       READ-ALERT-REGISTER SECTION.
           READ ALERT-REGISTER
               AT END
                   SET END-OF-ALERT-REGISTER TO TRUE
           END-READ.
       EXIT.
      *
       READ-ACKNOWLEDGMENT-CARD SECTION.
           READ ACKNOWLEDGMENT-CARDS
               AT END
                   SET END-OF-ACKNOWLEDGMENT-CARDS TO TRUE
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
           IF PARM-MASTER-PROGRAM NOT = "ALERTTRK"
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
       END PROGRAM ALERTTRK.
