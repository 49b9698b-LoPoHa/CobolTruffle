       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASETRK.
      *
      *
      * COMPLIANCE CASE TRACKING. COMPLRPT EXTRACTS EVERY LARGE
      * POSTING AND STRUCTURING PATTERN TO COMPLEXT BUT NOTHING ON
      * FILE RECORDED WHO REVIEWED EACH ONE, WHAT THEY DECIDED, OR
      * WHETHER IT WAS FILED WITH THE REGULATOR. THIS JOB OPENS A
      * CASE ON THE CASEREG REGISTER, WITH THE NEXT CASE NUMBER, FOR
      * EVERY COMPLEXT HIT NOT ALREADY ON IT, APPLIES THE COMPLIANCE
      * TEAM'S UPDATE CARDS, AND PRINTS EVERY CASE STILL OPEN BY
      * ANALYST WITH ITS AGE IN BUSINESS DAYS AND THE DATE ITS
      * REGULATORY FILING FALLS DUE. A CASE PAST THAT DATE IS
      * REPORTED OVERDUE AND ENDS THE JOB RC 4.
      *
      * A HIT IS MATCHED ON THE WHOLE EXTRACT ROW AGAINST EVERY CASE
      * ON THE REGISTER, CLOSED ONES INCLUDED: COMPLRPT EXTRACTS THE
      * WHOLE TRAIL EACH MONTH, SO A HIT ALREADY DEALT WITH COMES
      * BACK ON EVERY EXTRACT AND MUST NOT BE OPENED AGAIN.
      *
      * AN UPDATE CARD NAMES THE CASE, THE OPERATOR AND THE ACTION -
      * ASSIGN AN ANALYST, RECORD THE ANALYST'S DECISION, OR RECORD
      * THE FILING REFERENCE. THE OPERATOR, AND AN ANALYST BEING
      * ASSIGNED, MUST BE ON OPERAUTH AS A COMPLIANCE OPERATOR AND
      * NOT LOCKED; ONLY THE CASE'S OWN ANALYST MAY DECIDE OR FILE
      * IT. EVERY DECISION ON A CARD GOES TO THE AUDITLOG TRAIL. THE
      * FILING-DEADLINE DAYS COME FROM THE PARAMETER MASTER, ELSE THE
      * SYSIN CARD, ELSE TWENTY BUSINESS DAYS.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * KEEP IN STEP WITH TEST'S SPECIAL-NAMES.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COMPLIANCE-EXTRACT ASSIGN TO "COMPLEXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CASE-REGISTER ASSIGN TO "CASEREG"
               ORGANIZATION IS LINE SEQUENTIAL.
      * CASE-UPDATE-CARDS - ONE CARD PER CHANGE TO A CASE.
           SELECT OPTIONAL CASE-UPDATE-CARDS ASSIGN TO "CASECARD"
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
       FD  COMPLIANCE-EXTRACT
           LABEL RECORDS ARE STANDARD.
           COPY COMPLIANCEEXTRACT.
      *
       FD  CASE-REGISTER
           LABEL RECORDS ARE STANDARD.
           COPY COMPLIANCECASE.
      *
      * THE ANALYST IS NAMED ON AN ASSIGN CARD, THE DECISION ON A
      * DECIDE CARD AND THE REGULATOR'S REFERENCE ON A FILE CARD.
       FD  CASE-UPDATE-CARDS
           LABEL RECORDS ARE STANDARD.
       01  CASE-UPDATE-CARD.
        05       CARD-CASE-NUMBER        PIC X(8).
        05       CARD-OPERATOR-ID        PIC X(8).
        05       CARD-ACTION             PIC X(4).
         88      CARD-ASSIGN                 VALUE "ASSN".
         88      CARD-DECIDE                 VALUE "DCDE".
         88      CARD-FILE                   VALUE "FILE".
        05       CARD-ANALYST            PIC X(8).
        05       CARD-DECISION           PIC X.
        05       CARD-FILING-REFERENCE   PIC X(16).
        05       FILLER                  PIC X(35).
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
       01  EXTRACT-FILE-SWITCH          PIC X VALUE "N".
         88      END-OF-EXTRACT             VALUE "Y".
       01  CASE-REGISTER-SWITCH         PIC X VALUE "N".
         88      END-OF-CASE-REGISTER       VALUE "Y".
       01  CASE-CARDS-SWITCH            PIC X VALUE "N".
         88      END-OF-CASE-CARDS          VALUE "Y".
       01  OPERATOR-AUTH-SWITCH         PIC X VALUE "N".
         88      END-OF-OPERATOR-AUTH       VALUE "Y".
       01  AUDIT-LOG-READ-SWITCH        PIC X VALUE "N".
         88      END-OF-AUDIT-LOG            VALUE "Y".
       01  BUSINESS-CALENDAR-SWITCH     PIC X VALUE "N".
         88      END-OF-BUSINESS-CALENDAR   VALUE "Y".
      *
      * THE OPERATOR LOOKED FOR ON OPERAUTH - THE CARD'S OPERATOR, OR
      * THE ANALYST AN ASSIGN CARD NAMES - AND WHAT WAS FOUND.
       01  OPERATOR-LOOKUP-ID           PIC X(8) VALUE SPACES.
       01  OPERATOR-FOUND-SWITCH        PIC X VALUE "N".
         88      OPERATOR-ON-FILE            VALUE "Y".
       01  OPERATOR-LOCKED-SWITCH       PIC X VALUE "N".
         88      OPERATOR-LOCKED             VALUE "Y".
       01  OPERATOR-LOOKUP-LEVEL        PIC X VALUE SPACE.
         88      OPERATOR-COMPLIANCE         VALUE "C".
       01  CARD-REFUSED-SWITCH          PIC X VALUE "N".
         88      CARD-REFUSED                VALUE "Y".
       01  CARD-REPEATED-SWITCH         PIC X VALUE "N".
         88      CARD-REPEATED               VALUE "Y".
       01  CARD-REFUSAL-REASON          PIC X(24) VALUE SPACES.
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
       01  FILING-DEADLINE-DAYS         PIC 9(4) VALUE ZERO.
      *
      * THE REGISTER, LOADED WHOLE SO IT CAN BE REWRITTEN.
       01  CASE-TABLE.
        05       CASE-ENTRY OCCURS 2000 TIMES.
         10      CT-NUMBER               PIC 9(8).
         10      CT-HIT                  PIC X(37).
         10      CT-HIT-DETAIL REDEFINES CT-HIT.
          15     CT-HIT-FLAG             PIC X(6).
          15     CT-HIT-ACCOUNT          PIC X(4).
          15     CT-HIT-DATE             PIC 9(8).
          15     CT-HIT-AMOUNT           PIC 9(11)V99.
          15     CT-HIT-AMOUNT-SIGN      PIC X.
          15     CT-HIT-POSTING-COUNT    PIC 9(4).
          15     CT-HIT-TXN-TYPE         PIC X.
         10      CT-STATUS               PIC X.
          88     CT-OPEN                     VALUE "O".
          88     CT-UNDER-REVIEW             VALUE "R".
          88     CT-AWAITING-FILING          VALUE "D".
          88     CT-CLOSED                   VALUE "C".
         10      CT-ANALYST              PIC X(8).
         10      CT-DECISION             PIC X.
         10      CT-FILING-REFERENCE     PIC X(16).
         10      CT-OPENED-DATE          PIC 9(8).
         10      CT-DEADLINE-DATE        PIC 9(8).
         10      CT-ASSIGNED-DATE        PIC 9(8).
         10      CT-DECIDED-DATE         PIC 9(8).
         10      CT-FILED-DATE           PIC 9(8).
         10      CT-CLOSED-DATE          PIC 9(8).
         10      CT-LAST-OPERATOR        PIC X(8).
         10      CT-LAST-UPDATED-DATE    PIC 9(8).
         10      CT-AGE-DAYS             PIC 9(4).
         10      CT-DAYS-LEFT            PIC 9(4).
       01  CASE-COUNT                   PIC 9(4) VALUE ZERO.
       01  CASE-IDX                     PIC 9(4) VALUE 1.
       01  CASE-FOUND-IDX               PIC 9(4) VALUE ZERO.
       01  CASE-OVERFLOW-COUNT          PIC 9(8) VALUE ZERO.
       01  HIGHEST-CASE-NUMBER          PIC 9(8) VALUE ZERO.
       01  EXTRACT-HIT                  PIC X(37) VALUE SPACES.
      *
      * THE ANALYSTS WITH A CASE OPEN, IN THE ORDER FIRST MET; THE
      * UNASSIGNED CASES PRINT FIRST UNDER A BLANK ANALYST.
       01  ANALYST-TABLE.
        05       ANALYST-ENTRY OCCURS 200 TIMES.
         10      AN-ANALYST              PIC X(8).
         10      AN-OPEN-COUNT           PIC 9(4).
         10      AN-OVERDUE-COUNT        PIC 9(4).
       01  ANALYST-COUNT                PIC 9(4) VALUE ZERO.
       01  ANALYST-IDX                  PIC 9(4) VALUE 1.
       01  ANALYST-FOUND-IDX            PIC 9(4) VALUE ZERO.
       01  ANALYST-DISPLAY              PIC X(10) VALUE SPACES.
      *
       01  BUSINESS-DATE-TABLE.
        05       BUSINESS-DATE-ENTRY OCCURS 1500 TIMES.
         10      BUSINESS-TABLE-DATE     PIC 9(8).
       01  BUSINESS-DATE-COUNT          PIC 9(4) VALUE ZERO.
       01  BUSINESS-DATE-IDX            PIC 9(4) VALUE 1.
       01  DEADLINE-DAYS-COUNTED        PIC 9(4) VALUE ZERO.
      *
       01  HITS-READ-COUNT              PIC 9(8) VALUE ZERO.
       01  HITS-ON-FILE-COUNT           PIC 9(8) VALUE ZERO.
       01  CASES-OPENED-COUNT           PIC 9(8) VALUE ZERO.
       01  CARDS-APPLIED-COUNT          PIC 9(8) VALUE ZERO.
       01  CARDS-REPEATED-COUNT         PIC 9(8) VALUE ZERO.
       01  CARDS-REFUSED-COUNT          PIC 9(8) VALUE ZERO.
       01  OPEN-CASE-COUNT              PIC 9(4) VALUE ZERO.
       01  OVERDUE-CASE-COUNT           PIC 9(4) VALUE ZERO.
       01  NO-DEADLINE-COUNT            PIC 9(4) VALUE ZERO.
       01  OVERDUE-MARK                 PIC X(8) VALUE SPACES.
       01  HIT-AMOUNT-SIGNED            PIC S9(11)V99 VALUE ZERO.
       01  AMOUNT-EDIT                  PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
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
           DISPLAY "START CASETRK".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT FILING-DEADLINE-DAYS FROM SYSIN.
           MOVE "FILING-DEADLINE-DAYS" TO PARM-LOOKUP-NAME.
           PERFORM LOOK-UP-PARAMETER.
           IF PARM-LOOKUP-FOUND
               MOVE PARM-LOOKUP-VALUE TO FILING-DEADLINE-DAYS
           END-IF.
           IF FILING-DEADLINE-DAYS = ZERO
               MOVE 20 TO FILING-DEADLINE-DAYS
           END-IF.
           PERFORM LOAD-BUSINESS-DATES.
           PERFORM LOAD-CASE-REGISTER.
           PERFORM TAKE-IN-NEW-HITS.
      * A REGISTER PAST THE TABLE CANNOT BE REWRITTEN WITHOUT LOSING
      * THE CASES PAST IT. THE RUN REFUSES BEFORE ANYTHING IS
      * TOUCHED, AND THE NEXT RUN TAKES THE NEW HITS IN AGAIN.
           IF CASE-OVERFLOW-COUNT > ZERO
               DISPLAY "CASEREG EXCEEDS THE TABLE BY "
                   CASE-OVERFLOW-COUNT " CASES - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           PERFORM ESTABLISH-AUDIT-SEQUENCE.
           OPEN EXTEND AUDIT-LOG-FILE.
           OPEN INPUT CASE-UPDATE-CARDS.
           PERFORM READ-CASE-CARD.
           PERFORM APPLY-ONE-CASE-CARD UNTIL END-OF-CASE-CARDS.
           CLOSE CASE-UPDATE-CARDS.
           PERFORM WRITE-AUDIT-TRAILER.
           CLOSE AUDIT-LOG-FILE.
           PERFORM AGE-ONE-CASE
               VARYING CASE-IDX FROM 1 BY 1
               UNTIL CASE-IDX > CASE-COUNT.
           PERFORM PRINT-OPEN-CASES.
           PERFORM REWRITE-CASE-REGISTER.
           DISPLAY "COMPLEXT HITS READ:     " HITS-READ-COUNT.
           DISPLAY "HITS ALREADY ON FILE:   " HITS-ON-FILE-COUNT.
           DISPLAY "CASES OPENED:           " CASES-OPENED-COUNT.
           DISPLAY "CARDS APPLIED:          " CARDS-APPLIED-COUNT.
           DISPLAY "CARDS REPEATED:         " CARDS-REPEATED-COUNT.
           DISPLAY "CARDS REFUSED:          " CARDS-REFUSED-COUNT.
           DISPLAY "CASES STILL OPEN:       " OPEN-CASE-COUNT.
           DISPLAY "CASES OVERDUE:          " OVERDUE-CASE-COUNT.
           IF NO-DEADLINE-COUNT > ZERO
               DISPLAY "DEADLINES PAST BUSIDAYS: " NO-DEADLINE-COUNT
           END-IF.
           IF CARDS-REFUSED-COUNT > ZERO
               OR OVERDUE-CASE-COUNT > ZERO
               OR NO-DEADLINE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
       PROG-EX.
           DISPLAY "END CASETRK".
           EXIT PROGRAM.
      *
       LOAD-CASE-REGISTER SECTION.
           OPEN INPUT CASE-REGISTER.
           PERFORM READ-CASE-REGISTER.
           PERFORM LOAD-ONE-CASE UNTIL END-OF-CASE-REGISTER.
           CLOSE CASE-REGISTER.
       EXIT.
      *
       LOAD-ONE-CASE SECTION.
           IF CASE-COUNT = 2000
               ADD 1 TO CASE-OVERFLOW-COUNT
               GO TO LOAD-ONE-CASE-NEXT
           END-IF.
           ADD 1 TO CASE-COUNT.
           MOVE CASE-NUMBER TO CT-NUMBER(CASE-COUNT).
           MOVE CASE-HIT TO CT-HIT(CASE-COUNT).
           MOVE CASE-STATUS TO CT-STATUS(CASE-COUNT).
           MOVE CASE-ANALYST TO CT-ANALYST(CASE-COUNT).
           MOVE CASE-DECISION TO CT-DECISION(CASE-COUNT).
           MOVE CASE-FILING-REFERENCE
               TO CT-FILING-REFERENCE(CASE-COUNT).
           MOVE CASE-OPENED-DATE TO CT-OPENED-DATE(CASE-COUNT).
           MOVE CASE-DEADLINE-DATE TO CT-DEADLINE-DATE(CASE-COUNT).
           MOVE CASE-ASSIGNED-DATE TO CT-ASSIGNED-DATE(CASE-COUNT).
           MOVE CASE-DECIDED-DATE TO CT-DECIDED-DATE(CASE-COUNT).
           MOVE CASE-FILED-DATE TO CT-FILED-DATE(CASE-COUNT).
           MOVE CASE-CLOSED-DATE TO CT-CLOSED-DATE(CASE-COUNT).
           MOVE CASE-LAST-OPERATOR TO CT-LAST-OPERATOR(CASE-COUNT).
           MOVE CASE-LAST-UPDATED-DATE
               TO CT-LAST-UPDATED-DATE(CASE-COUNT).
           MOVE ZERO TO CT-AGE-DAYS(CASE-COUNT).
           MOVE ZERO TO CT-DAYS-LEFT(CASE-COUNT).
           IF CASE-NUMBER > HIGHEST-CASE-NUMBER
               MOVE CASE-NUMBER TO HIGHEST-CASE-NUMBER
           END-IF.
       LOAD-ONE-CASE-NEXT.
           PERFORM READ-CASE-REGISTER.
       EXIT.
      *
      * TAKE-IN-NEW-HITS - EVERY COMPLEXT ROW NOT ALREADY A CASE
      * BECOMES AN OPEN CASE WITH THE NEXT NUMBER. A ROW TWICE ON
      * ONE EXTRACT OPENS ONE CASE - THE SECOND FINDS THE FIRST.
      *
       TAKE-IN-NEW-HITS SECTION.
           OPEN INPUT COMPLIANCE-EXTRACT.
           PERFORM READ-EXTRACT-RECORD.
           PERFORM TAKE-IN-ONE-HIT UNTIL END-OF-EXTRACT.
           CLOSE COMPLIANCE-EXTRACT.
       EXIT.
      *
       TAKE-IN-ONE-HIT SECTION.
           IF EXTRACT-DATE NOT NUMERIC
               OR EXTRACT-AMOUNT NOT NUMERIC
               GO TO TAKE-IN-ONE-HIT-NEXT
           END-IF.
           ADD 1 TO HITS-READ-COUNT.
           MOVE COMPLIANCE-EXTRACT-RECORD TO EXTRACT-HIT.
           MOVE ZERO TO CASE-FOUND-IDX.
           PERFORM MATCH-ONE-CASE-HIT
               VARYING CASE-IDX FROM 1 BY 1
               UNTIL CASE-IDX > CASE-COUNT
               OR CASE-FOUND-IDX NOT = ZERO.
           IF CASE-FOUND-IDX NOT = ZERO
               ADD 1 TO HITS-ON-FILE-COUNT
               GO TO TAKE-IN-ONE-HIT-NEXT
           END-IF.
           IF CASE-COUNT = 2000
               ADD 1 TO CASE-OVERFLOW-COUNT
               GO TO TAKE-IN-ONE-HIT-NEXT
           END-IF.
           ADD 1 TO CASE-COUNT.
           ADD 1 TO HIGHEST-CASE-NUMBER.
           ADD 1 TO CASES-OPENED-COUNT.
           MOVE HIGHEST-CASE-NUMBER TO CT-NUMBER(CASE-COUNT).
           MOVE EXTRACT-HIT TO CT-HIT(CASE-COUNT).
           SET CT-OPEN(CASE-COUNT) TO TRUE.
           MOVE SPACES TO CT-ANALYST(CASE-COUNT).
           MOVE SPACE TO CT-DECISION(CASE-COUNT).
           MOVE SPACES TO CT-FILING-REFERENCE(CASE-COUNT).
           MOVE RUN-DATE TO CT-OPENED-DATE(CASE-COUNT).
           MOVE ZERO TO CT-DEADLINE-DATE(CASE-COUNT).
           MOVE ZERO TO CT-ASSIGNED-DATE(CASE-COUNT).
           MOVE ZERO TO CT-DECIDED-DATE(CASE-COUNT).
           MOVE ZERO TO CT-FILED-DATE(CASE-COUNT).
           MOVE ZERO TO CT-CLOSED-DATE(CASE-COUNT).
           MOVE SPACES TO CT-LAST-OPERATOR(CASE-COUNT).
           MOVE RUN-DATE TO CT-LAST-UPDATED-DATE(CASE-COUNT).
           MOVE ZERO TO CT-AGE-DAYS(CASE-COUNT).
           MOVE ZERO TO CT-DAYS-LEFT(CASE-COUNT).
           MOVE CASE-COUNT TO CASE-IDX.
           PERFORM SET-FILING-DEADLINE.
           DISPLAY "CASE " CT-NUMBER(CASE-COUNT) " OPENED: "
               EXTRACT-FLAG " " EXTRACT-ACCOUNT " " EXTRACT-DATE
               " DUE " CT-DEADLINE-DATE(CASE-COUNT).
       TAKE-IN-ONE-HIT-NEXT.
           PERFORM READ-EXTRACT-RECORD.
       EXIT.
      *
       MATCH-ONE-CASE-HIT SECTION.
           IF CT-HIT(CASE-IDX) = EXTRACT-HIT
               MOVE CASE-IDX TO CASE-FOUND-IDX
           END-IF.
       EXIT.
      *
      * SET-FILING-DEADLINE - THE FILING FALLS DUE THE FILING-
      * DEADLINE DAYS'TH BUSINESS DAY AFTER THE CASE WAS OPENED. A
      * CALENDAR THAT DOES NOT REACH THAT FAR LEAVES THE DEADLINE
      * ZERO, AND IT IS SET ON A LATER RUN ONCE BUSIDAYS IS EXTENDED.
      *
       SET-FILING-DEADLINE SECTION.
           MOVE ZERO TO DEADLINE-DAYS-COUNTED.
           PERFORM COUNT-ONE-DEADLINE-DAY
               VARYING BUSINESS-DATE-IDX FROM 1 BY 1
               UNTIL BUSINESS-DATE-IDX > BUSINESS-DATE-COUNT
               OR CT-DEADLINE-DATE(CASE-IDX) NOT = ZERO.
       EXIT.
      *
       COUNT-ONE-DEADLINE-DAY SECTION.
           IF BUSINESS-TABLE-DATE(BUSINESS-DATE-IDX) >
                   CT-OPENED-DATE(CASE-IDX)
               ADD 1 TO DEADLINE-DAYS-COUNTED
               IF DEADLINE-DAYS-COUNTED = FILING-DEADLINE-DAYS
                   MOVE BUSINESS-TABLE-DATE(BUSINESS-DATE-IDX)
                       TO CT-DEADLINE-DATE(CASE-IDX)
               END-IF
           END-IF.
       EXIT.
      *
      * APPLY-ONE-CASE-CARD - THE CARD MUST NAME A CASE ON THE
      * REGISTER AND AN OPERATOR ON OPERAUTH AT THE COMPLIANCE LEVEL
      * AND NOT LOCKED. A CARD THAT ONLY SAYS AGAIN WHAT THE CASE
      * ALREADY HOLDS IS A REPEAT AND IS PASSED OVER; OTHERWISE A
      * CLOSED CASE TAKES NO MORE CARDS. THE FIRST FAILURE NAMES THE
      * REFUSAL REASON.
      *
       APPLY-ONE-CASE-CARD SECTION.
           MOVE "N" TO CARD-REFUSED-SWITCH.
           MOVE SPACES TO CARD-REFUSAL-REASON.
           IF CARD-CASE-NUMBER NOT NUMERIC
               SET CARD-REFUSED TO TRUE
               MOVE "CASE NUMBER INVALID" TO CARD-REFUSAL-REASON
               GO TO APPLY-ONE-CASE-CARD-DECIDE
           END-IF.
           IF CARD-OPERATOR-ID = SPACES
               SET CARD-REFUSED TO TRUE
               MOVE "NO OPERATOR" TO CARD-REFUSAL-REASON
               GO TO APPLY-ONE-CASE-CARD-DECIDE
           END-IF.
           MOVE CARD-OPERATOR-ID TO OPERATOR-LOOKUP-ID.
           PERFORM LOCATE-OPERATOR.
           IF NOT OPERATOR-ON-FILE
               SET CARD-REFUSED TO TRUE
               MOVE "UNKNOWN OPERATOR" TO CARD-REFUSAL-REASON
               GO TO APPLY-ONE-CASE-CARD-DECIDE
           END-IF.
           IF OPERATOR-LOCKED
               SET CARD-REFUSED TO TRUE
               MOVE "OPERATOR LOCKED" TO CARD-REFUSAL-REASON
               GO TO APPLY-ONE-CASE-CARD-DECIDE
           END-IF.
           IF NOT OPERATOR-COMPLIANCE
               SET CARD-REFUSED TO TRUE
               MOVE "OPERATOR NOT COMPLIANCE" TO CARD-REFUSAL-REASON
               GO TO APPLY-ONE-CASE-CARD-DECIDE
           END-IF.
           MOVE ZERO TO CASE-FOUND-IDX.
           PERFORM MATCH-ONE-CASE-NUMBER
               VARYING CASE-IDX FROM 1 BY 1
               UNTIL CASE-IDX > CASE-COUNT
               OR CASE-FOUND-IDX NOT = ZERO.
           IF CASE-FOUND-IDX = ZERO
               SET CARD-REFUSED TO TRUE
               MOVE "NO SUCH CASE" TO CARD-REFUSAL-REASON
               GO TO APPLY-ONE-CASE-CARD-DECIDE
           END-IF.
           MOVE CASE-FOUND-IDX TO CASE-IDX.
           PERFORM JUDGE-REPEATED-CARD.
           IF CARD-REPEATED
               ADD 1 TO CARDS-REPEATED-COUNT
               GO TO APPLY-ONE-CASE-CARD-NEXT
           END-IF.
           IF CT-CLOSED(CASE-IDX)
               SET CARD-REFUSED TO TRUE
               MOVE "CASE CLOSED" TO CARD-REFUSAL-REASON
               GO TO APPLY-ONE-CASE-CARD-DECIDE
           END-IF.
           EVALUATE TRUE
               WHEN CARD-ASSIGN
                   PERFORM APPLY-ASSIGN-CARD
               WHEN CARD-DECIDE
                   PERFORM APPLY-DECIDE-CARD
               WHEN CARD-FILE
                   PERFORM APPLY-FILE-CARD
               WHEN OTHER
                   SET CARD-REFUSED TO TRUE
                   MOVE "ACTION INVALID" TO CARD-REFUSAL-REASON
           END-EVALUATE.
           IF NOT CARD-REFUSED
               MOVE CARD-OPERATOR-ID TO CT-LAST-OPERATOR(CASE-IDX)
               MOVE RUN-DATE TO CT-LAST-UPDATED-DATE(CASE-IDX)
           END-IF.
       APPLY-ONE-CASE-CARD-DECIDE.
           IF CARD-REFUSED
               ADD 1 TO CARDS-REFUSED-COUNT
               DISPLAY "CASE CARD REFUSED (" CARD-REFUSAL-REASON
                   "): " CARD-CASE-NUMBER " " CARD-ACTION " "
                   CARD-OPERATOR-ID
               MOVE "DENY" TO AUDIT-NEW-VALUE
           ELSE
               ADD 1 TO CARDS-APPLIED-COUNT
               DISPLAY "CASE " CARD-CASE-NUMBER " " CARD-ACTION
                   " BY " CARD-OPERATOR-ID ": STATUS "
                   CT-STATUS(CASE-IDX) " ANALYST "
                   CT-ANALYST(CASE-IDX)
               MOVE "DONE" TO AUDIT-NEW-VALUE
           END-IF.
           MOVE "CASETRK" TO AUDIT-PROGRAM-NAME.
           MOVE CARD-CASE-NUMBER TO AUDIT-FIELD-NAME.
           MOVE CARD-ACTION TO AUDIT-OLD-VALUE.
           MOVE CARD-OPERATOR-ID TO AUDIT-OPERATOR-ID.
           MOVE ZERO TO AUDIT-TXN-NUMBER.
           PERFORM WRITE-AUDIT-RECORD.
       APPLY-ONE-CASE-CARD-NEXT.
           PERFORM READ-CASE-CARD.
       EXIT.
      *
       MATCH-ONE-CASE-NUMBER SECTION.
           IF CT-NUMBER(CASE-IDX) = CARD-CASE-NUMBER
               MOVE CASE-IDX TO CASE-FOUND-IDX
           END-IF.
       EXIT.
      *
      * JUDGE-REPEATED-CARD - THE SAME ANALYST ASSIGNED AGAIN, THE
      * SAME DECISION BY THE SAME ANALYST, OR THE SAME FILING
      * REFERENCE - THE CARDS OF A RUN PUT THROUGH A SECOND TIME.
      *
       JUDGE-REPEATED-CARD SECTION.
           MOVE "N" TO CARD-REPEATED-SWITCH.
           IF CARD-ASSIGN
               AND CARD-ANALYST NOT = SPACES
               AND CARD-ANALYST = CT-ANALYST(CASE-IDX)
               SET CARD-REPEATED TO TRUE
           END-IF.
           IF CARD-DECIDE
               AND CARD-DECISION NOT = SPACE
               AND CARD-DECISION = CT-DECISION(CASE-IDX)
               AND CARD-OPERATOR-ID = CT-ANALYST(CASE-IDX)
               SET CARD-REPEATED TO TRUE
           END-IF.
           IF CARD-FILE
               AND CARD-FILING-REFERENCE NOT = SPACES
               AND CARD-FILING-REFERENCE =
                   CT-FILING-REFERENCE(CASE-IDX)
               SET CARD-REPEATED TO TRUE
           END-IF.
       EXIT.
      *
      * APPLY-ASSIGN-CARD - PUTS AN ANALYST ON THE CASE, OR ANOTHER
      * ANALYST IN PLACE OF THE FIRST. THE ANALYST MUST BE A
      * COMPLIANCE OPERATOR NOT LOCKED. A DECISION ALREADY TAKEN
      * STANDS; THE NEW ANALYST FILES IT.
      *
       APPLY-ASSIGN-CARD SECTION.
           IF CARD-ANALYST = SPACES
               SET CARD-REFUSED TO TRUE
               MOVE "NO ANALYST" TO CARD-REFUSAL-REASON
               GO TO APPLY-ASSIGN-CARD-EX
           END-IF.
           MOVE CARD-ANALYST TO OPERATOR-LOOKUP-ID.
           PERFORM LOCATE-OPERATOR.
           IF NOT OPERATOR-ON-FILE
               SET CARD-REFUSED TO TRUE
               MOVE "UNKNOWN ANALYST" TO CARD-REFUSAL-REASON
               GO TO APPLY-ASSIGN-CARD-EX
           END-IF.
           IF OPERATOR-LOCKED
               SET CARD-REFUSED TO TRUE
               MOVE "ANALYST LOCKED" TO CARD-REFUSAL-REASON
               GO TO APPLY-ASSIGN-CARD-EX
           END-IF.
           IF NOT OPERATOR-COMPLIANCE
               SET CARD-REFUSED TO TRUE
               MOVE "ANALYST NOT COMPLIANCE" TO CARD-REFUSAL-REASON
               GO TO APPLY-ASSIGN-CARD-EX
           END-IF.
           MOVE CARD-ANALYST TO CT-ANALYST(CASE-IDX).
           MOVE RUN-DATE TO CT-ASSIGNED-DATE(CASE-IDX).
           IF CT-OPEN(CASE-IDX)
               SET CT-UNDER-REVIEW(CASE-IDX) TO TRUE
           END-IF.
       APPLY-ASSIGN-CARD-EX.
       EXIT.
      *
      * APPLY-DECIDE-CARD - THE CASE'S ANALYST RECORDS THAT IT IS TO
      * BE FILED WITH THE REGULATOR, WHICH LEAVES IT OPEN UNTIL THE
      * FILING CARD, OR THAT NO FILING IS NEEDED, WHICH CLOSES IT.
      *
       APPLY-DECIDE-CARD SECTION.
           IF CT-OPEN(CASE-IDX)
               SET CARD-REFUSED TO TRUE
               MOVE "NO ANALYST ASSIGNED" TO CARD-REFUSAL-REASON
               GO TO APPLY-DECIDE-CARD-EX
           END-IF.
           IF CT-AWAITING-FILING(CASE-IDX)
               SET CARD-REFUSED TO TRUE
               MOVE "ALREADY DECIDED" TO CARD-REFUSAL-REASON
               GO TO APPLY-DECIDE-CARD-EX
           END-IF.
           IF CARD-OPERATOR-ID NOT = CT-ANALYST(CASE-IDX)
               SET CARD-REFUSED TO TRUE
               MOVE "NOT THE CASE ANALYST" TO CARD-REFUSAL-REASON
               GO TO APPLY-DECIDE-CARD-EX
           END-IF.
           MOVE CARD-DECISION TO CT-DECISION(CASE-IDX).
           IF CT-DECISION(CASE-IDX) = "F"
               SET CT-AWAITING-FILING(CASE-IDX) TO TRUE
           ELSE
               IF CT-DECISION(CASE-IDX) = "N"
                   SET CT-CLOSED(CASE-IDX) TO TRUE
                   MOVE RUN-DATE TO CT-CLOSED-DATE(CASE-IDX)
               ELSE
                   MOVE SPACE TO CT-DECISION(CASE-IDX)
                   SET CARD-REFUSED TO TRUE
                   MOVE "DECISION INVALID" TO CARD-REFUSAL-REASON
                   GO TO APPLY-DECIDE-CARD-EX
               END-IF
           END-IF.
           MOVE RUN-DATE TO CT-DECIDED-DATE(CASE-IDX).
       APPLY-DECIDE-CARD-EX.
       EXIT.
      *
      * APPLY-FILE-CARD - THE CASE'S ANALYST RECORDS THE REGULATOR'S
      * REFERENCE FOR A CASE DECIDED FOR FILING, WHICH CLOSES IT.
      *
       APPLY-FILE-CARD SECTION.
           IF NOT CT-AWAITING-FILING(CASE-IDX)
               SET CARD-REFUSED TO TRUE
               MOVE "NOT DECIDED FOR FILING" TO CARD-REFUSAL-REASON
               GO TO APPLY-FILE-CARD-EX
           END-IF.
           IF CARD-OPERATOR-ID NOT = CT-ANALYST(CASE-IDX)
               SET CARD-REFUSED TO TRUE
               MOVE "NOT THE CASE ANALYST" TO CARD-REFUSAL-REASON
               GO TO APPLY-FILE-CARD-EX
           END-IF.
           IF CARD-FILING-REFERENCE = SPACES
               SET CARD-REFUSED TO TRUE
               MOVE "NO FILING REFERENCE" TO CARD-REFUSAL-REASON
               GO TO APPLY-FILE-CARD-EX
           END-IF.
           MOVE CARD-FILING-REFERENCE TO CT-FILING-REFERENCE(CASE-IDX).
           MOVE RUN-DATE TO CT-FILED-DATE(CASE-IDX).
           MOVE RUN-DATE TO CT-CLOSED-DATE(CASE-IDX).
           SET CT-CLOSED(CASE-IDX) TO TRUE.
       APPLY-FILE-CARD-EX.
       EXIT.
      *
      * AGE-ONE-CASE - AN OPEN CASE'S AGE IS THE BUSINESS DAYS SINCE
      * IT WAS OPENED, AND ITS DAYS LEFT THE BUSINESS DAYS FROM NOW
      * TO ITS DEADLINE. A CASE STILL WITHOUT A DEADLINE HAS ONE SET
      * NOW IF THE CALENDAR HAS SINCE BEEN EXTENDED FAR ENOUGH.
      *
       AGE-ONE-CASE SECTION.
           MOVE ZERO TO CT-AGE-DAYS(CASE-IDX).
           MOVE ZERO TO CT-DAYS-LEFT(CASE-IDX).
           IF CT-CLOSED(CASE-IDX)
               GO TO AGE-ONE-CASE-EX
           END-IF.
           IF CT-DEADLINE-DATE(CASE-IDX) = ZERO
               PERFORM SET-FILING-DEADLINE
           END-IF.
           PERFORM COUNT-CASE-BUSINESS-DAYS
               VARYING BUSINESS-DATE-IDX FROM 1 BY 1
               UNTIL BUSINESS-DATE-IDX > BUSINESS-DATE-COUNT.
       AGE-ONE-CASE-EX.
       EXIT.
      *
       COUNT-CASE-BUSINESS-DAYS SECTION.
           IF BUSINESS-TABLE-DATE(BUSINESS-DATE-IDX) >
                   CT-OPENED-DATE(CASE-IDX)
               AND BUSINESS-TABLE-DATE(BUSINESS-DATE-IDX)
                   NOT > RUN-DATE
               ADD 1 TO CT-AGE-DAYS(CASE-IDX)
           END-IF.
           IF BUSINESS-TABLE-DATE(BUSINESS-DATE-IDX) > RUN-DATE
               AND BUSINESS-TABLE-DATE(BUSINESS-DATE-IDX)
                   NOT > CT-DEADLINE-DATE(CASE-IDX)
               ADD 1 TO CT-DAYS-LEFT(CASE-IDX)
           END-IF.
       EXIT.
      *
      * PRINT-OPEN-CASES - EVERY CASE NOT CLOSED, GROUPED BY ITS
      * ANALYST - THE UNASSIGNED ONES FIRST - IN CASE-NUMBER ORDER
      * WITHIN EACH, WITH ITS AGE, ITS FILING DEADLINE AND THE
      * BUSINESS DAYS LEFT TO IT. A CASE PAST ITS DEADLINE IS MARKED
      * OVERDUE.
      *
       PRINT-OPEN-CASES SECTION.
           MOVE ZERO TO ANALYST-COUNT.
           PERFORM NOTE-ONE-CASE-ANALYST
               VARYING CASE-IDX FROM 1 BY 1
               UNTIL CASE-IDX > CASE-COUNT.
           DISPLAY "OPEN COMPLIANCE CASES BY ANALYST AT " RUN-DATE.
           DISPLAY "  CASE     ST HIT    ACCT HIT DATE"
               "              AMOUNT OPENED    AGE DEADLINE LEFT".
           PERFORM PRINT-ONE-ANALYST
               VARYING ANALYST-IDX FROM 1 BY 1
               UNTIL ANALYST-IDX > ANALYST-COUNT.
           IF OPEN-CASE-COUNT = ZERO
               DISPLAY "  NONE"
           END-IF.
       EXIT.
      *
      * NOTE-ONE-CASE-ANALYST - A BLANK ANALYST IS ENTERED FIRST SO
      * THE UNASSIGNED CASES HEAD THE REPORT; IT IS NOT PRINTED IF
      * EVERY OPEN CASE HAS AN ANALYST.
      *
       NOTE-ONE-CASE-ANALYST SECTION.
           IF CT-CLOSED(CASE-IDX)
               GO TO NOTE-ONE-CASE-ANALYST-EX
           END-IF.
           IF ANALYST-COUNT = ZERO
               MOVE 1 TO ANALYST-COUNT
               MOVE SPACES TO AN-ANALYST(1)
               MOVE ZERO TO AN-OPEN-COUNT(1)
               MOVE ZERO TO AN-OVERDUE-COUNT(1)
           END-IF.
           MOVE ZERO TO ANALYST-FOUND-IDX.
           PERFORM MATCH-ONE-ANALYST
               VARYING ANALYST-IDX FROM 1 BY 1
               UNTIL ANALYST-IDX > ANALYST-COUNT
               OR ANALYST-FOUND-IDX NOT = ZERO.
           IF ANALYST-FOUND-IDX = ZERO
               AND ANALYST-COUNT < 200
               ADD 1 TO ANALYST-COUNT
               MOVE CT-ANALYST(CASE-IDX) TO AN-ANALYST(ANALYST-COUNT)
               MOVE ZERO TO AN-OPEN-COUNT(ANALYST-COUNT)
               MOVE ZERO TO AN-OVERDUE-COUNT(ANALYST-COUNT)
               MOVE ANALYST-COUNT TO ANALYST-FOUND-IDX
           END-IF.
           IF ANALYST-FOUND-IDX NOT = ZERO
               ADD 1 TO AN-OPEN-COUNT(ANALYST-FOUND-IDX)
           END-IF.
       NOTE-ONE-CASE-ANALYST-EX.
       EXIT.
      *
       MATCH-ONE-ANALYST SECTION.
           IF AN-ANALYST(ANALYST-IDX) = CT-ANALYST(CASE-IDX)
               MOVE ANALYST-IDX TO ANALYST-FOUND-IDX
           END-IF.
       EXIT.
      *
       PRINT-ONE-ANALYST SECTION.
           IF AN-OPEN-COUNT(ANALYST-IDX) = ZERO
               GO TO PRINT-ONE-ANALYST-EX
           END-IF.
           MOVE AN-ANALYST(ANALYST-IDX) TO ANALYST-DISPLAY.
           IF ANALYST-DISPLAY = SPACES
               MOVE "UNASSIGNED" TO ANALYST-DISPLAY
           END-IF.
           DISPLAY "ANALYST " ANALYST-DISPLAY.
           PERFORM PRINT-ONE-OPEN-CASE
               VARYING CASE-IDX FROM 1 BY 1
               UNTIL CASE-IDX > CASE-COUNT.
           DISPLAY "  " ANALYST-DISPLAY " OPEN: "
               AN-OPEN-COUNT(ANALYST-IDX) " OVERDUE: "
               AN-OVERDUE-COUNT(ANALYST-IDX).
       PRINT-ONE-ANALYST-EX.
       EXIT.
      *
       PRINT-ONE-OPEN-CASE SECTION.
           IF CT-CLOSED(CASE-IDX)
               OR CT-ANALYST(CASE-IDX) NOT = AN-ANALYST(ANALYST-IDX)
               GO TO PRINT-ONE-OPEN-CASE-EX
           END-IF.
           ADD 1 TO OPEN-CASE-COUNT.
           MOVE SPACES TO OVERDUE-MARK.
           IF CT-DEADLINE-DATE(CASE-IDX) = ZERO
               ADD 1 TO NO-DEADLINE-COUNT
               MOVE "NO DATE" TO OVERDUE-MARK
           ELSE
               IF CT-DEADLINE-DATE(CASE-IDX) < RUN-DATE
                   ADD 1 TO OVERDUE-CASE-COUNT
                   ADD 1 TO AN-OVERDUE-COUNT(ANALYST-IDX)
                   MOVE "OVERDUE" TO OVERDUE-MARK
               END-IF
           END-IF.
           MOVE CT-HIT-AMOUNT(CASE-IDX) TO HIT-AMOUNT-SIGNED.
           IF CT-HIT-AMOUNT-SIGN(CASE-IDX) = "-"
               COMPUTE HIT-AMOUNT-SIGNED = ZERO - HIT-AMOUNT-SIGNED
           END-IF.
           MOVE HIT-AMOUNT-SIGNED TO AMOUNT-EDIT.
           DISPLAY "  " CT-NUMBER(CASE-IDX)
               " " CT-STATUS(CASE-IDX)
               "  " CT-HIT-FLAG(CASE-IDX)
               " " CT-HIT-ACCOUNT(CASE-IDX)
               " " CT-HIT-DATE(CASE-IDX)
               " " AMOUNT-EDIT
               " " CT-OPENED-DATE(CASE-IDX)
               " " CT-AGE-DAYS(CASE-IDX)
               " " CT-DEADLINE-DATE(CASE-IDX)
               " " CT-DAYS-LEFT(CASE-IDX)
               " " OVERDUE-MARK.
       PRINT-ONE-OPEN-CASE-EX.
       EXIT.
      *
       REWRITE-CASE-REGISTER SECTION.
           OPEN OUTPUT CASE-REGISTER.
           PERFORM WRITE-ONE-CASE
               VARYING CASE-IDX FROM 1 BY 1
               UNTIL CASE-IDX > CASE-COUNT.
           CLOSE CASE-REGISTER.
       EXIT.
      *
       WRITE-ONE-CASE SECTION.
           MOVE CT-NUMBER(CASE-IDX) TO CASE-NUMBER.
           MOVE CT-HIT(CASE-IDX) TO CASE-HIT.
           MOVE CT-STATUS(CASE-IDX) TO CASE-STATUS.
           MOVE CT-ANALYST(CASE-IDX) TO CASE-ANALYST.
           MOVE CT-DECISION(CASE-IDX) TO CASE-DECISION.
           MOVE CT-FILING-REFERENCE(CASE-IDX)
               TO CASE-FILING-REFERENCE.
           MOVE CT-OPENED-DATE(CASE-IDX) TO CASE-OPENED-DATE.
           MOVE CT-DEADLINE-DATE(CASE-IDX) TO CASE-DEADLINE-DATE.
           MOVE CT-ASSIGNED-DATE(CASE-IDX) TO CASE-ASSIGNED-DATE.
           MOVE CT-DECIDED-DATE(CASE-IDX) TO CASE-DECIDED-DATE.
           MOVE CT-FILED-DATE(CASE-IDX) TO CASE-FILED-DATE.
           MOVE CT-CLOSED-DATE(CASE-IDX) TO CASE-CLOSED-DATE.
           MOVE CT-LAST-OPERATOR(CASE-IDX) TO CASE-LAST-OPERATOR.
           MOVE CT-LAST-UPDATED-DATE(CASE-IDX)
               TO CASE-LAST-UPDATED-DATE.
           WRITE COMPLIANCE-CASE-RECORD.
       EXIT.
      *
      * LOCATE-OPERATOR - ONE PASS OVER OPERAUTH FOR THE OPERATOR IN
      * OPERATOR-LOOKUP-ID; THE FILE IS A HANDFUL OF ROWS.
      *
       LOCATE-OPERATOR SECTION.
           MOVE "N" TO OPERATOR-FOUND-SWITCH.
           MOVE "N" TO OPERATOR-LOCKED-SWITCH.
           MOVE SPACE TO OPERATOR-LOOKUP-LEVEL.
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
           IF OPER-AUTH-ID = OPERATOR-LOOKUP-ID
               SET OPERATOR-ON-FILE TO TRUE
               MOVE OPER-AUTH-LEVEL TO OPERATOR-LOOKUP-LEVEL
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
       READ-EXTRACT-RECORD SECTION.
           READ COMPLIANCE-EXTRACT
               AT END
                   SET END-OF-EXTRACT TO TRUE
           END-READ.
       EXIT.
      *
       READ-CASE-REGISTER SECTION.
           READ CASE-REGISTER
               AT END
                   SET END-OF-CASE-REGISTER TO TRUE
           END-READ.
       EXIT.
      *
       READ-CASE-CARD SECTION.
           READ CASE-UPDATE-CARDS
               AT END
                   SET END-OF-CASE-CARDS TO TRUE
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
           IF PARM-MASTER-PROGRAM NOT = "CASETRK"
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
       END PROGRAM CASETRK.
