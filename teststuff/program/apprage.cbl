      * THE EXPIRY LIMIT IS MOVED TO THE REJECT FILE WITH AN
      * EXPIRED REASON (AND ITS LIFECYCLE ENTRY) SO VALUE-DATED
      * BUSINESS STOPS DYING SILENTLY IN THE QUEUE. THE QUEUE IS
      * REWRITTEN WITH THE SURVIVORS. THE ESCALATION AGE AND THE
      * EXPIRY LIMIT, BOTH IN BUSINESS DAYS, COME FROM THE PARAMETER
      * MASTER, OR FROM SYSIN WHERE NO ROW IS IN FORCE.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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
      * KEEP THIS LAYOUT IN STEP WITH THE SAME 01 IN TEST.
        05       APPROVAL-DETAIL         PIC X(80).
        05       APPROVAL-BASE-AMOUNT    PIC S9(7)V99.
        05       APPROVAL-HELD-DATE      PIC 9(8).
        05       APPROVAL-REASON-CODE    PIC X(4).
      *
      * KEEP THIS LAYOUT IN STEP WITH THE SAME 01 IN TEST.
       FD  REJECT-TRANSACTIONS
       01  BUSINESS-CALENDAR-RECORD.
        05       CALENDAR-DATE           PIC 9(8).
        05       CALENDAR-DAY-TYPE       PIC X.
      *
       FD  PARAMETER-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY PARMMASTER.
      *
       WORKING-STORAGE SECTION.
       01  APPROVAL-QUEUE-SWITCH        PIC X VALUE "N".
         10      QI-DETAIL               PIC X(80).
         10      QI-BASE-AMOUNT          PIC S9(7)V99.
         10      QI-HELD-DATE            PIC 9(8).
         10      QI-REASON-CODE          PIC X(4).
         10      QI-AGE-DAYS             PIC 9(4).
         10      QI-EXPIRED-FLAG         PIC X.
         10      QI-PRINTED-FLAG         PIC X.
       01  EXPIRED-COUNT                PIC 9(4) VALUE ZERO.
       01  QUEUE-AMOUNT-EDIT            PIC -ZZZ.ZZZ.ZZ9,99.
       01  QUEUE-DISPLAY-WORK           PIC X(26) VALUE SPACES.
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
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT ESCALATION-AGE-DAYS FROM SYSIN.
           ACCEPT EXPIRY-LIMIT-DAYS FROM SYSIN.
           MOVE "ESCALATION-AGE-DAYS" TO PARM-LOOKUP-NAME.
           PERFORM LOOK-UP-PARAMETER.
           IF PARM-LOOKUP-FOUND
               MOVE PARM-LOOKUP-VALUE TO ESCALATION-AGE-DAYS
           END-IF.
           MOVE "EXPIRY-LIMIT-DAYS" TO PARM-LOOKUP-NAME.
           PERFORM LOOK-UP-PARAMETER.
           IF PARM-LOOKUP-FOUND
               MOVE PARM-LOOKUP-VALUE TO EXPIRY-LIMIT-DAYS
           END-IF.
           IF ESCALATION-AGE-DAYS = ZERO
               OR EXPIRY-LIMIT-DAYS = ZERO
               DISPLAY "ESCALATION OR EXPIRY AGE MISSING - "
               TO QI-BASE-AMOUNT(QUEUE-ITEM-COUNT).
           MOVE APPROVAL-HELD-DATE
               TO QI-HELD-DATE(QUEUE-ITEM-COUNT).
           MOVE APPROVAL-REASON-CODE
               TO QI-REASON-CODE(QUEUE-ITEM-COUNT).
           MOVE ZERO TO QI-AGE-DAYS(QUEUE-ITEM-COUNT).
           MOVE "N" TO QI-EXPIRED-FLAG(QUEUE-ITEM-COUNT).
           MOVE "N" TO QI-PRINTED-FLAG(QUEUE-ITEM-COUNT).
           DISPLAY "  AGE " QI-AGE-DAYS(PRINT-BEST-IDX)
               " HELD " QI-HELD-DATE(PRINT-BEST-IDX)
               " " QUEUE-DISPLAY-WORK
               " BASE " QUEUE-AMOUNT-EDIT
               " " QI-REASON-CODE(PRINT-BEST-IDX).
           IF QI-AGE-DAYS(PRINT-BEST-IDX) > ESCALATION-AGE-DAYS
               ADD 1 TO ESCALATED-COUNT
               PERFORM WRITE-ESCALATION-ALERT
           MOVE "J" TO STATUS-HIST-TO.
           MOVE RUN-DATE TO STATUS-HIST-DATE.
           MOVE "APPRAGE" TO STATUS-HIST-PROGRAM.
           MOVE SPACE TO STATUS-HIST-TRANSFER-LEG.
           MOVE SPACES TO STATUS-HIST-ACCOUNT-KEY.
           MOVE SPACES TO STATUS-HIST-COUNTER-KEY.
           WRITE STATUS-HISTORY-RECORD.
           DISPLAY "ITEM EXPIRED AFTER "
               QI-AGE-DAYS(QUEUE-ITEM-IDX) " DAYS - TXN "
                   TO APPROVAL-BASE-AMOUNT
               MOVE QI-HELD-DATE(QUEUE-ITEM-IDX)
                   TO APPROVAL-HELD-DATE
               MOVE QI-REASON-CODE(QUEUE-ITEM-IDX)
                   TO APPROVAL-REASON-CODE
               WRITE APPROVAL-QUEUE-RECORD
           END-IF.
       EXIT.
                   SET END-OF-BUSINESS-CALENDAR TO TRUE
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
           IF PARM-MASTER-PROGRAM NOT = "APPRAGE"
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
       END PROGRAM APPRAGE.
