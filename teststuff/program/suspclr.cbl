      * RECORDS THEM ON THE SUSPENSE-ITEM FILE - THIS JOB AGES THE
      * OPEN ITEMS (OLDEST FIRST, AGAINST THE BUSIDAYS CALENDAR),
      * RAISES AN OPSALERT WHEN THE PARKED TOTAL OR ANY ITEM'S AGE
      * EXCEEDS THE THRESHOLDS (FROM THE PARAMETER MASTER, OR SYSIN
      * WHEN NO ROW IS IN FORCE), AND APPLIES CLEARING CARDS:
      * EACH CARD NAMES A PARKED TRANSACTION AND ITS CORRECTED
      * ACCOUNT, AND THE JOB GENERATES A BALANCED REPOST PAIR INTO
      * REPAIRTX - THE REVERSAL OFF THE SUSPENSE ACCOUNT AND THE
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
       FD  SUSPENSE-ITEMS
        05       SUSP-TXN-TYPE           PIC X.
        05       SUSP-AMOUNT             PIC S9(7)V99.
        05       SUSP-ACCOUNT-KEY        PIC X(5).
      * THE WIDE KEY AS FED (OR AS THE CONVERSION TABLE GAVE IT);
      * SPACES WHEN THE RECORD CAME IN ON A SHORT KEY WITH NO ROW.
        05       SUSP-ORIGINAL-WIDE-KEY  PIC X(7).
      *
      * ONE CARD PER CLEARANCE - THE PARKED TRANSACTION'S NUMBER AND
      * THE CORRECTED ACCOUNT KEY TO REPOST TO.
       01  BUSINESS-CALENDAR-RECORD.
        05       CALENDAR-DATE           PIC 9(8).
        05       CALENDAR-DAY-TYPE       PIC X.
      *
       FD  PARAMETER-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY PARMMASTER.
      *
       WORKING-STORAGE SECTION.
       01  SUSPENSE-ITEMS-SWITCH        PIC X VALUE "N".
         10      ST-TXN-TYPE             PIC X.
         10      ST-AMOUNT               PIC S9(7)V99.
         10      ST-ACCOUNT-KEY          PIC X(5).
         10      ST-ORIGINAL-WIDE-KEY    PIC X(7).
         10      ST-AGE-DAYS             PIC 9(4).
         10      ST-CLEARED-FLAG         PIC X.
         10      ST-PRINTED-FLAG        PIC X.
       01  CHECK-DIGIT-QUOTIENT         PIC 9(4) VALUE ZERO.
       01  CHECK-DIGIT-REMAINDER        PIC 9(4) VALUE ZERO.
       01  CHECK-DIGIT-COMPUTED         PIC 9 VALUE ZERO.
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
           ACCEPT AGE-ALERT-THRESHOLD FROM SYSIN.
           ACCEPT AMOUNT-ALERT-THRESHOLD FROM SYSIN.
           MOVE "AGE-ALERT-THRESHOLD" TO PARM-LOOKUP-NAME.
           PERFORM LOOK-UP-PARAMETER.
           IF PARM-LOOKUP-FOUND
               MOVE PARM-LOOKUP-VALUE TO AGE-ALERT-THRESHOLD
           END-IF.
           MOVE "AMOUNT-ALERT-THRESHOLD" TO PARM-LOOKUP-NAME.
           PERFORM LOOK-UP-PARAMETER.
           IF PARM-LOOKUP-FOUND
               MOVE PARM-LOOKUP-VALUE TO AMOUNT-ALERT-THRESHOLD
           END-IF.
           PERFORM LOAD-BUSINESS-DATES.
           PERFORM LOAD-SUSPENSE-ITEMS.
      * A FILE THE TABLE COULD NOT HOLD IS NEVER WORKED OR
           MOVE SUSP-AMOUNT TO ST-AMOUNT(SUSPENSE-COUNT).
           MOVE SUSP-ACCOUNT-KEY
               TO ST-ACCOUNT-KEY(SUSPENSE-COUNT).
           MOVE SUSP-ORIGINAL-WIDE-KEY
               TO ST-ORIGINAL-WIDE-KEY(SUSPENSE-COUNT).
           MOVE ZERO TO ST-AGE-DAYS(SUSPENSE-COUNT).
           MOVE "N" TO ST-CLEARED-FLAG(SUSPENSE-COUNT).
           MOVE "N" TO ST-PRINTED-FLAG(SUSPENSE-COUNT).
               MOVE ST-AMOUNT(SUSPENSE-IDX) TO SUSP-AMOUNT
               MOVE ST-ACCOUNT-KEY(SUSPENSE-IDX)
                   TO SUSP-ACCOUNT-KEY
               MOVE ST-ORIGINAL-WIDE-KEY(SUSPENSE-IDX)
                   TO SUSP-ORIGINAL-WIDE-KEY
               WRITE SUSPENSE-ITEM-RECORD
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
           IF PARM-MASTER-PROGRAM NOT = "SUSPCLR"
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
       END PROGRAM SUSPCLR.
