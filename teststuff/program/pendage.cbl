       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDAGE.
      *
      *
      * PENDING HOLD-QUEUE AGING, REPORTING, AND EXPIRY. POTHER
      * HOLDS PENDING TRANSACTIONS ON PENDHOLD AND TEST RELEASES
      * THEM INTO A LATER RUN ONCE THEIR VALUE DATE HAS COME, BUT
      * AN ITEM THAT NEVER BECOMES RELEASABLE - OR A ROW WRITTEN
      * BEFORE THE QUEUE CARRIED ITS DETAIL - WOULD OTHERWISE WAIT
      * FOREVER. RUN AFTER TEST, THIS JOB AGES WHAT IS STILL ON THE
      * QUEUE AGAINST THE BUSIDAYS CALENDAR: THE HOLD-QUEUE REPORT
      * LISTS EVERY ITEM OLDEST FIRST WITH ITS DAYS HELD AND ITS
      * AMOUNT, AND ANYTHING PAST THE EXPIRY LIMIT IS MOVED TO THE
      * REJECT FILE WITH A HOLD-EXPIRED REASON (AND ITS LIFECYCLE
      * ENTRY). THE QUEUE IS REWRITTEN WITH THE SURVIVORS. THE
      * EXPIRY LIMIT, IN BUSINESS DAYS, COMES FROM THE PARAMETER
      * MASTER, OR FROM SYSIN WHERE NO ROW IS IN FORCE.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * KEEP IN STEP WITH TEST'S SPECIAL-NAMES - SAME MONEY FIELDS,
      * SAME EDITING.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-HOLD-QUEUE ASSIGN TO "PENDHOLD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-TRANSACTIONS ASSIGN TO "REJECTTX"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATUS-HISTORY-FILE ASSIGN TO "STATHIST"
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
       FD  PENDING-HOLD-QUEUE
           LABEL RECORDS ARE STANDARD.
           COPY PENDHOLDQUEUE.
      *
      * KEEP THIS LAYOUT IN STEP WITH THE SAME 01 IN TEST.
       FD  REJECT-TRANSACTIONS
           LABEL RECORDS ARE STANDARD.
       01  REJECT-TRANSACTION-RECORD.
        05       REJECT-DETAIL           PIC X(80).
        05       REJECT-REASON           PIC X(20).
      *
       FD  STATUS-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STATUSHISTORY.
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
       01  PENDING-HOLD-SWITCH          PIC X VALUE "N".
         88      END-OF-PENDING-HOLD        VALUE "Y".
       01  BUSINESS-CALENDAR-SWITCH     PIC X VALUE "N".
         88      END-OF-BUSINESS-CALENDAR   VALUE "Y".
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
       01  EXPIRY-LIMIT-DAYS            PIC 9(4) VALUE ZERO.
      *
      * THE QUEUE, LOADED WHOLE SO IT CAN BE REWRITTEN WITH THE
      * SURVIVORS AND PRINTED OLDEST FIRST. THE ROW IS KEPT AS READ
      * FOR THE REWRITE; THE FIELDS THE REPORT AND THE EXPIRY NEED
      * ARE PICKED OUT BESIDE IT.
       01  QUEUE-ITEM-TABLE.
        05       QUEUE-ITEM-ENTRY OCCURS 500 TIMES.
         10      QI-ROW                  PIC X(121).
         10      QI-ACCOUNT              PIC X(8).
         10      QI-TXN-NUMBER           PIC 9(4).
         10      QI-TXN-FRACTION         PIC 9(4).
         10      QI-VALUE-DATE           PIC 9(8).
         10      QI-AMOUNT               PIC S9(7)V99.
         10      QI-HELD-DATE            PIC 9(8).
         10      QI-DETAIL               PIC X(80).
         10      QI-AGE-DAYS             PIC 9(4).
         10      QI-EXPIRED-FLAG         PIC X.
         10      QI-PRINTED-FLAG         PIC X.
       01  QUEUE-ITEM-COUNT             PIC 9(4) VALUE ZERO.
       01  QUEUE-ITEM-IDX               PIC 9(4) VALUE 1.
       01  QUEUE-OVERFLOW-COUNT         PIC 9(8) VALUE ZERO.
      *
       01  BUSINESS-DATE-TABLE.
        05       BUSINESS-DATE-ENTRY OCCURS 1500 TIMES.
         10      BUSINESS-TABLE-DATE     PIC 9(8).
       01  BUSINESS-DATE-COUNT          PIC 9(4) VALUE ZERO.
       01  BUSINESS-DATE-IDX            PIC 9(4) VALUE 1.
      *
       01  PRINT-PASS-COUNT             PIC 9(4) VALUE ZERO.
       01  PRINT-BEST-IDX               PIC 9(4) VALUE ZERO.
       01  PRINT-BEST-AGE               PIC 9(4) VALUE ZERO.
       01  WAITING-COUNT                PIC 9(4) VALUE ZERO.
       01  WAITING-AMOUNT               PIC S9(9)V99 VALUE ZERO.
       01  EXPIRED-COUNT                PIC 9(4) VALUE ZERO.
       01  EXPIRED-AMOUNT               PIC S9(9)V99 VALUE ZERO.
       01  QUEUE-AMOUNT-EDIT            PIC -ZZZ.ZZZ.ZZ9,99.
       01  QUEUE-TOTAL-EDIT             PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  QUEUE-ACCOUNT-DISPLAY        PIC X(8) VALUE SPACES.
       01  QUEUE-STATE-DISPLAY          PIC X(7) VALUE SPACES.
      *
      * A ROW WRITTEN BEFORE THE QUEUE CARRIED ITS DETAIL GOES TO
      * THE REJECT FILE WITH THE DETAIL REBUILT FROM WHAT THE ROW
      * DOES CARRY, IN THE DAILY-RECORD POSITIONS THE CORRECTION
      * CYCLE READS.
       01  REBUILT-DETAIL.
        05       REBUILT-STRING          PIC X(8).
        05       REBUILT-NUMBER-PART1    PIC 9(4).
        05       REBUILT-NUMBER-PART2    PIC 9(4).
        05       REBUILT-TYPE            PIC X.
        05       FILLER                  PIC X(9).
        05       REBUILT-VALUE-DATE      PIC 9(8).
        05       REBUILT-SIGN            PIC X.
        05       FILLER                  PIC X(45).
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
           DISPLAY "START PENDAGE".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT EXPIRY-LIMIT-DAYS FROM SYSIN.
           MOVE "EXPIRY-LIMIT-DAYS" TO PARM-LOOKUP-NAME.
           PERFORM LOOK-UP-PARAMETER.
           IF PARM-LOOKUP-FOUND
               MOVE PARM-LOOKUP-VALUE TO EXPIRY-LIMIT-DAYS
           END-IF.
           IF EXPIRY-LIMIT-DAYS = ZERO
               DISPLAY "HOLD EXPIRY LIMIT MISSING - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           PERFORM LOAD-BUSINESS-DATES.
           PERFORM LOAD-PENDING-HOLD-QUEUE.
      * A QUEUE THE TABLE COULD NOT HOLD IS NEVER REWRITTEN FROM
      * IT - THE SURVIVOR REWRITE WOULD SILENTLY DESTROY EVERY HELD
      * ITEM PAST THE TABLE. THE RUN REFUSES BEFORE ANYTHING IS
      * TOUCHED.
           IF QUEUE-OVERFLOW-COUNT > ZERO
               DISPLAY "PENDHOLD EXCEEDS THE TABLE BY "
                   QUEUE-OVERFLOW-COUNT " ITEMS - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           PERFORM AGE-ONE-QUEUE-ITEM
               VARYING QUEUE-ITEM-IDX FROM 1 BY 1
               UNTIL QUEUE-ITEM-IDX > QUEUE-ITEM-COUNT.
           PERFORM PRINT-HOLD-QUEUE-REPORT.
           PERFORM EXPIRE-AGED-ITEMS.
           PERFORM REWRITE-QUEUE-SURVIVORS.
      * AN EXPIRY IS BUSINESS THAT NEVER POSTED - THE STEP ENDS
      * WITH A WARNING SO THE STREAM SHOWS IT.
           IF EXPIRED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
       PROG-EX.
           DISPLAY "END PENDAGE".
           EXIT PROGRAM.
      *
       LOAD-PENDING-HOLD-QUEUE SECTION.
           OPEN INPUT PENDING-HOLD-QUEUE.
           PERFORM READ-PENDING-HOLD-ITEM.
           PERFORM LOAD-ONE-QUEUE-ITEM
               UNTIL END-OF-PENDING-HOLD.
           CLOSE PENDING-HOLD-QUEUE.
       EXIT.
      *
      * LOAD-ONE-QUEUE-ITEM - A ROW WITH NO HELD DATE WAS WRITTEN
      * BEFORE THE QUEUE CARRIED ONE AND IS AGED FROM ITS VALUE
      * DATE INSTEAD - THE EARLIEST IT COULD HAVE BEEN HELD. A ROW
      * WITH NEITHER IS AGED FROM TODAY.
      *
       LOAD-ONE-QUEUE-ITEM SECTION.
           IF QUEUE-ITEM-COUNT = 500
               ADD 1 TO QUEUE-OVERFLOW-COUNT
               GO TO LOAD-ONE-QUEUE-ITEM-NEXT
           END-IF.
           ADD 1 TO QUEUE-ITEM-COUNT.
           MOVE HOLD-QUEUE-RECORD TO QI-ROW(QUEUE-ITEM-COUNT).
           MOVE HOLD-QUEUE-STRING-PART1
               TO QI-ACCOUNT(QUEUE-ITEM-COUNT)(1:4).
           MOVE HOLD-QUEUE-STRING-PART2
               TO QI-ACCOUNT(QUEUE-ITEM-COUNT)(5:4).
           MOVE HOLD-QUEUE-NUMBER-PART1
               TO QI-TXN-NUMBER(QUEUE-ITEM-COUNT).
           MOVE HOLD-QUEUE-NUMBER-PART2
               TO QI-TXN-FRACTION(QUEUE-ITEM-COUNT).
           MOVE HOLD-QUEUE-AMOUNT TO QI-AMOUNT(QUEUE-ITEM-COUNT).
           MOVE HOLD-QUEUE-DETAIL TO QI-DETAIL(QUEUE-ITEM-COUNT).
           IF HOLD-QUEUE-DATE NUMERIC
               MOVE HOLD-QUEUE-DATE TO QI-VALUE-DATE(QUEUE-ITEM-COUNT)
           ELSE
               MOVE ZERO TO QI-VALUE-DATE(QUEUE-ITEM-COUNT)
           END-IF.
           IF HOLD-QUEUE-HELD-DATE NUMERIC
               MOVE HOLD-QUEUE-HELD-DATE
                   TO QI-HELD-DATE(QUEUE-ITEM-COUNT)
           ELSE
               IF HOLD-QUEUE-DATE NUMERIC
                   MOVE HOLD-QUEUE-DATE
                       TO QI-HELD-DATE(QUEUE-ITEM-COUNT)
               ELSE
                   MOVE RUN-DATE TO QI-HELD-DATE(QUEUE-ITEM-COUNT)
               END-IF
           END-IF.
           MOVE ZERO TO QI-AGE-DAYS(QUEUE-ITEM-COUNT).
           MOVE "N" TO QI-EXPIRED-FLAG(QUEUE-ITEM-COUNT).
           MOVE "N" TO QI-PRINTED-FLAG(QUEUE-ITEM-COUNT).
       LOAD-ONE-QUEUE-ITEM-NEXT.
           PERFORM READ-PENDING-HOLD-ITEM.
       EXIT.
      *
      * AGE-ONE-QUEUE-ITEM - BUSINESS DAYS SINCE THE ITEM WAS HELD;
      * PAST THE LIMIT IT IS MARKED TO EXPIRE, SO THE REPORT SHOWS
      * WHAT THIS RUN IS ABOUT TO TAKE OFF THE QUEUE.
      *
       AGE-ONE-QUEUE-ITEM SECTION.
           PERFORM COUNT-HELD-BUSINESS-DAYS
               VARYING BUSINESS-DATE-IDX FROM 1 BY 1
               UNTIL BUSINESS-DATE-IDX > BUSINESS-DATE-COUNT.
           IF QI-AGE-DAYS(QUEUE-ITEM-IDX) > EXPIRY-LIMIT-DAYS
               MOVE "Y" TO QI-EXPIRED-FLAG(QUEUE-ITEM-IDX)
           END-IF.
       EXIT.
      *
       COUNT-HELD-BUSINESS-DAYS SECTION.
           IF BUSINESS-TABLE-DATE(BUSINESS-DATE-IDX) >
                   QI-HELD-DATE(QUEUE-ITEM-IDX)
               AND BUSINESS-TABLE-DATE(BUSINESS-DATE-IDX)
                   NOT > RUN-DATE
               ADD 1 TO QI-AGE-DAYS(QUEUE-ITEM-IDX)
           END-IF.
       EXIT.
      *
      * PRINT-HOLD-QUEUE-REPORT - OLDEST FIRST: DAYS HELD, THE DAY
      * IT WAS HELD, THE TRANSACTION AND ACCOUNT, ITS VALUE DATE AND
      * AMOUNT, AND WHETHER IT IS STILL WAITING OR EXPIRES TODAY,
      * THEN THE TOTALS OF EACH. A PAYMENT REFERENCE IS MASKED THE
      * SAME WAY THE APPROVAL-QUEUE REPORT MASKS IT.
      *
       PRINT-HOLD-QUEUE-REPORT SECTION.
           IF QUEUE-ITEM-COUNT = ZERO
               DISPLAY "PENDING HOLD QUEUE IS EMPTY"
               GO TO PRINT-HOLD-QUEUE-REPORT-EX
           END-IF.
           DISPLAY "PENDING HOLD QUEUE, OLDEST FIRST:".
           PERFORM PRINT-ONE-AGED-ITEM
               VARYING PRINT-PASS-COUNT FROM 1 BY 1
               UNTIL PRINT-PASS-COUNT > QUEUE-ITEM-COUNT.
           MOVE WAITING-AMOUNT TO QUEUE-TOTAL-EDIT.
           DISPLAY "ITEMS WAITING: " WAITING-COUNT
               " AMOUNT " QUEUE-TOTAL-EDIT.
           MOVE EXPIRED-AMOUNT TO QUEUE-TOTAL-EDIT.
           DISPLAY "ITEMS EXPIRED: " EXPIRED-COUNT
               " AMOUNT " QUEUE-TOTAL-EDIT.
       PRINT-HOLD-QUEUE-REPORT-EX.
       EXIT.
      *
       PRINT-ONE-AGED-ITEM SECTION.
           MOVE ZERO TO PRINT-BEST-IDX.
           MOVE ZERO TO PRINT-BEST-AGE.
           PERFORM FIND-OLDEST-QUEUE-ITEM
               VARYING QUEUE-ITEM-IDX FROM 1 BY 1
               UNTIL QUEUE-ITEM-IDX > QUEUE-ITEM-COUNT.
           IF PRINT-BEST-IDX = ZERO
               GO TO PRINT-ONE-AGED-ITEM-EX
           END-IF.
           MOVE "Y" TO QI-PRINTED-FLAG(PRINT-BEST-IDX).
           MOVE QI-ACCOUNT(PRINT-BEST-IDX) TO QUEUE-ACCOUNT-DISPLAY.
           IF QI-DETAIL(PRINT-BEST-IDX)(37:1) = "R"
               MOVE "******" TO QUEUE-ACCOUNT-DISPLAY(1:6)
           END-IF.
           IF QI-EXPIRED-FLAG(PRINT-BEST-IDX) = "Y"
               MOVE "EXPIRES" TO QUEUE-STATE-DISPLAY
               ADD 1 TO EXPIRED-COUNT
               ADD QI-AMOUNT(PRINT-BEST-IDX) TO EXPIRED-AMOUNT
           ELSE
               MOVE "WAITING" TO QUEUE-STATE-DISPLAY
               ADD 1 TO WAITING-COUNT
               ADD QI-AMOUNT(PRINT-BEST-IDX) TO WAITING-AMOUNT
           END-IF.
           MOVE QI-AMOUNT(PRINT-BEST-IDX) TO QUEUE-AMOUNT-EDIT.
           DISPLAY "  AGE " QI-AGE-DAYS(PRINT-BEST-IDX)
               " HELD " QI-HELD-DATE(PRINT-BEST-IDX)
               " TXN " QI-TXN-NUMBER(PRINT-BEST-IDX)
               " " QUEUE-ACCOUNT-DISPLAY
               " VALUE " QI-VALUE-DATE(PRINT-BEST-IDX)
               " " QUEUE-AMOUNT-EDIT
               " " QUEUE-STATE-DISPLAY.
       PRINT-ONE-AGED-ITEM-EX.
       EXIT.
      *
       FIND-OLDEST-QUEUE-ITEM SECTION.
           IF QI-PRINTED-FLAG(QUEUE-ITEM-IDX) = "N"
               AND QI-AGE-DAYS(QUEUE-ITEM-IDX) NOT < PRINT-BEST-AGE
               MOVE QUEUE-ITEM-IDX TO PRINT-BEST-IDX
               MOVE QI-AGE-DAYS(QUEUE-ITEM-IDX) TO PRINT-BEST-AGE
           END-IF.
       EXIT.
      *
      * EXPIRE-AGED-ITEMS - ANYTHING PAST THE EXPIRY LIMIT MOVES TO
      * THE REJECT FILE WITH A HOLD-EXPIRED REASON AND ITS LIFECYCLE
      * ENTRY; THE SURVIVORS STAY QUEUED.
      *
       EXPIRE-AGED-ITEMS SECTION.
           IF EXPIRED-COUNT = ZERO
               GO TO EXPIRE-AGED-ITEMS-EX
           END-IF.
           OPEN EXTEND REJECT-TRANSACTIONS.
           OPEN EXTEND STATUS-HISTORY-FILE.
           PERFORM EXPIRE-ONE-ITEM
               VARYING QUEUE-ITEM-IDX FROM 1 BY 1
               UNTIL QUEUE-ITEM-IDX > QUEUE-ITEM-COUNT.
           CLOSE REJECT-TRANSACTIONS.
           CLOSE STATUS-HISTORY-FILE.
       EXPIRE-AGED-ITEMS-EX.
       EXIT.
      *
       EXPIRE-ONE-ITEM SECTION.
           IF QI-EXPIRED-FLAG(QUEUE-ITEM-IDX) = "N"
               GO TO EXPIRE-ONE-ITEM-EX
           END-IF.
           IF QI-DETAIL(QUEUE-ITEM-IDX) = SPACES
               PERFORM REBUILD-EXPIRED-DETAIL
               MOVE REBUILT-DETAIL TO REJECT-DETAIL
           ELSE
               MOVE QI-DETAIL(QUEUE-ITEM-IDX) TO REJECT-DETAIL
           END-IF.
           MOVE "HOLD EXPIRED" TO REJECT-REASON.
           WRITE REJECT-TRANSACTION-RECORD.
           MOVE QI-TXN-NUMBER(QUEUE-ITEM-IDX)
               TO STATUS-HIST-TXN-NUMBER.
           MOVE "H" TO STATUS-HIST-FROM.
           MOVE "J" TO STATUS-HIST-TO.
           MOVE RUN-DATE TO STATUS-HIST-DATE.
           MOVE "PENDAGE" TO STATUS-HIST-PROGRAM.
           MOVE SPACE TO STATUS-HIST-TRANSFER-LEG.
           MOVE SPACES TO STATUS-HIST-ACCOUNT-KEY.
           MOVE SPACES TO STATUS-HIST-COUNTER-KEY.
           WRITE STATUS-HISTORY-RECORD.
           DISPLAY "ITEM EXPIRED AFTER "
               QI-AGE-DAYS(QUEUE-ITEM-IDX) " DAYS - TXN "
               QI-TXN-NUMBER(QUEUE-ITEM-IDX).
       EXPIRE-ONE-ITEM-EX.
       EXIT.
      *
      * REBUILD-EXPIRED-DETAIL - THE ROW'S OWN FIELDS IN THEIR
      * DAILY-RECORD POSITIONS: THE STRING, THE TRANSACTION NUMBER
      * AND ITS FRACTIONAL PART UNSIGNED, PENDING TYPE, THE VALUE
      * DATE, AND THE SIGN THE AMOUNT WAS HELD WITH.
      *
       REBUILD-EXPIRED-DETAIL SECTION.
           MOVE SPACES TO REBUILT-DETAIL.
           MOVE QI-ACCOUNT(QUEUE-ITEM-IDX) TO REBUILT-STRING.
           MOVE QI-TXN-NUMBER(QUEUE-ITEM-IDX) TO REBUILT-NUMBER-PART1.
           MOVE QI-TXN-FRACTION(QUEUE-ITEM-IDX)
               TO REBUILT-NUMBER-PART2.
           MOVE "P" TO REBUILT-TYPE.
           MOVE QI-VALUE-DATE(QUEUE-ITEM-IDX) TO REBUILT-VALUE-DATE.
           IF QI-AMOUNT(QUEUE-ITEM-IDX) < ZERO
               MOVE "-" TO REBUILT-SIGN
           END-IF.
       EXIT.
      *
      * REWRITE-QUEUE-SURVIVORS - THE QUEUE STARTS OVER WITH ONLY
      * THE ITEMS STILL WAITING, EACH ROW AS IT WAS READ.
      *
       REWRITE-QUEUE-SURVIVORS SECTION.
           OPEN OUTPUT PENDING-HOLD-QUEUE.
           PERFORM WRITE-ONE-SURVIVOR
               VARYING QUEUE-ITEM-IDX FROM 1 BY 1
               UNTIL QUEUE-ITEM-IDX > QUEUE-ITEM-COUNT.
           CLOSE PENDING-HOLD-QUEUE.
       EXIT.
      *
       WRITE-ONE-SURVIVOR SECTION.
           IF QI-EXPIRED-FLAG(QUEUE-ITEM-IDX) = "N"
               MOVE QI-ROW(QUEUE-ITEM-IDX) TO HOLD-QUEUE-RECORD
               WRITE HOLD-QUEUE-RECORD
           END-IF.
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
       READ-PENDING-HOLD-ITEM SECTION.
           READ PENDING-HOLD-QUEUE
               AT END
                   SET END-OF-PENDING-HOLD TO TRUE
           END-READ.
       EXIT.
      *
       READ-BUSINESS-CALENDAR SECTION.
           READ BUSINESS-CALENDAR
               AT END
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
           IF PARM-MASTER-PROGRAM NOT = "PENDAGE"
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
       END PROGRAM PENDAGE.
