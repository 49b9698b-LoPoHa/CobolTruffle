       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSGDGST.
      *
      *
      * DAILY JOB-MESSAGE DIGEST. BALRPT, BRMERGE, FRONTEND,
      * MONTHRPT, RECON AND TEST EMIT EVERY OPERATOR-FACING
      * CONDITION TO JOBMSG WITH ITS CATALOG ID, AND UNTIL NOW
      * NOTHING READ THE FILE BACK. THIS JOB SUMMARISES ONE DAY OF IT
      * (TODAY, OR THE DATE ON THE FIRST SYSIN CARD) BY MESSAGE ID,
      * PROGRAM AND SEVERITY, AND FLAGS EVERY ID THAT IS ON JOBMSG
      * FOR THE FIRST TIME OR MORE OFTEN THAN ITS AVERAGE OVER THE
      * TRAILING RUN DAYS. THE SHIFT HAND-OVER GETS A ONE-PAGE
      * DIGEST; THE MONITORING TOOL GETS THE MSGEXTR EXTRACT, ONE
      * RECORD PER ID WITH ITS FLAG, AND PAGES ON-CALL FROM THAT.
      *
      * THE TRAILING WINDOW IS THE LAST RUN DAYS ON JOBMSG BEFORE THE
      * DIGEST DATE - EVERY RUN EMITS ITS STEP-STARTED MESSAGE, SO
      * A DAY THE STREAM RAN IS ALWAYS THERE AND A WEEKEND NEVER
      * DILUTES THE AVERAGE. ITS LENGTH COMES FROM THE PARAMETER
      * MASTER, ELSE THE SECOND SYSIN CARD, ELSE SEVEN DAYS.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * KEEP IN STEP WITH TEST'S SPECIAL-NAMES.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * JOB-MESSAGE-FILE - APPENDED TO BY EVERY EMITTING PROGRAM AND
      * NEVER CLEARED, SO IT IS BOTH THE DAY BEING DIGESTED AND THE
      * HISTORY THE DAY IS JUDGED AGAINST.
           SELECT OPTIONAL JOB-MESSAGE-FILE ASSIGN TO "JOBMSG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MESSAGE-CATALOG ASSIGN TO "MSGCAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MESSAGE-DIGEST ASSIGN TO "MSGDIGST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MESSAGE-EXTRACT ASSIGN TO "MSGEXTR"
               ORGANIZATION IS LINE SEQUENTIAL.
      * PARAMETER-MASTER - THE EFFECTIVE-DATED SETTINGS FILE. A
      * SETTING WITH A ROW IN FORCE ON THE RUN DATE OVERRIDES THE
      * PROGRAM'S OWN DEFAULT; WITH NONE THE DEFAULT STANDS.
           SELECT OPTIONAL PARAMETER-MASTER ASSIGN TO "PARMMAST"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * KEEP THIS LAYOUT IN STEP WITH THE SAME 01 IN EVERY PROGRAM
      * THAT EMITS THROUGH THE CATALOG.
       FD  JOB-MESSAGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  JOB-MESSAGE-RECORD.
        05       JOBMSG-DATE             PIC 9(8).
        05       JOBMSG-PROGRAM          PIC X(8).
        05       JOBMSG-ID               PIC X(8).
        05       JOBMSG-SEVERITY         PIC 9(2).
        05       JOBMSG-DETAIL           PIC X(60).
      *
       FD  MESSAGE-CATALOG
           LABEL RECORDS ARE STANDARD.
           COPY MESSAGECAT.
      *
       FD  MESSAGE-DIGEST
           LABEL RECORDS ARE STANDARD.
       01  MESSAGE-DIGEST-LINE             PIC X(132).
      *
       FD  MESSAGE-EXTRACT
           LABEL RECORDS ARE STANDARD.
           COPY MSGEXTRACT.
      *
       FD  PARAMETER-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY PARMMASTER.
      *
       WORKING-STORAGE SECTION.
       01  JOB-MESSAGE-SWITCH           PIC X VALUE "N".
         88      END-OF-JOB-MESSAGES        VALUE "Y".
       01  MESSAGE-CATALOG-SWITCH       PIC X VALUE "N".
         88      END-OF-MESSAGE-CATALOG     VALUE "Y".
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
       01  DIGEST-DATE-CARD             PIC X(8) VALUE SPACES.
       01  DIGEST-DATE REDEFINES DIGEST-DATE-CARD
                                        PIC 9(8).
       01  TRAILING-DAY-COUNT           PIC 9(2) VALUE ZERO.
      *
       01  MESSAGE-TABLE.
        05       MESSAGE-TABLE-ENTRY OCCURS 50 TIMES.
         10      MSG-TABLE-ID            PIC X(8).
         10      MSG-TABLE-SEVERITY      PIC 9(2).
         10      MSG-TABLE-TEXT          PIC X(60).
       01  MESSAGE-TABLE-COUNT          PIC 99 VALUE ZERO.
       01  MESSAGE-TABLE-IDX            PIC 99 VALUE 1.
       01  CATALOG-LOOKUP-ID            PIC X(8) VALUE SPACES.
       01  CATALOG-FOUND-IDX            PIC 99 VALUE ZERO.
      *
      * ONE ROW PER MESSAGE ID, PROGRAM AND SEVERITY ON THE DIGEST
      * DATE, IN THE ORDER THEY FIRST APPEARED.
       01  DIGEST-ROW-TABLE.
        05       DIGEST-ROW-ENTRY OCCURS 200 TIMES.
         10      DR-ID                   PIC X(8).
         10      DR-PROGRAM              PIC X(8).
         10      DR-SEVERITY             PIC 9(2).
         10      DR-COUNT                PIC 9(6).
       01  DIGEST-ROW-COUNT             PIC 9(3) VALUE ZERO.
       01  DIGEST-ROW-IDX               PIC 9(3) VALUE 1.
       01  DIGEST-ROW-FOUND-IDX         PIC 9(3) VALUE ZERO.
       01  DIGEST-ROW-OVERFLOW-COUNT    PIC 9(8) VALUE ZERO.
      *
      * ONE ENTRY PER MESSAGE ID ON THE DIGEST DATE - ITS COUNT, THE
      * HIGHEST SEVERITY IT CARRIED, WHETHER IT WAS EVER ON JOBMSG
      * BEFORE, AND HOW OFTEN IT APPEARED IN THE TRAILING WINDOW.
       01  DIGEST-ID-TABLE.
        05       DIGEST-ID-ENTRY OCCURS 50 TIMES.
         10      DI-ID                   PIC X(8).
         10      DI-SEVERITY             PIC 9(2).
         10      DI-TODAY-COUNT          PIC 9(6).
         10      DI-SEEN-BEFORE-SWITCH   PIC X.
          88     DI-SEEN-BEFORE              VALUE "Y".
         10      DI-TRAILING-COUNT       PIC 9(8).
         10      DI-TRAILING-AVERAGE     PIC 9(6)V99.
         10      DI-FLAG                 PIC X(8).
          88     DI-FLAG-NEW                 VALUE "NEW".
          88     DI-FLAG-ABOVE-AVERAGE       VALUE "ABOVEAVG".
          88     DI-FLAG-STEADY              VALUE "STEADY".
       01  DIGEST-ID-COUNT              PIC 99 VALUE ZERO.
       01  DIGEST-ID-IDX                PIC 99 VALUE 1.
       01  DIGEST-ID-FOUND-IDX          PIC 99 VALUE ZERO.
       01  DIGEST-ID-OVERFLOW-COUNT     PIC 9(8) VALUE ZERO.
      *
      * THE MOST RECENT RUN DAYS BEFORE THE DIGEST DATE, UP TO THE
      * TRAILING-DAY COUNT, IN NO PARTICULAR ORDER.
       01  WINDOW-DATE-TABLE.
        05       WINDOW-DATE-ENTRY OCCURS 31 TIMES.
         10      WINDOW-DATE             PIC 9(8).
       01  WINDOW-DATE-COUNT            PIC 99 VALUE ZERO.
       01  WINDOW-DATE-IDX              PIC 99 VALUE 1.
       01  WINDOW-DATE-FOUND-IDX        PIC 99 VALUE ZERO.
       01  WINDOW-OLDEST-IDX            PIC 99 VALUE ZERO.
      *
      * THE PAGE HOLDS THIS MANY ROWS AND FLAGGED IDS; ANYTHING PAST
      * THEM IS COUNTED ON THE PAGE AND CARRIED IN FULL ON MSGEXTR.
       01  DIGEST-ROW-PRINT-LIMIT       PIC 9(3) VALUE 30.
       01  FLAGGED-PRINT-LIMIT          PIC 99 VALUE 15.
       01  FLAGGED-PRINTED-COUNT        PIC 99 VALUE ZERO.
       01  DIGEST-MESSAGE-COUNT         PIC 9(8) VALUE ZERO.
       01  FLAGGED-ID-COUNT             PIC 9(4) VALUE ZERO.
       01  UNPRINTED-COUNT              PIC 9(4) VALUE ZERO.
       01  TRAILING-AVERAGE-EDIT        PIC ZZZZZ9,99.
       01  DIGEST-BUILD-LINE            PIC X(132) VALUE SPACES.
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
           DISPLAY "START MSGDGST".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT DIGEST-DATE-CARD FROM SYSIN.
           ACCEPT TRAILING-DAY-COUNT FROM SYSIN.
           MOVE "TRAILING-DAY-COUNT" TO PARM-LOOKUP-NAME.
           PERFORM LOOK-UP-PARAMETER.
           IF PARM-LOOKUP-FOUND
               MOVE PARM-LOOKUP-VALUE TO TRAILING-DAY-COUNT
           END-IF.
           IF TRAILING-DAY-COUNT = ZERO
               MOVE 7 TO TRAILING-DAY-COUNT
           END-IF.
           IF TRAILING-DAY-COUNT > 31
               MOVE 31 TO TRAILING-DAY-COUNT
           END-IF.
           IF DIGEST-DATE-CARD = SPACES
               MOVE RUN-DATE TO DIGEST-DATE
           END-IF.
           IF DIGEST-DATE-CARD NOT NUMERIC
               OR DIGEST-DATE = ZERO
               DISPLAY "DIGEST DATE INVALID: " DIGEST-DATE-CARD
                   " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           PERFORM LOAD-MESSAGE-CATALOG.
      * FIRST PASS: THE DIGEST DATE'S MESSAGES, AND WHICH EARLIER
      * RUN DAYS MAKE UP THE TRAILING WINDOW.
           MOVE "N" TO JOB-MESSAGE-SWITCH.
           OPEN INPUT JOB-MESSAGE-FILE.
           PERFORM READ-JOB-MESSAGE.
           PERFORM TALLY-ONE-JOB-MESSAGE
               UNTIL END-OF-JOB-MESSAGES.
           CLOSE JOB-MESSAGE-FILE.
      * SECOND PASS: EACH OF THE DAY'S IDS AGAINST THE HISTORY.
           MOVE "N" TO JOB-MESSAGE-SWITCH.
           OPEN INPUT JOB-MESSAGE-FILE.
           PERFORM READ-JOB-MESSAGE.
           PERFORM WEIGH-ONE-PRIOR-MESSAGE
               UNTIL END-OF-JOB-MESSAGES.
           CLOSE JOB-MESSAGE-FILE.
           PERFORM JUDGE-ONE-MESSAGE-ID
               VARYING DIGEST-ID-IDX FROM 1 BY 1
               UNTIL DIGEST-ID-IDX > DIGEST-ID-COUNT.
           PERFORM WRITE-MESSAGE-DIGEST.
           PERFORM WRITE-MESSAGE-EXTRACT.
           DISPLAY "MESSAGES ON " DIGEST-DATE ": "
               DIGEST-MESSAGE-COUNT.
           DISPLAY "IDS FLAGGED:          " FLAGGED-ID-COUNT.
           IF DIGEST-ID-OVERFLOW-COUNT > ZERO
               DISPLAY "MESSAGES PAST THE ID TABLE: "
                   DIGEST-ID-OVERFLOW-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF FLAGGED-ID-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
       PROG-EX.
           DISPLAY "END MSGDGST".
           EXIT PROGRAM.
      *
      * TALLY-ONE-JOB-MESSAGE - A MESSAGE OF THE DIGEST DATE IS
      * COUNTED UNDER ITS ROW AND ITS ID; AN EARLIER ONE ONLY TELLS
      * US ITS DATE WAS A RUN DAY. LATER DATES - A DIGEST RUN FOR A
      * PAST DAY - ARE IGNORED.
      *
       TALLY-ONE-JOB-MESSAGE SECTION.
           IF JOBMSG-DATE NOT NUMERIC
               GO TO TALLY-ONE-JOB-MESSAGE-NEXT
           END-IF.
           IF JOBMSG-DATE = DIGEST-DATE
               ADD 1 TO DIGEST-MESSAGE-COUNT
               PERFORM TALLY-DIGEST-ROW
               PERFORM TALLY-DIGEST-ID
           ELSE
               IF JOBMSG-DATE < DIGEST-DATE
                   PERFORM NOTE-WINDOW-DATE
               END-IF
           END-IF.
       TALLY-ONE-JOB-MESSAGE-NEXT.
           PERFORM READ-JOB-MESSAGE.
       EXIT.
      *
       TALLY-DIGEST-ROW SECTION.
           MOVE ZERO TO DIGEST-ROW-FOUND-IDX.
           PERFORM MATCH-ONE-DIGEST-ROW
               VARYING DIGEST-ROW-IDX FROM 1 BY 1
               UNTIL DIGEST-ROW-IDX > DIGEST-ROW-COUNT.
           IF DIGEST-ROW-FOUND-IDX > ZERO
               ADD 1 TO DR-COUNT(DIGEST-ROW-FOUND-IDX)
               GO TO TALLY-DIGEST-ROW-EX
           END-IF.
           IF DIGEST-ROW-COUNT = 200
               ADD 1 TO DIGEST-ROW-OVERFLOW-COUNT
               GO TO TALLY-DIGEST-ROW-EX
           END-IF.
           ADD 1 TO DIGEST-ROW-COUNT.
           MOVE JOBMSG-ID TO DR-ID(DIGEST-ROW-COUNT).
           MOVE JOBMSG-PROGRAM TO DR-PROGRAM(DIGEST-ROW-COUNT).
           MOVE JOBMSG-SEVERITY TO DR-SEVERITY(DIGEST-ROW-COUNT).
           MOVE 1 TO DR-COUNT(DIGEST-ROW-COUNT).
       TALLY-DIGEST-ROW-EX.
       EXIT.
      *
       MATCH-ONE-DIGEST-ROW SECTION.
           IF DR-ID(DIGEST-ROW-IDX) = JOBMSG-ID
               AND DR-PROGRAM(DIGEST-ROW-IDX) = JOBMSG-PROGRAM
               AND DR-SEVERITY(DIGEST-ROW-IDX) = JOBMSG-SEVERITY
               MOVE DIGEST-ROW-IDX TO DIGEST-ROW-FOUND-IDX
           END-IF.
       EXIT.
      *
       TALLY-DIGEST-ID SECTION.
           MOVE ZERO TO DIGEST-ID-FOUND-IDX.
           PERFORM MATCH-ONE-DIGEST-ID
               VARYING DIGEST-ID-IDX FROM 1 BY 1
               UNTIL DIGEST-ID-IDX > DIGEST-ID-COUNT.
           IF DIGEST-ID-FOUND-IDX = ZERO
               IF DIGEST-ID-COUNT = 50
                   ADD 1 TO DIGEST-ID-OVERFLOW-COUNT
                   GO TO TALLY-DIGEST-ID-EX
               END-IF
               ADD 1 TO DIGEST-ID-COUNT
               MOVE DIGEST-ID-COUNT TO DIGEST-ID-FOUND-IDX
               MOVE JOBMSG-ID TO DI-ID(DIGEST-ID-FOUND-IDX)
               MOVE ZERO TO DI-SEVERITY(DIGEST-ID-FOUND-IDX)
               MOVE ZERO TO DI-TODAY-COUNT(DIGEST-ID-FOUND-IDX)
               MOVE "N" TO DI-SEEN-BEFORE-SWITCH(DIGEST-ID-FOUND-IDX)
               MOVE ZERO TO DI-TRAILING-COUNT(DIGEST-ID-FOUND-IDX)
               MOVE ZERO TO DI-TRAILING-AVERAGE(DIGEST-ID-FOUND-IDX)
               MOVE SPACES TO DI-FLAG(DIGEST-ID-FOUND-IDX)
           END-IF.
           ADD 1 TO DI-TODAY-COUNT(DIGEST-ID-FOUND-IDX).
           IF JOBMSG-SEVERITY NUMERIC
               AND JOBMSG-SEVERITY > DI-SEVERITY(DIGEST-ID-FOUND-IDX)
               MOVE JOBMSG-SEVERITY TO DI-SEVERITY(DIGEST-ID-FOUND-IDX)
           END-IF.
       TALLY-DIGEST-ID-EX.
       EXIT.
      *
       MATCH-ONE-DIGEST-ID SECTION.
           IF DI-ID(DIGEST-ID-IDX) = JOBMSG-ID
               MOVE DIGEST-ID-IDX TO DIGEST-ID-FOUND-IDX
           END-IF.
       EXIT.
      *
      * NOTE-WINDOW-DATE - KEEPS THE MOST RECENT RUN DAYS BEFORE THE
      * DIGEST DATE. JOBMSG IS NEARLY ALWAYS IN DATE ORDER, BUT A
      * RERUN OF AN EARLIER DAY CAN APPEND AN OLDER DATE, SO A FULL
      * TABLE GIVES UP ITS OLDEST DATE ONLY TO A NEWER ONE.
      *
       NOTE-WINDOW-DATE SECTION.
           MOVE ZERO TO WINDOW-DATE-FOUND-IDX.
           PERFORM MATCH-ONE-WINDOW-DATE
               VARYING WINDOW-DATE-IDX FROM 1 BY 1
               UNTIL WINDOW-DATE-IDX > WINDOW-DATE-COUNT.
           IF WINDOW-DATE-FOUND-IDX > ZERO
               GO TO NOTE-WINDOW-DATE-EX
           END-IF.
           IF WINDOW-DATE-COUNT < TRAILING-DAY-COUNT
               ADD 1 TO WINDOW-DATE-COUNT
               MOVE JOBMSG-DATE TO WINDOW-DATE(WINDOW-DATE-COUNT)
               GO TO NOTE-WINDOW-DATE-EX
           END-IF.
           MOVE 1 TO WINDOW-OLDEST-IDX.
           PERFORM FIND-OLDEST-WINDOW-DATE
               VARYING WINDOW-DATE-IDX FROM 2 BY 1
               UNTIL WINDOW-DATE-IDX > WINDOW-DATE-COUNT.
           IF JOBMSG-DATE > WINDOW-DATE(WINDOW-OLDEST-IDX)
               MOVE JOBMSG-DATE TO WINDOW-DATE(WINDOW-OLDEST-IDX)
           END-IF.
       NOTE-WINDOW-DATE-EX.
       EXIT.
      *
       MATCH-ONE-WINDOW-DATE SECTION.
           IF WINDOW-DATE(WINDOW-DATE-IDX) = JOBMSG-DATE
               MOVE WINDOW-DATE-IDX TO WINDOW-DATE-FOUND-IDX
           END-IF.
       EXIT.
      *
       FIND-OLDEST-WINDOW-DATE SECTION.
           IF WINDOW-DATE(WINDOW-DATE-IDX)
                   < WINDOW-DATE(WINDOW-OLDEST-IDX)
               MOVE WINDOW-DATE-IDX TO WINDOW-OLDEST-IDX
           END-IF.
       EXIT.
      *
      * WEIGH-ONE-PRIOR-MESSAGE - AN EARLIER MESSAGE UNDER ONE OF THE
      * DAY'S IDS MEANS THE ID IS NOT NEW, AND COUNTS TOWARDS ITS
      * AVERAGE IF ITS DATE IS IN THE TRAILING WINDOW.
      *
       WEIGH-ONE-PRIOR-MESSAGE SECTION.
           IF JOBMSG-DATE NOT NUMERIC
               OR JOBMSG-DATE NOT < DIGEST-DATE
               GO TO WEIGH-ONE-PRIOR-MESSAGE-NEXT
           END-IF.
           MOVE ZERO TO DIGEST-ID-FOUND-IDX.
           PERFORM MATCH-ONE-DIGEST-ID
               VARYING DIGEST-ID-IDX FROM 1 BY 1
               UNTIL DIGEST-ID-IDX > DIGEST-ID-COUNT.
           IF DIGEST-ID-FOUND-IDX = ZERO
               GO TO WEIGH-ONE-PRIOR-MESSAGE-NEXT
           END-IF.
           SET DI-SEEN-BEFORE(DIGEST-ID-FOUND-IDX) TO TRUE.
           MOVE ZERO TO WINDOW-DATE-FOUND-IDX.
           PERFORM MATCH-ONE-WINDOW-DATE
               VARYING WINDOW-DATE-IDX FROM 1 BY 1
               UNTIL WINDOW-DATE-IDX > WINDOW-DATE-COUNT.
           IF WINDOW-DATE-FOUND-IDX > ZERO
               ADD 1 TO DI-TRAILING-COUNT(DIGEST-ID-FOUND-IDX)
           END-IF.
       WEIGH-ONE-PRIOR-MESSAGE-NEXT.
           PERFORM READ-JOB-MESSAGE.
       EXIT.
      *
      * JUDGE-ONE-MESSAGE-ID - THE AVERAGE IS PER RUN DAY IN THE
      * WINDOW, COUNTING THE DAYS THE ID DID NOT APPEAR.
      *
       JUDGE-ONE-MESSAGE-ID SECTION.
           IF WINDOW-DATE-COUNT > ZERO
               COMPUTE DI-TRAILING-AVERAGE(DIGEST-ID-IDX) ROUNDED =
                   DI-TRAILING-COUNT(DIGEST-ID-IDX) / WINDOW-DATE-COUNT
           END-IF.
           IF NOT DI-SEEN-BEFORE(DIGEST-ID-IDX)
               SET DI-FLAG-NEW(DIGEST-ID-IDX) TO TRUE
               ADD 1 TO FLAGGED-ID-COUNT
               GO TO JUDGE-ONE-MESSAGE-ID-EX
           END-IF.
           IF DI-TODAY-COUNT(DIGEST-ID-IDX)
                   > DI-TRAILING-AVERAGE(DIGEST-ID-IDX)
               SET DI-FLAG-ABOVE-AVERAGE(DIGEST-ID-IDX) TO TRUE
               ADD 1 TO FLAGGED-ID-COUNT
           ELSE
               SET DI-FLAG-STEADY(DIGEST-ID-IDX) TO TRUE
           END-IF.
       JUDGE-ONE-MESSAGE-ID-EX.
       EXIT.
      *
      * WRITE-MESSAGE-DIGEST - THE ONE PAGE FOR THE SHIFT HAND-OVER:
      * THE DAY BY ID, PROGRAM AND SEVERITY, THEN THE FLAGGED IDS
      * WITH THEIR CATALOG TEXT, THEN THE TOTALS.
      *
       WRITE-MESSAGE-DIGEST SECTION.
           OPEN OUTPUT MESSAGE-DIGEST.
           MOVE SPACES TO DIGEST-BUILD-LINE.
           STRING "JOB-MESSAGE DIGEST FOR " DELIMITED BY SIZE
               DIGEST-DATE DELIMITED BY SIZE
               " - TRAILING AVERAGE OVER " DELIMITED BY SIZE
               WINDOW-DATE-COUNT DELIMITED BY SIZE
               " RUN DAYS" DELIMITED BY SIZE
               INTO DIGEST-BUILD-LINE.
           PERFORM WRITE-DIGEST-LINE.
           MOVE "BY MESSAGE ID, PROGRAM AND SEVERITY:"
               TO DIGEST-BUILD-LINE.
           PERFORM WRITE-DIGEST-LINE.
           IF DIGEST-ROW-COUNT = ZERO
               MOVE "  NO MESSAGES ON THE DAY" TO DIGEST-BUILD-LINE
               PERFORM WRITE-DIGEST-LINE
           END-IF.
           PERFORM WRITE-ONE-DIGEST-ROW
               VARYING DIGEST-ROW-IDX FROM 1 BY 1
               UNTIL DIGEST-ROW-IDX > DIGEST-ROW-COUNT
               OR DIGEST-ROW-IDX > DIGEST-ROW-PRINT-LIMIT.
           IF DIGEST-ROW-COUNT > DIGEST-ROW-PRINT-LIMIT
               COMPUTE UNPRINTED-COUNT =
                   DIGEST-ROW-COUNT - DIGEST-ROW-PRINT-LIMIT
               MOVE SPACES TO DIGEST-BUILD-LINE
               STRING "  AND " DELIMITED BY SIZE
                   UNPRINTED-COUNT DELIMITED BY SIZE
                   " MORE ROWS - SEE MSGEXTR" DELIMITED BY SIZE
                   INTO DIGEST-BUILD-LINE
               PERFORM WRITE-DIGEST-LINE
           END-IF.
           IF DIGEST-ROW-OVERFLOW-COUNT > ZERO
               MOVE SPACES TO DIGEST-BUILD-LINE
               STRING "  " DELIMITED BY SIZE
                   DIGEST-ROW-OVERFLOW-COUNT DELIMITED BY SIZE
                   " MESSAGES PAST THE ROW TABLE" DELIMITED BY SIZE
                   INTO DIGEST-BUILD-LINE
               PERFORM WRITE-DIGEST-LINE
           END-IF.
           MOVE "FLAGGED IDS:" TO DIGEST-BUILD-LINE.
           PERFORM WRITE-DIGEST-LINE.
           MOVE ZERO TO FLAGGED-PRINTED-COUNT.
           PERFORM WRITE-ONE-FLAGGED-ID
               VARYING DIGEST-ID-IDX FROM 1 BY 1
               UNTIL DIGEST-ID-IDX > DIGEST-ID-COUNT.
           IF FLAGGED-ID-COUNT = ZERO
               MOVE "  NONE" TO DIGEST-BUILD-LINE
               PERFORM WRITE-DIGEST-LINE
           END-IF.
           IF FLAGGED-ID-COUNT > FLAGGED-PRINT-LIMIT
               COMPUTE UNPRINTED-COUNT =
                   FLAGGED-ID-COUNT - FLAGGED-PRINT-LIMIT
               MOVE SPACES TO DIGEST-BUILD-LINE
               STRING "  AND " DELIMITED BY SIZE
                   UNPRINTED-COUNT DELIMITED BY SIZE
                   " MORE FLAGGED - SEE MSGEXTR" DELIMITED BY SIZE
                   INTO DIGEST-BUILD-LINE
               PERFORM WRITE-DIGEST-LINE
           END-IF.
           MOVE SPACES TO DIGEST-BUILD-LINE.
           STRING "MESSAGES: " DELIMITED BY SIZE
               DIGEST-MESSAGE-COUNT DELIMITED BY SIZE
               "  IDS: " DELIMITED BY SIZE
               DIGEST-ID-COUNT DELIMITED BY SIZE
               "  FLAGGED: " DELIMITED BY SIZE
               FLAGGED-ID-COUNT DELIMITED BY SIZE
               INTO DIGEST-BUILD-LINE.
           PERFORM WRITE-DIGEST-LINE.
           CLOSE MESSAGE-DIGEST.
       EXIT.
      *
       WRITE-ONE-DIGEST-ROW SECTION.
           MOVE SPACES TO DIGEST-BUILD-LINE.
           STRING "  " DELIMITED BY SIZE
               DR-ID(DIGEST-ROW-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DR-PROGRAM(DIGEST-ROW-IDX) DELIMITED BY SIZE
               " SEV " DELIMITED BY SIZE
               DR-SEVERITY(DIGEST-ROW-IDX) DELIMITED BY SIZE
               " COUNT " DELIMITED BY SIZE
               DR-COUNT(DIGEST-ROW-IDX) DELIMITED BY SIZE
               INTO DIGEST-BUILD-LINE.
           PERFORM WRITE-DIGEST-LINE.
       EXIT.
      *
       WRITE-ONE-FLAGGED-ID SECTION.
           IF DI-FLAG-STEADY(DIGEST-ID-IDX)
               OR FLAGGED-PRINTED-COUNT = FLAGGED-PRINT-LIMIT
               GO TO WRITE-ONE-FLAGGED-ID-EX
           END-IF.
           ADD 1 TO FLAGGED-PRINTED-COUNT.
           MOVE DI-ID(DIGEST-ID-IDX) TO CATALOG-LOOKUP-ID.
           PERFORM FIND-CATALOG-MESSAGE.
           MOVE DI-TRAILING-AVERAGE(DIGEST-ID-IDX)
               TO TRAILING-AVERAGE-EDIT.
           MOVE SPACES TO DIGEST-BUILD-LINE.
           STRING "  " DELIMITED BY SIZE
               DI-ID(DIGEST-ID-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DI-FLAG(DIGEST-ID-IDX) DELIMITED BY SIZE
               " SEV " DELIMITED BY SIZE
               DI-SEVERITY(DIGEST-ID-IDX) DELIMITED BY SIZE
               " TODAY " DELIMITED BY SIZE
               DI-TODAY-COUNT(DIGEST-ID-IDX) DELIMITED BY SIZE
               " AVG " DELIMITED BY SIZE
               TRAILING-AVERAGE-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INTO DIGEST-BUILD-LINE.
           IF CATALOG-FOUND-IDX > ZERO
               MOVE MSG-TABLE-TEXT(CATALOG-FOUND-IDX)
                   TO DIGEST-BUILD-LINE(60:60)
           ELSE
               MOVE "NOT IN THE CATALOG" TO DIGEST-BUILD-LINE(60:60)
           END-IF.
           PERFORM WRITE-DIGEST-LINE.
       WRITE-ONE-FLAGGED-ID-EX.
       EXIT.
      *
       WRITE-DIGEST-LINE SECTION.
           MOVE DIGEST-BUILD-LINE TO MESSAGE-DIGEST-LINE.
           WRITE MESSAGE-DIGEST-LINE.
           MOVE SPACES TO DIGEST-BUILD-LINE.
       EXIT.
      *
      * WRITE-MESSAGE-EXTRACT - EVERY ID OF THE DAY, FLAGGED OR NOT,
      * SO THE MONITORING TOOL SEES A STEADY ID GO QUIET AS WELL AS
      * A NEW ONE ARRIVE.
      *
       WRITE-MESSAGE-EXTRACT SECTION.
           OPEN OUTPUT MESSAGE-EXTRACT.
           MOVE SPACES TO MSGX-HEADER-RECORD.
           SET MSGX-HEADER TO TRUE.
           MOVE DIGEST-DATE TO MSGX-DIGEST-DATE.
           MOVE RUN-DATE TO MSGX-RUN-DATE.
           MOVE WINDOW-DATE-COUNT TO MSGX-WINDOW-DAYS.
           WRITE MSGX-HEADER-RECORD.
           PERFORM WRITE-ONE-EXTRACT-ID
               VARYING DIGEST-ID-IDX FROM 1 BY 1
               UNTIL DIGEST-ID-IDX > DIGEST-ID-COUNT.
           MOVE SPACES TO MSGX-TRAILER-RECORD.
           SET MSGX-TRAILER TO TRUE.
           MOVE DIGEST-ID-COUNT TO MSGX-TRL-ID-COUNT.
           MOVE FLAGGED-ID-COUNT TO MSGX-TRL-FLAGGED-COUNT.
           MOVE DIGEST-MESSAGE-COUNT TO MSGX-TRL-MESSAGE-COUNT.
           WRITE MSGX-TRAILER-RECORD.
           CLOSE MESSAGE-EXTRACT.
       EXIT.
      *
       WRITE-ONE-EXTRACT-ID SECTION.
           MOVE SPACES TO MSGX-DETAIL-RECORD.
           SET MSGX-DETAIL TO TRUE.
           MOVE DI-ID(DIGEST-ID-IDX) TO MSGX-ID.
           MOVE DI-SEVERITY(DIGEST-ID-IDX) TO MSGX-SEVERITY.
           MOVE DI-FLAG(DIGEST-ID-IDX) TO MSGX-FLAG.
           MOVE DI-TODAY-COUNT(DIGEST-ID-IDX) TO MSGX-TODAY-COUNT.
           MOVE DI-TRAILING-AVERAGE(DIGEST-ID-IDX)
               TO MSGX-TRAILING-AVERAGE.
           WRITE MSGX-DETAIL-RECORD.
       EXIT.
      *
      * MESSAGE-CATALOG SECTIONS - LOADED AS THE EMITTING PROGRAMS
      * LOAD IT, FOR THE TEXT BESIDE EACH FLAGGED ID. AN ID THE
      * CATALOG DOES NOT KNOW IS STILL FLAGGED.
      *
       LOAD-MESSAGE-CATALOG SECTION.
           OPEN INPUT MESSAGE-CATALOG.
           PERFORM READ-MESSAGE-CATALOG.
           PERFORM LOAD-ONE-MESSAGE
               UNTIL END-OF-MESSAGE-CATALOG
               OR MESSAGE-TABLE-COUNT = 50.
           CLOSE MESSAGE-CATALOG.
       EXIT.
      *
       LOAD-ONE-MESSAGE SECTION.
           ADD 1 TO MESSAGE-TABLE-COUNT.
           MOVE MSG-ID TO MSG-TABLE-ID(MESSAGE-TABLE-COUNT).
           MOVE MSG-SEVERITY
               TO MSG-TABLE-SEVERITY(MESSAGE-TABLE-COUNT).
           MOVE MSG-TEXT TO MSG-TABLE-TEXT(MESSAGE-TABLE-COUNT).
           PERFORM READ-MESSAGE-CATALOG.
       EXIT.
      *
       FIND-CATALOG-MESSAGE SECTION.
           MOVE ZERO TO CATALOG-FOUND-IDX.
           PERFORM MATCH-ONE-MESSAGE
               VARYING MESSAGE-TABLE-IDX FROM 1 BY 1
               UNTIL MESSAGE-TABLE-IDX > MESSAGE-TABLE-COUNT.
       EXIT.
      *
       MATCH-ONE-MESSAGE SECTION.
           IF MSG-TABLE-ID(MESSAGE-TABLE-IDX) = CATALOG-LOOKUP-ID
               MOVE MESSAGE-TABLE-IDX TO CATALOG-FOUND-IDX
           END-IF.
       EXIT.
      *
       READ-MESSAGE-CATALOG SECTION.
           READ MESSAGE-CATALOG
               AT END
                   SET END-OF-MESSAGE-CATALOG TO TRUE
           END-READ.
       EXIT.
      *
       READ-JOB-MESSAGE SECTION.
           READ JOB-MESSAGE-FILE
               AT END
                   SET END-OF-JOB-MESSAGES TO TRUE
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
           IF PARM-MASTER-PROGRAM NOT = "MSGDGST"
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
       END PROGRAM MSGDGST.
