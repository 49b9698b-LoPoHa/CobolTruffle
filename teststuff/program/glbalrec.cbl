       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLBALREC.
      *
      *
      * SUB-LEDGER TO GENERAL-LEDGER BALANCE RECONCILIATION. TRIALBAL
      * PROVES THE MASTER AGAINST THE POSTING TRAIL AND GLACKREC
      * PROVES A BATCH WAS LOADED, BUT NOTHING CHECKED THAT THE
      * LEDGER'S CLOSING BALANCES AGREE WITH OURS - A MIS-MAPPED
      * ACCOUNT OR A LOAD THE LEDGER REJECTED SURFACED AT AUDIT. THIS
      * JOB READS THE DAILY GL BALANCE FILE THE LEDGER SYSTEM SENDS
      * BACK (ONE ROW PER GL ACCOUNT), ROLLS THE MASTER'S BALANCES UP
      * TO THEIR GL CONTROL ACCOUNTS THROUGH THE BALANCE-CONTROL ROWS
      * OF THE CHART OF ACCOUNTS, AND PRINTS EACH CONTROL ACCOUNT'S
      * SUB-LEDGER TOTAL, LEDGER TOTAL AND DIFFERENCE. A BREAK
      * OUTSIDE THE TOLERANCE ON SYSIN RAISES AN OPSALERT RECORD AND
      * A NON-ZERO RETURN CODE THE SAME DAY.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * KEEP IN STEP WITH TEST'S SPECIAL-NAMES - SAME MONEY FIELDS,
      * SAME EDITING.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNT-MASTER-WIDE-KEY
               ALTERNATE RECORD KEY IS ACCOUNT-MASTER-KEY
                   WITH DUPLICATES.
      * CHART-OF-ACCOUNTS - ONLY THE BALANCE-CONTROL ROWS MATTER
      * HERE; THE TYPE ROWS ARE THE JOURNAL WRITERS' BUSINESS.
           SELECT CHART-OF-ACCOUNTS ASSIGN TO "COACCTS"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE LEDGER'S CLOSING BALANCES, SENT BACK BY THE GL SYSTEM.
           SELECT GL-BALANCE-FILE ASSIGN TO "GLBALANC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPLETION-FLAG-FILE ASSIGN TO "COMPFLAG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECONCILIATION-REPORT ASSIGN TO "GLRECRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * OPERATIONS-ALERT-FILE - APPENDED TO, NOT REWRITTEN: THE DAILY
      * RUN OWNS THE FILE AND WRITES IT FIRST; THIS RECONCILIATION
      * ADDS ITS OWN BREAKS BEHIND THE RUN'S.
           SELECT OPERATIONS-ALERT-FILE ASSIGN TO "OPSALERT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY ACCTMASTER.
      *
       FD  CHART-OF-ACCOUNTS
           LABEL RECORDS ARE STANDARD.
           COPY CHARTOFACCTS.
      *
      * ONE ROW PER GL ACCOUNT. THE BALANCE IS SIGNED CREDIT-
      * POSITIVE - A CONTROL ACCOUNT CARRYING CUSTOMER DEPOSITS
      * SHOWS THE SAME SIGN THE MASTER'S BALANCES DO.
       FD  GL-BALANCE-FILE
           LABEL RECORDS ARE STANDARD.
       01  GL-BALANCE-RECORD.
        05       GLBAL-ACCOUNT           PIC X(4).
        05       GLBAL-DATE              PIC 9(8).
        05       GLBAL-BALANCE           PIC S9(11)V99.
      *
       FD  COMPLETION-FLAG-FILE
           LABEL RECORDS ARE STANDARD.
       01  COMPLETION-FLAG-RECORD.
        05       COMPLETION-FLAG-DATE    PIC 9(8).
        05       COMPLETION-FLAG-RC      PIC 9(4).
      * THE CYCLE THE FLAG BELONGS TO - INTRADAY RUNS STAMP 1, 2, ...
        05       COMPLETION-FLAG-CYCLE   PIC 9(2).
      *
       FD  RECONCILIATION-REPORT
           LABEL RECORDS ARE STANDARD.
       01  RECONCILIATION-LINE             PIC X(132).
      *
      * KEEP THIS LAYOUT IN STEP WITH OPERATIONS-ALERT-RECORD IN TEST.
       FD  OPERATIONS-ALERT-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPERATIONS-ALERT-RECORD.
        05       ALERT-REASON-CODE       PIC X(8).
        05       ALERT-SEVERITY          PIC 9(2).
        05       ALERT-DETAIL            PIC X(60).
      *
       WORKING-STORAGE SECTION.
       01  ACCOUNT-MASTER-SWITCH        PIC X VALUE "N".
         88      END-OF-ACCOUNT-MASTER      VALUE "Y".
       01  CHART-OF-ACCOUNTS-SWITCH     PIC X VALUE "N".
         88      END-OF-CHART               VALUE "Y".
       01  GL-BALANCE-SWITCH            PIC X VALUE "N".
         88      END-OF-GL-BALANCES         VALUE "Y".
       01  COMPLETION-FLAG-SWITCH       PIC X VALUE "N".
         88      END-OF-COMPLETION-FLAG     VALUE "Y".
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
       01  BALANCE-DATE                 PIC 9(8) VALUE ZERO.
      * THE LARGEST DIFFERENCE THAT STILL COUNTS AS AGREED - ZERO ON
      * SYSIN DEMANDS AN EXACT MATCH.
       01  RECONCILIATION-TOLERANCE     PIC 9(7)V99 VALUE ZERO.
      *
      * BALANCE-CONTROL MAPPING - BRANCH DIGIT TO GL CONTROL ACCOUNT,
      * FROM THE "*" ROWS OF THE CHART. THE DEFAULT ROW'S ACCOUNT IS
      * HELD APART.
       01  CONTROL-MAP-TABLE.
        05       CONTROL-MAP-ENTRY OCCURS 20 TIMES.
         10      CONTROL-MAP-BRANCH      PIC X.
         10      CONTROL-MAP-ACCOUNT     PIC X(4).
       01  CONTROL-MAP-COUNT            PIC 99 VALUE ZERO.
       01  CONTROL-MAP-IDX              PIC 99 VALUE 1.
       01  CONTROL-DEFAULT-ACCOUNT      PIC X(4) VALUE SPACES.
       01  CONTROL-ACCOUNT-FOUND        PIC X(4) VALUE SPACES.
      *
      * ONE LINE PER GL CONTROL ACCOUNT - THE SUB-LEDGER SIDE ROLLED
      * UP FROM THE MASTER, THE LEDGER SIDE FROM THE BALANCE FILE.
       01  RECON-TABLE.
        05       RECON-ENTRY OCCURS 20 TIMES.
         10      RECON-GL-ACCOUNT        PIC X(4).
         10      RECON-ACCOUNT-COUNT     PIC 9(8).
         10      RECON-SUB-LEDGER        PIC S9(11)V99.
         10      RECON-LEDGER            PIC S9(11)V99.
         10      RECON-LEDGER-SEEN       PIC X.
       01  RECON-COUNT                  PIC 99 VALUE ZERO.
       01  RECON-IDX                    PIC 99 VALUE 1.
       01  RECON-FOUND-IDX              PIC 99 VALUE ZERO.
       01  RECON-DIFFERENCE             PIC S9(11)V99 VALUE ZERO.
       01  RECON-MAGNITUDE              PIC 9(11)V99 VALUE ZERO.
       01  RECON-STATUS-TEXT            PIC X(14) VALUE SPACES.
      *
       01  UNMAPPED-ACCOUNT-COUNT       PIC 9(8) VALUE ZERO.
       01  UNMAPPED-BALANCE-TOTAL       PIC S9(11)V99 VALUE ZERO.
       01  STALE-LEDGER-ROW-COUNT       PIC 9(8) VALUE ZERO.
       01  BREAK-COUNT                  PIC 9(4) VALUE ZERO.
       01  AGREED-COUNT                 PIC 9(4) VALUE ZERO.
      *
      * PRINT WORK FIELDS - SAME LINE-COUNTED, PAGE-HEADED SHAPE AS
      * TEST'S DAILY REPORT.
       01  REPORT-PAGE-NUMBER           PIC 9(4) VALUE ZERO.
       01  REPORT-LINE-COUNT            PIC 9(2) VALUE ZERO.
       01  REPORT-PAGE-DEPTH            PIC 9(2) VALUE 55.
       01  REPORT-HEADING-LINE.
        05       FILLER                  PIC X(30)
                 VALUE "GL BALANCE RECONCILIATION  AS ".
        05       REPORT-HEADING-DATE     PIC 9(8).
        05       FILLER                  PIC X(7) VALUE "   PAGE".
        05       REPORT-HEADING-PAGE     PIC ZZZ9.
       01  REPORT-COLUMN-LINE           PIC X(132) VALUE
           "ACCT  ACCOUNTS        SUB-LEDGER            LEDGER      DIF
      -    "FERENCE  STATUS".
       01  REPORT-BUILD-LINE            PIC X(132) VALUE SPACES.
       01  REPORT-SUB-LEDGER-EDIT       PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       01  REPORT-LEDGER-EDIT           PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       01  REPORT-DIFFERENCE-EDIT       PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       01  REPORT-COUNT-EDIT            PIC ZZ.ZZZ.ZZ9.
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           DISPLAY "START GLBALREC".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RECONCILIATION-TOLERANCE FROM SYSIN.
      * THE LEDGER BALANCES MUST BE AS OF THE DAY THE RUN COMPLETED -
      * THE SAME DATE THE SUBMISSION WAS FILED UNDER.
           OPEN INPUT COMPLETION-FLAG-FILE.
           READ COMPLETION-FLAG-FILE
               AT END
                   SET END-OF-COMPLETION-FLAG TO TRUE
           END-READ.
           CLOSE COMPLETION-FLAG-FILE.
           IF END-OF-COMPLETION-FLAG
               DISPLAY "NO COMPLETION FLAG - NO RUN TO RECONCILE"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           MOVE COMPLETION-FLAG-DATE TO BALANCE-DATE.
           PERFORM LOAD-CONTROL-MAPPING.
           IF CONTROL-MAP-COUNT = ZERO
               AND CONTROL-DEFAULT-ACCOUNT = SPACES
               DISPLAY "NO BALANCE-CONTROL ROWS ON THE CHART - "
                   "RECONCILIATION REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           PERFORM ROLL-UP-MASTER.
           PERFORM LOAD-LEDGER-BALANCES.
           OPEN OUTPUT RECONCILIATION-REPORT.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM REPORT-ONE-CONTROL-ACCOUNT
               VARYING RECON-IDX FROM 1 BY 1
               UNTIL RECON-IDX > RECON-COUNT.
           PERFORM WRITE-REPORT-FOOTING.
           CLOSE RECONCILIATION-REPORT.
           DISPLAY "CONTROL ACCOUNTS AGREED:  " AGREED-COUNT.
           DISPLAY "CONTROL ACCOUNTS BROKEN:  " BREAK-COUNT.
           IF UNMAPPED-ACCOUNT-COUNT > ZERO
               DISPLAY "ACCOUNTS WITH NO CONTROL ROW: "
                   UNMAPPED-ACCOUNT-COUNT
               PERFORM RAISE-UNMAPPED-ALERT
           END-IF.
           IF BREAK-COUNT > ZERO OR UNMAPPED-ACCOUNT-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF STALE-LEDGER-ROW-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "END GLBALREC".
      *
       PROG-EX.
           EXIT PROGRAM.
      *
      * LOAD-CONTROL-MAPPING - THE "*" ROWS ONLY. EVERY CONTROL
      * ACCOUNT NAMED GETS ITS RECONCILIATION LINE UP FRONT, SO A
      * CONTROL ACCOUNT WITH NO BALANCES BEHIND IT STILL HAS ITS
      * LEDGER SIDE CHECKED.
      *
       LOAD-CONTROL-MAPPING SECTION.
           OPEN INPUT CHART-OF-ACCOUNTS.
           PERFORM READ-CHART-ROW.
           PERFORM LOAD-ONE-CONTROL-ROW UNTIL END-OF-CHART.
           CLOSE CHART-OF-ACCOUNTS.
           DISPLAY "BALANCE-CONTROL MAPPING IN EFFECT:".
           PERFORM DISPLAY-ONE-CONTROL-ROW
               VARYING CONTROL-MAP-IDX FROM 1 BY 1
               UNTIL CONTROL-MAP-IDX > CONTROL-MAP-COUNT.
           IF CONTROL-DEFAULT-ACCOUNT NOT = SPACES
               DISPLAY "  OTHER BRANCHES TO " CONTROL-DEFAULT-ACCOUNT
           END-IF.
       EXIT.
      *
       LOAD-ONE-CONTROL-ROW SECTION.
           IF NOT COA-BALANCE-CONTROL-ROW
               GO TO LOAD-ONE-CONTROL-ROW-NEXT
           END-IF.
           IF COA-CONTROL-BRANCH = "*"
               MOVE COA-CONTROL-ACCOUNT TO CONTROL-DEFAULT-ACCOUNT
           ELSE
               IF CONTROL-MAP-COUNT < 20
                   ADD 1 TO CONTROL-MAP-COUNT
                   MOVE COA-CONTROL-BRANCH
                       TO CONTROL-MAP-BRANCH(CONTROL-MAP-COUNT)
                   MOVE COA-CONTROL-ACCOUNT
                       TO CONTROL-MAP-ACCOUNT(CONTROL-MAP-COUNT)
               END-IF
           END-IF.
           MOVE COA-CONTROL-ACCOUNT TO CONTROL-ACCOUNT-FOUND.
           PERFORM FIND-RECON-LINE.
       LOAD-ONE-CONTROL-ROW-NEXT.
           PERFORM READ-CHART-ROW.
       EXIT.
      *
       DISPLAY-ONE-CONTROL-ROW SECTION.
           DISPLAY "  BRANCH " CONTROL-MAP-BRANCH(CONTROL-MAP-IDX)
               " TO " CONTROL-MAP-ACCOUNT(CONTROL-MAP-IDX).
       EXIT.
      *
      * FIND-RECON-LINE - THE RECONCILIATION LINE FOR THE CONTROL
      * ACCOUNT IN CONTROL-ACCOUNT-FOUND, OPENED IF NEW. RECON-
      * FOUND-IDX STAYS ZERO ONLY WHEN THE TABLE IS FULL.
      *
       FIND-RECON-LINE SECTION.
           MOVE ZERO TO RECON-FOUND-IDX.
           PERFORM MATCH-ONE-RECON-LINE
               VARYING RECON-IDX FROM 1 BY 1
               UNTIL RECON-IDX > RECON-COUNT.
           IF RECON-FOUND-IDX = ZERO AND RECON-COUNT < 20
               ADD 1 TO RECON-COUNT
               MOVE RECON-COUNT TO RECON-FOUND-IDX
               MOVE CONTROL-ACCOUNT-FOUND
                   TO RECON-GL-ACCOUNT(RECON-FOUND-IDX)
               MOVE ZERO TO RECON-ACCOUNT-COUNT(RECON-FOUND-IDX)
               MOVE ZERO TO RECON-SUB-LEDGER(RECON-FOUND-IDX)
               MOVE ZERO TO RECON-LEDGER(RECON-FOUND-IDX)
               MOVE "N" TO RECON-LEDGER-SEEN(RECON-FOUND-IDX)
           END-IF.
       EXIT.
      *
       MATCH-ONE-RECON-LINE SECTION.
           IF RECON-GL-ACCOUNT(RECON-IDX) = CONTROL-ACCOUNT-FOUND
               MOVE RECON-IDX TO RECON-FOUND-IDX
           END-IF.
       EXIT.
      *
      * ROLL-UP-MASTER - EVERY ACCOUNT'S BALANCE ONTO ITS BRANCH'S
      * CONTROL ACCOUNT. A BRANCH WITH NO ROW AND NO DEFAULT IS A
      * MAPPING HOLE - COUNTED AND ALERTED, NEVER GUESSED.
      *
       ROLL-UP-MASTER SECTION.
           OPEN INPUT ACCOUNT-MASTER.
           PERFORM READ-ACCOUNT-MASTER.
           PERFORM ROLL-UP-ONE-ACCOUNT UNTIL END-OF-ACCOUNT-MASTER.
           CLOSE ACCOUNT-MASTER.
       EXIT.
      *
       ROLL-UP-ONE-ACCOUNT SECTION.
           MOVE CONTROL-DEFAULT-ACCOUNT TO CONTROL-ACCOUNT-FOUND.
           PERFORM MATCH-ONE-CONTROL-ROW
               VARYING CONTROL-MAP-IDX FROM 1 BY 1
               UNTIL CONTROL-MAP-IDX > CONTROL-MAP-COUNT.
           IF CONTROL-ACCOUNT-FOUND = SPACES
               ADD 1 TO UNMAPPED-ACCOUNT-COUNT
               ADD ACCOUNT-MASTER-BALANCE TO UNMAPPED-BALANCE-TOTAL
               DISPLAY "ACCOUNT " ACCOUNT-MASTER-KEY
                   " HAS NO BALANCE-CONTROL ROW FOR BRANCH "
                   ACCOUNT-MASTER-BRANCH-DIGIT
               GO TO ROLL-UP-ONE-ACCOUNT-NEXT
           END-IF.
           PERFORM FIND-RECON-LINE.
           IF RECON-FOUND-IDX > ZERO
               ADD 1 TO RECON-ACCOUNT-COUNT(RECON-FOUND-IDX)
               ADD ACCOUNT-MASTER-BALANCE
                   TO RECON-SUB-LEDGER(RECON-FOUND-IDX)
           END-IF.
       ROLL-UP-ONE-ACCOUNT-NEXT.
           PERFORM READ-ACCOUNT-MASTER.
       EXIT.
      *
       MATCH-ONE-CONTROL-ROW SECTION.
           IF CONTROL-MAP-BRANCH(CONTROL-MAP-IDX) =
                   ACCOUNT-MASTER-BRANCH-DIGIT
               MOVE CONTROL-MAP-ACCOUNT(CONTROL-MAP-IDX)
                   TO CONTROL-ACCOUNT-FOUND
           END-IF.
       EXIT.
      *
      * LOAD-LEDGER-BALANCES - ONLY THE ROWS FOR A CONTROL ACCOUNT
      * ARE KEPT. A ROW DATED OTHER THAN THE BALANCE DATE IS THE
      * LEDGER'S LEFTOVER, NOT TODAY'S CLOSE - IT IS COUNTED AND
      * SET ASIDE, AND ITS ACCOUNT SHOWS WITH NO LEDGER ROW.
      *
       LOAD-LEDGER-BALANCES SECTION.
           OPEN INPUT GL-BALANCE-FILE.
           PERFORM READ-GL-BALANCE.
           PERFORM NOTE-ONE-LEDGER-BALANCE UNTIL END-OF-GL-BALANCES.
           CLOSE GL-BALANCE-FILE.
           IF STALE-LEDGER-ROW-COUNT > ZERO
               DISPLAY "LEDGER ROWS NOT DATED " BALANCE-DATE ": "
                   STALE-LEDGER-ROW-COUNT
           END-IF.
       EXIT.
      *
       NOTE-ONE-LEDGER-BALANCE SECTION.
           MOVE ZERO TO RECON-FOUND-IDX.
           MOVE GLBAL-ACCOUNT TO CONTROL-ACCOUNT-FOUND.
           PERFORM MATCH-ONE-RECON-LINE
               VARYING RECON-IDX FROM 1 BY 1
               UNTIL RECON-IDX > RECON-COUNT.
           IF RECON-FOUND-IDX = ZERO
               GO TO NOTE-ONE-LEDGER-BALANCE-NEXT
           END-IF.
           IF GLBAL-DATE NOT = BALANCE-DATE
               ADD 1 TO STALE-LEDGER-ROW-COUNT
               GO TO NOTE-ONE-LEDGER-BALANCE-NEXT
           END-IF.
           ADD GLBAL-BALANCE TO RECON-LEDGER(RECON-FOUND-IDX).
           MOVE "Y" TO RECON-LEDGER-SEEN(RECON-FOUND-IDX).
       NOTE-ONE-LEDGER-BALANCE-NEXT.
           PERFORM READ-GL-BALANCE.
       EXIT.
      *
      * REPORT-ONE-CONTROL-ACCOUNT - A DIFFERENCE WITHIN TOLERANCE
      * AGREES; ANYTHING ELSE, OR A CONTROL ACCOUNT THE LEDGER SENT
      * NO ROW FOR, IS A BREAK AND GOES TO THE ALERT FILE.
      *
       REPORT-ONE-CONTROL-ACCOUNT SECTION.
           COMPUTE RECON-DIFFERENCE =
               RECON-SUB-LEDGER(RECON-IDX) - RECON-LEDGER(RECON-IDX).
           IF RECON-DIFFERENCE < ZERO
               COMPUTE RECON-MAGNITUDE = ZERO - RECON-DIFFERENCE
           ELSE
               MOVE RECON-DIFFERENCE TO RECON-MAGNITUDE
           END-IF.
           EVALUATE TRUE
               WHEN RECON-LEDGER-SEEN(RECON-IDX) NOT = "Y"
                   MOVE "NO LEDGER ROW" TO RECON-STATUS-TEXT
                   ADD 1 TO BREAK-COUNT
                   PERFORM RAISE-BREAK-ALERT
               WHEN RECON-MAGNITUDE > RECONCILIATION-TOLERANCE
                   MOVE "BREAK" TO RECON-STATUS-TEXT
                   ADD 1 TO BREAK-COUNT
                   PERFORM RAISE-BREAK-ALERT
               WHEN OTHER
                   MOVE "AGREED" TO RECON-STATUS-TEXT
                   ADD 1 TO AGREED-COUNT
           END-EVALUATE.
           MOVE RECON-ACCOUNT-COUNT(RECON-IDX) TO REPORT-COUNT-EDIT.
           MOVE RECON-SUB-LEDGER(RECON-IDX) TO REPORT-SUB-LEDGER-EDIT.
           MOVE RECON-LEDGER(RECON-IDX) TO REPORT-LEDGER-EDIT.
           MOVE RECON-DIFFERENCE TO REPORT-DIFFERENCE-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING RECON-GL-ACCOUNT(RECON-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               REPORT-SUB-LEDGER-EDIT DELIMITED BY SIZE
               REPORT-LEDGER-EDIT DELIMITED BY SIZE
               REPORT-DIFFERENCE-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RECON-STATUS-TEXT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
       EXIT.
      *
       WRITE-REPORT-FOOTING SECTION.
           MOVE SPACES TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF UNMAPPED-ACCOUNT-COUNT > ZERO
               MOVE UNMAPPED-ACCOUNT-COUNT TO REPORT-COUNT-EDIT
               MOVE UNMAPPED-BALANCE-TOTAL TO REPORT-SUB-LEDGER-EDIT
               STRING "ACCOUNTS WITH NO CONTROL ROW " DELIMITED BY SIZE
                   REPORT-COUNT-EDIT DELIMITED BY SIZE
                   "  BALANCE " DELIMITED BY SIZE
                   REPORT-SUB-LEDGER-EDIT DELIMITED BY SIZE
                   INTO REPORT-BUILD-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-BUILD-LINE.
           MOVE RECONCILIATION-TOLERANCE TO REPORT-DIFFERENCE-EDIT.
           STRING "CONTROL ACCOUNTS AGREED " DELIMITED BY SIZE
               AGREED-COUNT DELIMITED BY SIZE
               "  BROKEN " DELIMITED BY SIZE
               BREAK-COUNT DELIMITED BY SIZE
               "  TOLERANCE " DELIMITED BY SIZE
               REPORT-DIFFERENCE-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
       EXIT.
      *
       RAISE-BREAK-ALERT SECTION.
           OPEN EXTEND OPERATIONS-ALERT-FILE.
           MOVE "GLBREAK" TO ALERT-REASON-CODE.
           MOVE 8 TO ALERT-SEVERITY.
           MOVE SPACES TO ALERT-DETAIL.
           MOVE RECON-DIFFERENCE TO REPORT-DIFFERENCE-EDIT.
           STRING "GL " DELIMITED BY SIZE
               RECON-GL-ACCOUNT(RECON-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RECON-STATUS-TEXT DELIMITED BY "  "
               " DIFF " DELIMITED BY SIZE
               REPORT-DIFFERENCE-EDIT DELIMITED BY SIZE
               INTO ALERT-DETAIL.
           WRITE OPERATIONS-ALERT-RECORD.
           CLOSE OPERATIONS-ALERT-FILE.
       EXIT.
      *
       RAISE-UNMAPPED-ALERT SECTION.
           OPEN EXTEND OPERATIONS-ALERT-FILE.
           MOVE "GLBREAK" TO ALERT-REASON-CODE.
           MOVE 8 TO ALERT-SEVERITY.
           MOVE SPACES TO ALERT-DETAIL.
           STRING UNMAPPED-ACCOUNT-COUNT DELIMITED BY SIZE
               " ACCOUNTS ON A BRANCH WITH NO CONTROL ROW"
               DELIMITED BY SIZE
               INTO ALERT-DETAIL.
           WRITE OPERATIONS-ALERT-RECORD.
           CLOSE OPERATIONS-ALERT-FILE.
       EXIT.
      *
       WRITE-REPORT-HEADING SECTION.
           ADD 1 TO REPORT-PAGE-NUMBER.
           MOVE BALANCE-DATE TO REPORT-HEADING-DATE.
           MOVE REPORT-PAGE-NUMBER TO REPORT-HEADING-PAGE.
           MOVE REPORT-HEADING-LINE TO RECONCILIATION-LINE.
           WRITE RECONCILIATION-LINE AFTER ADVANCING PAGE.
           MOVE 1 TO REPORT-LINE-COUNT.
           MOVE SPACES TO RECONCILIATION-LINE.
           WRITE RECONCILIATION-LINE AFTER ADVANCING 1 LINE.
           MOVE REPORT-COLUMN-LINE TO RECONCILIATION-LINE.
           WRITE RECONCILIATION-LINE AFTER ADVANCING 1 LINE.
           ADD 2 TO REPORT-LINE-COUNT.
       EXIT.
      *
       WRITE-REPORT-LINE SECTION.
           IF REPORT-LINE-COUNT NOT < REPORT-PAGE-DEPTH
               PERFORM WRITE-REPORT-HEADING
           END-IF.
           MOVE REPORT-BUILD-LINE TO RECONCILIATION-LINE.
           WRITE RECONCILIATION-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO REPORT-LINE-COUNT.
       EXIT.
      *
       READ-ACCOUNT-MASTER SECTION.
           READ ACCOUNT-MASTER NEXT RECORD
               AT END
                   SET END-OF-ACCOUNT-MASTER TO TRUE
           END-READ.
       EXIT.
      *
       READ-CHART-ROW SECTION.
           READ CHART-OF-ACCOUNTS
               AT END
                   SET END-OF-CHART TO TRUE
           END-READ.
       EXIT.
      *
       READ-GL-BALANCE SECTION.
           READ GL-BALANCE-FILE
               AT END
                   SET END-OF-GL-BALANCES TO TRUE
           END-READ.
       EXIT.
      *
       END PROGRAM GLBALREC.
