       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTRBACK.
      *
      *
      * SELECTIVE ROLLBACK OF THE ACCOUNT MASTER FROM THE MASTER
      * JOURNAL. EVERY PROGRAM THAT CHANGES ACCTMAST WRITES A BEFORE
      * AND AN AFTER IMAGE OF THE RECORD TO MSTJRNL, TAGGED WITH THE
      * PROGRAM, ITS RUN DATE, ITS INTRADAY CYCLE AND THE TIME IT
      * OPENED THE JOURNAL. THIS UTILITY TAKES ONE SUCH RUN ON SYSIN
      * AND PUTS BACK EVERY MASTER RECORD THAT RUN CHANGED, NEWEST
      * CHANGE FIRST: A CHANGED RECORD GETS ITS BEFORE IMAGE BACK, AN
      * ADDED ONE IS DELETED AND A DELETED ONE IS WRITTEN AGAIN.
      *
      * AN ACCOUNT SOMETHING ELSE HAS CHANGED SINCE IS REFUSED WHOLE
      * AND LISTED - EITHER A LATER JOURNAL RECORD NAMES IT, OR THE
      * MASTER NO LONGER HOLDS WHAT THE RUN LEFT THERE. THE OTHER
      * ACCOUNTS ARE STILL ROLLED BACK.
      *
      * ONLY THE MASTER IS PUT BACK. THE POSTING TRAIL, THE LEDGER
      * AND THE COMPLETION FLAG ARE BACKOUT'S BUSINESS, NOT THIS
      * JOB'S. A RETENTION PURGE IS FINAL AND IS NEVER ROLLED BACK.
      * THE ROLLBACK'S OWN CHANGES GO ON THE JOURNAL AND THE AUDIT
      * TRAIL LIKE ANY OTHER PROGRAM'S, SO A ROLLBACK CAN ITSELF BE
      * ROLLED BACK.
      *
      * SYSIN - ONE CARD: PROGRAM (8), RUN DATE (8), CYCLE (2) AND
      * RUN TIME (8). A ZERO RUN TIME TAKES THE LATEST RUN OF THAT
      * PROGRAM ON THAT DATE AND CYCLE.
      *
      * THE JOURNAL IMAGES HOLD THE FIRST 64 BYTES OF THE MASTER
      * RECORD; THE WIDE KEY RIDES ONCE ON EACH JOURNAL ROW. AN
      * ACCOUNT IS KNOWN BY ITS WIDE KEY AND ITS SHORT KEY TOGETHER,
      * SO ONE NUMBERED PAST 999 (NO SHORT KEY) IS STILL TOLD APART.
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-MASTER-WIDE-KEY
               ALTERNATE RECORD KEY IS ACCOUNT-MASTER-KEY
                   WITH DUPLICATES.
      * MASTER-JOURNAL-FILE - READ TWICE TO FIND THE RUN AND WHAT
      * FOLLOWED IT, THEN OPENED EXTEND FOR THE ROLLBACK'S OWN
      * IMAGES.
           SELECT OPTIONAL MASTER-JOURNAL-FILE ASSIGN TO "MSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY ACCTMASTER.
      *
       FD  MASTER-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MASTERJOURNAL.
      *
      * KEEP THIS LAYOUT IN STEP WITH RUN-LOCK-RECORD IN TEST.
       FD  RUN-LOCK-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-LOCK-RECORD.
        05       RUN-LOCK-STATUS         PIC X.
        05       RUN-LOCK-DATE           PIC 9(8).
        05       RUN-LOCK-TIME           PIC 9(8).
      *
       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITRECORD.
      *
       WORKING-STORAGE SECTION.
       01  MASTER-JOURNAL-SWITCH        PIC X VALUE "N".
         88      END-OF-MASTER-JOURNAL        VALUE "Y".
       01  RUN-LOCK-SWITCH              PIC X VALUE "N".
         88      END-OF-RUN-LOCK              VALUE "Y".
       01  AUDIT-LOG-READ-SWITCH        PIC X VALUE "N".
         88      END-OF-AUDIT-LOG             VALUE "Y".
       01  ACCOUNT-NOT-FOUND-SWITCH     PIC X VALUE "N".
         88      ACCOUNT-NOT-FOUND            VALUE "Y".
       01  TABLE-OVERFLOW-SWITCH        PIC X VALUE "N".
         88      TABLE-OVERFLOWED             VALUE "Y".
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
      *
      * THE RUN TO BE ROLLED BACK, AS KEYED ON SYSIN.
       01  ROLLBACK-REQUEST.
        05       ROLLBACK-PROGRAM        PIC X(8).
        05       ROLLBACK-RUN-DATE       PIC 9(8).
        05       ROLLBACK-CYCLE          PIC 9(2).
        05       ROLLBACK-RUN-TIME       PIC 9(8).
       01  ROLLBACK-RUN-SWITCH          PIC X VALUE "N".
         88      ROLLBACK-RUN-FOUND           VALUE "Y".
      *
      * CHANGE TABLE - THE RUN'S JOURNAL RECORDS IN THE ORDER THEY
      * WERE WRITTEN, EACH POINTING AT ITS ACCOUNT'S ENTRY BELOW. THE
      * UNDO WALKS IT FROM THE BOTTOM UP.
       01  CHANGE-TABLE.
        05       CHANGE-ENTRY OCCURS 5000 TIMES.
         10      CHG-ACCOUNT-IDX         PIC 9(4).
         10      CHG-ACTION              PIC X.
         10      CHG-TXN-NUMBER          PIC 9(4).
         10      CHG-BEFORE-IMAGE        PIC X(64).
       01  CHANGE-COUNT                 PIC 9(4) VALUE ZERO.
       01  CHANGE-IDX                   PIC 9(4) VALUE 1.
      *
      * ROLLBACK-ACCOUNT TABLE - ONE ENTRY PER ACCOUNT THE RUN
      * CHANGED: ITS LAST ACTION AND AFTER IMAGE, WHICH THE MASTER
      * MUST STILL MATCH, AND - ONCE REFUSED - WHAT CHANGED IT SINCE
      * ("MASTER" WHEN ONLY THE MASTER SHOWS IT).
       01  ROLLBACK-ACCOUNT-TABLE.
        05       ROLLBACK-ACCOUNT-ENTRY OCCURS 2000 TIMES.
         10      RBA-ACCOUNT-KEY         PIC X(5).
         10      RBA-WIDE-KEY            PIC X(7).
         10      RBA-LAST-ACTION         PIC X.
         10      RBA-LAST-AFTER-IMAGE    PIC X(64).
         10      RBA-REFUSED-BY          PIC X(8).
         10      RBA-REFUSED-DATE        PIC 9(8).
       01  RBA-COUNT                    PIC 9(4) VALUE ZERO.
       01  RBA-IDX                      PIC 9(4) VALUE 1.
       01  RBA-FOUND-IDX                PIC 9(4) VALUE ZERO.
       01  RBA-WANTED-KEY               PIC X(5) VALUE SPACES.
       01  RBA-WANTED-WIDE-KEY          PIC X(7) VALUE SPACES.
      *
      * RUN COUNTS.
       01  JOURNAL-READ-COUNT           PIC 9(8) VALUE ZERO.
       01  ACCOUNTS-REFUSED-COUNT       PIC 9(8) VALUE ZERO.
       01  CHANGES-UNDONE-COUNT         PIC 9(8) VALUE ZERO.
       01  CHANGES-REFUSED-COUNT        PIC 9(8) VALUE ZERO.
       01  CHANGES-FAILED-COUNT         PIC 9(8) VALUE ZERO.
      *
      * MASTER-JOURNAL WORK FIELDS - AS TEST KEEPS THEM: THE RECORD
      * AS READ, THE TIME THE JOURNAL WAS OPENED, THE RUN'S COUNT OF
      * CHANGES, AND THE ACTION AND TRANSACTION NUMBER OF THE NEXT.
       01  MASTER-BEFORE-IMAGE          PIC X(64) VALUE SPACES.
       01  MASTER-JOURNAL-TIME          PIC 9(8) VALUE ZERO.
       01  MASTER-JOURNAL-COUNT         PIC 9(8) VALUE ZERO.
       01  MASTER-JOURNAL-TXN           PIC 9(4) VALUE ZERO.
       01  MASTER-JOURNAL-ACTION-WORK   PIC X VALUE "C".
      *
      * AUDIT-CHAIN WORK FIELDS - SAME DISCIPLINE AS TEST: CONTINUE
      * THE SEQUENCE, SEAL THE SEGMENT.
       01  AUDIT-SEQUENCE-NUMBER        PIC 9(8) VALUE ZERO.
       01  AUDIT-DATA-ENTRY-COUNT       PIC 9(8) VALUE ZERO.
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           DISPLAY "START MSTRBACK".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
      * A HELD RUN-LOCK MEANS TEST IS MID-FLIGHT - NOTHING MAY TOUCH
      * THE MASTER.
           OPEN INPUT RUN-LOCK-FILE.
           READ RUN-LOCK-FILE
               AT END
                   SET END-OF-RUN-LOCK TO TRUE
           END-READ.
           CLOSE RUN-LOCK-FILE.
           IF NOT END-OF-RUN-LOCK AND RUN-LOCK-STATUS = "H"
               DISPLAY "RUN LOCK HELD SINCE " RUN-LOCK-DATE " "
                   RUN-LOCK-TIME " - ROLLBACK REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           MOVE SPACES TO ROLLBACK-REQUEST.
           ACCEPT ROLLBACK-REQUEST FROM SYSIN.
           IF ROLLBACK-PROGRAM = SPACES
               OR ROLLBACK-RUN-DATE NOT NUMERIC
               OR ROLLBACK-RUN-DATE = ZERO
               DISPLAY "NO RUN SUPPLIED - ROLLBACK REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           IF ROLLBACK-CYCLE NOT NUMERIC
               MOVE ZERO TO ROLLBACK-CYCLE
           END-IF.
           IF ROLLBACK-RUN-TIME NOT NUMERIC
               MOVE ZERO TO ROLLBACK-RUN-TIME
           END-IF.
      * A PURGED ACCOUNT'S JOURNAL IMAGES CARRY ITS SURROGATE AND NO
      * OWNER - PUTTING THEM BACK WOULD UNDO THE PURGE IN NAME ONLY.
           IF ROLLBACK-PROGRAM = "RETPURGE"
               DISPLAY "A RETENTION PURGE IS FINAL - ROLLBACK REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           IF ROLLBACK-RUN-TIME = ZERO
               PERFORM FIND-LATEST-RUN
           END-IF.
           PERFORM LOAD-RUN-CHANGES.
           IF NOT ROLLBACK-RUN-FOUND
               DISPLAY "NO JOURNAL RECORDS FOR " ROLLBACK-PROGRAM " "
                   ROLLBACK-RUN-DATE " CYCLE " ROLLBACK-CYCLE
                   " - NOTHING TO ROLL BACK"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
      * A PARTIAL TABLE WOULD ROLL BACK PART OF THE RUN AND LEAVE THE
      * REST LOOKING UNTOUCHED - REFUSE THE LOT INSTEAD.
           IF TABLE-OVERFLOWED
               DISPLAY "RUN TOO LARGE FOR THE ROLLBACK TABLES - "
                   "ROLLBACK REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           DISPLAY "ROLLING BACK " ROLLBACK-PROGRAM " "
               ROLLBACK-RUN-DATE " CYCLE " ROLLBACK-CYCLE
               " TIME " ROLLBACK-RUN-TIME.
           PERFORM ESTABLISH-AUDIT-SEQUENCE.
           OPEN EXTEND AUDIT-LOG-FILE.
           OPEN I-O ACCOUNT-MASTER.
           PERFORM CHECK-ONE-ROLLBACK-ACCOUNT
               VARYING RBA-IDX FROM 1 BY 1
               UNTIL RBA-IDX > RBA-COUNT.
           ACCEPT MASTER-JOURNAL-TIME FROM TIME.
           OPEN EXTEND MASTER-JOURNAL-FILE.
           PERFORM UNDO-ONE-CHANGE
               VARYING CHANGE-IDX FROM CHANGE-COUNT BY -1
               UNTIL CHANGE-IDX < 1.
           CLOSE MASTER-JOURNAL-FILE.
           CLOSE ACCOUNT-MASTER.
           PERFORM WRITE-AUDIT-TRAILER.
           CLOSE AUDIT-LOG-FILE.
           DISPLAY "JOURNAL RECORDS READ:  " JOURNAL-READ-COUNT.
           DISPLAY "CHANGES IN THE RUN:    " CHANGE-COUNT.
           DISPLAY "ACCOUNTS IN THE RUN:   " RBA-COUNT.
           DISPLAY "ACCOUNTS REFUSED:      " ACCOUNTS-REFUSED-COUNT.
           DISPLAY "CHANGES UNDONE:        " CHANGES-UNDONE-COUNT.
           DISPLAY "CHANGES REFUSED:       " CHANGES-REFUSED-COUNT.
           IF ACCOUNTS-REFUSED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF CHANGES-FAILED-COUNT > ZERO
               DISPLAY "CHANGES THAT FAILED:   " CHANGES-FAILED-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       PROG-EX.
           DISPLAY "END MSTRBACK".
           EXIT PROGRAM.
      *
      * FIND-LATEST-RUN - NO RUN TIME ON THE CARD: THE LATEST RUN OF
      * THE PROGRAM ON THAT DATE AND CYCLE IS THE ONE MEANT.
      *
       FIND-LATEST-RUN SECTION.
           MOVE "N" TO MASTER-JOURNAL-SWITCH.
           OPEN INPUT MASTER-JOURNAL-FILE.
           PERFORM READ-MASTER-JOURNAL.
           PERFORM NOTE-ONE-RUN-TIME UNTIL END-OF-MASTER-JOURNAL.
           CLOSE MASTER-JOURNAL-FILE.
       EXIT.
      *
       NOTE-ONE-RUN-TIME SECTION.
           IF MASTER-JOURNAL-PROGRAM = ROLLBACK-PROGRAM
               AND MASTER-JOURNAL-RUN-DATE = ROLLBACK-RUN-DATE
               AND MASTER-JOURNAL-CYCLE = ROLLBACK-CYCLE
               AND MASTER-JOURNAL-RUN-TIME > ROLLBACK-RUN-TIME
               MOVE MASTER-JOURNAL-RUN-TIME TO ROLLBACK-RUN-TIME
           END-IF.
           PERFORM READ-MASTER-JOURNAL.
       EXIT.
      *
      * LOAD-RUN-CHANGES - THE RUN'S OWN RECORDS FILL THE TABLES;
      * ANY LATER RECORD FROM ANY OTHER RUN THAT NAMES ONE OF ITS
      * ACCOUNTS REFUSES THAT ACCOUNT.
      *
       LOAD-RUN-CHANGES SECTION.
           MOVE "N" TO MASTER-JOURNAL-SWITCH.
           OPEN INPUT MASTER-JOURNAL-FILE.
           PERFORM READ-MASTER-JOURNAL.
           PERFORM LOAD-ONE-JOURNAL-RECORD UNTIL END-OF-MASTER-JOURNAL.
           CLOSE MASTER-JOURNAL-FILE.
       EXIT.
      *
       LOAD-ONE-JOURNAL-RECORD SECTION.
           ADD 1 TO JOURNAL-READ-COUNT.
           MOVE MASTER-JOURNAL-ACCOUNT-KEY TO RBA-WANTED-KEY.
           MOVE MASTER-JOURNAL-WIDE-KEY TO RBA-WANTED-WIDE-KEY.
           PERFORM FIND-ROLLBACK-ACCOUNT.
           IF MASTER-JOURNAL-PROGRAM NOT = ROLLBACK-PROGRAM
               OR MASTER-JOURNAL-RUN-DATE NOT = ROLLBACK-RUN-DATE
               OR MASTER-JOURNAL-CYCLE NOT = ROLLBACK-CYCLE
               OR MASTER-JOURNAL-RUN-TIME NOT = ROLLBACK-RUN-TIME
               IF RBA-FOUND-IDX NOT = ZERO
                   AND RBA-REFUSED-BY(RBA-FOUND-IDX) = SPACES
                   MOVE MASTER-JOURNAL-PROGRAM
                       TO RBA-REFUSED-BY(RBA-FOUND-IDX)
                   MOVE MASTER-JOURNAL-RUN-DATE
                       TO RBA-REFUSED-DATE(RBA-FOUND-IDX)
               END-IF
               GO TO LOAD-ONE-JOURNAL-RECORD-NEXT
           END-IF.
           SET ROLLBACK-RUN-FOUND TO TRUE.
           IF RBA-FOUND-IDX = ZERO
               IF RBA-COUNT = 2000
                   SET TABLE-OVERFLOWED TO TRUE
                   GO TO LOAD-ONE-JOURNAL-RECORD-NEXT
               END-IF
               ADD 1 TO RBA-COUNT
               MOVE RBA-COUNT TO RBA-FOUND-IDX
               MOVE MASTER-JOURNAL-ACCOUNT-KEY
                   TO RBA-ACCOUNT-KEY(RBA-FOUND-IDX)
               MOVE MASTER-JOURNAL-WIDE-KEY
                   TO RBA-WIDE-KEY(RBA-FOUND-IDX)
               MOVE SPACES TO RBA-REFUSED-BY(RBA-FOUND-IDX)
               MOVE ZERO TO RBA-REFUSED-DATE(RBA-FOUND-IDX)
           END-IF.
           IF CHANGE-COUNT = 5000
               SET TABLE-OVERFLOWED TO TRUE
               GO TO LOAD-ONE-JOURNAL-RECORD-NEXT
           END-IF.
           ADD 1 TO CHANGE-COUNT.
           MOVE RBA-FOUND-IDX TO CHG-ACCOUNT-IDX(CHANGE-COUNT).
           MOVE MASTER-JOURNAL-ACTION TO CHG-ACTION(CHANGE-COUNT).
           MOVE MASTER-JOURNAL-TXN-NUMBER
               TO CHG-TXN-NUMBER(CHANGE-COUNT).
           MOVE MASTER-JOURNAL-BEFORE-IMAGE
               TO CHG-BEFORE-IMAGE(CHANGE-COUNT).
           MOVE MASTER-JOURNAL-ACTION
               TO RBA-LAST-ACTION(RBA-FOUND-IDX).
           MOVE MASTER-JOURNAL-AFTER-IMAGE
               TO RBA-LAST-AFTER-IMAGE(RBA-FOUND-IDX).
       LOAD-ONE-JOURNAL-RECORD-NEXT.
           PERFORM READ-MASTER-JOURNAL.
       EXIT.
      *
       FIND-ROLLBACK-ACCOUNT SECTION.
           MOVE ZERO TO RBA-FOUND-IDX.
           PERFORM MATCH-ONE-ROLLBACK-ACCOUNT
               VARYING RBA-IDX FROM 1 BY 1
               UNTIL RBA-IDX > RBA-COUNT OR RBA-FOUND-IDX NOT = ZERO.
       EXIT.
      *
       MATCH-ONE-ROLLBACK-ACCOUNT SECTION.
           IF RBA-ACCOUNT-KEY(RBA-IDX) = RBA-WANTED-KEY
               AND RBA-WIDE-KEY(RBA-IDX) = RBA-WANTED-WIDE-KEY
               MOVE RBA-IDX TO RBA-FOUND-IDX
           END-IF.
       EXIT.
      *
      * CHECK-ONE-ROLLBACK-ACCOUNT - AN ACCOUNT NO LATER JOURNAL
      * RECORD NAMES MUST STILL STAND ON THE MASTER EXACTLY AS THE
      * RUN LEFT IT (OR STILL BE ABSENT, IF THE RUN DELETED IT).
      * ANYTHING ELSE MEANS IT WAS CHANGED OUTSIDE THE JOURNAL.
      *
       CHECK-ONE-ROLLBACK-ACCOUNT SECTION.
           IF RBA-REFUSED-BY(RBA-IDX) NOT = SPACES
               GO TO CHECK-ONE-ROLLBACK-ACCOUNT-REFUSED
           END-IF.
           PERFORM READ-ROLLBACK-ACCOUNT.
           IF RBA-LAST-ACTION(RBA-IDX) = "D"
               IF NOT ACCOUNT-NOT-FOUND
                   MOVE "MASTER" TO RBA-REFUSED-BY(RBA-IDX)
               END-IF
           ELSE
               IF ACCOUNT-NOT-FOUND
                   OR ACCOUNT-MASTER-RECORD(1:64)
                       NOT = RBA-LAST-AFTER-IMAGE(RBA-IDX)
                   MOVE "MASTER" TO RBA-REFUSED-BY(RBA-IDX)
               END-IF
           END-IF.
           IF RBA-REFUSED-BY(RBA-IDX) = SPACES
               GO TO CHECK-ONE-ROLLBACK-ACCOUNT-EX
           END-IF.
       CHECK-ONE-ROLLBACK-ACCOUNT-REFUSED.
           ADD 1 TO ACCOUNTS-REFUSED-COUNT.
           IF RBA-REFUSED-BY(RBA-IDX) = "MASTER"
               DISPLAY "ACCOUNT " RBA-ACCOUNT-KEY(RBA-IDX)
                   " " RBA-WIDE-KEY(RBA-IDX)
                   " REFUSED - MASTER NO LONGER AS THE RUN LEFT IT"
           ELSE
               DISPLAY "ACCOUNT " RBA-ACCOUNT-KEY(RBA-IDX)
                   " " RBA-WIDE-KEY(RBA-IDX)
                   " REFUSED - CHANGED SINCE BY "
                   RBA-REFUSED-BY(RBA-IDX) " ON "
                   RBA-REFUSED-DATE(RBA-IDX)
           END-IF.
       CHECK-ONE-ROLLBACK-ACCOUNT-EX.
       EXIT.
      *
      * UNDO-ONE-CHANGE - ONE JOURNAL RECORD OF THE RUN, NEWEST
      * FIRST. A CHANGE TAKES THE BEFORE IMAGE BACK, AN ADD IS
      * DELETED, A DELETE IS WRITTEN BACK FROM ITS BEFORE IMAGE
      * UNDER THE WIDE KEY ITS JOURNAL ROW CARRIED. EACH IS
      * JOURNALLED AS WHAT IT DOES TO THE MASTER NOW.
      *
       UNDO-ONE-CHANGE SECTION.
           MOVE CHG-ACCOUNT-IDX(CHANGE-IDX) TO RBA-IDX.
           IF RBA-REFUSED-BY(RBA-IDX) NOT = SPACES
               ADD 1 TO CHANGES-REFUSED-COUNT
               GO TO UNDO-ONE-CHANGE-EX
           END-IF.
           MOVE CHG-TXN-NUMBER(CHANGE-IDX) TO MASTER-JOURNAL-TXN.
           IF CHG-ACTION(CHANGE-IDX) = "D"
               MOVE SPACES TO MASTER-BEFORE-IMAGE
               MOVE CHG-BEFORE-IMAGE(CHANGE-IDX)
                   TO ACCOUNT-MASTER-RECORD
               MOVE RBA-WIDE-KEY(RBA-IDX) TO ACCOUNT-MASTER-WIDE-KEY
               WRITE ACCOUNT-MASTER-RECORD
                   INVALID KEY
                       GO TO UNDO-ONE-CHANGE-FAILED
               END-WRITE
               MOVE "A" TO MASTER-JOURNAL-ACTION-WORK
               GO TO UNDO-ONE-CHANGE-DONE
           END-IF.
           PERFORM READ-ROLLBACK-ACCOUNT.
           IF ACCOUNT-NOT-FOUND
               GO TO UNDO-ONE-CHANGE-FAILED
           END-IF.
           MOVE ACCOUNT-MASTER-RECORD TO MASTER-BEFORE-IMAGE.
           IF CHG-ACTION(CHANGE-IDX) = "A"
               DELETE ACCOUNT-MASTER RECORD
                   INVALID KEY
                       GO TO UNDO-ONE-CHANGE-FAILED
               END-DELETE
               MOVE "D" TO MASTER-JOURNAL-ACTION-WORK
               GO TO UNDO-ONE-CHANGE-DONE
           END-IF.
           MOVE CHG-BEFORE-IMAGE(CHANGE-IDX)
               TO ACCOUNT-MASTER-RECORD(1:64).
           REWRITE ACCOUNT-MASTER-RECORD.
       UNDO-ONE-CHANGE-DONE.
           ADD 1 TO CHANGES-UNDONE-COUNT.
           PERFORM WRITE-MASTER-JOURNAL.
           MOVE "MSTRBACK" TO AUDIT-PROGRAM-NAME.
           MOVE RBA-ACCOUNT-KEY(RBA-IDX) TO AUDIT-FIELD-NAME.
           IF RBA-ACCOUNT-KEY(RBA-IDX) = SPACES
               MOVE RBA-WIDE-KEY(RBA-IDX) TO AUDIT-FIELD-NAME
           END-IF.
           MOVE CHG-ACTION(CHANGE-IDX) TO AUDIT-OLD-VALUE.
           MOVE "BACK" TO AUDIT-NEW-VALUE.
           MOVE SPACES TO AUDIT-OPERATOR-ID.
           MOVE CHG-TXN-NUMBER(CHANGE-IDX) TO AUDIT-TXN-NUMBER.
           PERFORM WRITE-AUDIT-RECORD.
           GO TO UNDO-ONE-CHANGE-EX.
       UNDO-ONE-CHANGE-FAILED.
           ADD 1 TO CHANGES-FAILED-COUNT.
           MOVE "C" TO MASTER-JOURNAL-ACTION-WORK.
           MOVE ZERO TO MASTER-JOURNAL-TXN.
           DISPLAY "ACCOUNT " RBA-ACCOUNT-KEY(RBA-IDX)
               " " RBA-WIDE-KEY(RBA-IDX)
               " CHANGE " CHG-ACTION(CHANGE-IDX)
               " COULD NOT BE UNDONE".
       UNDO-ONE-CHANGE-EX.
       EXIT.
      *
      * READ-ROLLBACK-ACCOUNT - THE MASTER RECORD UNDER THE WIDE KEY
      * THE JOURNAL CARRIED, OR UNDER THE SHORT KEY FOR A ROW WRITTEN
      * BEFORE THE CONVERSION.
      *
       READ-ROLLBACK-ACCOUNT SECTION.
           MOVE "N" TO ACCOUNT-NOT-FOUND-SWITCH.
           IF RBA-WIDE-KEY(RBA-IDX) = SPACES
               MOVE RBA-ACCOUNT-KEY(RBA-IDX) TO ACCOUNT-MASTER-KEY
               READ ACCOUNT-MASTER KEY IS ACCOUNT-MASTER-KEY
                   INVALID KEY
                       SET ACCOUNT-NOT-FOUND TO TRUE
               END-READ
               GO TO READ-ROLLBACK-ACCOUNT-EX
           END-IF.
           MOVE RBA-WIDE-KEY(RBA-IDX) TO ACCOUNT-MASTER-WIDE-KEY.
           READ ACCOUNT-MASTER
               INVALID KEY
                   SET ACCOUNT-NOT-FOUND TO TRUE
           END-READ.
       READ-ROLLBACK-ACCOUNT-EX.
       EXIT.
      *
      * WRITE-MASTER-JOURNAL - ONE MSTJRNL RECORD FOR THE MASTER
      * CHANGE JUST MADE. KEEP IN STEP WITH TEST'S. THIS PROGRAM RUNS
      * OUTSIDE THE INTRADAY CYCLES AND JOURNALS UNDER CYCLE ZERO.
      *
       WRITE-MASTER-JOURNAL SECTION.
           ADD 1 TO MASTER-JOURNAL-COUNT.
           MOVE SPACES TO MASTER-JOURNAL-RECORD.
           MOVE "MSTRBACK" TO MASTER-JOURNAL-PROGRAM.
           MOVE RUN-DATE TO MASTER-JOURNAL-RUN-DATE.
           MOVE MASTER-JOURNAL-TIME TO MASTER-JOURNAL-RUN-TIME.
           MOVE ZERO TO MASTER-JOURNAL-CYCLE.
           MOVE MASTER-JOURNAL-COUNT TO MASTER-JOURNAL-SEQUENCE.
           MOVE MASTER-JOURNAL-TXN TO MASTER-JOURNAL-TXN-NUMBER.
           MOVE MASTER-JOURNAL-ACTION-WORK TO MASTER-JOURNAL-ACTION.
           MOVE ACCOUNT-MASTER-KEY TO MASTER-JOURNAL-ACCOUNT-KEY.
           MOVE ACCOUNT-MASTER-WIDE-KEY TO MASTER-JOURNAL-WIDE-KEY.
           MOVE MASTER-BEFORE-IMAGE TO MASTER-JOURNAL-BEFORE-IMAGE.
           IF NOT MASTER-JOURNAL-DELETED
               MOVE ACCOUNT-MASTER-RECORD
                   TO MASTER-JOURNAL-AFTER-IMAGE
           END-IF.
           WRITE MASTER-JOURNAL-RECORD.
           MOVE "C" TO MASTER-JOURNAL-ACTION-WORK.
           MOVE ZERO TO MASTER-JOURNAL-TXN.
       EXIT.
      *
      * AUDIT-CHAIN SECTIONS - SAME DISCIPLINE AS TEST AND ACCTMNT.
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
       READ-MASTER-JOURNAL SECTION.
           READ MASTER-JOURNAL-FILE
               AT END
                   SET END-OF-MASTER-JOURNAL TO TRUE
           END-READ.
       EXIT.
      *
       END PROGRAM MSTRBACK.
