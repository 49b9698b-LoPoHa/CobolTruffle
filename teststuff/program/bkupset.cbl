       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKUPSET.
      *
      *
      * CONSISTENT END-OF-DAY BACKUP SET. ACCTRBLD CAN REBUILD THE
      * MASTER FROM THE SNAPSHOTS AND THE TRAIL, BUT THE FILES THAT
      * MUST AGREE WITH EACH OTHER WERE ONLY EVER COPIED PIECEMEAL,
      * AT DIFFERENT TIMES, SO NO TWO COPIES WERE KNOWN TO BELONG TO
      * THE SAME POINT IN THE DAY. THIS STEP RUNS ONCE THE DAY IS
      * COMPLETE - TEST'S COMPLETION FLAG ON FILE AND THE RUN-LOCK
      * RELEASED - AND TAKES THE RUN-LOCK ITSELF FOR AS LONG AS IT
      * COPIES, SO NO RUN CAN START HALF-WAY THROUGH THE SET. EVERY
      * FILE IN THE SET IS COPIED WHOLE TO ITS BK- DATASET (THE JCL
      * CATALOGS THEM AS THE DAY'S GENERATION), AND THE SET'S OWN
      * MANIFEST (BKMANIFS) RECORDS, PER FILE, THE SET DATE, THE
      * RECORD COUNT, A TRUNCATING HASH TOTAL AND A MONEY TOTAL:
      *
      *   ACCTMAST  HASH KEY DIGITS     MONEY BALANCE
      *   BALSNAP   HASH KEY DIGITS     MONEY BALANCE
      *   POSTEDTX  HASH STRING PART 1  MONEY AMOUNT
      *   STATHIST  HASH TXN NUMBER
      *   APPROVQ   HASH TXN NUMBER     MONEY BASE AMOUNT
      *   SUSPITEM  HASH TXN NUMBER     MONEY AMOUNT
      *   STANDING  HASH NUMBER PART 1
      *   WAREHSO   HASH NUMBER PART 1
      *   AUDITLOG  HASH SEQUENCE
      *   COMPFLAG  HASH FLAG DATE
      *   TBALCARR  HASH PROOF DATE     MONEY MASTER TOTAL
      *
      * A NON-NUMERIC HASH COLUMN (A PAYMENT REFERENCE, A SURROGATE
      * KEY) IS LEFT OUT OF THE HASH BUT STILL COUNTED. THE TRIAL-
      * BALANCE CARRY RIDES IN THE SET BECAUSE THE PROOF RSTDRILL
      * RUNS AGAINST A RESTORED SET CANNOT BE MADE WITHOUT IT.
      * RSTDRILL RECOMPUTES THE SAME FIGURES FROM A RESTORE - KEEP
      * THE TWO PROGRAMS' COLUMNS IN STEP.
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
           SELECT BALANCE-SNAPSHOT-FILE ASSIGN TO "BALSNAP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSTED-TRANSACTIONS ASSIGN TO "POSTEDTX"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATUS-HISTORY-FILE ASSIGN TO "STATHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT APPROVAL-QUEUE ASSIGN TO "APPROVQ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUSPENSE-ITEMS ASSIGN TO "SUSPITEM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STANDING-INSTRUCTIONS ASSIGN TO "STANDING"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WAREHOUSE-OUT ASSIGN TO "WAREHSO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPLETION-FLAG-FILE ASSIGN TO "COMPFLAG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRIAL-BALANCE-CARRY ASSIGN TO "TBALCARR"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE SET ITSELF - ONE FLAT COPY PER FILE, THE MASTER UNLOADED
      * IN KEY ORDER, AND THE MANIFEST.
           SELECT BACKUP-ACCOUNT-MASTER ASSIGN TO "BKACCTMS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BACKUP-BALANCE-SNAPSHOT ASSIGN TO "BKBALSNP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BACKUP-POSTED-TRANSACTIONS ASSIGN TO "BKPOSTTX"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BACKUP-STATUS-HISTORY ASSIGN TO "BKSTATHS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BACKUP-APPROVAL-QUEUE ASSIGN TO "BKAPPRVQ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BACKUP-SUSPENSE-ITEMS ASSIGN TO "BKSUSPIT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BACKUP-STANDING ASSIGN TO "BKSTANDG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BACKUP-WAREHOUSE ASSIGN TO "BKWAREHS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BACKUP-AUDIT-LOG ASSIGN TO "BKAUDITL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BACKUP-COMPLETION-FLAG ASSIGN TO "BKCOMPFL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BACKUP-TRIAL-BALANCE-CARRY ASSIGN TO "BKTBALCR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BACKUP-MANIFEST ASSIGN TO "BKMANIFS"
               ORGANIZATION IS LINE SEQUENTIAL.
      * RUN-LOCK - HELD BY TEST FROM START-UP UNTIL ITS COMPLETION
      * FLAG IS WRITTEN, AND BY THIS STEP WHILE THE SET IS TAKEN.
           SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY ACCTMASTER.
      *
       FD  BALANCE-SNAPSHOT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BALSNAPSHOT.
      *
       FD  POSTED-TRANSACTIONS
           LABEL RECORDS ARE STANDARD.
           COPY POSTEDTXN.
      *
       FD  STATUS-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STATUSHISTORY.
      *
      * KEEP THIS LAYOUT IN STEP WITH APPROVAL-QUEUE-RECORD IN TEST.
      * THE DETAIL IS THE 80-BYTE TRANSACTION AS FED; ITS NUMBER
      * PART STANDS IN POSITIONS 9 TO 12.
       FD  APPROVAL-QUEUE
           LABEL RECORDS ARE STANDARD.
       01  APPROVAL-QUEUE-RECORD.
        05       APPROVAL-DETAIL         PIC X(80).
        05       APPROVAL-BASE-AMOUNT    PIC S9(7)V99.
        05       APPROVAL-HELD-DATE      PIC 9(8).
        05       APPROVAL-REASON-CODE    PIC X(4).
      *
      * KEEP THIS LAYOUT IN STEP WITH SUSPENSE-ITEM-RECORD IN TEST.
       FD  SUSPENSE-ITEMS
           LABEL RECORDS ARE STANDARD.
       01  SUSPENSE-ITEM-RECORD.
        05       SUSP-DATE               PIC 9(8).
        05       SUSP-ORIGINAL-KEY       PIC X(5).
        05       SUSP-TXN-NUMBER         PIC 9(4).
        05       SUSP-TXN-TYPE           PIC X.
        05       SUSP-AMOUNT             PIC S9(7)V99.
        05       SUSP-ACCOUNT-KEY        PIC X(5).
        05       SUSP-ORIGINAL-WIDE-KEY  PIC X(7).
      *
      * ONLY THE NUMBER PART IS PICKED OUT - KEEP THE RECORD LENGTH
      * IN STEP WITH STANDING-INSTRUCTION-RECORD IN TEST.
       FD  STANDING-INSTRUCTIONS
           LABEL RECORDS ARE STANDARD.
       01  STANDING-INSTRUCTION-RECORD.
        05       FILLER                  PIC X(8).
        05       STANDING-NUMBER-PART1   PIC X(4).
        05       FILLER                  PIC X(28).
        05       STANDING-WIDE-KEY       PIC X(7).
      *
      * THE WAREHOUSED RECORD IS THE 80-BYTE DETAIL AS FED.
       FD  WAREHOUSE-OUT
           LABEL RECORDS ARE STANDARD.
       01  WAREHOUSE-OUT-RECORD.
        05       FILLER                  PIC X(8).
        05       WAREHOUSE-NUMBER-PART1  PIC X(4).
        05       FILLER                  PIC X(68).
      *
       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITRECORD.
      *
       FD  COMPLETION-FLAG-FILE
           LABEL RECORDS ARE STANDARD.
       01  COMPLETION-FLAG-RECORD.
        05       COMPLETION-FLAG-DATE    PIC 9(8).
        05       COMPLETION-FLAG-RC      PIC 9(4).
      * THE CYCLE THE FLAG BELONGS TO - INTRADAY RUNS STAMP 1, 2, ...
        05       COMPLETION-FLAG-CYCLE   PIC 9(2).
      *
      * KEEP THIS LAYOUT IN STEP WITH TRIAL-BALANCE-CARRY-RECORD IN
      * TRIALBAL.
       FD  TRIAL-BALANCE-CARRY
           LABEL RECORDS ARE STANDARD.
       01  TRIAL-BALANCE-CARRY-RECORD.
        05       CARRY-PROOF-DATE        PIC 9(8).
        05       CARRY-MASTER-TOTAL      PIC S9(11)V99.
        05       CARRY-KIND              PIC X.
        05       CARRY-ENTITY            PIC X(2).
      *
      * EACH BACKUP COPY IS WRITTEN FROM ITS SOURCE'S RECORD, SO ITS
      * RECORD IS ONLY THE RIGHT LENGTH HERE.
       FD  BACKUP-ACCOUNT-MASTER
           LABEL RECORDS ARE STANDARD.
       01  BACKUP-ACCOUNT-MASTER-RECORD    PIC X(71).
      *
       FD  BACKUP-BALANCE-SNAPSHOT
           LABEL RECORDS ARE STANDARD.
       01  BACKUP-BALANCE-SNAPSHOT-RECORD  PIC X(31).
      *
       FD  BACKUP-POSTED-TRANSACTIONS
           LABEL RECORDS ARE STANDARD.
       01  BACKUP-POSTED-RECORD            PIC X(57).
      *
       FD  BACKUP-STATUS-HISTORY
           LABEL RECORDS ARE STANDARD.
       01  BACKUP-STATUS-HISTORY-RECORD    PIC X(33).
      *
       FD  BACKUP-APPROVAL-QUEUE
           LABEL RECORDS ARE STANDARD.
       01  BACKUP-APPROVAL-QUEUE-RECORD    PIC X(101).
      *
       FD  BACKUP-SUSPENSE-ITEMS
           LABEL RECORDS ARE STANDARD.
       01  BACKUP-SUSPENSE-ITEM-RECORD     PIC X(39).
      *
       FD  BACKUP-STANDING
           LABEL RECORDS ARE STANDARD.
       01  BACKUP-STANDING-RECORD          PIC X(47).
      *
       FD  BACKUP-WAREHOUSE
           LABEL RECORDS ARE STANDARD.
       01  BACKUP-WAREHOUSE-RECORD         PIC X(80).
      *
       FD  BACKUP-AUDIT-LOG
           LABEL RECORDS ARE STANDARD.
       01  BACKUP-AUDIT-LOG-RECORD         PIC X(52).
      *
       FD  BACKUP-COMPLETION-FLAG
           LABEL RECORDS ARE STANDARD.
       01  BACKUP-COMPLETION-FLAG-RECORD   PIC X(14).
      *
       FD  BACKUP-TRIAL-BALANCE-CARRY
           LABEL RECORDS ARE STANDARD.
       01  BACKUP-CARRY-RECORD             PIC X(24).
      *
       FD  BACKUP-MANIFEST
           LABEL RECORDS ARE STANDARD.
           COPY BACKUPMANIFEST.
      *
      * KEEP THIS LAYOUT IN STEP WITH RUN-LOCK-RECORD IN TEST.
       FD  RUN-LOCK-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-LOCK-RECORD.
        05       RUN-LOCK-STATUS         PIC X.
        05       RUN-LOCK-DATE           PIC 9(8).
        05       RUN-LOCK-TIME           PIC 9(8).
      *
       WORKING-STORAGE SECTION.
      * ONE END-OF-FILE SWITCH SERVES EVERY SOURCE - THE FILES ARE
      * COPIED ONE AT A TIME.
       01  SOURCE-FILE-SWITCH           PIC X VALUE "N".
         88      END-OF-SOURCE-FILE           VALUE "Y".
       01  RUN-LOCK-SWITCH              PIC X VALUE "N".
         88      END-OF-RUN-LOCK              VALUE "Y".
       01  COMPLETION-FLAG-SWITCH       PIC X VALUE "N".
         88      END-OF-COMPLETION-FLAG       VALUE "Y".
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
       01  RUN-TIME                     PIC 9(8) VALUE ZERO.
       01  BACKUP-SET-DATE-HOLD         PIC 9(8) VALUE ZERO.
       01  BACKUP-SET-CYCLE-HOLD        PIC 9(2) VALUE ZERO.
      *
      * PER-FILE TOTALS - RESET FOR EACH FILE, WRITTEN TO ITS
      * MANIFEST ROW WHEN THE COPY ENDS. THE HASH COLUMN IS MOVED
      * RIGHT-ALIGNED INTO THE WORK FIELD; A COLUMN THAT IS NOT ALL
      * DIGITS IS LEFT OUT OF THE HASH.
       01  FILE-ID-WORK                 PIC X(8) VALUE SPACES.
       01  FILE-RECORD-COUNT            PIC 9(8) VALUE ZERO.
       01  FILE-HASH-TOTAL              PIC 9(8) VALUE ZERO.
       01  FILE-AMOUNT-TOTAL            PIC S9(13)V99 VALUE ZERO.
       01  HASH-FIELD-WORK              PIC X(8) VALUE ZEROS.
       01  HASH-FIELD-NUMBER REDEFINES HASH-FIELD-WORK PIC 9(8).
       01  AMOUNT-FIELD-WORK            PIC S9(13)V99 VALUE ZERO.
       01  FILES-BACKED-UP-COUNT        PIC 9(2) VALUE ZERO.
       01  RECORDS-BACKED-UP-COUNT      PIC 9(10) VALUE ZERO.
       01  AMOUNT-EDIT                  PIC -ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           DISPLAY "START BKUPSET".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
      * A HELD RUN-LOCK MEANS TEST IS MID-FLIGHT - THE DAY IS NOT
      * COMPLETE AND THE FILES DO NOT YET AGREE.
           OPEN INPUT RUN-LOCK-FILE.
           READ RUN-LOCK-FILE
               AT END
                   SET END-OF-RUN-LOCK TO TRUE
           END-READ.
           CLOSE RUN-LOCK-FILE.
           IF NOT END-OF-RUN-LOCK AND RUN-LOCK-STATUS = "H"
               DISPLAY "RUN LOCK HELD SINCE " RUN-LOCK-DATE " "
                   RUN-LOCK-TIME " - BACKUP REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
      * THE SET IS FILED UNDER THE DAY AND CYCLE THE COMPLETION FLAG
      * NAMES; NO FLAG, NO COMPLETE DAY TO BACK UP.
           OPEN INPUT COMPLETION-FLAG-FILE.
           READ COMPLETION-FLAG-FILE
               AT END
                   SET END-OF-COMPLETION-FLAG TO TRUE
           END-READ.
           CLOSE COMPLETION-FLAG-FILE.
           IF END-OF-COMPLETION-FLAG
               DISPLAY "NO COMPLETION FLAG - NOTHING TO BACK UP"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           MOVE COMPLETION-FLAG-DATE TO BACKUP-SET-DATE-HOLD.
           MOVE COMPLETION-FLAG-CYCLE TO BACKUP-SET-CYCLE-HOLD.
           IF COMPLETION-FLAG-CYCLE NOT NUMERIC
               OR COMPLETION-FLAG-CYCLE = ZERO
               MOVE 1 TO BACKUP-SET-CYCLE-HOLD
           END-IF.
           PERFORM ACQUIRE-RUN-LOCK.
           OPEN OUTPUT BACKUP-MANIFEST.
           PERFORM BACKUP-ACCOUNT-MASTER-FILE.
           PERFORM BACKUP-SNAPSHOT-FILE.
           PERFORM BACKUP-POSTING-TRAIL.
           PERFORM BACKUP-STATUS-HISTORY-FILE.
           PERFORM BACKUP-APPROVAL-QUEUE-FILE.
           PERFORM BACKUP-SUSPENSE-FILE.
           PERFORM BACKUP-STANDING-FILE.
           PERFORM BACKUP-WAREHOUSE-FILE.
           PERFORM BACKUP-AUDIT-TRAIL.
           PERFORM BACKUP-COMPLETION-FLAG-FILE.
           PERFORM BACKUP-CARRY-FILE.
           CLOSE BACKUP-MANIFEST.
           PERFORM RELEASE-RUN-LOCK.
           DISPLAY "BACKUP SET FOR " BACKUP-SET-DATE-HOLD
               " CYCLE " BACKUP-SET-CYCLE-HOLD " TAKEN".
           DISPLAY "FILES BACKED UP:          " FILES-BACKED-UP-COUNT.
           DISPLAY "RECORDS BACKED UP:        "
               RECORDS-BACKED-UP-COUNT.
      *
       PROG-EX.
           DISPLAY "END BKUPSET".
           EXIT PROGRAM.
      *
      * ACQUIRE-RUN-LOCK / RELEASE-RUN-LOCK - THE SAME HELD/RELEASED
      * RECORD TEST WRITES. A SET THAT ABENDS LEAVES THE LOCK HELD,
      * AND TEST'S NEXT START SAYS SO, THE SAME AS AFTER ITS OWN
      * ABEND.
      *
       ACQUIRE-RUN-LOCK SECTION.
           ACCEPT RUN-TIME FROM TIME.
           OPEN OUTPUT RUN-LOCK-FILE.
           MOVE "H" TO RUN-LOCK-STATUS.
           MOVE RUN-DATE TO RUN-LOCK-DATE.
           MOVE RUN-TIME TO RUN-LOCK-TIME.
           WRITE RUN-LOCK-RECORD.
           CLOSE RUN-LOCK-FILE.
       EXIT.
      *
       RELEASE-RUN-LOCK SECTION.
           OPEN OUTPUT RUN-LOCK-FILE.
           MOVE "R" TO RUN-LOCK-STATUS.
           MOVE RUN-DATE TO RUN-LOCK-DATE.
           ACCEPT RUN-LOCK-TIME FROM TIME.
           WRITE RUN-LOCK-RECORD.
           CLOSE RUN-LOCK-FILE.
       EXIT.
      *
       BACKUP-ACCOUNT-MASTER-FILE SECTION.
           MOVE "ACCTMAST" TO FILE-ID-WORK.
           PERFORM BEGIN-FILE-TOTALS.
           OPEN INPUT ACCOUNT-MASTER.
           OPEN OUTPUT BACKUP-ACCOUNT-MASTER.
           PERFORM READ-ACCOUNT-MASTER.
           PERFORM COPY-ONE-ACCOUNT UNTIL END-OF-SOURCE-FILE.
           CLOSE BACKUP-ACCOUNT-MASTER.
           CLOSE ACCOUNT-MASTER.
           PERFORM WRITE-MANIFEST-ROW.
       EXIT.
      *
       COPY-ONE-ACCOUNT SECTION.
           MOVE ZEROS TO HASH-FIELD-WORK.
           MOVE ACCOUNT-MASTER-KEY(1:4) TO HASH-FIELD-WORK(5:4).
           MOVE ZERO TO AMOUNT-FIELD-WORK.
           IF ACCOUNT-MASTER-BALANCE NUMERIC
               MOVE ACCOUNT-MASTER-BALANCE TO AMOUNT-FIELD-WORK
           END-IF.
           PERFORM ADD-TO-FILE-TOTALS.
           WRITE BACKUP-ACCOUNT-MASTER-RECORD
               FROM ACCOUNT-MASTER-RECORD.
           PERFORM READ-ACCOUNT-MASTER.
       EXIT.
      *
       BACKUP-SNAPSHOT-FILE SECTION.
           MOVE "BALSNAP" TO FILE-ID-WORK.
           PERFORM BEGIN-FILE-TOTALS.
           OPEN INPUT BALANCE-SNAPSHOT-FILE.
           OPEN OUTPUT BACKUP-BALANCE-SNAPSHOT.
           PERFORM READ-BALANCE-SNAPSHOT.
           PERFORM COPY-ONE-SNAPSHOT UNTIL END-OF-SOURCE-FILE.
           CLOSE BACKUP-BALANCE-SNAPSHOT.
           CLOSE BALANCE-SNAPSHOT-FILE.
           PERFORM WRITE-MANIFEST-ROW.
       EXIT.
      *
       COPY-ONE-SNAPSHOT SECTION.
           MOVE ZEROS TO HASH-FIELD-WORK.
           MOVE SNAPSHOT-ACCOUNT-KEY(1:4) TO HASH-FIELD-WORK(5:4).
           MOVE ZERO TO AMOUNT-FIELD-WORK.
           IF SNAPSHOT-BALANCE NUMERIC
               MOVE SNAPSHOT-BALANCE TO AMOUNT-FIELD-WORK
           END-IF.
           PERFORM ADD-TO-FILE-TOTALS.
           WRITE BACKUP-BALANCE-SNAPSHOT-RECORD
               FROM BALANCE-SNAPSHOT-RECORD.
           PERFORM READ-BALANCE-SNAPSHOT.
       EXIT.
      *
       BACKUP-POSTING-TRAIL SECTION.
           MOVE "POSTEDTX" TO FILE-ID-WORK.
           PERFORM BEGIN-FILE-TOTALS.
           OPEN INPUT POSTED-TRANSACTIONS.
           OPEN OUTPUT BACKUP-POSTED-TRANSACTIONS.
           PERFORM READ-POSTED-TRANSACTION.
           PERFORM COPY-ONE-POSTING UNTIL END-OF-SOURCE-FILE.
           CLOSE BACKUP-POSTED-TRANSACTIONS.
           CLOSE POSTED-TRANSACTIONS.
           PERFORM WRITE-MANIFEST-ROW.
       EXIT.
      *
       COPY-ONE-POSTING SECTION.
           MOVE ZEROS TO HASH-FIELD-WORK.
           MOVE POSTED-STRING-PART1 TO HASH-FIELD-WORK(5:4).
           MOVE ZERO TO AMOUNT-FIELD-WORK.
           IF POSTED-AMOUNT NUMERIC
               MOVE POSTED-AMOUNT TO AMOUNT-FIELD-WORK
           END-IF.
           PERFORM ADD-TO-FILE-TOTALS.
           WRITE BACKUP-POSTED-RECORD FROM POSTED-TRANSACTION-RECORD.
           PERFORM READ-POSTED-TRANSACTION.
       EXIT.
      *
       BACKUP-STATUS-HISTORY-FILE SECTION.
           MOVE "STATHIST" TO FILE-ID-WORK.
           PERFORM BEGIN-FILE-TOTALS.
           OPEN INPUT STATUS-HISTORY-FILE.
           OPEN OUTPUT BACKUP-STATUS-HISTORY.
           PERFORM READ-STATUS-HISTORY.
           PERFORM COPY-ONE-STATUS-ENTRY UNTIL END-OF-SOURCE-FILE.
           CLOSE BACKUP-STATUS-HISTORY.
           CLOSE STATUS-HISTORY-FILE.
           PERFORM WRITE-MANIFEST-ROW.
       EXIT.
      *
       COPY-ONE-STATUS-ENTRY SECTION.
           MOVE ZEROS TO HASH-FIELD-WORK.
           MOVE STATUS-HIST-TXN-NUMBER TO HASH-FIELD-WORK(5:4).
           MOVE ZERO TO AMOUNT-FIELD-WORK.
           PERFORM ADD-TO-FILE-TOTALS.
           WRITE BACKUP-STATUS-HISTORY-RECORD
               FROM STATUS-HISTORY-RECORD.
           PERFORM READ-STATUS-HISTORY.
       EXIT.
      *
       BACKUP-APPROVAL-QUEUE-FILE SECTION.
           MOVE "APPROVQ" TO FILE-ID-WORK.
           PERFORM BEGIN-FILE-TOTALS.
           OPEN INPUT APPROVAL-QUEUE.
           OPEN OUTPUT BACKUP-APPROVAL-QUEUE.
           PERFORM READ-APPROVAL-QUEUE.
           PERFORM COPY-ONE-APPROVAL UNTIL END-OF-SOURCE-FILE.
           CLOSE BACKUP-APPROVAL-QUEUE.
           CLOSE APPROVAL-QUEUE.
           PERFORM WRITE-MANIFEST-ROW.
       EXIT.
      *
       COPY-ONE-APPROVAL SECTION.
           MOVE ZEROS TO HASH-FIELD-WORK.
           MOVE APPROVAL-DETAIL(9:4) TO HASH-FIELD-WORK(5:4).
           MOVE ZERO TO AMOUNT-FIELD-WORK.
           IF APPROVAL-BASE-AMOUNT NUMERIC
               MOVE APPROVAL-BASE-AMOUNT TO AMOUNT-FIELD-WORK
           END-IF.
           PERFORM ADD-TO-FILE-TOTALS.
           WRITE BACKUP-APPROVAL-QUEUE-RECORD
               FROM APPROVAL-QUEUE-RECORD.
           PERFORM READ-APPROVAL-QUEUE.
       EXIT.
      *
       BACKUP-SUSPENSE-FILE SECTION.
           MOVE "SUSPITEM" TO FILE-ID-WORK.
           PERFORM BEGIN-FILE-TOTALS.
           OPEN INPUT SUSPENSE-ITEMS.
           OPEN OUTPUT BACKUP-SUSPENSE-ITEMS.
           PERFORM READ-SUSPENSE-ITEM.
           PERFORM COPY-ONE-SUSPENSE-ITEM UNTIL END-OF-SOURCE-FILE.
           CLOSE BACKUP-SUSPENSE-ITEMS.
           CLOSE SUSPENSE-ITEMS.
           PERFORM WRITE-MANIFEST-ROW.
       EXIT.
      *
       COPY-ONE-SUSPENSE-ITEM SECTION.
           MOVE ZEROS TO HASH-FIELD-WORK.
           MOVE SUSP-TXN-NUMBER TO HASH-FIELD-WORK(5:4).
           MOVE ZERO TO AMOUNT-FIELD-WORK.
           IF SUSP-AMOUNT NUMERIC
               MOVE SUSP-AMOUNT TO AMOUNT-FIELD-WORK
           END-IF.
           PERFORM ADD-TO-FILE-TOTALS.
           WRITE BACKUP-SUSPENSE-ITEM-RECORD FROM SUSPENSE-ITEM-RECORD.
           PERFORM READ-SUSPENSE-ITEM.
       EXIT.
      *
       BACKUP-STANDING-FILE SECTION.
           MOVE "STANDING" TO FILE-ID-WORK.
           PERFORM BEGIN-FILE-TOTALS.
           OPEN INPUT STANDING-INSTRUCTIONS.
           OPEN OUTPUT BACKUP-STANDING.
           PERFORM READ-STANDING-INSTRUCTION.
           PERFORM COPY-ONE-STANDING UNTIL END-OF-SOURCE-FILE.
           CLOSE BACKUP-STANDING.
           CLOSE STANDING-INSTRUCTIONS.
           PERFORM WRITE-MANIFEST-ROW.
       EXIT.
      *
       COPY-ONE-STANDING SECTION.
           MOVE ZEROS TO HASH-FIELD-WORK.
           MOVE STANDING-NUMBER-PART1 TO HASH-FIELD-WORK(5:4).
           MOVE ZERO TO AMOUNT-FIELD-WORK.
           PERFORM ADD-TO-FILE-TOTALS.
           WRITE BACKUP-STANDING-RECORD
               FROM STANDING-INSTRUCTION-RECORD.
           PERFORM READ-STANDING-INSTRUCTION.
       EXIT.
      *
       BACKUP-WAREHOUSE-FILE SECTION.
           MOVE "WAREHSO" TO FILE-ID-WORK.
           PERFORM BEGIN-FILE-TOTALS.
           OPEN INPUT WAREHOUSE-OUT.
           OPEN OUTPUT BACKUP-WAREHOUSE.
           PERFORM READ-WAREHOUSE-RECORD.
           PERFORM COPY-ONE-WAREHOUSED UNTIL END-OF-SOURCE-FILE.
           CLOSE BACKUP-WAREHOUSE.
           CLOSE WAREHOUSE-OUT.
           PERFORM WRITE-MANIFEST-ROW.
       EXIT.
      *
       COPY-ONE-WAREHOUSED SECTION.
           MOVE ZEROS TO HASH-FIELD-WORK.
           MOVE WAREHOUSE-NUMBER-PART1 TO HASH-FIELD-WORK(5:4).
           MOVE ZERO TO AMOUNT-FIELD-WORK.
           PERFORM ADD-TO-FILE-TOTALS.
           WRITE BACKUP-WAREHOUSE-RECORD FROM WAREHOUSE-OUT-RECORD.
           PERFORM READ-WAREHOUSE-RECORD.
       EXIT.
      *
       BACKUP-AUDIT-TRAIL SECTION.
           MOVE "AUDITLOG" TO FILE-ID-WORK.
           PERFORM BEGIN-FILE-TOTALS.
           OPEN INPUT AUDIT-LOG-FILE.
           OPEN OUTPUT BACKUP-AUDIT-LOG.
           PERFORM READ-AUDIT-ENTRY.
           PERFORM COPY-ONE-AUDIT-ENTRY UNTIL END-OF-SOURCE-FILE.
           CLOSE BACKUP-AUDIT-LOG.
           CLOSE AUDIT-LOG-FILE.
           PERFORM WRITE-MANIFEST-ROW.
       EXIT.
      *
       COPY-ONE-AUDIT-ENTRY SECTION.
           MOVE AUDIT-SEQUENCE TO HASH-FIELD-WORK.
           MOVE ZERO TO AMOUNT-FIELD-WORK.
           PERFORM ADD-TO-FILE-TOTALS.
           WRITE BACKUP-AUDIT-LOG-RECORD FROM AUDIT-LOG-RECORD.
           PERFORM READ-AUDIT-ENTRY.
       EXIT.
      *
       BACKUP-COMPLETION-FLAG-FILE SECTION.
           MOVE "COMPFLAG" TO FILE-ID-WORK.
           PERFORM BEGIN-FILE-TOTALS.
           OPEN INPUT COMPLETION-FLAG-FILE.
           OPEN OUTPUT BACKUP-COMPLETION-FLAG.
           PERFORM READ-COMPLETION-FLAG.
           PERFORM COPY-ONE-COMPLETION-FLAG UNTIL END-OF-SOURCE-FILE.
           CLOSE BACKUP-COMPLETION-FLAG.
           CLOSE COMPLETION-FLAG-FILE.
           PERFORM WRITE-MANIFEST-ROW.
       EXIT.
      *
       COPY-ONE-COMPLETION-FLAG SECTION.
           MOVE COMPLETION-FLAG-DATE TO HASH-FIELD-WORK.
           MOVE ZERO TO AMOUNT-FIELD-WORK.
           PERFORM ADD-TO-FILE-TOTALS.
           WRITE BACKUP-COMPLETION-FLAG-RECORD
               FROM COMPLETION-FLAG-RECORD.
           PERFORM READ-COMPLETION-FLAG.
       EXIT.
      *
       BACKUP-CARRY-FILE SECTION.
           MOVE "TBALCARR" TO FILE-ID-WORK.
           PERFORM BEGIN-FILE-TOTALS.
           OPEN INPUT TRIAL-BALANCE-CARRY.
           OPEN OUTPUT BACKUP-TRIAL-BALANCE-CARRY.
           PERFORM READ-CARRY-RECORD.
           PERFORM COPY-ONE-CARRY-RECORD UNTIL END-OF-SOURCE-FILE.
           CLOSE BACKUP-TRIAL-BALANCE-CARRY.
           CLOSE TRIAL-BALANCE-CARRY.
           PERFORM WRITE-MANIFEST-ROW.
       EXIT.
      *
       COPY-ONE-CARRY-RECORD SECTION.
           MOVE CARRY-PROOF-DATE TO HASH-FIELD-WORK.
           MOVE ZERO TO AMOUNT-FIELD-WORK.
           IF CARRY-MASTER-TOTAL NUMERIC
               MOVE CARRY-MASTER-TOTAL TO AMOUNT-FIELD-WORK
           END-IF.
           PERFORM ADD-TO-FILE-TOTALS.
           WRITE BACKUP-CARRY-RECORD FROM TRIAL-BALANCE-CARRY-RECORD.
           PERFORM READ-CARRY-RECORD.
       EXIT.
      *
      * BEGIN-FILE-TOTALS / ADD-TO-FILE-TOTALS / WRITE-MANIFEST-ROW -
      * THE FIGURES EVERY FILE IN THE SET IS RECORDED UNDER.
      *
       BEGIN-FILE-TOTALS SECTION.
           MOVE "N" TO SOURCE-FILE-SWITCH.
           MOVE ZERO TO FILE-RECORD-COUNT.
           MOVE ZERO TO FILE-HASH-TOTAL.
           MOVE ZERO TO FILE-AMOUNT-TOTAL.
       EXIT.
      *
       ADD-TO-FILE-TOTALS SECTION.
           ADD 1 TO FILE-RECORD-COUNT.
           IF HASH-FIELD-NUMBER NUMERIC
               ADD HASH-FIELD-NUMBER TO FILE-HASH-TOTAL
           END-IF.
           ADD AMOUNT-FIELD-WORK TO FILE-AMOUNT-TOTAL.
       EXIT.
      *
       WRITE-MANIFEST-ROW SECTION.
           MOVE SPACES TO BACKUP-MANIFEST-RECORD.
           MOVE BACKUP-SET-DATE-HOLD TO BACKUP-SET-DATE.
           MOVE BACKUP-SET-CYCLE-HOLD TO BACKUP-SET-CYCLE.
           MOVE FILE-ID-WORK TO BACKUP-FILE-ID.
           MOVE FILE-RECORD-COUNT TO BACKUP-RECORD-COUNT.
           MOVE FILE-HASH-TOTAL TO BACKUP-HASH-TOTAL.
           MOVE FILE-AMOUNT-TOTAL TO BACKUP-AMOUNT-TOTAL.
           MOVE RUN-DATE TO BACKUP-TAKEN-DATE.
           MOVE RUN-TIME TO BACKUP-TAKEN-TIME.
           WRITE BACKUP-MANIFEST-RECORD.
           ADD 1 TO FILES-BACKED-UP-COUNT.
           ADD FILE-RECORD-COUNT TO RECORDS-BACKED-UP-COUNT.
           MOVE FILE-AMOUNT-TOTAL TO AMOUNT-EDIT.
           DISPLAY "  " FILE-ID-WORK " RECORDS " FILE-RECORD-COUNT
               " HASH " FILE-HASH-TOTAL " AMOUNT " AMOUNT-EDIT.
       EXIT.
      *
       READ-ACCOUNT-MASTER SECTION.
           READ ACCOUNT-MASTER NEXT RECORD
               AT END
                   SET END-OF-SOURCE-FILE TO TRUE
           END-READ.
       EXIT.
      *
       READ-BALANCE-SNAPSHOT SECTION.
           READ BALANCE-SNAPSHOT-FILE
               AT END
                   SET END-OF-SOURCE-FILE TO TRUE
           END-READ.
       EXIT.
      *
       READ-POSTED-TRANSACTION SECTION.
           READ POSTED-TRANSACTIONS
               AT END
                   SET END-OF-SOURCE-FILE TO TRUE
           END-READ.
       EXIT.
      *
       READ-STATUS-HISTORY SECTION.
           READ STATUS-HISTORY-FILE
               AT END
                   SET END-OF-SOURCE-FILE TO TRUE
           END-READ.
       EXIT.
      *
       READ-APPROVAL-QUEUE SECTION.
           READ APPROVAL-QUEUE
               AT END
                   SET END-OF-SOURCE-FILE TO TRUE
           END-READ.
       EXIT.
      *
       READ-SUSPENSE-ITEM SECTION.
           READ SUSPENSE-ITEMS
               AT END
                   SET END-OF-SOURCE-FILE TO TRUE
           END-READ.
       EXIT.
      *
       READ-STANDING-INSTRUCTION SECTION.
           READ STANDING-INSTRUCTIONS
               AT END
                   SET END-OF-SOURCE-FILE TO TRUE
           END-READ.
       EXIT.
      *
       READ-WAREHOUSE-RECORD SECTION.
           READ WAREHOUSE-OUT
               AT END
                   SET END-OF-SOURCE-FILE TO TRUE
           END-READ.
       EXIT.
      *
       READ-AUDIT-ENTRY SECTION.
           READ AUDIT-LOG-FILE
               AT END
                   SET END-OF-SOURCE-FILE TO TRUE
           END-READ.
       EXIT.
      *
       READ-COMPLETION-FLAG SECTION.
           READ COMPLETION-FLAG-FILE
               AT END
                   SET END-OF-SOURCE-FILE TO TRUE
           END-READ.
       EXIT.
      *
       READ-CARRY-RECORD SECTION.
           READ TRIAL-BALANCE-CARRY
               AT END
                   SET END-OF-SOURCE-FILE TO TRUE
           END-READ.
       EXIT.
      *
       END PROGRAM BKUPSET.
