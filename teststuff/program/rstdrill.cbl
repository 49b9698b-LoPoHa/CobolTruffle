       IDENTIFICATION DIVISION.
       PROGRAM-ID. RSTDRILL.
      *
      *
      * RESTORE DRILL FOR AN END-OF-DAY BACKUP SET. A SET NOBODY HAS
      * EVER RESTORED IS ONLY A HOPE, SO THIS JOB TAKES THE SET DATE
      * NAMED ON SYSIN (THE JCL POINTS THE BK- DATASETS AND BKMANIFS
      * AT THAT GENERATION), RESTORES EVERY FILE IN IT TO A SCRATCH
      * RS- DATASET - THE MASTER BACK TO AN INDEXED FILE - AND PROVES
      * THREE THINGS AGAINST THE RESTORE, NEVER AGAINST PRODUCTION:
      *
      *   1. EVERY FILE'S RECORD COUNT, HASH TOTAL AND MONEY TOTAL,
      *      RECOMPUTED FROM THE RESTORE OVER THE SAME COLUMNS
      *      BKUPSET USED, AGREE WITH THE SET'S MANIFEST;
      *   2. THE TRIAL BALANCE PROVES ON THE RESTORED MASTER, TRAIL
      *      AND CARRY - IF THE CARRY IS ALREADY THE SET DAY'S PROOF
      *      THE MASTER TOTAL MUST EQUAL IT, OTHERWISE THE CARRY PLUS
      *      THE TRAIL'S NET MUST (THE WHOLE-MASTER PROOF TRIALBAL
      *      MAKES);
      *   3. THE RESTORED AUDIT TRAIL PASSES THE CHAIN RULES AUDRPT
      *      APPLIES.
      *
      * EVERY CHECK IS PRINTED ON DRILLRPT WITH A PASSED OR FAILED
      * LINE AT THE FOOT. A FAILED DRILL WRITES AN OPSALERT RECORD
      * AND ENDS RC 8. A MANIFEST FOR ANY OTHER DATE IS REFUSED
      * BEFORE ANYTHING IS RESTORED.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * KEEP IN STEP WITH TEST'S SPECIAL-NAMES - SAME MONEY FIELDS,
      * SAME EDITING.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKUP-MANIFEST ASSIGN TO "BKMANIFS"
               ORGANIZATION IS LINE SEQUENTIAL.
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
      * THE SCRATCH RESTORE - NOTHING HERE IS A PRODUCTION NAME. THE
      * MASTER IS RELOADED IN THE KEY ORDER IT WAS UNLOADED IN.
           SELECT RESTORED-ACCOUNT-MASTER ASSIGN TO "RSACCTMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNT-MASTER-WIDE-KEY
               ALTERNATE RECORD KEY IS ACCOUNT-MASTER-KEY
                   WITH DUPLICATES.
           SELECT RESTORED-BALANCE-SNAPSHOT ASSIGN TO "RSBALSNP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESTORED-POSTED-TRANSACTIONS ASSIGN TO "RSPOSTTX"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESTORED-STATUS-HISTORY ASSIGN TO "RSSTATHS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESTORED-APPROVAL-QUEUE ASSIGN TO "RSAPPRVQ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESTORED-SUSPENSE-ITEMS ASSIGN TO "RSSUSPIT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESTORED-STANDING ASSIGN TO "RSSTANDG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESTORED-WAREHOUSE ASSIGN TO "RSWAREHS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESTORED-AUDIT-LOG ASSIGN TO "RSAUDITL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESTORED-COMPLETION-FLAG ASSIGN TO "RSCOMPFL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESTORED-TRIAL-BALANCE-CARRY ASSIGN TO "RSTBALCR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DRILL-REPORT ASSIGN TO "DRILLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * OPERATIONS-ALERT-FILE - APPENDED TO, NOT REWRITTEN.
           SELECT OPERATIONS-ALERT-FILE ASSIGN TO "OPSALERT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BACKUP-MANIFEST
           LABEL RECORDS ARE STANDARD.
           COPY BACKUPMANIFEST.
      *
      * THE BACKUP COPIES ARE READ THROUGH FLAT VIEWS THAT PICK OUT
      * ONLY THE COLUMNS THE MANIFEST IS FIGURED ON. KEEP THE OFFSETS
      * IN STEP WITH THE SOURCE LAYOUTS AND WITH BKUPSET'S COLUMNS.
       FD  BACKUP-ACCOUNT-MASTER
           LABEL RECORDS ARE STANDARD.
       01  BACKUP-ACCOUNT-MASTER-RECORD.
        05       BKACCT-KEY-DIGITS       PIC X(4).
        05       FILLER                  PIC X.
        05       BKACCT-BALANCE          PIC S9(9)V99.
        05       FILLER                  PIC X(55).
      *
       FD  BACKUP-BALANCE-SNAPSHOT
           LABEL RECORDS ARE STANDARD.
       01  BACKUP-BALANCE-SNAPSHOT-RECORD.
        05       FILLER                  PIC X(8).
        05       BKSNAP-KEY-DIGITS       PIC X(4).
        05       FILLER                  PIC X.
        05       BKSNAP-BALANCE          PIC S9(9)V99.
        05       FILLER                  PIC X(7).
      *
       FD  BACKUP-POSTED-TRANSACTIONS
           LABEL RECORDS ARE STANDARD.
       01  BACKUP-POSTED-RECORD.
        05       BKPOST-STRING-PART1     PIC X(4).
        05       FILLER                  PIC X(21).
        05       BKPOST-AMOUNT           PIC S9(7)V99.
        05       FILLER                  PIC X(23).
      *
       FD  BACKUP-STATUS-HISTORY
           LABEL RECORDS ARE STANDARD.
       01  BACKUP-STATUS-HISTORY-RECORD.
        05       BKSTAT-TXN-NUMBER       PIC X(4).
        05       FILLER                  PIC X(29).
      *
       FD  BACKUP-APPROVAL-QUEUE
           LABEL RECORDS ARE STANDARD.
       01  BACKUP-APPROVAL-QUEUE-RECORD.
        05       FILLER                  PIC X(8).
        05       BKAPPR-NUMBER-PART1     PIC X(4).
        05       FILLER                  PIC X(68).
        05       BKAPPR-BASE-AMOUNT      PIC S9(7)V99.
        05       FILLER                  PIC X(12).
      *
       FD  BACKUP-SUSPENSE-ITEMS
           LABEL RECORDS ARE STANDARD.
       01  BACKUP-SUSPENSE-ITEM-RECORD.
        05       FILLER                  PIC X(13).
        05       BKSUSP-TXN-NUMBER       PIC X(4).
        05       FILLER                  PIC X.
        05       BKSUSP-AMOUNT           PIC S9(7)V99.
        05       FILLER                  PIC X(12).
      *
       FD  BACKUP-STANDING
           LABEL RECORDS ARE STANDARD.
       01  BACKUP-STANDING-RECORD.
        05       FILLER                  PIC X(8).
        05       BKSTND-NUMBER-PART1     PIC X(4).
        05       FILLER                  PIC X(35).
      *
       FD  BACKUP-WAREHOUSE
           LABEL RECORDS ARE STANDARD.
       01  BACKUP-WAREHOUSE-RECORD.
        05       FILLER                  PIC X(8).
        05       BKWHSE-NUMBER-PART1     PIC X(4).
        05       FILLER                  PIC X(68).
      *
       FD  BACKUP-AUDIT-LOG
           LABEL RECORDS ARE STANDARD.
       01  BACKUP-AUDIT-LOG-RECORD.
        05       BKAUDIT-SEQUENCE        PIC X(8).
        05       FILLER                  PIC X(44).
      *
       FD  BACKUP-COMPLETION-FLAG
           LABEL RECORDS ARE STANDARD.
       01  BACKUP-COMPLETION-FLAG-RECORD.
        05       BKFLAG-DATE             PIC X(8).
        05       FILLER                  PIC X(6).
      *
       FD  BACKUP-TRIAL-BALANCE-CARRY
           LABEL RECORDS ARE STANDARD.
       01  BACKUP-CARRY-RECORD.
        05       BKCARRY-PROOF-DATE      PIC X(8).
        05       BKCARRY-MASTER-TOTAL    PIC S9(11)V99.
        05       FILLER                  PIC X(3).
      *
       FD  RESTORED-ACCOUNT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY ACCTMASTER.
      *
       FD  RESTORED-BALANCE-SNAPSHOT
           LABEL RECORDS ARE STANDARD.
       01  RESTORED-SNAPSHOT-RECORD        PIC X(31).
      *
       FD  RESTORED-POSTED-TRANSACTIONS
           LABEL RECORDS ARE STANDARD.
           COPY POSTEDTXN.
      *
       FD  RESTORED-STATUS-HISTORY
           LABEL RECORDS ARE STANDARD.
       01  RESTORED-STATUS-HISTORY-RECORD  PIC X(33).
      *
       FD  RESTORED-APPROVAL-QUEUE
           LABEL RECORDS ARE STANDARD.
       01  RESTORED-APPROVAL-QUEUE-RECORD  PIC X(101).
      *
       FD  RESTORED-SUSPENSE-ITEMS
           LABEL RECORDS ARE STANDARD.
       01  RESTORED-SUSPENSE-ITEM-RECORD   PIC X(39).
      *
       FD  RESTORED-STANDING
           LABEL RECORDS ARE STANDARD.
       01  RESTORED-STANDING-RECORD        PIC X(47).
      *
       FD  RESTORED-WAREHOUSE
           LABEL RECORDS ARE STANDARD.
       01  RESTORED-WAREHOUSE-RECORD       PIC X(80).
      *
       FD  RESTORED-AUDIT-LOG
           LABEL RECORDS ARE STANDARD.
           COPY AUDITRECORD.
      *
       FD  RESTORED-COMPLETION-FLAG
           LABEL RECORDS ARE STANDARD.
       01  RESTORED-COMPLETION-FLAG-RECORD PIC X(14).
      *
      * KEEP THIS LAYOUT IN STEP WITH TRIAL-BALANCE-CARRY-RECORD IN
      * TRIALBAL.
       FD  RESTORED-TRIAL-BALANCE-CARRY
           LABEL RECORDS ARE STANDARD.
       01  TRIAL-BALANCE-CARRY-RECORD.
        05       CARRY-PROOF-DATE        PIC 9(8).
        05       CARRY-MASTER-TOTAL      PIC S9(11)V99.
        05       CARRY-KIND              PIC X.
        05       CARRY-ENTITY            PIC X(2).
      *
       FD  DRILL-REPORT
           LABEL RECORDS ARE STANDARD.
       01  DRILL-REPORT-LINE               PIC X(132).
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
       01  MANIFEST-FILE-SWITCH         PIC X VALUE "N".
         88      END-OF-MANIFEST              VALUE "Y".
      * ONE END-OF-FILE SWITCH SERVES EVERY BACKUP COPY AND EVERY
      * RESTORED FILE - THEY ARE READ ONE AT A TIME.
       01  SOURCE-FILE-SWITCH           PIC X VALUE "N".
         88      END-OF-SOURCE-FILE           VALUE "Y".
       01  DRILL-RESULT-SWITCH          PIC X VALUE "N".
         88      DRILL-FAILED                 VALUE "Y".
       01  DRILL-SET-DATE               PIC 9(8) VALUE ZERO.
       01  DRILL-SET-CYCLE              PIC 9(2) VALUE ZERO.
      *
      * THE SET'S MANIFEST, ONE ENTRY PER FILE.
       01  MANIFEST-TABLE.
        05       MANIFEST-ENTRY OCCURS 20 TIMES.
         10      MF-FILE-ID              PIC X(8).
         10      MF-RECORD-COUNT         PIC 9(8).
         10      MF-HASH-TOTAL           PIC 9(8).
         10      MF-AMOUNT-TOTAL         PIC S9(13)V99.
         10      MF-CHECKED              PIC X.
       01  MANIFEST-COUNT               PIC 9(2) VALUE ZERO.
       01  MANIFEST-IDX                 PIC 9(2) VALUE 1.
       01  MANIFEST-FOUND-IDX           PIC 9(2) VALUE ZERO.
       01  MANIFEST-WRONG-DATE-COUNT    PIC 9(2) VALUE ZERO.
       01  MANIFEST-OVERFLOW-SWITCH     PIC X VALUE "N".
         88      MANIFEST-TABLE-FULL          VALUE "Y".
      *
      * PER-FILE TOTALS - FIGURED EXACTLY AS BKUPSET FIGURES THEM.
       01  FILE-ID-WORK                 PIC X(8) VALUE SPACES.
       01  FILE-RECORD-COUNT            PIC 9(8) VALUE ZERO.
       01  FILE-HASH-TOTAL              PIC 9(8) VALUE ZERO.
       01  FILE-AMOUNT-TOTAL            PIC S9(13)V99 VALUE ZERO.
       01  HASH-FIELD-WORK              PIC X(8) VALUE ZEROS.
       01  HASH-FIELD-NUMBER REDEFINES HASH-FIELD-WORK PIC 9(8).
       01  AMOUNT-FIELD-WORK            PIC S9(13)V99 VALUE ZERO.
       01  RESTORE-REJECT-COUNT         PIC 9(8) VALUE ZERO.
       01  FILES-RESTORED-COUNT         PIC 9(2) VALUE ZERO.
       01  FILES-FAILED-COUNT           PIC 9(2) VALUE ZERO.
      *
      * TRIAL-BALANCE CHECK WORK FIELDS.
       01  PROOF-MASTER-TOTAL           PIC S9(13)V99 VALUE ZERO.
       01  PROOF-POSTED-NET             PIC S9(13)V99 VALUE ZERO.
       01  PROOF-CARRY-TOTAL            PIC S9(13)V99 VALUE ZERO.
       01  PROOF-EXPECTED-TOTAL         PIC S9(13)V99 VALUE ZERO.
       01  PROOF-DIFFERENCE             PIC S9(13)V99 VALUE ZERO.
       01  PROOF-CARRY-DATE             PIC 9(8) VALUE ZERO.
       01  PROOF-CARRY-ROWS             PIC 9(4) VALUE ZERO.
      *
      * CHAIN-VERIFICATION WORK FIELDS - KEEP IN STEP WITH AUDRPT'S.
       01  CHAIN-LAST-SEQUENCE          PIC 9(8) VALUE ZERO.
       01  CHAIN-DATA-COUNT             PIC 9(8) VALUE ZERO.
       01  CHAIN-EXPECTED-SEQUENCE      PIC 9(8) VALUE ZERO.
       01  CHAIN-ERROR-SWITCH           PIC X VALUE "N".
         88      CHAIN-BROKEN                VALUE "Y".
       01  CHAIN-TRAILER-LAST-SWITCH    PIC X VALUE "N".
         88      CHAIN-ENDS-ON-TRAILER       VALUE "Y".
      *
       01  REPORT-PAGE-NUMBER           PIC 9(4) VALUE ZERO.
       01  REPORT-LINE-COUNT            PIC 9(2) VALUE ZERO.
       01  REPORT-PAGE-DEPTH            PIC 9(2) VALUE 55.
       01  REPORT-HEADING-LINE.
        05       FILLER                  PIC X(30)
                 VALUE "RESTORE DRILL OF BACKUP SET   ".
        05       REPORT-HEADING-DATE     PIC 9(8).
        05       FILLER                  PIC X(7) VALUE " CYCLE ".
        05       REPORT-HEADING-CYCLE    PIC 9(2).
        05       FILLER                  PIC X(7) VALUE "   PAGE".
        05       REPORT-HEADING-PAGE     PIC ZZZ9.
       01  REPORT-COLUMN-LINE.
        05       FILLER                  PIC X(10) VALUE "FILE".
        05       FILLER                  PIC X(11) VALUE "  MANIFEST ".
        05       FILLER                  PIC X(12)
                 VALUE "  RESTORED  ".
        05       FILLER                  PIC X(18)
                 VALUE "MAN HASH RST HASH ".
        05       FILLER                  PIC X(23)
                 VALUE "       MANIFEST AMOUNT ".
        05       FILLER                  PIC X(22)
                 VALUE "       RESTORED AMOUNT".
        05       FILLER                  PIC X(8) VALUE "  RESULT".
       01  REPORT-DETAIL-LINE.
        05       DETAIL-FILE-ID          PIC X(8).
        05       FILLER                  PIC X(2) VALUE SPACES.
        05       DETAIL-MANIFEST-COUNT   PIC ZZ.ZZZ.ZZ9.
        05       FILLER                  PIC X VALUE SPACE.
        05       DETAIL-RESTORED-COUNT   PIC ZZ.ZZZ.ZZ9.
        05       FILLER                  PIC X(2) VALUE SPACES.
        05       DETAIL-MANIFEST-HASH    PIC 9(8).
        05       FILLER                  PIC X VALUE SPACE.
        05       DETAIL-RESTORED-HASH    PIC 9(8).
        05       FILLER                  PIC X VALUE SPACE.
        05       DETAIL-MANIFEST-AMOUNT  PIC -ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
        05       FILLER                  PIC X VALUE SPACE.
        05       DETAIL-RESTORED-AMOUNT  PIC -ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
        05       FILLER                  PIC X(2) VALUE SPACES.
        05       DETAIL-RESULT           PIC X(8).
       01  REPORT-BUILD-LINE            PIC X(132) VALUE SPACES.
       01  REPORT-AMOUNT-EDIT           PIC -ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  REPORT-EXPECTED-EDIT         PIC -ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  REPORT-DIFFERENCE-EDIT       PIC -ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  REPORT-COUNT-EDIT            PIC ZZ.ZZZ.ZZ9.
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           DISPLAY "START RSTDRILL".
           ACCEPT DRILL-SET-DATE FROM SYSIN.
           IF DRILL-SET-DATE NOT NUMERIC OR DRILL-SET-DATE = ZERO
               DISPLAY "NO BACKUP SET DATE ON SYSIN - DRILL REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           PERFORM LOAD-MANIFEST.
           IF MANIFEST-COUNT = ZERO
               DISPLAY "BACKUP MANIFEST IS EMPTY - DRILL REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           IF MANIFEST-TABLE-FULL
               DISPLAY "MORE THAN 20 FILES IN THE MANIFEST - DRILL "
                   "REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           IF MANIFEST-WRONG-DATE-COUNT > ZERO
               DISPLAY "MANIFEST IS NOT FOR SET " DRILL-SET-DATE
                   " - " MANIFEST-WRONG-DATE-COUNT
                   " ROWS FOR ANOTHER DATE - DRILL REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           OPEN OUTPUT DRILL-REPORT.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM RESTORE-ACCOUNT-MASTER.
           PERFORM RESTORE-SNAPSHOT-FILE.
           PERFORM RESTORE-POSTING-TRAIL.
           PERFORM RESTORE-STATUS-HISTORY.
           PERFORM RESTORE-APPROVAL-QUEUE.
           PERFORM RESTORE-SUSPENSE-FILE.
           PERFORM RESTORE-STANDING-FILE.
           PERFORM RESTORE-WAREHOUSE-FILE.
           PERFORM RESTORE-AUDIT-TRAIL.
           PERFORM RESTORE-COMPLETION-FLAG.
           PERFORM RESTORE-CARRY-FILE.
           PERFORM REPORT-UNCHECKED-ENTRY
               VARYING MANIFEST-IDX FROM 1 BY 1
               UNTIL MANIFEST-IDX > MANIFEST-COUNT.
           PERFORM PROVE-RESTORED-BALANCE.
           PERFORM VERIFY-RESTORED-CHAIN.
           PERFORM WRITE-REPORT-FOOTING.
           CLOSE DRILL-REPORT.
           IF DRILL-FAILED
               PERFORM RAISE-DRILL-ALERT
               DISPLAY "RESTORE DRILL OF SET " DRILL-SET-DATE
                   " FAILED"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "RESTORE DRILL OF SET " DRILL-SET-DATE
                   " PASSED"
           END-IF.
           DISPLAY "FILES RESTORED:           " FILES-RESTORED-COUNT.
           DISPLAY "FILES FAILING THE MANIFEST: " FILES-FAILED-COUNT.
      *
       PROG-EX.
           DISPLAY "END RSTDRILL".
           EXIT PROGRAM.
      *
      * LOAD-MANIFEST - EVERY ROW MUST BELONG TO THE SET NAMED ON
      * SYSIN; A ROW FOR ANY OTHER DATE MEANS THE JCL POINTS AT THE
      * WRONG GENERATION.
      *
       LOAD-MANIFEST SECTION.
           OPEN INPUT BACKUP-MANIFEST.
           PERFORM READ-MANIFEST-ROW.
           PERFORM TAKE-ONE-MANIFEST-ROW UNTIL END-OF-MANIFEST.
           CLOSE BACKUP-MANIFEST.
       EXIT.
      *
       TAKE-ONE-MANIFEST-ROW SECTION.
           IF BACKUP-SET-DATE NOT = DRILL-SET-DATE
               ADD 1 TO MANIFEST-WRONG-DATE-COUNT
               GO TO TAKE-ONE-MANIFEST-ROW-NEXT
           END-IF.
           IF MANIFEST-COUNT = 20
               SET MANIFEST-TABLE-FULL TO TRUE
               GO TO TAKE-ONE-MANIFEST-ROW-NEXT
           END-IF.
           ADD 1 TO MANIFEST-COUNT.
           MOVE BACKUP-SET-CYCLE TO DRILL-SET-CYCLE.
           MOVE BACKUP-FILE-ID TO MF-FILE-ID(MANIFEST-COUNT).
           MOVE BACKUP-RECORD-COUNT TO MF-RECORD-COUNT(MANIFEST-COUNT).
           MOVE BACKUP-HASH-TOTAL TO MF-HASH-TOTAL(MANIFEST-COUNT).
           MOVE BACKUP-AMOUNT-TOTAL TO MF-AMOUNT-TOTAL(MANIFEST-COUNT).
           MOVE "N" TO MF-CHECKED(MANIFEST-COUNT).
       TAKE-ONE-MANIFEST-ROW-NEXT.
           PERFORM READ-MANIFEST-ROW.
       EXIT.
      *
       RESTORE-ACCOUNT-MASTER SECTION.
           MOVE "ACCTMAST" TO FILE-ID-WORK.
           PERFORM BEGIN-FILE-TOTALS.
           OPEN INPUT BACKUP-ACCOUNT-MASTER.
           OPEN OUTPUT RESTORED-ACCOUNT-MASTER.
           PERFORM READ-BACKUP-ACCOUNT.
           PERFORM RESTORE-ONE-ACCOUNT UNTIL END-OF-SOURCE-FILE.
           CLOSE RESTORED-ACCOUNT-MASTER.
           CLOSE BACKUP-ACCOUNT-MASTER.
           PERFORM CHECK-AGAINST-MANIFEST.
       EXIT.
      *
      * A KEY OUT OF ORDER OR TWICE OVER CANNOT GO BACK ON AN INDEXED
      * MASTER - THE RESTORE IS NOT WHOLE AND THE FILE FAILS.
      *
       RESTORE-ONE-ACCOUNT SECTION.
           MOVE ZEROS TO HASH-FIELD-WORK.
           MOVE BKACCT-KEY-DIGITS TO HASH-FIELD-WORK(5:4).
           MOVE ZERO TO AMOUNT-FIELD-WORK.
           IF BKACCT-BALANCE NUMERIC
               MOVE BKACCT-BALANCE TO AMOUNT-FIELD-WORK
           END-IF.
           PERFORM ADD-TO-FILE-TOTALS.
           WRITE ACCOUNT-MASTER-RECORD
               FROM BACKUP-ACCOUNT-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO RESTORE-REJECT-COUNT
                   DISPLAY "ACCTMAST KEY " ACCOUNT-MASTER-KEY
                       " WOULD NOT RESTORE"
           END-WRITE.
           PERFORM READ-BACKUP-ACCOUNT.
       EXIT.
      *
       RESTORE-SNAPSHOT-FILE SECTION.
           MOVE "BALSNAP" TO FILE-ID-WORK.
           PERFORM BEGIN-FILE-TOTALS.
           OPEN INPUT BACKUP-BALANCE-SNAPSHOT.
           OPEN OUTPUT RESTORED-BALANCE-SNAPSHOT.
           PERFORM READ-BACKUP-SNAPSHOT.
           PERFORM RESTORE-ONE-SNAPSHOT UNTIL END-OF-SOURCE-FILE.
           CLOSE RESTORED-BALANCE-SNAPSHOT.
           CLOSE BACKUP-BALANCE-SNAPSHOT.
           PERFORM CHECK-AGAINST-MANIFEST.
       EXIT.
      *
       RESTORE-ONE-SNAPSHOT SECTION.
           MOVE ZEROS TO HASH-FIELD-WORK.
           MOVE BKSNAP-KEY-DIGITS TO HASH-FIELD-WORK(5:4).
           MOVE ZERO TO AMOUNT-FIELD-WORK.
           IF BKSNAP-BALANCE NUMERIC
               MOVE BKSNAP-BALANCE TO AMOUNT-FIELD-WORK
           END-IF.
           PERFORM ADD-TO-FILE-TOTALS.
           WRITE RESTORED-SNAPSHOT-RECORD
               FROM BACKUP-BALANCE-SNAPSHOT-RECORD.
           PERFORM READ-BACKUP-SNAPSHOT.
       EXIT.
      *
       RESTORE-POSTING-TRAIL SECTION.
           MOVE "POSTEDTX" TO FILE-ID-WORK.
           PERFORM BEGIN-FILE-TOTALS.
           OPEN INPUT BACKUP-POSTED-TRANSACTIONS.
           OPEN OUTPUT RESTORED-POSTED-TRANSACTIONS.
           PERFORM READ-BACKUP-POSTING.
           PERFORM RESTORE-ONE-POSTING UNTIL END-OF-SOURCE-FILE.
           CLOSE RESTORED-POSTED-TRANSACTIONS.
           CLOSE BACKUP-POSTED-TRANSACTIONS.
           PERFORM CHECK-AGAINST-MANIFEST.
       EXIT.
      *
       RESTORE-ONE-POSTING SECTION.
           MOVE ZEROS TO HASH-FIELD-WORK.
           MOVE BKPOST-STRING-PART1 TO HASH-FIELD-WORK(5:4).
           MOVE ZERO TO AMOUNT-FIELD-WORK.
           IF BKPOST-AMOUNT NUMERIC
               MOVE BKPOST-AMOUNT TO AMOUNT-FIELD-WORK
           END-IF.
           PERFORM ADD-TO-FILE-TOTALS.
           WRITE POSTED-TRANSACTION-RECORD FROM BACKUP-POSTED-RECORD.
           PERFORM READ-BACKUP-POSTING.
       EXIT.
      *
       RESTORE-STATUS-HISTORY SECTION.
           MOVE "STATHIST" TO FILE-ID-WORK.
           PERFORM BEGIN-FILE-TOTALS.
           OPEN INPUT BACKUP-STATUS-HISTORY.
           OPEN OUTPUT RESTORED-STATUS-HISTORY.
           PERFORM READ-BACKUP-STATUS-ENTRY.
           PERFORM RESTORE-ONE-STATUS-ENTRY UNTIL END-OF-SOURCE-FILE.
           CLOSE RESTORED-STATUS-HISTORY.
           CLOSE BACKUP-STATUS-HISTORY.
           PERFORM CHECK-AGAINST-MANIFEST.
       EXIT.
      *
       RESTORE-ONE-STATUS-ENTRY SECTION.
           MOVE ZEROS TO HASH-FIELD-WORK.
           MOVE BKSTAT-TXN-NUMBER TO HASH-FIELD-WORK(5:4).
           MOVE ZERO TO AMOUNT-FIELD-WORK.
           PERFORM ADD-TO-FILE-TOTALS.
           WRITE RESTORED-STATUS-HISTORY-RECORD
               FROM BACKUP-STATUS-HISTORY-RECORD.
           PERFORM READ-BACKUP-STATUS-ENTRY.
       EXIT.
      *
       RESTORE-APPROVAL-QUEUE SECTION.
           MOVE "APPROVQ" TO FILE-ID-WORK.
           PERFORM BEGIN-FILE-TOTALS.
           OPEN INPUT BACKUP-APPROVAL-QUEUE.
           OPEN OUTPUT RESTORED-APPROVAL-QUEUE.
           PERFORM READ-BACKUP-APPROVAL.
           PERFORM RESTORE-ONE-APPROVAL UNTIL END-OF-SOURCE-FILE.
           CLOSE RESTORED-APPROVAL-QUEUE.
           CLOSE BACKUP-APPROVAL-QUEUE.
           PERFORM CHECK-AGAINST-MANIFEST.
       EXIT.
      *
       RESTORE-ONE-APPROVAL SECTION.
           MOVE ZEROS TO HASH-FIELD-WORK.
           MOVE BKAPPR-NUMBER-PART1 TO HASH-FIELD-WORK(5:4).
           MOVE ZERO TO AMOUNT-FIELD-WORK.
           IF BKAPPR-BASE-AMOUNT NUMERIC
               MOVE BKAPPR-BASE-AMOUNT TO AMOUNT-FIELD-WORK
           END-IF.
           PERFORM ADD-TO-FILE-TOTALS.
           WRITE RESTORED-APPROVAL-QUEUE-RECORD
               FROM BACKUP-APPROVAL-QUEUE-RECORD.
           PERFORM READ-BACKUP-APPROVAL.
       EXIT.
      *
       RESTORE-SUSPENSE-FILE SECTION.
           MOVE "SUSPITEM" TO FILE-ID-WORK.
           PERFORM BEGIN-FILE-TOTALS.
           OPEN INPUT BACKUP-SUSPENSE-ITEMS.
           OPEN OUTPUT RESTORED-SUSPENSE-ITEMS.
           PERFORM READ-BACKUP-SUSPENSE-ITEM.
           PERFORM RESTORE-ONE-SUSPENSE-ITEM UNTIL END-OF-SOURCE-FILE.
           CLOSE RESTORED-SUSPENSE-ITEMS.
           CLOSE BACKUP-SUSPENSE-ITEMS.
           PERFORM CHECK-AGAINST-MANIFEST.
       EXIT.
      *
       RESTORE-ONE-SUSPENSE-ITEM SECTION.
           MOVE ZEROS TO HASH-FIELD-WORK.
           MOVE BKSUSP-TXN-NUMBER TO HASH-FIELD-WORK(5:4).
           MOVE ZERO TO AMOUNT-FIELD-WORK.
           IF BKSUSP-AMOUNT NUMERIC
               MOVE BKSUSP-AMOUNT TO AMOUNT-FIELD-WORK
           END-IF.
           PERFORM ADD-TO-FILE-TOTALS.
           WRITE RESTORED-SUSPENSE-ITEM-RECORD
               FROM BACKUP-SUSPENSE-ITEM-RECORD.
           PERFORM READ-BACKUP-SUSPENSE-ITEM.
       EXIT.
      *
       RESTORE-STANDING-FILE SECTION.
           MOVE "STANDING" TO FILE-ID-WORK.
           PERFORM BEGIN-FILE-TOTALS.
           OPEN INPUT BACKUP-STANDING.
           OPEN OUTPUT RESTORED-STANDING.
           PERFORM READ-BACKUP-STANDING.
           PERFORM RESTORE-ONE-STANDING UNTIL END-OF-SOURCE-FILE.
           CLOSE RESTORED-STANDING.
           CLOSE BACKUP-STANDING.
           PERFORM CHECK-AGAINST-MANIFEST.
       EXIT.
      *
       RESTORE-ONE-STANDING SECTION.
           MOVE ZEROS TO HASH-FIELD-WORK.
           MOVE BKSTND-NUMBER-PART1 TO HASH-FIELD-WORK(5:4).
           MOVE ZERO TO AMOUNT-FIELD-WORK.
           PERFORM ADD-TO-FILE-TOTALS.
           WRITE RESTORED-STANDING-RECORD FROM BACKUP-STANDING-RECORD.
           PERFORM READ-BACKUP-STANDING.
       EXIT.
      *
       RESTORE-WAREHOUSE-FILE SECTION.
           MOVE "WAREHSO" TO FILE-ID-WORK.
           PERFORM BEGIN-FILE-TOTALS.
           OPEN INPUT BACKUP-WAREHOUSE.
           OPEN OUTPUT RESTORED-WAREHOUSE.
           PERFORM READ-BACKUP-WAREHOUSED.
           PERFORM RESTORE-ONE-WAREHOUSED UNTIL END-OF-SOURCE-FILE.
           CLOSE RESTORED-WAREHOUSE.
           CLOSE BACKUP-WAREHOUSE.
           PERFORM CHECK-AGAINST-MANIFEST.
       EXIT.
      *
       RESTORE-ONE-WAREHOUSED SECTION.
           MOVE ZEROS TO HASH-FIELD-WORK.
           MOVE BKWHSE-NUMBER-PART1 TO HASH-FIELD-WORK(5:4).
           MOVE ZERO TO AMOUNT-FIELD-WORK.
           PERFORM ADD-TO-FILE-TOTALS.
           WRITE RESTORED-WAREHOUSE-RECORD FROM BACKUP-WAREHOUSE-RECORD.
           PERFORM READ-BACKUP-WAREHOUSED.
       EXIT.
      *
       RESTORE-AUDIT-TRAIL SECTION.
           MOVE "AUDITLOG" TO FILE-ID-WORK.
           PERFORM BEGIN-FILE-TOTALS.
           OPEN INPUT BACKUP-AUDIT-LOG.
           OPEN OUTPUT RESTORED-AUDIT-LOG.
           PERFORM READ-BACKUP-AUDIT-ENTRY.
           PERFORM RESTORE-ONE-AUDIT-ENTRY UNTIL END-OF-SOURCE-FILE.
           CLOSE RESTORED-AUDIT-LOG.
           CLOSE BACKUP-AUDIT-LOG.
           PERFORM CHECK-AGAINST-MANIFEST.
       EXIT.
      *
       RESTORE-ONE-AUDIT-ENTRY SECTION.
           MOVE BKAUDIT-SEQUENCE TO HASH-FIELD-WORK.
           MOVE ZERO TO AMOUNT-FIELD-WORK.
           PERFORM ADD-TO-FILE-TOTALS.
           WRITE AUDIT-LOG-RECORD FROM BACKUP-AUDIT-LOG-RECORD.
           PERFORM READ-BACKUP-AUDIT-ENTRY.
       EXIT.
      *
       RESTORE-COMPLETION-FLAG SECTION.
           MOVE "COMPFLAG" TO FILE-ID-WORK.
           PERFORM BEGIN-FILE-TOTALS.
           OPEN INPUT BACKUP-COMPLETION-FLAG.
           OPEN OUTPUT RESTORED-COMPLETION-FLAG.
           PERFORM READ-BACKUP-COMPLETION-FLAG.
           PERFORM RESTORE-ONE-COMPLETION-FLAG
               UNTIL END-OF-SOURCE-FILE.
           CLOSE RESTORED-COMPLETION-FLAG.
           CLOSE BACKUP-COMPLETION-FLAG.
           PERFORM CHECK-AGAINST-MANIFEST.
       EXIT.
      *
       RESTORE-ONE-COMPLETION-FLAG SECTION.
           MOVE BKFLAG-DATE TO HASH-FIELD-WORK.
           MOVE ZERO TO AMOUNT-FIELD-WORK.
           PERFORM ADD-TO-FILE-TOTALS.
           WRITE RESTORED-COMPLETION-FLAG-RECORD
               FROM BACKUP-COMPLETION-FLAG-RECORD.
           PERFORM READ-BACKUP-COMPLETION-FLAG.
       EXIT.
      *
       RESTORE-CARRY-FILE SECTION.
           MOVE "TBALCARR" TO FILE-ID-WORK.
           PERFORM BEGIN-FILE-TOTALS.
           OPEN INPUT BACKUP-TRIAL-BALANCE-CARRY.
           OPEN OUTPUT RESTORED-TRIAL-BALANCE-CARRY.
           PERFORM READ-BACKUP-CARRY.
           PERFORM RESTORE-ONE-CARRY-RECORD UNTIL END-OF-SOURCE-FILE.
           CLOSE RESTORED-TRIAL-BALANCE-CARRY.
           CLOSE BACKUP-TRIAL-BALANCE-CARRY.
           PERFORM CHECK-AGAINST-MANIFEST.
       EXIT.
      *
       RESTORE-ONE-CARRY-RECORD SECTION.
           MOVE BKCARRY-PROOF-DATE TO HASH-FIELD-WORK.
           MOVE ZERO TO AMOUNT-FIELD-WORK.
           IF BKCARRY-MASTER-TOTAL NUMERIC
               MOVE BKCARRY-MASTER-TOTAL TO AMOUNT-FIELD-WORK
           END-IF.
           PERFORM ADD-TO-FILE-TOTALS.
           WRITE TRIAL-BALANCE-CARRY-RECORD FROM BACKUP-CARRY-RECORD.
           PERFORM READ-BACKUP-CARRY.
       EXIT.
      *
      * BEGIN-FILE-TOTALS / ADD-TO-FILE-TOTALS - KEEP IN STEP WITH
      * BKUPSET'S.
      *
       BEGIN-FILE-TOTALS SECTION.
           MOVE "N" TO SOURCE-FILE-SWITCH.
           MOVE ZERO TO FILE-RECORD-COUNT.
           MOVE ZERO TO FILE-HASH-TOTAL.
           MOVE ZERO TO FILE-AMOUNT-TOTAL.
           MOVE ZERO TO RESTORE-REJECT-COUNT.
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
      * CHECK-AGAINST-MANIFEST - ONE REPORT LINE PER FILE. A FILE THE
      * MANIFEST DOES NOT NAME, ANY FIGURE THAT DIFFERS, OR A RECORD
      * THE RESTORE COULD NOT WRITE FAILS THE FILE AND THE DRILL.
      *
       CHECK-AGAINST-MANIFEST SECTION.
           ADD 1 TO FILES-RESTORED-COUNT.
           PERFORM FIND-MANIFEST-ENTRY.
           MOVE SPACES TO REPORT-DETAIL-LINE.
           MOVE FILE-ID-WORK TO DETAIL-FILE-ID.
           MOVE FILE-RECORD-COUNT TO DETAIL-RESTORED-COUNT.
           MOVE FILE-HASH-TOTAL TO DETAIL-RESTORED-HASH.
           MOVE FILE-AMOUNT-TOTAL TO DETAIL-RESTORED-AMOUNT.
           IF MANIFEST-FOUND-IDX = ZERO
               MOVE ZERO TO DETAIL-MANIFEST-COUNT
               MOVE ZERO TO DETAIL-MANIFEST-HASH
               MOVE ZERO TO DETAIL-MANIFEST-AMOUNT
               MOVE "NO ROW" TO DETAIL-RESULT
               ADD 1 TO FILES-FAILED-COUNT
               SET DRILL-FAILED TO TRUE
               GO TO CHECK-AGAINST-MANIFEST-PRINT
           END-IF.
           MOVE "Y" TO MF-CHECKED(MANIFEST-FOUND-IDX).
           MOVE MF-RECORD-COUNT(MANIFEST-FOUND-IDX)
               TO DETAIL-MANIFEST-COUNT.
           MOVE MF-HASH-TOTAL(MANIFEST-FOUND-IDX)
               TO DETAIL-MANIFEST-HASH.
           MOVE MF-AMOUNT-TOTAL(MANIFEST-FOUND-IDX)
               TO DETAIL-MANIFEST-AMOUNT.
           IF MF-RECORD-COUNT(MANIFEST-FOUND-IDX) = FILE-RECORD-COUNT
               AND MF-HASH-TOTAL(MANIFEST-FOUND-IDX) = FILE-HASH-TOTAL
               AND MF-AMOUNT-TOTAL(MANIFEST-FOUND-IDX) =
                   FILE-AMOUNT-TOTAL
               AND RESTORE-REJECT-COUNT = ZERO
               MOVE "OK" TO DETAIL-RESULT
           ELSE
               MOVE "MISMATCH" TO DETAIL-RESULT
               ADD 1 TO FILES-FAILED-COUNT
               SET DRILL-FAILED TO TRUE
           END-IF.
       CHECK-AGAINST-MANIFEST-PRINT.
           MOVE REPORT-DETAIL-LINE TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF RESTORE-REJECT-COUNT > ZERO
               MOVE RESTORE-REJECT-COUNT TO REPORT-COUNT-EDIT
               MOVE SPACES TO REPORT-BUILD-LINE
               STRING "          " DELIMITED BY SIZE
                   REPORT-COUNT-EDIT DELIMITED BY SIZE
                   " RECORDS WOULD NOT RESTORE" DELIMITED BY SIZE
                   INTO REPORT-BUILD-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
       EXIT.
      *
      * REPORT-UNCHECKED-ENTRY - A MANIFEST ROW NO RESTORE MATCHED
      * NAMES A FILE THE DRILL DOES NOT KNOW; THE SET IS NOT THE ONE
      * BKUPSET WROTE.
      *
       REPORT-UNCHECKED-ENTRY SECTION.
           IF MF-CHECKED(MANIFEST-IDX) = "N"
               MOVE SPACES TO REPORT-DETAIL-LINE
               MOVE MF-FILE-ID(MANIFEST-IDX) TO DETAIL-FILE-ID
               MOVE MF-RECORD-COUNT(MANIFEST-IDX)
                   TO DETAIL-MANIFEST-COUNT
               MOVE MF-HASH-TOTAL(MANIFEST-IDX) TO DETAIL-MANIFEST-HASH
               MOVE MF-AMOUNT-TOTAL(MANIFEST-IDX)
                   TO DETAIL-MANIFEST-AMOUNT
               MOVE ZERO TO DETAIL-RESTORED-COUNT
               MOVE ZERO TO DETAIL-RESTORED-HASH
               MOVE ZERO TO DETAIL-RESTORED-AMOUNT
               MOVE "UNKNOWN" TO DETAIL-RESULT
               MOVE REPORT-DETAIL-LINE TO REPORT-BUILD-LINE
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO FILES-FAILED-COUNT
               SET DRILL-FAILED TO TRUE
           END-IF.
       EXIT.
      *
      * FIND-MANIFEST-ENTRY - LOCATES THE FILE IN THE MANIFEST TABLE;
      * MANIFEST-FOUND-IDX STAYS ZERO WHEN IT IS NOT THERE.
      *
       FIND-MANIFEST-ENTRY SECTION.
           MOVE ZERO TO MANIFEST-FOUND-IDX.
           PERFORM MATCH-ONE-MANIFEST-ENTRY
               VARYING MANIFEST-IDX FROM 1 BY 1
               UNTIL MANIFEST-IDX > MANIFEST-COUNT.
       EXIT.
      *
       MATCH-ONE-MANIFEST-ENTRY SECTION.
           IF MF-FILE-ID(MANIFEST-IDX) = FILE-ID-WORK
               MOVE MANIFEST-IDX TO MANIFEST-FOUND-IDX
           END-IF.
       EXIT.
      *
      * PROVE-RESTORED-BALANCE - THE WHOLE-MASTER TRIAL BALANCE ON
      * THE RESTORE. TRIALBAL RUNS AFTER TEST AND BEFORE THE SET IS
      * TAKEN, SO ON A NORMAL DAY THE CARRY ALREADY HOLDS THE SET
      * DAY'S MASTER TOTAL; A CARRY FROM AN EARLIER DAY IS PROVED
      * FORWARD BY THE TRAIL'S NET, AS TRIALBAL ITSELF WOULD. NO
      * CARRY AT ALL LEAVES NOTHING TO PROVE AGAINST AND FAILS.
      *
       PROVE-RESTORED-BALANCE SECTION.
           MOVE "N" TO SOURCE-FILE-SWITCH.
           OPEN INPUT RESTORED-TRIAL-BALANCE-CARRY.
           PERFORM READ-RESTORED-CARRY.
           PERFORM TAKE-ONE-RESTORED-CARRY UNTIL END-OF-SOURCE-FILE.
           CLOSE RESTORED-TRIAL-BALANCE-CARRY.
           MOVE "N" TO SOURCE-FILE-SWITCH.
           OPEN INPUT RESTORED-ACCOUNT-MASTER.
           PERFORM READ-RESTORED-ACCOUNT.
           PERFORM TAKE-ONE-RESTORED-ACCOUNT UNTIL END-OF-SOURCE-FILE.
           CLOSE RESTORED-ACCOUNT-MASTER.
           MOVE "N" TO SOURCE-FILE-SWITCH.
           OPEN INPUT RESTORED-POSTED-TRANSACTIONS.
           PERFORM READ-RESTORED-POSTING.
           PERFORM TAKE-ONE-RESTORED-POSTING UNTIL END-OF-SOURCE-FILE.
           CLOSE RESTORED-POSTED-TRANSACTIONS.
           MOVE SPACES TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF PROOF-CARRY-ROWS = ZERO
               MOVE SPACES TO REPORT-BUILD-LINE
               STRING "TRIAL BALANCE  NO CARRY IN THE SET - NOTHING "
                   DELIMITED BY SIZE
                   "TO PROVE AGAINST  FAILED" DELIMITED BY SIZE
                   INTO REPORT-BUILD-LINE
               PERFORM WRITE-REPORT-LINE
               SET DRILL-FAILED TO TRUE
               GO TO PROVE-RESTORED-BALANCE-EX
           END-IF.
           IF PROOF-CARRY-DATE = DRILL-SET-DATE
               MOVE PROOF-CARRY-TOTAL TO PROOF-EXPECTED-TOTAL
           ELSE
               COMPUTE PROOF-EXPECTED-TOTAL =
                   PROOF-CARRY-TOTAL + PROOF-POSTED-NET
           END-IF.
           COMPUTE PROOF-DIFFERENCE =
               PROOF-MASTER-TOTAL - PROOF-EXPECTED-TOTAL.
           MOVE PROOF-MASTER-TOTAL TO REPORT-AMOUNT-EDIT.
           MOVE PROOF-EXPECTED-TOTAL TO REPORT-EXPECTED-EDIT.
           MOVE PROOF-DIFFERENCE TO REPORT-DIFFERENCE-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "TRIAL BALANCE  CARRY " DELIMITED BY SIZE
               PROOF-CARRY-DATE DELIMITED BY SIZE
               "  MASTER " DELIMITED BY SIZE
               REPORT-AMOUNT-EDIT DELIMITED BY SIZE
               "  EXPECTED " DELIMITED BY SIZE
               REPORT-EXPECTED-EDIT DELIMITED BY SIZE
               "  DIFF " DELIMITED BY SIZE
               REPORT-DIFFERENCE-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           IF PROOF-DIFFERENCE = ZERO
               MOVE "  PROVED" TO REPORT-BUILD-LINE(125:8)
           ELSE
               MOVE "  FAILED" TO REPORT-BUILD-LINE(125:8)
               SET DRILL-FAILED TO TRUE
           END-IF.
           PERFORM WRITE-REPORT-LINE.
       PROVE-RESTORED-BALANCE-EX.
       EXIT.
      *
       TAKE-ONE-RESTORED-CARRY SECTION.
           IF PROOF-CARRY-ROWS = ZERO
               MOVE CARRY-PROOF-DATE TO PROOF-CARRY-DATE
           END-IF.
           ADD 1 TO PROOF-CARRY-ROWS.
           IF CARRY-MASTER-TOTAL NUMERIC
               ADD CARRY-MASTER-TOTAL TO PROOF-CARRY-TOTAL
           END-IF.
           PERFORM READ-RESTORED-CARRY.
       EXIT.
      *
       TAKE-ONE-RESTORED-ACCOUNT SECTION.
           IF ACCOUNT-MASTER-BALANCE NUMERIC
               ADD ACCOUNT-MASTER-BALANCE TO PROOF-MASTER-TOTAL
           END-IF.
           PERFORM READ-RESTORED-ACCOUNT.
       EXIT.
      *
       TAKE-ONE-RESTORED-POSTING SECTION.
           IF POSTED-AMOUNT NUMERIC
               ADD POSTED-AMOUNT TO PROOF-POSTED-NET
           END-IF.
           PERFORM READ-RESTORED-POSTING.
       EXIT.
      *
      * VERIFY-RESTORED-CHAIN - AUDRPT'S CHAIN RULES ON THE RESTORED
      * TRAIL: EVERY ENTRY ONE ON FROM THE LAST, EVERY TRAILER
      * AGREEING WITH THE SEQUENCE AND COUNT BEFORE IT, AND A TRAIL
      * WITH ANY ENTRIES ENDING ON A TRAILER. KEEP IN STEP WITH
      * VERIFY-AUDIT-CHAIN IN AUDRPT.
      *
       VERIFY-RESTORED-CHAIN SECTION.
           MOVE "N" TO SOURCE-FILE-SWITCH.
           OPEN INPUT RESTORED-AUDIT-LOG.
           PERFORM READ-RESTORED-AUDIT-ENTRY.
           PERFORM VERIFY-ONE-CHAIN-RECORD UNTIL END-OF-SOURCE-FILE.
           CLOSE RESTORED-AUDIT-LOG.
           IF CHAIN-DATA-COUNT > ZERO
               AND NOT CHAIN-ENDS-ON-TRAILER
               SET CHAIN-BROKEN TO TRUE
               MOVE SPACES TO REPORT-BUILD-LINE
               STRING "AUDIT CHAIN    TRAIL DOES NOT END ON A TRAILER"
                   DELIMITED BY SIZE
                   INTO REPORT-BUILD-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE CHAIN-DATA-COUNT TO REPORT-COUNT-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "AUDIT CHAIN    " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               " ENTRIES TO SEQUENCE " DELIMITED BY SIZE
               CHAIN-LAST-SEQUENCE DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           IF CHAIN-BROKEN
               MOVE "  FAILED" TO REPORT-BUILD-LINE(125:8)
               SET DRILL-FAILED TO TRUE
           ELSE
               MOVE "  PROVED" TO REPORT-BUILD-LINE(125:8)
           END-IF.
           PERFORM WRITE-REPORT-LINE.
       EXIT.
      *
       VERIFY-ONE-CHAIN-RECORD SECTION.
           IF AUDIT-PROGRAM-NAME = "*TRAILER"
               SET CHAIN-ENDS-ON-TRAILER TO TRUE
               IF AUDIT-TRAILER-SEQUENCE NOT = CHAIN-LAST-SEQUENCE
                   OR AUDIT-TRAILER-COUNT NOT = CHAIN-DATA-COUNT
                   SET CHAIN-BROKEN TO TRUE
                   MOVE SPACES TO REPORT-BUILD-LINE
                   STRING "AUDIT CHAIN    TRAILER CLAIMS SEQUENCE "
                       DELIMITED BY SIZE
                       AUDIT-TRAILER-SEQUENCE DELIMITED BY SIZE
                       " COUNT " DELIMITED BY SIZE
                       AUDIT-TRAILER-COUNT DELIMITED BY SIZE
                       " BUT TRAIL HOLDS " DELIMITED BY SIZE
                       CHAIN-LAST-SEQUENCE DELIMITED BY SIZE
                       " AND " DELIMITED BY SIZE
                       CHAIN-DATA-COUNT DELIMITED BY SIZE
                       INTO REPORT-BUILD-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           ELSE
               MOVE "N" TO CHAIN-TRAILER-LAST-SWITCH
               COMPUTE CHAIN-EXPECTED-SEQUENCE =
                   CHAIN-LAST-SEQUENCE + 1
               IF AUDIT-SEQUENCE NOT = CHAIN-EXPECTED-SEQUENCE
                   SET CHAIN-BROKEN TO TRUE
                   MOVE SPACES TO REPORT-BUILD-LINE
                   STRING "AUDIT CHAIN    GAP AT SEQUENCE "
                       DELIMITED BY SIZE
                       AUDIT-SEQUENCE DELIMITED BY SIZE
                       " EXPECTED " DELIMITED BY SIZE
                       CHAIN-EXPECTED-SEQUENCE DELIMITED BY SIZE
                       INTO REPORT-BUILD-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               MOVE AUDIT-SEQUENCE TO CHAIN-LAST-SEQUENCE
               ADD 1 TO CHAIN-DATA-COUNT
           END-IF.
           PERFORM READ-RESTORED-AUDIT-ENTRY.
       EXIT.
      *
       RAISE-DRILL-ALERT SECTION.
           OPEN EXTEND OPERATIONS-ALERT-FILE.
           MOVE "RSTDRILL" TO ALERT-REASON-CODE.
           MOVE 8 TO ALERT-SEVERITY.
           MOVE SPACES TO ALERT-DETAIL.
           STRING "BACKUP SET " DELIMITED BY SIZE
               DRILL-SET-DATE DELIMITED BY SIZE
               " FAILED ITS RESTORE DRILL - " DELIMITED BY SIZE
               FILES-FAILED-COUNT DELIMITED BY SIZE
               " FILES OFF MANIFEST" DELIMITED BY SIZE
               INTO ALERT-DETAIL.
           WRITE OPERATIONS-ALERT-RECORD.
           CLOSE OPERATIONS-ALERT-FILE.
       EXIT.
      *
       WRITE-REPORT-FOOTING SECTION.
           MOVE SPACES TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-BUILD-LINE.
           IF DRILL-FAILED
               STRING "RESTORE DRILL FAILED - " DELIMITED BY SIZE
                   FILES-FAILED-COUNT DELIMITED BY SIZE
                   " OF " DELIMITED BY SIZE
                   FILES-RESTORED-COUNT DELIMITED BY SIZE
                   " FILES OFF MANIFEST" DELIMITED BY SIZE
                   INTO REPORT-BUILD-LINE
           ELSE
               STRING "RESTORE DRILL PASSED - " DELIMITED BY SIZE
                   FILES-RESTORED-COUNT DELIMITED BY SIZE
                   " FILES AGREE, BALANCE AND CHAIN PROVED"
                   DELIMITED BY SIZE
                   INTO REPORT-BUILD-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.
       EXIT.
      *
       WRITE-REPORT-HEADING SECTION.
           ADD 1 TO REPORT-PAGE-NUMBER.
           MOVE DRILL-SET-DATE TO REPORT-HEADING-DATE.
           MOVE DRILL-SET-CYCLE TO REPORT-HEADING-CYCLE.
           MOVE REPORT-PAGE-NUMBER TO REPORT-HEADING-PAGE.
           MOVE REPORT-HEADING-LINE TO DRILL-REPORT-LINE.
           WRITE DRILL-REPORT-LINE AFTER ADVANCING PAGE.
           MOVE 1 TO REPORT-LINE-COUNT.
           MOVE SPACES TO DRILL-REPORT-LINE.
           WRITE DRILL-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE REPORT-COLUMN-LINE TO DRILL-REPORT-LINE.
           WRITE DRILL-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 2 TO REPORT-LINE-COUNT.
       EXIT.
      *
       WRITE-REPORT-LINE SECTION.
           IF REPORT-LINE-COUNT NOT < REPORT-PAGE-DEPTH
               PERFORM WRITE-REPORT-HEADING
           END-IF.
           MOVE REPORT-BUILD-LINE TO DRILL-REPORT-LINE.
           WRITE DRILL-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO REPORT-LINE-COUNT.
       EXIT.
      *
       READ-MANIFEST-ROW SECTION.
           READ BACKUP-MANIFEST
               AT END
                   SET END-OF-MANIFEST TO TRUE
           END-READ.
       EXIT.
      *
       READ-BACKUP-ACCOUNT SECTION.
           READ BACKUP-ACCOUNT-MASTER
               AT END
                   SET END-OF-SOURCE-FILE TO TRUE
           END-READ.
       EXIT.
      *
       READ-BACKUP-SNAPSHOT SECTION.
           READ BACKUP-BALANCE-SNAPSHOT
               AT END
                   SET END-OF-SOURCE-FILE TO TRUE
           END-READ.
       EXIT.
      *
       READ-BACKUP-POSTING SECTION.
           READ BACKUP-POSTED-TRANSACTIONS
               AT END
                   SET END-OF-SOURCE-FILE TO TRUE
           END-READ.
       EXIT.
      *
       READ-BACKUP-STATUS-ENTRY SECTION.
           READ BACKUP-STATUS-HISTORY
               AT END
                   SET END-OF-SOURCE-FILE TO TRUE
           END-READ.
       EXIT.
      *
       READ-BACKUP-APPROVAL SECTION.
           READ BACKUP-APPROVAL-QUEUE
               AT END
                   SET END-OF-SOURCE-FILE TO TRUE
           END-READ.
       EXIT.
      *
       READ-BACKUP-SUSPENSE-ITEM SECTION.
           READ BACKUP-SUSPENSE-ITEMS
               AT END
                   SET END-OF-SOURCE-FILE TO TRUE
           END-READ.
       EXIT.
      *
       READ-BACKUP-STANDING SECTION.
           READ BACKUP-STANDING
               AT END
                   SET END-OF-SOURCE-FILE TO TRUE
           END-READ.
       EXIT.
      *
       READ-BACKUP-WAREHOUSED SECTION.
           READ BACKUP-WAREHOUSE
               AT END
                   SET END-OF-SOURCE-FILE TO TRUE
           END-READ.
       EXIT.
      *
       READ-BACKUP-AUDIT-ENTRY SECTION.
           READ BACKUP-AUDIT-LOG
               AT END
                   SET END-OF-SOURCE-FILE TO TRUE
           END-READ.
       EXIT.
      *
       READ-BACKUP-COMPLETION-FLAG SECTION.
           READ BACKUP-COMPLETION-FLAG
               AT END
                   SET END-OF-SOURCE-FILE TO TRUE
           END-READ.
       EXIT.
      *
       READ-BACKUP-CARRY SECTION.
           READ BACKUP-TRIAL-BALANCE-CARRY
               AT END
                   SET END-OF-SOURCE-FILE TO TRUE
           END-READ.
       EXIT.
      *
       READ-RESTORED-ACCOUNT SECTION.
           READ RESTORED-ACCOUNT-MASTER NEXT RECORD
               AT END
                   SET END-OF-SOURCE-FILE TO TRUE
           END-READ.
       EXIT.
      *
       READ-RESTORED-POSTING SECTION.
           READ RESTORED-POSTED-TRANSACTIONS
               AT END
                   SET END-OF-SOURCE-FILE TO TRUE
           END-READ.
       EXIT.
      *
       READ-RESTORED-CARRY SECTION.
           READ RESTORED-TRIAL-BALANCE-CARRY
               AT END
                   SET END-OF-SOURCE-FILE TO TRUE
           END-READ.
       EXIT.
      *
       READ-RESTORED-AUDIT-ENTRY SECTION.
           READ RESTORED-AUDIT-LOG
               AT END
                   SET END-OF-SOURCE-FILE TO TRUE
           END-READ.
       EXIT.
      *
       END PROGRAM RSTDRILL.
